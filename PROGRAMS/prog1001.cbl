   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\ROMVEIC.SL".
   Copy "..\COPY\ROMREL.SL".
   Copy "..\COPY\LAUDO.SL".
*
 Data Division.
 File Section.
$XFD FILE=ROMVEIC
   Copy "..\COPY\ROMVEIC.FD".
   Copy "..\COPY\ROMREL.FD".
$XFD FILE=LAUDO
   Copy "..\COPY\LAUDO.FD".
*
 Working-Storage Section.
*
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
*  The certificates of analysis issued for the lot (PROG1059)
*  close the sheet - what the client was told about it.
 01  Stat-LAUDO          PIC X(002).
     88 Valido-LAUDO     Value "00" THRU "09".
     88 Fim-LAUDO        Value "10".
 01  PATHLAUDO           PIC X(060).
 01  WS-LAUDO-ED         PIC Z(005)9.
 01  WS-PCT-ED           PIC Z9,99.
 01  WS-IMP-ED           PIC Z9,99.
 01  WS-RESULT-ED        PIC X(009).
 01  WS-QTD-LAUDOS       PIC 9(006) VALUE ZEROS.
*
 01  WS-LOTE-DIGITADO    PIC X(010) VALUE SPACES.
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
      Perform Avalia-Ordem Thru Avalia-Ordem-Exit
      Perform Le-Proxima-Ordem Thru Le-Proxima-Ordem-Exit
   End-Perform
   Perform Lista-Laudos Thru Lista-Laudos-Exit

   Close ORDE.
   Close CLIENTE.
   End-Call
   Move WS-QTD-PEDIDOS To WS-QTD-ED
   Display WS-QTD-ED " pedido(s) do lote em 'LOTE.REL'.".
   Move WS-QTD-LAUDOS To WS-QTD-ED
   Display WS-QTD-ED " laudo(s) de analise do lote.".
   Exit Program.
*
 Le-Proxima-Ordem.
   Write ROMREL-REGI.
 Avalia-Ordem-Exit.
   Exit.
*
 Lista-Laudos.
   Move Spaces to PathLAUDO.
   String Lk-Unidade         Delimited By Size
          "\DADOS\LAUDO.DAT" Delimited By Size
          Into PathLAUDO
   End-String.
   Open Input LAUDO
   If Not Valido-LAUDO
      Go To Lista-Laudos-Exit
   End-if
   Move WS-LOTE-DIGITADO To LD-LOTE
   Start LAUDO Key Is = LD-LOTE
      Invalid Key Move "10" To Stat-LAUDO
   End-Start
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "LAUDOS DE ANALISE DO LOTE" To ROMREL-REGI
   Write ROMREL-REGI
   Move "LAUDO  EMISSAO  PEDIDO CLIENTE UMID% IMPUR% RESULTADO ARQUIVO"
        To ROMREL-REGI
   Write ROMREL-REGI
   Perform Until Fim-LAUDO
      Read LAUDO Next Record
         At End Move "10" To Stat-LAUDO
      End-Read
      If Valido-LAUDO
         If LD-LOTE Not = WS-LOTE-DIGITADO
            Move "10" To Stat-LAUDO
         Else
            Add 1 To WS-QTD-LAUDOS
            Move LD-NUMERO   To WS-LAUDO-ED
            Move LD-NUME     To WS-NUME-ED
            Move LD-CLIE     To WS-CLIE-ED
            Move LD-UMIDADE  To WS-PCT-ED
            Move LD-IMPUREZA To WS-IMP-ED
            If Laudo-Aprovado
               Move "APROVADO"  To WS-RESULT-ED
            Else
               Move "REPROVADO" To WS-RESULT-ED
            End-if
            Move Spaces To ROMREL-REGI
            String WS-LAUDO-ED " " LD-DATA " " WS-NUME-ED " "
                   WS-CLIE-ED "   " WS-PCT-ED " " WS-IMP-ED "  "
                   WS-RESULT-ED " " LD-ARQUIVO
                   Delimited By Size Into ROMREL-REGI
            End-String
            Write ROMREL-REGI
         End-if
      End-if
   End-Perform
   If WS-QTD-LAUDOS = Zeros
      Move "(nenhum laudo emitido para o lote)" To ROMREL-REGI
      Write ROMREL-REGI
   End-if
   Close LAUDO.
 Lista-Laudos-Exit.
   Exit.
