   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\DOCFAT.SL".
   Copy "..\COPY\MAILQ.SL".
   Copy "..\COPY\CARGA.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\NFE.SL".
   Copy "..\COPY\LAUDO.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\DOCFAT.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
$XFD FILE=CARGA
   Copy "..\COPY\CARGA.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=NFE
   Copy "..\COPY\NFE.FD".
$XFD FILE=LAUDO
   Copy "..\COPY\LAUDO.FD".
*
 Working-Storage Section.
*
 01  WS-MAIL-DATA        PIC 9(008).
 01  WS-MAIL-HORA        PIC 9(008).
 01  WS-NUME-DIGITADO    PIC 9(006) VALUE ZEROS.
*
*  The lot laudos (PROG1059) travel with the billing document:
*  each one not yet queued goes out behind the DOCFAT and is
*  stamped LD-DTMAIL so a reprint of the document sends no copy.
 01  Stat-LAUDO          PIC X(002).
     88 Valido-LAUDO     Value "00" THRU "09".
     88 Fim-LAUDO        Value "10".
 01  PATHLAUDO           PIC X(060).
*
*  An order that leaves in several trucks (PROG1029) has one
*  document per faturada carga: its quantities, its scale weights
*  and the titles that load generated (CG-PARC into TITULOS.DAT).
*  Carga 0 prints the whole order as always.
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
 01  PATHCARGA           PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
 01  PATHTITULOS         PIC X(060).
 01  WS-CARGA-DIGITADA   PIC 9(003) VALUE ZEROS.
 01  WS-SEQ-ED           PIC ZZ9.
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
*
 01  WS-PARC-ED          PIC Z9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-NOME-PROD        PIC X(040).
*
*  Once PROG1039 has written the document's NF-e, the sheet
*  carries its number and access key, and the SEFAZ protocol when
*  the transmitter brought it back; a document still without NF-e
*  prints as before.
 01  Stat-NFE            PIC X(002).
     88 Valido-NFE       Value "00" THRU "09".
 01  PATHNFE             PIC X(060).
 01  WS-NNF-ED           PIC Z(005)9.
*
*  The fiscal block - CFOP, CST, base, aliquota, ICMS and the
*  legal note - is what CALCFIS decides for the document (the
*  rule matrix, over its predominant product and the branch's
*  UF to the client's), the same answer the fiscal book and the
*  NF-e get.
 Copy "..\COPY\CALCFIS.CPY".
 01  WS-ITEM-VALOR       PIC S9(015)V99 COMP-3.
 01  WS-MAIOR-VALOR      PIC S9(015)V99 COMP-3.
 01  WS-ALIQ-ED          PIC Z9,99.
 01  WS-RED-ED           PIC ZZ9,99.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".

   Display "Numero do pedido a imprimir...: " With No Advancing
   Accept WS-NUME-DIGITADO
   Display "Carga (0 = pedido inteiro)....: " With No Advancing
   Accept WS-CARGA-DIGITADA

   Move WS-NUME-DIGITADO To ORDE-NUME
   Read ORDE

*  Only a faturado order has a billing document behind it - the
*  sheet handed to the driver must never be printed off a pedido
*  still pendente ou liberado, much less um cancelado. A load is
*  judged by itself: faturada, even while the order is not.
   If WS-CARGA-DIGITADA > Zeros
      Perform Le-Carga Thru Le-Carga-Exit
      If Not Valido-CARGA Or Not Carga-Faturada
         Display "Carga " WS-CARGA-DIGITADA " do pedido "
                 WS-NUME-DIGITADO " inexistente ou nao faturada."
         Close ORDE
         Close CLIENTE
         Close PRODUTO
         Exit Program
      End-if
   End-if
   If WS-CARGA-DIGITADA = Zeros And Not Situacao-Faturado
      Display "Pedido " WS-NUME-DIGITADO
              " nao esta faturado - documento nao impresso."
      Close ORDE
   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit
   Perform Imprime-Linhas Thru Imprime-Linhas-Exit
   Perform Imprime-Pesos-Frete Thru Imprime-Pesos-Frete-Exit
   Perform Imprime-Fiscal Thru Imprime-Fiscal-Exit
   Perform Imprime-Parcelas Thru Imprime-Parcelas-Exit

   Close ORDE.
   Move "DOCFAT.LST" To WS-MQ-ARQUIVO
   Move "DOCFAT"     To WS-MQ-DOC
   Perform Enfileira-Email Thru Enfileira-Email-Exit
   Perform Enfileira-Laudos Thru Enfileira-Laudos-Exit
   Display "Documento do pedido " WS-NUME-DIGITADO
           " gravado em 'DOCFAT.LST'.".
   Exit Program.
   End-String
   Write DOCFAT-REGI

   If WS-CARGA-DIGITADA > Zeros
      Move CG-SEQ To WS-SEQ-ED
      Move Spaces To DOCFAT-REGI
      String "CARGA: "     Delimited By Size
             WS-SEQ-ED      Delimited By Size
             "   EMBARQUE: " Delimited By Size
             CG-DATA        Delimited By Size
             "   PLACA: "   Delimited By Size
             CG-PLACA       Delimited By Size
             Into DOCFAT-REGI
      End-String
      Write DOCFAT-REGI
   End-if
   Perform Imprime-NFe Thru Imprime-NFe-Exit

   Move ORDE-CLIE To CLI-CODIGO WS-CLIE-ED
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
 Imprime-Cabecalho-Exit.
   Exit.
*
*  The key goes out in groups of four, the way the DANFE shows it.
 Imprime-NFe.
   Move Spaces to PathNFE.
   String Lk-Unidade       Delimited By Size
          "\DADOS\NFE.DAT" Delimited By Size
          Into PathNFE
   End-String.
   Open Input NFE
   If Not Valido-NFE
      Go To Imprime-NFe-Exit
   End-if
   Move ORDE-NUME         To NF-NUME
   Move WS-CARGA-DIGITADA To NF-CARGA
   Read NFE
      Invalid Key Continue
   End-Read
   Close NFE
   If Not Valido-NFE
      Go To Imprime-NFe-Exit
   End-if

   Move NF-NNF   To WS-NNF-ED
   Move Spaces To DOCFAT-REGI
   Evaluate True
      When NFe-Autorizada
         String "NF-E: "     Delimited By Size
                WS-NNF-ED    Delimited By Size
                "  SERIE: "  Delimited By Size
                NF-SERIE     Delimited By Size
                "  PROTOCOLO: " Delimited By Size
                NF-PROTOCOLO Delimited By Size
                Into DOCFAT-REGI
         End-String
      When NFe-Gerada
         String "NF-E: "     Delimited By Size
                WS-NNF-ED    Delimited By Size
                "  SERIE: "  Delimited By Size
                NF-SERIE     Delimited By Size
                "  AGUARDANDO AUTORIZACAO" Delimited By Size
                Into DOCFAT-REGI
         End-String
      When Other
         String "NF-E: "     Delimited By Size
                WS-NNF-ED    Delimited By Size
                "  SERIE: "  Delimited By Size
                NF-SERIE     Delimited By Size
                "  NAO AUTORIZADA - " Delimited By Size
                NF-CSTAT     Delimited By Size
                " "          Delimited By Size
                NF-MOTIVO    Delimited By Size
                Into DOCFAT-REGI
         End-String
   End-Evaluate
   Write DOCFAT-REGI

   Move Spaces To DOCFAT-REGI
   String "CHAVE: "      Delimited By Size
          NF-CHNFE(1:4)  " " NF-CHNFE(5:4)  " " NF-CHNFE(9:4)  " "
          NF-CHNFE(13:4) " " NF-CHNFE(17:4) " " NF-CHNFE(21:4) " "
          NF-CHNFE(25:4) " " NF-CHNFE(29:4) " " NF-CHNFE(33:4) " "
          NF-CHNFE(37:4) " " NF-CHNFE(41:4)
                         Delimited By Size
          Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI.
 Imprime-NFe-Exit.
   Exit.
*
*  One line per product line in use, with the PRODUTO.DAT
*  description resolved the way the grid browser does - a code
*  missing from the master prints with a blank description.
   Write DOCFAT-REGI

   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If WS-CARGA-DIGITADA > Zeros
         Move CG-QUAN(WS-LIN-IDX)  To WS-QUAN-ED
      Else
         Move ORDE-QUAN(WS-LIN-IDX) To WS-QUAN-ED
      End-if
      If ORDE-PROD(WS-LIN-IDX) > Zeros
         And (WS-CARGA-DIGITADA = Zeros
              Or CG-QUAN(WS-LIN-IDX) > Zeros)
         Move ORDE-PROD(WS-LIN-IDX) To PD-CODIGO WS-PROD-ED
         Read PRODUTO
            Invalid Key Move Spaces To PD-NOME
         End-Read
         Move PD-NOME To WS-NOME-PROD
         Move ORDE-VLUN(WS-LIN-IDX) To WS-VLUN-ED
         Move WS-LIN-IDX To WS-PARC-ED
         Move Spaces To DOCFAT-REGI
   Exit.
*
 Imprime-Pesos-Frete.
   If WS-CARGA-DIGITADA > Zeros
      Perform Imprime-Pesos-Carga Thru Imprime-Pesos-Carga-Exit
      Go To Imprime-Pesos-Frete-Exit
   End-if
   Move ORDE-TARA To WS-PESO-ED
   Move Spaces To DOCFAT-REGI
   String "PESO TARA....: " Delimited By Size
   Write DOCFAT-REGI.
 Imprime-Pesos-Frete-Exit.
   Exit.
*
*  A load's own lines pick its predominant product (quantity x
*  unit price); the whole order leaves that to CALCFIS.
 Imprime-Fiscal.
   Move "VE"       To FI-OPERACAO
   Move Lk-Unidade To FI-UNIDADE
   Move Zeros      To FI-PEDIDO FI-PRODUTO FI-VALOR
   Move Spaces     To FI-NCM FI-UF-ORIG
   Move CLI-UF     To FI-UF-DEST
   If WS-CARGA-DIGITADA > Zeros
      Move CG-VALOR To FI-VALOR
      Move Zeros    To WS-MAIOR-VALOR
      Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
         If ORDE-PROD(WS-LIN-IDX) Not = Zeros
            And CG-QUAN(WS-LIN-IDX) > Zeros
            Compute WS-ITEM-VALOR =
                    CG-QUAN(WS-LIN-IDX) * ORDE-VLUN(WS-LIN-IDX)
            If FI-PRODUTO = Zeros
               Or WS-ITEM-VALOR > WS-MAIOR-VALOR
               Move ORDE-PROD(WS-LIN-IDX) To FI-PRODUTO
               Move WS-ITEM-VALOR         To WS-MAIOR-VALOR
            End-if
         End-if
      End-Perform
   Else
      Move ORDE-NUME To FI-PEDIDO
      Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
         Add ORDE-VALO(WS-PARC-IDX) To FI-VALOR
      End-Perform
   End-if
   Call "CALCFIS" Using FI-PARM

   Move FI-RED-BASE To WS-RED-ED
   Move Spaces To DOCFAT-REGI
   String "CFOP/CST.....: " Delimited By Size
          FI-CFOP            Delimited By Size
          " / "              Delimited By Size
          FI-CST             Delimited By Size
          "   REDUCAO BASE %: " Delimited By Size
          WS-RED-ED          Delimited By Size
          Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Move FI-BASE To WS-FRET-ED
   Move FI-ALIQ To WS-ALIQ-ED
   Move Spaces To DOCFAT-REGI
   String "BASE ICMS....: " Delimited By Size
          WS-FRET-ED         Delimited By Size
          "   ALIQUOTA %: "  Delimited By Size
          WS-ALIQ-ED         Delimited By Size
          Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Move FI-ICMS To WS-FRET-ED
   Move Spaces To DOCFAT-REGI
   String "ICMS.........: " Delimited By Size
          WS-FRET-ED         Delimited By Size
          Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   If FI-OBS Not = Spaces
      Move Spaces To DOCFAT-REGI
      String "OBS FISCAL...: " Delimited By Size
             FI-OBS(1:75)       Delimited By Size
             Into DOCFAT-REGI
      End-String
      Write DOCFAT-REGI
      If FI-OBS(76:75) Not = Spaces
         Move Spaces To DOCFAT-REGI
         Move FI-OBS(76:75) To DOCFAT-REGI(16:75)
         Write DOCFAT-REGI
      End-if
      If FI-OBS(151:50) Not = Spaces
         Move Spaces To DOCFAT-REGI
         Move FI-OBS(151:50) To DOCFAT-REGI(16:50)
         Write DOCFAT-REGI
      End-if
   End-if

   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI.
 Imprime-Fiscal-Exit.
   Exit.
*
 Imprime-Parcelas.
   Move Spaces To DOCFAT-REGI
   Move "PARCELA VENCIMENTO          VALOR" To DOCFAT-REGI
   Write DOCFAT-REGI

   If WS-CARGA-DIGITADA > Zeros
      Perform Imprime-Titulos-Carga Thru Imprime-Titulos-Carga-Exit
      Go To Imprime-Parcelas-Exit
   End-if

   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If ORDE-VENC(WS-PARC-IDX) Not = Spaces
         And ORDE-VALO(WS-PARC-IDX) > Zeros
   End-Perform.
 Imprime-Parcelas-Exit.
   Exit.
*
 Le-Carga.
   Move Spaces to PathCARGA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CARGA.DAT" Delimited By Size
          Into PathCARGA
   End-String.
   Open Input CARGA
   If Not Valido-CARGA
      Go To Le-Carga-Exit
   End-if
   Move ORDE-NUME         To CG-NUME
   Move WS-CARGA-DIGITADA To CG-SEQ
   Read CARGA
      Invalid Key Continue
   End-Read
   Close CARGA.
 Le-Carga-Exit.
   Exit.
*
*  The load's own scale weights; the freight is the order's and
*  stays on the whole-order document.
 Imprime-Pesos-Carga.
   Move CG-TICK To WS-NUME-ED
   Move Spaces To DOCFAT-REGI
   String "TICKET.......: " Delimited By Size
          WS-NUME-ED         Delimited By Size
          Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Move CG-TARA To WS-PESO-ED
   Move Spaces To DOCFAT-REGI
   String "PESO TARA....: " Delimited By Size
          WS-PESO-ED         Delimited By Size
          Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Move CG-BRUT To WS-PESO-ED
   Move Spaces To DOCFAT-REGI
   String "PESO BRUTO...: " Delimited By Size
          WS-PESO-ED         Delimited By Size
          Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Move CG-LIQU To WS-PESO-ED
   Move Spaces To DOCFAT-REGI
   String "PESO LIQUIDO.: " Delimited By Size
          WS-PESO-ED         Delimited By Size
          Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Move CG-VALOR To WS-VALO-ED
   Move Spaces To DOCFAT-REGI
   String "VALOR CARGA..: " Delimited By Size
          WS-VALO-ED         Delimited By Size
          Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI.
 Imprime-Pesos-Carga-Exit.
   Exit.
*
*  The titles this load generated, as TITULOS.DAT holds them now.
 Imprime-Titulos-Carga.
   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Not Valido-TITULOS
      Go To Imprime-Titulos-Carga-Exit
   End-if
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If CG-PARC(WS-PARC-IDX) > Zeros
         Move ORDE-NUME            To TI-NUME
         Move CG-PARC(WS-PARC-IDX) To TI-PARC
         Read TITULOS
            Invalid Key Continue
         End-Read
         If Valido-TITULOS
            Move TI-PARC  To WS-PARC-ED
            Move TI-VALOR To WS-VALO-ED
            Move Spaces To DOCFAT-REGI
            String WS-PARC-ED  Delimited By Size
                   "      "     Delimited By Size
                   TI-VENC      Delimited By Size
                   "  "         Delimited By Size
                   WS-VALO-ED   Delimited By Size
                   Into DOCFAT-REGI
            End-String
            Write DOCFAT-REGI
         End-if
      End-if
   End-Perform
   Close TITULOS.
 Imprime-Titulos-Carga-Exit.
   Exit.
*
*  Queues the just-written sheet for the client's e-mail - the
*  next free MAILQ sequence found by walking to the end, the
   Close MAILQ.
 Enfileira-Email-Exit.
   Exit.
*
 Enfileira-Laudos.
   If CLI-EMAIL = Spaces
      Go To Enfileira-Laudos-Exit
   End-if
   Move Spaces to PathLAUDO.
   String Lk-Unidade         Delimited By Size
          "\DADOS\LAUDO.DAT" Delimited By Size
          Into PathLAUDO
   End-String.
   Open I-O LAUDO
   If Not Valido-LAUDO
      Go To Enfileira-Laudos-Exit
   End-if
   Move WS-NUME-DIGITADO To LD-NUME
   Start LAUDO Key Is = LD-NUME
      Invalid Key Move "10" To Stat-LAUDO
   End-Start
   Perform Until Fim-LAUDO
      Read LAUDO Next Record
         At End Move "10" To Stat-LAUDO
      End-Read
      If Valido-LAUDO
         If LD-NUME Not = WS-NUME-DIGITADO
            Move "10" To Stat-LAUDO
         Else
            If LD-DTMAIL = Spaces
               Move LD-ARQUIVO To WS-MQ-ARQUIVO
               Move "LAUDO"    To WS-MQ-DOC
               Perform Enfileira-Email Thru Enfileira-Email-Exit
               Move WS-MAIL-DATA To LD-DTMAIL
               Rewrite LAUDO-REGI
                  Invalid Key Continue
               End-Rewrite
            End-if
         End-if
      End-if
   End-Perform
   Close LAUDO.
 Enfileira-Laudos-Exit.
   Exit.
