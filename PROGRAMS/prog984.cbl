   Copy "..\COPY\VEICULOS.SL".
   Copy "..\COPY\ROMVEIC.SL".
   Copy "..\COPY\VASILHA.SL".
   Copy "..\COPY\CARGA.SL".
   Copy "..\COPY\USUARIOS.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\ROMVEIC.FD".
$XFD FILE=VASILHA
   Copy "..\COPY\VASILHA.FD".
$XFD FILE=CARGA
   Copy "..\COPY\CARGA.FD".
   Copy "..\COPY\USUARIOS.FD".
*
 Working-Storage Section.
*
*
 01  WS-TRAN-DIGITADO    PIC 9(004) VALUE ZEROS.
*
*  No manifest for a carrier whose RNTRC has expired, or for a
*  plate whose driver's CNH or licenciamento has (CHKDOC) - unless
*  the signed-on operator carries the document-override byte
*  (US-PDOC), who gets it through with a warning.
 Copy "..\copy\usuario.cpy".
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
 01  PATHUSUARIOS        PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
 01  WS-DOC-TRAN         PIC S9(004) COMP-5.
 01  WS-DOC-RESULTADO    PIC X(001).
     88 Documento-Vencido Value "B".
 01  WS-DOC-MOTIVO       PIC X(060).
 01  WS-DOC-OVERRIDE     PIC X(001) VALUE "N".
     88 Operador-Libera-Documento Value "S".
*
*  The truck that takes this load: plate typed at the start, the
*  capacity read from VEICULOS.DAT, and the manifest refuses any
*  order whose ORDE-LIQU would push the accumulated net weight
 01  WS-LIQU-ED          PIC ZZZZZZZZZ,999.
 01  WS-CAPAC-ED         PIC ZZZZZZZZZ,999.
*
*  ANTT minimum freight floor of the trip: CALCFRET prices the
*  truck's accumulated net weight on the carrier's route and
*  tariff for the shipping date, with the axles of the plate typed
*  (no plate, the carrier's lightest active truck). Below the
*  floor the manifest still goes out - the load is on the dock -
*  but loudly, on screen and on the sheet.
 01  WS-EIXOS-VEICULO    PIC 9(002) VALUE ZEROS.
 01  WS-ABAIXO-PISO      PIC X(001) VALUE "N".
     88 Romaneio-Abaixo-Piso Value "S".
 01  WS-FRETE-ED         PIC ZZZZZZZZ9,99.
 01  WS-PISO-ED          PIC ZZZZZZZZ9,99.
 01  WS-KM-ED            PIC ZZZZ9.
 01  WS-EIXOS-ED         PIC Z9.
 Copy "..\COPY\CALCFRET.CPY".
*
*  The branch lock protocol, exactly as the other on-line writers
*  keep it: refuse politely while the sync holds SYNC.LCK, hold
*  ONLINE.LCK while ORDE.DAT is open, release on every exit.
 01  WS-INCLUI           PIC X(001).
     88 Inclui-No-Romaneio Value "S" "s".
*
*  An order that leaves in several trucks (PROG1029) is offered
*  load by load: each open carga shipping on the date with this
*  transporter and on no romaneio yet, with its own weights. Such
*  an order may already be faturado - its last load is invoiced
*  as it leaves. Orders without loads are offered whole, as ever.
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
     88 Fim-CARGA        Value "10".
 01  PATHCARGA           PIC X(060).
 01  WS-TEM-CARGA        PIC X(001) VALUE "N".
     88 Tem-Carga        Value "S".
 01  WS-ORDEM-COM-CARGA  PIC X(001).
     88 Ordem-Com-Carga  Value "S".
 01  WS-VAS-QTD          PIC S9(012)V999 COMP-3.
*
*  The truck's orders, picked one by one by the operator from the
*  liberado orders of the transporter/date (WS-CG-SEQ = the load,
*  zero for a whole order).
 78  max-carga           value 50.
 01  WS-CARGA-TAB.
     03 WS-CARGA occurs 50 times.
        05 WS-CG-NUME    PIC S9(006)     COMP-5.
        05 WS-CG-SEQ     PIC S9(003)     COMP-5.
        05 WS-CG-CLIE    PIC S9(004)     COMP-5.
        05 WS-CG-BRUT    PIC S9(012)V999 COMP-3.
 01  WS-QTD-CARGA        PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-BRUT-ED          PIC ZZZZZZZZZ,999.
 01  WS-SEQ-ED           PIC Z9.
 01  WS-CARGA-ED.
     03 WS-CARGA-BARRA   PIC X(001).
     03 WS-CARGA-NUM     PIC 9(003).
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
         End-Read
         If Valido-VEICULOS And Veiculo-Ativo
            Move "S" To WS-TEM-VEICULO
            Move VE-EIXOS      To WS-EIXOS-VEICULO
            Move VE-CAPACIDADE To WS-CAPAC-ED
            Display "Veiculo " VE-PLACA " - " VE-MOTORISTA
                    " cap. " WS-CAPAC-ED " kg"
         Exit Program
   End-Read

   Move WS-TRAN-DIGITADO To WS-DOC-TRAN
   Call "CHKDOC" Using Lk-Unidade WS-PLACA-DIGITADA WS-DOC-TRAN
                       WS-DOC-RESULTADO WS-DOC-MOTIVO
      On Exception Move Spaces To WS-DOC-RESULTADO
   End-Call
   If Documento-Vencido
      Perform Carrega-Override Thru Carrega-Override-Exit
      If Operador-Libera-Documento
         Display "ATENCAO: " WS-DOC-MOTIVO
         Display "Romaneio liberado pelo supervisor."
      Else
         Display "Romaneio recusado: " WS-DOC-MOTIVO
         Close TRANSP
         Exit Program
      End-if
   End-if

   Perform Verifica-Trava-Sync Thru Verifica-Trava-Sync-Exit
   If Sync-Em-Andamento
      Display "Sincronismo em andamento nesta unidade desde "
      Exit Program
   End-if

   Move Spaces to PathCARGA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CARGA.DAT" Delimited By Size
          Into PathCARGA
   End-String.
   Open I-O CARGA
   If Valido-CARGA
      Move "S" To WS-TEM-CARGA
   End-if

*  The candidates: liberado orders of this transporter whose
*  emission is the shipping date and which no truck claimed yet.
*  The operator says S/N to each.
   Display "Pedidos candidatos (responda S para incluir):"
   Perform Le-Proxima-Ordem Thru Le-Proxima-Ordem-Exit
   Perform Until Fim-ORDE Or WS-QTD-CARGA = max-carga
      Move "N" To WS-ORDEM-COM-CARGA
      If Tem-Carga
         And (Situacao-Liberado Or Situacao-Faturado)
         Perform Oferece-Cargas Thru Oferece-Cargas-Exit
      End-if
      If Situacao-Liberado And Not Ordem-Com-Carga
         And ORDE-TRAN = WS-TRAN-DIGITADO
         And ORDE-EMIS(1:8) = WS-DATA-ALFA
         And ORDE-ROMA = Zeros

   If WS-QTD-CARGA = Zeros
      Display "Nenhum pedido incluido - romaneio nao gerado."
      If Tem-Carga
         Close CARGA
      End-if
      Close ORDE
      Close TRANSP
      Perform Destrava-Online Thru Destrava-Online-Exit
      Exit Program
   End-if

   Perform Confere-Piso-Antt Thru Confere-Piso-Antt-Exit
   Perform Obtem-Numero-Romaneio Thru Obtem-Numero-Romaneio-Exit
   Perform Imprime-Romaneio Thru Imprime-Romaneio-Exit
   Perform Estampa-Pedidos Thru Estampa-Pedidos-Exit
   End-if
   Perform Vasilha-Expedicao Thru Vasilha-Expedicao-Exit

   If Tem-Carga
      Close CARGA
   End-if.
   Close ORDE.
   Close TRANSP.
   Move WS-ROMANEIO To WS-NUME-ED
      End-if
      Add 1 To WS-QTD-CARGA
      Move ORDE-NUME To WS-CG-NUME (WS-QTD-CARGA)
      Move Zeros     To WS-CG-SEQ  (WS-QTD-CARGA)
      Move ORDE-CLIE To WS-CG-CLIE (WS-QTD-CARGA)
      Move ORDE-BRUT To WS-CG-BRUT (WS-QTD-CARGA)
      Add ORDE-BRUT  To WS-TOTAL-BRUTO
 Oferece-Pedido-Exit.
   Exit.
*
*  The order's loads that fit this truck. Any load at all makes
*  it an order with loads - never offered whole again.
 Oferece-Cargas.
   Move ORDE-NUME To CG-NUME
   Move Zeros     To CG-SEQ
   Start CARGA Key Not < CG-CHAVE
      Invalid Key Go To Oferece-Cargas-Exit
   End-Start
   Perform Until Fim-CARGA Or WS-QTD-CARGA = max-carga
      Read CARGA Next Record
         At End Move "10" To Stat-CARGA
      End-Read
      If Valido-CARGA
         If CG-NUME Not = ORDE-NUME
            Move "10" To Stat-CARGA
         Else
            Move "S" To WS-ORDEM-COM-CARGA
            If CG-ROMA = Zeros
               And CG-DATA = WS-DATA-ALFA
               And (CG-TRAN = WS-TRAN-DIGITADO
                    Or (CG-TRAN = Zeros
                        And ORDE-TRAN = WS-TRAN-DIGITADO))
               Perform Oferece-Carga Thru Oferece-Carga-Exit
            End-if
         End-if
      End-if
   End-Perform.
 Oferece-Cargas-Exit.
   Exit.
*
 Oferece-Carga.
   Move ORDE-NUME To WS-NUME-ED
   Move CG-SEQ    To WS-CARGA-NUM
   Move ORDE-CLIE To WS-CLIE-ED
   Move CG-BRUT   To WS-BRUT-ED
   Display "  Pedido " WS-NUME-ED " carga " WS-CARGA-NUM
           " cliente " WS-CLIE-ED " bruto " WS-BRUT-ED
           " - incluir (S/N)? "
      With No Advancing
   Accept WS-INCLUI
   If Inclui-No-Romaneio
      If Tem-Veiculo
         And WS-TOTAL-LIQU + CG-LIQU > VE-CAPACIDADE
         Move CG-LIQU To WS-LIQU-ED
         Display "  RECUSADO: " WS-LIQU-ED
                 " kg estourariam a capacidade do veiculo."
         Go To Oferece-Carga-Exit
      End-if
      Add 1 To WS-QTD-CARGA
      Move ORDE-NUME To WS-CG-NUME (WS-QTD-CARGA)
      Move CG-SEQ    To WS-CG-SEQ  (WS-QTD-CARGA)
      Move ORDE-CLIE To WS-CG-CLIE (WS-QTD-CARGA)
      Move CG-BRUT   To WS-CG-BRUT (WS-QTD-CARGA)
      Add CG-BRUT    To WS-TOTAL-BRUTO
      Add CG-LIQU    To WS-TOTAL-LIQU
   End-if.
 Oferece-Carga-Exit.
   Exit.
*
*  The whole truck against the floor, once the orders are in.
 Confere-Piso-Antt.
   Move "N"              To WS-ABAIXO-PISO
   Move Lk-Unidade       To CF-UNIDADE
   Move WS-TRAN-DIGITADO To CF-TRAN
   Move TR-ROTA          To CF-ROTA
   Move WS-DATA-ALFA     To CF-VIGENCIA
   Move WS-TOTAL-LIQU    To CF-PESO
   Move WS-EIXOS-VEICULO To CF-EIXOS
*  A truck of awarded orders is priced at the bid - one offer,
*  one price per tonne, so its first order speaks for the load.
   Move WS-CG-NUME(1)    To CF-NUME
   Move Zeros            To CF-PROPOSTA
   Call "CALCFRET" Using CF-PARM
   If Not CF-Frete-Abaixo-Piso
      Go To Confere-Piso-Antt-Exit
   End-if
   Move "S"      To WS-ABAIXO-PISO
   Move CF-FRETE To WS-FRETE-ED
   Move CF-PISO  To WS-PISO-ED
   Move CF-KM    To WS-KM-ED
   Display "ATENCAO: frete da viagem " WS-FRETE-ED
           " abaixo do piso minimo ANTT " WS-PISO-ED
           " (" WS-KM-ED " km) - multa para nos e para o"
           " transportador.".
 Confere-Piso-Antt-Exit.
   Exit.
*
*  Next manifest number off the branch's counter file.
 Obtem-Numero-Romaneio.
   Move Spaces to PathROMCTL.

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "SEQ PEDIDO/CG  CLIENTE     PESO BRUTO" To ROMREL-REGI
   Write ROMREL-REGI

   Perform Varying WS-CG-IDX From 1 By 1
      Move WS-CG-NUME (WS-CG-IDX) To WS-NUME-ED
      Move WS-CG-CLIE (WS-CG-IDX) To WS-CLIE-ED
      Move WS-CG-BRUT (WS-CG-IDX) To WS-BRUT-ED
      Move Spaces To WS-CARGA-ED
      If WS-CG-SEQ (WS-CG-IDX) > Zeros
         Move "/"                   To WS-CARGA-BARRA
         Move WS-CG-SEQ (WS-CG-IDX) To WS-CARGA-NUM
      End-if
      Move Spaces To ROMREL-REGI
      String WS-SEQ-ED  Delimited By Size
             "  "        Delimited By Size
             WS-NUME-ED  Delimited By Size
             WS-CARGA-ED Delimited By Size
             "  "        Delimited By Size
             WS-CLIE-ED  Delimited By Size
             "    "      Delimited By Size
             WS-BRUT-ED  Delimited By Size
          Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   If Romaneio-Abaixo-Piso
      Move CF-EIXOS To WS-EIXOS-ED
      Move Spaces To ROMREL-REGI
      Write ROMREL-REGI
      Move Spaces To ROMREL-REGI
      String "FRETE " WS-FRETE-ED " ABAIXO DO PISO ANTT "
             WS-PISO-ED " - ROTA " CF-ROTA(1:10) " "
             WS-KM-ED " KM " WS-EIXOS-ED " EIXOS"
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-if
   Close ROMREL.
 Imprime-Romaneio-Exit.
   Exit.
*
*  The manifest number goes back on each order, so the load can be
*  reprinted or audited later and a second truck never claims the
*  same orders. A load carries its own (CG-ROMA); its order keeps
*  the latest truck's number, which is what the conference and
*  the EDI export look up.
 Estampa-Pedidos.
   Perform Varying WS-CG-IDX From 1 By 1
             Until WS-CG-IDX > WS-QTD-CARGA
      If WS-CG-SEQ (WS-CG-IDX) > Zeros
         Move WS-CG-NUME (WS-CG-IDX) To CG-NUME
         Move WS-CG-SEQ  (WS-CG-IDX) To CG-SEQ
         Read CARGA
            Invalid Key Continue
         End-Read
         If Valido-CARGA
            Move WS-ROMANEIO To CG-ROMA
            Rewrite CARGA-REGI
               Invalid Key
                  Display "Erro ao estampar romaneio na carga "
                          CG-NUME "/" CG-SEQ
            End-Rewrite
         End-if
      End-if
      Move WS-CG-NUME (WS-CG-IDX) To ORDE-NUME
      Read ORDE
         Invalid Key Continue
   End-Perform.
 Estampa-Pedidos-Exit.
   Exit.
*
 Carrega-Override.
   Move "N" To WS-DOC-OVERRIDE
   If Operador-Nao-Assinado
      Go To Carrega-Override-Exit
   End-if
   Open Input USUARIOS
   If Not Valido-USUARIOS
      Go To Carrega-Override-Exit
   End-if
   Move Oper-Codigo To US-CODIGO
   Read USUARIOS
      Invalid Key Continue
   End-Read
   If Valido-USUARIOS And Usuario-Ativo And Pode-Liberar-Documento
      Move "S" To WS-DOC-OVERRIDE
   End-if
   Close USUARIOS.
 Carrega-Override-Exit.
   Exit.
*
 Verifica-Trava-Sync.
   Move "N" To WS-SYNC-RODANDO
      End-Read
      If Valido-ORDE
         Move Zeros To WS-VAS-VOL
         If WS-CG-SEQ (WS-CG-IDX) > Zeros
            Perform Vasilha-Volumes-Carga
               Thru Vasilha-Volumes-Carga-Exit
         Else
            Perform Varying WS-VAS-LIN From 1 By 1
                      Until WS-VAS-LIN > 20
               If ORDE-PROD(WS-VAS-LIN) > Zeros
                  Add ORDE-VOLU(WS-VAS-LIN) To WS-VAS-VOL
               End-if
            End-Perform
         End-if
         If WS-VAS-VOL > Zeros
            Perform Vasilha-Proxima-Seq
               Thru Vasilha-Proxima-Seq-Exit
   Add 1 To WS-VAS-SEQ.
 Vasilha-Proxima-Seq-Exit.
   Exit.
*
*  A load ships its lines' share of the volumes - ORDE-VOLU in
*  the proportion of CG-QUAN to ORDE-QUAN.
 Vasilha-Volumes-Carga.
   Move WS-CG-NUME (WS-CG-IDX) To CG-NUME
   Move WS-CG-SEQ  (WS-CG-IDX) To CG-SEQ
   Read CARGA
      Invalid Key Go To Vasilha-Volumes-Carga-Exit
   End-Read
   Move Zeros To WS-VAS-QTD
   Perform Varying WS-VAS-LIN From 1 By 1 Until WS-VAS-LIN > 20
      If ORDE-PROD(WS-VAS-LIN) > Zeros
         And ORDE-QUAN(WS-VAS-LIN) > Zeros
         Compute WS-VAS-QTD = WS-VAS-QTD
               + ORDE-VOLU(WS-VAS-LIN) * CG-QUAN(WS-VAS-LIN)
               / ORDE-QUAN(WS-VAS-LIN)
      End-if
   End-Perform
   Compute WS-VAS-VOL Rounded = WS-VAS-QTD.
 Vasilha-Volumes-Carga-Exit.
   Exit.
