*EXPORTA O JORNAL CONTABIL DO MES (SITHIST/TITULOS/CTRCPAG/CUSTMED...)
 Identification Division.
 Program-Id. PROG926.
 Author. RONALDO OTTONI.
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\CUSTMED.SL".
   Copy "..\COPY\CONTAMAP.SL".
   Copy "..\COPY\JORNAL.SL".
   Copy "..\COPY\NOTAAJ.SL".
   Copy "..\COPY\APURPC.SL".
   Copy "..\COPY\VARCAMB.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=CUSTMED
   Copy "..\COPY\CUSTMED.FD".
$XFD FILE=CONTAMAP
   Copy "..\COPY\CONTAMAP.FD".
   Copy "..\COPY\JORNAL.FD".
$XFD FILE=NOTAAJ
   Copy "..\COPY\NOTAAJ.FD".
$XFD FILE=APURPC
   Copy "..\COPY\APURPC.FD".
$XFD FILE=VARCAMB
   Copy "..\COPY\VARCAMB.FD".
*
 Working-Storage Section.
*
*  re-keying printed reports: faturamentos and cancelamentos off
*  the situation history (valued at the order's installments),
*  settlements off TITULOS.DAT, reconciled freight off
*  CTRCPAG.DAT (a self-employed carrier's at the gross, with the
*  withheld INSS, SEST/SENAT and IRRF as RET-INSS, RET-SEST and
*  RET-IRRF), the cost of goods sold per produto+area off the
*  month-end valuation (CUSTMED.DAT, PROG1025) - CMV, or
*  ESTORNO-CMV when returns outweighed the month's sales - and the
*  notas de credito/debito issued in the month (NOTAAJ.DAT,
*  PROG1031) as NOTA-CREDITO / NOTA-DEBITO, and the PIS and
*  COFINS payable the month's apuracao found (APURPC.DAT,
*  PROG1046) as PIS / COFINS, dated the month's last day like
*  the CMV. An order not in reais is valued at its ORDE-CAMBIO;
*  the settlement of its titles leaves the receivable at that
*  booked rate and the realised difference of the payment day's
*  rate (VARCAMB.DAT, PROG959) posts as VARCAMB-ATIV (gain) or
*  VARCAMB-PASS (loss). The accounts come from CONTAMAP.DAT (PROG925);
*  an event kind without a mapped row is skipped and counted -
*  inventing an account here would be worse than missing a line.
*
 01  PATHCTRCPAG         PIC X(060).
 01  WS-TEM-PAGAVEIS     PIC X(001) VALUE "N".
     88 Tem-Pagaveis     Value "S".
 01  Stat-CUSTMED        PIC X(002).
     88 Valido-CUSTMED   Value "00" THRU "09".
     88 Fim-CUSTMED      Value "10".
 01  PATHCUSTMED         PIC X(060).
 01  WS-TEM-CUSTMED      PIC X(001) VALUE "N".
     88 Tem-Custo-Medio  Value "S".
 01  Stat-CONTAMAP       PIC X(002).
     88 Valido-CONTAMAP  Value "00" THRU "09".
 01  PATHCONTAMAP        PIC X(060).
 01  Stat-JORNAL         PIC X(002).
     88 Valido-JORNAL    Value "00" THRU "09".
 01  PATHJORNAL          PIC X(060).
 01  Stat-NOTAAJ         PIC X(002).
     88 Valido-NOTAAJ    Value "00" THRU "09".
     88 Fim-NOTAAJ       Value "10".
 01  PATHNOTAAJ          PIC X(060).
 01  WS-TEM-NOTAAJ       PIC X(001) VALUE "N".
     88 Tem-Notas        Value "S".
 01  Stat-APURPC         PIC X(002).
     88 Valido-APURPC    Value "00" THRU "09".
     88 Fim-APURPC       Value "10".
 01  PATHAPURPC          PIC X(060).
 01  WS-TEM-APURPC       PIC X(001) VALUE "N".
     88 Tem-Apuracao     Value "S".
 01  Stat-VARCAMB        PIC X(002).
     88 Valido-VARCAMB   Value "00" THRU "09".
 01  PATHVARCAMB         PIC X(060).
 01  WS-TEM-VARCAMB      PIC X(001) VALUE "N".
     88 Tem-Varcamb      Value "S".
*
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-COMP-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-QTD-PARAMETROS   PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-COMP-X           PIC X(006).
 01  WS-ULTIMO-DIA       PIC 9(002).
 01  WS-RESTO-BISSEXTO   PIC 9(004).
 01  WS-QUOCIENTE        PIC 9(004).
*
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-TEM-VARIACAO     PIC X(001) VALUE "N".
     88 Tem-Variacao     Value "S".
 01  WS-VALOR-EVENTO     PIC S9(012)V99 COMP-3.
 01  WS-DATA-EVENTO      PIC X(008).
 01  WS-HIST-EVENTO      PIC X(040).
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-PARC-ED          PIC Z9.
 01  WS-PEDIDO-ED        PIC Z(005)9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-AREA-ED          PIC Z(003)9.
*
 01  WS-QTD-LINHAS       PIC 9(006) VALUE ZEROS.
 01  WS-QTD-SEM-MAPA     PIC 9(006) VALUE ZEROS.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*  Optional: the competence (AAAAMM) - passed by MONTHEND.BAT,
*  which runs the month with nobody at the console. Only
*  referenced when C$NARG says the caller supplied it.
 01 Lk-Competencia     Pic 9(006).
*
 Procedure Division Using LK-Linkage, Lk-Competencia.
*
 Inicio.
   Call "C$NARG" Using WS-QTD-PARAMETROS
   If WS-QTD-PARAMETROS > 1
      Move Lk-Competencia To WS-COMPETENCIA
   Else
      Display "Competencia (AAAAMM): " With No Advancing
      Accept WS-COMPETENCIA
   End-if
   Move WS-COMPETENCIA To WS-COMP-X

   Move Spaces to PathCONTAMAP.
      Move "S" To WS-TEM-PAGAVEIS
   End-if.

   Move Spaces to PathCUSTMED.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CUSTMED.DAT" Delimited By Size
          Into PathCUSTMED
   End-String.
   Move "N" To WS-TEM-CUSTMED
   Open Input CUSTMED
   If Valido-CUSTMED
      Move "S" To WS-TEM-CUSTMED
   End-if.

   Move Spaces to PathNOTAAJ.
   String Lk-Unidade          Delimited By Size
          "\DADOS\NOTAAJ.DAT" Delimited By Size
          Into PathNOTAAJ
   End-String.
   Move "N" To WS-TEM-NOTAAJ
   Open Input NOTAAJ
   If Valido-NOTAAJ
      Move "S" To WS-TEM-NOTAAJ
   End-if.

   Move Spaces to PathAPURPC.
   String Lk-Unidade          Delimited By Size
          "\DADOS\APURPC.DAT" Delimited By Size
          Into PathAPURPC
   End-String.
   Move "N" To WS-TEM-APURPC
   Open Input APURPC
   If Valido-APURPC
      Move "S" To WS-TEM-APURPC
   End-if.

   Move Spaces to PathVARCAMB.
   String Lk-Unidade           Delimited By Size
          "\DADOS\VARCAMB.DAT" Delimited By Size
          Into PathVARCAMB
   End-String.
   Move "N" To WS-TEM-VARCAMB
   Open Input VARCAMB
   If Valido-VARCAMB
      Move "S" To WS-TEM-VARCAMB
   End-if.

   Move Spaces to PathJORNAL.
   String Lk-Unidade         Delimited By Size
          "\DADOS\JORNAL.TXT" Delimited By Size
      End-Perform
   End-if

   If Tem-Custo-Medio
      Perform Lanca-Custo-Medio Thru Lanca-Custo-Medio-Exit
   End-if

   If Tem-Notas
      Perform Le-Proxima-Nota Thru Le-Proxima-Nota-Exit
      Perform Until Fim-NOTAAJ
         Perform Lanca-Nota Thru Lanca-Nota-Exit
         Perform Le-Proxima-Nota Thru Le-Proxima-Nota-Exit
      End-Perform
   End-if

   If Tem-Apuracao
      Perform Lanca-Piscofins Thru Lanca-Piscofins-Exit
   End-if

   Close CONTAMAP.
   Close ORDE.
   If Tem-Historia
   If Tem-Pagaveis
      Close CTRCPAG
   End-if.
   If Tem-Custo-Medio
      Close CUSTMED
   End-if.
   If Tem-Notas
      Close NOTAAJ
   End-if.
   If Tem-Apuracao
      Close APURPC
   End-if.
   If Tem-Varcamb
      Close VARCAMB
   End-if.
   Close JORNAL.

   Move WS-QTD-LINHAS To WS-QTD-ED
   If WS-VALOR-EVENTO = Zeros
      Go To Lanca-Historia-Exit
   End-if
   If Not Moeda-Real And ORDE-MOEDA Not = Spaces
      And ORDE-CAMBIO > Zeros
      Compute WS-VALOR-EVENTO Rounded =
              WS-VALOR-EVENTO * ORDE-CAMBIO
   End-if
   Move ORDE-NUME To WS-NUME-ED
   Move SH-DATA   To WS-DATA-EVENTO
   If SH-PARA = 2
   If WS-VALOR-EVENTO = Zeros
      Go To Lanca-Baixa-Exit
   End-if
*  A foreign-currency title leaves the receivable at the booked
*  rate; one settled before VARCAMB.DAT existed at its order's.
   Move "N" To WS-TEM-VARIACAO
   If Tem-Varcamb
      Move TI-NUME To VR-NUME
      Move TI-PARC To VR-PARC
      Read VARCAMB
         Invalid Key Continue
      End-Read
      If Valido-VARCAMB
         Move "S" To WS-TEM-VARIACAO
         Move VR-VALOR-CONTABIL To WS-VALOR-EVENTO
      End-if
   End-if
   If Not Tem-Variacao
      Move TI-NUME To ORDE-NUME
      Read ORDE
         Invalid Key Continue
      End-Read
      If Valido-ORDE And Not Moeda-Real And ORDE-MOEDA Not = Spaces
         And ORDE-CAMBIO > Zeros
         Compute WS-VALOR-EVENTO Rounded =
                 WS-VALOR-EVENTO * ORDE-CAMBIO
      End-if
   End-if
   Move TI-DTPG(1:8)  To WS-DATA-EVENTO
   Move TI-NUME To WS-NUME-ED
   Move TI-PARC To WS-PARC-ED
   String "BAIXA TITULO " WS-NUME-ED "/" WS-PARC-ED
          Delimited By Size Into WS-HIST-EVENTO
   End-String
   Perform Grava-Lancamento Thru Grava-Lancamento-Exit
   If Tem-Variacao And VR-VARIACAO Not = Zeros
      Move Spaces To WS-HIST-EVENTO
      If VR-VARIACAO > Zeros
         Move VR-VARIACAO To WS-VALOR-EVENTO
         Move "VARCAMB-ATIV" To CM-EVENTO
         String "VAR CAMBIAL ATIVA TITULO " WS-NUME-ED "/"
                WS-PARC-ED
                Delimited By Size Into WS-HIST-EVENTO
         End-String
      Else
         Compute WS-VALOR-EVENTO = 0 - VR-VARIACAO
         Move "VARCAMB-PASS" To CM-EVENTO
         String "VAR CAMBIAL PASSIVA TITULO " WS-NUME-ED "/"
                WS-PARC-ED
                Delimited By Size Into WS-HIST-EVENTO
         End-String
      End-if
      Perform Grava-Lancamento Thru Grava-Lancamento-Exit
   End-if.
 Lanca-Baixa-Exit.
   Exit.
*
   If PG-DTIN(1:6) Not = WS-COMP-X
      Go To Lanca-Frete-Exit
   End-if
*  A self-employed carrier's freight is the expense at its gross;
*  what was withheld goes to the tax liabilities.
   If Pagavel-Autonomo
      Perform Lanca-Retencoes Thru Lanca-Retencoes-Exit
      Move PG-VALOR-BRUTO To WS-VALOR-EVENTO
   Else
      Move PG-VALOR       To WS-VALOR-EVENTO
   End-if
   If WS-VALOR-EVENTO = Zeros
      Go To Lanca-Frete-Exit
   End-if
   Move PG-NUMERO To WS-NUME-ED
   Move "FRETE" To CM-EVENTO
   Move Spaces To WS-HIST-EVENTO
   If Pagavel-Estadia
      String "ESTADIA PATIO " WS-NUME-ED
             Delimited By Size Into WS-HIST-EVENTO
      End-String
   Else
      String "FRETE CTRC " WS-NUME-ED
             Delimited By Size Into WS-HIST-EVENTO
      End-String
   End-if
   Perform Grava-Lancamento Thru Grava-Lancamento-Exit.
 Lanca-Frete-Exit.
   Exit.
*
 Lanca-Retencoes.
   Move PG-DTIN   To WS-DATA-EVENTO
   Move PG-NUMERO To WS-NUME-ED
   If PG-INSS > Zeros
      Move PG-INSS    To WS-VALOR-EVENTO
      Move "RET-INSS" To CM-EVENTO
      Move Spaces     To WS-HIST-EVENTO
      String "INSS RETIDO CTRC " WS-NUME-ED
             Delimited By Size Into WS-HIST-EVENTO
      End-String
      Perform Grava-Lancamento Thru Grava-Lancamento-Exit
   End-if
   If PG-SEST-SENAT > Zeros
      Move PG-SEST-SENAT To WS-VALOR-EVENTO
      Move "RET-SEST"    To CM-EVENTO
      Move Spaces        To WS-HIST-EVENTO
      String "SEST/SENAT RETIDO CTRC " WS-NUME-ED
             Delimited By Size Into WS-HIST-EVENTO
      End-String
      Perform Grava-Lancamento Thru Grava-Lancamento-Exit
   End-if
   If PG-IRRF > Zeros
      Move PG-IRRF    To WS-VALOR-EVENTO
      Move "RET-IRRF" To CM-EVENTO
      Move Spaces     To WS-HIST-EVENTO
      String "IRRF RETIDO CTRC " WS-NUME-ED
             Delimited By Size Into WS-HIST-EVENTO
      End-String
      Perform Grava-Lancamento Thru Grava-Lancamento-Exit
   End-if.
 Lanca-Retencoes-Exit.
   Exit.
*
*  The month's cost of goods sold, dated the last day of the
*  month the valuation closed. A month not valued yet (PROG1025)
*  simply posts no CMV.
 Lanca-Custo-Medio.
   Perform Ultimo-Dia-Mes Thru Ultimo-Dia-Mes-Exit

   Move WS-COMP-X To VM-ANOMES
   Move Zeros     To VM-PROD VM-AREA
   Start CUSTMED Key Is Not Less VM-CHAVE
      Invalid Key Go To Lanca-Custo-Medio-Exit
   End-Start
   Perform Le-Proximo-Custmed Thru Le-Proximo-Custmed-Exit
   Perform Until Fim-CUSTMED Or VM-ANOMES Not = WS-COMP-X
      If VM-VLR-CMV Not = Zeros
         Move VM-PROD To WS-PROD-ED
         Move VM-AREA To WS-AREA-ED
         Move Spaces  To WS-HIST-EVENTO
         If VM-VLR-CMV > Zeros
            Move VM-VLR-CMV To WS-VALOR-EVENTO
            Move "CMV"      To CM-EVENTO
            String "CMV PRODUTO " WS-PROD-ED " AREA " WS-AREA-ED
                   Delimited By Size Into WS-HIST-EVENTO
            End-String
         Else
            Compute WS-VALOR-EVENTO = 0 - VM-VLR-CMV
            Move "ESTORNO-CMV" To CM-EVENTO
            String "ESTORNO CMV PRODUTO " WS-PROD-ED
                   " AREA " WS-AREA-ED
                   Delimited By Size Into WS-HIST-EVENTO
            End-String
         End-if
         Perform Grava-Lancamento Thru Grava-Lancamento-Exit
      End-if
      Perform Le-Proximo-Custmed Thru Le-Proximo-Custmed-Exit
   End-Perform.
 Lanca-Custo-Medio-Exit.
   Exit.
*
 Ultimo-Dia-Mes.
   Evaluate WS-COMP-MES
      When 2
         Move 28 To WS-ULTIMO-DIA
         Divide WS-COMP-ANO By 4 Giving WS-QUOCIENTE
                Remainder WS-RESTO-BISSEXTO
         If WS-RESTO-BISSEXTO = Zeros
            Move 29 To WS-ULTIMO-DIA
            Divide WS-COMP-ANO By 100 Giving WS-QUOCIENTE
                   Remainder WS-RESTO-BISSEXTO
            If WS-RESTO-BISSEXTO = Zeros
               Move 28 To WS-ULTIMO-DIA
               Divide WS-COMP-ANO By 400 Giving WS-QUOCIENTE
                      Remainder WS-RESTO-BISSEXTO
               If WS-RESTO-BISSEXTO = Zeros
                  Move 29 To WS-ULTIMO-DIA
               End-if
            End-if
         End-if
      When 4
      When 6
      When 9
      When 11
         Move 30 To WS-ULTIMO-DIA
      When Other
         Move 31 To WS-ULTIMO-DIA
   End-Evaluate
   Move Spaces To WS-DATA-EVENTO
   String WS-COMP-X WS-ULTIMO-DIA Delimited By Size
          Into WS-DATA-EVENTO
   End-String.
 Ultimo-Dia-Mes-Exit.
   Exit.
*
*  The PIS and COFINS payable of the month, one line per DARF
*  code, off the apuracao (PROG1046). A month not apurado yet, or
*  one that closed with saldo credor, posts nothing.
 Lanca-Piscofins.
   Perform Ultimo-Dia-Mes Thru Ultimo-Dia-Mes-Exit
   Move WS-COMP-X  To AP-ANOMES
   Move Low-Values To AP-TRIBUTO AP-CODIGO
   Start APURPC Key Is Not Less AP-CHAVE
      Invalid Key Go To Lanca-Piscofins-Exit
   End-Start
   Perform Le-Proxima-Apuracao Thru Le-Proxima-Apuracao-Exit
   Perform Until Fim-APURPC Or AP-ANOMES Not = WS-COMP-X
      If AP-VLR-RECOLHER > Zeros
         Move AP-VLR-RECOLHER To WS-VALOR-EVENTO
         Move AP-TRIBUTO      To CM-EVENTO
         Move Spaces          To WS-HIST-EVENTO
         String AP-TRIBUTO Delimited By Space
                " A RECOLHER " WS-COMP-X " DARF " AP-CODIGO
                Delimited By Size Into WS-HIST-EVENTO
         End-String
         Perform Grava-Lancamento Thru Grava-Lancamento-Exit
      End-if
      Perform Le-Proxima-Apuracao Thru Le-Proxima-Apuracao-Exit
   End-Perform.
 Lanca-Piscofins-Exit.
   Exit.
*
 Le-Proxima-Apuracao.
   Read APURPC Next Record
      At End Move "10" To Stat-APURPC
   End-Read.
 Le-Proxima-Apuracao-Exit.
   Exit.
*
 Le-Proximo-Custmed.
   Read CUSTMED Next Record
      At End Move "10" To Stat-CUSTMED
   End-Read.
 Le-Proximo-Custmed-Exit.
   Exit.
*
 Le-Proxima-Nota.
   Read NOTAAJ Next Record
      At End Move "10" To Stat-NOTAAJ
   End-Read.
 Le-Proxima-Nota-Exit.
   Exit.
*
*  A nota de credito or de debito issued inside the month, dated
*  its emission and valued at its face.
 Lanca-Nota.
   If NA-DATA(1:6) Not = WS-COMP-X
      Go To Lanca-Nota-Exit
   End-if
   Move NA-VALOR To WS-VALOR-EVENTO
   If WS-VALOR-EVENTO = Zeros
      Go To Lanca-Nota-Exit
   End-if
   Move NA-DATA   To WS-DATA-EVENTO
   Move NA-NUME   To WS-NUME-ED
   Move NA-PEDIDO To WS-PEDIDO-ED
   Move Spaces To WS-HIST-EVENTO
   If Nota-Credito
      Move "NOTA-CREDITO" To CM-EVENTO
      String "NOTA CREDITO " WS-NUME-ED " PEDIDO " WS-PEDIDO-ED
             Delimited By Size Into WS-HIST-EVENTO
      End-String
   Else
      Move "NOTA-DEBITO" To CM-EVENTO
      String "NOTA DEBITO " WS-NUME-ED " PEDIDO " WS-PEDIDO-ED
             Delimited By Size Into WS-HIST-EVENTO
      End-String
   End-if
   Perform Grava-Lancamento Thru Grava-Lancamento-Exit.
 Lanca-Nota-Exit.
   Exit.
*
 Grava-Lancamento.
   Read CONTAMAP
