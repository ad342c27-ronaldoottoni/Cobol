*REAVALIACAO CAMBIAL DE FIM DE MES DOS TITULOS EM MOEDA ESTRANGEIRA
 Identification Division.
 Program-Id. PROG1061.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\VARCAMB.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=VARCAMB
   Copy "..\COPY\VARCAMB.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  Month-end view of the exchange exposure, instead of finance
*  rebuilding it from the bank's contratos de cambio: every title
*  still open whose order is not in reais is revalued at the
*  closing rate (CAMBIO.DAT rate in force on the month's last
*  day, GETCAMBIO) against the rate it was booked at (ORDE-
*  CAMBIO, or the CAMBIO.DAT rate of ORDE-DTIN when the order
*  captured none), and the unrealised variation is reported per
*  title and per currency. The realised variation of the month's
*  settlements (VARCAMB.DAT, PROG959) closes the sheet, so both
*  halves are on one page. Nothing is written back - the
*  unrealised figure is a report, the realised one is what
*  PROG926 posts. Report in VARCAMB.REL.
*
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-VARCAMB        PIC X(002).
     88 Valido-VARCAMB   Value "00" THRU "09".
     88 Fim-VARCAMB      Value "10".
 01  PATHVARCAMB         PIC X(060).
 01  WS-TEM-VARCAMB      PIC X(001) VALUE "N".
     88 Tem-Varcamb      Value "S".
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-COMP-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-COMP-X           PIC X(006).
 01  WS-ULTIMO-DIA       PIC 9(002).
 01  WS-RESTO-BISSEXTO   PIC 9(004).
 01  WS-QUOCIENTE        PIC 9(004).
 01  WS-DATA-FECHAMENTO  PIC X(008).
*
 01  WS-CAMBIO-MOEDA     PIC X(003).
 01  WS-CAMBIO-DATA      PIC X(008).
 01  WS-CAMBIO-TAXA      PIC S9(004)V9999 COMP-3.
 01  WS-CAMBIO-ACHADO    PIC X(001).
 01  WS-TAXA-ORIG        PIC S9(004)V9999 COMP-3.
 01  WS-TAXA-FECH        PIC S9(004)V9999 COMP-3.
 01  WS-VALOR-CONTABIL   PIC S9(012)V99  COMP-3.
 01  WS-VALOR-FECH       PIC S9(012)V99  COMP-3.
 01  WS-VARIACAO         PIC S9(012)V99  COMP-3.
*
*  Closing rate per currency, looked up once; and the totals.
 01  WS-MOEDA-TAB.
     03 WS-MOEDA-ITEM occurs 10 times.
        05 WS-MT-MOEDA       PIC X(003).
        05 WS-MT-TAXA        PIC S9(004)V9999 COMP-3.
        05 WS-MT-ACHOU       PIC X(001).
        05 WS-MT-QTD         PIC 9(005) COMP-3.
        05 WS-MT-ABERTO-ME   PIC S9(012)V99 COMP-3.
        05 WS-MT-CONTABIL    PIC S9(014)V99 COMP-3.
        05 WS-MT-FECHAMENTO  PIC S9(014)V99 COMP-3.
        05 WS-MT-VARIACAO    PIC S9(014)V99 COMP-3.
 01  WS-QTD-MOEDAS       PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-MT-IDX           PIC 9(002) COMP-X.
 01  WS-ACHOU-MOEDA      PIC X(001).
     88 Achou-Moeda      Value "S".
 01  WS-QTD-SEM-TAXA     PIC 9(005) VALUE ZEROS.
 01  WS-REAL-GANHO       PIC S9(014)V99 COMP-3 VALUE ZEROS.
 01  WS-REAL-PERDA       PIC S9(014)V99 COMP-3 VALUE ZEROS.
 01  WS-QTD-REALIZADAS   PIC 9(005) VALUE ZEROS.
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-PARC-ED          PIC Z9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-ME-ED            PIC ZZZZZZZZZ9,99.
 01  WS-TAXA-ED          PIC ZZZ9,9999.
 01  WS-TAXF-ED          PIC ZZZ9,9999.
 01  WS-REAIS-ED         PIC ZZZZZZZZZZ9,99.
 01  WS-FECH-ED          PIC ZZZZZZZZZZ9,99.
 01  WS-VAR-ED           PIC -ZZZZZZZZZ9,99.
 01  WS-QTD-ED           PIC ZZZZ9.
*
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 Copy "..\copy\usuario.cpy".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Display "Competencia (AAAAMM): " With No Advancing
   Accept WS-COMPETENCIA
   If WS-COMP-MES < 1 Or WS-COMP-MES > 12
      Display "Competencia invalida."
      Move 1 To Return-Code
      Exit Program
   End-if
   Move WS-COMPETENCIA To WS-COMP-X
   Perform Ultimo-Dia-Mes Thru Ultimo-Dia-Mes-Exit

   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Not Valido-TITULOS
      Display "erro TITULOS " Stat-TITULOS
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Close TITULOS
      Move 1 To Return-Code
      Exit Program
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
   Move Spaces to PathROMREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\VARCAMB.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro VARCAMB.REL " Stat-ROMREL
      Close TITULOS
      Close ORDE
      If Tem-Varcamb
         Close VARCAMB
      End-if
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces To ROMREL-REGI
   String "REAVALIACAO CAMBIAL DOS TITULOS EM ABERTO - FECHAMENTO "
          WS-DATA-FECHAMENTO(7:2) "/" WS-DATA-FECHAMENTO(5:2) "/"
          WS-DATA-FECHAMENTO(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "TITULO    CLIE MOE   VALOR ME  TX CONTAB      CONTABIL R$  TX
-       " FECH    FECHAMENTO R$" To ROMREL-REGI
   Write ROMREL-REGI
   Move "                                                         VARIA
-       "CAO NAO REALIZADA R$" To ROMREL-REGI
   Write ROMREL-REGI

   Perform Le-Proximo-Titulo Thru Le-Proximo-Titulo-Exit
   Perform Until Fim-TITULOS
      If Titulo-Aberto
         Perform Reavalia-Titulo Thru Reavalia-Titulo-Exit
      End-if
      Perform Le-Proximo-Titulo Thru Le-Proximo-Titulo-Exit
   End-Perform

   Perform Imprime-Totais Thru Imprime-Totais-Exit
   If Tem-Varcamb
      Perform Imprime-Realizadas Thru Imprime-Realizadas-Exit
   End-if

   Close TITULOS
   Close ORDE
   If Tem-Varcamb
      Close VARCAMB
   End-if
   Close ROMREL
   Move "PROG1061"    To WS-SP-PROGRAMA
   Move "VARCAMB.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Display "Reavaliacao cambial em 'VARCAMB.REL'."
   If WS-QTD-SEM-TAXA > Zeros
      Move WS-QTD-SEM-TAXA To WS-QTD-ED
      Display WS-QTD-ED " titulo(s) sem taxa - veja o relatorio."
   End-if.
   Exit Program.
*
 Le-Proximo-Titulo.
   Read TITULOS Next Record
      At End Move "10" To Stat-TITULOS
   End-Read.
 Le-Proximo-Titulo-Exit.
   Exit.
*
 Reavalia-Titulo.
   Move TI-NUME To ORDE-NUME
   Read ORDE
      Invalid Key Go To Reavalia-Titulo-Exit
   End-Read
   If Moeda-Real Or ORDE-MOEDA = Spaces
      Go To Reavalia-Titulo-Exit
   End-if
   Move TI-NUME To WS-NUME-ED
   Move TI-PARC To WS-PARC-ED
   Move TI-CLIE To WS-CLIE-ED
   Move TI-VALOR To WS-ME-ED

   If ORDE-CAMBIO > Zeros
      Move ORDE-CAMBIO To WS-TAXA-ORIG
   Else
      Move ORDE-MOEDA     To WS-CAMBIO-MOEDA
      Move ORDE-DTIN(1:8) To WS-CAMBIO-DATA
      Move "N"            To WS-CAMBIO-ACHADO
      Move Zeros          To WS-CAMBIO-TAXA
      Call "GETCAMBIO" Using WS-CAMBIO-MOEDA WS-CAMBIO-DATA
                             WS-CAMBIO-TAXA WS-CAMBIO-ACHADO
         On Exception Move "N" To WS-CAMBIO-ACHADO
      End-Call
      Move WS-CAMBIO-TAXA To WS-TAXA-ORIG
   End-if
   Perform Localiza-Moeda Thru Localiza-Moeda-Exit
   Move WS-MT-TAXA(WS-MT-IDX) To WS-TAXA-FECH

   If WS-TAXA-ORIG = Zeros Or WS-TAXA-FECH = Zeros
      Add 1 To WS-QTD-SEM-TAXA
      Move Spaces To ROMREL-REGI
      String WS-NUME-ED "/" WS-PARC-ED " " WS-CLIE-ED " "
             ORDE-MOEDA " " WS-ME-ED
             "  SEM TAXA CONTABIL OU DE FECHAMENTO (PROG1010)"
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
      Go To Reavalia-Titulo-Exit
   End-if

   Compute WS-VALOR-CONTABIL Rounded = TI-VALOR * WS-TAXA-ORIG
   Compute WS-VALOR-FECH     Rounded = TI-VALOR * WS-TAXA-FECH
   Compute WS-VARIACAO = WS-VALOR-FECH - WS-VALOR-CONTABIL
   Add 1                 To WS-MT-QTD(WS-MT-IDX)
   Add TI-VALOR          To WS-MT-ABERTO-ME(WS-MT-IDX)
   Add WS-VALOR-CONTABIL To WS-MT-CONTABIL(WS-MT-IDX)
   Add WS-VALOR-FECH     To WS-MT-FECHAMENTO(WS-MT-IDX)
   Add WS-VARIACAO       To WS-MT-VARIACAO(WS-MT-IDX)

   Move WS-TAXA-ORIG      To WS-TAXA-ED
   Move WS-TAXA-FECH      To WS-TAXF-ED
   Move WS-VALOR-CONTABIL To WS-REAIS-ED
   Move WS-VALOR-FECH     To WS-FECH-ED
   Move WS-VARIACAO       To WS-VAR-ED
   Move Spaces To ROMREL-REGI
   String WS-NUME-ED "/" WS-PARC-ED " " WS-CLIE-ED " " ORDE-MOEDA
          " " WS-ME-ED " " WS-TAXA-ED " " WS-REAIS-ED " "
          WS-TAXF-ED " " WS-FECH-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "                                                        "
          "  " WS-VAR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Reavalia-Titulo-Exit.
   Exit.
*
*  The currency's slot, adding it (and its closing rate) the
*  first time a title in it turns up.
 Localiza-Moeda.
   Move "N" To WS-ACHOU-MOEDA
   Perform Varying WS-MT-IDX From 1 By 1
             Until WS-MT-IDX > WS-QTD-MOEDAS Or Achou-Moeda
      If WS-MT-MOEDA(WS-MT-IDX) = ORDE-MOEDA
         Move "S" To WS-ACHOU-MOEDA
      End-if
   End-Perform
   If Achou-Moeda
      Subtract 1 From WS-MT-IDX
      Go To Localiza-Moeda-Exit
   End-if
   If WS-QTD-MOEDAS < 10
      Add 1 To WS-QTD-MOEDAS
   End-if
   Move WS-QTD-MOEDAS To WS-MT-IDX
   Initialize WS-MOEDA-ITEM(WS-MT-IDX)
   Move ORDE-MOEDA         To WS-MT-MOEDA(WS-MT-IDX)
   Move ORDE-MOEDA         To WS-CAMBIO-MOEDA
   Move WS-DATA-FECHAMENTO To WS-CAMBIO-DATA
   Move "N"                To WS-CAMBIO-ACHADO
   Move Zeros              To WS-CAMBIO-TAXA
   Call "GETCAMBIO" Using WS-CAMBIO-MOEDA WS-CAMBIO-DATA
                          WS-CAMBIO-TAXA WS-CAMBIO-ACHADO
      On Exception Move "N" To WS-CAMBIO-ACHADO
   End-Call
   Move WS-CAMBIO-ACHADO To WS-MT-ACHOU(WS-MT-IDX)
   If WS-CAMBIO-ACHADO = "S"
      Move WS-CAMBIO-TAXA To WS-MT-TAXA(WS-MT-IDX)
   End-if.
 Localiza-Moeda-Exit.
   Exit.
*
 Imprime-Totais.
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "TOTAIS POR MOEDA" To ROMREL-REGI
   Write ROMREL-REGI
   If WS-QTD-MOEDAS = Zeros
      Move "(nenhum titulo em aberto em moeda estrangeira)"
           To ROMREL-REGI
      Write ROMREL-REGI
      Go To Imprime-Totais-Exit
   End-if
   Perform Varying WS-MT-IDX From 1 By 1
             Until WS-MT-IDX > WS-QTD-MOEDAS
      Move WS-MT-QTD(WS-MT-IDX)        To WS-QTD-ED
      Move WS-MT-ABERTO-ME(WS-MT-IDX)  To WS-ME-ED
      Move WS-MT-TAXA(WS-MT-IDX)       To WS-TAXF-ED
      Move WS-MT-CONTABIL(WS-MT-IDX)   To WS-REAIS-ED
      Move WS-MT-FECHAMENTO(WS-MT-IDX) To WS-FECH-ED
      Move WS-MT-VARIACAO(WS-MT-IDX)   To WS-VAR-ED
      Move Spaces To ROMREL-REGI
      String WS-MT-MOEDA(WS-MT-IDX) " " WS-QTD-ED " TITULO(S) "
             WS-ME-ED " TAXA FECHAMENTO " WS-TAXF-ED
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
      Move Spaces To ROMREL-REGI
      String "    CONTABIL R$ " WS-REAIS-ED "  FECHAMENTO R$ "
             WS-FECH-ED "  VARIACAO R$ " WS-VAR-ED
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-Perform.
 Imprime-Totais-Exit.
   Exit.
*
*  The month's settlements in foreign currency, as PROG926 posts
*  them.
 Imprime-Realizadas.
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "VARIACAO REALIZADA NAS BAIXAS DO MES" To ROMREL-REGI
   Write ROMREL-REGI
   Move Low-Values To VR-CHAVE
   Start VARCAMB Key Is Not Less VR-CHAVE
      Invalid Key Move "10" To Stat-VARCAMB
   End-Start
   Perform Until Fim-VARCAMB
      Read VARCAMB Next Record
         At End Move "10" To Stat-VARCAMB
      End-Read
      If Valido-VARCAMB And VR-DTPG(1:6) = WS-COMP-X
         Add 1 To WS-QTD-REALIZADAS
         If VR-VARIACAO > Zeros
            Add VR-VARIACAO To WS-REAL-GANHO
         Else
            Subtract VR-VARIACAO From WS-REAL-PERDA
         End-if
         Move VR-NUME        To WS-NUME-ED
         Move VR-PARC        To WS-PARC-ED
         Move VR-CLIE        To WS-CLIE-ED
         Move VR-VALOR-ME    To WS-ME-ED
         Move VR-TAXA-ORIG   To WS-TAXA-ED
         Move VR-TAXA-BAIXA  To WS-TAXF-ED
         Move VR-VARIACAO    To WS-VAR-ED
         Move Spaces To ROMREL-REGI
         String WS-NUME-ED "/" WS-PARC-ED " " WS-CLIE-ED " "
                VR-MOEDA " " WS-ME-ED " " WS-TAXA-ED " "
                WS-TAXF-ED " " VR-DTPG(7:2) "/" VR-DTPG(5:2)
                " " WS-VAR-ED
                Delimited By Size Into ROMREL-REGI
         End-String
         Write ROMREL-REGI
      End-if
   End-Perform
   Move WS-REAL-GANHO To WS-REAIS-ED
   Move WS-REAL-PERDA To WS-FECH-ED
   Move WS-QTD-REALIZADAS To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   String WS-QTD-ED " BAIXA(S) - GANHO R$ " WS-REAIS-ED
          "  PERDA R$ " WS-FECH-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Imprime-Realizadas-Exit.
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
   Move Spaces To WS-DATA-FECHAMENTO
   String WS-COMP-X WS-ULTIMO-DIA Delimited By Size
          Into WS-DATA-FECHAMENTO
   End-String.
 Ultimo-Dia-Mes-Exit.
   Exit.
