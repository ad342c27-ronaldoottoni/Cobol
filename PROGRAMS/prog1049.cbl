*COMPROVANTE ANUAL DE RENDIMENTOS E RETENCOES DOS AUTONOMOS
 Identification Division.
 Program-Id. PROG1049.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The annual income statement (comprovante de rendimentos pagos
*  e de imposto retido) of each self-employed carrier paid in the
*  asked year, off the same payables the RPA and the monthly
*  summary read: month by month gross, taxable income, INSS,
*  SEST/SENAT and IRRF, then the statement's boxes - taxable
*  income (the freight's taxable part), the official social
*  security contribution, the IRRF withheld and the exempt part
*  of the freight. Transportadora zero prints every carrier; the
*  statements go to INFREND.REL.
*
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Fim-CTRCPAG      Value "10".
 01  PATHCTRCPAG         PIC X(060).
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
 01  PATHTRANSP          PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-CNPJ             PIC 9(014) VALUE ZEROS.
 01  WS-RAZAO            PIC X(035) VALUE SPACES.
*
 01  WS-ANO              PIC 9(004) VALUE ZEROS.
 01  WS-ANO-X REDEFINES WS-ANO PIC X(004).
 01  WS-TRAN-DIGITADA    PIC 9(004) VALUE ZEROS.
*
*  The carrier being stated, month by month.
 01  WS-TRAN-ATUAL       PIC S9(004) COMP-5 VALUE ZEROS.
 01  WS-TEM-MOVIMENTO    PIC X(001) VALUE "N".
     88 Tem-Movimento    Value "S".
 01  WS-MES-TAB.
     03 WS-MES-LIN occurs 12 times.
        05 WS-M-BRUTO      PIC S9(011)V99 COMP-3.
        05 WS-M-RENDIMENTO PIC S9(011)V99 COMP-3.
        05 WS-M-INSS       PIC S9(011)V99 COMP-3.
        05 WS-M-SEST       PIC S9(011)V99 COMP-3.
        05 WS-M-IRRF       PIC S9(011)V99 COMP-3.
 01  WS-MES-IDX          PIC 9(002).
 01  WS-T-BRUTO          PIC S9(011)V99 COMP-3.
 01  WS-T-RENDIMENTO     PIC S9(011)V99 COMP-3.
 01  WS-T-INSS           PIC S9(011)V99 COMP-3.
 01  WS-T-SEST           PIC S9(011)V99 COMP-3.
 01  WS-T-IRRF           PIC S9(011)V99 COMP-3.
 01  WS-T-ISENTO         PIC S9(011)V99 COMP-3.
*
 01  WS-MES-ED           PIC 99.
 01  WS-BRUTO-ED         PIC ZZZZZZZZ9,99.
 01  WS-REND-ED          PIC ZZZZZZZZ9,99.
 01  WS-INSS-ED          PIC ZZZZZZZ9,99.
 01  WS-SEST-ED          PIC ZZZZZZZ9,99.
 01  WS-IRRF-ED          PIC ZZZZZZZ9,99.
 01  WS-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
 01  WS-QTD-COMPROV      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
*
*  Every run of this report survives the next one: one SPOOLREG
*  call files the just-written sheet in the spool catalog.
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Display "Ano-calendario (AAAA): " With No Advancing
   Accept WS-ANO
   If WS-ANO < 2000
      Display "Ano invalido."
      Move 1 To Return-Code
      Exit Program
   End-if
   Display "Transportadora (0 = todas): " With No Advancing
   Accept WS-TRAN-DIGITADA

   Move "UNIDADE-CNPJ" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-CNPJ
   End-if
   Move "UNIDADE-RAZAO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR(1:35) To WS-RAZAO
   End-if

   Move Spaces to PathCTRCPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CTRCPAG.DAT" Delimited By Size
          Into PathCTRCPAG
   End-String.
   Open Input CTRCPAG
   If Not Valido-CTRCPAG
      Display "erro CTRCPAG " Stat-CTRCPAG
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathTRANSP.
   String Lk-Unidade        Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Not Valido-TRANSP
      Display "erro TRANSP " Stat-TRANSP
      Close CTRCPAG
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathROMREL.
   String Lk-Unidade           Delimited By Size
          "\DADOS\INFREND.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro INFREND.REL " Stat-ROMREL
      Close CTRCPAG
      Close TRANSP
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move "N" To WS-TEM-MOVIMENTO
   Move WS-TRAN-DIGITADA To PG-TRAN
   Move Zeros            To PG-NUMERO
   Start CTRCPAG Key Is Not Less PG-CHAVE
      Invalid Key Move "10" To Stat-CTRCPAG
   End-Start
   Perform Until Fim-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Not Fim-CTRCPAG And Valido-CTRCPAG
         If WS-TRAN-DIGITADA > Zeros
            And PG-TRAN Not = WS-TRAN-DIGITADA
            Move "10" To Stat-CTRCPAG
         Else
            If Pagavel-Autonomo
               And PG-COMPETENCIA(1:4) = WS-ANO-X
               If Tem-Movimento And PG-TRAN Not = WS-TRAN-ATUAL
                  Perform Imprime-Comprovante
                     Thru Imprime-Comprovante-Exit
               End-if
               Perform Acumula-Pagavel Thru Acumula-Pagavel-Exit
            End-if
         End-if
      End-if
   End-Perform
   If Tem-Movimento
      Perform Imprime-Comprovante Thru Imprime-Comprovante-Exit
   End-if

   Close CTRCPAG.
   Close TRANSP.
   Close ROMREL.
   Move "PROG1049"    To WS-SP-PROGRAMA
   Move "INFREND.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-COMPROV To WS-QTD-ED
   Display WS-QTD-ED " comprovante(s) em 'INFREND.REL'.".
   Exit Program.
*
 Acumula-Pagavel.
   If Not Tem-Movimento
      Move PG-TRAN To WS-TRAN-ATUAL
      Move "S"     To WS-TEM-MOVIMENTO
      Perform Varying WS-MES-IDX From 1 By 1 Until WS-MES-IDX > 12
         Move Zeros To WS-M-BRUTO(WS-MES-IDX)
                       WS-M-RENDIMENTO(WS-MES-IDX)
                       WS-M-INSS(WS-MES-IDX) WS-M-SEST(WS-MES-IDX)
                       WS-M-IRRF(WS-MES-IDX)
      End-Perform
   End-if
   Move PG-COMPETENCIA(5:2) To WS-MES-IDX
   If WS-MES-IDX < 1 Or WS-MES-IDX > 12
      Go To Acumula-Pagavel-Exit
   End-if
   Add PG-VALOR-BRUTO To WS-M-BRUTO(WS-MES-IDX)
   Add PG-RENDIMENTO  To WS-M-RENDIMENTO(WS-MES-IDX)
   Add PG-INSS        To WS-M-INSS(WS-MES-IDX)
   Add PG-SEST-SENAT  To WS-M-SEST(WS-MES-IDX)
   Add PG-IRRF        To WS-M-IRRF(WS-MES-IDX).
 Acumula-Pagavel-Exit.
   Exit.
*
 Imprime-Comprovante.
   Move WS-TRAN-ATUAL To TR-CODIGO
   Read TRANSP
      Invalid Key Move Spaces To TR-NOME TR-CPF
   End-Read
   Add 1 To WS-QTD-COMPROV
   Move Zeros To WS-T-BRUTO WS-T-RENDIMENTO WS-T-INSS WS-T-SEST
                 WS-T-IRRF

   Move All "=" To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A"
          " RENDA RETIDO NA FONTE"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "ANO-CALENDARIO " WS-ANO-X
          "   TRANSPORTE DE CARGA - TRABALHO SEM VINCULO (0588)"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "1. FONTE PAGADORA: " WS-RAZAO "  CNPJ " WS-CNPJ
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "2. BENEFICIARIO..: " TR-NOME "  CPF " TR-CPF
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "MES       FRETE BRUTO  REND.TRIBUT.        INSS"
          "   SEST/SENAT        IRRF"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Perform Varying WS-MES-IDX From 1 By 1 Until WS-MES-IDX > 12
      If WS-M-BRUTO(WS-MES-IDX) Not = Zeros
         Move WS-MES-IDX                  To WS-MES-ED
         Move WS-M-BRUTO(WS-MES-IDX)      To WS-BRUTO-ED
         Move WS-M-RENDIMENTO(WS-MES-IDX) To WS-REND-ED
         Move WS-M-INSS(WS-MES-IDX)       To WS-INSS-ED
         Move WS-M-SEST(WS-MES-IDX)       To WS-SEST-ED
         Move WS-M-IRRF(WS-MES-IDX)       To WS-IRRF-ED
         Move Spaces To ROMREL-REGI
         String WS-MES-ED "/" WS-ANO-X "  " WS-BRUTO-ED
                "  " WS-REND-ED " " WS-INSS-ED "  " WS-SEST-ED
                " " WS-IRRF-ED
                Delimited By Size Into ROMREL-REGI
         End-String
         Write ROMREL-REGI
         Add WS-M-BRUTO(WS-MES-IDX)      To WS-T-BRUTO
         Add WS-M-RENDIMENTO(WS-MES-IDX) To WS-T-RENDIMENTO
         Add WS-M-INSS(WS-MES-IDX)       To WS-T-INSS
         Add WS-M-SEST(WS-MES-IDX)       To WS-T-SEST
         Add WS-M-IRRF(WS-MES-IDX)       To WS-T-IRRF
      End-if
   End-Perform
   Compute WS-T-ISENTO = WS-T-BRUTO - WS-T-RENDIMENTO
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI

   Move WS-T-RENDIMENTO To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "3. RENDIMENTOS TRIBUTAVEIS.......................: "
          WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-T-INSS To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "   CONTRIBUICAO PREVIDENCIARIA OFICIAL (INSS)....: "
          WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-T-IRRF To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "   IMPOSTO SOBRE A RENDA RETIDO NA FONTE.........: "
          WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-T-ISENTO To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "4. RENDIMENTOS ISENTOS (PARCELA NAO TRIBUTAVEL)...: "
          WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-T-SEST To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "5. INFORMACOES: SEST/SENAT RETIDO................: "
          WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-T-BRUTO To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "                FRETE BRUTO PAGO NO ANO..........: "
          WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "N" To WS-TEM-MOVIMENTO.
 Imprime-Comprovante-Exit.
   Exit.
