*RECIBO DE PAGAMENTO A AUTONOMO (RPA) DOS FRETES COM RETENCAO
 Identification Division.
 Program-Id. PROG1047.
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
*  One RPA per self-employed freight payable of the asked
*  competencia (PROG921 withheld INSS, SEST/SENAT and IRRF from
*  it): the branch as fonte pagadora, the carrier's CPF and NIT,
*  the gross, each withholding with its base and the net, and
*  the line the driver signs when paid. Transportadora zero
*  prints the whole month; the sheets go to RPA.REL.
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
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-COMP-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-COMP-X           PIC X(006).
 01  WS-TRAN-DIGITADA    PIC 9(004) VALUE ZEROS.
*
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
 01  WS-DEPEND-ED        PIC Z9.
 01  WS-QTD-RECIBOS      PIC 9(006) VALUE ZEROS.
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
   Display "Competencia (AAAAMM): " With No Advancing
   Accept WS-COMPETENCIA
   If WS-COMP-MES < 1 Or WS-COMP-MES > 12
      Display "Competencia invalida."
      Move 1 To Return-Code
      Exit Program
   End-if
   Move WS-COMPETENCIA To WS-COMP-X
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
   String Lk-Unidade       Delimited By Size
          "\DADOS\RPA.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro RPA.REL " Stat-ROMREL
      Close CTRCPAG
      Close TRANSP
      Move 1 To Return-Code
      Exit Program
   End-if.

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
            If Pagavel-Autonomo And PG-COMPETENCIA = WS-COMP-X
               Perform Imprime-Recibo Thru Imprime-Recibo-Exit
            End-if
         End-if
      End-if
   End-Perform

   Close CTRCPAG.
   Close TRANSP.
   Close ROMREL.
   Move "PROG1047" To WS-SP-PROGRAMA
   Move "RPA.REL"  To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-RECIBOS To WS-QTD-ED
   Display WS-QTD-ED " recibo(s) em 'RPA.REL'.".
   Exit Program.
*
 Imprime-Recibo.
   Move PG-TRAN To TR-CODIGO
   Read TRANSP
      Invalid Key
         Move Spaces To TR-NOME TR-CPF TR-NIT
         Move Zeros  To TR-DEPENDENTES
   End-Read
   Add 1 To WS-QTD-RECIBOS
   Move PG-TRAN   To WS-TRAN-ED
   Move PG-NUMERO To WS-NUME-ED

   Move All "=" To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "RECIBO DE PAGAMENTO A AUTONOMO - RPA" "          No. "
          WS-TRAN-ED "/" WS-NUME-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "FONTE PAGADORA: " WS-RAZAO "  CNPJ " WS-CNPJ
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "PRESTADOR.....: " TR-NOME
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move TR-DEPENDENTES To WS-DEPEND-ED
   Move Spaces To ROMREL-REGI
   String "CPF...........: " TR-CPF "   NIT/PIS: " TR-NIT
          "   DEPENDENTES: " WS-DEPEND-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "SERVICO.......: TRANSPORTE RODOVIARIO DE CARGA - CTRC "
          WS-NUME-ED "  COMPETENCIA " PG-COMPETENCIA
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI

   Move PG-VALOR-BRUTO To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "VALOR BRUTO DO FRETE..............: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move PG-BASE-INSS To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "BASE INSS E SEST/SENAT............: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move PG-INSS To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "(-) INSS..........................: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move PG-SEST-SENAT To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "(-) SEST/SENAT....................: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move PG-RENDIMENTO To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "RENDIMENTO TRIBUTAVEL (IRRF)......: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move PG-IRRF To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "(-) IRRF..........................: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move PG-VALOR To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "VALOR LIQUIDO.....................: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI

   Move "Recebi da fonte pagadora acima a importancia liquida deste"
        To ROMREL-REGI
   Write ROMREL-REGI
   Move "recibo, pelo frete discriminado, com as retencoes legais."
        To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Write ROMREL-REGI
   Move "_____________________________________     DATA ____/____/____"
        To ROMREL-REGI
   Write ROMREL-REGI
   Move TR-NOME To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI.
 Imprime-Recibo-Exit.
   Exit.
