*RESUMO MENSAL DAS RETENCOES SOBRE FRETE DE AUTONOMOS (CTRCPAG)
 Identification Division.
 Program-Id. PROG1048.
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
*  What the month withheld from self-employed carriers, one line
*  per carrier (CPF, CTRCs, gross, INSS, SEST/SENAT, IRRF, net)
*  off the payables PROG921 generated for the competencia, and
*  the month's totals per tax - what goes into the IRRF DARF
*  (code 0588, trabalho sem vinculo) and into the INSS and
*  SEST/SENAT collection. The sheet goes to RETFRE.REL.
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
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-COMP-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-COMP-X           PIC X(006).
*
*  The carrier being totaled, and the month.
 01  WS-TRAN-ATUAL       PIC S9(004) COMP-5 VALUE ZEROS.
 01  WS-TR-QTD           PIC 9(004) VALUE ZEROS.
 01  WS-TR-BRUTO         PIC S9(011)V99 COMP-3.
 01  WS-TR-BASE-INSS     PIC S9(011)V99 COMP-3.
 01  WS-TR-INSS          PIC S9(011)V99 COMP-3.
 01  WS-TR-SEST          PIC S9(011)V99 COMP-3.
 01  WS-TR-RENDIMENTO    PIC S9(011)V99 COMP-3.
 01  WS-TR-IRRF          PIC S9(011)V99 COMP-3.
 01  WS-TR-LIQUIDO       PIC S9(011)V99 COMP-3.
 01  WS-TOT-QTD          PIC 9(006) VALUE ZEROS.
 01  WS-TOT-BRUTO        PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-BASE-INSS    PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-INSS         PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-SEST         PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-RENDIMENTO   PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-IRRF         PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-LIQUIDO      PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-QTD-TRANSP       PIC 9(006) VALUE ZEROS.
*
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-QT-ED            PIC ZZ9.
 01  WS-BRUTO-ED         PIC ZZZZZZZZ9,99.
 01  WS-INSS-ED          PIC ZZZZZZ9,99.
 01  WS-SEST-ED          PIC ZZZZZZ9,99.
 01  WS-IRRF-ED          PIC ZZZZZZ9,99.
 01  WS-LIQUIDO-ED       PIC ZZZZZZ9,99.
 01  WS-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
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
   String Lk-Unidade          Delimited By Size
          "\DADOS\RETFRE.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro RETFRE.REL " Stat-ROMREL
      Close CTRCPAG
      Close TRANSP
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces To ROMREL-REGI
   String "RETENCOES SOBRE FRETE DE AUTONOMOS - COMPETENCIA "
          WS-COMP-X
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "TRAN NOME         CPF          QT        BRUTO"
          "       INSS SEST/SENAT       IRRF    LIQUIDO"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Move Low-Values To PG-CHAVE
   Start CTRCPAG Key Is Not Less PG-CHAVE
      Invalid Key Move "10" To Stat-CTRCPAG
   End-Start
   Perform Until Fim-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Not Fim-CTRCPAG And Valido-CTRCPAG
         If Pagavel-Autonomo And PG-COMPETENCIA = WS-COMP-X
            If WS-TR-QTD > Zeros And PG-TRAN Not = WS-TRAN-ATUAL
               Perform Imprime-Transp Thru Imprime-Transp-Exit
            End-if
            Perform Acumula-Pagavel Thru Acumula-Pagavel-Exit
         End-if
      End-if
   End-Perform
   If WS-TR-QTD > Zeros
      Perform Imprime-Transp Thru Imprime-Transp-Exit
   End-if
   Perform Imprime-Totais Thru Imprime-Totais-Exit

   Close CTRCPAG.
   Close TRANSP.
   Close ROMREL.
   Move "PROG1048"   To WS-SP-PROGRAMA
   Move "RETFRE.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-TRANSP To WS-QTD-ED
   Display WS-QTD-ED " autonomo(s) no resumo 'RETFRE.REL'.".
   Exit Program.
*
 Acumula-Pagavel.
   If WS-TR-QTD = Zeros
      Move PG-TRAN To WS-TRAN-ATUAL
      Move Zeros   To WS-TR-BRUTO WS-TR-BASE-INSS WS-TR-INSS
                      WS-TR-SEST WS-TR-RENDIMENTO WS-TR-IRRF
                      WS-TR-LIQUIDO
   End-if
   Add 1              To WS-TR-QTD
   Add PG-VALOR-BRUTO To WS-TR-BRUTO
   Add PG-BASE-INSS   To WS-TR-BASE-INSS
   Add PG-INSS        To WS-TR-INSS
   Add PG-SEST-SENAT  To WS-TR-SEST
   Add PG-RENDIMENTO  To WS-TR-RENDIMENTO
   Add PG-IRRF        To WS-TR-IRRF
   Add PG-VALOR       To WS-TR-LIQUIDO.
 Acumula-Pagavel-Exit.
   Exit.
*
 Imprime-Transp.
   Move WS-TRAN-ATUAL To TR-CODIGO
   Read TRANSP
      Invalid Key Move Spaces To TR-NOME TR-CPF
   End-Read
   Add 1 To WS-QTD-TRANSP
   Move WS-TRAN-ATUAL To WS-TRAN-ED
   Move WS-TR-QTD     To WS-QT-ED
   Move WS-TR-BRUTO   To WS-BRUTO-ED
   Move WS-TR-INSS    To WS-INSS-ED
   Move WS-TR-SEST    To WS-SEST-ED
   Move WS-TR-IRRF    To WS-IRRF-ED
   Move WS-TR-LIQUIDO To WS-LIQUIDO-ED
   Move Spaces To ROMREL-REGI
   String WS-TRAN-ED " " TR-NOME(1:12) " " TR-CPF " " WS-QT-ED
          " " WS-BRUTO-ED " " WS-INSS-ED " " WS-SEST-ED
          " " WS-IRRF-ED " " WS-LIQUIDO-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Add WS-TR-QTD        To WS-TOT-QTD
   Add WS-TR-BRUTO      To WS-TOT-BRUTO
   Add WS-TR-BASE-INSS  To WS-TOT-BASE-INSS
   Add WS-TR-INSS       To WS-TOT-INSS
   Add WS-TR-SEST       To WS-TOT-SEST
   Add WS-TR-RENDIMENTO To WS-TOT-RENDIMENTO
   Add WS-TR-IRRF       To WS-TOT-IRRF
   Add WS-TR-LIQUIDO    To WS-TOT-LIQUIDO
   Move Zeros To WS-TR-QTD.
 Imprime-Transp-Exit.
   Exit.
*
 Imprime-Totais.
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-TOT-QTD     To WS-QTD-ED
   Move WS-TOT-BRUTO   To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "FRETES DE AUTONOMOS......: " WS-QTD-ED
          " CTRC(S)  BRUTO " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-TOT-BASE-INSS To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "BASE INSS E SEST/SENAT...: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-TOT-INSS To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "INSS RETIDO (GPS)........: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-TOT-SEST To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "SEST/SENAT RETIDO (GPS)..: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-TOT-RENDIMENTO To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "RENDIMENTO TRIBUTAVEL....: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-TOT-IRRF To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "IRRF RETIDO (DARF 0588)..: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-TOT-LIQUIDO To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "LIQUIDO AOS AUTONOMOS....: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Imprime-Totais-Exit.
   Exit.
