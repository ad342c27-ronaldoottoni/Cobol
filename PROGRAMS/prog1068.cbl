*AGENDA DIARIA DE RETORNOS POR VENDEDOR (CONTATO.DAT)
 Identification Division.
 Program-Id. PROG1068.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CONTATO.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\VENDEDOR.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=CONTATO
   Copy "..\COPY\CONTATO.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=VENDEDOR
   Copy "..\COPY\VENDEDOR.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  Each seller's follow-ups for the day. CONTATO.DAT is read in
*  CO-AGENDA order (seller, next-action date) and every contact
*  still pending (CO-SITU "P") whose next action falls today or
*  earlier is listed under its seller, the most overdue first,
*  with the days overdue on the 360-day calendar PROG1000 uses,
*  the client, the quotation it is about and the note the seller
*  left. A follow-up leaves the agenda when the next contact on
*  the same client and quotation is recorded in PROG1067. Report
*  in AGENDA.REL; AGENDA.BAT runs it every morning.
*
 01  Stat-CONTATO        PIC X(002).
     88 Valido-CONTATO   Value "00" THRU "09".
     88 Fim-CONTATO      Value "10".
 01  PATHCONTATO         PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-VENDEDOR       PIC X(002).
     88 Valido-VENDEDOR  Value "00" THRU "09".
 01  PATHVENDEDOR        PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-DATA-PROXIMA     PIC X(008).
 01  WS-DATA-PROXIMA-R REDEFINES WS-DATA-PROXIMA.
     03 WS-PROX-ANO      PIC 9(004).
     03 WS-PROX-MES      PIC 9(002).
     03 WS-PROX-DIA      PIC 9(002).
 01  WS-DIAS-ATRASO      PIC S9(009) COMP-5.
*
 01  WS-VEND-ANTERIOR    PIC S9(004) COMP-5 VALUE -1.
 01  WS-QTD-VENDEDOR     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-TOTAL        PIC 9(005) VALUE ZEROS.
 01  WS-QTD-VENDEDORES   PIC 9(005) VALUE ZEROS.
*
 01  WS-VEND-ED          PIC Z(003)9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-ATRASO-ED        PIC ZZZ9.
 01  WS-COTACAO-ED       PIC ZZZZZ9.
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
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Compute WS-DIAS-HOJE = WS-HOJE-ANO * 360
                        + WS-HOJE-MES * 30 + WS-HOJE-DIA

   Move Spaces to PathCONTATO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CONTATO.DAT" Delimited By Size
          Into PathCONTATO
   End-String.
   Open Input CONTATO
   If Not Valido-CONTATO
      Display "erro CONTATO " Stat-CONTATO
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display "erro CLIENTE " Stat-CLIENTE
      Close CONTATO
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathVENDEDOR.
   String Lk-Unidade            Delimited By Size
          "\DADOS\VENDEDOR.DAT" Delimited By Size
          Into PathVENDEDOR
   End-String.
   Open Input VENDEDOR
   If Not Valido-VENDEDOR
      Display "erro VENDEDOR " Stat-VENDEDOR
      Close CONTATO
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathROMREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\AGENDA.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro AGENDA.REL " Stat-ROMREL
      Close CONTATO
      Close CLIENTE
      Close VENDEDOR
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces To ROMREL-REGI
   String "AGENDA DE RETORNOS DOS VENDEDORES - "
          WS-DATA-SISTEMA(7:2) "/" WS-DATA-SISTEMA(5:2) "/"
          WS-DATA-SISTEMA(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "ACOMPANHAMENTOS PENDENTES COM PROXIMA ACAO ATE HOJE;"
          " T = V-VISITA/L-LIGACAO, R = ULTIMO RESULTADO"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Move Low-Values To CO-AGENDA
   Start CONTATO Key Not < CO-AGENDA
      Invalid Key Move "10" To Stat-CONTATO
   End-Start
   Perform Until Fim-CONTATO
      Read CONTATO Next Record
         At End Move "10" To Stat-CONTATO
      End-Read
      If Valido-CONTATO And Contato-Pendente
         And CO-PROXIMA Numeric
         And CO-PROXIMA Not > WS-DATA-SISTEMA
         Perform Imprime-Retorno Thru Imprime-Retorno-Exit
      End-if
   End-Perform
   Perform Fecha-Vendedor Thru Fecha-Vendedor-Exit

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-QTD-TOTAL To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   String "RETORNOS NA AGENDA: " WS-QTD-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-QTD-VENDEDORES To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   String "VENDEDORES........: " WS-QTD-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Close CONTATO
   Close CLIENTE
   Close VENDEDOR
   Close ROMREL
   Move "PROG1068"   To WS-SP-PROGRAMA
   Move "AGENDA.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-TOTAL To WS-QTD-ED
   Display WS-QTD-ED " retorno(s) na agenda;"
           " relatorio em 'AGENDA.REL'."
   Exit Program.
*
 Imprime-Retorno.
   If CO-VEND Not = WS-VEND-ANTERIOR
      Perform Fecha-Vendedor Thru Fecha-Vendedor-Exit
      Move CO-VEND To WS-VEND-ANTERIOR VD-CODIGO WS-VEND-ED
      Read VENDEDOR
         Invalid Key Move Spaces To VD-NOME
      End-Read
      Add 1 To WS-QTD-VENDEDORES
      Move Spaces To ROMREL-REGI
      Write ROMREL-REGI
      Move Spaces To ROMREL-REGI
      String "VENDEDOR " WS-VEND-ED " - " VD-NOME
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
      Move Spaces     To ROMREL-REGI
      Move "PROXIMA"  To ROMREL-REGI(1:7)
      Move "ATR"      To ROMREL-REGI(13:3)
      Move "CLIE"     To ROMREL-REGI(17:4)
      Move "NOME"     To ROMREL-REGI(22:4)
      Move "COTAC"    To ROMREL-REGI(46:5)
      Move "T"        To ROMREL-REGI(52:1)
      Move "R"        To ROMREL-REGI(54:1)
      Move "ANOTACAO" To ROMREL-REGI(56:8)
      Write ROMREL-REGI
   End-if
   Move CO-PROXIMA To WS-DATA-PROXIMA
   Compute WS-DIAS-ATRASO = WS-DIAS-HOJE
                          - (WS-PROX-ANO * 360
                          + WS-PROX-MES * 30 + WS-PROX-DIA)
   Move WS-DIAS-ATRASO To WS-ATRASO-ED
   Move CO-CLIE To CLI-CODIGO WS-CLIE-ED
   Read CLIENTE
      Invalid Key Move Spaces To CLI-NOME
   End-Read
   Move Spaces To ROMREL-REGI
   String WS-DATA-PROXIMA(7:2) "/" WS-DATA-PROXIMA(5:2) "/"
          WS-DATA-PROXIMA(1:4) " " WS-ATRASO-ED " " WS-CLIE-ED " "
          CLI-NOME(1:22)
          Delimited By Size Into ROMREL-REGI
   End-String
   If CO-COTACAO > Zeros
      Move CO-COTACAO To WS-COTACAO-ED
      Move WS-COTACAO-ED To ROMREL-REGI(45:6)
   End-if
   Move CO-TIPO      To ROMREL-REGI(52:1)
   Move CO-RESULTADO To ROMREL-REGI(54:1)
   Move CO-NOTA(1:34) To ROMREL-REGI(56:34)
   Write ROMREL-REGI
   Add 1 To WS-QTD-VENDEDOR WS-QTD-TOTAL.
 Imprime-Retorno-Exit.
   Exit.
*
 Fecha-Vendedor.
   If WS-QTD-VENDEDOR = Zeros
      Go To Fecha-Vendedor-Exit
   End-if
   Move WS-QTD-VENDEDOR To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   String "   RETORNOS DO VENDEDOR: " WS-QTD-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Zeros To WS-QTD-VENDEDOR.
 Fecha-Vendedor-Exit.
   Exit.
