*EXPOSICAO DE CREDITO CONSOLIDADA - CLIENTES ACIMA DO LIMITE (DIARIO)
 Identification Division.
 Program-Id. PROG1035.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\UNIDADES.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\EXPOSREL.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\UNIDADES.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
   Copy "..\COPY\EXPOSREL.FD".
*
 Working-Storage Section.
*
*  Daily company-wide picture of the credit the group carries:
*  every active client of every active branch is run once through
*  EXPCRED (the same sum PROG972 releases by) and listed when the
*  group exposure passes the tightest limit any branch granted it
*  - the branch where PROG972 would already show the alert. The
*  client line carries that limit and the excess; one line per
*  branch follows with its own code, limit, open titles and
*  unbilled liberado orders. A client registered in several
*  branches under one CGC/CPF is judged once; one without a
*  CGC/CPF can only be judged in its own branch. Scheduled by
*  EXPOSGRP.BAT; the sheet lands in the unidade the job names.
*
 01  Stat-UNIDADES       PIC X(002).
     88 Valido-UNIDADES  Value "00" THRU "09".
     88 Fim-UNIDADES     Value "10".
 01  PATHUNID            PIC X(060)
     VALUE "..\DADOS\UNIDADES.DAT".
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
     88 Fim-CLIENTE      Value "10".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-EXPOSREL       PIC X(002).
     88 Valido-EXPOSREL  Value "00" THRU "09".
 01  PATHEXPOSREL        PIC X(060).
*
 01  WS-UNIDADE-ATUAL    PIC X(003).
 01  WS-DATA-SISTEMA     PIC 9(008).
*
*  CGC/CPFs already judged - linear search/insert, warn once when
*  full (the PROG960 technique).
 78  max-cgc             value 3000.
 01  WS-QTD-CGC          PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-CGC-IDX          PIC 9(004) COMP-X.
 01  WS-CGC-TAB.
     03 WS-CGC           PIC X(018) OCCURS 3000.
 01  WS-ACHOU-CGC        PIC X(001).
     88 Cgc-Ja-Avaliado  Value "S".
 01  WS-TABELA-AVISADA   PIC X(001) VALUE "N".
     88 Tabela-Cheia-Avisada Value "S".
*
 Copy "..\COPY\EXPCRED.CPY".
 01  WS-U-IDX            PIC 9(002) COMP-X.
 01  WS-MENOR-LIMITE     PIC S9(011)V99 COMP-3.
 01  WS-EXCESSO          PIC S9(012)V99 COMP-3.
*
 01  WS-QTD-AVALIADOS    PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ACIMA        PIC 9(006) VALUE ZEROS.
 01  WS-TOTAL-EXCESSO    PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
 01  WS-ACIMA-ED         PIC Z(005)9.
 01  WS-EXCESSO-ED       PIC Z(11)9,99.
*
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD

   Move Spaces to PathEXPOSREL.
   String Lk-Unidade            Delimited By Size
          "\DADOS\EXPOSGRP.REL" Delimited By Size
          Into PathEXPOSREL
   End-String.
   Open Output EXPOSREL
   If Not Valido-EXPOSREL
      Display "erro EXPOSREL " Stat-EXPOSREL
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit

*  Without the branch list only the named unidade is judged.
   Open Input UNIDADES
   If Valido-UNIDADES
      Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
      Perform Until Fim-UNIDADES
         If UN-CODIGO Not = Spaces And Unidade-Ativa
            Move UN-CODIGO To WS-UNIDADE-ATUAL
            Perform Avalia-Unidade Thru Avalia-Unidade-Exit
         End-if
         Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
      End-Perform
      Close UNIDADES
   Else
      Move Lk-Unidade To WS-UNIDADE-ATUAL
      Perform Avalia-Unidade Thru Avalia-Unidade-Exit
   End-if

   Perform Imprime-Rodape Thru Imprime-Rodape-Exit
   Close EXPOSREL
   Move "PROG1035" To WS-SP-PROGRAMA
   Move "EXPOSGRP.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-ACIMA To WS-ACIMA-ED
   Display WS-ACIMA-ED " cliente(s) acima do limite - ver"
           " 'EXPOSGRP.REL'."
   Exit Program.
*
 Le-Proxima-Unidade.
   Read UNIDADES
      At End Move "10" To Stat-UNIDADES
   End-Read.
 Le-Proxima-Unidade-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To EXPOSREL-REGI
   String "EXPOSICAO DE CREDITO CONSOLIDADA - CLIENTES ACIMA DO "
          "LIMITE - " WS-DATA-SISTEMA
          Delimited By Size Into EXPOSREL-REGI
   End-String
   Write EXPOSREL-REGI
   Move Spaces To EXPOSREL-REGI
   Write EXPOSREL-REGI
   Move Spaces           To EXPOSREL-CLIENTE
   Move "CGC/CPF"        To ER-C-CGCCPF
   Move "NOME"           To ER-C-NOME
   Move "  MENOR LIMITE" To ER-C-LIMITE(1:14)
   Move "     EXPOSICAO" To ER-C-EXPOSICAO(1:14)
   Move "       EXCESSO" To ER-C-EXCESSO(1:14)
   Write EXPOSREL-REGI
   Move Spaces           To EXPOSREL-UNIDADE
   Move "UNI"            To ER-U-CODIGO
   Move " CLIE"          To ER-U-CLIE(1:5)
   Move "        LIMITE" To ER-U-LIMITE(1:14)
   Move "   TIT.ABERTOS" To ER-U-TITULOS(1:14)
   Move " PED.A FATURAR" To ER-U-PEDIDOS(1:14)
   Write EXPOSREL-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
 Avalia-Unidade.
   Move Spaces to PathCLIENTE.
   String WS-UNIDADE-ATUAL     Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Move Spaces To EXPOSREL-REGI
      String "UNIDADE " WS-UNIDADE-ATUAL " - CLIENTE.DAT "
             "INACESSIVEL, CLIENTES NAO AVALIADOS."
             Delimited By Size Into EXPOSREL-REGI
      End-String
      Write EXPOSREL-REGI
      Go To Avalia-Unidade-Exit
   End-if
   Perform Until Fim-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Valido-CLIENTE And Cliente-Ativo
         Perform Avalia-Cliente Thru Avalia-Cliente-Exit
      End-if
   End-Perform
   Close CLIENTE.
 Avalia-Unidade-Exit.
   Exit.
*
 Avalia-Cliente.
   If CLI-CGCCPF Not = Spaces
      Perform Procura-Cgc Thru Procura-Cgc-Exit
      If Cgc-Ja-Avaliado
         Go To Avalia-Cliente-Exit
      End-if
   End-if
   Move WS-UNIDADE-ATUAL To EX-UNIDADE
   Move CLI-CODIGO       To EX-CLIE
   Move CLI-CGCCPF       To EX-CGCCPF
   Call "EXPCRED" Using EX-PARM
   Add 1 To WS-QTD-AVALIADOS

   Move Zeros To WS-MENOR-LIMITE
   Perform Varying WS-U-IDX From 1 By 1
             Until WS-U-IDX > EX-QTD-UNID
      If EX-U-Lida(WS-U-IDX) And EX-U-LIMITE(WS-U-IDX) > Zeros
         If WS-MENOR-LIMITE = Zeros
            Or EX-U-LIMITE(WS-U-IDX) < WS-MENOR-LIMITE
            Move EX-U-LIMITE(WS-U-IDX) To WS-MENOR-LIMITE
         End-if
      End-if
   End-Perform
*  No limit set anywhere means no limit to pass - PROG972 does
*  not alert on a zero limit either.
   If WS-MENOR-LIMITE = Zeros
      Or EX-EXPOSICAO Not > WS-MENOR-LIMITE
      Go To Avalia-Cliente-Exit
   End-if
   Compute WS-EXCESSO = EX-EXPOSICAO - WS-MENOR-LIMITE
   Add WS-EXCESSO To WS-TOTAL-EXCESSO
   Add 1 To WS-QTD-ACIMA
   Perform Imprime-Cliente Thru Imprime-Cliente-Exit.
 Avalia-Cliente-Exit.
   Exit.
*
 Procura-Cgc.
   Move "N" To WS-ACHOU-CGC
   Perform Varying WS-CGC-IDX From 1 By 1
             Until WS-CGC-IDX > WS-QTD-CGC Or Cgc-Ja-Avaliado
      If WS-CGC(WS-CGC-IDX) = CLI-CGCCPF
         Move "S" To WS-ACHOU-CGC
      End-if
   End-Perform
   If Cgc-Ja-Avaliado
      Go To Procura-Cgc-Exit
   End-if
   If WS-QTD-CGC < max-cgc
      Add 1 To WS-QTD-CGC
      Move CLI-CGCCPF To WS-CGC(WS-QTD-CGC)
   Else
      If Not Tabela-Cheia-Avisada
         Display "Mais de " max-cgc " CGC/CPF - um cliente pode"
                 " aparecer mais de uma vez."
         Move "S" To WS-TABELA-AVISADA
      End-if
   End-if.
 Procura-Cgc-Exit.
   Exit.
*
 Imprime-Cliente.
   Move Spaces To EXPOSREL-REGI
   Write EXPOSREL-REGI
   Move Spaces          To EXPOSREL-CLIENTE
   Move CLI-CGCCPF      To ER-C-CGCCPF
   Move CLI-NOME        To ER-C-NOME
   Move WS-MENOR-LIMITE To ER-C-LIMITE
   Move EX-EXPOSICAO    To ER-C-EXPOSICAO
   Move WS-EXCESSO      To ER-C-EXCESSO
   If EX-Unidade-Indisponivel
      Move "EXPOSICAO PARCIAL" To ER-C-AVISO
   End-if
   Write EXPOSREL-REGI
   Perform Varying WS-U-IDX From 1 By 1
             Until WS-U-IDX > EX-QTD-UNID
      Move Spaces                 To EXPOSREL-UNIDADE
      Move EX-U-CODIGO(WS-U-IDX)  To ER-U-CODIGO
      If EX-U-Inacessivel(WS-U-IDX)
         Move "UNIDADE INACESSIVEL" To ER-U-AVISO
      Else
         Move EX-U-CLIE(WS-U-IDX)     To ER-U-CLIE
         Move EX-U-LIMITE(WS-U-IDX)   To ER-U-LIMITE
         Move EX-U-TITULOS(WS-U-IDX)  To ER-U-TITULOS
         Move EX-U-PEDIDOS(WS-U-IDX)  To ER-U-PEDIDOS
         If EX-U-LIMITE(WS-U-IDX) > Zeros
            And EX-EXPOSICAO > EX-U-LIMITE(WS-U-IDX)
            Move "ACIMA DO LIMITE DESTA UNIDADE" To ER-U-AVISO
         End-if
      End-if
      Write EXPOSREL-REGI
   End-Perform.
 Imprime-Cliente-Exit.
   Exit.
*
 Imprime-Rodape.
   Move WS-QTD-AVALIADOS To WS-QTD-ED
   Move WS-QTD-ACIMA     To WS-ACIMA-ED
   Move WS-TOTAL-EXCESSO To WS-EXCESSO-ED
   Move Spaces To EXPOSREL-REGI
   Write EXPOSREL-REGI
   Move Spaces To EXPOSREL-REGI
   String WS-QTD-ED " cliente(s) avaliado(s), " WS-ACIMA-ED
          " acima do limite; excesso total " WS-EXCESSO-ED "."
          Delimited By Size Into EXPOSREL-REGI
   End-String
   Write EXPOSREL-REGI.
 Imprime-Rodape-Exit.
   Exit.
