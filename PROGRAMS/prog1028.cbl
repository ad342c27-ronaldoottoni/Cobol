*RELATORIO DE RESERVAS DE ESTOQUE POR PRODUTO (RESERVA x ESTOQUE)
 Identification Division.
 Program-Id. PROG1028.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\RESERVA.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\RESREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=RESERVA
   Copy "..\COPY\RESERVA.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
   Copy "..\COPY\RESREL.FD".
*
 Working-Storage Section.
*
*  Who holds what: RESERVA.DAT walked in produto+area order (its
*  alternate key), one line per reserved order line, and under
*  each produto its saldo, the total reserved and what is left to
*  promise - the same three numbers GETDISP hands the entry
*  screens, so the sheet and the warning boxes agree.
*
 01  Stat-RESERVA        PIC X(002).
     88 Valido-RESERVA   Value "00" THRU "09".
     88 Fim-RESERVA      Value "10".
 01  PATHRESERVA         PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  WS-TEM-PRODUTO      PIC X(001) VALUE "N".
     88 Tem-Produto      Value "S".
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  WS-TEM-CLIENTE      PIC X(001) VALUE "N".
     88 Tem-Cliente      Value "S".
 01  Stat-RESREL         PIC X(002).
     88 Valido-RESREL    Value "00" THRU "09".
 01  PATHRESREL          PIC X(060).
*
 01  WS-PROD-ATUAL       PIC S9(006) COMP-5.
 01  WS-TOT-PROD         PIC S9(013)V999 COMP-3.
 01  WS-TOT-GERAL        PIC S9(013)V999 COMP-3 VALUE ZEROS.
 01  WS-QTD-LINHAS       PIC 9(006) VALUE ZEROS.
 01  WS-QTD-PRODUTOS     PIC 9(006) VALUE ZEROS.
 01  WS-NOME-PROD        PIC X(040).
 01  WS-NOME-CLIE        PIC X(040).
*
*  GETDISP call frame - area zero asks over every area.
 01  WS-DSP-PROD         PIC S9(006)     COMP-5.
 01  WS-DSP-AREA         PIC S9(004)     COMP-5 VALUE ZEROS.
 01  WS-DSP-NUME         PIC S9(006)     COMP-5 VALUE ZEROS.
 01  WS-DSP-SALDO        PIC S9(012)V999 COMP-3.
 01  WS-DSP-RESERVADO    PIC S9(012)V999 COMP-3.
 01  WS-DSP-DISPONIVEL   PIC S9(012)V999 COMP-3.
*
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-AREA-ED          PIC Z(003)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-LINHA-ED         PIC Z9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-QTD-ED           PIC ZZZZZZZZZZ9,999.
 01  WS-SALDO-ED         PIC -ZZZZZZZZZ9,999.
 01  WS-DISP-ED          PIC -ZZZZZZZZZ9,999.
 01  WS-DATA-ED          PIC X(010).
 01  WS-CONT-ED          PIC Z(005)9.
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
   Move Spaces to PathRESERVA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\RESERVA.DAT" Delimited By Size
          Into PathRESERVA
   End-String.
   Open Input RESERVA
   If Not Valido-RESERVA
      Display "Nenhuma reserva registrada (RESERVA.DAT) - "
              "libere pedidos pelo PROG972."
      Exit Program
   End-if.

   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Move "N" To WS-TEM-PRODUTO
   Open Input PRODUTO
   If Valido-PRODUTO
      Move "S" To WS-TEM-PRODUTO
   End-if.

   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Move "N" To WS-TEM-CLIENTE
   Open Input CLIENTE
   If Valido-CLIENTE
      Move "S" To WS-TEM-CLIENTE
   End-if.

   Move Spaces to PathRESREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\RESREL.REL" Delimited By Size
          Into PathRESREL
   End-String.
   Open Output RESREL
   If Not Valido-RESREL
      Display "erro RESREL " Stat-RESREL
      Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
      Exit Program
   End-if.

   Move Spaces To RESREL-REGI
   Move "RESERVAS DE ESTOQUE POR PRODUTO (PEDIDOS LIBERADOS, KG)"
        To RESREL-REGI
   Write RESREL-REGI
   Move Spaces To RESREL-REGI
   Write RESREL-REGI
   Move "AREA PEDIDO LN CLIE CLIENTE" To RESREL-REGI
   Move "RESERVADO"    To RESREL-REGI(53:9)
   Move "RESERVADO EM" To RESREL-REGI(63:12)
   Write RESREL-REGI

   Move Low-Values To RZ-PROD-AREA
   Start RESERVA Key Not < RZ-PROD-AREA
      Invalid Key Move "10" To Stat-RESERVA
   End-Start
   Perform Le-Proxima-Reserva Thru Le-Proxima-Reserva-Exit
   Perform Until Fim-RESERVA
      Perform Imprime-Produto Thru Imprime-Produto-Exit
   End-Perform

   Move Spaces To RESREL-REGI
   Write RESREL-REGI
   Move WS-TOT-GERAL To WS-QTD-ED
   Move Spaces To RESREL-REGI
   String "TOTAL RESERVADO NA UNIDADE" Delimited By Size
          Into RESREL-REGI
   End-String
   Move WS-QTD-ED To RESREL-REGI(47:15)
   Write RESREL-REGI

   Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
   Close RESREL.
   Move "PROG1028" To WS-SP-PROGRAMA
   Move "RESREL.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-PRODUTOS To WS-CONT-ED
   Display WS-CONT-ED " produto(s) em 'RESREL.REL',"
   Move WS-QTD-LINHAS To WS-CONT-ED
   Display WS-CONT-ED " linha(s) de pedido reservada(s).".
   Exit Program.
*
 Le-Proxima-Reserva.
   Read RESERVA Next Record
      At End Move "10" To Stat-RESERVA
   End-Read.
 Le-Proxima-Reserva-Exit.
   Exit.
*
*  One produto: its name line, its reserved order lines, then the
*  saldo / reservado / disponivel footing.
 Imprime-Produto.
   Move RZ-PROD To WS-PROD-ATUAL WS-PROD-ED
   Move Zeros   To WS-TOT-PROD
   Add 1 To WS-QTD-PRODUTOS
   Move Spaces To WS-NOME-PROD
   If Tem-Produto
      Move RZ-PROD To PD-CODIGO
      Read PRODUTO
         Invalid Key Move "*** SEM CADASTRO ***" To WS-NOME-PROD
         Not Invalid Key Move PD-NOME To WS-NOME-PROD
      End-Read
   End-if
   Move Spaces To RESREL-REGI
   Write RESREL-REGI
   Move Spaces To RESREL-REGI
   String "PRODUTO " WS-PROD-ED " " WS-NOME-PROD
          Delimited By Size Into RESREL-REGI
   End-String
   Write RESREL-REGI

   Perform Until Fim-RESERVA Or RZ-PROD Not = WS-PROD-ATUAL
      Perform Imprime-Linha Thru Imprime-Linha-Exit
      Perform Le-Proxima-Reserva Thru Le-Proxima-Reserva-Exit
   End-Perform

   Move WS-PROD-ATUAL To WS-DSP-PROD
   Move Zeros To WS-DSP-SALDO WS-DSP-RESERVADO WS-DSP-DISPONIVEL
   Call "GETDISP" Using Lk-Unidade WS-DSP-PROD WS-DSP-AREA
                        WS-DSP-NUME WS-DSP-SALDO WS-DSP-RESERVADO
                        WS-DSP-DISPONIVEL
      On Exception Continue
   End-Call
   Move WS-DSP-SALDO      To WS-SALDO-ED
   Move WS-TOT-PROD       To WS-QTD-ED
   Move WS-DSP-DISPONIVEL To WS-DISP-ED
   Move Spaces To RESREL-REGI
   String "     SALDO " WS-SALDO-ED "  RESERVADO " WS-QTD-ED
          "  DISPONIVEL " WS-DISP-ED
          Delimited By Size Into RESREL-REGI
   End-String
   Write RESREL-REGI
   Add WS-TOT-PROD To WS-TOT-GERAL.
 Imprime-Produto-Exit.
   Exit.
*
 Imprime-Linha.
   Move Spaces To WS-NOME-CLIE
   If Tem-Cliente
      Move RZ-CLIE To CLI-CODIGO
      Read CLIENTE
         Invalid Key Continue
         Not Invalid Key Move CLI-NOME To WS-NOME-CLIE
      End-Read
   End-if
   Move Spaces To WS-DATA-ED
   String RZ-DATA(7:2) "/" RZ-DATA(5:2) "/" RZ-DATA(1:4)
          Delimited By Size Into WS-DATA-ED
   End-String
   Move RZ-AREA  To WS-AREA-ED
   Move RZ-NUME  To WS-NUME-ED
   Move RZ-LINHA To WS-LINHA-ED
   Move RZ-CLIE  To WS-CLIE-ED
   Move RZ-QTD   To WS-QTD-ED
   Move Spaces To RESREL-REGI
   String WS-AREA-ED " " WS-NUME-ED " " WS-LINHA-ED " "
          WS-CLIE-ED " " WS-NOME-CLIE(1:25) " " WS-QTD-ED " "
          WS-DATA-ED
          Delimited By Size Into RESREL-REGI
   End-String
   Write RESREL-REGI
   Add RZ-QTD To WS-TOT-PROD
   Add 1      To WS-QTD-LINHAS.
 Imprime-Linha-Exit.
   Exit.
*
 Fecha-Arquivos.
   Close RESERVA.
   If Tem-Produto
      Close PRODUTO
   End-if.
   If Tem-Cliente
      Close CLIENTE
   End-if.
 Fecha-Arquivos-Exit.
   Exit.
