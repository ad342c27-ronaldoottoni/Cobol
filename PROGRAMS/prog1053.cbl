*LEILAO DE FRETE - OFERTA DE CARGA, LANCES E ADJUDICACAO
 Identification Division.
 Program-Id. PROG1053.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\OFERTA.SL".
   Copy "..\COPY\LANCE.SL".
   Copy "..\COPY\FRETACOR.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\ROTAS.SL".
   Copy "..\COPY\MAILQ.SL".
   Copy "..\COPY\ROMREL.SL".
   Copy "..\COPY\LOCKMRK.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\AUDIT.SL".
*
 Data Division.
 File Section.
$XFD FILE=OFERTA
   Copy "..\COPY\OFERTA.FD".
$XFD FILE=LANCE
   Copy "..\COPY\LANCE.FD".
$XFD FILE=FRETACOR
   Copy "..\COPY\FRETACOR.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
   Copy "..\COPY\TRANSP.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=ROTAS
   Copy "..\COPY\ROTAS.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
   Copy "..\COPY\ROMREL.FD".
   Copy "..\COPY\LOCKMRK.FD".
   Copy "..\COPY\USUARIOS.FD".
   Copy "..\COPY\AUDIT.FD".
*
 Working-Storage Section.
*
 Copy "..\COPY\Fonts.Def".
 Copy "..\COPY\acugui.Def".
 Copy "..\COPY\crtvars.Def".
 Copy "..\COPY\WinHelp.Def".
 Copy "..\COPY\Winprint.Def".
 Copy "..\COPY\acucobol.Def".
*
*  Freight bidding, for the harvest when the spot market is far
*  below TABFRET. Publicar gathers the open liberado orders of a
*  route (client in the route's destination city, released up to
*  the loading date, not yet weighed, manifested, awarded or in
*  another open offer) into one load offer, writes the offer
*  sheet OFERTAnnnnnn.TXT and queues it to each invited carrier
*  with an e-mail (MAILQ.DAT, sent by PROG1007) - the others get
*  the sheet by hand. Invited are the carriers typed, or every
*  active carrier of the route. Registrar lance records a
*  carrier's price per tonne until the deadline; Adjudicar gives
*  the load to the carrier typed, or to the lowest bid, as long
*  as the bid clears the ANTT floor of the route.
*
*  The award is kept per order in FRETACOR.DAT and stamped on the
*  order itself (ORDE-TRAN, ORDE-FRET, ORDE-ICFR): from then on
*  CALCFRET prices the order at the bid, so the sync, VALORDE,
*  the CTRC reconciliation and the payables all see the awarded
*  freight. ORDE.DAT is written only inside the award, under
*  ONLINE.LCK and never while the sync holds the branch. LANCE.DAT
*  keeps every invitation and bid for the history (PROG1054).
*
 01  Stat-OFERTA          PIC X(002).
     88 Valido-OFERTA     Value "00" THRU "09".
     88 Fim-OFERTA        Value "10".
 01  PATHOFERTA           PIC X(060).
 01  Stat-LANCE           PIC X(002).
     88 Valido-LANCE      Value "00" THRU "09".
     88 Fim-LANCE         Value "10".
 01  PATHLANCE            PIC X(060).
 01  Stat-FRETACOR        PIC X(002).
     88 Valido-FRETACOR   Value "00" THRU "09".
 01  PATHFRETACOR         PIC X(060).
 01  Stat-ORDE            PIC X(002).
     88 Valido-ORDE       Value "00" THRU "09".
     88 Fim-ORDE          Value "10".
 01  PATHORDE             PIC X(060).
 01  Stat-TRANSP          PIC X(002).
     88 Valido-TRANSP     Value "00" THRU "09".
     88 Fim-TRANSP        Value "10".
 01  PATHTRANSP           PIC X(060).
 01  Stat-CLIENTE         PIC X(002).
     88 Valido-CLIENTE    Value "00" THRU "09".
 01  PATHCLIENTE          PIC X(060).
 01  Stat-ROTAS           PIC X(002).
     88 Valido-ROTAS      Value "00" THRU "09".
 01  PATHROTAS            PIC X(060)
     VALUE "..\DADOS\ROTAS.DAT".
 01  Stat-MAILQ           PIC X(002).
     88 Valido-MAILQ      Value "00" THRU "09".
 01  PATHMAILQ            PIC X(060).
 01  Stat-ROMREL          PIC X(002).
     88 Valido-ROMREL     Value "00" THRU "09".
 01  PATHROMREL           PIC X(060).
 01  Stat-LOCKMRK         PIC X(002).
     88 Valido-LOCKMRK    Value "00" THRU "09".
 01  PATHLOCK             PIC X(060).
 01  WS-SYNC-RODANDO      PIC X(001).
     88 Sync-Em-Andamento Value "S".
*
 01  Stat-USUARIOS        PIC X(002).
     88 Valido-USUARIOS   Value "00" THRU "09".
 01  PATHUSUARIOS         PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
 Copy "..\copy\usuario.cpy".
 01  WS-PERMITIDO         PIC X(001) VALUE "N".
     88 Operador-Permitido Value "S".
*
 01  Stat-AUDIT           PIC X(002).
     88 Valido-AUDIT      Value "00" THRU "09".
 01  PATHAUDIT            PIC X(060).
 01  WS-AU-OPERACAO       PIC X(001).
 01  WS-AU-CHAVE          PIC X(010).
 01  WS-AU-ANTES          PIC X(040) VALUE SPACES.
 01  WS-AU-DEPOIS         PIC X(040) VALUE SPACES.
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Publicar-Pressed     Value 0030.
    88 Lance-Pressed        Value 0040.
    88 Adjudicar-Pressed    Value 0050.
    88 Cancelar-Pressed     Value 0060.
    88 Limpar-Pressed       Value 0070.
*
 01 WS-OFERTA-DIGITADA    PIC 9(006) VALUE ZEROS.
 01 WS-ROTA-DIGITADA      PIC X(010) VALUE SPACES.
 01 WS-DATA-DIGITADA      PIC 9(008) VALUE ZEROS.
 01 WS-DATA-ALFA REDEFINES WS-DATA-DIGITADA PIC X(008).
 01 WS-PRAZO-DIGITADO     PIC 9(008) VALUE ZEROS.
 01 WS-PRAZO-ALFA REDEFINES WS-PRAZO-DIGITADO PIC X(008).
 01 WS-PRAZO-HORA-DIG     PIC 9(004) VALUE ZEROS.
 01 WS-PRAZO-HORA-R REDEFINES WS-PRAZO-HORA-DIG.
    03 WS-PH-HH           PIC 9(002).
    03 WS-PH-MM           PIC 9(002).
 01 WS-CONV-DIG-1         PIC 9(004) VALUE ZEROS.
 01 WS-CONV-DIG-2         PIC 9(004) VALUE ZEROS.
 01 WS-CONV-DIG-3         PIC 9(004) VALUE ZEROS.
 01 WS-CONV-DIG-4         PIC 9(004) VALUE ZEROS.
 01 WS-CONV-DIG-5         PIC 9(004) VALUE ZEROS.
 01 WS-CONV-DIG-6         PIC 9(004) VALUE ZEROS.
 01 WS-LANCE-TRAN-DIG     PIC 9(004) VALUE ZEROS.
 01 WS-LANCE-VALOR-DIG    PIC 9(007)V99 VALUE ZEROS.
*
 01 WS-ROTA-ED            PIC X(044) VALUE SPACES.
 01 WS-PEDIDOS-ED         PIC X(070) VALUE SPACES.
 01 WS-SITU-ED            PIC X(070) VALUE SPACES.
 01 WS-MENSAGEM           PIC X(070) VALUE SPACES.
*
 01 WS-L-CABEC            PIC X(070) VALUE
    "TRAN TRANSPORTADORA        ENVIO    R$/TON  LANCES  SITUACAO".
 01 WS-L-DET.
    03 WS-LD-TRAN         PIC Z(003)9.
    03 FILLER             PIC X(001) VALUE SPACES.
    03 WS-LD-NOME         PIC X(022).
    03 FILLER             PIC X(001) VALUE SPACES.
    03 WS-LD-ENVIO        PIC X(006).
    03 FILLER             PIC X(001) VALUE SPACES.
    03 WS-LD-VALOR        PIC ZZZZZZ9,99.
    03 FILLER             PIC X(002) VALUE SPACES.
    03 WS-LD-LANCES       PIC ZZ9.
    03 FILLER             PIC X(003) VALUE SPACES.
    03 WS-LD-SITU         PIC X(012).
 01 WS-L-LINHAS.
    03 WS-L-LINHA         PIC X(070) OCCURS 8.
 01 WS-L-IDX              PIC 9(002) COMP-X.
*
*  The invited carriers of the offer being published.
 78  max-convidadas       value 8.
 01 WS-CONV-TAB.
    03 WS-CONV-TRAN       PIC S9(004) COMP-5 OCCURS 8.
 01 WS-QTD-CONV           PIC 9(002) COMP-X.
 01 WS-CONV-IDX           PIC 9(002) COMP-X.
 01 WS-CONV-TESTE         PIC 9(004).
 01 WS-QTD-EMAIL          PIC 9(002) COMP-X.
*
*  Orders already held by an open offer - none goes out twice.
 78  max-em-oferta        value 500.
 01 WS-EM-OFERTA-TAB.
    03 WS-EM-OFERTA       PIC S9(006) COMP-5 OCCURS 500.
 01 WS-QTD-EM-OFERTA      PIC 9(004) COMP-X.
 01 WS-EO-IDX             PIC 9(004) COMP-X.
 01 WS-ACHOU              PIC X(001).
    88 Achou              Value "S".
 01 WS-PED-IDX            PIC 9(002) COMP-X.
 01 WS-LIN-IDX            PIC 9(002) COMP-X.
 01 WS-PESO-PEDIDO        PIC S9(012)V999 COMP-3.
*
 01 WS-NUM-TIPO           PIC X(008) VALUE "OFERTA".
 01 WS-NUM-ALOCADO        PIC S9(006) COMP-5.
 01 WS-NUM-OK             PIC X(001).
*
 01 WS-MQ-SEQ             PIC 9(006).
 01 WS-ARQUIVO-OFERTA     PIC X(030).
 01 WS-SP-PROGRAMA        PIC X(008).
 01 WS-SP-ARQUIVO         PIC X(030).
 01 WS-PARAM-NOME         PIC X(020).
 01 WS-PARAM-VALOR        PIC X(040).
 01 WS-PARAM-NUM          PIC S9(012)V9999.
 01 WS-PARAM-ACHADO       PIC X(001).
 01 WS-RAZAO              PIC X(035) VALUE SPACES.
*
*  The award: winner, its bid and the ANTT floor of the load.
 01 WS-TRAN-VENC          PIC S9(004) COMP-5.
 01 WS-VALOR-VENC         PIC S9(007)V99 COMP-3.
 01 WS-FRETE-CARGA        PIC S9(011)V99 COMP-3.
 01 WS-ALIQ-ROTA          PIC S9(003)V99 COMP-3.
 01 WS-QTD-ADJUDICADOS    PIC 9(002) COMP-X.
 01 WS-QTD-IGNORADOS      PIC 9(002) COMP-X.
 Copy "..\COPY\CALCFRET.CPY".
*
 01 WS-DATA-SISTEMA       PIC 9(008).
 01 WS-DATA-SISTEMA-X REDEFINES WS-DATA-SISTEMA PIC X(008).
 01 WS-HORA-SISTEMA       PIC 9(008).
 01 WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA PIC X(008).
 01 WS-AGORA              PIC X(012).
 01 WS-PRAZO-COMPLETO     PIC X(012).
*
 01 WS-NUMERO-ED          PIC Z(005)9.
 01 WS-OFERTA-NUM         PIC 9(006).
 01 WS-NUME-ED            PIC Z(005)9.
 01 WS-TRAN-ED            PIC Z(003)9.
 01 WS-QTD-ED             PIC Z9.
 01 WS-QTD2-ED            PIC Z9.
 01 WS-TON-ED             PIC ZZZ.ZZ9,999.
 01 WS-VALOR-ED           PIC ZZZZZZ9,99.
 01 WS-FRETE-ED           PIC ZZZ.ZZZ.ZZ9,99.
 01 WS-KM-ED              PIC ZZZZ9.
*
01 Handle-TELA1053            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Oferta Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  22,00, Size   74,00 CELLS,
      Lowered
   .
   03 Label "Oferta No.:", Line 2,00, Col 3,00.
   03 EF-Oferta, Entry-Field,
      Line 2,00, Col 16,00, Size 08,00,
      Using WS-OFERTA-DIGITADA.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 28,00, Size 14 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Nova",
      Line 2,00, Col 44,00, Size 12 Cells,
      Exception-Value = 0070.
   03 Label "Rota......:", Line 4,00, Col 3,00.
   03 EF-Rota, Entry-Field,
      Line 4,00, Col 16,00, Size 12,00,
      Using WS-ROTA-DIGITADA.
   03 Label From WS-ROTA-ED, Line 4,00, Col 30,00, Size 44,00.
   03 Label "Carregamento (AAAAMMDD):", Line 5,00, Col 3,00.
   03 EF-Data, Entry-Field,
      Line 5,00, Col 29,00, Size 10,00,
      Using WS-DATA-DIGITADA.
   03 Label "Prazo lances (AAAAMMDD):", Line 6,00, Col 3,00.
   03 EF-Prazo, Entry-Field,
      Line 6,00, Col 29,00, Size 10,00,
      Using WS-PRAZO-DIGITADO.
   03 Label "Hora (HHMM):", Line 6,00, Col 42,00.
   03 EF-Prazo-Hora, Entry-Field,
      Line 6,00, Col 56,00, Size 06,00,
      Using WS-PRAZO-HORA-DIG.
   03 Label "Convidar (vazio = da rota):", Line 7,00, Col 3,00.
   03 EF-Conv1, Entry-Field,
      Line 7,00, Col 31,00, Size 06,00,
      Using WS-CONV-DIG-1.
   03 EF-Conv2, Entry-Field,
      Line 7,00, Col 38,00, Size 06,00,
      Using WS-CONV-DIG-2.
   03 EF-Conv3, Entry-Field,
      Line 7,00, Col 45,00, Size 06,00,
      Using WS-CONV-DIG-3.
   03 EF-Conv4, Entry-Field,
      Line 7,00, Col 52,00, Size 06,00,
      Using WS-CONV-DIG-4.
   03 EF-Conv5, Entry-Field,
      Line 7,00, Col 59,00, Size 06,00,
      Using WS-CONV-DIG-5.
   03 EF-Conv6, Entry-Field,
      Line 7,00, Col 66,00, Size 06,00,
      Using WS-CONV-DIG-6.
   03 Label From WS-PEDIDOS-ED, Line 8,50, Col 3,00, Size 70,00.
   03 Label From WS-SITU-ED,    Line 9,50, Col 3,00, Size 70,00.
*
   03 Label From WS-L-CABEC,     Line 11,00, Col 3,00, Size 70,00.
   03 Label From WS-L-LINHA(1),  Line 12,00, Col 3,00, Size 70,00.
   03 Label From WS-L-LINHA(2),  Line 13,00, Col 3,00, Size 70,00.
   03 Label From WS-L-LINHA(3),  Line 14,00, Col 3,00, Size 70,00.
   03 Label From WS-L-LINHA(4),  Line 15,00, Col 3,00, Size 70,00.
   03 Label From WS-L-LINHA(5),  Line 16,00, Col 3,00, Size 70,00.
   03 Label From WS-L-LINHA(6),  Line 17,00, Col 3,00, Size 70,00.
   03 Label From WS-L-LINHA(7),  Line 18,00, Col 3,00, Size 70,00.
   03 Label From WS-L-LINHA(8),  Line 19,00, Col 3,00, Size 70,00.
*
   03 Label "Lance - Transportadora:", Line 20,00, Col 3,00.
   03 EF-Lance-Tran, Entry-Field,
      Line 20,00, Col 27,00, Size 06,00,
      Using WS-LANCE-TRAN-DIG.
   03 Label "R$/tonelada:", Line 20,00, Col 36,00.
   03 EF-Lance-Valor, Entry-Field,
      Line 20,00, Col 50,00, Size 12,00,
      Using WS-LANCE-VALOR-DIG.
   03 Label From WS-MENSAGEM, Line 21,00, Col 3,00, Size 70,00.
*
   03 PB-Publicar, Push-Button, "&Publicar",
      Line 22,50, Col 3,00, Size 13 Cells,
      Exception-Value = 0030.
   03 PB-Lance, Push-Button, "&Registrar lance",
      Line 22,50, Col 17,00, Size 17 Cells,
      Exception-Value = 0040.
   03 PB-Adjudicar, Push-Button, "&Adjudicar",
      Line 22,50, Col 35,00, Size 13 Cells,
      Exception-Value = 0050.
   03 PB-Cancelar, Push-Button, "Cancelar o&ferta",
      Line 22,50, Col 49,00, Size 15 Cells,
      Exception-Value = 0060.
   03 PB-Sair, Push-Button, "&Sair",
      Line 22,50, Col 65,00, Size 09 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Perform Verifica-Permissao Thru Verifica-Permissao-Exit
   If Not Operador-Permitido
      Display Message Box
        "Operador sem permissao para o leilao de frete -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Move Spaces to PathOFERTA.
   String Lk-Unidade          Delimited By Size
          "\DADOS\OFERTA.DAT" Delimited By Size
          Into PathOFERTA
   End-String.
   Open I-O OFERTA
   If Not Valido-OFERTA
      Open Output OFERTA
      Close OFERTA
      Open I-O OFERTA
   End-if.
   If Not Valido-OFERTA
      Display Message Box "erro OFERTA" Stat-OFERTA
      Exit Program
   End-if.

   Move Spaces to PathLANCE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\LANCE.DAT" Delimited By Size
          Into PathLANCE
   End-String.
   Open I-O LANCE
   If Not Valido-LANCE
      Open Output LANCE
      Close LANCE
      Open I-O LANCE
   End-if.
   If Not Valido-LANCE
      Display Message Box "erro LANCE" Stat-LANCE
      Close OFERTA
      Exit Program
   End-if.

   Move Spaces to PathFRETACOR.
   String Lk-Unidade            Delimited By Size
          "\DADOS\FRETACOR.DAT" Delimited By Size
          Into PathFRETACOR
   End-String.
   Open I-O FRETACOR
   If Not Valido-FRETACOR
      Open Output FRETACOR
      Close FRETACOR
      Open I-O FRETACOR
   End-if.
   If Not Valido-FRETACOR
      Display Message Box "erro FRETACOR" Stat-FRETACOR
      Close OFERTA
      Close LANCE
      Exit Program
   End-if.

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display Message Box "erro ORDE" Stat-ORDE
      Perform Fecha-Leilao Thru Fecha-Leilao-Exit
      Exit Program
   End-if.

   Move Spaces to PathTRANSP.
   String Lk-Unidade        Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Not Valido-TRANSP
      Display Message Box "erro TRANSP" Stat-TRANSP
      Close ORDE
      Perform Fecha-Leilao Thru Fecha-Leilao-Exit
      Exit Program
   End-if.

   Move Spaces to PathCLIENTE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display Message Box "erro CLIENTE" Stat-CLIENTE
      Close ORDE
      Close TRANSP
      Perform Fecha-Leilao Thru Fecha-Leilao-Exit
      Exit Program
   End-if.

*  The offer is a route's - without the route master there is no
*  destination to gather orders for.
   Open Input ROTAS
   If Not Valido-ROTAS
      Display Message Box "erro ROTAS" Stat-ROTAS
      Close ORDE
      Close TRANSP
      Close CLIENTE
      Perform Fecha-Leilao Thru Fecha-Leilao-Exit
      Exit Program
   End-if.

   Move "UNIDADE-RAZAO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR(1:35) To WS-RAZAO
   End-if

   Perform Limpa-Campos Thru Limpa-Campos-Exit.

   Display Standard Graphical Window,
           Title "Leilao de Frete - Oferta de Carga",
           Size 77, Lines 24, Background-Low
           Modeless,
           Handle Handle-TELA1053.
   Display Tela-Oferta.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Oferta On Exception Continue
   End-Perform.

   Close ORDE.
   Close TRANSP.
   Close CLIENTE.
   Close ROTAS.
   Perform Fecha-Leilao Thru Fecha-Leilao-Exit.
   Close Window Handle-TELA1053.
   Exit Program.
*
 Fecha-Leilao.
   Close OFERTA.
   Close LANCE.
   Close FRETACOR.
 Fecha-Leilao-Exit.
   Exit.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Oferta Thru Consulta-Oferta-Exit
      When Publicar-Pressed
         Perform Publica-Oferta Thru Publica-Oferta-Exit
      When Lance-Pressed
         Perform Registra-Lance Thru Registra-Lance-Exit
      When Adjudicar-Pressed
         Perform Adjudica-Oferta Thru Adjudica-Oferta-Exit
      When Cancelar-Pressed
         Perform Cancela-Oferta Thru Cancela-Oferta-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Oferta.
   Move Spaces To WS-MENSAGEM
   Move WS-OFERTA-DIGITADA To OF-NUMERO
   Read OFERTA
      Invalid Key Continue
   End-Read
   If Not Valido-OFERTA
      Move "Oferta nao encontrada." To WS-MENSAGEM
      Display Tela-Oferta
      Go To Consulta-Oferta-Exit
   End-if
   Perform Mostra-Oferta Thru Mostra-Oferta-Exit
   Move "Oferta encontrada." To WS-MENSAGEM
   Display Tela-Oferta.
 Consulta-Oferta-Exit.
   Exit.
*
*  Everything on screen comes from the OFERTA row and its LANCE
*  rows - after any change the row is read back through here.
 Mostra-Oferta.
   Move OF-ROTA       To WS-ROTA-DIGITADA
   Move OF-DATA       To WS-DATA-ALFA
   Move OF-PRAZO-DATA To WS-PRAZO-ALFA
   Move OF-PRAZO-HORA To WS-PRAZO-HORA-DIG
   Perform Descreve-Rota Thru Descreve-Rota-Exit

   Move OF-QTD-PEDIDOS To WS-QTD-ED
   Compute WS-PESO-PEDIDO = OF-PESO / 1000
   Move WS-PESO-PEDIDO To WS-TON-ED
   Move Spaces To WS-PEDIDOS-ED
   String WS-QTD-ED " pedido(s), " WS-TON-ED " t:"
          Delimited By Size Into WS-PEDIDOS-ED
   End-String
   Move 26 To WS-LIN-IDX
   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > OF-QTD-PEDIDOS Or WS-LIN-IDX > 63
      Move OF-PEDIDO(WS-PED-IDX) To WS-NUME-ED
      Move WS-NUME-ED To WS-PEDIDOS-ED(WS-LIN-IDX:6)
      Add 7 To WS-LIN-IDX
   End-Perform

   Move Spaces To WS-SITU-ED
   Evaluate True
      When Oferta-Aberta
         String "ABERTA - lances ate " OF-PRAZO-DATA " "
                OF-PRAZO-HORA(1:2) ":" OF-PRAZO-HORA(3:2)
                Delimited By Size Into WS-SITU-ED
         End-String
      When Oferta-Adjudicada
         Move OF-TRAN-VENC To WS-TRAN-ED
         Move OF-VALOR-TON To WS-VALOR-ED
         String "ADJUDICADA em " OF-DTADJ " a " WS-TRAN-ED
                " por R$ " WS-VALOR-ED "/t - " OF-OPER-ADJ
                Delimited By Size Into WS-SITU-ED
         End-String
      When Oferta-Cancelada
         String "CANCELADA em " OF-DTADJ " - " OF-OPER-ADJ
                Delimited By Size Into WS-SITU-ED
         End-String
   End-Evaluate
   Perform Monta-Lances Thru Monta-Lances-Exit.
 Mostra-Oferta-Exit.
   Exit.
*
 Monta-Lances.
   Move Spaces To WS-L-LINHAS
   Move Zeros  To WS-L-IDX
   Move OF-NUMERO To LN-OFERTA
   Move Zeros     To LN-TRAN
   Start LANCE Key Is Not Less LN-CHAVE
      Invalid Key Move "10" To Stat-LANCE
   End-Start
   Perform Until Fim-LANCE Or WS-L-IDX >= max-convidadas
      Read LANCE Next Record
         At End Move "10" To Stat-LANCE
      End-Read
      If Not Fim-LANCE And Valido-LANCE
         If LN-OFERTA Not = OF-NUMERO
            Move "10" To Stat-LANCE
         Else
            Add 1 To WS-L-IDX
            Perform Monta-Linha-Lance Thru Monta-Linha-Lance-Exit
         End-if
      End-if
   End-Perform.
 Monta-Lances-Exit.
   Exit.
*
 Monta-Linha-Lance.
   Move LN-TRAN To TR-CODIGO WS-LD-TRAN
   Read TRANSP
      Invalid Key Move Spaces To TR-NOME
   End-Read
   Move TR-NOME To WS-LD-NOME
   If Lance-Por-Email
      Move "E-MAIL" To WS-LD-ENVIO
   Else
      Move "MAO"    To WS-LD-ENVIO
   End-if
   Move LN-VALOR-TON  To WS-LD-VALOR
   Move LN-QTD-LANCES To WS-LD-LANCES
   Evaluate True
      When Lance-Convidado
         Move "SEM LANCE"  To WS-LD-SITU
      When Lance-Recebido
         Move "LANCE"      To WS-LD-SITU
      When Lance-Vencedor
         Move "VENCEDOR"   To WS-LD-SITU
      When Lance-Perdedor
         Move "NAO VENCEU" To WS-LD-SITU
      When Other
         Move Spaces       To WS-LD-SITU
   End-Evaluate
   Move WS-L-DET To WS-L-LINHA(WS-L-IDX).
 Monta-Linha-Lance-Exit.
   Exit.
*
 Descreve-Rota.
   Move Spaces To WS-ROTA-ED
   Move WS-ROTA-DIGITADA To RT-CODIGO
   Read ROTAS
      Invalid Key Continue
   End-Read
   If Valido-ROTAS
      Move RT-KM To WS-KM-ED
      String RT-ORIG-CIDADE(1:14) ">" RT-DEST-CIDADE(1:14) "/"
             RT-DEST-UF " " WS-KM-ED " km"
             Delimited By Size Into WS-ROTA-ED
      End-String
   End-if.
 Descreve-Rota-Exit.
   Exit.
*
*  Publicar: a new offer only - a published one is consulted,
*  bid on, awarded or cancelled, never re-gathered.
 Publica-Oferta.
   Move Spaces To WS-MENSAGEM
   If WS-OFERTA-DIGITADA Not = Zeros
      Move "Oferta ja publicada - use Nova para outra."
           To WS-MENSAGEM
      Display Tela-Oferta
      Go To Publica-Oferta-Exit
   End-if
   Perform Valida-Oferta Thru Valida-Oferta-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Oferta
      Go To Publica-Oferta-Exit
   End-if

   Initialize OFERTA-REGI
   Perform Seleciona-Pedidos Thru Seleciona-Pedidos-Exit
   If OF-QTD-PEDIDOS = Zeros
      Move "Nenhum pedido liberado em aberto para a rota e data."
           To WS-MENSAGEM
      Display Tela-Oferta
      Go To Publica-Oferta-Exit
   End-if
   Perform Seleciona-Convidadas Thru Seleciona-Convidadas-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Oferta
      Go To Publica-Oferta-Exit
   End-if

   Move "N" To WS-NUM-OK
   Call "GETNUM" Using Lk-Unidade WS-NUM-TIPO
                       WS-NUM-ALOCADO WS-NUM-OK
      On Exception Continue
   End-Call
   If WS-NUM-OK Not = "S"
      Move "Sem numero de oferta (NUMCTL.DAT)." To WS-MENSAGEM
      Display Tela-Oferta
      Go To Publica-Oferta-Exit
   End-if

   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move WS-NUM-ALOCADO     To OF-NUMERO
   Move WS-ROTA-DIGITADA   To OF-ROTA
   Move WS-DATA-ALFA       To OF-DATA
   Move WS-PRAZO-ALFA      To OF-PRAZO-DATA
   Move WS-PRAZO-HORA-DIG  To OF-PRAZO-HORA
   Move "A"                To OF-SITU
   Move Zeros              To OF-TRAN-VENC OF-VALOR-TON
   Move Spaces             To OF-DTADJ OF-OPER-ADJ
   Move Oper-Nome          To OF-OPER
   Move WS-DATA-SISTEMA    To OF-DTIN
   Move WS-HORA-SISTEMA    To OF-HRIN
   Write OFERTA-REGI
      Invalid Key
         Move "Erro ao gravar a oferta." To WS-MENSAGEM
         Display Tela-Oferta
         Go To Publica-Oferta-Exit
   End-Write

   Perform Imprime-Oferta Thru Imprime-Oferta-Exit
   Perform Grava-Convites Thru Grava-Convites-Exit

   Move OF-NUMERO To WS-OFERTA-DIGITADA WS-NUMERO-ED
   Perform Mostra-Oferta Thru Mostra-Oferta-Exit
   Move OF-QTD-PEDIDOS To WS-QTD-ED
   Move WS-QTD-CONV    To WS-QTD2-ED
   Move Spaces To WS-MENSAGEM
   String "Oferta " WS-NUMERO-ED " publicada - " WS-QTD-ED
          " pedido(s), " WS-QTD2-ED " convidada(s), arquivo "
          WS-ARQUIVO-OFERTA
          Delimited By Size Into WS-MENSAGEM
   End-String
   Display Tela-Oferta.
 Publica-Oferta-Exit.
   Exit.
*
 Valida-Oferta.
   Move WS-ROTA-DIGITADA To RT-CODIGO
   Read ROTAS
      Invalid Key Continue
   End-Read
   Evaluate True
      When WS-ROTA-DIGITADA = Spaces Or Not Valido-ROTAS
         Move "Rota nao cadastrada (PROG1050)." To WS-MENSAGEM
      When Not Rota-Ativa
         Move "Rota inativa." To WS-MENSAGEM
      When WS-DATA-ALFA(5:2) < "01" Or WS-DATA-ALFA(5:2) > "12"
        Or WS-DATA-ALFA(7:2) < "01" Or WS-DATA-ALFA(7:2) > "31"
         Move "Data de carregamento invalida (AAAAMMDD)."
              To WS-MENSAGEM
      When WS-PRAZO-ALFA(5:2) < "01" Or WS-PRAZO-ALFA(5:2) > "12"
        Or WS-PRAZO-ALFA(7:2) < "01" Or WS-PRAZO-ALFA(7:2) > "31"
         Move "Prazo dos lances invalido (AAAAMMDD)." To WS-MENSAGEM
      When WS-PH-HH > 23 Or WS-PH-MM > 59
         Move "Hora do prazo invalida (HHMM)." To WS-MENSAGEM
      When WS-PRAZO-ALFA > WS-DATA-ALFA
         Move "O prazo dos lances passa da data de carregamento."
              To WS-MENSAGEM
   End-Evaluate
   Perform Descreve-Rota Thru Descreve-Rota-Exit.
 Valida-Oferta-Exit.
   Exit.
*
*  The open liberado orders bound for the route's destination:
*  released up to the loading date, not yet weighed, manifested
*  or awarded, and in no other open offer. At most one offer's
*  worth (20 orders) at a time.
 Seleciona-Pedidos.
   Move Zeros To WS-QTD-EM-OFERTA OF-QTD-PEDIDOS OF-PESO
   Move Zeros To OF-NUMERO
   Start OFERTA Key Is Not Less OF-NUMERO
      Invalid Key Move "10" To Stat-OFERTA
   End-Start
   Perform Until Fim-OFERTA
      Read OFERTA Next Record
         At End Move "10" To Stat-OFERTA
      End-Read
      If Not Fim-OFERTA And Valido-OFERTA And Oferta-Aberta
         Perform Varying WS-PED-IDX From 1 By 1
                   Until WS-PED-IDX > OF-QTD-PEDIDOS
            If WS-QTD-EM-OFERTA < max-em-oferta
               Add 1 To WS-QTD-EM-OFERTA
               Move OF-PEDIDO(WS-PED-IDX)
                 To WS-EM-OFERTA(WS-QTD-EM-OFERTA)
            End-if
         End-Perform
      End-if
   End-Perform
   Initialize OFERTA-REGI
   Move Zeros To OF-QTD-PEDIDOS OF-PESO

   Move Zeros To ORDE-NUME
   Start ORDE Key Is Not Less ORDE-NUME
      Invalid Key Move "10" To Stat-ORDE
   End-Start
   Perform Until Fim-ORDE Or OF-QTD-PEDIDOS >= 20
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Not Fim-ORDE And Valido-ORDE
         If Situacao-Liberado And ORDE-ROMA = Zeros
            And ORDE-TICK = Zeros
            And ORDE-DTLB(1:8) Not = Spaces
            And ORDE-DTLB(1:8) Not > WS-DATA-ALFA
            Perform Confere-Pedido Thru Confere-Pedido-Exit
         End-if
      End-if
   End-Perform.
 Seleciona-Pedidos-Exit.
   Exit.
*
 Confere-Pedido.
   Move ORDE-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key Go To Confere-Pedido-Exit
   End-Read
   If CLI-CIDADE Not = RT-DEST-CIDADE Or CLI-UF Not = RT-DEST-UF
      Go To Confere-Pedido-Exit
   End-if
   Move ORDE-NUME To FR-NUME
   Read FRETACOR
      Invalid Key Continue
   End-Read
   If Valido-FRETACOR
      Go To Confere-Pedido-Exit
   End-if
   Move "N" To WS-ACHOU
   Perform Varying WS-EO-IDX From 1 By 1
             Until WS-EO-IDX > WS-QTD-EM-OFERTA Or Achou
      If WS-EM-OFERTA(WS-EO-IDX) = ORDE-NUME
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Achou
      Go To Confere-Pedido-Exit
   End-if
   Add 1 To OF-QTD-PEDIDOS
   Move ORDE-NUME To OF-PEDIDO(OF-QTD-PEDIDOS)
   Perform Calcula-Peso-Pedido Thru Calcula-Peso-Pedido-Exit
   Add WS-PESO-PEDIDO To OF-PESO.
 Confere-Pedido-Exit.
   Exit.
*
*  Net weight once weighed; before that, what was ordered (kg).
 Calcula-Peso-Pedido.
   If ORDE-LIQU > Zeros
      Move ORDE-LIQU To WS-PESO-PEDIDO
      Go To Calcula-Peso-Pedido-Exit
   End-if
   Move Zeros To WS-PESO-PEDIDO
   Perform Varying WS-PED-IDX From 1 By 1 Until WS-PED-IDX > 20
      Add ORDE-QUAN(WS-PED-IDX) To WS-PESO-PEDIDO
   End-Perform.
 Calcula-Peso-Pedido-Exit.
   Exit.
*
*  The carriers typed, each active - or, none typed, every active
*  carrier of the route.
 Seleciona-Convidadas.
   Move Zeros To WS-QTD-CONV
   Move WS-CONV-DIG-1 To WS-CONV-TESTE
   Perform Adiciona-Convidada Thru Adiciona-Convidada-Exit
   Move WS-CONV-DIG-2 To WS-CONV-TESTE
   Perform Adiciona-Convidada Thru Adiciona-Convidada-Exit
   Move WS-CONV-DIG-3 To WS-CONV-TESTE
   Perform Adiciona-Convidada Thru Adiciona-Convidada-Exit
   Move WS-CONV-DIG-4 To WS-CONV-TESTE
   Perform Adiciona-Convidada Thru Adiciona-Convidada-Exit
   Move WS-CONV-DIG-5 To WS-CONV-TESTE
   Perform Adiciona-Convidada Thru Adiciona-Convidada-Exit
   Move WS-CONV-DIG-6 To WS-CONV-TESTE
   Perform Adiciona-Convidada Thru Adiciona-Convidada-Exit
   If WS-MENSAGEM Not = Spaces
      Go To Seleciona-Convidadas-Exit
   End-if
   If WS-QTD-CONV > Zeros
      Go To Seleciona-Convidadas-Exit
   End-if

   Move Low-Values To TRANSP-REGI
   Move Zeros      To TR-CODIGO
   Start TRANSP Key Is Not Less TR-CODIGO
      Invalid Key Move "10" To Stat-TRANSP
   End-Start
   Perform Until Fim-TRANSP Or WS-QTD-CONV >= max-convidadas
      Read TRANSP Next Record
         At End Move "10" To Stat-TRANSP
      End-Read
      If Not Fim-TRANSP And Valido-TRANSP
         And Transportadora-Ativa
         And TR-ROTA = WS-ROTA-DIGITADA
         Add 1 To WS-QTD-CONV
         Move TR-CODIGO To WS-CONV-TRAN(WS-QTD-CONV)
      End-if
   End-Perform
   If WS-QTD-CONV = Zeros
      Move "Nenhuma transportadora ativa na rota - informe quais."
           To WS-MENSAGEM
   End-if.
 Seleciona-Convidadas-Exit.
   Exit.
*
 Adiciona-Convidada.
   If WS-CONV-TESTE = Zeros Or WS-MENSAGEM Not = Spaces
      Go To Adiciona-Convidada-Exit
   End-if
   Move WS-CONV-TESTE To TR-CODIGO WS-TRAN-ED
   Read TRANSP
      Invalid Key Continue
   End-Read
   If Not Valido-TRANSP Or Not Transportadora-Ativa
      String "Transportadora " WS-TRAN-ED
             " nao cadastrada ou inativa."
             Delimited By Size Into WS-MENSAGEM
      End-String
      Go To Adiciona-Convidada-Exit
   End-if
   Move "N" To WS-ACHOU
   Perform Varying WS-CONV-IDX From 1 By 1
             Until WS-CONV-IDX > WS-QTD-CONV
      If WS-CONV-TRAN(WS-CONV-IDX) = TR-CODIGO
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Not Achou
      Add 1 To WS-QTD-CONV
      Move TR-CODIGO To WS-CONV-TRAN(WS-QTD-CONV)
   End-if.
 Adiciona-Convidada-Exit.
   Exit.
*
*  The sheet the carriers bid on, kept in the spool catalog.
 Imprime-Oferta.
   Move OF-NUMERO To WS-NUME-ED
   Move Spaces To WS-ARQUIVO-OFERTA
   Move OF-NUMERO To WS-OFERTA-NUM
   String "OFERTA" WS-OFERTA-NUM ".TXT"
          Delimited By Size Into WS-ARQUIVO-OFERTA
   End-String
   Move Spaces to PathROMREL.
   String Lk-Unidade        Delimited By Size
          "\DADOS\"         Delimited By Size
          WS-ARQUIVO-OFERTA Delimited By Space
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Go To Imprime-Oferta-Exit
   End-if

   Move Spaces To ROMREL-REGI
   String "OFERTA DE CARGA No. " WS-NUME-ED " - " WS-RAZAO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move RT-KM To WS-KM-ED
   Move Spaces To ROMREL-REGI
   String "ROTA " OF-ROTA ": " RT-ORIG-CIDADE(1:20) "/" RT-ORIG-UF
          " > " RT-DEST-CIDADE(1:20) "/" RT-DEST-UF
          " " WS-KM-ED " KM"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Compute WS-PESO-PEDIDO = OF-PESO / 1000
   Move WS-PESO-PEDIDO To WS-TON-ED
   Move Spaces To ROMREL-REGI
   String "CARREGAMENTO " OF-DATA "   PESO ESTIMADO " WS-TON-ED
          " T"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "LANCES EM R$ POR TONELADA ATE " OF-PRAZO-DATA " AS "
          OF-PRAZO-HORA(1:2) ":" OF-PRAZO-HORA(3:2)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "PEDIDO  CLIENTE                                  PESO (T)"
        To ROMREL-REGI
   Write ROMREL-REGI
   Perform Varying WS-LIN-IDX From 1 By 1
             Until WS-LIN-IDX > OF-QTD-PEDIDOS
      Move OF-PEDIDO(WS-LIN-IDX) To ORDE-NUME WS-NUME-ED
      Read ORDE
         Invalid Key Continue
      End-Read
      If Valido-ORDE
         Move ORDE-CLIE To CLI-CODIGO
         Read CLIENTE
            Invalid Key Move Spaces To CLI-NOME
         End-Read
         Perform Calcula-Peso-Pedido Thru Calcula-Peso-Pedido-Exit
         Compute WS-PESO-PEDIDO = WS-PESO-PEDIDO / 1000
         Move WS-PESO-PEDIDO To WS-TON-ED
         Move Spaces To ROMREL-REGI
         String WS-NUME-ED "  " CLI-NOME " " WS-TON-ED
                Delimited By Size Into ROMREL-REGI
         End-String
         Write ROMREL-REGI
      End-if
   End-Perform
   Close ROMREL
   Move "PROG1053"        To WS-SP-PROGRAMA
   Move WS-ARQUIVO-OFERTA To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call.
 Imprime-Oferta-Exit.
   Exit.
*
*  One LANCE row per invited carrier; the sheet is queued to the
*  ones with an e-mail (MQ-CLIE holds the carrier code, MQ-DOC
*  says it is an offer).
 Grava-Convites.
   Move Zeros To WS-QTD-EMAIL
   Move Spaces to PathMAILQ.
   String Lk-Unidade         Delimited By Size
          "\DADOS\MAILQ.DAT" Delimited By Size
          Into PathMAILQ
   End-String.
   Open I-O MAILQ
   If Not Valido-MAILQ
      Open Output MAILQ
      Close MAILQ
      Open I-O MAILQ
   End-if
   Move Zeros To WS-MQ-SEQ
   If Valido-MAILQ
      Perform Until Stat-MAILQ = "10"
         Read MAILQ Next Record
            At End Move "10" To Stat-MAILQ
         End-Read
         If Valido-MAILQ
            Move MQ-SEQ To WS-MQ-SEQ
         End-if
      End-Perform
      Move "00" To Stat-MAILQ
   End-if

   Perform Varying WS-CONV-IDX From 1 By 1
             Until WS-CONV-IDX > WS-QTD-CONV
      Move WS-CONV-TRAN(WS-CONV-IDX) To TR-CODIGO
      Read TRANSP
         Invalid Key Move Spaces To TR-EMAIL
      End-Read
      Initialize LANCE-REGI
      Move OF-NUMERO      To LN-OFERTA
      Move TR-CODIGO      To LN-TRAN
      Move OF-ROTA        To LN-ROTA
      Move OF-DATA        To LN-DATA-OF
      Move "A"            To LN-ENVIO
      Move "C"            To LN-SITU
      Move Zeros          To LN-VALOR-TON LN-QTD-LANCES
      Move Spaces         To LN-DATA LN-HORA
      Move Oper-Nome      To LN-OPER
      If TR-EMAIL Not = Spaces And Valido-MAILQ
         Move "E" To LN-ENVIO
         Add 1 To WS-MQ-SEQ WS-QTD-EMAIL
         Initialize MAILQ-REGI
         Move WS-MQ-SEQ         To MQ-SEQ
         Move TR-CODIGO         To MQ-CLIE
         Move TR-EMAIL          To MQ-EMAIL
         Move WS-ARQUIVO-OFERTA To MQ-ARQUIVO
         Move "OFERTA"          To MQ-DOC
         Move OF-NUMERO         To MQ-NUME
         Move "P"               To MQ-SITU
         Move Zeros             To MQ-TENTATIVAS
         Move WS-DATA-SISTEMA   To MQ-DTIN
         Move WS-HORA-SISTEMA   To MQ-HRIN
         Move Spaces            To MQ-DTUL
         Write MAILQ-REGI
            Invalid Key Move "A" To LN-ENVIO
         End-Write
      End-if
      Write LANCE-REGI
         Invalid Key Continue
      End-Write
   End-Perform
   If Valido-MAILQ
      Close MAILQ
   End-if.
 Grava-Convites-Exit.
   Exit.
*
*  A bid replaces the carrier's earlier one until the deadline.
 Registra-Lance.
   Move Spaces To WS-MENSAGEM
   Perform Le-Oferta-Aberta Thru Le-Oferta-Aberta-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Oferta
      Go To Registra-Lance-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move Spaces To WS-AGORA WS-PRAZO-COMPLETO
   String WS-DATA-SISTEMA-X WS-HORA-SISTEMA-X(1:4)
          Delimited By Size Into WS-AGORA
   End-String
   String OF-PRAZO-DATA OF-PRAZO-HORA
          Delimited By Size Into WS-PRAZO-COMPLETO
   End-String
   Evaluate True
      When WS-AGORA > WS-PRAZO-COMPLETO
         Move "Prazo de lances encerrado - adjudique ou cancele."
              To WS-MENSAGEM
      When WS-LANCE-VALOR-DIG = Zeros
         Move "Informe o valor do lance em R$ por tonelada."
              To WS-MENSAGEM
   End-Evaluate
   If WS-MENSAGEM Not = Spaces
      Display Tela-Oferta
      Go To Registra-Lance-Exit
   End-if
   Move OF-NUMERO         To LN-OFERTA
   Move WS-LANCE-TRAN-DIG To LN-TRAN
   Read LANCE
      Invalid Key Continue
   End-Read
   If Not Valido-LANCE
      Move "Transportadora nao convidada para esta oferta."
           To WS-MENSAGEM
      Display Tela-Oferta
      Go To Registra-Lance-Exit
   End-if
   Move WS-LANCE-VALOR-DIG To LN-VALOR-TON
   Move "L"                To LN-SITU
   Add 1                   To LN-QTD-LANCES
   Move WS-DATA-SISTEMA    To LN-DATA
   Move WS-HORA-SISTEMA    To LN-HORA
   Move Oper-Nome          To LN-OPER
   Rewrite LANCE-REGI
      Invalid Key
         Move "Erro ao gravar o lance." To WS-MENSAGEM
      Not Invalid Key
         Move "Lance registrado." To WS-MENSAGEM
   End-Rewrite
   Perform Mostra-Oferta Thru Mostra-Oferta-Exit
   Move Zeros To WS-LANCE-TRAN-DIG WS-LANCE-VALOR-DIG
   Display Tela-Oferta.
 Registra-Lance-Exit.
   Exit.
*
 Le-Oferta-Aberta.
   Move WS-OFERTA-DIGITADA To OF-NUMERO
   Read OFERTA
      Invalid Key Continue
   End-Read
   If Not Valido-OFERTA
      Move "Consulte a oferta primeiro." To WS-MENSAGEM
      Go To Le-Oferta-Aberta-Exit
   End-if
   If Not Oferta-Aberta
      Move "Oferta ja adjudicada ou cancelada." To WS-MENSAGEM
   End-if.
 Le-Oferta-Aberta-Exit.
   Exit.
*
*  The typed carrier's bid, or the lowest one. The load's freight
*  at that bid must clear the ANTT floor of the route - an award
*  below it would only be rejected by the sync that night.
 Adjudica-Oferta.
   Move Spaces To WS-MENSAGEM
   Perform Le-Oferta-Aberta Thru Le-Oferta-Aberta-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Oferta
      Go To Adjudica-Oferta-Exit
   End-if
   Perform Escolhe-Vencedor Thru Escolhe-Vencedor-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Oferta
      Go To Adjudica-Oferta-Exit
   End-if

   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move Lk-Unidade      To CF-UNIDADE
   Move WS-TRAN-VENC    To CF-TRAN
   Move OF-ROTA         To CF-ROTA
   Move WS-DATA-SISTEMA To CF-VIGENCIA
   Move OF-PESO         To CF-PESO
   Move Zeros           To CF-EIXOS CF-NUME CF-PROPOSTA
   Call "CALCFRET" Using CF-PARM
   Move Zeros To WS-ALIQ-ROTA
   If CF-Tarifa-Achada
      Move CF-ALIQ-ICMS To WS-ALIQ-ROTA
   End-if
   Compute WS-FRETE-CARGA Rounded = OF-PESO * WS-VALOR-VENC / 1000
   If CF-PISO > Zeros And WS-FRETE-CARGA < CF-PISO
      Move WS-FRETE-CARGA To WS-FRETE-ED
      Move CF-PISO        To WS-VALOR-ED
      String "Frete " WS-FRETE-ED " abaixo do piso ANTT "
             WS-VALOR-ED " - nao adjudicada."
             Delimited By Size Into WS-MENSAGEM
      End-String
      Display Tela-Oferta
      Go To Adjudica-Oferta-Exit
   End-if

   Perform Verifica-Trava-Sync Thru Verifica-Trava-Sync-Exit
   If Sync-Em-Andamento
      Move "Sincronismo em andamento - adjudique em alguns minutos."
           To WS-MENSAGEM
      Display Tela-Oferta
      Go To Adjudica-Oferta-Exit
   End-if
   Perform Trava-Online Thru Trava-Online-Exit
   Close ORDE
   Open I-O ORDE
   If Not Valido-ORDE
      Move "ORDE.DAT em uso - adjudicacao nao feita." To WS-MENSAGEM
      Open Input ORDE
      Perform Destrava-Online Thru Destrava-Online-Exit
      Display Tela-Oferta
      Go To Adjudica-Oferta-Exit
   End-if

*  CALCFRET keeps FRETACOR.DAT open between calls - a fresh copy
*  sees the rows written here.
   Cancel "CALCFRET"
   Move Zeros To WS-QTD-ADJUDICADOS WS-QTD-IGNORADOS
   Perform Varying WS-LIN-IDX From 1 By 1
             Until WS-LIN-IDX > OF-QTD-PEDIDOS
      Perform Adjudica-Pedido Thru Adjudica-Pedido-Exit
   End-Perform
   Close ORDE
   Open Input ORDE
   Perform Destrava-Online Thru Destrava-Online-Exit

   Perform Fecha-Lances Thru Fecha-Lances-Exit
   Move "J"             To OF-SITU
   Move WS-TRAN-VENC    To OF-TRAN-VENC
   Move WS-VALOR-VENC   To OF-VALOR-TON
   Move WS-DATA-SISTEMA To OF-DTADJ
   Move Oper-Nome       To OF-OPER-ADJ
   Rewrite OFERTA-REGI
      Invalid Key Continue
   End-Rewrite
   Perform Mostra-Oferta Thru Mostra-Oferta-Exit
   Move WS-TRAN-VENC       To WS-TRAN-ED
   Move WS-QTD-ADJUDICADOS To WS-QTD-ED
   Move WS-QTD-IGNORADOS   To WS-QTD2-ED
   Move Spaces To WS-MENSAGEM
   String "Adjudicada a " WS-TRAN-ED ": " WS-QTD-ED
          " pedido(s); " WS-QTD2-ED " ja fora do leilao."
          Delimited By Size Into WS-MENSAGEM
   End-String
   Display Tela-Oferta.
 Adjudica-Oferta-Exit.
   Exit.
*
 Escolhe-Vencedor.
   Move Zeros To WS-TRAN-VENC WS-VALOR-VENC
   If WS-LANCE-TRAN-DIG Not = Zeros
      Move OF-NUMERO         To LN-OFERTA
      Move WS-LANCE-TRAN-DIG To LN-TRAN
      Read LANCE
         Invalid Key Continue
      End-Read
      If Not Valido-LANCE Or Not Lance-Recebido
         Move "Essa transportadora nao deu lance nesta oferta."
              To WS-MENSAGEM
      Else
         Move LN-TRAN      To WS-TRAN-VENC
         Move LN-VALOR-TON To WS-VALOR-VENC
      End-if
      Go To Escolhe-Vencedor-Exit
   End-if
   Move OF-NUMERO To LN-OFERTA
   Move Zeros     To LN-TRAN
   Start LANCE Key Is Not Less LN-CHAVE
      Invalid Key Move "10" To Stat-LANCE
   End-Start
   Perform Until Fim-LANCE
      Read LANCE Next Record
         At End Move "10" To Stat-LANCE
      End-Read
      If Not Fim-LANCE And Valido-LANCE
         If LN-OFERTA Not = OF-NUMERO
            Move "10" To Stat-LANCE
         Else
            If Lance-Recebido
               And (WS-TRAN-VENC = Zeros
                    Or LN-VALOR-TON < WS-VALOR-VENC)
               Move LN-TRAN      To WS-TRAN-VENC
               Move LN-VALOR-TON To WS-VALOR-VENC
            End-if
         End-if
      End-if
   End-Perform
   If WS-TRAN-VENC = Zeros
      Move "Nenhum lance recebido nesta oferta." To WS-MENSAGEM
   End-if.
 Escolhe-Vencedor-Exit.
   Exit.
*
*  One order of the load: still liberado and not yet on a truck,
*  it becomes the winner's at the bid. The ICMS-frete rate is the
*  winner's tariff on the route, else the order's own carrier's.
 Adjudica-Pedido.
   Move OF-PEDIDO(WS-LIN-IDX) To ORDE-NUME
   Read ORDE
      Invalid Key
         Add 1 To WS-QTD-IGNORADOS
         Go To Adjudica-Pedido-Exit
   End-Read
   If Not Situacao-Liberado Or ORDE-ROMA Not = Zeros
      Add 1 To WS-QTD-IGNORADOS
      Go To Adjudica-Pedido-Exit
   End-if
   Move WS-ALIQ-ROTA To FR-ALIQ-ICMS
   If WS-ALIQ-ROTA = Zeros
      Move Lk-Unidade      To CF-UNIDADE
      Move ORDE-TRAN       To CF-TRAN
      Move OF-ROTA         To CF-ROTA
      Move WS-DATA-SISTEMA To CF-VIGENCIA
      Move ORDE-LIQU       To CF-PESO
      Move Zeros           To CF-EIXOS CF-NUME CF-PROPOSTA
      Call "CALCFRET" Using CF-PARM
      If CF-Tarifa-Achada
         Move CF-ALIQ-ICMS To FR-ALIQ-ICMS
      End-if
   End-if

   Move ORDE-TRAN To WS-TRAN-ED
   Move ORDE-FRET To WS-FRETE-ED
   Move Spaces To WS-AU-ANTES
   String "TRAN " WS-TRAN-ED " FRETE " WS-FRETE-ED
          Delimited By Size Into WS-AU-ANTES
   End-String

   Move ORDE-NUME       To FR-NUME
   Move WS-TRAN-VENC    To FR-TRAN
   Move OF-NUMERO       To FR-OFERTA
   Move OF-ROTA         To FR-ROTA
   Move WS-VALOR-VENC   To FR-VALOR-TON
   Move WS-DATA-SISTEMA To FR-DATA
   Move Oper-Nome       To FR-OPER
   Write FRETACOR-REGI
      Invalid Key
         Add 1 To WS-QTD-IGNORADOS
         Go To Adjudica-Pedido-Exit
   End-Write

   Perform Calcula-Peso-Pedido Thru Calcula-Peso-Pedido-Exit
   Move Lk-Unidade      To CF-UNIDADE
   Move WS-TRAN-VENC    To CF-TRAN
   Move OF-ROTA         To CF-ROTA
   Move WS-DATA-SISTEMA To CF-VIGENCIA
   Move WS-PESO-PEDIDO  To CF-PESO
   Move Zeros           To CF-EIXOS
   Move ORDE-NUME       To CF-NUME
   Move Zeros           To CF-PROPOSTA
   Call "CALCFRET" Using CF-PARM
   Move WS-TRAN-VENC    To ORDE-TRAN
   Move CF-FRETE        To ORDE-FRET
   Move CF-ICFR         To ORDE-ICFR
   Move Oper-Nome       To ORDE-ALTE
   Move Spaces          To ORDE-DTAL
   Move WS-DATA-SISTEMA To ORDE-DTAL(1:8)
   Move WS-HORA-SISTEMA-X To ORDE-HRAL
   Rewrite ORDE-REGI
      Invalid Key
         Add 1 To WS-QTD-IGNORADOS
         Go To Adjudica-Pedido-Exit
   End-Rewrite
   Add 1 To WS-QTD-ADJUDICADOS

   Move WS-TRAN-VENC  To WS-TRAN-ED
   Move WS-VALOR-VENC To WS-VALOR-ED
   Move OF-NUMERO     To WS-OFERTA-NUM
   Move Spaces To WS-AU-DEPOIS
   String "TRAN " WS-TRAN-ED " R$/T " WS-VALOR-ED
          " OF " WS-OFERTA-NUM
          Delimited By Size Into WS-AU-DEPOIS
   End-String
   Move ORDE-NUME To WS-NUME-ED
   Move WS-NUME-ED To WS-AU-CHAVE
   Move "A" To WS-AU-OPERACAO
   Perform Grava-Auditoria Thru Grava-Auditoria-Exit.
 Adjudica-Pedido-Exit.
   Exit.
*
*  Winner V, every other bid P - the invitations without a bid
*  stay as they were.
 Fecha-Lances.
   Move OF-NUMERO To LN-OFERTA
   Move Zeros     To LN-TRAN
   Start LANCE Key Is Not Less LN-CHAVE
      Invalid Key Move "10" To Stat-LANCE
   End-Start
   Perform Until Fim-LANCE
      Read LANCE Next Record
         At End Move "10" To Stat-LANCE
      End-Read
      If Not Fim-LANCE And Valido-LANCE
         If LN-OFERTA Not = OF-NUMERO
            Move "10" To Stat-LANCE
         Else
            If Lance-Recebido
               If LN-TRAN = WS-TRAN-VENC
                  Move "V" To LN-SITU
               Else
                  Move "P" To LN-SITU
               End-if
               Rewrite LANCE-REGI
                  Invalid Key Continue
               End-Rewrite
            End-if
         End-if
      End-if
   End-Perform.
 Fecha-Lances-Exit.
   Exit.
*
 Cancela-Oferta.
   Move Spaces To WS-MENSAGEM
   Perform Le-Oferta-Aberta Thru Le-Oferta-Aberta-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Oferta
      Go To Cancela-Oferta-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Move "C"             To OF-SITU
   Move WS-DATA-SISTEMA To OF-DTADJ
   Move Oper-Nome       To OF-OPER-ADJ
   Rewrite OFERTA-REGI
      Invalid Key
         Move "Erro ao cancelar a oferta." To WS-MENSAGEM
      Not Invalid Key
         Move "Oferta cancelada - os pedidos voltam a ficar livres."
              To WS-MENSAGEM
   End-Rewrite
   Perform Mostra-Oferta Thru Mostra-Oferta-Exit
   Display Tela-Oferta.
 Cancela-Oferta-Exit.
   Exit.
*
 Limpa-Campos.
   Move Zeros  To WS-OFERTA-DIGITADA WS-DATA-DIGITADA
                  WS-PRAZO-DIGITADO WS-PRAZO-HORA-DIG
                  WS-CONV-DIG-1 WS-CONV-DIG-2 WS-CONV-DIG-3
                  WS-CONV-DIG-4 WS-CONV-DIG-5 WS-CONV-DIG-6
                  WS-LANCE-TRAN-DIG WS-LANCE-VALOR-DIG
   Move Spaces To WS-ROTA-DIGITADA WS-ROTA-ED WS-PEDIDOS-ED
                  WS-SITU-ED WS-MENSAGEM WS-L-LINHAS
   Display Tela-Oferta.
 Limpa-Campos-Exit.
   Exit.
*
*  Lock-marker housekeeping (the PROG944SQL convention).
 Verifica-Trava-Sync.
   Move "N" To WS-SYNC-RODANDO
   Move Spaces to PathLOCK.
   String Lk-Unidade        Delimited By Size
          "\DADOS\SYNC.LCK" Delimited By Size
          Into PathLOCK
   End-String.
   Open Input LOCKMRK
   If Valido-LOCKMRK
      Read LOCKMRK
         At End Continue
      End-Read
      If Valido-LOCKMRK
         Move "S" To WS-SYNC-RODANDO
      End-if
      Close LOCKMRK
   End-if.
 Verifica-Trava-Sync-Exit.
   Exit.
*
 Trava-Online.
   Move Spaces to PathLOCK.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ONLINE.LCK"  Delimited By Size
          Into PathLOCK
   End-String.
   Open Output LOCKMRK
   If Not Valido-LOCKMRK
      Go To Trava-Online-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move Spaces          To LOCKMRK-REGI
   Move WS-DATA-SISTEMA To LC-DATA
   Move WS-HORA-SISTEMA To LC-HORA
   Move "PROG1053"      To LC-ORIGEM
   Write LOCKMRK-REGI
   Close LOCKMRK.
 Trava-Online-Exit.
   Exit.
*
 Destrava-Online.
   Move Spaces to PathLOCK.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ONLINE.LCK"  Delimited By Size
          Into PathLOCK
   End-String.
   Open Output LOCKMRK
   If Valido-LOCKMRK
      Close LOCKMRK
   End-if.
 Destrava-Online-Exit.
   Exit.
*
 Grava-Auditoria.
   Move Spaces to PathAUDIT.
   String Lk-Unidade        Delimited By Size
          "\DADOS\AUDIT.DAT" Delimited By Size
          Into PathAUDIT
   End-String.
   Open Extend AUDIT
   If Not Valido-AUDIT
      Open Output AUDIT
   End-if
   If Not Valido-AUDIT
      Go To Grava-Auditoria-Exit
   End-if
   Initialize AUDIT-REGI
   Move WS-DATA-SISTEMA   To AU-DATA
   Move WS-HORA-SISTEMA   To AU-HORA
   Move Oper-Nome         To AU-OPERADOR
   Move "FRETACOR"        To AU-ARQUIVO
   Move WS-AU-OPERACAO    To AU-OPERACAO
   Move WS-AU-CHAVE       To AU-CHAVE
   Move WS-AU-ANTES       To AU-ANTES
   Move WS-AU-DEPOIS      To AU-DEPOIS
   Write AUDIT-REGI
   Close AUDIT.
 Grava-Auditoria-Exit.
   Exit.
*
*  The operator signed on through the menu must exist in
*  USUARIOS.DAT, be active, and hold the carrier master's
*  permission - the award changes the carrier of orders.
 Verifica-Permissao.
   Move "N" To WS-PERMITIDO
   If Operador-Nao-Assinado
      Go To Verifica-Permissao-Exit
   End-if
   Open Input USUARIOS
   If Not Valido-USUARIOS
      Go To Verifica-Permissao-Exit
   End-if
   Move Oper-Codigo To US-CODIGO
   Read USUARIOS
      Invalid Key Continue
   End-Read
   If Valido-USUARIOS And Usuario-Ativo And Pode-950
      Move "S" To WS-PERMITIDO
   End-if
   Close USUARIOS.
 Verifica-Permissao-Exit.
   Exit.
