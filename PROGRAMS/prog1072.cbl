*APROVACAO DAS ALTERACOES RETIDAS DE PEDIDOS PESADOS/ROMANEADOS
 Identification Division.
 Program-Id. PROG1072.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ALTPEND.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\MAILQ.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=ALTPEND
   Copy "..\COPY\ALTPEND.FD".
   Copy "..\COPY\USUARIOS.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
   Copy "..\COPY\ROMREL.FD".
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
 Copy "..\copy\usuario.cpy".
*
*  The changes PROG944SQL refused to apply to a weighed or
*  manifested order wait in ALTPEND.DAT; an operator carrying the
*  approver byte (US-PAPRV) walks the pendentes here, sees what
*  ORDE.DAT holds against what MySQL sent, and approves or refuses
*  each one. The decision is stamped on the row and a notice
*  (ALTnnnnnn.TXT) is queued in MAILQ.DAT for the commercial team
*  (parameter COMERCIAL-EMAIL): an approved change lands on the
*  next sync run, a refused one stays held until the upstream
*  order is put back.
*
 01  Stat-ALTPEND        PIC X(002).
     88 Valido-ALTPEND   Value "00" THRU "09".
     88 Fim-ALTPEND      Value "10".
 01  PATHALTPEND         PIC X(060).
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
 01  PATHUSUARIOS        PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
 01  Stat-MAILQ          PIC X(002).
     88 Valido-MAILQ     Value "00" THRU "09".
 01  PATHMAILQ           PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
 01  WS-PERMITIDO        PIC X(001) VALUE "N".
     88 Operador-Permitido Value "S".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Proxima-Pressed      Value 0020.
    88 Aprovar-Pressed      Value 0030.
    88 Recusar-Pressed      Value 0040.
*
 01 WS-CABEC-ED         PIC X(058) VALUE SPACES.
 01 WS-CLIE-TRAN-ED     PIC X(058) VALUE SPACES.
 01 WS-LINHAS-ED.
    03 WS-LINHA-ED      PIC X(058) OCCURS 5.
 01 WS-LINHA-IDX        PIC 9(002) COMP-X.
 01 WS-QTD-MOSTRADAS    PIC 9(002) COMP-X.
 01 WS-QTD-DIFERENTES   PIC 9(002) VALUE ZEROS.
 01 WS-CHAVE-ATUAL.
    03 WS-NUME-ATUAL    PIC S9(006) COMP-5 VALUE ZEROS.
    03 WS-SEQ-ATUAL     PIC  9(003) VALUE ZEROS.
 01 WS-TEM-ATUAL        PIC X(001) VALUE "N".
    88 Pendencia-Na-Tela Value "S".
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
 01 WS-DECISAO-W        PIC X(001).
*
 01 WS-NUME-ED          PIC Z(005)9.
 01 WS-SEQ-ED           PIC ZZ9.
 01 WS-TICK-ED          PIC Z(005)9.
 01 WS-ROMA-ED          PIC Z(005)9.
 01 WS-CLIE-A-ED        PIC Z(003)9.
 01 WS-CLIE-N-ED        PIC Z(003)9.
 01 WS-TRAN-A-ED        PIC Z(003)9.
 01 WS-TRAN-N-ED        PIC Z(003)9.
 01 WS-PROD-A-ED        PIC Z(005)9.
 01 WS-PROD-N-ED        PIC Z(005)9.
 01 WS-QUAN-A-ED        PIC Z(006)9,999.
 01 WS-QUAN-N-ED        PIC Z(006)9,999.
 01 WS-VLUN-A-ED        PIC Z(003)9,9999.
 01 WS-VLUN-N-ED        PIC Z(003)9,9999.
 01 WS-LIN-ED           PIC Z9.
 01 WS-QTD-ED           PIC Z9.
*
 01 WS-PARAM-NOME       PIC X(020).
 01 WS-PARAM-VALOR      PIC X(040).
 01 WS-PARAM-NUM        PIC S9(012)V9999.
 01 WS-PARAM-ACHADO     PIC X(001).
 01 WS-COMERCIAL-EMAIL  PIC X(060)
    VALUE "comercial@ibicoara.com.br".
 01 WS-MQ-SEQ           PIC 9(006).
 01 WS-AVISO-ARQUIVO    PIC X(030).
 01 WS-AVISO-NUME       PIC 9(006).
*
 01 WS-MENSAGEM         PIC X(058) VALUE SPACES.
*
01 Handle-TELA1072            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Alteracao Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  15,00, Size   64,00 CELLS,
      Lowered
   .
   03 Label "Alteracao retida:", Line 2,00, Col 3,00.
   03 Label From WS-CABEC-ED,     Line 3,00, Col 3,00, Size 58,00.
   03 Label From WS-CLIE-TRAN-ED, Line 4,00, Col 3,00, Size 58,00.
   03 Label From WS-LINHA-ED(1),  Line 5,00, Col 3,00, Size 58,00.
   03 Label From WS-LINHA-ED(2),  Line 6,00, Col 3,00, Size 58,00.
   03 Label From WS-LINHA-ED(3),  Line 7,00, Col 3,00, Size 58,00.
   03 Label From WS-LINHA-ED(4),  Line 8,00, Col 3,00, Size 58,00.
   03 Label From WS-LINHA-ED(5),  Line 9,00, Col 3,00, Size 58,00.
*
   03 Label From WS-MENSAGEM, Line 11,00, Col 3,00, Size 58,00.
*
   03 PB-Proxima, Push-Button, "&Proxima",
      Line 13,00, Col 3,00, Size 13 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Aprovar, Push-Button, "&Aprovar",
      Line 13,00, Col 17,00, Size 13 Cells,
      Exception-Value = 0030.
   03 PB-Recusar, Push-Button, "&Recusar",
      Line 13,00, Col 31,00, Size 13 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 13,00, Col 45,00, Size 13 Cells,
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
        "Operador sem o byte de aprovador (US-PAPRV) -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Move Spaces to PathALTPEND.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ALTPEND.DAT" Delimited By Size
          Into PathALTPEND
   End-String.
   Open I-O ALTPEND
   If Not Valido-ALTPEND
      Display Message Box
        "Nenhuma alteracao retida pela sincronizacao."
      Exit Program
   End-if.

   Move "COMERCIAL-EMAIL" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR To WS-COMERCIAL-EMAIL
   End-if

   Display Standard Graphical Window,
           Title "Alteracoes Retidas - Pedidos Pesados/Romaneados",
           Size 66, Lines 17, Background-Low
           Modeless,
           Handle Handle-TELA1072.
   Display Tela-Alteracao.
   Perform Mostra-Proxima Thru Mostra-Proxima-Exit.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Alteracao On Exception Continue
   End-Perform.

   Close ALTPEND.
   Close Window Handle-TELA1072.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Proxima-Pressed
         Perform Mostra-Proxima Thru Mostra-Proxima-Exit
      When Aprovar-Pressed
         Move "A" To WS-DECISAO-W
         Perform Decide Thru Decide-Exit
      When Recusar-Pressed
         Move "R" To WS-DECISAO-W
         Perform Decide Thru Decide-Exit
   End-Evaluate.
*
 Mostra-Proxima.
   Move Spaces To WS-MENSAGEM WS-CABEC-ED WS-CLIE-TRAN-ED
                  WS-LINHAS-ED
   Move "N"    To WS-TEM-ATUAL
   Move WS-NUME-ATUAL To AR-NUME
   Move WS-SEQ-ATUAL  To AR-SEQ
   Start ALTPEND Key > AR-CHAVE
      Invalid Key Move "10" To Stat-ALTPEND
   End-Start
   Perform Until Fim-ALTPEND Or Pendencia-Na-Tela
      Read ALTPEND Next Record
         At End Move "10" To Stat-ALTPEND
      End-Read
      If Not Fim-ALTPEND And Valido-ALTPEND
         If Alteracao-Pendente
            Move "S"    To WS-TEM-ATUAL
            Move AR-NUME To WS-NUME-ATUAL
            Move AR-SEQ  To WS-SEQ-ATUAL
            Perform Monta-Pendencia Thru Monta-Pendencia-Exit
         End-if
      End-if
   End-Perform
   If Not Pendencia-Na-Tela
      Move Zeros To WS-NUME-ATUAL WS-SEQ-ATUAL
      Move "Arquivo percorrido - sem pendencia adiante."
           To WS-MENSAGEM
   End-if
   Display Tela-Alteracao.
 Mostra-Proxima-Exit.
   Exit.
*
*  Header, client/transporter pair and the first five lines that
*  differ, each as ORDE.DAT -> MySQL.
 Monta-Pendencia.
   Move AR-NUME To WS-NUME-ED
   Move AR-SEQ  To WS-SEQ-ED
   Move AR-TICK To WS-TICK-ED
   Move AR-ROMA To WS-ROMA-ED
   String "Pedido " WS-NUME-ED "/" WS-SEQ-ED
          "  Ticket " WS-TICK-ED "  Romaneio " WS-ROMA-ED
          "  em " AR-DTIN(7:2) "/" AR-DTIN(5:2)
          Delimited By Size Into WS-CABEC-ED
   End-String
   Move AR-A-CLIE To WS-CLIE-A-ED
   Move AR-N-CLIE To WS-CLIE-N-ED
   Move AR-A-TRAN To WS-TRAN-A-ED
   Move AR-N-TRAN To WS-TRAN-N-ED
   String "Cliente " WS-CLIE-A-ED " -> " WS-CLIE-N-ED
          "   Transp. " WS-TRAN-A-ED " -> " WS-TRAN-N-ED
          Delimited By Size Into WS-CLIE-TRAN-ED
   End-String
   Move Zeros To WS-QTD-MOSTRADAS WS-QTD-DIFERENTES
   Perform Varying WS-LINHA-IDX From 1 By 1 Until WS-LINHA-IDX > 20
      If AR-A-LINHA(WS-LINHA-IDX) Not = AR-N-LINHA(WS-LINHA-IDX)
         Add 1 To WS-QTD-DIFERENTES
         If WS-QTD-MOSTRADAS < 5
            Add 1 To WS-QTD-MOSTRADAS
            Perform Monta-Linha Thru Monta-Linha-Exit
         End-if
      End-if
   End-Perform
   If WS-QTD-DIFERENTES > 5
      Compute WS-QTD-ED = WS-QTD-DIFERENTES - 5
      String "e mais " WS-QTD-ED " linha(s) alterada(s)."
             Delimited By Size Into WS-MENSAGEM
      End-String
   End-if.
 Monta-Pendencia-Exit.
   Exit.
*
 Monta-Linha.
   Move WS-LINHA-IDX            To WS-LIN-ED
   Move AR-A-PROD(WS-LINHA-IDX) To WS-PROD-A-ED
   Move AR-N-PROD(WS-LINHA-IDX) To WS-PROD-N-ED
   Move AR-A-QUAN(WS-LINHA-IDX) To WS-QUAN-A-ED
   Move AR-N-QUAN(WS-LINHA-IDX) To WS-QUAN-N-ED
   Move AR-A-VLUN(WS-LINHA-IDX) To WS-VLUN-A-ED
   Move AR-N-VLUN(WS-LINHA-IDX) To WS-VLUN-N-ED
   String WS-LIN-ED " " WS-PROD-A-ED WS-QUAN-A-ED WS-VLUN-A-ED
          " >" WS-PROD-N-ED WS-QUAN-N-ED WS-VLUN-N-ED
          Delimited By Size Into WS-LINHA-ED(WS-QTD-MOSTRADAS)
   End-String.
 Monta-Linha-Exit.
   Exit.
*
 Decide.
   Move Spaces To WS-MENSAGEM
   If Not Pendencia-Na-Tela
      Move "Busque uma pendencia antes (Proxima)."
           To WS-MENSAGEM
      Display Tela-Alteracao
      Go To Decide-Exit
   End-if
   Move WS-NUME-ATUAL To AR-NUME
   Move WS-SEQ-ATUAL  To AR-SEQ
   Read ALTPEND
      Invalid Key Continue
   End-Read
   If Not Valido-ALTPEND Or Not Alteracao-Pendente
      Move "Pendencia mudou - busque de novo." To WS-MENSAGEM
      Move "N" To WS-TEM-ATUAL
      Display Tela-Alteracao
      Go To Decide-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move WS-DECISAO-W    To AR-SITU
   Move Oper-Codigo     To AR-SUPERVISOR
   Move WS-DATA-SISTEMA To AR-DTDEC
   Move WS-HORA-SISTEMA To AR-HRDEC
   Rewrite ALTPEND-REGI
      Invalid Key
         Move "Erro ao decidir pendencia." To WS-MENSAGEM
      Not Invalid Key
         Perform Avisa-Comercial Thru Avisa-Comercial-Exit
         If WS-DECISAO-W = "A"
            Move "Aprovada - entra no pedido na proxima sincronizacao"
                 To WS-MENSAGEM
         Else
            Move "Recusada - comercial avisado para desfazer."
                 To WS-MENSAGEM
         End-if
         Move "N" To WS-TEM-ATUAL
   End-Rewrite
   Display Tela-Alteracao.
 Decide-Exit.
   Exit.
*
*  The decision goes back to the commercial team as a short text
*  notice mailed by PROG1007, the way PROG1030 queues its sheets.
 Avisa-Comercial.
   Move AR-NUME To WS-AVISO-NUME
   Move Spaces To WS-AVISO-ARQUIVO
   String "ALT" WS-AVISO-NUME ".TXT"
          Delimited By Size Into WS-AVISO-ARQUIVO
   End-String
   Move Spaces to PathROMREL.
   String Lk-Unidade       Delimited By Size
          "\DADOS\"        Delimited By Size
          WS-AVISO-ARQUIVO Delimited By Space
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Go To Avisa-Comercial-Exit
   End-if
   Move Spaces To ROMREL-REGI
   If Alteracao-Aprovada
      String "ALTERACAO DO PEDIDO " WS-NUME-ED " APROVADA POR "
             Oper-Nome
             Delimited By Size Into ROMREL-REGI
      End-String
   Else
      String "ALTERACAO DO PEDIDO " WS-NUME-ED " RECUSADA POR "
             Oper-Nome
             Delimited By Size Into ROMREL-REGI
      End-String
   End-if
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   If Alteracao-Aprovada
      Move "Sera aplicada em ORDE.DAT na proxima sincronizacao."
           To ROMREL-REGI
   Else
      Move "Pedido ja pesado/romaneado - desfaca a alteracao no"
           To ROMREL-REGI
      Write ROMREL-REGI
      Move "MySQL para que a sincronizacao volte a aceita-lo."
           To ROMREL-REGI
   End-if
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-CABEC-ED To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-CLIE-TRAN-ED To ROMREL-REGI
   Write ROMREL-REGI
   Move "LN   PROD  QUANTIDADE  VL.UNIT >  PROD  QUANTIDADE  VL.UNIT"
        To ROMREL-REGI
   Write ROMREL-REGI
   Perform Varying WS-LINHA-IDX From 1 By 1 Until WS-LINHA-IDX > 20
      If AR-A-LINHA(WS-LINHA-IDX) Not = AR-N-LINHA(WS-LINHA-IDX)
         Move 1 To WS-QTD-MOSTRADAS
         Perform Monta-Linha Thru Monta-Linha-Exit
         Move WS-LINHA-ED(1) To ROMREL-REGI
         Write ROMREL-REGI
      End-if
   End-Perform
   Close ROMREL

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
   If Not Valido-MAILQ
      Go To Avisa-Comercial-Exit
   End-if
   Move Zeros To WS-MQ-SEQ
   Perform Until Stat-MAILQ = "10"
      Read MAILQ Next Record
         At End Move "10" To Stat-MAILQ
      End-Read
      If Valido-MAILQ
         Move MQ-SEQ To WS-MQ-SEQ
      End-if
   End-Perform
   Add 1 To WS-MQ-SEQ
   Initialize MAILQ-REGI
   Move WS-MQ-SEQ          To MQ-SEQ
   Move AR-N-CLIE          To MQ-CLIE
   Move WS-COMERCIAL-EMAIL To MQ-EMAIL
   Move WS-AVISO-ARQUIVO   To MQ-ARQUIVO
   Move "ALTPEND"          To MQ-DOC
   Move AR-NUME            To MQ-NUME
   Move "P"                To MQ-SITU
   Move Zeros              To MQ-TENTATIVAS
   Move WS-DATA-SISTEMA    To MQ-DTIN
   Move WS-HORA-SISTEMA    To MQ-HRIN
   Move Spaces             To MQ-DTUL
   Write MAILQ-REGI
      Invalid Key Continue
   End-Write
   Close MAILQ.
 Avisa-Comercial-Exit.
   Exit.
*
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
   If Valido-USUARIOS And Usuario-Ativo And Pode-Aprovar
      Move "S" To WS-PERMITIDO
   End-if
   Close USUARIOS.
 Verifica-Permissao-Exit.
   Exit.
