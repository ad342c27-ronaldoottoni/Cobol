*RELATORIOS AD-HOC SOBRE ORDE.DAT - DEFINICOES SALVAS (RELDEF.DAT)
 Identification Division.
 Program-Id. PROG1089.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\RELDEF.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\AUDIT.SL".
*
 Data Division.
 File Section.
$XFD FILE=RELDEF
   Copy "..\COPY\RELDEF.FD".
$XFD FILE=USUARIOS
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
*  The analyst's own reports over ORDE.DAT: the columns picked
*  from RELCAMPO.CPY (the order layout plus the client,
*  transporter, seller and product names), the filters, up to
*  three sort fields with subtotals on the first ones, and the
*  output - printed report or CSV - saved under a name in
*  RELDEF.DAT. Executar runs it now for the branch of the menu
*  (PROG1090); RELADHOC.BAT runs it from the scheduler. Anyone
*  signed on may save a new one; only whoever saved it, or the
*  controller (SOD-CONTROLLER), changes or removes it, so a
*  scheduled report does not change under its owner. Every
*  change leaves an AUDIT.DAT line.
*
 01  Stat-RELDEF         PIC X(002).
     88 Valido-RELDEF    Value "00" THRU "09".
     88 Duplicado-RELDEF Value "22".
 01  PATHRELDEF          PIC X(060)
     VALUE "..\DADOS\RELDEF.DAT".
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
 01  PATHUSUARIOS        PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
 01  Stat-AUDIT          PIC X(002).
     88 Valido-AUDIT     Value "00" THRU "09".
 01  PATHAUDIT           PIC X(060).
*
 Copy "..\COPY\RELCAMPO.CPY".
 Copy "..\copy\usuario.cpy".
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-CONTROLLER       PIC X(001) VALUE "N".
     88 Operador-Controller Value "S".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Excluir-Pressed      Value 0050.
    88 Limpar-Pressed       Value 0060.
    88 Executar-Pressed     Value 0070.
*
 01 WS-NOME-DIGITADO      PIC X(010) VALUE SPACES.
 01 WS-DESCRICAO-DIGITADA PIC X(050) VALUE SPACES.
 01 WS-CAMPOS-DIGITADOS.
    03 WS-CAMPO-01        PIC X(004).
    03 WS-CAMPO-02        PIC X(004).
    03 WS-CAMPO-03        PIC X(004).
    03 WS-CAMPO-04        PIC X(004).
    03 WS-CAMPO-05        PIC X(004).
    03 WS-CAMPO-06        PIC X(004).
    03 WS-CAMPO-07        PIC X(004).
    03 WS-CAMPO-08        PIC X(004).
    03 WS-CAMPO-09        PIC X(004).
    03 WS-CAMPO-10        PIC X(004).
    03 WS-CAMPO-11        PIC X(004).
    03 WS-CAMPO-12        PIC X(004).
 01 WS-CAMPOS-R REDEFINES WS-CAMPOS-DIGITADOS.
    03 WS-CAMPO-DIG       PIC X(004) OCCURS 12.
 01 WS-ORDENS-DIGITADAS.
    03 WS-ORDEM-1         PIC X(004).
    03 WS-ORDEM-2         PIC X(004).
    03 WS-ORDEM-3         PIC X(004).
 01 WS-ORDENS-R REDEFINES WS-ORDENS-DIGITADAS.
    03 WS-ORDEM-DIG       PIC X(004) OCCURS 3.
 01 WS-QUEBRA-DIGITADA    PIC 9(001) VALUE ZEROS.
 01 WS-SAIDA-DIGITADA     PIC X(001) VALUE "R".
    88 Saida-Valida       Value "R" "C".
 01 WS-DESTINO-DIGITADO   PIC X(008) VALUE SPACES.
 01 WS-BASE-DIGITADA      PIC X(001) VALUE "E".
    88 Base-Valida        Value "E" "L".
 01 WS-PERIODO-DIGITADO   PIC X(001) VALUE "N".
    88 Periodo-Valido     Value "F" "M" "T" "U" "A" "N".
 01 WS-DATA-DE-DIGITADA   PIC 9(008) VALUE ZEROS.
 01 WS-DATA-ATE-DIGITADA  PIC 9(008) VALUE ZEROS.
 01 WS-SITUACOES-DIGITADAS PIC X(004) VALUE SPACES.
 01 WS-UF-DIGITADA        PIC X(002) VALUE SPACES.
 01 WS-CLIE-DE-DIGITADO   PIC 9(004) VALUE ZEROS.
 01 WS-CLIE-ATE-DIGITADO  PIC 9(004) VALUE ZEROS.
 01 WS-TRAN-DE-DIGITADO   PIC 9(004) VALUE ZEROS.
 01 WS-TRAN-ATE-DIGITADO  PIC 9(004) VALUE ZEROS.
 01 WS-VEND-DE-DIGITADO   PIC 9(004) VALUE ZEROS.
 01 WS-VEND-ATE-DIGITADO  PIC 9(004) VALUE ZEROS.
 01 WS-PROD-DE-DIGITADO   PIC 9(006) VALUE ZEROS.
 01 WS-PROD-ATE-DIGITADO  PIC 9(006) VALUE ZEROS.
 01 WS-VALOR-DE-DIGITADO  PIC 9(011)V99 VALUE ZEROS.
 01 WS-VALOR-ATE-DIGITADO PIC 9(011)V99 VALUE ZEROS.
 01 WS-ALTERADO-ED        PIC X(060) VALUE SPACES.
*
 01 WS-I                  PIC 9(002) COMP-X.
 01 WS-N                  PIC 9(002) COMP-X.
 01 WS-BUSCA-COD          PIC X(004).
 01 WS-BUSCA-IDX          PIC 9(002) COMP-X.
 01 WS-LARGURA-TOTAL      PIC 9(003) COMP-X.
 01 WS-QTD-CAMPOS         PIC 9(002) COMP-X.
 01 WS-QTD-ORDENS         PIC 9(001) COMP-X.
 01 WS-FIM-NOME           PIC X(001).
    88 Passou-Fim-Nome    Value "S".
 01 WS-DATA-TESTE         PIC 9(008).
 01 WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
    03 WS-DT-ANO          PIC 9(004).
    03 WS-DT-MES          PIC 9(002).
    03 WS-DT-DIA          PIC 9(002).
 01 WS-QTD-ED             PIC Z9.
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
 01 WS-AU-OPERACAO     PIC X(001).
 01 WS-AU-ANTES        PIC X(040).
 01 WS-AU-DEPOIS       PIC X(040).
*
 01 WS-MENSAGEM        PIC X(064) VALUE SPACES.
*
01 Handle-TELA1089            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Relatorio Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  38,00, Size   70,00 CELLS,
      Lowered
   .
   03 Label "Relatorio:", Line 2,00, Col 3,00.
   03 WS-NOME-DIGITADO, Entry-Field,
      Line 2,00, Col 14,00, Size 12,00,
      Using WS-NOME-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 44,00, Size 10 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 55,00, Size 10 Cells,
      Exception-Value = 0060.
*
   03 Label "Descricao.....:", Line 3,50, Col 3,00.
   03 WS-DESCRICAO-DIGITADA, Entry-Field,
      Line 3,50, Col 20,00, Size 48,00,
      Using WS-DESCRICAO-DIGITADA.
   03 Label "Colunas.......:", Line 5,00, Col 3,00.
   03 WS-CAMPO-01, Entry-Field,
      Line 5,00, Col 20,00, Size 05,00, Using WS-CAMPO-01.
   03 WS-CAMPO-02, Entry-Field,
      Line 5,00, Col 26,00, Size 05,00, Using WS-CAMPO-02.
   03 WS-CAMPO-03, Entry-Field,
      Line 5,00, Col 32,00, Size 05,00, Using WS-CAMPO-03.
   03 WS-CAMPO-04, Entry-Field,
      Line 5,00, Col 38,00, Size 05,00, Using WS-CAMPO-04.
   03 WS-CAMPO-05, Entry-Field,
      Line 5,00, Col 44,00, Size 05,00, Using WS-CAMPO-05.
   03 WS-CAMPO-06, Entry-Field,
      Line 5,00, Col 50,00, Size 05,00, Using WS-CAMPO-06.
   03 WS-CAMPO-07, Entry-Field,
      Line 6,00, Col 20,00, Size 05,00, Using WS-CAMPO-07.
   03 WS-CAMPO-08, Entry-Field,
      Line 6,00, Col 26,00, Size 05,00, Using WS-CAMPO-08.
   03 WS-CAMPO-09, Entry-Field,
      Line 6,00, Col 32,00, Size 05,00, Using WS-CAMPO-09.
   03 WS-CAMPO-10, Entry-Field,
      Line 6,00, Col 38,00, Size 05,00, Using WS-CAMPO-10.
   03 WS-CAMPO-11, Entry-Field,
      Line 6,00, Col 44,00, Size 05,00, Using WS-CAMPO-11.
   03 WS-CAMPO-12, Entry-Field,
      Line 6,00, Col 50,00, Size 05,00, Using WS-CAMPO-12.
   03 Label "Ordenar por...:", Line 7,50, Col 3,00.
   03 WS-ORDEM-1, Entry-Field,
      Line 7,50, Col 20,00, Size 05,00, Using WS-ORDEM-1.
   03 WS-ORDEM-2, Entry-Field,
      Line 7,50, Col 26,00, Size 05,00, Using WS-ORDEM-2.
   03 WS-ORDEM-3, Entry-Field,
      Line 7,50, Col 32,00, Size 05,00, Using WS-ORDEM-3.
   03 Label "Subtotal nos primeiros:", Line 7,50, Col 39,00.
   03 WS-QUEBRA-DIGITADA, Entry-Field,
      Line 7,50, Col 63,00, Size 03,00,
      Using WS-QUEBRA-DIGITADA.
*
   03 Label "Saida (R=relatorio C=CSV):", Line 9,00, Col 3,00.
   03 WS-SAIDA-DIGITADA, Entry-Field,
      Line 9,00, Col 31,00, Size 02,00,
      Using WS-SAIDA-DIGITADA.
   03 Label "Spool de (operador):", Line 9,00, Col 36,00.
   03 WS-DESTINO-DIGITADO, Entry-Field,
      Line 9,00, Col 57,00, Size 10,00,
      Using WS-DESTINO-DIGITADO.
   03 Label "Data (E=emissao L=liberacao):", Line 10,50, Col 3,00.
   03 WS-BASE-DIGITADA, Entry-Field,
      Line 10,50, Col 34,00, Size 02,00,
      Using WS-BASE-DIGITADA.
   03 Label "Periodo:", Line 10,50, Col 39,00.
   03 WS-PERIODO-DIGITADO, Entry-Field,
      Line 10,50, Col 48,00, Size 02,00,
      Using WS-PERIODO-DIGITADO.
   03 Label "F=de/ate  M=mes anterior  T=trimestre anterior",
      Line 11,50, Col 5,00.
   03 Label "U=mes corrente  A=ano corrente  N=sem filtro de data",
      Line 12,50, Col 5,00.
   03 Label "De (AAAAMMDD).:", Line 13,50, Col 3,00.
   03 WS-DATA-DE-DIGITADA, Entry-Field,
      Line 13,50, Col 20,00, Size 10,00,
      Using WS-DATA-DE-DIGITADA.
   03 Label "Ate:", Line 13,50, Col 33,00.
   03 WS-DATA-ATE-DIGITADA, Entry-Field,
      Line 13,50, Col 38,00, Size 10,00,
      Using WS-DATA-ATE-DIGITADA.
   03 Label "Situacoes (0 1 2 9, branco=todas):",
      Line 15,00, Col 3,00.
   03 WS-SITUACOES-DIGITADAS, Entry-Field,
      Line 15,00, Col 38,00, Size 06,00,
      Using WS-SITUACOES-DIGITADAS.
   03 Label "UF cliente:", Line 15,00, Col 47,00.
   03 WS-UF-DIGITADA, Entry-Field,
      Line 15,00, Col 59,00, Size 04,00,
      Using WS-UF-DIGITADA.
   03 Label "Cliente de....:", Line 16,50, Col 3,00.
   03 WS-CLIE-DE-DIGITADO, Entry-Field,
      Line 16,50, Col 20,00, Size 06,00,
      Using WS-CLIE-DE-DIGITADO.
   03 Label "ate", Line 16,50, Col 27,00.
   03 WS-CLIE-ATE-DIGITADO, Entry-Field,
      Line 16,50, Col 31,00, Size 06,00,
      Using WS-CLIE-ATE-DIGITADO.
   03 Label "Transp. de:", Line 16,50, Col 40,00.
   03 WS-TRAN-DE-DIGITADO, Entry-Field,
      Line 16,50, Col 52,00, Size 06,00,
      Using WS-TRAN-DE-DIGITADO.
   03 Label "ate", Line 16,50, Col 59,00.
   03 WS-TRAN-ATE-DIGITADO, Entry-Field,
      Line 16,50, Col 63,00, Size 06,00,
      Using WS-TRAN-ATE-DIGITADO.
   03 Label "Vendedor de...:", Line 17,50, Col 3,00.
   03 WS-VEND-DE-DIGITADO, Entry-Field,
      Line 17,50, Col 20,00, Size 06,00,
      Using WS-VEND-DE-DIGITADO.
   03 Label "ate", Line 17,50, Col 27,00.
   03 WS-VEND-ATE-DIGITADO, Entry-Field,
      Line 17,50, Col 31,00, Size 06,00,
      Using WS-VEND-ATE-DIGITADO.
   03 Label "Produto de:", Line 17,50, Col 40,00.
   03 WS-PROD-DE-DIGITADO, Entry-Field,
      Line 17,50, Col 52,00, Size 07,00,
      Using WS-PROD-DE-DIGITADO.
   03 Label "ate", Line 17,50, Col 60,00.
   03 WS-PROD-ATE-DIGITADO, Entry-Field,
      Line 17,50, Col 63,00, Size 07,00,
      Using WS-PROD-ATE-DIGITADO.
   03 Label "Valor pedido de:", Line 18,50, Col 3,00.
   03 WS-VALOR-DE-DIGITADO, Entry-Field,
      Line 18,50, Col 20,00, Size 16,00,
      Using WS-VALOR-DE-DIGITADO.
   03 Label "ate", Line 18,50, Col 38,00.
   03 WS-VALOR-ATE-DIGITADO, Entry-Field,
      Line 18,50, Col 42,00, Size 16,00,
      Using WS-VALOR-ATE-DIGITADO.
   03 Label From WS-ALTERADO-ED, Line 20,00, Col 3,00, Size 64,00.
*
   03 Label "Campos (codigo - coluna):", Line 21,50, Col 3,00.
   03 Label "NUME numero do pedido",     Line 22,50, Col 5,00.
   03 Label "EMIS data de emissao",      Line 23,50, Col 5,00.
   03 Label "SITU situacao",             Line 24,50, Col 5,00.
   03 Label "CLIE cliente (codigo)",     Line 25,50, Col 5,00.
   03 Label "CNOM nome do cliente",      Line 26,50, Col 5,00.
   03 Label "CUF  UF do cliente",        Line 27,50, Col 5,00.
   03 Label "CCID cidade do cliente",    Line 28,50, Col 5,00.
   03 Label "TRAN transportador (cod.)", Line 29,50, Col 5,00.
   03 Label "TNOM nome do transportador", Line 30,50, Col 5,00.
   03 Label "VEND vendedor (codigo)",    Line 31,50, Col 5,00.
   03 Label "VNOM nome do vendedor",     Line 32,50, Col 5,00.
   03 Label "LOCA local de entrega",     Line 33,50, Col 5,00.
   03 Label "DTLB data de liberacao",    Line 22,50, Col 37,00.
   03 Label "ROMA romaneio",             Line 23,50, Col 37,00.
   03 Label "LIQU peso liquido (soma)",  Line 24,50, Col 37,00.
   03 Label "FRET frete (soma)",         Line 25,50, Col 37,00.
   03 Label "VTOT valor do pedido (soma)", Line 26,50, Col 37,00.
   03 Label "PROD produto (codigo) *",   Line 27,50, Col 37,00.
   03 Label "PNOM nome do produto *",    Line 28,50, Col 37,00.
   03 Label "QUAN quantidade * (soma)",  Line 29,50, Col 37,00.
   03 Label "VLUN valor unitario *",     Line 30,50, Col 37,00.
   03 Label "VLIN valor da linha * (soma)", Line 31,50, Col 37,00.
   03 Label "QDFA qtd faturada * (soma)", Line 32,50, Col 37,00.
   03 Label "LOTE lote/safra *",         Line 33,50, Col 37,00.
   03 Label "* uma linha do relatorio por linha de produto do pedido",
      Line 34,50, Col 5,00.
*
   03 Label From WS-MENSAGEM, Line 35,50, Col 3,00, Size 64,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 37,00, Col 3,00, Size 12 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 37,00, Col 16,00, Size 12 Cells,
      Exception-Value = 0040.
   03 PB-Excluir, Push-Button, "&Excluir",
      Line 37,00, Col 29,00, Size 12 Cells,
      Exception-Value = 0050.
   03 PB-Executar, Push-Button, "E&xecutar",
      Line 37,00, Col 42,00, Size 12 Cells,
      Exception-Value = 0070.
   03 PB-Sair, Push-Button, "&Sair",
      Line 37,00, Col 55,00, Size 12 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Perform Verifica-Controller Thru Verifica-Controller-Exit

   Open I-O RELDEF
   If Not Valido-RELDEF
      Open Output RELDEF
      Close RELDEF
      Open I-O RELDEF
   End-if.
   If Not Valido-RELDEF
      Display Message Box "erro RELDEF" Stat-RELDEF
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Relatorios Ad-hoc de Pedidos",
           Size 72, Lines 40, Background-Low
           Modeless,
           Handle Handle-TELA1089.
   If Operador-Nao-Assinado
      Move "Sem operador assinado - somente consulta e execucao."
           To WS-MENSAGEM
   End-if
   Display Tela-Relatorio.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Relatorio On Exception Continue
   End-Perform.

   Close RELDEF.
   Close Window Handle-TELA1089.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Relatorio Thru Consulta-Relatorio-Exit
      When Incluir-Pressed
         Perform Inclui-Relatorio Thru Inclui-Relatorio-Exit
      When Alterar-Pressed
         Perform Altera-Relatorio Thru Altera-Relatorio-Exit
      When Excluir-Pressed
         Perform Exclui-Relatorio Thru Exclui-Relatorio-Exit
      When Executar-Pressed
         Perform Executa-Relatorio Thru Executa-Relatorio-Exit
      When Limpar-Pressed
         Perform Limpa-Tela Thru Limpa-Tela-Exit
         Display Tela-Relatorio
   End-Evaluate.
*
*  The controller may take over the report of someone who left.
 Verifica-Controller.
   Move "N" To WS-CONTROLLER
   If Operador-Nao-Assinado
      Go To Verifica-Controller-Exit
   End-if
   Move "SOD-CONTROLLER" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:8) = Oper-Codigo
      Move "S" To WS-CONTROLLER
   End-if.
 Verifica-Controller-Exit.
   Exit.
*
 Limpa-Tela.
   Move Spaces To WS-NOME-DIGITADO WS-DESCRICAO-DIGITADA
                  WS-CAMPOS-DIGITADOS WS-ORDENS-DIGITADAS
                  WS-DESTINO-DIGITADO WS-SITUACOES-DIGITADAS
                  WS-UF-DIGITADA WS-ALTERADO-ED WS-MENSAGEM
   Move Zeros  To WS-QUEBRA-DIGITADA WS-DATA-DE-DIGITADA
                  WS-DATA-ATE-DIGITADA WS-CLIE-DE-DIGITADO
                  WS-CLIE-ATE-DIGITADO WS-TRAN-DE-DIGITADO
                  WS-TRAN-ATE-DIGITADO WS-VEND-DE-DIGITADO
                  WS-VEND-ATE-DIGITADO WS-PROD-DE-DIGITADO
                  WS-PROD-ATE-DIGITADO WS-VALOR-DE-DIGITADO
                  WS-VALOR-ATE-DIGITADO
   Move "R"    To WS-SAIDA-DIGITADA
   Move "E"    To WS-BASE-DIGITADA
   Move "N"    To WS-PERIODO-DIGITADO.
 Limpa-Tela-Exit.
   Exit.
*
 Consulta-Relatorio.
   Move Spaces To WS-MENSAGEM WS-ALTERADO-ED
   Inspect WS-NOME-DIGITADO Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Move WS-NOME-DIGITADO To RD-NOME
   Read RELDEF
      Invalid Key Continue
   End-Read
   If Not Valido-RELDEF
      Move "Relatorio nao cadastrado." To WS-MENSAGEM
      Display Tela-Relatorio
      Go To Consulta-Relatorio-Exit
   End-if
   Move RD-DESCRICAO  To WS-DESCRICAO-DIGITADA
   Perform Varying WS-I From 1 By 1 Until WS-I > 12
      Move RD-CAMPO(WS-I) To WS-CAMPO-DIG(WS-I)
   End-Perform
   Perform Varying WS-I From 1 By 1 Until WS-I > 3
      Move RD-ORDEM(WS-I) To WS-ORDEM-DIG(WS-I)
   End-Perform
   Move RD-QUEBRA     To WS-QUEBRA-DIGITADA
   Move RD-SAIDA      To WS-SAIDA-DIGITADA
   Move RD-DESTINO    To WS-DESTINO-DIGITADO
   Move RD-DATA-BASE  To WS-BASE-DIGITADA
   Move RD-PERIODO    To WS-PERIODO-DIGITADO
   Move RD-DATA-DE    To WS-DATA-DE-DIGITADA
   Move RD-DATA-ATE   To WS-DATA-ATE-DIGITADA
   Move RD-SITUACOES  To WS-SITUACOES-DIGITADAS
   Move RD-UF         To WS-UF-DIGITADA
   Move RD-CLIE-DE    To WS-CLIE-DE-DIGITADO
   Move RD-CLIE-ATE   To WS-CLIE-ATE-DIGITADO
   Move RD-TRAN-DE    To WS-TRAN-DE-DIGITADO
   Move RD-TRAN-ATE   To WS-TRAN-ATE-DIGITADO
   Move RD-VEND-DE    To WS-VEND-DE-DIGITADO
   Move RD-VEND-ATE   To WS-VEND-ATE-DIGITADO
   Move RD-PROD-DE    To WS-PROD-DE-DIGITADO
   Move RD-PROD-ATE   To WS-PROD-ATE-DIGITADO
   Move RD-VALOR-DE   To WS-VALOR-DE-DIGITADO
   Move RD-VALOR-ATE  To WS-VALOR-ATE-DIGITADO
   String "Salvo por " RD-OPER-NOME " - alterado em "
          RD-DTAL(7:2) "/" RD-DTAL(5:2) "/" RD-DTAL(1:4)
          Delimited By Size Into WS-ALTERADO-ED
   End-String
   Move "Relatorio encontrado." To WS-MENSAGEM
   Display Tela-Relatorio.
 Consulta-Relatorio-Exit.
   Exit.
*
 Busca-Campo.
   Move Zeros To WS-BUSCA-IDX
   Perform Varying WS-N From 1 By 1
             Until WS-N > rel-qtd-campos Or WS-BUSCA-IDX > Zeros
      If RC-CODIGO(WS-N) = WS-BUSCA-COD
         Move WS-N To WS-BUSCA-IDX
      End-if
   End-Perform.
 Busca-Campo-Exit.
   Exit.
*
*  The name becomes part of the output file name (ADHOC-<nome>),
*  so letters, digits and "-" only, without blanks inside.
 Valida-Relatorio.
   Move Spaces To WS-MENSAGEM
   If Operador-Nao-Assinado
      Move "Assine com seu operador para salvar relatorios."
           To WS-MENSAGEM
      Go To Valida-Relatorio-Exit
   End-if
   Inspect WS-NOME-DIGITADO Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Inspect WS-CAMPOS-DIGITADOS Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Inspect WS-ORDENS-DIGITADAS Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Inspect WS-UF-DIGITADA Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Inspect WS-SAIDA-DIGITADA Converting "rc" To "RC"
   Inspect WS-BASE-DIGITADA Converting "el" To "EL"
   Inspect WS-PERIODO-DIGITADO Converting "fmtuan" To "FMTUAN"
   If WS-NOME-DIGITADO(1:1) = Space
   Or WS-DESCRICAO-DIGITADA = Spaces
      Move "Informe nome e descricao do relatorio." To WS-MENSAGEM
      Go To Valida-Relatorio-Exit
   End-if
   Move "N" To WS-FIM-NOME
   Perform Varying WS-I From 1 By 1 Until WS-I > 10
      Evaluate True
         When WS-NOME-DIGITADO(WS-I:1) = Space
            Move "S" To WS-FIM-NOME
         When Passou-Fim-Nome
            Move "Nome sem espacos no meio." To WS-MENSAGEM
         When WS-NOME-DIGITADO(WS-I:1) Not < "A"
          And WS-NOME-DIGITADO(WS-I:1) Not > "Z"
            Continue
         When WS-NOME-DIGITADO(WS-I:1) Numeric
            Continue
         When WS-NOME-DIGITADO(WS-I:1) = "-"
            Continue
         When Other
            Move "Nome so com letras, numeros e -." To WS-MENSAGEM
      End-Evaluate
   End-Perform
   If WS-MENSAGEM Not = Spaces
      Go To Valida-Relatorio-Exit
   End-if

   Move Zeros To WS-QTD-CAMPOS WS-LARGURA-TOTAL
   Perform Varying WS-I From 1 By 1 Until WS-I > 12
      If WS-CAMPO-DIG(WS-I) Not = Spaces
         Move WS-CAMPO-DIG(WS-I) To WS-BUSCA-COD
         Perform Busca-Campo Thru Busca-Campo-Exit
         If WS-BUSCA-IDX = Zeros
            String "Coluna " WS-CAMPO-DIG(WS-I)
                   " nao existe - veja a lista abaixo."
                   Delimited By Size Into WS-MENSAGEM
            End-String
         Else
            Add 1 To WS-QTD-CAMPOS
            Compute WS-LARGURA-TOTAL = WS-LARGURA-TOTAL
                    + RC-LARGURA(WS-BUSCA-IDX) + 1
         End-if
      End-if
   End-Perform
   If WS-MENSAGEM Not = Spaces
      Go To Valida-Relatorio-Exit
   End-if
   If WS-QTD-CAMPOS = Zeros
      Move "Informe ao menos uma coluna." To WS-MENSAGEM
      Go To Valida-Relatorio-Exit
   End-if
   If Not Saida-Valida
      Move "Saida deve ser R (relatorio) ou C (CSV)." To WS-MENSAGEM
      Go To Valida-Relatorio-Exit
   End-if
   If WS-SAIDA-DIGITADA = "R" And WS-LARGURA-TOTAL > 201
      Move "As colunas passam de 200 posicoes - tire alguma."
           To WS-MENSAGEM
      Go To Valida-Relatorio-Exit
   End-if

   Move Zeros To WS-QTD-ORDENS
   Perform Varying WS-I From 1 By 1 Until WS-I > 3
      If WS-ORDEM-DIG(WS-I) Not = Spaces
         Move WS-ORDEM-DIG(WS-I) To WS-BUSCA-COD
         Perform Busca-Campo Thru Busca-Campo-Exit
         If WS-BUSCA-IDX = Zeros
            String "Ordem " WS-ORDEM-DIG(WS-I)
                   " nao existe - veja a lista abaixo."
                   Delimited By Size Into WS-MENSAGEM
            End-String
         Else
            Add 1 To WS-QTD-ORDENS
         End-if
      End-if
   End-Perform
   If WS-MENSAGEM Not = Spaces
      Go To Valida-Relatorio-Exit
   End-if
   If WS-QUEBRA-DIGITADA > WS-QTD-ORDENS
      Move "Subtotal so nos campos de ordenacao informados."
           To WS-MENSAGEM
      Go To Valida-Relatorio-Exit
   End-if

   If Not Base-Valida Or Not Periodo-Valido
      Move "Data E ou L; periodo F, M, T, U, A ou N." To WS-MENSAGEM
      Go To Valida-Relatorio-Exit
   End-if
   If WS-PERIODO-DIGITADO = "F"
      Move WS-DATA-DE-DIGITADA To WS-DATA-TESTE
      If WS-DT-MES < 1 Or WS-DT-MES > 12
      Or WS-DT-DIA < 1 Or WS-DT-DIA > 31
         Move "Data inicial invalida (AAAAMMDD)." To WS-MENSAGEM
         Go To Valida-Relatorio-Exit
      End-if
      Move WS-DATA-ATE-DIGITADA To WS-DATA-TESTE
      If WS-DATA-TESTE Not = Zeros
         If WS-DT-MES < 1 Or WS-DT-MES > 12
         Or WS-DT-DIA < 1 Or WS-DT-DIA > 31
         Or WS-DATA-TESTE < WS-DATA-DE-DIGITADA
            Move "Data final invalida ou antes da inicial."
                 To WS-MENSAGEM
            Go To Valida-Relatorio-Exit
         End-if
      End-if
   End-if

   Perform Varying WS-I From 1 By 1 Until WS-I > 4
      If WS-SITUACOES-DIGITADAS(WS-I:1) Not = Space
      And WS-SITUACOES-DIGITADAS(WS-I:1) Not = "0"
      And WS-SITUACOES-DIGITADAS(WS-I:1) Not = "1"
      And WS-SITUACOES-DIGITADAS(WS-I:1) Not = "2"
      And WS-SITUACOES-DIGITADAS(WS-I:1) Not = "9"
         Move "Situacoes: 0 pendente, 1 liberado, 2 faturado, 9 canc."
              To WS-MENSAGEM
      End-if
   End-Perform
   If WS-MENSAGEM Not = Spaces
      Go To Valida-Relatorio-Exit
   End-if
   If (WS-CLIE-ATE-DIGITADO > Zeros
       And WS-CLIE-ATE-DIGITADO < WS-CLIE-DE-DIGITADO)
   Or (WS-TRAN-ATE-DIGITADO > Zeros
       And WS-TRAN-ATE-DIGITADO < WS-TRAN-DE-DIGITADO)
   Or (WS-VEND-ATE-DIGITADO > Zeros
       And WS-VEND-ATE-DIGITADO < WS-VEND-DE-DIGITADO)
   Or (WS-PROD-ATE-DIGITADO > Zeros
       And WS-PROD-ATE-DIGITADO < WS-PROD-DE-DIGITADO)
   Or (WS-VALOR-ATE-DIGITADO > Zeros
       And WS-VALOR-ATE-DIGITADO < WS-VALOR-DE-DIGITADO)
      Move "Faixa com final menor que o inicio." To WS-MENSAGEM
      Go To Valida-Relatorio-Exit
   End-if

   If WS-DESTINO-DIGITADO Not = Spaces
      Open Input USUARIOS
      If Valido-USUARIOS
         Move WS-DESTINO-DIGITADO To US-CODIGO
         Read USUARIOS
            Invalid Key Continue
         End-Read
         If Not Valido-USUARIOS
            Move "Operador do spool nao cadastrado." To WS-MENSAGEM
         End-if
         Close USUARIOS
      End-if
   End-if.
 Valida-Relatorio-Exit.
   Exit.
*
*  Whoever saved it, or the controller.
 Verifica-Dono.
   Move Spaces To WS-MENSAGEM
   If RD-OPERADOR Not = Oper-Codigo And Not Operador-Controller
      String "Somente " RD-OPER-NOME Delimited By "  "
             " (quem salvou) ou o controller altera."
             Delimited By Size Into WS-MENSAGEM
      End-String
   End-if.
 Verifica-Dono-Exit.
   Exit.
*
 Monta-Relatorio.
   Move WS-NOME-DIGITADO      To RD-NOME
   Move WS-DESCRICAO-DIGITADA To RD-DESCRICAO
   Move WS-SAIDA-DIGITADA     To RD-SAIDA
   Perform Varying WS-I From 1 By 1 Until WS-I > 12
      Move WS-CAMPO-DIG(WS-I) To RD-CAMPO(WS-I)
   End-Perform
   Perform Varying WS-I From 1 By 1 Until WS-I > 3
      Move WS-ORDEM-DIG(WS-I) To RD-ORDEM(WS-I)
   End-Perform
   Move WS-QUEBRA-DIGITADA     To RD-QUEBRA
   Move WS-BASE-DIGITADA       To RD-DATA-BASE
   Move WS-PERIODO-DIGITADO    To RD-PERIODO
   Move WS-DATA-DE-DIGITADA    To RD-DATA-DE
   Move WS-DATA-ATE-DIGITADA   To RD-DATA-ATE
   Move WS-SITUACOES-DIGITADAS To RD-SITUACOES
   Move WS-CLIE-DE-DIGITADO    To RD-CLIE-DE
   Move WS-CLIE-ATE-DIGITADO   To RD-CLIE-ATE
   Move WS-TRAN-DE-DIGITADO    To RD-TRAN-DE
   Move WS-TRAN-ATE-DIGITADO   To RD-TRAN-ATE
   Move WS-VEND-DE-DIGITADO    To RD-VEND-DE
   Move WS-VEND-ATE-DIGITADO   To RD-VEND-ATE
   Move WS-PROD-DE-DIGITADO    To RD-PROD-DE
   Move WS-PROD-ATE-DIGITADO   To RD-PROD-ATE
   Move WS-UF-DIGITADA         To RD-UF
   Move WS-VALOR-DE-DIGITADO   To RD-VALOR-DE
   Move WS-VALOR-ATE-DIGITADO  To RD-VALOR-ATE
   Move WS-DESTINO-DIGITADO    To RD-DESTINO
   Move WS-DATA-SISTEMA        To RD-DTAL.
 Monta-Relatorio-Exit.
   Exit.
*
 Inclui-Relatorio.
   Perform Valida-Relatorio Thru Valida-Relatorio-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Relatorio
      Go To Inclui-Relatorio-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize RELDEF-REGI
   Perform Monta-Relatorio Thru Monta-Relatorio-Exit
   Move Oper-Codigo     To RD-OPERADOR
   Move Oper-Nome       To RD-OPER-NOME
   Move WS-DATA-SISTEMA To RD-DTIN
   Write RELDEF-REGI
      Invalid Key
         If Duplicado-RELDEF
            Move "Relatorio ja cadastrado - use Alterar."
                 To WS-MENSAGEM
         Else
            Move "Erro ao incluir relatorio." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "I"    To WS-AU-OPERACAO
         Move Spaces To WS-AU-ANTES
         Perform Monta-Imagem Thru Monta-Imagem-Exit
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Relatorio incluido." To WS-MENSAGEM
   End-Write
   Display Tela-Relatorio.
 Inclui-Relatorio-Exit.
   Exit.
*
 Altera-Relatorio.
   Perform Valida-Relatorio Thru Valida-Relatorio-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Relatorio
      Go To Altera-Relatorio-Exit
   End-if
   Move WS-NOME-DIGITADO To RD-NOME
   Read RELDEF
      Invalid Key Continue
   End-Read
   If Not Valido-RELDEF
      Move "Relatorio nao cadastrado - use Incluir." To WS-MENSAGEM
      Display Tela-Relatorio
      Go To Altera-Relatorio-Exit
   End-if
   Perform Verifica-Dono Thru Verifica-Dono-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Relatorio
      Go To Altera-Relatorio-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Perform Monta-Imagem Thru Monta-Imagem-Exit
   Move WS-AU-DEPOIS To WS-AU-ANTES
   Perform Monta-Relatorio Thru Monta-Relatorio-Exit
   Rewrite RELDEF-REGI
      Invalid Key
         Move "Erro ao alterar relatorio." To WS-MENSAGEM
      Not Invalid Key
         Move "A" To WS-AU-OPERACAO
         Perform Monta-Imagem Thru Monta-Imagem-Exit
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Relatorio alterado." To WS-MENSAGEM
   End-Rewrite
   Display Tela-Relatorio.
 Altera-Relatorio-Exit.
   Exit.
*
 Exclui-Relatorio.
   Move Spaces To WS-MENSAGEM
   If Operador-Nao-Assinado
      Move "Assine com seu operador para excluir relatorios."
           To WS-MENSAGEM
      Display Tela-Relatorio
      Go To Exclui-Relatorio-Exit
   End-if
   Move WS-NOME-DIGITADO To RD-NOME
   Read RELDEF
      Invalid Key Continue
   End-Read
   If Not Valido-RELDEF
      Move "Relatorio nao cadastrado." To WS-MENSAGEM
      Display Tela-Relatorio
      Go To Exclui-Relatorio-Exit
   End-if
   Perform Verifica-Dono Thru Verifica-Dono-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Relatorio
      Go To Exclui-Relatorio-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Perform Monta-Imagem Thru Monta-Imagem-Exit
   Move WS-AU-DEPOIS To WS-AU-ANTES
   Delete RELDEF Record
      Invalid Key
         Move "Erro ao excluir relatorio." To WS-MENSAGEM
      Not Invalid Key
         Move "E"    To WS-AU-OPERACAO
         Move Spaces To WS-AU-DEPOIS
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Relatorio excluido." To WS-MENSAGEM
   End-Delete
   Display Tela-Relatorio.
 Exclui-Relatorio-Exit.
   Exit.
*
*  The saved definition - not what is on the screen - is what
*  runs, for the branch of the menu, exactly as the scheduler
*  would run it.
 Executa-Relatorio.
   Move Spaces To WS-MENSAGEM
   Inspect WS-NOME-DIGITADO Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Move WS-NOME-DIGITADO To RD-NOME
   Read RELDEF
      Invalid Key Continue
   End-Read
   If Not Valido-RELDEF
      Move "Salve o relatorio antes de executar." To WS-MENSAGEM
      Display Tela-Relatorio
      Go To Executa-Relatorio-Exit
   End-if
   Move Zeros To Return-Code
   Call "PROG1090" Using LK-Linkage, WS-NOME-DIGITADO
      On Exception
         Move "PROG1090 nao encontrado no ambiente." To WS-MENSAGEM
   End-Call
   Cancel "PROG1090"
   If WS-MENSAGEM = Spaces
      If Return-Code Not = Zeros
         Move "Relatorio nao gerado - veja a mensagem do PROG1090."
              To WS-MENSAGEM
      Else
         String "Gerado ADHOC-" RD-NOME Delimited By Space
                " - veja o spool." Delimited By Size
                Into WS-MENSAGEM
         End-String
      End-if
   End-if
   Display Tela-Relatorio.
 Executa-Relatorio-Exit.
   Exit.
*
*  The definition as AUDIT.DAT keeps it: output, columns and the
*  start of the description.
 Monta-Imagem.
   Move Spaces To WS-AU-DEPOIS
   Move Zeros  To WS-QTD-CAMPOS
   Perform Varying WS-I From 1 By 1 Until WS-I > 12
      If RD-CAMPO(WS-I) Not = Spaces
         Add 1 To WS-QTD-CAMPOS
      End-if
   End-Perform
   Move WS-QTD-CAMPOS To WS-QTD-ED
   String RD-SAIDA " " WS-QTD-ED " COL " RD-PERIODO " "
          RD-DESCRICAO
          Delimited By Size Into WS-AU-DEPOIS
   End-String.
 Monta-Imagem-Exit.
   Exit.
*
 Grava-Auditoria.
   Move Spaces to PathAUDIT.
   String Lk-Unidade          Delimited By Size
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
   Move WS-DATA-SISTEMA    To AU-DATA
   Move WS-HORA-SISTEMA    To AU-HORA
   Move Oper-Nome          To AU-OPERADOR
   Move "RELDEF"           To AU-ARQUIVO
   Move WS-AU-OPERACAO     To AU-OPERACAO
   Move WS-NOME-DIGITADO   To AU-CHAVE
   Move WS-AU-ANTES        To AU-ANTES
   Move WS-AU-DEPOIS       To AU-DEPOIS
   Write AUDIT-REGI
   Close AUDIT.
 Grava-Auditoria-Exit.
   Exit.
