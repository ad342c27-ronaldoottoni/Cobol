*MANUTENCAO DA COTACAO DIARIA DE MERCADO (COTMERC.DAT)
 Identification Division.
 Program-Id. PROG1023.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\COTMERC.SL".
   Copy "..\COPY\PRODUTO.SL".
*
 Data Division.
 File Section.
$XFD FILE=COTMERC
   Copy "..\COPY\COTMERC.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
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
*  The day's market bulletin, one price per product and praca:
*  what an "a fixar" contract of that praca is fixed against on
*  the day (PROG1024). A blank date means today.
*
 01  Stat-COTMERC         PIC X(002).
     88 Valido-COTMERC    Value "00" THRU "09".
     88 Duplicado-COTMERC Value "22".
 01  PATHCOTMERC          PIC X(060).
 01  Stat-PRODUTO         PIC X(002).
     88 Valido-PRODUTO    Value "00" THRU "09".
 01  PATHPRODUTO          PIC X(060).
 Copy "..\copy\usuario.cpy".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-PROD-DIGITADO    PIC 9(006) VALUE ZEROS.
 01 WS-PRACA-DIGITADA   PIC X(015) VALUE SPACES.
 01 WS-DATA-DIGITADA    PIC 9(008) VALUE ZEROS.
 01 WS-COTACAO-DIGITADA PIC 9(005)V9999 VALUE ZEROS.
 01 WS-NOME-ED          PIC X(040).
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(050) VALUE SPACES.
*
01 Handle-TELA1023             Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Cotacao Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  13,00, Size   60,00 CELLS,
      Lowered
   .
   03 Label "Produto:", Line 2,00, Col 3,00.
   03 WS-PROD-DIGITADO, Entry-Field,
      Line 2,00, Col 12,00, Size 07,00,
      Using WS-PROD-DIGITADO.
   03 Label "Praca:", Line 2,00, Col 21,00.
   03 WS-PRACA-DIGITADA, Entry-Field,
      Line 2,00, Col 28,00, Size 15,00,
      Using WS-PRACA-DIGITADA.
   03 Label "Data:", Line 3,50, Col 3,00.
   03 WS-DATA-DIGITADA, Entry-Field,
      Line 3,50, Col 12,00, Size 10,00,
      Using WS-DATA-DIGITADA.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 3,50, Col 42,00, Size 16 Cells,
      Default-Button,
      Exception-Value = 0020.
*
   03 Label From WS-NOME-ED, Line 5,50, Col 3,00, Size 40,00.
   03 Label "Cotacao:", Line 6,50, Col 3,00.
   03 WS-COTACAO-DIGITADA, Entry-Field,
      Line 6,50, Col 12,00, Size 12,00,
      Using WS-COTACAO-DIGITADA.
*
   03 Label From WS-MENSAGEM, Line 8,50, Col 3,00, Size 54,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 10,50, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 10,50, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 10,50, Col 39,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathCOTMERC.
   String Lk-Unidade           Delimited By Size
          "\DADOS\COTMERC.DAT" Delimited By Size
          Into PathCOTMERC
   End-String.
   Open I-O COTMERC
   If Not Valido-COTMERC
      Open Output COTMERC
      Close COTMERC
      Open I-O COTMERC
   End-if.
   If Not Valido-COTMERC
      Display Message Box "erro COTMERC" Stat-COTMERC
      Exit Program
   End-if.

   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Not Valido-PRODUTO
      Display Message Box "erro PRODUTO" Stat-PRODUTO
      Close COTMERC
      Exit Program
   End-if.

   Accept WS-DATA-DIGITADA From Date YYYYMMDD.

   Display Standard Graphical Window,
           Title "Cotacao Diaria de Mercado",
           Size 62, Lines 15, Background-Low
           Modeless,
           Handle Handle-TELA1023.
   Display Tela-Cotacao.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Cotacao On Exception Continue
   End-Perform.

   Close COTMERC.
   Close PRODUTO.
   Close Window Handle-TELA1023.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Cotacao Thru Consulta-Cotacao-Exit
      When Incluir-Pressed
         Perform Inclui-Cotacao Thru Inclui-Cotacao-Exit
      When Alterar-Pressed
         Perform Altera-Cotacao Thru Altera-Cotacao-Exit
      When Limpar-Pressed
         Move Zeros  To WS-PROD-DIGITADO WS-COTACAO-DIGITADA
         Move Spaces To WS-MENSAGEM WS-NOME-ED WS-PRACA-DIGITADA
         Accept WS-DATA-DIGITADA From Date YYYYMMDD
         Display Tela-Cotacao
   End-Evaluate.
*
 Monta-Chave.
   If WS-DATA-DIGITADA = Zeros
      Accept WS-DATA-DIGITADA From Date YYYYMMDD
   End-if
   Move WS-PROD-DIGITADO  To QM-PROD
   Move WS-PRACA-DIGITADA To QM-PRACA
   Move WS-DATA-DIGITADA  To QM-DATA.
 Monta-Chave-Exit.
   Exit.
*
 Consulta-Cotacao.
   Move Spaces To WS-MENSAGEM
   Move WS-PROD-DIGITADO To PD-CODIGO
   Read PRODUTO
      Invalid Key Move Spaces To PD-NOME
   End-Read
   Move PD-NOME To WS-NOME-ED
   Perform Monta-Chave Thru Monta-Chave-Exit
   Read COTMERC
      Invalid Key Continue
   End-Read
   If Valido-COTMERC
      Move QM-COTACAO To WS-COTACAO-DIGITADA
      Move "Cotacao encontrada." To WS-MENSAGEM
   Else
      Move "Cotacao nao cadastrada - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Cotacao.
 Consulta-Cotacao-Exit.
   Exit.
*
 Inclui-Cotacao.
   Move Spaces To WS-MENSAGEM
   Move WS-PROD-DIGITADO To PD-CODIGO
   Read PRODUTO
      Invalid Key
         Move "Produto nao cadastrado (PROG951)." To WS-MENSAGEM
   End-Read
   If WS-MENSAGEM = Spaces
      And (WS-PRACA-DIGITADA = Spaces Or WS-COTACAO-DIGITADA = Zeros)
      Move "Informe praca e cotacao." To WS-MENSAGEM
   End-if
   If WS-MENSAGEM Not = Spaces
      Display Tela-Cotacao
      Go To Inclui-Cotacao-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize COTMERC-REGI
   Perform Monta-Chave Thru Monta-Chave-Exit
   Move WS-COTACAO-DIGITADA To QM-COTACAO
   Move Oper-Nome           To QM-OPER
   Move WS-DATA-SISTEMA     To QM-DTIN
   Move WS-HORA-SISTEMA     To QM-HRIN
   Write COTMERC-REGI
      Invalid Key
         If Duplicado-COTMERC
            Move "Cotacao ja cadastrada - use Alterar."
                 To WS-MENSAGEM
         Else
            Move "Erro ao incluir cotacao." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "Cotacao incluida." To WS-MENSAGEM
   End-Write
   Display Tela-Cotacao.
 Inclui-Cotacao-Exit.
   Exit.
*
*  A quote already fixed against stays on the fixing row
*  (FI-COTACAO) - correcting the bulletin does not reprice it.
 Altera-Cotacao.
   Move Spaces To WS-MENSAGEM
   Perform Monta-Chave Thru Monta-Chave-Exit
   Read COTMERC
      Invalid Key Continue
   End-Read
   If Not Valido-COTMERC
      Move "Cotacao nao cadastrada - use Incluir." To WS-MENSAGEM
   Else
      Move WS-COTACAO-DIGITADA To QM-COTACAO
      Move Oper-Nome           To QM-OPER
      Rewrite COTMERC-REGI
         Invalid Key
            Move "Erro ao alterar cotacao." To WS-MENSAGEM
         Not Invalid Key
            Move "Cotacao alterada." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Cotacao.
 Altera-Cotacao-Exit.
   Exit.
