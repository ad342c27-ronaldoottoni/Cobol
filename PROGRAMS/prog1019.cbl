*MANUTENCAO DA TABELA DE DESCONTO POR UMIDADE (UMIDTAB.DAT)
 Identification Division.
 Program-Id. PROG1019.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\UMIDTAB.SL".
   Copy "..\COPY\PRODUTO.SL".
*
 Data Division.
 File Section.
$XFD FILE=UMIDTAB
   Copy "..\COPY\UMIDTAB.FD".
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
*  The umidade bands the receiving scale (PROG1018) discounts by:
*  a reading above the product's CL-UMID-BASE and up to
*  UD-UMID-ATE loses UD-DESC-PCT percent of its net weight. A
*  reading above the last band of the product is refused.
*
 01  Stat-UMIDTAB         PIC X(002).
     88 Valido-UMIDTAB    Value "00" THRU "09".
     88 Duplicado-UMIDTAB Value "22".
 01  PATHUMIDTAB          PIC X(060).
 01  Stat-PRODUTO         PIC X(002).
     88 Valido-PRODUTO    Value "00" THRU "09".
 01  PATHPRODUTO          PIC X(060).
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-PROD-DIGITADO    PIC 9(006) VALUE ZEROS.
 01 WS-UMID-DIGITADA    PIC 9(002)V99 VALUE ZEROS.
 01 WS-DESC-DIGITADO    PIC 9(003)V99 VALUE ZEROS.
 01 WS-NOME-ED          PIC X(040).
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(050) VALUE SPACES.
*
01 Handle-TELA1019             Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Faixas Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  12,00, Size   60,00 CELLS,
      Lowered
   .
   03 Label "Produto:", Line 2,00, Col 3,00.
   03 WS-PROD-DIGITADO, Entry-Field,
      Line 2,00, Col 12,00, Size 07,00,
      Using WS-PROD-DIGITADO.
   03 Label "Umid.ate:", Line 2,00, Col 21,00.
   03 WS-UMID-DIGITADA, Entry-Field,
      Line 2,00, Col 30,00, Size 06,00,
      Using WS-UMID-DIGITADA.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 42,00, Size 16 Cells,
      Default-Button,
      Exception-Value = 0020.
*
   03 Label From WS-NOME-ED, Line 4,00, Col 3,00, Size 40,00.
   03 Label "Desconto (%):", Line 5,00, Col 3,00.
   03 WS-DESC-DIGITADO, Entry-Field,
      Line 5,00, Col 18,00, Size 07,00,
      Using WS-DESC-DIGITADO.
*
   03 Label From WS-MENSAGEM, Line 7,00, Col 3,00, Size 54,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 9,50, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 9,50, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 9,50, Col 39,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathUMIDTAB.
   String Lk-Unidade           Delimited By Size
          "\DADOS\UMIDTAB.DAT" Delimited By Size
          Into PathUMIDTAB
   End-String.
   Open I-O UMIDTAB
   If Not Valido-UMIDTAB
      Open Output UMIDTAB
      Close UMIDTAB
      Open I-O UMIDTAB
   End-if.
   If Not Valido-UMIDTAB
      Display Message Box "erro UMIDTAB" Stat-UMIDTAB
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
      Close UMIDTAB
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Desconto por Umidade",
           Size 62, Lines 14, Background-Low
           Modeless,
           Handle Handle-TELA1019.
   Display Tela-Faixas.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Faixas On Exception Continue
   End-Perform.

   Close UMIDTAB.
   Close PRODUTO.
   Close Window Handle-TELA1019.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Faixa Thru Consulta-Faixa-Exit
      When Incluir-Pressed
         Perform Inclui-Faixa Thru Inclui-Faixa-Exit
      When Alterar-Pressed
         Perform Altera-Faixa Thru Altera-Faixa-Exit
      When Limpar-Pressed
         Move Zeros  To WS-PROD-DIGITADO WS-UMID-DIGITADA
                        WS-DESC-DIGITADO
         Move Spaces To WS-MENSAGEM WS-NOME-ED
         Display Tela-Faixas
   End-Evaluate.
*
 Consulta-Faixa.
   Move Spaces To WS-MENSAGEM
   Move WS-PROD-DIGITADO To PD-CODIGO
   Read PRODUTO
      Invalid Key Move Spaces To PD-NOME
   End-Read
   Move PD-NOME To WS-NOME-ED
   Move WS-PROD-DIGITADO   To UD-PROD
   Move WS-UMID-DIGITADA To UD-UMID-ATE
   Read UMIDTAB
      Invalid Key Continue
   End-Read
   If Valido-UMIDTAB
      Move UD-DESC-PCT To WS-DESC-DIGITADO
      Move "Faixa encontrada." To WS-MENSAGEM
   Else
      Move "Faixa nao cadastrada - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Faixas.
 Consulta-Faixa-Exit.
   Exit.
*
 Inclui-Faixa.
   Move Spaces To WS-MENSAGEM
   If WS-PROD-DIGITADO = Zeros
      Move "Informe o produto." To WS-MENSAGEM
      Display Tela-Faixas
      Go To Inclui-Faixa-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize UMIDTAB-REGI
   Move WS-PROD-DIGITADO   To UD-PROD
   Move WS-UMID-DIGITADA To UD-UMID-ATE
   Move WS-DESC-DIGITADO   To UD-DESC-PCT
   Move WS-DATA-SISTEMA    To UD-DTIN
   Move WS-HORA-SISTEMA    To UD-HRIN
   Write UMIDTAB-REGI
      Invalid Key
         If Duplicado-UMIDTAB
            Move "Faixa ja cadastrada - use Alterar." To WS-MENSAGEM
         Else
            Move "Erro ao incluir faixa." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "Faixa incluida." To WS-MENSAGEM
   End-Write
   Display Tela-Faixas.
 Inclui-Faixa-Exit.
   Exit.
*
 Altera-Faixa.
   Move Spaces To WS-MENSAGEM
   Move WS-PROD-DIGITADO   To UD-PROD
   Move WS-UMID-DIGITADA To UD-UMID-ATE
   Read UMIDTAB
      Invalid Key Continue
   End-Read
   If Not Valido-UMIDTAB
      Move "Faixa nao cadastrada - use Incluir." To WS-MENSAGEM
   Else
      Move WS-DESC-DIGITADO To UD-DESC-PCT
      Rewrite UMIDTAB-REGI
         Invalid Key
            Move "Erro ao alterar faixa." To WS-MENSAGEM
         Not Invalid Key
            Move "Faixa alterada." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Faixas.
 Altera-Faixa-Exit.
   Exit.
