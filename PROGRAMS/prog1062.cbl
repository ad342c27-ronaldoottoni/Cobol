*MANUTENCAO DO ORCAMENTO MENSAL DA FILIAL (ORCAMENT.DAT)
 Identification Division.
 Program-Id. PROG1062.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORCAMENT.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORCAMENT
   Copy "..\COPY\ORCAMENT.FD".
*
 Working-Storage Section.
*
 Copy "..\COPY\Fonts.Def".
 Copy "..\COPY\acugui.Def".
 Copy "..\COPY\crtvars.Def".
 Copy "..\COPY\WinHelp.Def".
 Copy "..\COPY\Winprint.Def".
 Copy "..\COPY\acucobol.Def".
 Copy "..\copy\usuario.cpy".
*
*  What the branch as a whole planned for the month - tonnage,
*  revenue, freight cost, storage revenue and returns, in reais.
*  The QUOTAS.DAT screen (PROG927) one level up: PROG1063 sets
*  these rows against what the suite recorded and prints the
*  variance, month and year-to-date.
*
 01  Stat-ORCAMENT         PIC X(002).
     88 Valido-ORCAMENT    Value "00" THRU "09".
     88 Duplicado-ORCAMENT Value "22".
 01  PATHORCAMENT          PIC X(060).
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-ANOMES-DIGITADO  PIC 9(006) VALUE ZEROS.
 01 WS-ANOMES-R REDEFINES WS-ANOMES-DIGITADO.
    03 WS-ANOMES-ANO    PIC 9(004).
    03 WS-ANOMES-MES    PIC 9(002).
 01 WS-TONEL-DIGITADA   PIC 9(007)V999 VALUE ZEROS.
 01 WS-FATUR-DIGITADO   PIC 9(010)V99 VALUE ZEROS.
 01 WS-FRETE-DIGITADO   PIC 9(010)V99 VALUE ZEROS.
 01 WS-ARMAZ-DIGITADO   PIC 9(010)V99 VALUE ZEROS.
 01 WS-DEVOL-DIGITADO   PIC 9(010)V99 VALUE ZEROS.
 01 WS-ALTERADO-ED      PIC X(050) VALUE SPACES.
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(050) VALUE SPACES.
*
01 Handle-TELA1062            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Orcamento Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  17,00, Size   60,00 CELLS,
      Lowered
   .
   03 Label "Ano/Mes:", Line 2,00, Col 3,00.
   03 WS-ANOMES-DIGITADO, Entry-Field,
      Line 2,00, Col 13,00, Size 07,00,
      Using WS-ANOMES-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 39,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
*
   03 Label "Toneladas.......:", Line 4,00, Col 3,00.
   03 WS-TONEL-DIGITADA, Entry-Field,
      Line 4,00, Col 22,00, Size 12,00,
      Using WS-TONEL-DIGITADA.
   03 Label "Faturamento R$..:", Line 5,00, Col 3,00.
   03 WS-FATUR-DIGITADO, Entry-Field,
      Line 5,00, Col 22,00, Size 13,00,
      Using WS-FATUR-DIGITADO.
   03 Label "Custo frete R$..:", Line 6,00, Col 3,00.
   03 WS-FRETE-DIGITADO, Entry-Field,
      Line 6,00, Col 22,00, Size 13,00,
      Using WS-FRETE-DIGITADO.
   03 Label "Armazenagem R$..:", Line 7,00, Col 3,00.
   03 WS-ARMAZ-DIGITADO, Entry-Field,
      Line 7,00, Col 22,00, Size 13,00,
      Using WS-ARMAZ-DIGITADO.
   03 Label "Devolucoes R$...:", Line 8,00, Col 3,00.
   03 WS-DEVOL-DIGITADO, Entry-Field,
      Line 8,00, Col 22,00, Size 13,00,
      Using WS-DEVOL-DIGITADO.
*
   03 Label From WS-ALTERADO-ED, Line 10,00, Col 3,00, Size 54,00.
   03 Label From WS-MENSAGEM, Line 12,00, Col 3,00, Size 54,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 14,50, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 14,50, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 14,50, Col 39,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathORCAMENT.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ORCAMENT.DAT" Delimited By Size
          Into PathORCAMENT
   End-String.
   Open I-O ORCAMENT
   If Not Valido-ORCAMENT
      Open Output ORCAMENT
      Close ORCAMENT
      Open I-O ORCAMENT
   End-if.
   If Not Valido-ORCAMENT
      Display Message Box "erro ORCAMENT" Stat-ORCAMENT
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Orcamento Mensal da Filial",
           Size 62, Lines 19, Background-Low
           Modeless,
           Handle Handle-TELA1062.
   Display Tela-Orcamento.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Orcamento On Exception Continue
   End-Perform.

   Close ORCAMENT.
   Close Window Handle-TELA1062.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Orcamento Thru Consulta-Orcamento-Exit
      When Incluir-Pressed
         Perform Inclui-Orcamento Thru Inclui-Orcamento-Exit
      When Alterar-Pressed
         Perform Altera-Orcamento Thru Altera-Orcamento-Exit
      When Limpar-Pressed
         Move Zeros  To WS-ANOMES-DIGITADO WS-TONEL-DIGITADA
                        WS-FATUR-DIGITADO WS-FRETE-DIGITADO
                        WS-ARMAZ-DIGITADO WS-DEVOL-DIGITADO
         Move Spaces To WS-MENSAGEM WS-ALTERADO-ED
         Display Tela-Orcamento
   End-Evaluate.
*
 Consulta-Orcamento.
   Move Spaces To WS-MENSAGEM WS-ALTERADO-ED
   Move WS-ANOMES-DIGITADO To OR-ANOMES
   Read ORCAMENT
      Invalid Key Continue
   End-Read
   If Valido-ORCAMENT
      Move OR-TONEL       To WS-TONEL-DIGITADA
      Move OR-FATURAMENTO To WS-FATUR-DIGITADO
      Move OR-FRETE       To WS-FRETE-DIGITADO
      Move OR-ARMAZENAGEM To WS-ARMAZ-DIGITADO
      Move OR-DEVOLUCAO   To WS-DEVOL-DIGITADO
      String "Alterado em " OR-DTAL(7:2) "/" OR-DTAL(5:2) "/"
             OR-DTAL(1:4) " por " OR-OPER
             Delimited By Size Into WS-ALTERADO-ED
      End-String
      Move "Orcamento encontrado." To WS-MENSAGEM
   Else
      Move "Orcamento nao cadastrado - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Orcamento.
 Consulta-Orcamento-Exit.
   Exit.
*
 Inclui-Orcamento.
   Move Spaces To WS-MENSAGEM
   If Operador-Nao-Assinado
      Move "Operador nao identificado - nada gravado." To WS-MENSAGEM
      Display Tela-Orcamento
      Go To Inclui-Orcamento-Exit
   End-if
   If WS-ANOMES-MES < 1 Or WS-ANOMES-MES > 12
      Move "Informe a competencia (AAAAMM)." To WS-MENSAGEM
      Display Tela-Orcamento
      Go To Inclui-Orcamento-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize ORCAMENT-REGI
   Move WS-ANOMES-DIGITADO To OR-ANOMES
   Move WS-TONEL-DIGITADA  To OR-TONEL
   Move WS-FATUR-DIGITADO  To OR-FATURAMENTO
   Move WS-FRETE-DIGITADO  To OR-FRETE
   Move WS-ARMAZ-DIGITADO  To OR-ARMAZENAGEM
   Move WS-DEVOL-DIGITADO  To OR-DEVOLUCAO
   Move Oper-Nome          To OR-OPER
   Move WS-DATA-SISTEMA    To OR-DTIN OR-DTAL
   Move WS-HORA-SISTEMA    To OR-HRIN OR-HRAL
   Write ORCAMENT-REGI
      Invalid Key
         If Duplicado-ORCAMENT
            Move "Orcamento ja cadastrado - use Alterar."
              To WS-MENSAGEM
         Else
            Move "Erro ao incluir orcamento." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "Orcamento incluido." To WS-MENSAGEM
   End-Write
   Display Tela-Orcamento.
 Inclui-Orcamento-Exit.
   Exit.
*
 Altera-Orcamento.
   Move Spaces To WS-MENSAGEM
   If Operador-Nao-Assinado
      Move "Operador nao identificado - nada gravado." To WS-MENSAGEM
      Display Tela-Orcamento
      Go To Altera-Orcamento-Exit
   End-if
   Move WS-ANOMES-DIGITADO To OR-ANOMES
   Read ORCAMENT
      Invalid Key Continue
   End-Read
   If Not Valido-ORCAMENT
      Move "Orcamento nao cadastrado - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Move WS-TONEL-DIGITADA To OR-TONEL
      Move WS-FATUR-DIGITADO To OR-FATURAMENTO
      Move WS-FRETE-DIGITADO To OR-FRETE
      Move WS-ARMAZ-DIGITADO To OR-ARMAZENAGEM
      Move WS-DEVOL-DIGITADO To OR-DEVOLUCAO
      Move Oper-Nome         To OR-OPER
      Move WS-DATA-SISTEMA   To OR-DTAL
      Move WS-HORA-SISTEMA   To OR-HRAL
      Rewrite ORCAMENT-REGI
         Invalid Key
            Move "Erro ao alterar orcamento." To WS-MENSAGEM
         Not Invalid Key
            Move "Orcamento alterado." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Orcamento.
 Altera-Orcamento-Exit.
   Exit.
