*MANUTENCAO DAS CONDICOES (PRAZOS) DE PAGAMENTO (PRAZO.DAT)
 Identification Division.
 Program-Id. PROG1070.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\PRAZO.SL".
*
 Data Division.
 File Section.
$XFD FILE=PRAZO
   Copy "..\COPY\PRAZO.FD".
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
*  The company's payment terms, one shared table in ..\DADOS:
*  code, description, how many installments and, for each, the
*  days from the order's emission and the percent of the total.
*  A row is only written when the percents add up to exactly 100
*  and the days strictly grow - GERAPARC turns it into dates and
*  values and takes both for granted. Terms in use are retired
*  with situacao I rather than rewritten: an order keeps its code,
*  and rewriting the days would turn every open order "divergent"
*  the next time VALORDE or the sync confers it.
*
 01  Stat-PRAZO          PIC X(002).
     88 Valido-PRAZO     Value "00" THRU "09".
     88 Duplicado-PRAZO  Value "22".
 01  PATHPRAZO           PIC X(060)
     VALUE "..\DADOS\PRAZO.DAT".
 Copy "..\copy\usuario.cpy".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-CODIGO-DIGITADO    PIC ZZ9.
 01 WS-DESCRICAO-DIGITADA PIC X(030) VALUE SPACES.
 01 WS-QTD-DIGITADA       PIC Z9.
 01 WS-SITU-DIGITADO      PIC X(001) VALUE "A".
 01 WS-PARCELAS-DIGITADAS.
    03 WS-DIAS-DIGITADO   PIC 9(003)    OCCURS 10.
    03 WS-PCT-DIGITADO    PIC 9(003)V99 OCCURS 10.
 01 WS-PARC-IDX           PIC 9(002) COMP-X.
 01 WS-QTD-PARC           PIC 9(002).
 01 WS-SOMA-PCT           PIC 9(005)V99.
 01 WS-SOMA-PCT-ED        PIC ZZ9,99.
 01 WS-SOMA-TEXTO         PIC X(020) VALUE SPACES.
*
 01 WS-DATA-SISTEMA       PIC 9(008).
 01 WS-HORA-SISTEMA       PIC 9(008).
*
 01 WS-MENSAGEM           PIC X(050) VALUE SPACES.
*
01 Handle-TELA1070             Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Prazo Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  17,00, Size   58,00 CELLS,
      Lowered
   .
   03 Label "Codigo:", Line 2,00, Col 3,00.
   03 WS-CODIGO-DIGITADO, Entry-Field,
      Line 2,00, Col 12,00, Size 04,00,
      Using WS-CODIGO-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 18,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 38,00, Size 12 Cells,
      Exception-Value = 0050.
*
   03 Label "Descricao:", Line 4,00, Col 3,00.
   03 WS-DESCRICAO-DIGITADA, Entry-Field,
      Line 4,00, Col 14,00, Size 30,00,
      Using WS-DESCRICAO-DIGITADA.
   03 Label "Parcelas (1-10):", Line 5,00, Col 3,00.
   03 WS-QTD-DIGITADA, Entry-Field,
      Line 5,00, Col 20,00, Size 03,00,
      Using WS-QTD-DIGITADA.
   03 Label "Situacao (A/I):", Line 5,00, Col 28,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 5,00, Col 44,00, Size 01,00,
      Using WS-SITU-DIGITADO.
*
   03 Label "Parc Dias  Perc.%", Line 7,00, Col 3,00.
   03 Label "Parc Dias  Perc.%", Line 7,00, Col 29,00.
   03 Label " 1:", Line 8,00, Col 4,00.
   03 WS-DIAS-DIG-1, Entry-Field,
      Line 8,00, Col 8,00, Size 04,00,
      Using WS-DIAS-DIGITADO(1).
   03 WS-PCT-DIG-1, Entry-Field,
      Line 8,00, Col 14,00, Size 07,00,
      Using WS-PCT-DIGITADO(1).
   03 Label " 6:", Line 8,00, Col 30,00.
   03 WS-DIAS-DIG-6, Entry-Field,
      Line 8,00, Col 34,00, Size 04,00,
      Using WS-DIAS-DIGITADO(6).
   03 WS-PCT-DIG-6, Entry-Field,
      Line 8,00, Col 40,00, Size 07,00,
      Using WS-PCT-DIGITADO(6).
   03 Label " 2:", Line 9,00, Col 4,00.
   03 WS-DIAS-DIG-2, Entry-Field,
      Line 9,00, Col 8,00, Size 04,00,
      Using WS-DIAS-DIGITADO(2).
   03 WS-PCT-DIG-2, Entry-Field,
      Line 9,00, Col 14,00, Size 07,00,
      Using WS-PCT-DIGITADO(2).
   03 Label " 7:", Line 9,00, Col 30,00.
   03 WS-DIAS-DIG-7, Entry-Field,
      Line 9,00, Col 34,00, Size 04,00,
      Using WS-DIAS-DIGITADO(7).
   03 WS-PCT-DIG-7, Entry-Field,
      Line 9,00, Col 40,00, Size 07,00,
      Using WS-PCT-DIGITADO(7).
   03 Label " 3:", Line 10,00, Col 4,00.
   03 WS-DIAS-DIG-3, Entry-Field,
      Line 10,00, Col 8,00, Size 04,00,
      Using WS-DIAS-DIGITADO(3).
   03 WS-PCT-DIG-3, Entry-Field,
      Line 10,00, Col 14,00, Size 07,00,
      Using WS-PCT-DIGITADO(3).
   03 Label " 8:", Line 10,00, Col 30,00.
   03 WS-DIAS-DIG-8, Entry-Field,
      Line 10,00, Col 34,00, Size 04,00,
      Using WS-DIAS-DIGITADO(8).
   03 WS-PCT-DIG-8, Entry-Field,
      Line 10,00, Col 40,00, Size 07,00,
      Using WS-PCT-DIGITADO(8).
   03 Label " 4:", Line 11,00, Col 4,00.
   03 WS-DIAS-DIG-4, Entry-Field,
      Line 11,00, Col 8,00, Size 04,00,
      Using WS-DIAS-DIGITADO(4).
   03 WS-PCT-DIG-4, Entry-Field,
      Line 11,00, Col 14,00, Size 07,00,
      Using WS-PCT-DIGITADO(4).
   03 Label " 9:", Line 11,00, Col 30,00.
   03 WS-DIAS-DIG-9, Entry-Field,
      Line 11,00, Col 34,00, Size 04,00,
      Using WS-DIAS-DIGITADO(9).
   03 WS-PCT-DIG-9, Entry-Field,
      Line 11,00, Col 40,00, Size 07,00,
      Using WS-PCT-DIGITADO(9).
   03 Label " 5:", Line 12,00, Col 4,00.
   03 WS-DIAS-DIG-5, Entry-Field,
      Line 12,00, Col 8,00, Size 04,00,
      Using WS-DIAS-DIGITADO(5).
   03 WS-PCT-DIG-5, Entry-Field,
      Line 12,00, Col 14,00, Size 07,00,
      Using WS-PCT-DIGITADO(5).
   03 Label "10:", Line 12,00, Col 30,00.
   03 WS-DIAS-DIG-10, Entry-Field,
      Line 12,00, Col 34,00, Size 04,00,
      Using WS-DIAS-DIGITADO(10).
   03 WS-PCT-DIG-10, Entry-Field,
      Line 12,00, Col 40,00, Size 07,00,
      Using WS-PCT-DIGITADO(10).
*
   03 Label From WS-SOMA-TEXTO, Line 13,00, Col 3,00, Size 20,00.
   03 Label From WS-MENSAGEM, Line 14,00, Col 3,00, Size 52,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 16,00, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 16,00, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 16,00, Col 39,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Open I-O PRAZO
   If Not Valido-PRAZO
      Open Output PRAZO
      Close PRAZO
      Open I-O PRAZO
   End-if.
   If Not Valido-PRAZO
      Display Message Box "erro PRAZO" Stat-PRAZO
      Exit Program
   End-if.

   Perform Limpa-Campos Thru Limpa-Campos-Exit.

   Display Standard Graphical Window,
           Title "Condicoes de Pagamento",
           Size 60, Lines 19, Background-Low
           Modeless,
           Handle Handle-TELA1070.
   Display Tela-Prazo.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Prazo On Exception Continue
   End-Perform.

   Close PRAZO.
   Close Window Handle-TELA1070.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Prazo Thru Consulta-Prazo-Exit
      When Incluir-Pressed
         Perform Inclui-Prazo Thru Inclui-Prazo-Exit
      When Alterar-Pressed
         Perform Altera-Prazo Thru Altera-Prazo-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Prazo.
   Move Spaces To WS-MENSAGEM
   Move WS-CODIGO-DIGITADO To PZ-CODIGO
   Read PRAZO
      Invalid Key Continue
   End-Read
   If Valido-PRAZO
      Move PZ-DESCRICAO To WS-DESCRICAO-DIGITADA
      Move PZ-QTD-PARC  To WS-QTD-DIGITADA
      Move PZ-SITU      To WS-SITU-DIGITADO
      Perform Varying WS-PARC-IDX From 1 By 1
                Until WS-PARC-IDX > 10
         Move PZ-DIAS(WS-PARC-IDX) To WS-DIAS-DIGITADO(WS-PARC-IDX)
         Move PZ-PCT(WS-PARC-IDX)  To WS-PCT-DIGITADO(WS-PARC-IDX)
      End-Perform
      Perform Soma-Percentuais Thru Soma-Percentuais-Exit
      Move "Prazo encontrado." To WS-MENSAGEM
   Else
      Move "Prazo nao cadastrado - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Prazo.
 Consulta-Prazo-Exit.
   Exit.
*
 Inclui-Prazo.
   Perform Critica-Prazo Thru Critica-Prazo-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Prazo
      Go To Inclui-Prazo-Exit
   End-if
   Move Spaces To PRAZO-REGI
   Move WS-CODIGO-DIGITADO To PZ-CODIGO
   Perform Descarrega-Prazo Thru Descarrega-Prazo-Exit
   Write PRAZO-REGI
      Invalid Key
         If Duplicado-PRAZO
            Move "Codigo ja cadastrado - use Alterar." To WS-MENSAGEM
         Else
            Move "Erro ao incluir prazo." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "Prazo incluido." To WS-MENSAGEM
   End-Write
   Display Tela-Prazo.
 Inclui-Prazo-Exit.
   Exit.
*
 Altera-Prazo.
   Perform Critica-Prazo Thru Critica-Prazo-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Prazo
      Go To Altera-Prazo-Exit
   End-if
   Move WS-CODIGO-DIGITADO To PZ-CODIGO
   Read PRAZO
      Invalid Key Continue
   End-Read
   If Not Valido-PRAZO
      Move "Prazo nao cadastrado - use Incluir." To WS-MENSAGEM
   Else
      Perform Descarrega-Prazo Thru Descarrega-Prazo-Exit
      Rewrite PRAZO-REGI
         Invalid Key
            Move "Erro ao alterar prazo." To WS-MENSAGEM
         Not Invalid Key
            Move "Prazo alterado." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Prazo.
 Altera-Prazo-Exit.
   Exit.
*
*  Code, description, 1 to 10 installments, A or I; every used
*  installment with a percent and more days than the one before;
*  percents totalling 100. Slots past the count are cleared.
 Critica-Prazo.
   Move Spaces To WS-MENSAGEM
   Move WS-QTD-DIGITADA    To WS-QTD-PARC
   Move WS-CODIGO-DIGITADO To PZ-CODIGO
   If PZ-CODIGO = Zeros
      Move "Informe o codigo do prazo." To WS-MENSAGEM
      Go To Critica-Prazo-Exit
   End-if
   If WS-DESCRICAO-DIGITADA = Spaces
      Move "Informe a descricao do prazo." To WS-MENSAGEM
      Go To Critica-Prazo-Exit
   End-if
   If WS-QTD-PARC < 1 Or WS-QTD-PARC > 10
      Move "Quantidade de parcelas deve ser 1 a 10." To WS-MENSAGEM
      Go To Critica-Prazo-Exit
   End-if
   If WS-SITU-DIGITADO Not = "A" And WS-SITU-DIGITADO Not = "I"
      Move "Situacao deve ser A ou I." To WS-MENSAGEM
      Go To Critica-Prazo-Exit
   End-if
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > 10
      If WS-PARC-IDX > WS-QTD-PARC
         Move Zeros To WS-DIAS-DIGITADO(WS-PARC-IDX)
                       WS-PCT-DIGITADO(WS-PARC-IDX)
      End-if
   End-Perform
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > WS-QTD-PARC
      If WS-PCT-DIGITADO(WS-PARC-IDX) = Zeros
         Move "Parcela sem percentual." To WS-MENSAGEM
      End-if
      If WS-PARC-IDX > 1
         If WS-DIAS-DIGITADO(WS-PARC-IDX) Not >
            WS-DIAS-DIGITADO(WS-PARC-IDX - 1)
            Move "Os dias das parcelas devem ser crescentes."
                 To WS-MENSAGEM
         End-if
      End-if
   End-Perform
   If WS-MENSAGEM Not = Spaces
      Go To Critica-Prazo-Exit
   End-if
   Perform Soma-Percentuais Thru Soma-Percentuais-Exit
   If WS-SOMA-PCT Not = 100
      Move "A soma dos percentuais deve ser 100,00." To WS-MENSAGEM
   End-if.
 Critica-Prazo-Exit.
   Exit.
*
 Soma-Percentuais.
   Move Zeros To WS-SOMA-PCT
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > 10
      Add WS-PCT-DIGITADO(WS-PARC-IDX) To WS-SOMA-PCT
   End-Perform
   Move WS-SOMA-PCT To WS-SOMA-PCT-ED
   Move Spaces To WS-SOMA-TEXTO
   String "Soma %: " WS-SOMA-PCT-ED
          Delimited By Size Into WS-SOMA-TEXTO
   End-String.
 Soma-Percentuais-Exit.
   Exit.
*
 Descarrega-Prazo.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move WS-DESCRICAO-DIGITADA To PZ-DESCRICAO
   Move WS-QTD-PARC           To PZ-QTD-PARC
   Move WS-SITU-DIGITADO      To PZ-SITU
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > 10
      Move WS-DIAS-DIGITADO(WS-PARC-IDX) To PZ-DIAS(WS-PARC-IDX)
      Move WS-PCT-DIGITADO(WS-PARC-IDX)  To PZ-PCT(WS-PARC-IDX)
   End-Perform
   Move Oper-Nome       To PZ-OPER
   Move WS-DATA-SISTEMA To PZ-DTAL
   Move WS-HORA-SISTEMA To PZ-HRAL.
 Descarrega-Prazo-Exit.
   Exit.
*
 Limpa-Campos.
   Move Zeros  To WS-CODIGO-DIGITADO WS-QTD-DIGITADA
                  WS-PARCELAS-DIGITADAS
   Move Spaces To WS-DESCRICAO-DIGITADA WS-MENSAGEM WS-SOMA-TEXTO
   Move "A"    To WS-SITU-DIGITADO
   Display Tela-Prazo.
 Limpa-Campos-Exit.
   Exit.
