*ALERTAS DE NEGOCIO - CADASTRO DE REGRAS (ALRREGRA.DAT)
 Identification Division.
 Program-Id. PROG1091.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ALRREGRA.SL".
   Copy "..\COPY\ALRHIST.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\AUDIT.SL".
*
 Data Division.
 File Section.
$XFD FILE=ALRREGRA
   Copy "..\COPY\ALRREGRA.FD".
$XFD FILE=ALRHIST
   Copy "..\COPY\ALRHIST.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
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
*  The branch's business alert rules: what to watch (stock
*  under its minimum, overdue titles, freight payables due,
*  contracts ending with balance, packaging held), the
*  threshold, who is told and how often PROG1092 looks. A
*  product/area minimum stock level is an ES rule naming both.
*  The screen also shows when the rule last ran and how many of
*  its alerts are open in ALRHIST.DAT. A rule with open alerts
*  is not removed - made inactive, its alerts are closed on the
*  next run and it may then go. Changes need an operator signed
*  on and leave an AUDIT.DAT line.
*
 01  Stat-ALRREGRA       PIC X(002).
     88 Valido-ALRREGRA  Value "00" THRU "09".
     88 Duplicado-ALRREGRA Value "22".
 01  PATHALRREGRA        PIC X(060).
 01  Stat-ALRHIST        PIC X(002).
     88 Valido-ALRHIST   Value "00" THRU "09".
 01  PATHALRHIST         PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-AUDIT          PIC X(002).
     88 Valido-AUDIT     Value "00" THRU "09".
 01  PATHAUDIT           PIC X(060).
*
 Copy "..\copy\usuario.cpy".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Excluir-Pressed      Value 0050.
    88 Limpar-Pressed       Value 0060.
*
 01 WS-CODIGO-DIGITADO    PIC X(008) VALUE SPACES.
 01 WS-DESCRICAO-DIGITADA PIC X(050) VALUE SPACES.
 01 WS-TIPO-DIGITADO      PIC X(002) VALUE SPACES.
 01 WS-PROD-DIGITADO      PIC 9(006) VALUE ZEROS.
 01 WS-AREA-DIGITADA      PIC 9(004) VALUE ZEROS.
 01 WS-CLIE-DIGITADO      PIC 9(004) VALUE ZEROS.
 01 WS-LIMITE-DIGITADO    PIC 9(012)V999 VALUE ZEROS.
 01 WS-DIAS-DIGITADO      PIC 9(004) VALUE ZEROS.
 01 WS-EMAIL-DIGITADO     PIC X(060) VALUE SPACES.
 01 WS-FREQ-DIGITADA      PIC X(001) VALUE "D".
 01 WS-SITU-DIGITADA      PIC X(001) VALUE "A".
 01 WS-ULTIMA-ED          PIC X(064) VALUE SPACES.
*
 01 WS-QTD-ARROBA         PIC 9(002) COMP-X.
 01 WS-QTD-ABERTOS        PIC 9(004) COMP-X.
 01 WS-QTD-ED             PIC ZZZ9.
 01 WS-FIM-BUSCA          PIC X(001).
    88 Fim-Busca          Value "S".
 01 WS-LIMITE-ED          PIC Z(011)9,999.
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
 01 WS-AU-OPERACAO     PIC X(001).
 01 WS-AU-ANTES        PIC X(040).
 01 WS-AU-DEPOIS       PIC X(040).
*
 01 WS-MENSAGEM        PIC X(064) VALUE SPACES.
*
01 Handle-TELA1091            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Regra Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  30,00, Size   70,00 CELLS,
      Lowered
   .
   03 Label "Regra:", Line 2,00, Col 3,00.
   03 WS-CODIGO-DIGITADO, Entry-Field,
      Line 2,00, Col 14,00, Size 10,00,
      Using WS-CODIGO-DIGITADO.
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
   03 Label "Tipo..........:", Line 5,00, Col 3,00.
   03 WS-TIPO-DIGITADO, Entry-Field,
      Line 5,00, Col 20,00, Size 04,00,
      Using WS-TIPO-DIGITADO.
   03 Label "ES saldo de estoque abaixo do minimo (limite)",
      Line 6,00, Col 5,00.
   03 Label "TV titulos vencidos ha mais de N dias acima do limite",
      Line 7,00, Col 5,00.
   03 Label "FP fretes a pagar em N dias (0=amanha) acima do limite",
      Line 8,00, Col 5,00.
   03 Label "CT contratos terminando em N dias com saldo > limite",
      Line 9,00, Col 5,00.
   03 Label "VS vasilhame em poder do cliente acima do limite",
      Line 10,00, Col 5,00.
   03 Label "Produto.......:", Line 11,50, Col 3,00.
   03 WS-PROD-DIGITADO, Entry-Field,
      Line 11,50, Col 20,00, Size 08,00,
      Using WS-PROD-DIGITADO.
   03 Label "(ES, CT - zero = todos)", Line 11,50, Col 30,00.
   03 Label "Area..........:", Line 12,50, Col 3,00.
   03 WS-AREA-DIGITADA, Entry-Field,
      Line 12,50, Col 20,00, Size 06,00,
      Using WS-AREA-DIGITADA.
   03 Label "(ES - zero = todas)", Line 12,50, Col 30,00.
   03 Label "Cliente.......:", Line 13,50, Col 3,00.
   03 WS-CLIE-DIGITADO, Entry-Field,
      Line 13,50, Col 20,00, Size 06,00,
      Using WS-CLIE-DIGITADO.
   03 Label "(TV, CT, VS - zero = todos)", Line 13,50, Col 30,00.
   03 Label "Limite........:", Line 15,00, Col 3,00.
   03 WS-LIMITE-DIGITADO, Entry-Field,
      Line 15,00, Col 20,00, Size 18,00,
      Using WS-LIMITE-DIGITADO.
   03 Label "Dias (N)......:", Line 16,50, Col 3,00.
   03 WS-DIAS-DIGITADO, Entry-Field,
      Line 16,50, Col 20,00, Size 06,00,
      Using WS-DIAS-DIGITADO.
   03 Label "Avisar (e-mail):", Line 18,00, Col 3,00.
   03 WS-EMAIL-DIGITADO, Entry-Field,
      Line 18,00, Col 20,00, Size 48,00,
      Using WS-EMAIL-DIGITADO.
   03 Label "(em branco = ALERTA-EMAIL)", Line 19,00, Col 20,00.
   03 Label "Frequencia....:", Line 20,50, Col 3,00.
   03 WS-FREQ-DIGITADA, Entry-Field,
      Line 20,50, Col 20,00, Size 02,00,
      Using WS-FREQ-DIGITADA.
   03 Label "E=cada execucao  D=diaria  S=semanal",
      Line 20,50, Col 25,00.
   03 Label "Situacao......:", Line 22,00, Col 3,00.
   03 WS-SITU-DIGITADA, Entry-Field,
      Line 22,00, Col 20,00, Size 02,00,
      Using WS-SITU-DIGITADA.
   03 Label "A=ativa  I=inativa", Line 22,00, Col 25,00.
   03 Label From WS-ULTIMA-ED, Line 24,00, Col 3,00, Size 64,00.
*
   03 Label From WS-MENSAGEM, Line 26,00, Col 3,00, Size 64,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 28,00, Col 3,00, Size 12 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 28,00, Col 16,00, Size 12 Cells,
      Exception-Value = 0040.
   03 PB-Excluir, Push-Button, "&Excluir",
      Line 28,00, Col 29,00, Size 12 Cells,
      Exception-Value = 0050.
   03 PB-Sair, Push-Button, "&Sair",
      Line 28,00, Col 55,00, Size 12 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathALRREGRA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ALRREGRA.DAT" Delimited By Size
          Into PathALRREGRA
   End-String.
   Open I-O ALRREGRA
   If Not Valido-ALRREGRA
      Open Output ALRREGRA
      Close ALRREGRA
      Open I-O ALRREGRA
   End-if.
   If Not Valido-ALRREGRA
      Display Message Box "erro ALRREGRA" Stat-ALRREGRA
      Exit Program
   End-if.
   Move Spaces to PathALRHIST.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ALRHIST.DAT" Delimited By Size
          Into PathALRHIST
   End-String.
   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.

   Display Standard Graphical Window,
           Title "Alertas de Negocio - Regras",
           Size 72, Lines 31, Background-Low
           Modeless,
           Handle Handle-TELA1091.
   If Operador-Nao-Assinado
      Move "Sem operador assinado - somente consulta."
           To WS-MENSAGEM
   End-if
   Display Tela-Regra.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Regra On Exception Continue
   End-Perform.

   Close ALRREGRA.
   Close Window Handle-TELA1091.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Regra Thru Consulta-Regra-Exit
      When Incluir-Pressed
         Perform Inclui-Regra Thru Inclui-Regra-Exit
      When Alterar-Pressed
         Perform Altera-Regra Thru Altera-Regra-Exit
      When Excluir-Pressed
         Perform Exclui-Regra Thru Exclui-Regra-Exit
      When Limpar-Pressed
         Perform Limpa-Tela Thru Limpa-Tela-Exit
         Display Tela-Regra
   End-Evaluate.
*
 Limpa-Tela.
   Move Spaces To WS-CODIGO-DIGITADO WS-DESCRICAO-DIGITADA
                  WS-TIPO-DIGITADO WS-EMAIL-DIGITADO
                  WS-ULTIMA-ED WS-MENSAGEM
   Move Zeros  To WS-PROD-DIGITADO WS-AREA-DIGITADA
                  WS-CLIE-DIGITADO WS-LIMITE-DIGITADO
                  WS-DIAS-DIGITADO
   Move "D"    To WS-FREQ-DIGITADA
   Move "A"    To WS-SITU-DIGITADA.
 Limpa-Tela-Exit.
   Exit.
*
 Consulta-Regra.
   Move Spaces To WS-MENSAGEM WS-ULTIMA-ED
   Inspect WS-CODIGO-DIGITADO Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Move WS-CODIGO-DIGITADO To RA-CODIGO
   Read ALRREGRA
      Invalid Key Continue
   End-Read
   If Not Valido-ALRREGRA
      Move "Regra nao cadastrada." To WS-MENSAGEM
      Display Tela-Regra
      Go To Consulta-Regra-Exit
   End-if
   Move RA-DESCRICAO  To WS-DESCRICAO-DIGITADA
   Move RA-TIPO       To WS-TIPO-DIGITADO
   Move RA-PROD       To WS-PROD-DIGITADO
   Move RA-AREA       To WS-AREA-DIGITADA
   Move RA-CLIE       To WS-CLIE-DIGITADO
   Move RA-LIMITE     To WS-LIMITE-DIGITADO
   Move RA-DIAS       To WS-DIAS-DIGITADO
   Move RA-EMAIL      To WS-EMAIL-DIGITADO
   Move RA-FREQUENCIA To WS-FREQ-DIGITADA
   Move RA-SITU       To WS-SITU-DIGITADA
   Perform Conta-Abertos Thru Conta-Abertos-Exit
   Move WS-QTD-ABERTOS To WS-QTD-ED
   If RA-ULT-AVAL Numeric
      String "Avaliada em " RA-ULT-AVAL(7:2) "/" RA-ULT-AVAL(5:2)
             "/" RA-ULT-AVAL(1:4) " " RA-ULT-HORA(1:2) ":"
             RA-ULT-HORA(3:2) " - alertas abertos: " WS-QTD-ED
             Delimited By Size Into WS-ULTIMA-ED
      End-String
   Else
      String "Ainda nao avaliada - alertas abertos: " WS-QTD-ED
             Delimited By Size Into WS-ULTIMA-ED
      End-String
   End-if
   Move "Regra encontrada." To WS-MENSAGEM
   Display Tela-Regra.
 Consulta-Regra-Exit.
   Exit.
*
*  Open alerts of the rule in ALRHIST.DAT (absent = none yet).
 Conta-Abertos.
   Move Zeros To WS-QTD-ABERTOS
   Open Input ALRHIST
   If Not Valido-ALRHIST
      Go To Conta-Abertos-Exit
   End-if
   Move "N" To WS-FIM-BUSCA
   Move RA-CODIGO  To AH-REGRA
   Move Low-Values To AH-OBJETO AH-DT-ABRE AH-HR-ABRE
   Start ALRHIST Key Not < AH-CHAVE
      Invalid Key Move "S" To WS-FIM-BUSCA
   End-Start
   Perform Until Fim-Busca
      Read ALRHIST Next Record
         At End Move "S" To WS-FIM-BUSCA
      End-Read
      If Not Fim-Busca
         If AH-REGRA Not = RA-CODIGO
            Move "S" To WS-FIM-BUSCA
         Else
            If Alerta-Aberto
               Add 1 To WS-QTD-ABERTOS
            End-if
         End-if
      End-if
   End-Perform
   Close ALRHIST.
 Conta-Abertos-Exit.
   Exit.
*
*  Each type uses only the scope fields it reads; a product or
*  client given must exist in the branch.
 Valida-Regra.
   Move Spaces To WS-MENSAGEM
   If Operador-Nao-Assinado
      Move "Assine com seu operador para alterar regras."
           To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   Inspect WS-CODIGO-DIGITADO Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Inspect WS-TIPO-DIGITADO Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Inspect WS-FREQ-DIGITADA Converting "eds" To "EDS"
   Inspect WS-SITU-DIGITADA Converting "ai" To "AI"
   If WS-CODIGO-DIGITADO(1:1) = Space
   Or WS-DESCRICAO-DIGITADA = Spaces
      Move "Informe codigo e descricao da regra." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   Move WS-TIPO-DIGITADO To RA-TIPO
   If Not Regra-Tipo-Valido
      Move "Tipo deve ser ES, TV, FP, CT ou VS." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If WS-AREA-DIGITADA > Zeros And Not Regra-Estoque
      Move "Area so vale para regra ES." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If WS-PROD-DIGITADO > Zeros
   And Not Regra-Estoque And Not Regra-Contratos
      Move "Produto so vale para regras ES e CT." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If WS-CLIE-DIGITADO > Zeros
   And (Regra-Estoque Or Regra-Fretes)
      Move "Cliente so vale para regras TV, CT e VS." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If Regra-Estoque And WS-LIMITE-DIGITADO = Zeros
      Move "Informe o estoque minimo no limite." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If WS-DIAS-DIGITADO > Zeros
   And (Regra-Estoque Or Regra-Vasilhame)
      Move "Dias so vale para regras TV, FP e CT." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If Regra-Fretes And WS-DIAS-DIGITADO > 60
      Move "Fretes: no maximo 60 dias a frente." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If Regra-Contratos And WS-DIAS-DIGITADO > 366
      Move "Contratos: no maximo 366 dias a frente." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   Move WS-FREQ-DIGITADA To RA-FREQUENCIA
   If Not Frequencia-Valida
      Move "Frequencia deve ser E, D ou S." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   Move WS-SITU-DIGITADA To RA-SITU
   If Not Regra-Ativa And Not Regra-Inativa
      Move "Situacao deve ser A ou I." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If WS-EMAIL-DIGITADO Not = Spaces
      Move Zeros To WS-QTD-ARROBA
      Inspect WS-EMAIL-DIGITADO Tallying WS-QTD-ARROBA For All "@"
      If WS-QTD-ARROBA Not = 1
         Move "E-mail invalido." To WS-MENSAGEM
         Go To Valida-Regra-Exit
      End-if
   End-if

   If WS-PROD-DIGITADO > Zeros
      Open Input PRODUTO
      If Valido-PRODUTO
         Move WS-PROD-DIGITADO To PD-CODIGO
         Read PRODUTO
            Invalid Key Continue
         End-Read
         If Not Valido-PRODUTO
            Move "Produto nao cadastrado." To WS-MENSAGEM
         End-if
         Close PRODUTO
      End-if
   End-if
   If WS-MENSAGEM Not = Spaces
      Go To Valida-Regra-Exit
   End-if
   If WS-CLIE-DIGITADO > Zeros
      Open Input CLIENTE
      If Valido-CLIENTE
         Move WS-CLIE-DIGITADO To CLI-CODIGO
         Read CLIENTE
            Invalid Key Continue
         End-Read
         If Not Valido-CLIENTE
            Move "Cliente nao cadastrado." To WS-MENSAGEM
         End-if
         Close CLIENTE
      End-if
   End-if.
 Valida-Regra-Exit.
   Exit.
*
 Monta-Regra.
   Move WS-CODIGO-DIGITADO    To RA-CODIGO
   Move WS-DESCRICAO-DIGITADA To RA-DESCRICAO
   Move WS-TIPO-DIGITADO      To RA-TIPO
   Move WS-PROD-DIGITADO      To RA-PROD
   Move WS-AREA-DIGITADA      To RA-AREA
   Move WS-CLIE-DIGITADO      To RA-CLIE
   Move WS-LIMITE-DIGITADO    To RA-LIMITE
   Move WS-DIAS-DIGITADO      To RA-DIAS
   Move WS-EMAIL-DIGITADO     To RA-EMAIL
   Move WS-FREQ-DIGITADA      To RA-FREQUENCIA
   Move WS-SITU-DIGITADA      To RA-SITU
   Move WS-DATA-SISTEMA       To RA-DTAL.
 Monta-Regra-Exit.
   Exit.
*
 Inclui-Regra.
   Perform Valida-Regra Thru Valida-Regra-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Regra
      Go To Inclui-Regra-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize ALRREGRA-REGI
   Perform Monta-Regra Thru Monta-Regra-Exit
   Move Spaces          To RA-ULT-AVAL RA-ULT-HORA
   Move Oper-Codigo     To RA-OPERADOR
   Move Oper-Nome       To RA-OPER-NOME
   Move WS-DATA-SISTEMA To RA-DTIN
   Write ALRREGRA-REGI
      Invalid Key
         If Duplicado-ALRREGRA
            Move "Regra ja cadastrada - use Alterar."
                 To WS-MENSAGEM
         Else
            Move "Erro ao incluir regra." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "I"    To WS-AU-OPERACAO
         Move Spaces To WS-AU-ANTES
         Perform Monta-Imagem Thru Monta-Imagem-Exit
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Regra incluida." To WS-MENSAGEM
   End-Write
   Display Tela-Regra.
 Inclui-Regra-Exit.
   Exit.
*
 Altera-Regra.
   Perform Valida-Regra Thru Valida-Regra-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Regra
      Go To Altera-Regra-Exit
   End-if
   Move WS-CODIGO-DIGITADO To RA-CODIGO
   Read ALRREGRA
      Invalid Key Continue
   End-Read
   If Not Valido-ALRREGRA
      Move "Regra nao cadastrada - use Incluir." To WS-MENSAGEM
      Display Tela-Regra
      Go To Altera-Regra-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Perform Monta-Imagem Thru Monta-Imagem-Exit
   Move WS-AU-DEPOIS To WS-AU-ANTES
   Perform Monta-Regra Thru Monta-Regra-Exit
   Rewrite ALRREGRA-REGI
      Invalid Key
         Move "Erro ao alterar regra." To WS-MENSAGEM
      Not Invalid Key
         Move "A" To WS-AU-OPERACAO
         Perform Monta-Imagem Thru Monta-Imagem-Exit
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Regra alterada." To WS-MENSAGEM
   End-Rewrite
   Display Tela-Regra.
 Altera-Regra-Exit.
   Exit.
*
 Exclui-Regra.
   Move Spaces To WS-MENSAGEM
   If Operador-Nao-Assinado
      Move "Assine com seu operador para excluir regras."
           To WS-MENSAGEM
      Display Tela-Regra
      Go To Exclui-Regra-Exit
   End-if
   Inspect WS-CODIGO-DIGITADO Converting
           "abcdefghijklmnopqrstuvwxyz" To
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Move WS-CODIGO-DIGITADO To RA-CODIGO
   Read ALRREGRA
      Invalid Key Continue
   End-Read
   If Not Valido-ALRREGRA
      Move "Regra nao cadastrada." To WS-MENSAGEM
      Display Tela-Regra
      Go To Exclui-Regra-Exit
   End-if
   Perform Conta-Abertos Thru Conta-Abertos-Exit
   If WS-QTD-ABERTOS > Zeros
      Move "Regra com alertas abertos - inative e exclua depois."
           To WS-MENSAGEM
      Display Tela-Regra
      Go To Exclui-Regra-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Perform Monta-Imagem Thru Monta-Imagem-Exit
   Move WS-AU-DEPOIS To WS-AU-ANTES
   Delete ALRREGRA Record
      Invalid Key
         Move "Erro ao excluir regra." To WS-MENSAGEM
      Not Invalid Key
         Move "E"    To WS-AU-OPERACAO
         Move Spaces To WS-AU-DEPOIS
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Regra excluida." To WS-MENSAGEM
   End-Delete
   Display Tela-Regra.
 Exclui-Regra-Exit.
   Exit.
*
*  The rule as AUDIT.DAT keeps it: type, situation, frequency,
*  limit and days.
 Monta-Imagem.
   Move Spaces To WS-AU-DEPOIS
   Move RA-LIMITE To WS-LIMITE-ED
   Move RA-DIAS   To WS-QTD-ED
   String RA-TIPO " " RA-SITU RA-FREQUENCIA " LIM " WS-LIMITE-ED
          " DIAS " WS-QTD-ED
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
   Move "ALRREGRA"         To AU-ARQUIVO
   Move WS-AU-OPERACAO     To AU-OPERACAO
   Move WS-CODIGO-DIGITADO To AU-CHAVE
   Move WS-AU-ANTES        To AU-ANTES
   Move WS-AU-DEPOIS       To AU-DEPOIS
   Write AUDIT-REGI
   Close AUDIT.
 Grava-Auditoria-Exit.
   Exit.
