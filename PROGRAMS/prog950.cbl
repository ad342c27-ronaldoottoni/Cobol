   Copy "..\COPY\TABFRET.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\AUDIT.SL".
   Copy "..\COPY\ROTAS.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\TABFRET.FD".
   Copy "..\COPY\USUARIOS.FD".
   Copy "..\COPY\AUDIT.FD".
$XFD FILE=ROTAS
   Copy "..\COPY\ROTAS.FD".
*
 Working-Storage Section.
*
 01  Stat-TABFRET        PIC X(002).
     88 Valido-TABFRET   Value "00" THRU "09".
 01  PATHTABFRET         PIC X(060).
*
*  The route is a code of the route master (PROG1050), never free
*  text - one route, one distance for the ANTT floor.
 01  Stat-ROTAS          PIC X(002).
     88 Valido-ROTAS     Value "00" THRU "09".
 01  PATHROTAS           PIC X(060)
     VALUE "..\DADOS\ROTAS.DAT".
 01  WS-TEM-ROTAS        PIC X(001) VALUE "N".
     88 Tem-Rotas        Value "S".
 01  WS-ROTA-ED          PIC X(028) VALUE SPACES.
*
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
 01 WS-REF-EMUSO       PIC X(001).

 01 WS-NOME-DIGITADO   PIC X(040) VALUE SPACES.
 01 WS-ROTA-DIGITADO   PIC X(010) VALUE SPACES.
 01 WS-PRAZO-DIGITADO  PIC 9(003) VALUE ZEROS.
*  Digits only - the carrier's CT-e XML is matched on it (PROG1041).
 01 WS-CNPJ-DIGITADO   PIC X(014) VALUE SPACES.
 01 WS-SITU-DIGITADO   PIC X(001) VALUE "A".
*  A self-employed truck owner (F) has INSS, SEST/SENAT and IRRF
*  withheld from the freight (PROG921): CPF and NIT are required
*  for the RPA and the annual statement, the dependants reduce the
*  IRRF base.
 01 WS-TIPO-DIGITADO   PIC X(001) VALUE "J".
    88 Tipo-Autonomo   Value "F".
    88 Tipo-Valido     Value "J" "F".
 01 WS-CPF-DIGITADO    PIC X(011) VALUE SPACES.
 01 WS-NIT-DIGITADO    PIC X(011) VALUE SPACES.
 01 WS-DEPEND-DIGITADO PIC 9(002) VALUE ZEROS.
*  Where the freight bidding's load offers are e-mailed (PROG1053).
 01 WS-EMAIL-DIGITADO  PIC X(060) VALUE SPACES.
*  The ANTT registration and its expiry (zero = not recorded) -
*  CHKDOC holds the gate, the booking and the romaneio once past.
 01 WS-RNTRC-DIGITADO  PIC X(012) VALUE SPACES.
 01 WS-RNTRC-VAL-DIGITADA PIC 9(008) VALUE ZEROS.
 01 WS-RNTRC-VAL-R REDEFINES WS-RNTRC-VAL-DIGITADA.
    03 WS-RNTRC-VAL-ANO PIC 9(004).
    03 WS-RNTRC-VAL-MES PIC 9(002).
    03 WS-RNTRC-VAL-DIA PIC 9(002).
 01 WS-VALOR-KG-DIGITADO PIC 9(007)V9999 VALUE ZEROS.
 01 WS-ALIQ-ICMS-DIGITADO PIC 9(003)V99 VALUE ZEROS.
*  The date the rate on screen takes effect - left zero, Incluir/
Screen section.
01 Tela-Manutencao Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  20,00, Size   65,00 CELLS,
      Lowered
   .
   03 Label "Codigo:", Line 2,00, Col 3,00.
      Using WS-NOME-DIGITADO.
   03 Label "Rota..........:", Line 5,00, Col 3,00.
   03 WS-ROTA-DIGITADO, Entry-Field,
      Line 5,00, Col 22,00, Size 12,00,
      Using WS-ROTA-DIGITADO.
   03 Label From WS-ROTA-ED, Line 5,00, Col 36,00, Size 28,00.
   03 Label "Situacao (A/I):", Line 6,00, Col 3,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 6,00, Col 22,00, Size 01,00,
   03 WS-PRAZO-DIGITADO, Entry-Field,
      Line 6,00, Col 45,00, Size 04,00,
      Using WS-PRAZO-DIGITADO.
   03 Label "CNPJ..........:", Line 7,00, Col 3,00.
   03 WS-CNPJ-DIGITADO, Entry-Field,
      Line 7,00, Col 22,00, Size 16,00,
      Using WS-CNPJ-DIGITADO.
   03 Label "Pessoa (J/F):", Line 7,00, Col 40,00.
   03 WS-TIPO-DIGITADO, Entry-Field,
      Line 7,00, Col 55,00, Size 02,00,
      Using WS-TIPO-DIGITADO.
   03 Label "CPF (autonomo):", Line 8,00, Col 3,00.
   03 WS-CPF-DIGITADO, Entry-Field,
      Line 8,00, Col 22,00, Size 13,00,
      Using WS-CPF-DIGITADO.
   03 Label "NIT:", Line 8,00, Col 37,00.
   03 WS-NIT-DIGITADO, Entry-Field,
      Line 8,00, Col 42,00, Size 13,00,
      Using WS-NIT-DIGITADO.
   03 Label "Dep:", Line 8,00, Col 57,00.
   03 WS-DEPEND-DIGITADO, Entry-Field,
      Line 8,00, Col 62,00, Size 03,00,
      Using WS-DEPEND-DIGITADO.
   03 Label "Valor por Kg..:", Line 9,00, Col 3,00.
   03 WS-VALOR-KG-DIGITADO, Entry-Field,
      Line 9,00, Col 22,00, Size 12,00,
      Using WS-VALOR-KG-DIGITADO.
   03 Label "Aliquota ICMS.:", Line 10,00, Col 3,00.
   03 WS-ALIQ-ICMS-DIGITADO, Entry-Field,
      Line 10,00, Col 22,00, Size 06,00,
      Using WS-ALIQ-ICMS-DIGITADO.
   03 Label "Vigencia (AAAAMMDD - vazio = hoje):",
      Line 11,00, Col 3,00.
   03 WS-VIGENCIA-DIGITADA, Entry-Field,
      Line 11,00, Col 39,00, Size 10,00,
      Using WS-VIGENCIA-DIGITADA.
   03 Label "Formula (&&PESO/&&ALIQ - vazio = valor x kg):",
      Line 12,00, Col 3,00.
   03 WS-FORMULA-DIGITADA, Entry-Field,
      Line 13,00, Col 3,00, Size 58,00,
      Using WS-FORMULA-DIGITADA.
   03 Label "Frete minimo..:", Line 14,00, Col 3,00.
   03 WS-MINIMO-DIGITADO, Entry-Field,
      Line 14,00, Col 22,00, Size 11,00,
      Using WS-MINIMO-DIGITADO.
   03 Label "E-mail........:", Line 15,00, Col 3,00.
   03 WS-EMAIL-DIGITADO, Entry-Field,
      Line 15,00, Col 22,00, Size 40,00,
      Using WS-EMAIL-DIGITADO.
   03 Label "RNTRC.........:", Line 16,00, Col 3,00.
   03 WS-RNTRC-DIGITADO, Entry-Field,
      Line 16,00, Col 22,00, Size 13,00,
      Using WS-RNTRC-DIGITADO.
   03 Label "Valido ate:", Line 16,00, Col 37,00.
   03 WS-RNTRC-VAL-DIGITADA, Entry-Field,
      Line 16,00, Col 49,00, Size 10,00,
      Using WS-RNTRC-VAL-DIGITADA.
*
   03 Label From WS-MENSAGEM, Line 17,00, Col 3,00, Size 60,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 18,00, Col 3,00, Size 14 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 18,00, Col 18,00, Size 14 Cells,
      Exception-Value = 0040.
   03 PB-Excluir, Push-Button, "&Excluir",
      Line 18,00, Col 33,00, Size 14 Cells,
      Exception-Value = 0050.
   03 PB-Sair, Push-Button, "&Sair",
      Line 18,00, Col 48,00, Size 14 Cells,
      Self-Act,
      Exception-Value = 0010.
*
      Exit Program
   End-if.

   Open Input ROTAS
   If Valido-ROTAS
      Move "S" To WS-TEM-ROTAS
   End-if.

   Perform Limpa-Campos Thru Limpa-Campos-Exit.

   Display Standard Graphical Window,
           Title "Manutencao de Transportadoras",
           Size 67, Lines 22, Background-Low
           Modeless,
           Handle Handle-TELA950.
   Display Tela-Manutencao.

   Close TRANSP.
   Close TABFRET.
   If Tem-Rotas
      Close ROTAS
   End-if.
   Close Window Handle-TELA950.
   Exit Program.
*
   If Valido-TRANSP
      Move TR-NOME             To WS-NOME-DIGITADO
      Move TR-ROTA             To WS-ROTA-DIGITADO
      Perform Descreve-Rota Thru Descreve-Rota-Exit
      Move TR-SITU             To WS-SITU-DIGITADO
      Move TR-PRAZO-PAGTO      To WS-PRAZO-DIGITADO
      Move TR-CNPJ             To WS-CNPJ-DIGITADO
      Move "J"                 To WS-TIPO-DIGITADO
      If Transportador-Autonomo
         Move "F"              To WS-TIPO-DIGITADO
      End-if
      Move TR-CPF              To WS-CPF-DIGITADO
      Move TR-NIT              To WS-NIT-DIGITADO
      Move TR-DEPENDENTES      To WS-DEPEND-DIGITADO
      Move TR-EMAIL            To WS-EMAIL-DIGITADO
      Move TR-RNTRC            To WS-RNTRC-DIGITADO
      Move Zeros               To WS-RNTRC-VAL-DIGITADA
      If TR-RNTRC-VALIDADE Numeric
         Move TR-RNTRC-VALIDADE To WS-RNTRC-VAL-DIGITADA
      End-if
      Perform Le-Tarifa Thru Le-Tarifa-Exit
      Move "Transportadora encontrada." To WS-MENSAGEM
   Else
*  the same code the operator typed.
 Inclui-Transp.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Identidade Thru Valida-Identidade-Exit
   If WS-MENSAGEM = Spaces
      Perform Valida-Rota Thru Valida-Rota-Exit
   End-if
   If WS-MENSAGEM Not = Spaces
      Display Tela-Manutencao
      Go To Inclui-Transp-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move Spaces         To TRANSP-REGI
   Move WS-ROTA-DIGITADO     To TR-ROTA
   Move WS-SITU-DIGITADO     To TR-SITU
   Move WS-PRAZO-DIGITADO    To TR-PRAZO-PAGTO
   Move WS-CNPJ-DIGITADO     To TR-CNPJ
   Move WS-TIPO-DIGITADO     To TR-TIPO
   Move WS-CPF-DIGITADO      To TR-CPF
   Move WS-NIT-DIGITADO      To TR-NIT
   Move WS-DEPEND-DIGITADO   To TR-DEPENDENTES
   Move WS-EMAIL-DIGITADO    To TR-EMAIL
   Move WS-RNTRC-DIGITADO    To TR-RNTRC
   Move Spaces               To TR-RNTRC-VALIDADE
   If WS-RNTRC-VAL-DIGITADA > Zeros
      Move WS-RNTRC-VAL-DIGITADA To TR-RNTRC-VALIDADE
   End-if
   Move WS-DATA-SISTEMA      To TR-DTIN
   Move WS-HORA-SISTEMA      To TR-HRIN
   Move WS-DATA-SISTEMA      To TR-DTAL
*
 Altera-Transp.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Identidade Thru Valida-Identidade-Exit
   If WS-MENSAGEM = Spaces
      Perform Valida-Rota Thru Valida-Rota-Exit
   End-if
   If WS-MENSAGEM Not = Spaces
      Display Tela-Manutencao
      Go To Altera-Transp-Exit
   End-if
   If WS-SITU-DIGITADO = "I"
      Move "TRANSP" To WS-REF-TIPO
      Move WS-CODIGO-DIGITADO To WS-REF-CODIGO
      Move "Transportadora nao cadastrada - use Incluir."
                               To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Monta-Imagem-Transp Thru Monta-Imagem-Transp-Exit
      Move WS-AU-DEPOIS To WS-AU-ANTES
      Move WS-NOME-DIGITADO     To TR-NOME
      Move WS-ROTA-DIGITADO     To TR-ROTA
      Move WS-SITU-DIGITADO     To TR-SITU
      Move WS-PRAZO-DIGITADO    To TR-PRAZO-PAGTO
      Move WS-CNPJ-DIGITADO     To TR-CNPJ
      Move WS-TIPO-DIGITADO     To TR-TIPO
      Move WS-CPF-DIGITADO      To TR-CPF
      Move WS-NIT-DIGITADO      To TR-NIT
      Move WS-DEPEND-DIGITADO   To TR-DEPENDENTES
      Move WS-EMAIL-DIGITADO    To TR-EMAIL
      Move WS-RNTRC-DIGITADO    To TR-RNTRC
      Move Spaces               To TR-RNTRC-VALIDADE
      If WS-RNTRC-VAL-DIGITADA > Zeros
         Move WS-RNTRC-VAL-DIGITADA To TR-RNTRC-VALIDADE
      End-if
      Move WS-DATA-SISTEMA      To TR-DTAL
      Move WS-HORA-SISTEMA      To TR-HRAL
      Rewrite TRANSP-REGI
   Display Tela-Manutencao.
 Exclui-Transp-Exit.
   Exit.
*
*  CNPJ digits only when given; a self-employed carrier needs
*  both CPF and NIT - the RPA and the annual statement carry them.
*  An RNTRC validity, when typed, must be a plausible AAAAMMDD.
 Valida-Identidade.
   Evaluate True
      When WS-CNPJ-DIGITADO Not = Spaces
           And WS-CNPJ-DIGITADO Not Numeric
         Move "CNPJ: 14 digitos, sem pontos." To WS-MENSAGEM
      When Not Tipo-Valido
         Move "Pessoa: J (empresa) ou F (autonomo)." To WS-MENSAGEM
      When Tipo-Autonomo And WS-CPF-DIGITADO Not Numeric
         Move "Autonomo: CPF com 11 digitos, sem pontos."
              To WS-MENSAGEM
      When Tipo-Autonomo And WS-NIT-DIGITADO Not Numeric
         Move "Autonomo: NIT/PIS com 11 digitos, sem pontos."
              To WS-MENSAGEM
      When WS-RNTRC-VAL-DIGITADA > Zeros
           And (WS-RNTRC-VAL-ANO < 2000
                Or WS-RNTRC-VAL-MES < 1 Or WS-RNTRC-VAL-MES > 12
                Or WS-RNTRC-VAL-DIA < 1 Or WS-RNTRC-VAL-DIA > 31)
         Move "Validade do RNTRC invalida - use AAAAMMDD."
              To WS-MENSAGEM
   End-Evaluate.
 Valida-Identidade-Exit.
   Exit.
*
*  The route typed must be registered and active - a new tariff
*  row is never keyed on a route the floor check cannot measure.
 Valida-Rota.
   If Not Tem-Rotas
      Move "Cadastre as rotas antes (PROG1050)." To WS-MENSAGEM
      Go To Valida-Rota-Exit
   End-if
   Move WS-ROTA-DIGITADO To RT-CODIGO
   Read ROTAS
      Invalid Key
         Move "Rota nao cadastrada (PROG1050)." To WS-MENSAGEM
         Go To Valida-Rota-Exit
   End-Read
   If Not Rota-Ativa
      Move "Rota inativa - escolha outra." To WS-MENSAGEM
      Go To Valida-Rota-Exit
   End-if
   Perform Descreve-Rota Thru Descreve-Rota-Exit.
 Valida-Rota-Exit.
   Exit.
*
 Descreve-Rota.
   Move Spaces To WS-ROTA-ED
   If Not Tem-Rotas Or WS-ROTA-DIGITADO = Spaces
      Go To Descreve-Rota-Exit
   End-if
   Move WS-ROTA-DIGITADO To RT-CODIGO
   Read ROTAS
      Invalid Key
         Move "(rota fora do cadastro)" To WS-ROTA-ED
         Go To Descreve-Rota-Exit
   End-Read
   String RT-ORIG-CIDADE      Delimited By "  "
          ">"                 Delimited By Size
          RT-DEST-CIDADE      Delimited By "  "
          "/"                 Delimited By Size
          RT-DEST-UF          Delimited By Size
          Into WS-ROTA-ED
   End-String.
 Descreve-Rota-Exit.
   Exit.
*
 Limpa-Campos.
   Move Zeros  To WS-CODIGO-DIGITADO WS-VALOR-KG-DIGITADO
                  WS-ALIQ-ICMS-DIGITADO WS-VIGENCIA-DIGITADA
                  WS-MINIMO-DIGITADO WS-PRAZO-DIGITADO
                  WS-DEPEND-DIGITADO WS-RNTRC-VAL-DIGITADA
   Move Spaces To WS-NOME-DIGITADO WS-ROTA-DIGITADO WS-MENSAGEM
                  WS-ROTA-ED
                  WS-FORMULA-DIGITADA WS-CNPJ-DIGITADO
                  WS-CPF-DIGITADO WS-NIT-DIGITADO
                  WS-EMAIL-DIGITADO WS-RNTRC-DIGITADO
   Move "A"    To WS-SITU-DIGITADO
   Move "J"    To WS-TIPO-DIGITADO
   Display Tela-Manutencao.
 Limpa-Campos-Exit.
   Exit.
