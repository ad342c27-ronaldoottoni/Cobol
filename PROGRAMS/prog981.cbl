*  not exist).
 78  max-unidades          value 50.
 01  WS-UNID-TAB.
     03 WS-UNID occurs 50 times PIC X(316).
 01  WS-QTD-UNIDADES     PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-UNID-IDX         PIC 9(002) COMP-X.
 01  WS-UNID-POS         PIC 9(002) COMP-X VALUE ZEROS.
 01 WS-NOME-DIGITADO    PIC X(030) VALUE SPACES.
 01 WS-PATH-DIGITADO    PIC X(030) VALUE SPACES.
 01 WS-SITU-DIGITADO    PIC X(001) VALUE "A".
*
*  The branch as NF-e emitter (UN-FISCAL) - keyed here, read by
*  PROG1039 for the <emit> group.
 01 WS-FISCAL-DIGITADO.
    03 WS-RAZAO-DIGITADO     PIC X(060).
    03 WS-CNPJ-DIGITADO      PIC X(014).
    03 WS-IE-DIGITADO        PIC X(014).
    03 WS-ENDERECO-DIGITADO  PIC X(060).
    03 WS-NUMERO-DIGITADO    PIC X(010).
    03 WS-BAIRRO-DIGITADO    PIC X(030).
    03 WS-CODMUN-DIGITADO    PIC X(007).
    03 WS-MUNICIPIO-DIGITADO PIC X(030).
    03 WS-UF-DIGITADO        PIC X(002).
    03 WS-CEP-DIGITADO       PIC X(008).
    03 WS-CRT-DIGITADO       PIC X(001).
*
 01 WS-MENSAGEM         PIC X(055) VALUE SPACES.
*
Screen section.
01 Tela-Unidades Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  20,00, Size   64,00 CELLS,
      Lowered
   .
   03 Label "Codigo:", Line 2,00, Col 3,00.
      Line 7,00, Col 22,00, Size 01,00,
      Using WS-SITU-DIGITADO.
*
   03 Label "Razao social..:", Line 9,00, Col 3,00.
   03 WS-RAZAO-DIGITADO, Entry-Field,
      Line 9,00, Col 22,00, Size 40,00,
      Using WS-RAZAO-DIGITADO.
   03 Label "CNPJ..........:", Line 10,00, Col 3,00.
   03 WS-CNPJ-DIGITADO, Entry-Field,
      Line 10,00, Col 22,00, Size 14,00,
      Using WS-CNPJ-DIGITADO.
   03 Label "IE:", Line 10,00, Col 38,00.
   03 WS-IE-DIGITADO, Entry-Field,
      Line 10,00, Col 42,00, Size 14,00,
      Using WS-IE-DIGITADO.
   03 Label "Endereco......:", Line 11,00, Col 3,00.
   03 WS-ENDERECO-DIGITADO, Entry-Field,
      Line 11,00, Col 22,00, Size 40,00,
      Using WS-ENDERECO-DIGITADO.
   03 Label "Numero........:", Line 12,00, Col 3,00.
   03 WS-NUMERO-DIGITADO, Entry-Field,
      Line 12,00, Col 22,00, Size 10,00,
      Using WS-NUMERO-DIGITADO.
   03 Label "Bairro:", Line 12,00, Col 34,00.
   03 WS-BAIRRO-DIGITADO, Entry-Field,
      Line 12,00, Col 42,00, Size 20,00,
      Using WS-BAIRRO-DIGITADO.
   03 Label "Municipio.....:", Line 13,00, Col 3,00.
   03 WS-MUNICIPIO-DIGITADO, Entry-Field,
      Line 13,00, Col 22,00, Size 30,00,
      Using WS-MUNICIPIO-DIGITADO.
   03 Label "Codigo IBGE...:", Line 14,00, Col 3,00.
   03 WS-CODMUN-DIGITADO, Entry-Field,
      Line 14,00, Col 22,00, Size 07,00,
      Using WS-CODMUN-DIGITADO.
   03 Label "UF:", Line 14,00, Col 32,00.
   03 WS-UF-DIGITADO, Entry-Field,
      Line 14,00, Col 36,00, Size 02,00,
      Using WS-UF-DIGITADO.
   03 Label "CEP:", Line 14,00, Col 41,00.
   03 WS-CEP-DIGITADO, Entry-Field,
      Line 14,00, Col 46,00, Size 08,00,
      Using WS-CEP-DIGITADO.
   03 Label "Regime (CRT)..:", Line 15,00, Col 3,00.
   03 WS-CRT-DIGITADO, Entry-Field,
      Line 15,00, Col 22,00, Size 01,00,
      Using WS-CRT-DIGITADO.
   03 Label "(1 = Simples Nacional, 3 = Normal)",
      Line 15,00, Col 26,00.
*
   03 Label From WS-MENSAGEM, Line 17,00, Col 3,00, Size 58,00.
*
   03 PB-Gravar, Push-Button, "&Gravar",
      Line 19,00, Col 8,00, Size 16 Cells,
      Exception-Value = 0030.
   03 PB-Sair, Push-Button, "&Sair",
      Line 19,00, Col 40,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*

   Display Standard Graphical Window,
           Title "Manutencao de Unidades",
           Size 66, Lines 22, Background-Low
           Modeless,
           Handle Handle-TELA981.
   Display Tela-Unidades.
      When Limpar-Pressed
         Move Spaces To WS-CODIGO-DIGITADO WS-NOME-DIGITADO
                        WS-PATH-DIGITADO WS-MENSAGEM
                        WS-FISCAL-DIGITADO
         Move "A" To WS-SITU-DIGITADO
         Display Tela-Unidades
   End-Evaluate.
      Move WS-UNID (WS-UNID-POS) To UNIDADES-REGI
      Move UN-NOME To WS-NOME-DIGITADO
      Move UN-PATH To WS-PATH-DIGITADO
      Move UN-FISCAL To WS-FISCAL-DIGITADO
      If UN-SITU = Space
         Move "A"    To WS-SITU-DIGITADO
      Else
      Display Tela-Unidades
      Go To Grava-Unidade-Exit
   End-if
   If (WS-CNPJ-DIGITADO Not = Spaces
       And WS-CNPJ-DIGITADO Not Numeric)
      Or (WS-CODMUN-DIGITADO Not = Spaces
       And WS-CODMUN-DIGITADO Not Numeric)
      Or (WS-CEP-DIGITADO Not = Spaces
       And WS-CEP-DIGITADO Not Numeric)
      Move "CNPJ, codigo IBGE e CEP: so digitos, sem pontuacao."
           To WS-MENSAGEM
      Display Tela-Unidades
      Go To Grava-Unidade-Exit
   End-if
   If WS-CRT-DIGITADO Not = Space And Not = "1" And Not = "3"
      Move "Regime (CRT): 1 ou 3." To WS-MENSAGEM
      Display Tela-Unidades
      Go To Grava-Unidade-Exit
   End-if
   Perform Posiciona-Unidade Thru Posiciona-Unidade-Exit
   If WS-UNID-POS = Zeros
      If WS-QTD-UNIDADES = max-unidades
   Move WS-NOME-DIGITADO   To UN-NOME
   Move WS-PATH-DIGITADO   To UN-PATH
   Move WS-SITU-DIGITADO   To UN-SITU
   Move WS-FISCAL-DIGITADO To UN-FISCAL
   Move UNIDADES-REGI      To WS-UNID (WS-UNID-POS)

   Open Output UNIDADES
