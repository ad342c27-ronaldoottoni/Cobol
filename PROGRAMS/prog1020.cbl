*MANUTENCAO DO CADASTRO DE PRODUTORES/FORNECEDORES (FORNEC.DAT)
 Identification Division.
 Program-Id. PROG1020.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\FORNEC.SL".
*
 Data Division.
 File Section.
$XFD FILE=FORNEC
   Copy "..\COPY\FORNEC.FD".
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
*  The producers who bring grain to the scale (PROG1018) and are
*  paid through the purchase settlement (PROG1021). The tipo
*  decides the withholding: pessoa fisica has FUNRURAL/SENAR kept
*  back, pessoa juridica is paid gross. CPF/CNPJ goes through
*  VALCGC like the client master's CGC/CPF.
*
 01  Stat-FORNEC         PIC X(002).
     88 Valido-FORNEC    Value "00" THRU "09".
     88 Duplicado-FORNEC Value "22".
 01  PATHFORNEC          PIC X(060).
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-CODIGO-DIGITADO  PIC Z(005)9.
 01 WS-NOME-DIGITADO    PIC X(040) VALUE SPACES.
 01 WS-CGCCPF-DIGITADO  PIC X(018) VALUE SPACES.
 01 WS-IE-DIGITADA      PIC X(020) VALUE SPACES.
 01 WS-TIPO-DIGITADO    PIC X(001) VALUE "F".
 01 WS-ENDERECO-DIGITADO PIC X(040) VALUE SPACES.
 01 WS-CIDADE-DIGITADA  PIC X(030) VALUE SPACES.
 01 WS-UF-DIGITADA      PIC X(002) VALUE SPACES.
 01 WS-FONE-DIGITADO    PIC X(015) VALUE SPACES.
 01 WS-BANCO-DIGITADO   PIC X(003) VALUE SPACES.
 01 WS-AGENCIA-DIGITADA PIC X(006) VALUE SPACES.
 01 WS-CONTA-DIGITADA   PIC X(015) VALUE SPACES.
 01 WS-PRAZO-DIGITADO   PIC 9(003) VALUE ZEROS.
 01 WS-SITU-DIGITADO    PIC X(001) VALUE "A".
 01 WS-CGC-OK           PIC X(001).
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(050) VALUE SPACES.
*
01 Handle-TELA1020            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Fornec Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  21,00, Size   62,00 CELLS,
      Lowered
   .
   03 Label "Produtor:", Line 2,00, Col 3,00.
   03 WS-CODIGO-DIGITADO, Entry-Field,
      Line 2,00, Col 13,00, Size 07,00,
      Using WS-CODIGO-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 22,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 42,00, Size 12 Cells,
      Exception-Value = 0050.
*
   03 Label "Nome..........:", Line 4,00, Col 3,00.
   03 WS-NOME-DIGITADO, Entry-Field,
      Line 4,00, Col 22,00, Size 38,00,
      Using WS-NOME-DIGITADO.
   03 Label "CPF/CNPJ......:", Line 5,00, Col 3,00.
   03 WS-CGCCPF-DIGITADO, Entry-Field,
      Line 5,00, Col 22,00, Size 18,00,
      Using WS-CGCCPF-DIGITADO.
   03 Label "Inscr.Estadual:", Line 6,00, Col 3,00.
   03 WS-IE-DIGITADA, Entry-Field,
      Line 6,00, Col 22,00, Size 20,00,
      Using WS-IE-DIGITADA.
   03 Label "Tipo (F/J)....:", Line 7,00, Col 3,00.
   03 WS-TIPO-DIGITADO, Entry-Field,
      Line 7,00, Col 22,00, Size 01,00,
      Using WS-TIPO-DIGITADO.
   03 Label "Endereco......:", Line 8,00, Col 3,00.
   03 WS-ENDERECO-DIGITADO, Entry-Field,
      Line 8,00, Col 22,00, Size 38,00,
      Using WS-ENDERECO-DIGITADO.
   03 Label "Cidade........:", Line 9,00, Col 3,00.
   03 WS-CIDADE-DIGITADA, Entry-Field,
      Line 9,00, Col 22,00, Size 30,00,
      Using WS-CIDADE-DIGITADA.
   03 Label "UF:", Line 9,00, Col 54,00.
   03 WS-UF-DIGITADA, Entry-Field,
      Line 9,00, Col 58,00, Size 02,00,
      Using WS-UF-DIGITADA.
   03 Label "Telefone......:", Line 10,00, Col 3,00.
   03 WS-FONE-DIGITADO, Entry-Field,
      Line 10,00, Col 22,00, Size 15,00,
      Using WS-FONE-DIGITADO.
   03 Label "Banco/Agencia.:", Line 11,00, Col 3,00.
   03 WS-BANCO-DIGITADO, Entry-Field,
      Line 11,00, Col 22,00, Size 03,00,
      Using WS-BANCO-DIGITADO.
   03 WS-AGENCIA-DIGITADA, Entry-Field,
      Line 11,00, Col 27,00, Size 06,00,
      Using WS-AGENCIA-DIGITADA.
   03 Label "Conta.........:", Line 12,00, Col 3,00.
   03 WS-CONTA-DIGITADA, Entry-Field,
      Line 12,00, Col 22,00, Size 15,00,
      Using WS-CONTA-DIGITADA.
   03 Label "Prazo pagto...:", Line 13,00, Col 3,00.
   03 WS-PRAZO-DIGITADO, Entry-Field,
      Line 13,00, Col 22,00, Size 04,00,
      Using WS-PRAZO-DIGITADO.
   03 Label "Situacao (A/I):", Line 14,00, Col 3,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 14,00, Col 22,00, Size 01,00,
      Using WS-SITU-DIGITADO.
*
   03 Label From WS-MENSAGEM, Line 16,50, Col 3,00, Size 55,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 18,50, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 18,50, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 18,50, Col 39,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathFORNEC.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FORNEC.DAT" Delimited By Size
          Into PathFORNEC
   End-String.
   Open I-O FORNEC
   If Not Valido-FORNEC
      Open Output FORNEC
      Close FORNEC
      Open I-O FORNEC
   End-if.
   If Not Valido-FORNEC
      Display Message Box "erro FORNEC" Stat-FORNEC
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Cadastro de Produtores",
           Size 64, Lines 23, Background-Low
           Modeless,
           Handle Handle-TELA1020.
   Display Tela-Fornec.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Fornec On Exception Continue
   End-Perform.

   Close FORNEC.
   Close Window Handle-TELA1020.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Fornec Thru Consulta-Fornec-Exit
      When Incluir-Pressed
         Perform Inclui-Fornec Thru Inclui-Fornec-Exit
      When Alterar-Pressed
         Perform Altera-Fornec Thru Altera-Fornec-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Fornec.
   Move Spaces To WS-MENSAGEM
   Move WS-CODIGO-DIGITADO To FO-CODIGO
   Read FORNEC
      Invalid Key Continue
   End-Read
   If Valido-FORNEC
      Move FO-NOME        To WS-NOME-DIGITADO
      Move FO-CGCCPF      To WS-CGCCPF-DIGITADO
      Move FO-INSCR-EST   To WS-IE-DIGITADA
      Move FO-TIPO        To WS-TIPO-DIGITADO
      Move FO-ENDERECO    To WS-ENDERECO-DIGITADO
      Move FO-CIDADE      To WS-CIDADE-DIGITADA
      Move FO-UF          To WS-UF-DIGITADA
      Move FO-TELEFONE    To WS-FONE-DIGITADO
      Move FO-BANCO       To WS-BANCO-DIGITADO
      Move FO-AGENCIA     To WS-AGENCIA-DIGITADA
      Move FO-CONTA       To WS-CONTA-DIGITADA
      Move FO-PRAZO-PAGTO To WS-PRAZO-DIGITADO
      Move FO-SITU        To WS-SITU-DIGITADO
      Move "Produtor encontrado." To WS-MENSAGEM
   Else
      Move "Produtor nao cadastrado - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Fornec.
 Consulta-Fornec-Exit.
   Exit.
*
*  Tipo and CPF/CNPJ are judged before anything lands: the tipo
*  drives the withholding, the number goes on the settlement.
 Critica-Campos.
   Move Spaces To WS-MENSAGEM
   If WS-NOME-DIGITADO = Spaces
      Move "Informe o nome do produtor." To WS-MENSAGEM
      Go To Critica-Campos-Exit
   End-if
   If WS-TIPO-DIGITADO Not = "F" And WS-TIPO-DIGITADO Not = "J"
      Move "Tipo deve ser F (fisica) ou J (juridica)."
           To WS-MENSAGEM
      Go To Critica-Campos-Exit
   End-if
   If WS-SITU-DIGITADO Not = "A" And WS-SITU-DIGITADO Not = "I"
      Move "Situacao deve ser A ou I." To WS-MENSAGEM
      Go To Critica-Campos-Exit
   End-if
   Move "N" To WS-CGC-OK
   Call "VALCGC" Using WS-CGCCPF-DIGITADO WS-CGC-OK
      On Exception Move "S" To WS-CGC-OK
   End-Call
   If WS-CGC-OK Not = "S"
      Move "CPF/CNPJ com digito verificador invalido."
           To WS-MENSAGEM
   End-if.
 Critica-Campos-Exit.
   Exit.
*
 Move-Campos-Fornec.
   Move WS-NOME-DIGITADO     To FO-NOME
   Move WS-CGCCPF-DIGITADO   To FO-CGCCPF
   Move WS-IE-DIGITADA       To FO-INSCR-EST
   Move WS-TIPO-DIGITADO     To FO-TIPO
   Move WS-ENDERECO-DIGITADO To FO-ENDERECO
   Move WS-CIDADE-DIGITADA   To FO-CIDADE
   Move WS-UF-DIGITADA       To FO-UF
   Move WS-FONE-DIGITADO     To FO-TELEFONE
   Move WS-BANCO-DIGITADO    To FO-BANCO
   Move WS-AGENCIA-DIGITADA  To FO-AGENCIA
   Move WS-CONTA-DIGITADA    To FO-CONTA
   Move WS-PRAZO-DIGITADO    To FO-PRAZO-PAGTO
   Move WS-SITU-DIGITADO     To FO-SITU.
 Move-Campos-Fornec-Exit.
   Exit.
*
 Inclui-Fornec.
   Move Spaces To WS-MENSAGEM
   If WS-CODIGO-DIGITADO = Zeros
      Move "Informe o codigo do produtor." To WS-MENSAGEM
      Display Tela-Fornec
      Go To Inclui-Fornec-Exit
   End-if
   Perform Critica-Campos Thru Critica-Campos-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Fornec
      Go To Inclui-Fornec-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize FORNEC-REGI
   Move WS-CODIGO-DIGITADO To FO-CODIGO
   Perform Move-Campos-Fornec Thru Move-Campos-Fornec-Exit
   Move WS-DATA-SISTEMA To FO-DTIN FO-DTAL
   Move WS-HORA-SISTEMA To FO-HRIN FO-HRAL
   Write FORNEC-REGI
      Invalid Key
         If Duplicado-FORNEC
            Move "Produtor ja cadastrado - use Alterar."
                 To WS-MENSAGEM
         Else
            Move "Erro ao incluir produtor." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "Produtor incluido." To WS-MENSAGEM
   End-Write
   Display Tela-Fornec.
 Inclui-Fornec-Exit.
   Exit.
*
 Altera-Fornec.
   Move Spaces To WS-MENSAGEM
   Perform Critica-Campos Thru Critica-Campos-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Fornec
      Go To Altera-Fornec-Exit
   End-if
   Move WS-CODIGO-DIGITADO To FO-CODIGO
   Read FORNEC
      Invalid Key Continue
   End-Read
   If Not Valido-FORNEC
      Move "Produtor nao cadastrado - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Move-Campos-Fornec Thru Move-Campos-Fornec-Exit
      Move WS-DATA-SISTEMA To FO-DTAL
      Move WS-HORA-SISTEMA To FO-HRAL
      Rewrite FORNEC-REGI
         Invalid Key
            Move "Erro ao alterar produtor." To WS-MENSAGEM
         Not Invalid Key
            Move "Produtor alterado." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Fornec.
 Altera-Fornec-Exit.
   Exit.
*
 Limpa-Campos.
   Move Zeros  To WS-CODIGO-DIGITADO WS-PRAZO-DIGITADO
   Move Spaces To WS-NOME-DIGITADO WS-CGCCPF-DIGITADO
                  WS-IE-DIGITADA WS-ENDERECO-DIGITADO
                  WS-CIDADE-DIGITADA WS-UF-DIGITADA
                  WS-FONE-DIGITADO WS-BANCO-DIGITADO
                  WS-AGENCIA-DIGITADA WS-CONTA-DIGITADA
                  WS-MENSAGEM
   Move "F"    To WS-TIPO-DIGITADO
   Move "A"    To WS-SITU-DIGITADO
   Display Tela-Fornec.
 Limpa-Campos-Exit.
   Exit.
