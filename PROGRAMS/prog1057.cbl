*POLITICA DE VASILHAME POR CLIENTE - DIAS LIVRES/VALOR (VASPOL.DAT)
 Identification Division.
 Program-Id. PROG1057.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\VASPOL.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\AUDIT.SL".
*
 Data Division.
 File Section.
$XFD FILE=VASPOL
   Copy "..\COPY\VASPOL.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
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
*  The packaging policy PROG1058 bills by: for a client and an
*  embalagem (the VS-EMBALAGEM text PROG905 records), how many
*  days our units may stay with the client free of charge and
*  the replacement value per unit once they overstay. Client 0
*  is the branch default for the embalagem - a client without a
*  row of its own is billed by it. A value of zero exempts the
*  client from being charged for that embalagem.
*
*  Kept per branch like the client master it extends, under the
*  client master's permission; every change goes to AUDIT.DAT.
*
 01  Stat-VASPOL          PIC X(002).
     88 Valido-VASPOL     Value "00" THRU "09".
     88 Duplicado-VASPOL  Value "22".
 01  PATHVASPOL           PIC X(060).
 01  Stat-CLIENTE         PIC X(002).
     88 Valido-CLIENTE    Value "00" THRU "09".
 01  PATHCLIENTE          PIC X(060).
*
 01  Stat-USUARIOS        PIC X(002).
     88 Valido-USUARIOS   Value "00" THRU "09".
 01  PATHUSUARIOS         PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
 Copy "..\copy\usuario.cpy".
 01  WS-PERMITIDO         PIC X(001) VALUE "N".
     88 Operador-Permitido Value "S".
*
 01  Stat-AUDIT           PIC X(002).
     88 Valido-AUDIT      Value "00" THRU "09".
 01  PATHAUDIT            PIC X(060).
 01  WS-AU-OPERACAO       PIC X(001).
 01  WS-AU-ANTES          PIC X(040) VALUE SPACES.
 01  WS-AU-DEPOIS         PIC X(040) VALUE SPACES.
 01  WS-AU-CHAVE          PIC X(010) VALUE SPACES.
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-CLIE-DIGITADO      PIC 9(004) VALUE ZEROS.
 01 WS-EMB-DIGITADA       PIC X(010) VALUE "PALLET".
 01 WS-DIAS-DIGITADOS     PIC 9(004) VALUE ZEROS.
 01 WS-VALOR-DIGITADO     PIC 9(009)V99 VALUE ZEROS.
*
 01 WS-NOME-ED            PIC X(040) VALUE SPACES.
 01 WS-CLIE-ED            PIC 9(004).
 01 WS-DIAS-ED            PIC Z(003)9.
 01 WS-VALOR-ED           PIC Z(008)9,99.
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(055) VALUE SPACES.
*
01 Handle-TELA1057            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Politica Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  13,00, Size   66,00 CELLS,
      Lowered
   .
   03 Label "Cliente (0=todos):", Line 2,00, Col 3,00.
   03 WS-CLIE-DIGITADO, Entry-Field,
      Line 2,00, Col 23,00, Size 06,00,
      Using WS-CLIE-DIGITADO.
   03 Label "Embalagem.......:", Line 3,00, Col 3,00.
   03 WS-EMB-DIGITADA, Entry-Field,
      Line 3,00, Col 23,00, Size 12,00,
      Using WS-EMB-DIGITADA.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 36,00, Size 14 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 52,00, Size 12 Cells,
      Exception-Value = 0050.
   03 Label From WS-NOME-ED, Line 4,00, Col 23,00, Size 40,00.
*
   03 Label "Dias livres.....:", Line 6,00, Col 3,00.
   03 WS-DIAS-DIGITADOS, Entry-Field,
      Line 6,00, Col 23,00, Size 06,00,
      Using WS-DIAS-DIGITADOS.
   03 Label "Valor unitario..:", Line 7,00, Col 3,00.
   03 WS-VALOR-DIGITADO, Entry-Field,
      Line 7,00, Col 23,00, Size 14,00,
      Using WS-VALOR-DIGITADO.
   03 Label "(por unidade; zero = nao cobra)",
      Line 7,00, Col 39,00.
*
   03 Label From WS-MENSAGEM, Line 9,00, Col 3,00, Size 60,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 11,00, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 11,00, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 11,00, Col 39,00, Size 15 Cells,
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
        "Operador sem permissao para a politica de vasilhame -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Move Spaces to PathVASPOL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\VASPOL.DAT" Delimited By Size
          Into PathVASPOL
   End-String.
   Open I-O VASPOL
   If Not Valido-VASPOL
      Open Output VASPOL
      Close VASPOL
      Open I-O VASPOL
   End-if.
   If Not Valido-VASPOL
      Display Message Box "erro VASPOL" Stat-VASPOL
      Exit Program
   End-if.

   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display Message Box "erro CLIENTE" Stat-CLIENTE
      Close VASPOL
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Politica de Vasilhame",
           Size 69, Lines 15, Background-Low
           Modeless,
           Handle Handle-TELA1057.
   Display Tela-Politica.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Politica On Exception Continue
   End-Perform.

   Close VASPOL.
   Close CLIENTE.
   Close Window Handle-TELA1057.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Politica Thru Consulta-Politica-Exit
      When Incluir-Pressed
         Perform Inclui-Politica Thru Inclui-Politica-Exit
      When Alterar-Pressed
         Perform Altera-Politica Thru Altera-Politica-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Politica.
   Move Spaces To WS-MENSAGEM
   Perform Mostra-Cliente Thru Mostra-Cliente-Exit
   Move WS-CLIE-DIGITADO To VP-CLIE
   Move WS-EMB-DIGITADA  To VP-EMBALAGEM
   Read VASPOL
      Invalid Key Continue
   End-Read
   If Valido-VASPOL
      Move VP-DIAS-LIVRES To WS-DIAS-DIGITADOS
      Move VP-VALOR-UNIT  To WS-VALOR-DIGITADO
      Move "Politica encontrada." To WS-MENSAGEM
   Else
      Move "Politica nao cadastrada - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Politica.
 Consulta-Politica-Exit.
   Exit.
*
 Inclui-Politica.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Politica Thru Valida-Politica-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Politica
      Go To Inclui-Politica-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize VASPOL-REGI
   Move WS-CLIE-DIGITADO  To VP-CLIE
   Move WS-EMB-DIGITADA   To VP-EMBALAGEM
   Move WS-DIAS-DIGITADOS To VP-DIAS-LIVRES
   Move WS-VALOR-DIGITADO To VP-VALOR-UNIT
   Move Oper-Nome         To VP-OPER
   Move WS-DATA-SISTEMA   To VP-DTIN VP-DTAL
   Move WS-HORA-SISTEMA   To VP-HRIN VP-HRAL
   Write VASPOL-REGI
      Invalid Key
         If Duplicado-VASPOL
            Move "Politica ja cadastrada - use Alterar."
                 To WS-MENSAGEM
         Else
            Move "Erro ao incluir politica." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "I"    To WS-AU-OPERACAO
         Move Spaces To WS-AU-ANTES
         Perform Monta-Imagem-Politica
            Thru Monta-Imagem-Politica-Exit
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Politica incluida." To WS-MENSAGEM
   End-Write
   Display Tela-Politica.
 Inclui-Politica-Exit.
   Exit.
*
*  A change only applies from the next PROG1058 run on; units
*  already charged keep the value they were charged at.
 Altera-Politica.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Politica Thru Valida-Politica-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Politica
      Go To Altera-Politica-Exit
   End-if
   Move WS-CLIE-DIGITADO To VP-CLIE
   Move WS-EMB-DIGITADA  To VP-EMBALAGEM
   Read VASPOL
      Invalid Key Continue
   End-Read
   If Not Valido-VASPOL
      Move "Politica nao cadastrada - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Monta-Imagem-Politica
         Thru Monta-Imagem-Politica-Exit
      Move WS-AU-DEPOIS      To WS-AU-ANTES
      Move WS-DIAS-DIGITADOS To VP-DIAS-LIVRES
      Move WS-VALOR-DIGITADO To VP-VALOR-UNIT
      Move Oper-Nome         To VP-OPER
      Move WS-DATA-SISTEMA   To VP-DTAL
      Move WS-HORA-SISTEMA   To VP-HRAL
      Rewrite VASPOL-REGI
         Invalid Key
            Move "Erro ao alterar politica." To WS-MENSAGEM
         Not Invalid Key
            Move "A" To WS-AU-OPERACAO
            Perform Monta-Imagem-Politica
               Thru Monta-Imagem-Politica-Exit
            Perform Grava-Auditoria Thru Grava-Auditoria-Exit
            Move "Politica alterada." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Politica.
 Altera-Politica-Exit.
   Exit.
*
 Limpa-Campos.
   Move Zeros    To WS-CLIE-DIGITADO WS-DIAS-DIGITADOS
                    WS-VALOR-DIGITADO
   Move "PALLET" To WS-EMB-DIGITADA
   Move Spaces   To WS-NOME-ED WS-MENSAGEM
   Display Tela-Politica.
 Limpa-Campos-Exit.
   Exit.
*
 Mostra-Cliente.
   If WS-CLIE-DIGITADO = Zeros
      Move "PADRAO DA FILIAL PARA A EMBALAGEM" To WS-NOME-ED
      Go To Mostra-Cliente-Exit
   End-if
   Move WS-CLIE-DIGITADO To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move Spaces To CLI-NOME
   End-Read
   If Valido-CLIENTE
      Move CLI-NOME To WS-NOME-ED
   Else
      Move "CLIENTE NAO CADASTRADO" To WS-NOME-ED
   End-if.
 Mostra-Cliente-Exit.
   Exit.
*
*  The embalagem is left-justified as PROG905 records it, or
*  the policy would never meet the movements.
 Valida-Politica.
   Perform Mostra-Cliente Thru Mostra-Cliente-Exit
   Evaluate True
      When WS-CLIE-DIGITADO Not = Zeros And Not Valido-CLIENTE
         Move "Cliente nao cadastrado (PROG949)." To WS-MENSAGEM
      When WS-EMB-DIGITADA = Spaces
         Or WS-EMB-DIGITADA(1:1) = Space
         Move "Embalagem: sem brancos a esquerda." To WS-MENSAGEM
      When WS-DIAS-DIGITADOS = Zeros And WS-VALOR-DIGITADO > Zeros
         Move "Informe os dias livres antes de cobrar a reposicao."
              To WS-MENSAGEM
   End-Evaluate.
 Valida-Politica-Exit.
   Exit.
*
 Monta-Imagem-Politica.
   Move VP-DIAS-LIVRES To WS-DIAS-ED
   Move VP-VALOR-UNIT  To WS-VALOR-ED
   Move Spaces To WS-AU-DEPOIS
   String VP-EMBALAGEM  Delimited By Size
          " DIAS "      Delimited By Size
          WS-DIAS-ED    Delimited By Size
          " VALOR "     Delimited By Size
          WS-VALOR-ED   Delimited By Size
          Into WS-AU-DEPOIS
   End-String.
 Monta-Imagem-Politica-Exit.
   Exit.
*
 Grava-Auditoria.
   Move Spaces to PathAUDIT.
   String Lk-Unidade        Delimited By Size
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
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move WS-CLIE-DIGITADO To WS-CLIE-ED
   Move Spaces To WS-AU-CHAVE
   String WS-CLIE-ED           Delimited By Size
          WS-EMB-DIGITADA(1:6) Delimited By Size
          Into WS-AU-CHAVE
   End-String
   Initialize AUDIT-REGI
   Move WS-DATA-SISTEMA   To AU-DATA
   Move WS-HORA-SISTEMA   To AU-HORA
   Move Oper-Nome         To AU-OPERADOR
   Move "VASPOL"          To AU-ARQUIVO
   Move WS-AU-OPERACAO    To AU-OPERACAO
   Move WS-AU-CHAVE       To AU-CHAVE
   Move WS-AU-ANTES       To AU-ANTES
   Move WS-AU-DEPOIS      To AU-DEPOIS
   Write AUDIT-REGI
   Close AUDIT.
 Grava-Auditoria-Exit.
   Exit.
*
*  The operator signed on through the menu must exist in
*  USUARIOS.DAT, be active, and hold the client master's
*  permission.
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
   If Valido-USUARIOS And Usuario-Ativo And Pode-949
      Move "S" To WS-PERMITIDO
   End-if
   Close USUARIOS.
 Verifica-Permissao-Exit.
   Exit.
