*MANUTENCAO DA MATRIZ DE REGRAS FISCAIS - CFOP/ICMS (REGFIS.DAT)
 Identification Division.
 Program-Id. PROG1044.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\REGFIS.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\AUDIT.SL".
*
 Data Division.
 File Section.
$XFD FILE=REGFIS
   Copy "..\COPY\REGFIS.FD".
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
*  The fiscal rule matrix CALCFIS applies to the billing document,
*  the fiscal book, SINTEGRA and the NF-e: one row per operation
*  (VE sale, EX export, NC credit note, ND debit note), origin
*  and destination UF and product - a product code, or an NCM
*  with code zero, or neither for "any product". The UFs take
*  "**" for any, and the destination "*I" / "*E" for any inside
*  / outside the origin's UF. Each row gives the CFOP, the ICMS
*  situation (CST), the base reduction, the aliquota and the
*  legal note printed on the document. A row is never removed -
*  situacao I takes it out of the lookup and keeps its history.
*
*  One table for the company (central DADOS, like UNIDADES.DAT);
*  the product master's permission (PROG951, where the NCM is
*  keyed) is the one that maintains it. Every change goes to the
*  branch's AUDIT.DAT like the other master files.
*
 01  Stat-REGFIS          PIC X(002).
     88 Valido-REGFIS     Value "00" THRU "09".
     88 Duplicado-REGFIS  Value "22".
 01  PATHREGFIS           PIC X(060)
     VALUE "..\DADOS\REGFIS.DAT".
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
 01  WS-AU-CHAVE          PIC X(010).
 01  WS-AU-ANTES          PIC X(040) VALUE SPACES.
 01  WS-AU-DEPOIS         PIC X(040) VALUE SPACES.
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-OPERACAO-DIGITADA PIC X(002) VALUE "VE".
    88 Operacao-Valida     Value "VE" "EX" "NC" "ND".
 01 WS-UF-ORIG-DIGITADA  PIC X(002) VALUE "**".
 01 WS-UF-DEST-DIGITADA  PIC X(002) VALUE "**".
 01 WS-PRODUTO-DIGITADO  PIC 9(006) VALUE ZEROS.
 01 WS-NCM-DIGITADO      PIC X(008) VALUE SPACES.
 01 WS-CFOP-DIGITADO     PIC X(004) VALUE SPACES.
 01 WS-CST-DIGITADO      PIC X(002) VALUE "00".
    88 Cst-Valido          Value "00" "20" "40" "41" "50" "51"
                                 "90".
 01 WS-RED-DIGITADA      PIC 9(003)V99 VALUE ZEROS.
 01 WS-ALIQ-DIGITADA     PIC 9(002)V99 VALUE ZEROS.
 01 WS-OBS-DIGITADA      PIC X(200) VALUE SPACES.
 01 WS-SITU-DIGITADO     PIC X(001) VALUE "A".
*
 01 WS-PRODUTO-ED        PIC 9(006).
 01 WS-RED-ED            PIC ZZ9,99.
 01 WS-ALIQ-ED           PIC Z9,99.
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(055) VALUE SPACES.
*
01 Handle-TELA1044            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Regras Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  20,00, Size   72,00 CELLS,
      Lowered
   .
   03 Label "Operacao (VE/EX/NC/ND):", Line 2,00, Col 3,00.
   03 WS-OPERACAO-DIGITADA, Entry-Field,
      Line 2,00, Col 28,00, Size 03,00,
      Using WS-OPERACAO-DIGITADA.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 42,00, Size 14 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 58,00, Size 12 Cells,
      Exception-Value = 0050.
   03 Label "UF origem..............:", Line 3,00, Col 3,00.
   03 WS-UF-ORIG-DIGITADA, Entry-Field,
      Line 3,00, Col 28,00, Size 03,00,
      Using WS-UF-ORIG-DIGITADA.
   03 Label "(** = qualquer)", Line 3,00, Col 33,00.
   03 Label "UF destino.............:", Line 4,00, Col 3,00.
   03 WS-UF-DEST-DIGITADA, Entry-Field,
      Line 4,00, Col 28,00, Size 03,00,
      Using WS-UF-DEST-DIGITADA.
   03 Label "(** qualquer, *I interna, *E interestadual, EX)",
      Line 4,00, Col 33,00.
   03 Label "Produto................:", Line 5,00, Col 3,00.
   03 WS-PRODUTO-DIGITADO, Entry-Field,
      Line 5,00, Col 28,00, Size 08,00,
      Using WS-PRODUTO-DIGITADO.
   03 Label "(0 = qualquer)", Line 5,00, Col 38,00.
   03 Label "NCM (com produto 0)....:", Line 6,00, Col 3,00.
   03 WS-NCM-DIGITADO, Entry-Field,
      Line 6,00, Col 28,00, Size 10,00,
      Using WS-NCM-DIGITADO.
   03 Label "(em branco = qualquer)", Line 6,00, Col 40,00.
*
   03 Label "CFOP...................:", Line 8,00, Col 3,00.
   03 WS-CFOP-DIGITADO, Entry-Field,
      Line 8,00, Col 28,00, Size 06,00,
      Using WS-CFOP-DIGITADO.
   03 Label "CST ICMS...............:", Line 9,00, Col 3,00.
   03 WS-CST-DIGITADO, Entry-Field,
      Line 9,00, Col 28,00, Size 03,00,
      Using WS-CST-DIGITADO.
   03 Label "(00 20 40 41 50 51 90)", Line 9,00, Col 33,00.
   03 Label "Reducao da base %......:", Line 10,00, Col 3,00.
   03 WS-RED-DIGITADA, Entry-Field,
      Line 10,00, Col 28,00, Size 08,00,
      Using WS-RED-DIGITADA.
   03 Label "Aliquota ICMS %........:", Line 11,00, Col 3,00.
   03 WS-ALIQ-DIGITADA, Entry-Field,
      Line 11,00, Col 28,00, Size 08,00,
      Using WS-ALIQ-DIGITADA.
   03 Label "Situacao (A/I).........:", Line 12,00, Col 3,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 12,00, Col 28,00, Size 01,00,
      Using WS-SITU-DIGITADO.
   03 Label "Observacao legal:", Line 13,00, Col 3,00.
   03 WS-OBS-DIGITADA, Entry-Field,
      Line 14,00, Col 3,00, Size 68,00,
      Using WS-OBS-DIGITADA.
*
   03 Label From WS-MENSAGEM, Line 16,00, Col 3,00, Size 60,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 18,00, Col 8,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 18,00, Col 25,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 18,00, Col 42,00, Size 15 Cells,
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
        "Operador sem permissao para as regras fiscais -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Open I-O REGFIS
   If Not Valido-REGFIS
      Open Output REGFIS
      Close REGFIS
      Open I-O REGFIS
   End-if.
   If Not Valido-REGFIS
      Display Message Box "erro REGFIS" Stat-REGFIS
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Regras Fiscais - CFOP e ICMS",
           Size 75, Lines 22, Background-Low
           Modeless,
           Handle Handle-TELA1044.
   Display Tela-Regras.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Regras On Exception Continue
   End-Perform.

   Close REGFIS.
   Close Window Handle-TELA1044.
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
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Regra.
   Move Spaces To WS-MENSAGEM
   Perform Monta-Chave Thru Monta-Chave-Exit
   Read REGFIS
      Invalid Key Continue
   End-Read
   If Valido-REGFIS
      Move RF-CFOP     To WS-CFOP-DIGITADO
      Move RF-CST      To WS-CST-DIGITADO
      Move RF-RED-BASE To WS-RED-DIGITADA
      Move RF-ALIQ     To WS-ALIQ-DIGITADA
      Move RF-OBS      To WS-OBS-DIGITADA
      Move RF-SITU     To WS-SITU-DIGITADO
      Move "Regra encontrada." To WS-MENSAGEM
   Else
      Move "Regra nao cadastrada - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Regras.
 Consulta-Regra-Exit.
   Exit.
*
 Inclui-Regra.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Regra Thru Valida-Regra-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Regras
      Go To Inclui-Regra-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize REGFIS-REGI
   Perform Monta-Chave Thru Monta-Chave-Exit
   Move WS-CFOP-DIGITADO  To RF-CFOP
   Move WS-CST-DIGITADO   To RF-CST
   Move WS-RED-DIGITADA   To RF-RED-BASE
   Move WS-ALIQ-DIGITADA  To RF-ALIQ
   Move WS-OBS-DIGITADA   To RF-OBS
   Move WS-SITU-DIGITADO  To RF-SITU
   Move Oper-Nome         To RF-OPER
   Move WS-DATA-SISTEMA   To RF-DTIN RF-DTAL
   Move WS-HORA-SISTEMA   To RF-HRIN RF-HRAL
   Write REGFIS-REGI
      Invalid Key
         If Duplicado-REGFIS
            Move "Regra ja cadastrada - use Alterar." To WS-MENSAGEM
         Else
            Move "Erro ao incluir regra." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "I"    To WS-AU-OPERACAO
         Move Spaces To WS-AU-ANTES
         Perform Monta-Imagem-Regra Thru Monta-Imagem-Regra-Exit
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Regra incluida." To WS-MENSAGEM
   End-Write
   Display Tela-Regras.
 Inclui-Regra-Exit.
   Exit.
*
 Altera-Regra.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Regra Thru Valida-Regra-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Regras
      Go To Altera-Regra-Exit
   End-if
   Perform Monta-Chave Thru Monta-Chave-Exit
   Read REGFIS
      Invalid Key Continue
   End-Read
   If Not Valido-REGFIS
      Move "Regra nao cadastrada - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Monta-Imagem-Regra Thru Monta-Imagem-Regra-Exit
      Move WS-AU-DEPOIS      To WS-AU-ANTES
      Move WS-CFOP-DIGITADO  To RF-CFOP
      Move WS-CST-DIGITADO   To RF-CST
      Move WS-RED-DIGITADA   To RF-RED-BASE
      Move WS-ALIQ-DIGITADA  To RF-ALIQ
      Move WS-OBS-DIGITADA   To RF-OBS
      Move WS-SITU-DIGITADO  To RF-SITU
      Move Oper-Nome         To RF-OPER
      Move WS-DATA-SISTEMA   To RF-DTAL
      Move WS-HORA-SISTEMA   To RF-HRAL
      Rewrite REGFIS-REGI
         Invalid Key
            Move "Erro ao alterar regra." To WS-MENSAGEM
         Not Invalid Key
            Move "A" To WS-AU-OPERACAO
            Perform Monta-Imagem-Regra
               Thru Monta-Imagem-Regra-Exit
            Perform Grava-Auditoria Thru Grava-Auditoria-Exit
            Move "Regra alterada." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Regras.
 Altera-Regra-Exit.
   Exit.
*
 Limpa-Campos.
   Move "VE"   To WS-OPERACAO-DIGITADA
   Move "**"   To WS-UF-ORIG-DIGITADA WS-UF-DEST-DIGITADA
   Move "00"   To WS-CST-DIGITADO
   Move "A"    To WS-SITU-DIGITADO
   Move Zeros  To WS-PRODUTO-DIGITADO WS-RED-DIGITADA
                  WS-ALIQ-DIGITADA
   Move Spaces To WS-NCM-DIGITADO WS-CFOP-DIGITADO
                  WS-OBS-DIGITADA WS-MENSAGEM
   Display Tela-Regras.
 Limpa-Campos-Exit.
   Exit.
*
*  The key as CALCFIS looks it up: a product code wins over the
*  NCM, so a row carries one or the other, never both.
 Monta-Chave.
   Move WS-OPERACAO-DIGITADA To RF-OPERACAO
   Move WS-UF-ORIG-DIGITADA  To RF-UF-ORIG
   Move WS-UF-DEST-DIGITADA  To RF-UF-DEST
   Move WS-PRODUTO-DIGITADO  To RF-PRODUTO
   If WS-PRODUTO-DIGITADO > Zeros
      Move Spaces To WS-NCM-DIGITADO
   End-if
   Move WS-NCM-DIGITADO      To RF-NCM.
 Monta-Chave-Exit.
   Exit.
*
*  Checks in the order the operator reads the screen; the first
*  failure is the message.
 Valida-Regra.
   Evaluate True
      When Not Operacao-Valida
         Move "Operacao: VE, EX, NC ou ND." To WS-MENSAGEM
      When WS-UF-ORIG-DIGITADA = Spaces
         Or WS-UF-ORIG-DIGITADA = "*I" Or = "*E"
         Move "UF de origem: a sigla ou ** para qualquer."
              To WS-MENSAGEM
      When WS-UF-DEST-DIGITADA = Spaces
         Move "UF de destino: a sigla, *I, *E, EX ou **."
              To WS-MENSAGEM
      When WS-NCM-DIGITADO Not = Spaces
         And WS-NCM-DIGITADO Not Numeric
         Move "NCM deve ter 8 digitos." To WS-MENSAGEM
      When WS-CFOP-DIGITADO Not Numeric
         Move "CFOP deve ter 4 digitos." To WS-MENSAGEM
      When Not Cst-Valido
         Move "CST: 00, 20, 40, 41, 50, 51 ou 90." To WS-MENSAGEM
      When WS-RED-DIGITADA Not < 100
         Move "Reducao da base deve ficar abaixo de 100%."
              To WS-MENSAGEM
      When WS-CST-DIGITADO = "20" And WS-RED-DIGITADA = Zeros
         Move "CST 20 pede a reducao da base." To WS-MENSAGEM
      When WS-SITU-DIGITADO Not = "A" And Not = "I"
         Move "Situacao: A ou I." To WS-MENSAGEM
   End-Evaluate.
 Valida-Regra-Exit.
   Exit.
*
 Monta-Imagem-Regra.
   Move RF-PRODUTO  To WS-PRODUTO-ED
   Move RF-RED-BASE To WS-RED-ED
   Move RF-ALIQ     To WS-ALIQ-ED
   Move Spaces To WS-AU-DEPOIS
   String WS-PRODUTO-ED Delimited By Size
          " "           Delimited By Size
          RF-NCM        Delimited By Size
          " "           Delimited By Size
          RF-CFOP       Delimited By Size
          " "           Delimited By Size
          RF-CST        Delimited By Size
          " "           Delimited By Size
          WS-RED-ED     Delimited By Size
          " "           Delimited By Size
          WS-ALIQ-ED    Delimited By Size
          " "           Delimited By Size
          RF-SITU       Delimited By Size
          Into WS-AU-DEPOIS
   End-String
   Move Spaces To WS-AU-CHAVE
   String RF-OPERACAO   Delimited By Size
          " "           Delimited By Size
          RF-UF-ORIG    Delimited By Size
          ">"           Delimited By Size
          RF-UF-DEST    Delimited By Size
          Into WS-AU-CHAVE
   End-String.
 Monta-Imagem-Regra-Exit.
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
   Initialize AUDIT-REGI
   Move WS-DATA-SISTEMA   To AU-DATA
   Move WS-HORA-SISTEMA   To AU-HORA
   Move Oper-Nome         To AU-OPERADOR
   Move "REGFIS"          To AU-ARQUIVO
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
*  USUARIOS.DAT, be active, and hold the product master's
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
   If Valido-USUARIOS And Usuario-Ativo And Pode-951
      Move "S" To WS-PERMITIDO
   End-if
   Close USUARIOS.
 Verifica-Permissao-Exit.
   Exit.
