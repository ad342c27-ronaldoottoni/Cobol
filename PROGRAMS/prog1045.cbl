*MANUTENCAO DAS ALIQUOTAS DE PIS/COFINS POR PRODUTO (PISCOF.DAT)
 Identification Division.
 Program-Id. PROG1045.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\PISCOF.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\AUDIT.SL".
*
 Data Division.
 File Section.
$XFD FILE=PISCOF
   Copy "..\COPY\PISCOF.FD".
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
*  The PIS/COFINS rates CALCFIS applies to every registered
*  output document: one row per regime (C cumulativo, N nao
*  cumulativo - the branch's PISCOFINS-REGIME) and product, or
*  product zero for the regime's general rule. The CST says how
*  the product is treated - 01/02 taxed at the two rates, 06
*  aliquota zero, 07 isenta, 08 sem incidencia, 09 suspensao
*  (most grain sales fall in 06 or 09) - and the DARF codes are
*  what the apuracao (PROG1046) totals by. A row is never
*  removed; situacao I takes it out of the lookup.
*
*  Maintained under the product master's permission, like the
*  fiscal rule matrix (PROG1044); every change goes to the
*  branch's AUDIT.DAT.
*
 01  Stat-PISCOF          PIC X(002).
     88 Valido-PISCOF     Value "00" THRU "09".
     88 Duplicado-PISCOF  Value "22".
 01  PATHPISCOF           PIC X(060)
     VALUE "..\DADOS\PISCOF.DAT".
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
 01 WS-REGIME-DIGITADO   PIC X(001) VALUE "C".
    88 Regime-Valido       Value "C" "N".
 01 WS-PRODUTO-DIGITADO  PIC 9(006) VALUE ZEROS.
 01 WS-CST-DIGITADO      PIC X(002) VALUE "01".
    88 Cst-Valido          Value "01" "02" "06" "07" "08" "09".
    88 Cst-Tributado       Value "01" "02".
 01 WS-PIS-DIGITADA      PIC 9(002)V9999 VALUE ZEROS.
 01 WS-COFINS-DIGITADA   PIC 9(002)V9999 VALUE ZEROS.
 01 WS-COD-PIS-DIGITADO  PIC X(004) VALUE SPACES.
 01 WS-COD-COF-DIGITADO  PIC X(004) VALUE SPACES.
 01 WS-OBS-DIGITADA      PIC X(060) VALUE SPACES.
 01 WS-SITU-DIGITADO     PIC X(001) VALUE "A".
*
 01 WS-PRODUTO-ED        PIC 9(006).
 01 WS-PIS-ED            PIC Z9,9999.
 01 WS-COFINS-ED         PIC Z9,9999.
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(055) VALUE SPACES.
*
01 Handle-TELA1045            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Aliquotas Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  18,00, Size   70,00 CELLS,
      Lowered
   .
   03 Label "Regime (C/N)...........:", Line 2,00, Col 3,00.
   03 WS-REGIME-DIGITADO, Entry-Field,
      Line 2,00, Col 28,00, Size 02,00,
      Using WS-REGIME-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 40,00, Size 14 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 56,00, Size 12 Cells,
      Exception-Value = 0050.
   03 Label "(C cumulativo, N nao cumulativo)",
      Line 3,00, Col 28,00.
   03 Label "Produto................:", Line 4,00, Col 3,00.
   03 WS-PRODUTO-DIGITADO, Entry-Field,
      Line 4,00, Col 28,00, Size 08,00,
      Using WS-PRODUTO-DIGITADO.
   03 Label "(0 = qualquer)", Line 4,00, Col 38,00.
*
   03 Label "CST PIS/COFINS.........:", Line 6,00, Col 3,00.
   03 WS-CST-DIGITADO, Entry-Field,
      Line 6,00, Col 28,00, Size 03,00,
      Using WS-CST-DIGITADO.
   03 Label "(01 02 tributado, 06 07 08 09)", Line 6,00, Col 33,00.
   03 Label "Aliquota PIS %.........:", Line 7,00, Col 3,00.
   03 WS-PIS-DIGITADA, Entry-Field,
      Line 7,00, Col 28,00, Size 09,00,
      Using WS-PIS-DIGITADA.
   03 Label "Aliquota COFINS %......:", Line 8,00, Col 3,00.
   03 WS-COFINS-DIGITADA, Entry-Field,
      Line 8,00, Col 28,00, Size 09,00,
      Using WS-COFINS-DIGITADA.
   03 Label "Codigo DARF PIS........:", Line 9,00, Col 3,00.
   03 WS-COD-PIS-DIGITADO, Entry-Field,
      Line 9,00, Col 28,00, Size 06,00,
      Using WS-COD-PIS-DIGITADO.
   03 Label "Codigo DARF COFINS.....:", Line 10,00, Col 3,00.
   03 WS-COD-COF-DIGITADO, Entry-Field,
      Line 10,00, Col 28,00, Size 06,00,
      Using WS-COD-COF-DIGITADO.
   03 Label "Situacao (A/I).........:", Line 11,00, Col 3,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 11,00, Col 28,00, Size 01,00,
      Using WS-SITU-DIGITADO.
   03 Label "Base legal.............:", Line 12,00, Col 3,00.
   03 WS-OBS-DIGITADA, Entry-Field,
      Line 12,00, Col 28,00, Size 40,00,
      Using WS-OBS-DIGITADA.
*
   03 Label From WS-MENSAGEM, Line 14,00, Col 3,00, Size 60,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 16,00, Col 8,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 16,00, Col 25,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 16,00, Col 42,00, Size 15 Cells,
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
        "Operador sem permissao para as aliquotas PIS/COFINS -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Open I-O PISCOF
   If Not Valido-PISCOF
      Open Output PISCOF
      Close PISCOF
      Open I-O PISCOF
   End-if.
   If Not Valido-PISCOF
      Display Message Box "erro PISCOF" Stat-PISCOF
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Aliquotas de PIS/COFINS",
           Size 73, Lines 20, Background-Low
           Modeless,
           Handle Handle-TELA1045.
   Display Tela-Aliquotas.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Aliquotas On Exception Continue
   End-Perform.

   Close PISCOF.
   Close Window Handle-TELA1045.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Aliquota Thru Consulta-Aliquota-Exit
      When Incluir-Pressed
         Perform Inclui-Aliquota Thru Inclui-Aliquota-Exit
      When Alterar-Pressed
         Perform Altera-Aliquota Thru Altera-Aliquota-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Aliquota.
   Move Spaces To WS-MENSAGEM
   Move WS-REGIME-DIGITADO  To PC-REGIME
   Move WS-PRODUTO-DIGITADO To PC-PRODUTO
   Read PISCOF
      Invalid Key Continue
   End-Read
   If Valido-PISCOF
      Move PC-CST         To WS-CST-DIGITADO
      Move PC-ALIQ-PIS    To WS-PIS-DIGITADA
      Move PC-ALIQ-COFINS To WS-COFINS-DIGITADA
      Move PC-COD-PIS     To WS-COD-PIS-DIGITADO
      Move PC-COD-COFINS  To WS-COD-COF-DIGITADO
      Move PC-OBS         To WS-OBS-DIGITADA
      Move PC-SITU        To WS-SITU-DIGITADO
      Move "Aliquota encontrada." To WS-MENSAGEM
   Else
      Move "Aliquota nao cadastrada - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Aliquotas.
 Consulta-Aliquota-Exit.
   Exit.
*
 Inclui-Aliquota.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Aliquota Thru Valida-Aliquota-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Aliquotas
      Go To Inclui-Aliquota-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize PISCOF-REGI
   Move WS-REGIME-DIGITADO  To PC-REGIME
   Move WS-PRODUTO-DIGITADO To PC-PRODUTO
   Move WS-CST-DIGITADO     To PC-CST
   Move WS-PIS-DIGITADA     To PC-ALIQ-PIS
   Move WS-COFINS-DIGITADA  To PC-ALIQ-COFINS
   Move WS-COD-PIS-DIGITADO To PC-COD-PIS
   Move WS-COD-COF-DIGITADO To PC-COD-COFINS
   Move WS-OBS-DIGITADA     To PC-OBS
   Move WS-SITU-DIGITADO    To PC-SITU
   Move Oper-Nome           To PC-OPER
   Move WS-DATA-SISTEMA     To PC-DTIN PC-DTAL
   Move WS-HORA-SISTEMA     To PC-HRIN PC-HRAL
   Write PISCOF-REGI
      Invalid Key
         If Duplicado-PISCOF
            Move "Aliquota ja cadastrada - use Alterar."
                 To WS-MENSAGEM
         Else
            Move "Erro ao incluir aliquota." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "I"    To WS-AU-OPERACAO
         Move Spaces To WS-AU-ANTES
         Perform Monta-Imagem-Aliquota
            Thru Monta-Imagem-Aliquota-Exit
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Aliquota incluida." To WS-MENSAGEM
   End-Write
   Display Tela-Aliquotas.
 Inclui-Aliquota-Exit.
   Exit.
*
 Altera-Aliquota.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Aliquota Thru Valida-Aliquota-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Aliquotas
      Go To Altera-Aliquota-Exit
   End-if
   Move WS-REGIME-DIGITADO  To PC-REGIME
   Move WS-PRODUTO-DIGITADO To PC-PRODUTO
   Read PISCOF
      Invalid Key Continue
   End-Read
   If Not Valido-PISCOF
      Move "Aliquota nao cadastrada - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Monta-Imagem-Aliquota
         Thru Monta-Imagem-Aliquota-Exit
      Move WS-AU-DEPOIS        To WS-AU-ANTES
      Move WS-CST-DIGITADO     To PC-CST
      Move WS-PIS-DIGITADA     To PC-ALIQ-PIS
      Move WS-COFINS-DIGITADA  To PC-ALIQ-COFINS
      Move WS-COD-PIS-DIGITADO To PC-COD-PIS
      Move WS-COD-COF-DIGITADO To PC-COD-COFINS
      Move WS-OBS-DIGITADA     To PC-OBS
      Move WS-SITU-DIGITADO    To PC-SITU
      Move Oper-Nome           To PC-OPER
      Move WS-DATA-SISTEMA     To PC-DTAL
      Move WS-HORA-SISTEMA     To PC-HRAL
      Rewrite PISCOF-REGI
         Invalid Key
            Move "Erro ao alterar aliquota." To WS-MENSAGEM
         Not Invalid Key
            Move "A" To WS-AU-OPERACAO
            Perform Monta-Imagem-Aliquota
               Thru Monta-Imagem-Aliquota-Exit
            Perform Grava-Auditoria Thru Grava-Auditoria-Exit
            Move "Aliquota alterada." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Aliquotas.
 Altera-Aliquota-Exit.
   Exit.
*
 Limpa-Campos.
   Move "C"    To WS-REGIME-DIGITADO
   Move "01"   To WS-CST-DIGITADO
   Move "A"    To WS-SITU-DIGITADO
   Move Zeros  To WS-PRODUTO-DIGITADO WS-PIS-DIGITADA
                  WS-COFINS-DIGITADA
   Move Spaces To WS-COD-PIS-DIGITADO WS-COD-COF-DIGITADO
                  WS-OBS-DIGITADA WS-MENSAGEM
   Display Tela-Aliquotas.
 Limpa-Campos-Exit.
   Exit.
*
*  A taxed CST needs both rates; an untaxed one keeps them zero,
*  so the apuracao never sees a rate on a suspended sale. The
*  DARF codes are always asked - the apuracao lists the exempt
*  revenue under them too.
 Valida-Aliquota.
   Evaluate True
      When Not Regime-Valido
         Move "Regime: C ou N." To WS-MENSAGEM
      When Not Cst-Valido
         Move "CST: 01, 02, 06, 07, 08 ou 09." To WS-MENSAGEM
      When Cst-Tributado
         And (WS-PIS-DIGITADA = Zeros Or WS-COFINS-DIGITADA = Zeros)
         Move "CST tributado pede as duas aliquotas."
              To WS-MENSAGEM
      When Not Cst-Tributado
         And (WS-PIS-DIGITADA Not = Zeros
              Or WS-COFINS-DIGITADA Not = Zeros)
         Move "CST sem tributacao - aliquotas devem ser zero."
              To WS-MENSAGEM
      When WS-COD-PIS-DIGITADO Not Numeric
         Or WS-COD-COF-DIGITADO Not Numeric
         Move "Codigos DARF: 4 digitos cada." To WS-MENSAGEM
      When WS-SITU-DIGITADO Not = "A" And Not = "I"
         Move "Situacao: A ou I." To WS-MENSAGEM
   End-Evaluate.
 Valida-Aliquota-Exit.
   Exit.
*
 Monta-Imagem-Aliquota.
   Move PC-ALIQ-PIS    To WS-PIS-ED
   Move PC-ALIQ-COFINS To WS-COFINS-ED
   Move Spaces To WS-AU-DEPOIS
   String PC-CST         Delimited By Size
          " "            Delimited By Size
          WS-PIS-ED      Delimited By Size
          " "            Delimited By Size
          WS-COFINS-ED   Delimited By Size
          " "            Delimited By Size
          PC-COD-PIS     Delimited By Size
          " "            Delimited By Size
          PC-COD-COFINS  Delimited By Size
          " "            Delimited By Size
          PC-SITU        Delimited By Size
          Into WS-AU-DEPOIS
   End-String
   Move PC-PRODUTO To WS-PRODUTO-ED
   Move Spaces To WS-AU-CHAVE
   String PC-REGIME      Delimited By Size
          " "            Delimited By Size
          WS-PRODUTO-ED  Delimited By Size
          Into WS-AU-CHAVE
   End-String.
 Monta-Imagem-Aliquota-Exit.
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
   Move "PISCOF"          To AU-ARQUIVO
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
