*MANUTENCAO DO CADASTRO DE ROTAS - ORIGEM/DESTINO/KM (ROTAS.DAT)
 Identification Division.
 Program-Id. PROG1050.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ROTAS.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\AUDIT.SL".
*
 Data Division.
 File Section.
$XFD FILE=ROTAS
   Copy "..\COPY\ROTAS.FD".
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
*  The route master: a short code per route, its origin and
*  destination city/UF and the road distance. The carrier master
*  and its tariff rows (PROG950) and the quotation screen take the
*  route from here, and CALCFRET measures the ANTT minimum freight
*  floor on RT-KM - so "IBICOARA-SALVADOR" and "IBIC/SSA" can no
*  longer be two routes with no length. A route is never removed:
*  situacao I refuses it to new tariffs and keeps the old ones
*  measurable.
*
*  One master for the company (central DADOS, like REGFIS.DAT),
*  maintained under the carrier master's permission; every change
*  goes to the branch's AUDIT.DAT.
*
 01  Stat-ROTAS           PIC X(002).
     88 Valido-ROTAS      Value "00" THRU "09".
     88 Duplicado-ROTAS   Value "22".
 01  PATHROTAS            PIC X(060)
     VALUE "..\DADOS\ROTAS.DAT".
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
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-CODIGO-DIGITADO    PIC X(010) VALUE SPACES.
 01 WS-ORIG-CID-DIGITADA  PIC X(030) VALUE SPACES.
 01 WS-ORIG-UF-DIGITADA   PIC X(002) VALUE SPACES.
 01 WS-DEST-CID-DIGITADA  PIC X(030) VALUE SPACES.
 01 WS-DEST-UF-DIGITADA   PIC X(002) VALUE SPACES.
 01 WS-KM-DIGITADO        PIC 9(005)V9 VALUE ZEROS.
 01 WS-SITU-DIGITADO      PIC X(001) VALUE "A".
*
 01 WS-KM-ED              PIC ZZZZ9,9.
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(055) VALUE SPACES.
*
01 Handle-TELA1050            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Rotas Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  14,00, Size   66,00 CELLS,
      Lowered
   .
   03 Label "Codigo da rota.:", Line 2,00, Col 3,00.
   03 WS-CODIGO-DIGITADO, Entry-Field,
      Line 2,00, Col 21,00, Size 12,00,
      Using WS-CODIGO-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 36,00, Size 14 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 52,00, Size 12 Cells,
      Exception-Value = 0050.
*
   03 Label "Origem.........:", Line 4,00, Col 3,00.
   03 WS-ORIG-CID-DIGITADA, Entry-Field,
      Line 4,00, Col 21,00, Size 32,00,
      Using WS-ORIG-CID-DIGITADA.
   03 Label "UF:", Line 4,00, Col 55,00.
   03 WS-ORIG-UF-DIGITADA, Entry-Field,
      Line 4,00, Col 59,00, Size 03,00,
      Using WS-ORIG-UF-DIGITADA.
   03 Label "Destino........:", Line 5,00, Col 3,00.
   03 WS-DEST-CID-DIGITADA, Entry-Field,
      Line 5,00, Col 21,00, Size 32,00,
      Using WS-DEST-CID-DIGITADA.
   03 Label "UF:", Line 5,00, Col 55,00.
   03 WS-DEST-UF-DIGITADA, Entry-Field,
      Line 5,00, Col 59,00, Size 03,00,
      Using WS-DEST-UF-DIGITADA.
   03 Label "Distancia (km).:", Line 6,00, Col 3,00.
   03 WS-KM-DIGITADO, Entry-Field,
      Line 6,00, Col 21,00, Size 09,00,
      Using WS-KM-DIGITADO.
   03 Label "Situacao (A/I).:", Line 7,00, Col 3,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 7,00, Col 21,00, Size 01,00,
      Using WS-SITU-DIGITADO.
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
        "Operador sem permissao para o cadastro de rotas -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Open I-O ROTAS
   If Not Valido-ROTAS
      Open Output ROTAS
      Close ROTAS
      Open I-O ROTAS
   End-if.
   If Not Valido-ROTAS
      Display Message Box "erro ROTAS" Stat-ROTAS
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Cadastro de Rotas",
           Size 69, Lines 16, Background-Low
           Modeless,
           Handle Handle-TELA1050.
   Display Tela-Rotas.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Rotas On Exception Continue
   End-Perform.

   Close ROTAS.
   Close Window Handle-TELA1050.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Rota Thru Consulta-Rota-Exit
      When Incluir-Pressed
         Perform Inclui-Rota Thru Inclui-Rota-Exit
      When Alterar-Pressed
         Perform Altera-Rota Thru Altera-Rota-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Rota.
   Move Spaces To WS-MENSAGEM
   Move WS-CODIGO-DIGITADO To RT-CODIGO
   Read ROTAS
      Invalid Key Continue
   End-Read
   If Valido-ROTAS
      Move RT-ORIG-CIDADE To WS-ORIG-CID-DIGITADA
      Move RT-ORIG-UF     To WS-ORIG-UF-DIGITADA
      Move RT-DEST-CIDADE To WS-DEST-CID-DIGITADA
      Move RT-DEST-UF     To WS-DEST-UF-DIGITADA
      Move RT-KM          To WS-KM-DIGITADO
      Move RT-SITU        To WS-SITU-DIGITADO
      Move "Rota encontrada." To WS-MENSAGEM
   Else
      Move "Rota nao cadastrada - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Rotas.
 Consulta-Rota-Exit.
   Exit.
*
 Inclui-Rota.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Rota Thru Valida-Rota-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Rotas
      Go To Inclui-Rota-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize ROTAS-REGI
   Move WS-CODIGO-DIGITADO   To RT-CODIGO
   Move WS-ORIG-CID-DIGITADA To RT-ORIG-CIDADE
   Move WS-ORIG-UF-DIGITADA  To RT-ORIG-UF
   Move WS-DEST-CID-DIGITADA To RT-DEST-CIDADE
   Move WS-DEST-UF-DIGITADA  To RT-DEST-UF
   Move WS-KM-DIGITADO       To RT-KM
   Move WS-SITU-DIGITADO     To RT-SITU
   Move Oper-Nome            To RT-OPER
   Move WS-DATA-SISTEMA      To RT-DTIN RT-DTAL
   Move WS-HORA-SISTEMA      To RT-HRIN RT-HRAL
   Write ROTAS-REGI
      Invalid Key
         If Duplicado-ROTAS
            Move "Rota ja cadastrada - use Alterar." To WS-MENSAGEM
         Else
            Move "Erro ao incluir rota." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "I"    To WS-AU-OPERACAO
         Move Spaces To WS-AU-ANTES
         Perform Monta-Imagem-Rota Thru Monta-Imagem-Rota-Exit
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Rota incluida." To WS-MENSAGEM
   End-Write
   Display Tela-Rotas.
 Inclui-Rota-Exit.
   Exit.
*
 Altera-Rota.
   Move Spaces To WS-MENSAGEM
   Perform Valida-Rota Thru Valida-Rota-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Rotas
      Go To Altera-Rota-Exit
   End-if
   Move WS-CODIGO-DIGITADO To RT-CODIGO
   Read ROTAS
      Invalid Key Continue
   End-Read
   If Not Valido-ROTAS
      Move "Rota nao cadastrada - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Monta-Imagem-Rota Thru Monta-Imagem-Rota-Exit
      Move WS-AU-DEPOIS         To WS-AU-ANTES
      Move WS-ORIG-CID-DIGITADA To RT-ORIG-CIDADE
      Move WS-ORIG-UF-DIGITADA  To RT-ORIG-UF
      Move WS-DEST-CID-DIGITADA To RT-DEST-CIDADE
      Move WS-DEST-UF-DIGITADA  To RT-DEST-UF
      Move WS-KM-DIGITADO       To RT-KM
      Move WS-SITU-DIGITADO     To RT-SITU
      Move Oper-Nome            To RT-OPER
      Move WS-DATA-SISTEMA      To RT-DTAL
      Move WS-HORA-SISTEMA      To RT-HRAL
      Rewrite ROTAS-REGI
         Invalid Key
            Move "Erro ao alterar rota." To WS-MENSAGEM
         Not Invalid Key
            Move "A" To WS-AU-OPERACAO
            Perform Monta-Imagem-Rota
               Thru Monta-Imagem-Rota-Exit
            Perform Grava-Auditoria Thru Grava-Auditoria-Exit
            Move "Rota alterada." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Rotas.
 Altera-Rota-Exit.
   Exit.
*
 Limpa-Campos.
   Move Spaces To WS-CODIGO-DIGITADO WS-ORIG-CID-DIGITADA
                  WS-ORIG-UF-DIGITADA WS-DEST-CID-DIGITADA
                  WS-DEST-UF-DIGITADA WS-MENSAGEM
   Move Zeros  To WS-KM-DIGITADO
   Move "A"    To WS-SITU-DIGITADO
   Display Tela-Rotas.
 Limpa-Campos-Exit.
   Exit.
*
*  Checks in the order the operator reads the screen; the first
*  failure is the message. The code is left-justified - it is what
*  TR-ROTA/TF-ROTA carry and what every key compare sees.
 Valida-Rota.
   Evaluate True
      When WS-CODIGO-DIGITADO = Spaces
         Or WS-CODIGO-DIGITADO(1:1) = Space
         Move "Codigo da rota: sem brancos a esquerda." To WS-MENSAGEM
      When WS-ORIG-CID-DIGITADA = Spaces
         Or WS-ORIG-UF-DIGITADA Not Alphabetic
         Or WS-ORIG-UF-DIGITADA = Spaces
         Move "Origem: cidade e UF." To WS-MENSAGEM
      When WS-DEST-CID-DIGITADA = Spaces
         Or WS-DEST-UF-DIGITADA Not Alphabetic
         Or WS-DEST-UF-DIGITADA = Spaces
         Move "Destino: cidade e UF." To WS-MENSAGEM
      When WS-KM-DIGITADO = Zeros
         Move "Informe a distancia em km - o piso ANTT depende dela."
              To WS-MENSAGEM
      When WS-SITU-DIGITADO Not = "A" And Not = "I"
         Move "Situacao: A ou I." To WS-MENSAGEM
   End-Evaluate.
 Valida-Rota-Exit.
   Exit.
*
 Monta-Imagem-Rota.
   Move RT-KM To WS-KM-ED
   Move Spaces To WS-AU-DEPOIS
   String RT-ORIG-CIDADE(1:12) Delimited By Size
          "/"                  Delimited By Size
          RT-ORIG-UF           Delimited By Size
          ">"                  Delimited By Size
          RT-DEST-CIDADE(1:12) Delimited By Size
          "/"                  Delimited By Size
          RT-DEST-UF           Delimited By Size
          " "                  Delimited By Size
          WS-KM-ED             Delimited By Size
          " "                  Delimited By Size
          RT-SITU              Delimited By Size
          Into WS-AU-DEPOIS
   End-String.
 Monta-Imagem-Rota-Exit.
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
   Move "ROTAS"           To AU-ARQUIVO
   Move WS-AU-OPERACAO    To AU-OPERACAO
   Move WS-CODIGO-DIGITADO To AU-CHAVE
   Move WS-AU-ANTES       To AU-ANTES
   Move WS-AU-DEPOIS      To AU-DEPOIS
   Write AUDIT-REGI
   Close AUDIT.
 Grava-Auditoria-Exit.
   Exit.
*
*  The operator signed on through the menu must exist in
*  USUARIOS.DAT, be active, and hold the carrier master's
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
   If Valido-USUARIOS And Usuario-Ativo And Pode-950
      Move "S" To WS-PERMITIDO
   End-if
   Close USUARIOS.
 Verifica-Permissao-Exit.
   Exit.
