*MANUTENCAO DA TABELA DE PISO MINIMO DE FRETE ANTT (ANTTPISO.DAT)
 Identification Division.
 Program-Id. PROG1051.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ANTTPISO.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\AUDIT.SL".
*
 Data Division.
 File Section.
$XFD FILE=ANTTPISO
   Copy "..\COPY\ANTTPISO.FD".
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
*  The ANTT minimum freight floor as the resolution publishes it:
*  per cargo type and axle count, a deslocamento coefficient in
*  R$ per km and a carga e descarga charge in R$. CALCFRET floors
*  a trip at km x CCD + CC with the row in force on the freight
*  date, so a new resolution is keyed as NEW rows with its own
*  vigencia - the old ones stay and still judge the freight
*  priced under them. Vigencia zero on Consultar shows the row
*  in force today; on Incluir it means today.
*
*  One table for the company (central DADOS), maintained under the
*  carrier master's permission; every change goes to the branch's
*  AUDIT.DAT.
*
 01  Stat-ANTTPISO        PIC X(002).
     88 Valido-ANTTPISO   Value "00" THRU "09".
     88 Duplicado-ANTTPISO Value "22".
 01  PATHANTTPISO         PIC X(060)
     VALUE "..\DADOS\ANTTPISO.DAT".
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
 01 WS-TIPO-DIGITADO      PIC X(002) VALUE "01".
    88 Tipo-Carga-Valido    Value "01" "02" "03" "04" "05" "06"
                                  "07" "08" "09" "10" "11" "12".
 01 WS-EIXOS-DIGITADO     PIC 9(002) VALUE ZEROS.
    88 Eixos-Valido         Value 2 3 4 5 6 7 9.
 01 WS-VIGENCIA-DIGITADA  PIC 9(008) VALUE ZEROS.
 01 WS-VIGENCIA-ALFA REDEFINES WS-VIGENCIA-DIGITADA PIC X(008).
 01 WS-CCD-DIGITADO       PIC 9(003)V9999 VALUE ZEROS.
 01 WS-CC-DIGITADO        PIC 9(005)V99 VALUE ZEROS.
 01 WS-OBS-DIGITADA       PIC X(060) VALUE SPACES.
*
 01 WS-TIPO-BUSCA         PIC X(002).
 01 WS-EIXOS-BUSCA        PIC 9(002).
 01 WS-ACHOU              PIC X(001).
    88 Piso-Achado          Value "S".
 01 WS-CCD-ED             PIC ZZ9,9999.
 01 WS-CC-ED              PIC ZZZZ9,99.
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(055) VALUE SPACES.
*
01 Handle-TELA1051            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Piso Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  16,00, Size   72,00 CELLS,
      Lowered
   .
   03 Label "Tipo de carga ANTT.:", Line 2,00, Col 3,00.
   03 WS-TIPO-DIGITADO, Entry-Field,
      Line 2,00, Col 25,00, Size 03,00,
      Using WS-TIPO-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 42,00, Size 14 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 58,00, Size 12 Cells,
      Exception-Value = 0050.
   03 Label "(01 granel solido, 02 granel liquido, 03 frigorificada,",
      Line 3,00, Col 5,00.
   03 Label " 04 conteiner, 05 geral, 06 neogranel, 07-11 perigosa)",
      Line 4,00, Col 5,00.
   03 Label "Eixos..............:", Line 5,00, Col 3,00.
   03 WS-EIXOS-DIGITADO, Entry-Field,
      Line 5,00, Col 25,00, Size 03,00,
      Using WS-EIXOS-DIGITADO.
   03 Label "(2 3 4 5 6 7 9)", Line 5,00, Col 30,00.
   03 Label "Vigencia (AAAAMMDD):", Line 6,00, Col 3,00.
   03 WS-VIGENCIA-DIGITADA, Entry-Field,
      Line 6,00, Col 25,00, Size 10,00,
      Using WS-VIGENCIA-DIGITADA.
   03 Label "(vazio = hoje)", Line 6,00, Col 37,00.
*
   03 Label "Deslocamento R$/km.:", Line 8,00, Col 3,00.
   03 WS-CCD-DIGITADO, Entry-Field,
      Line 8,00, Col 25,00, Size 10,00,
      Using WS-CCD-DIGITADO.
   03 Label "Carga/descarga R$..:", Line 9,00, Col 3,00.
   03 WS-CC-DIGITADO, Entry-Field,
      Line 9,00, Col 25,00, Size 10,00,
      Using WS-CC-DIGITADO.
   03 Label "Resolucao/obs:", Line 10,00, Col 3,00.
   03 WS-OBS-DIGITADA, Entry-Field,
      Line 11,00, Col 3,00, Size 62,00,
      Using WS-OBS-DIGITADA.
*
   03 Label From WS-MENSAGEM, Line 12,50, Col 3,00, Size 60,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 14,00, Col 8,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 14,00, Col 25,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 14,00, Col 42,00, Size 15 Cells,
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
        "Operador sem permissao para o piso de frete ANTT -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Open I-O ANTTPISO
   If Not Valido-ANTTPISO
      Open Output ANTTPISO
      Close ANTTPISO
      Open I-O ANTTPISO
   End-if.
   If Not Valido-ANTTPISO
      Display Message Box "erro ANTTPISO" Stat-ANTTPISO
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Piso Minimo de Frete ANTT",
           Size 75, Lines 18, Background-Low
           Modeless,
           Handle Handle-TELA1051.
   Display Tela-Piso.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Piso On Exception Continue
   End-Perform.

   Close ANTTPISO.
   Close Window Handle-TELA1051.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Piso Thru Consulta-Piso-Exit
      When Incluir-Pressed
         Perform Inclui-Piso Thru Inclui-Piso-Exit
      When Alterar-Pressed
         Perform Altera-Piso Thru Altera-Piso-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
*  The exact row when a vigencia is typed; otherwise the one in
*  force today - the same dated walk CALCFRET makes.
 Consulta-Piso.
   Move Spaces To WS-MENSAGEM
   If WS-VIGENCIA-DIGITADA = Zeros
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Perform Busca-Piso-Vigente Thru Busca-Piso-Vigente-Exit
      If Piso-Achado
         Move "Piso em vigor hoje." To WS-MENSAGEM
      Else
         Move "Nenhum piso em vigor para tipo/eixos." To WS-MENSAGEM
      End-if
      Display Tela-Piso
      Go To Consulta-Piso-Exit
   End-if
   Move WS-TIPO-DIGITADO     To AN-TIPO-CARGA
   Move WS-EIXOS-DIGITADO    To AN-EIXOS
   Move WS-VIGENCIA-ALFA     To AN-VIGENCIA
   Read ANTTPISO
      Invalid Key Continue
   End-Read
   If Valido-ANTTPISO
      Perform Mostra-Piso Thru Mostra-Piso-Exit
      Move "Piso encontrado." To WS-MENSAGEM
   Else
      Move "Piso nao cadastrado - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Piso.
 Consulta-Piso-Exit.
   Exit.
*
 Busca-Piso-Vigente.
   Move "N" To WS-ACHOU
   Move WS-TIPO-DIGITADO  To WS-TIPO-BUSCA AN-TIPO-CARGA
   Move WS-EIXOS-DIGITADO To WS-EIXOS-BUSCA AN-EIXOS
   Move Low-Values        To AN-VIGENCIA
   Start ANTTPISO Key Is Not Less AN-CHAVE
      Invalid Key
         Go To Busca-Piso-Vigente-Exit
   End-Start
   Perform Le-Proximo-Piso Thru Le-Proximo-Piso-Exit
   Perform Until Not Valido-ANTTPISO
             Or AN-TIPO-CARGA Not = WS-TIPO-BUSCA
             Or AN-EIXOS Not = WS-EIXOS-BUSCA
             Or AN-VIGENCIA > WS-DATA-SISTEMA
      Move "S" To WS-ACHOU
      Perform Mostra-Piso Thru Mostra-Piso-Exit
      Perform Le-Proximo-Piso Thru Le-Proximo-Piso-Exit
   End-Perform.
 Busca-Piso-Vigente-Exit.
   Exit.
*
 Le-Proximo-Piso.
   Read ANTTPISO Next Record
      At End Move "10" To Stat-ANTTPISO
   End-Read.
 Le-Proximo-Piso-Exit.
   Exit.
*
 Mostra-Piso.
   Move AN-VIGENCIA To WS-VIGENCIA-ALFA
   Move AN-CCD      To WS-CCD-DIGITADO
   Move AN-CC       To WS-CC-DIGITADO
   Move AN-OBS      To WS-OBS-DIGITADA.
 Mostra-Piso-Exit.
   Exit.
*
 Inclui-Piso.
   Move Spaces To WS-MENSAGEM
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   If WS-VIGENCIA-DIGITADA = Zeros
      Move WS-DATA-SISTEMA To WS-VIGENCIA-DIGITADA
   End-if
   Perform Valida-Piso Thru Valida-Piso-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Piso
      Go To Inclui-Piso-Exit
   End-if
   Initialize ANTTPISO-REGI
   Move WS-TIPO-DIGITADO   To AN-TIPO-CARGA
   Move WS-EIXOS-DIGITADO  To AN-EIXOS
   Move WS-VIGENCIA-ALFA   To AN-VIGENCIA
   Move WS-CCD-DIGITADO    To AN-CCD
   Move WS-CC-DIGITADO     To AN-CC
   Move WS-OBS-DIGITADA    To AN-OBS
   Move Oper-Nome          To AN-OPER
   Move WS-DATA-SISTEMA    To AN-DTIN AN-DTAL
   Move WS-HORA-SISTEMA    To AN-HRIN AN-HRAL
   Write ANTTPISO-REGI
      Invalid Key
         If Duplicado-ANTTPISO
            Move "Piso ja cadastrado nesta vigencia - use Alterar."
                 To WS-MENSAGEM
         Else
            Move "Erro ao incluir piso." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "I"    To WS-AU-OPERACAO
         Move Spaces To WS-AU-ANTES
         Perform Monta-Imagem-Piso Thru Monta-Imagem-Piso-Exit
         Perform Grava-Auditoria Thru Grava-Auditoria-Exit
         Move "Piso incluido." To WS-MENSAGEM
   End-Write
   Display Tela-Piso.
 Inclui-Piso-Exit.
   Exit.
*
 Altera-Piso.
   Move Spaces To WS-MENSAGEM
   If WS-VIGENCIA-DIGITADA = Zeros
      Move "Informe a vigencia da linha a alterar." To WS-MENSAGEM
      Display Tela-Piso
      Go To Altera-Piso-Exit
   End-if
   Perform Valida-Piso Thru Valida-Piso-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Piso
      Go To Altera-Piso-Exit
   End-if
   Move WS-TIPO-DIGITADO   To AN-TIPO-CARGA
   Move WS-EIXOS-DIGITADO  To AN-EIXOS
   Move WS-VIGENCIA-ALFA   To AN-VIGENCIA
   Read ANTTPISO
      Invalid Key Continue
   End-Read
   If Not Valido-ANTTPISO
      Move "Piso nao cadastrado - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Monta-Imagem-Piso Thru Monta-Imagem-Piso-Exit
      Move WS-AU-DEPOIS      To WS-AU-ANTES
      Move WS-CCD-DIGITADO   To AN-CCD
      Move WS-CC-DIGITADO    To AN-CC
      Move WS-OBS-DIGITADA   To AN-OBS
      Move Oper-Nome         To AN-OPER
      Move WS-DATA-SISTEMA   To AN-DTAL
      Move WS-HORA-SISTEMA   To AN-HRAL
      Rewrite ANTTPISO-REGI
         Invalid Key
            Move "Erro ao alterar piso." To WS-MENSAGEM
         Not Invalid Key
            Move "A" To WS-AU-OPERACAO
            Perform Monta-Imagem-Piso
               Thru Monta-Imagem-Piso-Exit
            Perform Grava-Auditoria Thru Grava-Auditoria-Exit
            Move "Piso alterado." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Piso.
 Altera-Piso-Exit.
   Exit.
*
 Limpa-Campos.
   Move "01"   To WS-TIPO-DIGITADO
   Move Zeros  To WS-EIXOS-DIGITADO WS-VIGENCIA-DIGITADA
                  WS-CCD-DIGITADO WS-CC-DIGITADO
   Move Spaces To WS-OBS-DIGITADA WS-MENSAGEM
   Display Tela-Piso.
 Limpa-Campos-Exit.
   Exit.
*
 Valida-Piso.
   Evaluate True
      When Not Tipo-Carga-Valido
         Move "Tipo de carga: 01 a 12." To WS-MENSAGEM
      When Not Eixos-Valido
         Move "Eixos: 2, 3, 4, 5, 6, 7 ou 9." To WS-MENSAGEM
      When WS-VIGENCIA-ALFA(5:2) < "01"
         Or WS-VIGENCIA-ALFA(5:2) > "12"
         Or WS-VIGENCIA-ALFA(7:2) < "01"
         Or WS-VIGENCIA-ALFA(7:2) > "31"
         Move "Vigencia invalida (AAAAMMDD)." To WS-MENSAGEM
      When WS-CCD-DIGITADO = Zeros
         Move "Informe o coeficiente de deslocamento (R$/km)."
              To WS-MENSAGEM
   End-Evaluate.
 Valida-Piso-Exit.
   Exit.
*
 Monta-Imagem-Piso.
   Move AN-CCD To WS-CCD-ED
   Move AN-CC  To WS-CC-ED
   Move Spaces To WS-AU-DEPOIS
   String "CCD "        Delimited By Size
          WS-CCD-ED     Delimited By Size
          " CC "        Delimited By Size
          WS-CC-ED      Delimited By Size
          " "           Delimited By Size
          AN-OBS(1:16)  Delimited By Size
          Into WS-AU-DEPOIS
   End-String
   Move Spaces To WS-AU-CHAVE
   String AN-TIPO-CARGA Delimited By Size
          AN-EIXOS      Delimited By Size
          AN-VIGENCIA(1:6) Delimited By Size
          Into WS-AU-CHAVE
   End-String.
 Monta-Imagem-Piso-Exit.
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
   Move "ANTTPISO"        To AU-ARQUIVO
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
