*REGRAS DE SEGREGACAO DE FUNCOES (SODREGRA.DAT) - CONTROLLER
 Identification Division.
 Program-Id. PROG1079.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\SODREGRA.SL".
   Copy "..\COPY\AUDIT.SL".
*
 Data Division.
 File Section.
$XFD FILE=SODREGRA
   Copy "..\COPY\SODREGRA.FD".
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
*  The conflict rules PROG1080 checks every month: two activities
*  (SODATIV.CPY) one operator must not perform on the same order.
*  Anyone may look them up here; only the controller - the
*  operator code in the SOD-CONTROLLER parameter - may include,
*  change or remove one, and every change leaves an AUDIT.DAT
*  line. Without the parameter the rules are read-only for all.
*  A rule is switched off with situacao I rather than removed, so
*  an old report can still be read against it.
*
 01  Stat-SODREGRA       PIC X(002).
     88 Valido-SODREGRA  Value "00" THRU "09".
     88 Duplicado-SODREGRA Value "22".
 01  PATHSODREGRA        PIC X(060)
     VALUE "..\DADOS\SODREGRA.DAT".
 01  Stat-AUDIT          PIC X(002).
     88 Valido-AUDIT     Value "00" THRU "09".
 01  PATHAUDIT           PIC X(060).
*
 Copy "..\COPY\SODATIV.CPY".
 Copy "..\copy\usuario.cpy".
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-PERMITIDO        PIC X(001) VALUE "N".
     88 Operador-Controller Value "S".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Excluir-Pressed      Value 0050.
    88 Limpar-Pressed       Value 0060.
*
 01 WS-CODIGO-DIGITADO    PIC 9(003) VALUE ZEROS.
 01 WS-DESCRICAO-DIGITADA PIC X(050) VALUE SPACES.
 01 WS-ATIV-A-DIGITADA    PIC X(002) VALUE SPACES.
 01 WS-ATIV-B-DIGITADA    PIC X(002) VALUE SPACES.
 01 WS-ATIV-A-ED          PIC X(030) VALUE SPACES.
 01 WS-ATIV-B-ED          PIC X(030) VALUE SPACES.
 01 WS-SITU-DIGITADA      PIC X(001) VALUE "A".
    88 Situacao-Valida    Value "A" "I".
 01 WS-ALTERADO-ED        PIC X(050) VALUE SPACES.
*
 01 WS-AT-IDX             PIC 9(002) COMP-X.
 01 WS-AT-BUSCA           PIC X(002).
 01 WS-AT-DESCRICAO       PIC X(030).
 01 WS-AT-ACHADA          PIC X(001).
    88 Atividade-Valida   Value "S".
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
 01 WS-AU-OPERACAO     PIC X(001).
 01 WS-AU-ANTES        PIC X(040).
 01 WS-AU-DEPOIS       PIC X(040).
*
 01 WS-MENSAGEM        PIC X(060) VALUE SPACES.
*
01 Handle-TELA1079            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Regra Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  25,00, Size   70,00 CELLS,
      Lowered
   .
   03 Label "Regra:", Line 2,00, Col 3,00.
   03 WS-CODIGO-DIGITADO, Entry-Field,
      Line 2,00, Col 14,00, Size 05,00,
      Using WS-CODIGO-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 44,00, Size 10 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 55,00, Size 10 Cells,
      Exception-Value = 0060.
*
   03 Label "Descricao.....:", Line 4,00, Col 3,00.
   03 WS-DESCRICAO-DIGITADA, Entry-Field,
      Line 4,00, Col 20,00, Size 48,00,
      Using WS-DESCRICAO-DIGITADA.
   03 Label "Atividade 1...:", Line 6,00, Col 3,00.
   03 WS-ATIV-A-DIGITADA, Entry-Field,
      Line 6,00, Col 20,00, Size 04,00,
      Using WS-ATIV-A-DIGITADA.
   03 Label From WS-ATIV-A-ED, Line 6,00, Col 26,00, Size 32,00.
   03 Label "Atividade 2...:", Line 7,00, Col 3,00.
   03 WS-ATIV-B-DIGITADA, Entry-Field,
      Line 7,00, Col 20,00, Size 04,00,
      Using WS-ATIV-B-DIGITADA.
   03 Label From WS-ATIV-B-ED, Line 7,00, Col 26,00, Size 32,00.
   03 Label "Situacao (A=ativa I=inativa):",
      Line 8,00, Col 3,00.
   03 WS-SITU-DIGITADA, Entry-Field,
      Line 8,00, Col 34,00, Size 02,00,
      Using WS-SITU-DIGITADA.
   03 Label From WS-ALTERADO-ED, Line 9,00, Col 3,00, Size 60,00.
*
   03 Label "Atividades:", Line 11,00, Col 3,00.
   03 Label "IN - incluiu o pedido (PROG953)",
      Line 12,00, Col 5,00.
   03 Label "AL - alterou o pedido",
      Line 13,00, Col 5,00.
   03 Label "RP - reajustou o preco do pedido (PROG1071)",
      Line 14,00, Col 5,00.
   03 Label "LC - liberou o credito do pedido (PROG972)",
      Line 15,00, Col 5,00.
   03 Label "AP - aprovou alteracao retida (PROG1072)",
      Line 16,00, Col 5,00.
   03 Label "BT - baixou titulo do pedido (PROG959)",
      Line 17,00, Col 5,00.
   03 Label "PF - pagou o frete do pedido (PROG922)",
      Line 18,00, Col 5,00.
   03 Label "AD - lancou adiantamento do cliente (PROG918)",
      Line 19,00, Col 5,00.
*
   03 Label From WS-MENSAGEM, Line 21,00, Col 3,00, Size 64,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 23,00, Col 3,00, Size 14 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 23,00, Col 18,00, Size 14 Cells,
      Exception-Value = 0040.
   03 PB-Excluir, Push-Button, "&Excluir",
      Line 23,00, Col 33,00, Size 14 Cells,
      Exception-Value = 0050.
   03 PB-Sair, Push-Button, "&Sair",
      Line 23,00, Col 48,00, Size 14 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Perform Verifica-Controller Thru Verifica-Controller-Exit

   Open I-O SODREGRA
   If Not Valido-SODREGRA
      Open Output SODREGRA
      Close SODREGRA
      Open I-O SODREGRA
   End-if.
   If Not Valido-SODREGRA
      Display Message Box "erro SODREGRA" Stat-SODREGRA
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Regras de Segregacao de Funcoes",
           Size 72, Lines 27, Background-Low
           Modeless,
           Handle Handle-TELA1079.
   If Not Operador-Controller
      Move "Somente consulta - alteracao e do controller."
           To WS-MENSAGEM
   End-if
   Display Tela-Regra.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Regra On Exception Continue
   End-Perform.

   Close SODREGRA.
   Close Window Handle-TELA1079.
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
         Move Zeros  To WS-CODIGO-DIGITADO
         Move Spaces To WS-DESCRICAO-DIGITADA WS-ATIV-A-DIGITADA
                        WS-ATIV-B-DIGITADA WS-ATIV-A-ED
                        WS-ATIV-B-ED WS-ALTERADO-ED WS-MENSAGEM
         Move "A"    To WS-SITU-DIGITADA
         Display Tela-Regra
   End-Evaluate.
*
*  The controller is named by operator code, so a change of
*  controller is a parameter change, not a new permission byte
*  on every operator.
 Verifica-Controller.
   Move "N" To WS-PERMITIDO
   If Operador-Nao-Assinado
      Go To Verifica-Controller-Exit
   End-if
   Move "SOD-CONTROLLER" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:8) = Oper-Codigo
      Move "S" To WS-PERMITIDO
   End-if.
 Verifica-Controller-Exit.
   Exit.
*
 Consulta-Regra.
   Move Spaces To WS-MENSAGEM WS-ALTERADO-ED
   Move WS-CODIGO-DIGITADO To SR-CODIGO
   Read SODREGRA
      Invalid Key Continue
   End-Read
   If Not Valido-SODREGRA
      Move "Regra nao cadastrada." To WS-MENSAGEM
      Display Tela-Regra
      Go To Consulta-Regra-Exit
   End-if
   Move SR-DESCRICAO To WS-DESCRICAO-DIGITADA
   Move SR-ATIV-A    To WS-ATIV-A-DIGITADA
   Move SR-ATIV-B    To WS-ATIV-B-DIGITADA
   Move SR-SITU      To WS-SITU-DIGITADA
   Perform Mostra-Atividades Thru Mostra-Atividades-Exit
   String "Ultima alteracao " SR-DTAL(7:2) "/" SR-DTAL(5:2) "/"
          SR-DTAL(1:4) " por " SR-OPERADOR
          Delimited By Size Into WS-ALTERADO-ED
   End-String
   Move "Regra encontrada." To WS-MENSAGEM
   Display Tela-Regra.
 Consulta-Regra-Exit.
   Exit.
*
 Mostra-Atividades.
   Move WS-ATIV-A-DIGITADA To WS-AT-BUSCA
   Perform Busca-Atividade Thru Busca-Atividade-Exit
   Move WS-AT-DESCRICAO To WS-ATIV-A-ED
   Move WS-ATIV-B-DIGITADA To WS-AT-BUSCA
   Perform Busca-Atividade Thru Busca-Atividade-Exit
   Move WS-AT-DESCRICAO To WS-ATIV-B-ED.
 Mostra-Atividades-Exit.
   Exit.
*
 Busca-Atividade.
   Move "N"    To WS-AT-ACHADA
   Move Spaces To WS-AT-DESCRICAO
   Perform Varying WS-AT-IDX From 1 By 1
             Until WS-AT-IDX > sod-qtd-atividades
                Or Atividade-Valida
      If SOD-AT-CODIGO(WS-AT-IDX) = WS-AT-BUSCA
         Move "S" To WS-AT-ACHADA
         Move SOD-AT-DESCRICAO(WS-AT-IDX) To WS-AT-DESCRICAO
      End-if
   End-Perform
   If Not Atividade-Valida
      Move "** atividade desconhecida **" To WS-AT-DESCRICAO
   End-if.
 Busca-Atividade-Exit.
   Exit.
*
 Valida-Regra.
   Move Spaces To WS-MENSAGEM
   If Not Operador-Controller
      Move "Somente o controller altera as regras (SOD-CONTROLLER)."
           To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If WS-CODIGO-DIGITADO = Zeros Or WS-DESCRICAO-DIGITADA = Spaces
      Move "Informe numero e descricao da regra." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   Perform Mostra-Atividades Thru Mostra-Atividades-Exit
   Move WS-ATIV-A-DIGITADA To WS-AT-BUSCA
   Perform Busca-Atividade Thru Busca-Atividade-Exit
   If Not Atividade-Valida
      Move "Atividade 1 invalida - veja a lista abaixo."
           To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   Move WS-ATIV-B-DIGITADA To WS-AT-BUSCA
   Perform Busca-Atividade Thru Busca-Atividade-Exit
   If Not Atividade-Valida
      Move "Atividade 2 invalida - veja a lista abaixo."
           To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If WS-ATIV-A-DIGITADA = WS-ATIV-B-DIGITADA
      Move "As duas atividades devem ser diferentes." To WS-MENSAGEM
      Go To Valida-Regra-Exit
   End-if
   If Not Situacao-Valida
      Move "Situacao deve ser A ou I." To WS-MENSAGEM
   End-if.
 Valida-Regra-Exit.
   Exit.
*
 Monta-Regra.
   Move WS-CODIGO-DIGITADO    To SR-CODIGO
   Move WS-DESCRICAO-DIGITADA To SR-DESCRICAO
   Move WS-ATIV-A-DIGITADA    To SR-ATIV-A
   Move WS-ATIV-B-DIGITADA    To SR-ATIV-B
   Move WS-SITU-DIGITADA      To SR-SITU
   Move Oper-Nome             To SR-OPERADOR
   Move WS-DATA-SISTEMA       To SR-DTAL.
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
   Initialize SODREGRA-REGI
   Perform Monta-Regra Thru Monta-Regra-Exit
   Move WS-DATA-SISTEMA To SR-DTIN
   Write SODREGRA-REGI
      Invalid Key
         If Duplicado-SODREGRA
            Move "Regra ja cadastrada - use Alterar." To WS-MENSAGEM
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
   Move WS-CODIGO-DIGITADO To SR-CODIGO
   Read SODREGRA
      Invalid Key Continue
   End-Read
   If Not Valido-SODREGRA
      Move "Regra nao cadastrada - use Incluir." To WS-MENSAGEM
      Display Tela-Regra
      Go To Altera-Regra-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Perform Monta-Imagem Thru Monta-Imagem-Exit
   Move WS-AU-DEPOIS To WS-AU-ANTES
   Perform Monta-Regra Thru Monta-Regra-Exit
   Rewrite SODREGRA-REGI
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
   If Not Operador-Controller
      Move "Somente o controller altera as regras (SOD-CONTROLLER)."
           To WS-MENSAGEM
      Display Tela-Regra
      Go To Exclui-Regra-Exit
   End-if
   Move WS-CODIGO-DIGITADO To SR-CODIGO
   Read SODREGRA
      Invalid Key Continue
   End-Read
   If Not Valido-SODREGRA
      Move "Regra nao cadastrada." To WS-MENSAGEM
      Display Tela-Regra
      Go To Exclui-Regra-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Perform Monta-Imagem Thru Monta-Imagem-Exit
   Move WS-AU-DEPOIS To WS-AU-ANTES
   Delete SODREGRA Record
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
*  The rule as AUDIT.DAT keeps it: the two activities, the
*  situacao and the start of the description.
 Monta-Imagem.
   Move Spaces To WS-AU-DEPOIS
   String SR-ATIV-A " x " SR-ATIV-B " " SR-SITU " " SR-DESCRICAO
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
   Move "SODREGRA"         To AU-ARQUIVO
   Move WS-AU-OPERACAO     To AU-OPERACAO
   Move WS-CODIGO-DIGITADO To AU-CHAVE
   Move WS-AU-ANTES        To AU-ANTES
   Move WS-AU-DEPOIS       To AU-DEPOIS
   Write AUDIT-REGI
   Close AUDIT.
 Grava-Auditoria-Exit.
   Exit.
