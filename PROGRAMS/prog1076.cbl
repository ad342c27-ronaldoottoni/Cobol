*MANUTENCAO DAS PROPOSTAS DE TARIFA DE FRETE (TARPROP.DAT)
 Identification Division.
 Program-Id. PROG1076.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\TARPROP.SL".
   Copy "..\COPY\TRANSP.SL".
*
 Data Division.
 File Section.
$XFD FILE=TARPROP
   Copy "..\COPY\TARPROP.FD".
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
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
*  A carrier's new rates typed as they were proposed, one row per
*  route under a proposal number, with the same fields PROG950
*  puts in TABFRET.DAT - but kept in TARPROP.DAT, where only the
*  simulation (PROG1077, through CALCFRET) looks. The situation
*  records how the negotiation ended; an accepted proposal is put
*  in force on PROG950, with its audit, as any rate change.
*
 01  Stat-TARPROP        PIC X(002).
     88 Valido-TARPROP   Value "00" THRU "09".
     88 Duplicado-TARPROP Value "22".
 01  PATHTARPROP         PIC X(060).
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
 01  PATHTRANSP          PIC X(060).
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
 01 WS-PROPOSTA-DIGITADA  PIC 9(006) VALUE ZEROS.
 01 WS-ROTA-DIGITADO      PIC X(010) VALUE SPACES.
 01 WS-TRAN-DIGITADA      PIC 9(004) VALUE ZEROS.
 01 WS-TRAN-ED            PIC X(040) VALUE SPACES.
 01 WS-VIGENCIA-DIGITADA  PIC 9(008) VALUE ZEROS.
 01 WS-VIGENCIA-ALFA REDEFINES WS-VIGENCIA-DIGITADA PIC X(008).
 01 WS-VALOR-KG-DIGITADO  PIC 9(007)V9999 VALUE ZEROS.
 01 WS-ALIQ-ICMS-DIGITADO PIC 9(003)V99 VALUE ZEROS.
 01 WS-FORMULA-DIGITADA   PIC X(100) VALUE SPACES.
 01 WS-MINIMO-DIGITADO    PIC 9(007)V99 VALUE ZEROS.
 01 WS-DESCRICAO-DIGITADA PIC X(040) VALUE SPACES.
 01 WS-SITU-DIGITADA      PIC X(001) VALUE "P".
    88 Situacao-Valida    Value "P" "A" "R".
*
 01 WS-DATA-SISTEMA    PIC 9(008).
*
 01 WS-MENSAGEM        PIC X(050) VALUE SPACES.
*
01 Handle-TELA1076            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Proposta Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  19,00, Size   65,00 CELLS,
      Lowered
   .
   03 Label "Proposta:", Line 2,00, Col 3,00.
   03 WS-PROPOSTA-DIGITADA, Entry-Field,
      Line 2,00, Col 14,00, Size 08,00,
      Using WS-PROPOSTA-DIGITADA.
   03 Label "Rota:", Line 2,00, Col 24,00.
   03 WS-ROTA-DIGITADO, Entry-Field,
      Line 2,00, Col 30,00, Size 12,00,
      Using WS-ROTA-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 44,00, Size 10 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 55,00, Size 10 Cells,
      Exception-Value = 0060.
*
   03 Label "Transportadora:", Line 4,00, Col 3,00.
   03 WS-TRAN-DIGITADA, Entry-Field,
      Line 4,00, Col 22,00, Size 06,00,
      Using WS-TRAN-DIGITADA.
   03 Label From WS-TRAN-ED, Line 4,00, Col 30,00, Size 34,00.
   03 Label "Descricao.....:", Line 5,00, Col 3,00.
   03 WS-DESCRICAO-DIGITADA, Entry-Field,
      Line 5,00, Col 22,00, Size 40,00,
      Using WS-DESCRICAO-DIGITADA.
   03 Label "Valor por Kg..:", Line 7,00, Col 3,00.
   03 WS-VALOR-KG-DIGITADO, Entry-Field,
      Line 7,00, Col 22,00, Size 12,00,
      Using WS-VALOR-KG-DIGITADO.
   03 Label "Aliquota ICMS.:", Line 8,00, Col 3,00.
   03 WS-ALIQ-ICMS-DIGITADO, Entry-Field,
      Line 8,00, Col 22,00, Size 06,00,
      Using WS-ALIQ-ICMS-DIGITADO.
   03 Label "Vigencia proposta (AAAAMMDD):",
      Line 9,00, Col 3,00.
   03 WS-VIGENCIA-DIGITADA, Entry-Field,
      Line 9,00, Col 33,00, Size 10,00,
      Using WS-VIGENCIA-DIGITADA.
   03 Label "Formula (&&PESO/&&ALIQ - vazio = valor x kg):",
      Line 10,00, Col 3,00.
   03 WS-FORMULA-DIGITADA, Entry-Field,
      Line 11,00, Col 3,00, Size 58,00,
      Using WS-FORMULA-DIGITADA.
   03 Label "Frete minimo..:", Line 12,00, Col 3,00.
   03 WS-MINIMO-DIGITADO, Entry-Field,
      Line 12,00, Col 22,00, Size 11,00,
      Using WS-MINIMO-DIGITADO.
   03 Label "Situacao (P=em analise A=aceita R=recusada):",
      Line 13,00, Col 3,00.
   03 WS-SITU-DIGITADA, Entry-Field,
      Line 13,00, Col 49,00, Size 02,00,
      Using WS-SITU-DIGITADA.
*
   03 Label From WS-MENSAGEM, Line 15,00, Col 3,00, Size 60,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 17,00, Col 3,00, Size 14 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 17,00, Col 18,00, Size 14 Cells,
      Exception-Value = 0040.
   03 PB-Excluir, Push-Button, "&Excluir",
      Line 17,00, Col 33,00, Size 14 Cells,
      Exception-Value = 0050.
   03 PB-Sair, Push-Button, "&Sair",
      Line 17,00, Col 48,00, Size 14 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathTRANSP.
   String Lk-Unidade          Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Not Valido-TRANSP
      Display Message Box "erro TRANSP" Stat-TRANSP
      Exit Program
   End-if.

   Move Spaces to PathTARPROP.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TARPROP.DAT" Delimited By Size
          Into PathTARPROP
   End-String.
   Open I-O TARPROP
   If Not Valido-TARPROP
      Open Output TARPROP
      Close TARPROP
      Open I-O TARPROP
   End-if.
   If Not Valido-TARPROP
      Display Message Box "erro TARPROP" Stat-TARPROP
      Close TRANSP
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Propostas de Tarifa de Frete",
           Size 67, Lines 21, Background-Low
           Modeless,
           Handle Handle-TELA1076.
   Display Tela-Proposta.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Proposta On Exception Continue
   End-Perform.

   Close TARPROP.
   Close TRANSP.
   Close Window Handle-TELA1076.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Proposta Thru Consulta-Proposta-Exit
      When Incluir-Pressed
         Perform Inclui-Proposta Thru Inclui-Proposta-Exit
      When Alterar-Pressed
         Perform Altera-Proposta Thru Altera-Proposta-Exit
      When Excluir-Pressed
         Perform Exclui-Proposta Thru Exclui-Proposta-Exit
      When Limpar-Pressed
         Move Zeros  To WS-PROPOSTA-DIGITADA WS-TRAN-DIGITADA
                        WS-VIGENCIA-DIGITADA WS-VALOR-KG-DIGITADO
                        WS-ALIQ-ICMS-DIGITADO WS-MINIMO-DIGITADO
         Move Spaces To WS-ROTA-DIGITADO WS-TRAN-ED
                        WS-FORMULA-DIGITADA WS-DESCRICAO-DIGITADA
                        WS-MENSAGEM
         Move "P"    To WS-SITU-DIGITADA
         Display Tela-Proposta
   End-Evaluate.
*
 Consulta-Proposta.
   Move Spaces To WS-MENSAGEM WS-TRAN-ED
   Move WS-PROPOSTA-DIGITADA To TP-PROPOSTA
   Move WS-ROTA-DIGITADO     To TP-ROTA
   Read TARPROP
      Invalid Key Continue
   End-Read
   If Not Valido-TARPROP
      Move "Proposta/rota nao cadastrada - use Incluir."
           To WS-MENSAGEM
      Display Tela-Proposta
      Go To Consulta-Proposta-Exit
   End-if
   Move TP-TRAN         To WS-TRAN-DIGITADA
   Move TP-VIGENCIA     To WS-VIGENCIA-ALFA
   If WS-VIGENCIA-ALFA Not Numeric
      Move Zeros To WS-VIGENCIA-DIGITADA
   End-if
   Move TP-VALOR-KG     To WS-VALOR-KG-DIGITADO
   Move TP-ALIQ-ICMS    To WS-ALIQ-ICMS-DIGITADO
   Move TP-FORMULA      To WS-FORMULA-DIGITADA
   Move TP-FRETE-MINIMO To WS-MINIMO-DIGITADO
   Move TP-DESCRICAO    To WS-DESCRICAO-DIGITADA
   Move TP-SITU         To WS-SITU-DIGITADA
   Perform Mostra-Transp Thru Mostra-Transp-Exit
   Move "Proposta encontrada." To WS-MENSAGEM
   Display Tela-Proposta.
 Consulta-Proposta-Exit.
   Exit.
*
 Mostra-Transp.
   Move Spaces To WS-TRAN-ED
   Move WS-TRAN-DIGITADA To TR-CODIGO
   Read TRANSP
      Invalid Key Continue
   End-Read
   If Valido-TRANSP
      Move TR-NOME To WS-TRAN-ED
   End-if.
 Mostra-Transp-Exit.
   Exit.
*
*  One carrier per proposal: every route of a proposal number
*  must carry the transportadora of its first route, so the
*  simulation can price the whole proposal as that carrier's.
 Valida-Proposta.
   Move Spaces To WS-MENSAGEM
   If WS-PROPOSTA-DIGITADA = Zeros Or WS-ROTA-DIGITADO = Spaces
      Move "Informe proposta e rota." To WS-MENSAGEM
      Go To Valida-Proposta-Exit
   End-if
   Perform Mostra-Transp Thru Mostra-Transp-Exit
   If Not Valido-TRANSP
      Move "Transportadora nao cadastrada (PROG950)."
           To WS-MENSAGEM
      Go To Valida-Proposta-Exit
   End-if
   If Not Situacao-Valida
      Move "Situacao deve ser P, A ou R." To WS-MENSAGEM
      Go To Valida-Proposta-Exit
   End-if
   If WS-VALOR-KG-DIGITADO = Zeros And WS-FORMULA-DIGITADA = Spaces
      Move "Informe o valor por kg ou a formula." To WS-MENSAGEM
      Go To Valida-Proposta-Exit
   End-if
   Move WS-PROPOSTA-DIGITADA To TP-PROPOSTA
   Move Low-Values           To TP-ROTA
   Start TARPROP Key Is Not Less TP-CHAVE
      Invalid Key
         Go To Valida-Proposta-Exit
   End-Start
   Read TARPROP Next Record
      At End
         Go To Valida-Proposta-Exit
   End-Read
   If TP-PROPOSTA = WS-PROPOSTA-DIGITADA
      And TP-ROTA Not = WS-ROTA-DIGITADO
      And TP-TRAN Not = WS-TRAN-DIGITADA
      Move "Proposta ja e de outra transportadora." To WS-MENSAGEM
   End-if.
 Valida-Proposta-Exit.
   Exit.
*
 Monta-Proposta.
   Move WS-PROPOSTA-DIGITADA  To TP-PROPOSTA
   Move WS-ROTA-DIGITADO      To TP-ROTA
   Move WS-TRAN-DIGITADA      To TP-TRAN
   Move WS-VIGENCIA-ALFA      To TP-VIGENCIA
   Move WS-VALOR-KG-DIGITADO  To TP-VALOR-KG
   Move WS-ALIQ-ICMS-DIGITADO To TP-ALIQ-ICMS
   Move WS-FORMULA-DIGITADA   To TP-FORMULA
   Move WS-MINIMO-DIGITADO    To TP-FRETE-MINIMO
   Move WS-DESCRICAO-DIGITADA To TP-DESCRICAO
   Move WS-SITU-DIGITADA      To TP-SITU
   Move Oper-Nome             To TP-OPERADOR
   Move WS-DATA-SISTEMA       To TP-DTAL.
 Monta-Proposta-Exit.
   Exit.
*
 Inclui-Proposta.
   Perform Valida-Proposta Thru Valida-Proposta-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Proposta
      Go To Inclui-Proposta-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Initialize TARPROP-REGI
   Perform Monta-Proposta Thru Monta-Proposta-Exit
   Move WS-DATA-SISTEMA To TP-DTIN
   Write TARPROP-REGI
      Invalid Key
         If Duplicado-TARPROP
            Move "Rota ja na proposta - use Alterar." To WS-MENSAGEM
         Else
            Move "Erro ao incluir proposta." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "Proposta incluida." To WS-MENSAGEM
   End-Write
   Display Tela-Proposta.
 Inclui-Proposta-Exit.
   Exit.
*
 Altera-Proposta.
   Perform Valida-Proposta Thru Valida-Proposta-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Proposta
      Go To Altera-Proposta-Exit
   End-if
   Move WS-PROPOSTA-DIGITADA To TP-PROPOSTA
   Move WS-ROTA-DIGITADO     To TP-ROTA
   Read TARPROP
      Invalid Key Continue
   End-Read
   If Not Valido-TARPROP
      Move "Proposta/rota nao cadastrada - use Incluir."
           To WS-MENSAGEM
      Display Tela-Proposta
      Go To Altera-Proposta-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Perform Monta-Proposta Thru Monta-Proposta-Exit
   Rewrite TARPROP-REGI
      Invalid Key
         Move "Erro ao alterar proposta." To WS-MENSAGEM
      Not Invalid Key
         Move "Proposta alterada." To WS-MENSAGEM
   End-Rewrite
   Display Tela-Proposta.
 Altera-Proposta-Exit.
   Exit.
*
 Exclui-Proposta.
   Move Spaces To WS-MENSAGEM
   Move WS-PROPOSTA-DIGITADA To TP-PROPOSTA
   Move WS-ROTA-DIGITADO     To TP-ROTA
   Delete TARPROP Record
      Invalid Key
         Move "Proposta/rota nao cadastrada." To WS-MENSAGEM
      Not Invalid Key
         Move "Rota excluida da proposta." To WS-MENSAGEM
   End-Delete
   Display Tela-Proposta.
 Exclui-Proposta-Exit.
   Exit.
