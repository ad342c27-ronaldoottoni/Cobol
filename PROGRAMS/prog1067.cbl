*REGISTRO DE VISITAS E LIGACOES DO VENDEDOR (CONTATO.DAT)
 Identification Division.
 Program-Id. PROG1067.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CONTATO.SL".
   Copy "..\COPY\VENDEDOR.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\COTACAO.SL".
   Copy "..\COPY\MOTPERDA.SL".
*
 Data Division.
 File Section.
$XFD FILE=CONTATO
   Copy "..\COPY\CONTATO.FD".
$XFD FILE=VENDEDOR
   Copy "..\COPY\VENDEDOR.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=COTACAO
   Copy "..\COPY\COTACAO.FD".
$XFD FILE=MOTPERDA
   Copy "..\COPY\MOTPERDA.FD".
*
 Working-Storage Section.
*
 Copy "..\COPY\Fonts.Def".
 Copy "..\COPY\acugui.Def".
 Copy "..\COPY\crtvars.Def".
 Copy "..\COPY\WinHelp.Def".
 Copy "..\COPY\Winprint.Def".
 Copy "..\COPY\acucobol.Def".
 Copy "..\copy\usuario.cpy".
*
*  The seller's notebook, on file. Each visit (V) or call (L) is
*  recorded against a client and, when it is about a quotation,
*  against the COTACAO.DAT number - which must be that client's.
*  Every entry carries its outcome and, unless it closes the
*  matter (G - order won, P - lost, S - no interest), the date of
*  the next action, which puts it on the seller's daily agenda
*  (PROG1068). A lost quotation needs the reason from
*  MOTPERDA.DAT (PROG1066). Recording a new contact closes the
*  pending follow-ups of the same client and quotation, so the
*  agenda only ever shows the latest promise. Entries are never
*  altered: a correction is a new contact. Numbered as the laudo
*  is in PROG1059 - the last number on file plus one.
*
 01  Stat-CONTATO         PIC X(002).
     88 Valido-CONTATO    Value "00" THRU "09".
     88 Fim-CONTATO       Value "10".
     88 Duplicado-CONTATO Value "22".
 01  PATHCONTATO          PIC X(060).
 01  Stat-VENDEDOR        PIC X(002).
     88 Valido-VENDEDOR   Value "00" THRU "09".
 01  PATHVENDEDOR         PIC X(060).
 01  Stat-CLIENTE         PIC X(002).
     88 Valido-CLIENTE    Value "00" THRU "09".
 01  PATHCLIENTE          PIC X(060).
 01  Stat-COTACAO         PIC X(002).
     88 Valido-COTACAO    Value "00" THRU "09".
 01  PATHCOTACAO          PIC X(060).
 01  Stat-MOTPERDA        PIC X(002).
     88 Valido-MOTPERDA   Value "00" THRU "09".
 01  PATHMOTPERDA         PIC X(060).
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-NUMERO-DIGITADO  PIC 9(006) VALUE ZEROS.
 01 WS-VEND-DIGITADO    PIC 9(004) VALUE ZEROS.
 01 WS-CLIE-DIGITADO    PIC 9(004) VALUE ZEROS.
 01 WS-COTACAO-DIGITADA PIC 9(006) VALUE ZEROS.
 01 WS-DATA-DIGITADA    PIC 9(008) VALUE ZEROS.
 01 WS-DATA-DIG-R REDEFINES WS-DATA-DIGITADA.
    03 WS-DATA-DIG-ANO  PIC 9(004).
    03 WS-DATA-DIG-MES  PIC 9(002).
    03 WS-DATA-DIG-DIA  PIC 9(002).
 01 WS-PROXIMA-DIGITADA PIC 9(008) VALUE ZEROS.
 01 WS-PROX-DIG-R REDEFINES WS-PROXIMA-DIGITADA.
    03 WS-PROX-DIG-ANO  PIC 9(004).
    03 WS-PROX-DIG-MES  PIC 9(002).
    03 WS-PROX-DIG-DIA  PIC 9(002).
 01 WS-TIPO-DIGITADO    PIC X(001) VALUE SPACES.
    88 Tipo-Valido      Value "V" "L".
 01 WS-RESULT-DIGITADO  PIC X(001) VALUE SPACES.
    88 Result-Valido    Value "I" "G" "P" "S" "R".
    88 Result-Perdido   Value "P".
    88 Result-Encerra   Value "G" "P" "S".
 01 WS-MOTIVO-DIGITADO  PIC 9(002) VALUE ZEROS.
 01 WS-NOTA-DIGITADA    PIC X(060) VALUE SPACES.
*
 01 WS-VEND-ED          PIC X(040) VALUE SPACES.
 01 WS-CLIE-ED          PIC X(040) VALUE SPACES.
 01 WS-MOTIVO-ED        PIC X(040) VALUE SPACES.
 01 WS-GRAVADO-ED       PIC X(060) VALUE SPACES.
 01 WS-NUMERO-ED        PIC ZZZZZ9.
 01 WS-FECHADOS-ED      PIC ZZZ9.
*
 01 WS-PROX-CONTATO     PIC S9(006) COMP-5.
 01 WS-FECHADOS         PIC S9(004) COMP-5.
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(060) VALUE SPACES.
*
01 Handle-TELA1067            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Contato Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  21,00, Size   74,00 CELLS,
      Lowered
   .
   03 Label "Contato nr:", Line 2,00, Col 3,00.
   03 WS-NUMERO-DIGITADO, Entry-Field,
      Line 2,00, Col 16,00, Size 08,00,
      Using WS-NUMERO-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 28,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 48,00, Size 12 Cells,
      Exception-Value = 0050.
*
   03 Label "Vendedor.......:", Line 4,00, Col 3,00.
   03 WS-VEND-DIGITADO, Entry-Field,
      Line 4,00, Col 21,00, Size 06,00,
      Using WS-VEND-DIGITADO.
   03 Label From WS-VEND-ED, Line 4,00, Col 29,00, Size 42,00.
   03 Label "Cliente........:", Line 5,00, Col 3,00.
   03 WS-CLIE-DIGITADO, Entry-Field,
      Line 5,00, Col 21,00, Size 06,00,
      Using WS-CLIE-DIGITADO.
   03 Label From WS-CLIE-ED, Line 5,00, Col 29,00, Size 42,00.
   03 Label "Cotacao (0=nenhuma):", Line 6,00, Col 3,00.
   03 WS-COTACAO-DIGITADA, Entry-Field,
      Line 6,00, Col 25,00, Size 08,00,
      Using WS-COTACAO-DIGITADA.
   03 Label "Data (AAAAMMDD, 0=hoje):", Line 7,00, Col 3,00.
   03 WS-DATA-DIGITADA, Entry-Field,
      Line 7,00, Col 29,00, Size 10,00,
      Using WS-DATA-DIGITADA.
   03 Label "Tipo (V-visita L-ligacao):", Line 8,00, Col 3,00.
   03 WS-TIPO-DIGITADO, Entry-Field,
      Line 8,00, Col 31,00, Size 03,00,
      Using WS-TIPO-DIGITADO.
   03 Label "Resultado:", Line 10,00, Col 3,00.
   03 WS-RESULT-DIGITADO, Entry-Field,
      Line 10,00, Col 15,00, Size 03,00,
      Using WS-RESULT-DIGITADO.
   03 Label "I-interesse G-pedido ganho P-perdido S-sem interesse",
      Line 10,00, Col 20,00.
   03 Label "R-retornar", Line 11,00, Col 20,00.
   03 Label "Motivo da perda:", Line 12,00, Col 3,00.
   03 WS-MOTIVO-DIGITADO, Entry-Field,
      Line 12,00, Col 21,00, Size 04,00,
      Using WS-MOTIVO-DIGITADO.
   03 Label From WS-MOTIVO-ED, Line 12,00, Col 29,00, Size 42,00.
   03 Label "Proxima acao (AAAAMMDD):", Line 13,00, Col 3,00.
   03 WS-PROXIMA-DIGITADA, Entry-Field,
      Line 13,00, Col 29,00, Size 10,00,
      Using WS-PROXIMA-DIGITADA.
   03 Label "Anotacao:", Line 14,00, Col 3,00.
   03 WS-NOTA-DIGITADA, Entry-Field,
      Line 14,00, Col 14,00, Size 58,00,
      Using WS-NOTA-DIGITADA.
*
   03 Label From WS-GRAVADO-ED, Line 16,00, Col 3,00, Size 68,00.
   03 Label From WS-MENSAGEM, Line 17,00, Col 3,00, Size 68,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 19,00, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Sair, Push-Button, "&Sair",
      Line 19,00, Col 22,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathCONTATO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CONTATO.DAT" Delimited By Size
          Into PathCONTATO
   End-String.
   Open I-O CONTATO
   If Not Valido-CONTATO
      Open Output CONTATO
      Close CONTATO
      Open I-O CONTATO
   End-if.
   If Not Valido-CONTATO
      Display Message Box "erro CONTATO" Stat-CONTATO
      Exit Program
   End-if.

   Move Spaces to PathVENDEDOR.
   String Lk-Unidade            Delimited By Size
          "\DADOS\VENDEDOR.DAT" Delimited By Size
          Into PathVENDEDOR
   End-String.
   Open Input VENDEDOR
   If Not Valido-VENDEDOR
      Display Message Box "erro VENDEDOR" Stat-VENDEDOR
      Close CONTATO
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
      Close CONTATO
      Close VENDEDOR
      Exit Program
   End-if.

*  No quotation or reason file yet only means those checks have
*  nothing to find; contacts without them are still recorded.
   Move Spaces to PathCOTACAO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\COTACAO.DAT" Delimited By Size
          Into PathCOTACAO
   End-String.
   Open Input COTACAO

   Move Spaces to PathMOTPERDA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\MOTPERDA.DAT" Delimited By Size
          Into PathMOTPERDA
   End-String.
   Open Input MOTPERDA

   Display Standard Graphical Window,
           Title "Visitas e Ligacoes do Vendedor",
           Size 76, Lines 23, Background-Low
           Modeless,
           Handle Handle-TELA1067.
   Display Tela-Contato.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Contato On Exception Continue
   End-Perform.

   Close CONTATO.
   Close VENDEDOR.
   Close CLIENTE.
   Close COTACAO.
   Close MOTPERDA.
   Close Window Handle-TELA1067.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Contato Thru Consulta-Contato-Exit
      When Incluir-Pressed
         Perform Inclui-Contato Thru Inclui-Contato-Exit
      When Limpar-Pressed
         Move Zeros  To WS-NUMERO-DIGITADO WS-VEND-DIGITADO
                        WS-CLIE-DIGITADO WS-COTACAO-DIGITADA
                        WS-DATA-DIGITADA WS-PROXIMA-DIGITADA
                        WS-MOTIVO-DIGITADO
         Move Spaces To WS-TIPO-DIGITADO WS-RESULT-DIGITADO
                        WS-NOTA-DIGITADA WS-VEND-ED WS-CLIE-ED
                        WS-MOTIVO-ED WS-GRAVADO-ED WS-MENSAGEM
         Display Tela-Contato
   End-Evaluate.
*
 Consulta-Contato.
   Move Spaces To WS-MENSAGEM WS-GRAVADO-ED
   Move WS-NUMERO-DIGITADO To CO-NUMERO
   Read CONTATO
      Invalid Key Continue
   End-Read
   If Not Valido-CONTATO
      Move "Contato nao cadastrado." To WS-MENSAGEM
      Display Tela-Contato
      Go To Consulta-Contato-Exit
   End-if
   Move CO-VEND      To WS-VEND-DIGITADO
   Move CO-CLIE      To WS-CLIE-DIGITADO
   Move CO-COTACAO   To WS-COTACAO-DIGITADA
   Move CO-DATA      To WS-DATA-DIGITADA
   Move CO-TIPO      To WS-TIPO-DIGITADO
   Move CO-RESULTADO To WS-RESULT-DIGITADO
   Move CO-MOTIVO    To WS-MOTIVO-DIGITADO
   Move CO-NOTA      To WS-NOTA-DIGITADA
   If CO-PROXIMA Numeric
      Move CO-PROXIMA To WS-PROXIMA-DIGITADA
   Else
      Move Zeros To WS-PROXIMA-DIGITADA
   End-if
   Perform Busca-Nomes Thru Busca-Nomes-Exit
   String "Gravado em " CO-DTIN(7:2) "/" CO-DTIN(5:2) "/"
          CO-DTIN(1:4) " por " CO-OPER
          Delimited By Size Into WS-GRAVADO-ED
   End-String
   If Contato-Pendente
      Move "Contato encontrado - acompanhamento pendente."
        To WS-MENSAGEM
   Else
      Move "Contato encontrado - concluido." To WS-MENSAGEM
   End-if
   Display Tela-Contato.
 Consulta-Contato-Exit.
   Exit.
*
*  Seller, client and reason descriptions beside the codes.
 Busca-Nomes.
   Move Spaces To WS-VEND-ED WS-CLIE-ED WS-MOTIVO-ED
   Move WS-VEND-DIGITADO To VD-CODIGO
   Read VENDEDOR
      Invalid Key Move "Vendedor nao cadastrado" To WS-VEND-ED
      Not Invalid Key Move VD-NOME To WS-VEND-ED
   End-Read
   Move WS-CLIE-DIGITADO To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move "Cliente nao cadastrado" To WS-CLIE-ED
      Not Invalid Key Move CLI-NOME To WS-CLIE-ED
   End-Read
   If WS-MOTIVO-DIGITADO > Zeros
      Move WS-MOTIVO-DIGITADO To MP-CODIGO
      Read MOTPERDA
         Invalid Key Move "Motivo nao cadastrado" To WS-MOTIVO-ED
         Not Invalid Key Move MP-DESCRICAO To WS-MOTIVO-ED
      End-Read
   End-if.
 Busca-Nomes-Exit.
   Exit.
*
 Inclui-Contato.
   Move Spaces To WS-MENSAGEM WS-GRAVADO-ED
   If Operador-Nao-Assinado
      Move "Operador nao identificado - nada gravado." To WS-MENSAGEM
      Display Tela-Contato
      Go To Inclui-Contato-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Perform Busca-Nomes Thru Busca-Nomes-Exit

   Move WS-VEND-DIGITADO To VD-CODIGO
   Read VENDEDOR
      Invalid Key Continue
   End-Read
   If Not Valido-VENDEDOR Or Vendedor-Inativo
      Move "Vendedor nao cadastrado ou inativo." To WS-MENSAGEM
      Display Tela-Contato
      Go To Inclui-Contato-Exit
   End-if
   Move WS-CLIE-DIGITADO To CLI-CODIGO
   Read CLIENTE
      Invalid Key Continue
   End-Read
   If Not Valido-CLIENTE
      Move "Cliente nao cadastrado." To WS-MENSAGEM
      Display Tela-Contato
      Go To Inclui-Contato-Exit
   End-if
   If WS-COTACAO-DIGITADA > Zeros
      Move WS-COTACAO-DIGITADA To CT-NUMERO
      Read COTACAO
         Invalid Key Continue
      End-Read
      If Not Valido-COTACAO
         Move "Cotacao nao encontrada." To WS-MENSAGEM
         Display Tela-Contato
         Go To Inclui-Contato-Exit
      End-if
      If CT-CLIE Not = WS-CLIE-DIGITADO
         Move "Cotacao pertence a outro cliente." To WS-MENSAGEM
         Display Tela-Contato
         Go To Inclui-Contato-Exit
      End-if
      If Result-Perdido And CT-PEDIDO > Zeros
         Move "Cotacao ja virou pedido - nao pode ser perdida."
           To WS-MENSAGEM
         Display Tela-Contato
         Go To Inclui-Contato-Exit
      End-if
   End-if

   If WS-DATA-DIGITADA = Zeros
      Move WS-DATA-SISTEMA To WS-DATA-DIGITADA
   End-if
   If WS-DATA-DIG-MES < 1 Or WS-DATA-DIG-MES > 12
   Or WS-DATA-DIG-DIA < 1 Or WS-DATA-DIG-DIA > 31
   Or WS-DATA-DIGITADA > WS-DATA-SISTEMA
      Move "Data do contato invalida (AAAAMMDD, ate hoje)."
        To WS-MENSAGEM
      Display Tela-Contato
      Go To Inclui-Contato-Exit
   End-if
   If Not Tipo-Valido
      Move "Tipo: V-visita ou L-ligacao." To WS-MENSAGEM
      Display Tela-Contato
      Go To Inclui-Contato-Exit
   End-if
   If Not Result-Valido
      Move "Resultado: I, G, P, S ou R." To WS-MENSAGEM
      Display Tela-Contato
      Go To Inclui-Contato-Exit
   End-if
   If Result-Perdido
      If WS-COTACAO-DIGITADA = Zeros
         Move "Perda se registra contra uma cotacao." To WS-MENSAGEM
         Display Tela-Contato
         Go To Inclui-Contato-Exit
      End-if
      Move WS-MOTIVO-DIGITADO To MP-CODIGO
      Read MOTPERDA
         Invalid Key Continue
      End-Read
      If WS-MOTIVO-DIGITADO = Zeros Or Not Valido-MOTPERDA
         Move "Informe o motivo da perda (tabela PROG1066)."
           To WS-MENSAGEM
         Display Tela-Contato
         Go To Inclui-Contato-Exit
      End-if
   Else
      Move Zeros  To WS-MOTIVO-DIGITADO
      Move Spaces To WS-MOTIVO-ED
   End-if
   If Result-Encerra
      Move Zeros To WS-PROXIMA-DIGITADA
   Else
      If WS-PROX-DIG-MES < 1 Or WS-PROX-DIG-MES > 12
      Or WS-PROX-DIG-DIA < 1 Or WS-PROX-DIG-DIA > 31
      Or WS-PROXIMA-DIGITADA < WS-DATA-DIGITADA
         Move "Informe a data da proxima acao (AAAAMMDD)."
           To WS-MENSAGEM
         Display Tela-Contato
         Go To Inclui-Contato-Exit
      End-if
   End-if

   Perform Proximo-Numero-Contato Thru Proximo-Numero-Contato-Exit
   Perform Fecha-Pendentes Thru Fecha-Pendentes-Exit

   Initialize CONTATO-REGI
   Move WS-PROX-CONTATO     To CO-NUMERO
   Move WS-VEND-DIGITADO    To CO-VEND
   Move WS-CLIE-DIGITADO    To CO-CLIE
   Move WS-COTACAO-DIGITADA To CO-COTACAO
   Move WS-DATA-DIGITADA    To CO-DATA
   Move WS-TIPO-DIGITADO    To CO-TIPO
   Move WS-RESULT-DIGITADO  To CO-RESULTADO
   Move WS-MOTIVO-DIGITADO  To CO-MOTIVO
   Move WS-NOTA-DIGITADA    To CO-NOTA
   If Result-Encerra
      Move Spaces To CO-PROXIMA
      Move "C"    To CO-SITU
   Else
      Move WS-PROXIMA-DIGITADA To CO-PROXIMA
      Move "P"    To CO-SITU
   End-if
   Move Oper-Nome           To CO-OPER
   Move WS-DATA-SISTEMA     To CO-DTIN
   Move WS-HORA-SISTEMA     To CO-HRIN
   Write CONTATO-REGI
      Invalid Key
         If Duplicado-CONTATO
            Move "Numero de contato ja usado - tente novamente."
              To WS-MENSAGEM
         Else
            Move "Erro ao incluir contato." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move WS-PROX-CONTATO To WS-NUMERO-DIGITADO WS-NUMERO-ED
         Move WS-FECHADOS     To WS-FECHADOS-ED
         String "Contato " WS-NUMERO-ED " incluido - "
                WS-FECHADOS-ED " pendencia(s) encerrada(s)."
                Delimited By Size Into WS-MENSAGEM
         End-String
   End-Write
   Display Tela-Contato.
 Inclui-Contato-Exit.
   Exit.
*
 Proximo-Numero-Contato.
   Move Zeros To WS-PROX-CONTATO
   Move Zeros To CO-NUMERO
   Start CONTATO Key Not < CO-NUMERO
      Invalid Key Move "10" To Stat-CONTATO
   End-Start
   Perform Until Fim-CONTATO
      Read CONTATO Next Record
         At End Move "10" To Stat-CONTATO
      End-Read
      If Valido-CONTATO
         Move CO-NUMERO To WS-PROX-CONTATO
      End-if
   End-Perform
   Add 1 To WS-PROX-CONTATO.
 Proximo-Numero-Contato-Exit.
   Exit.
*
*  The follow-ups still pending for this client and quotation are
*  answered by the contact being recorded now.
 Fecha-Pendentes.
   Move Zeros To WS-FECHADOS
   Move WS-CLIE-DIGITADO To CO-CLIE
   Start CONTATO Key = CO-CLIE
      Invalid Key Move "10" To Stat-CONTATO
   End-Start
   Perform Until Fim-CONTATO
      Read CONTATO Next Record
         At End Move "10" To Stat-CONTATO
      End-Read
      If Valido-CONTATO
         If CO-CLIE Not = WS-CLIE-DIGITADO
            Move "10" To Stat-CONTATO
         Else
            If CO-COTACAO = WS-COTACAO-DIGITADA
            And Contato-Pendente
               Move "C" To CO-SITU
               Rewrite CONTATO-REGI
                  Invalid Key Continue
                  Not Invalid Key Add 1 To WS-FECHADOS
               End-Rewrite
            End-if
         End-if
      End-if
   End-Perform.
 Fecha-Pendentes-Exit.
   Exit.
