*ASSINATURAS DO ARQUIVO DIARIO DE SITUACAO DE PEDIDOS (EDICLI.DAT)
 Identification Division.
 Program-Id. PROG1073.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\EDICLI.SL".
   Copy "..\COPY\CLIENTE.SL".
*
 Data Division.
 File Section.
$XFD FILE=EDICLI
   Copy "..\COPY\EDICLI.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
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
 Copy "..\copy\usuario.cpy".
*
*  Which clients get the daily order-status file PROG1074 writes
*  after the sync, and how: E-mail (the address here, blank = the
*  client's CLI-EMAIL) or a copy into the client's SFTP pickup
*  folder. Dias = how long a faturado or cancelado order stays
*  in the file after its last change (zero takes 7). A client is
*  switched off with situacao I, never deleted - STATLOG.DAT still
*  points at it.
*
 01  Stat-EDICLI          PIC X(002).
     88 Valido-EDICLI     Value "00" THRU "09".
     88 Duplicado-EDICLI  Value "22".
 01  PATHEDICLI           PIC X(060).
 01  Stat-CLIENTE         PIC X(002).
     88 Valido-CLIENTE    Value "00" THRU "09".
 01  PATHCLIENTE          PIC X(060).
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-CLIE-DIGITADO   PIC Z(003)9.
 01 WS-CLIE-NOME       PIC X(040) VALUE SPACES.
 01 WS-SITU-DIGITADA   PIC X(001) VALUE "A".
 01 WS-MEIO-DIGITADO   PIC X(001) VALUE "E".
 01 WS-EMAIL-DIGITADO  PIC X(060) VALUE SPACES.
 01 WS-PASTA-DIGITADA  PIC X(060) VALUE SPACES.
 01 WS-DIAS-DIGITADOS  PIC ZZ9.
 01 WS-ULTIMO-ED       PIC X(010) VALUE SPACES.
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
*
 01 WS-MENSAGEM        PIC X(060) VALUE SPACES.
*
01 Handle-TELA1073             Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-EdiCli Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  17,00, Size   76,00 CELLS,
      Lowered
   .
   03 Label "Cliente:", Line 2,00, Col 3,00.
   03 WS-CLIE-DIGITADO, Entry-Field,
      Line 2,00, Col 14,00, Size 05,00,
      Using WS-CLIE-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 22,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 42,00, Size 12 Cells,
      Exception-Value = 0050.
   03 Label From WS-CLIE-NOME, Line 3,00, Col 14,00, Size 40,00.
*
   03 Label "Situacao:", Line 5,00, Col 3,00.
   03 WS-SITU-DIGITADA, Entry-Field,
      Line 5,00, Col 14,00, Size 02,00,
      Using WS-SITU-DIGITADA.
   03 Label "(A-ativa, I-inativa)", Line 5,00, Col 18,00.
   03 Label "Entrega:", Line 6,00, Col 3,00.
   03 WS-MEIO-DIGITADO, Entry-Field,
      Line 6,00, Col 14,00, Size 02,00,
      Using WS-MEIO-DIGITADO.
   03 Label "(E-e-mail, P-pasta SFTP)", Line 6,00, Col 18,00.
   03 Label "E-mail:", Line 7,00, Col 3,00.
   03 WS-EMAIL-DIGITADO, Entry-Field,
      Line 7,00, Col 14,00, Size 60,00,
      Using WS-EMAIL-DIGITADO.
   03 Label "Pasta:", Line 8,00, Col 3,00.
   03 WS-PASTA-DIGITADA, Entry-Field,
      Line 8,00, Col 14,00, Size 60,00,
      Using WS-PASTA-DIGITADA.
   03 Label "Dias:", Line 9,00, Col 3,00.
   03 WS-DIAS-DIGITADOS, Entry-Field,
      Line 9,00, Col 14,00, Size 04,00,
      Using WS-DIAS-DIGITADOS.
   03 Label "(fechados ficam no arquivo)", Line 9,00, Col 20,00.
   03 Label "Ultimo envio:", Line 10,00, Col 3,00.
   03 Label From WS-ULTIMO-ED, Line 10,00, Col 17,00, Size 10,00.
*
   03 Label From WS-MENSAGEM, Line 12,00, Col 3,00, Size 60,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 14,00, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 14,00, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 14,00, Col 39,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathEDICLI.
   String Lk-Unidade          Delimited By Size
          "\DADOS\EDICLI.DAT" Delimited By Size
          Into PathEDICLI
   End-String.
   Open I-O EDICLI
   If Not Valido-EDICLI
      Open Output EDICLI
      Close EDICLI
      Open I-O EDICLI
   End-if.
   If Not Valido-EDICLI
      Display Message Box "erro EDICLI" Stat-EDICLI
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
      Close EDICLI
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Assinaturas - Situacao Diaria de Pedidos",
           Size 78, Lines 19, Background-Low
           Modeless,
           Handle Handle-TELA1073.
   Display Tela-EdiCli.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-EdiCli On Exception Continue
   End-Perform.

   Close EDICLI.
   Close CLIENTE.
   Close Window Handle-TELA1073.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Assinatura Thru Consulta-Assinatura-Exit
      When Incluir-Pressed
         Perform Inclui-Assinatura Thru Inclui-Assinatura-Exit
      When Alterar-Pressed
         Perform Altera-Assinatura Thru Altera-Assinatura-Exit
      When Limpar-Pressed
         Move Zeros  To WS-CLIE-DIGITADO WS-DIAS-DIGITADOS
         Move Spaces To WS-CLIE-NOME WS-EMAIL-DIGITADO
                        WS-PASTA-DIGITADA WS-ULTIMO-ED WS-MENSAGEM
         Move "A"    To WS-SITU-DIGITADA
         Move "E"    To WS-MEIO-DIGITADO
         Display Tela-EdiCli
   End-Evaluate.
*
 Consulta-Assinatura.
   Move Spaces To WS-MENSAGEM WS-CLIE-NOME
   Move WS-CLIE-DIGITADO To CLI-CODIGO
   Read CLIENTE
      Invalid Key Continue
   End-Read
   If Not Valido-CLIENTE
      Move "Cliente nao cadastrado." To WS-MENSAGEM
      Display Tela-EdiCli
      Go To Consulta-Assinatura-Exit
   End-if
   Move CLI-NOME To WS-CLIE-NOME
   Move WS-CLIE-DIGITADO To EC-CLIE
   Read EDICLI
      Invalid Key Continue
   End-Read
   If Valido-EDICLI
      Move EC-SITU  To WS-SITU-DIGITADA
      Move EC-MEIO  To WS-MEIO-DIGITADO
      Move EC-EMAIL To WS-EMAIL-DIGITADO
      Move EC-PASTA To WS-PASTA-DIGITADA
      Move EC-DIAS  To WS-DIAS-DIGITADOS
      Move Spaces   To WS-ULTIMO-ED
      If EC-ULTIMO Not = Spaces
         String EC-ULTIMO(7:2) "/" EC-ULTIMO(5:2) "/"
                EC-ULTIMO(1:4)
                Delimited By Size Into WS-ULTIMO-ED
         End-String
      End-if
      Move "Assinatura encontrada." To WS-MENSAGEM
   Else
      Move "Cliente sem assinatura - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-EdiCli.
 Consulta-Assinatura-Exit.
   Exit.
*
 Inclui-Assinatura.
   Perform Valida-Campos Thru Valida-Campos-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-EdiCli
      Go To Inclui-Assinatura-Exit
   End-if
   Initialize EDICLI-REGI
   Move WS-CLIE-DIGITADO To EC-CLIE
   Perform Move-Campos Thru Move-Campos-Exit
   Write EDICLI-REGI
      Invalid Key
         If Duplicado-EDICLI
            Move "Cliente ja assinante - use Alterar." To WS-MENSAGEM
         Else
            Move "Erro ao incluir assinatura." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "Assinatura incluida." To WS-MENSAGEM
   End-Write
   Display Tela-EdiCli.
 Inclui-Assinatura-Exit.
   Exit.
*
 Altera-Assinatura.
   Perform Valida-Campos Thru Valida-Campos-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-EdiCli
      Go To Altera-Assinatura-Exit
   End-if
   Move WS-CLIE-DIGITADO To EC-CLIE
   Read EDICLI
      Invalid Key Continue
   End-Read
   If Not Valido-EDICLI
      Move "Cliente sem assinatura - use Incluir." To WS-MENSAGEM
   Else
      Perform Move-Campos Thru Move-Campos-Exit
      Rewrite EDICLI-REGI
         Invalid Key
            Move "Erro ao alterar assinatura." To WS-MENSAGEM
         Not Invalid Key
            Move "Assinatura alterada." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-EdiCli.
 Altera-Assinatura-Exit.
   Exit.
*
*  Leaves WS-MENSAGEM blank when the screen can be recorded.
 Valida-Campos.
   Move Spaces To WS-MENSAGEM
   If Operador-Nao-Assinado
      Move "Operador nao assinado - entre pelo menu (PROG940)."
           To WS-MENSAGEM
      Go To Valida-Campos-Exit
   End-if
   Move WS-CLIE-DIGITADO To CLI-CODIGO
   Read CLIENTE
      Invalid Key Continue
   End-Read
   If Not Valido-CLIENTE
      Move "Cliente nao cadastrado." To WS-MENSAGEM
      Go To Valida-Campos-Exit
   End-if
   Move CLI-NOME To WS-CLIE-NOME
   If WS-SITU-DIGITADA Not = "A" And WS-SITU-DIGITADA Not = "I"
      Move "Situacao deve ser A ou I." To WS-MENSAGEM
      Go To Valida-Campos-Exit
   End-if
   Evaluate WS-MEIO-DIGITADO
      When "E"
         If WS-EMAIL-DIGITADO = Spaces And CLI-EMAIL = Spaces
            Move "Informe o e-mail - o cliente nao tem CLI-EMAIL."
                 To WS-MENSAGEM
         End-if
      When "P"
         If WS-PASTA-DIGITADA = Spaces
            Move "Informe a pasta de coleta SFTP do cliente."
                 To WS-MENSAGEM
         End-if
      When Other
         Move "Entrega deve ser E ou P." To WS-MENSAGEM
   End-Evaluate.
 Valida-Campos-Exit.
   Exit.
*
 Move-Campos.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move WS-SITU-DIGITADA  To EC-SITU
   Move WS-MEIO-DIGITADO  To EC-MEIO
   Move WS-EMAIL-DIGITADO To EC-EMAIL
   Move WS-PASTA-DIGITADA To EC-PASTA
   Move WS-DIAS-DIGITADOS To EC-DIAS
   If EC-DIAS = Zeros
      Move 7 To EC-DIAS
      Move 7 To WS-DIAS-DIGITADOS
   End-if
   Move Oper-Nome         To EC-OPER
   Move WS-DATA-SISTEMA   To EC-DTAL
   Move WS-HORA-SISTEMA   To EC-HRAL.
 Move-Campos-Exit.
   Exit.
