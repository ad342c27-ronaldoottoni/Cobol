*MANUTENCAO DOS MOTIVOS DE NOTA DE CREDITO/DEBITO (MOTNOTA.DAT)
 Identification Division.
 Program-Id. PROG1032.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\MOTNOTA.SL".
*
 Data Division.
 File Section.
$XFD FILE=MOTNOTA
   Copy "..\COPY\MOTNOTA.FD".
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
 01  Stat-MOTNOTA        PIC X(002).
     88 Valido-MOTNOTA   Value "00" THRU "09".
     88 Duplicado-MOTNOTA Value "22".
 01  PATHMOTNOTA         PIC X(060).
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-CODIGO-DIGITADO PIC Z9.
 01 WS-DESCRICAO-DIGITADA PIC X(040) VALUE SPACES.
*
 01 WS-MENSAGEM        PIC X(050) VALUE SPACES.
*
01 Handle-TELA1032             Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-MotNota Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  11,00, Size   58,00 CELLS,
      Lowered
   .
   03 Label "Codigo:", Line 2,00, Col 3,00.
   03 WS-CODIGO-DIGITADO, Entry-Field,
      Line 2,00, Col 12,00, Size 03,00,
      Using WS-CODIGO-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 18,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 38,00, Size 12 Cells,
      Exception-Value = 0050.
*
   03 Label "Descricao:", Line 4,00, Col 3,00.
   03 WS-DESCRICAO-DIGITADA, Entry-Field,
      Line 4,00, Col 14,00, Size 40,00,
      Using WS-DESCRICAO-DIGITADA.
*
   03 Label From WS-MENSAGEM, Line 7,00, Col 3,00, Size 52,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 9,00, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 9,00, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 9,00, Col 39,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathMOTNOTA.
   String Lk-Unidade          Delimited By Size
          "\DADOS\MOTNOTA.DAT" Delimited By Size
          Into PathMOTNOTA
   End-String.
   Open I-O MOTNOTA
   If Not Valido-MOTNOTA
      Open Output MOTNOTA
      Close MOTNOTA
      Open I-O MOTNOTA
   End-if.
   If Not Valido-MOTNOTA
      Display Message Box "erro MOTNOTA" Stat-MOTNOTA
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Motivos de Nota de Credito/Debito",
           Size 60, Lines 13, Background-Low
           Modeless,
           Handle Handle-TELA1032.
   Display Tela-MotNota.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-MotNota On Exception Continue
   End-Perform.

   Close MOTNOTA.
   Close Window Handle-TELA1032.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Motivo Thru Consulta-Motivo-Exit
      When Incluir-Pressed
         Perform Inclui-Motivo Thru Inclui-Motivo-Exit
      When Alterar-Pressed
         Perform Altera-Motivo Thru Altera-Motivo-Exit
      When Limpar-Pressed
         Move Zeros  To WS-CODIGO-DIGITADO
         Move Spaces To WS-DESCRICAO-DIGITADA WS-MENSAGEM
         Display Tela-MotNota
   End-Evaluate.
*
 Consulta-Motivo.
   Move Spaces To WS-MENSAGEM
   Move WS-CODIGO-DIGITADO To MN-CODIGO
   Read MOTNOTA
      Invalid Key Continue
   End-Read
   If Valido-MOTNOTA
      Move MN-DESCRICAO To WS-DESCRICAO-DIGITADA
      Move "Motivo encontrado." To WS-MENSAGEM
   Else
      Move "Motivo nao cadastrado - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-MotNota.
 Consulta-Motivo-Exit.
   Exit.
*
 Inclui-Motivo.
   Move Spaces To WS-MENSAGEM
   Move Spaces To MOTNOTA-REGI
   Move WS-CODIGO-DIGITADO    To MN-CODIGO
   Move WS-DESCRICAO-DIGITADA To MN-DESCRICAO
   Write MOTNOTA-REGI
      Invalid Key
         If Duplicado-MOTNOTA
            Move "Codigo ja cadastrado - use Alterar." To WS-MENSAGEM
         Else
            Move "Erro ao incluir motivo." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "Motivo incluido." To WS-MENSAGEM
   End-Write
   Display Tela-MotNota.
 Inclui-Motivo-Exit.
   Exit.
*
 Altera-Motivo.
   Move Spaces To WS-MENSAGEM
   Move WS-CODIGO-DIGITADO To MN-CODIGO
   Read MOTNOTA
      Invalid Key Continue
   End-Read
   If Not Valido-MOTNOTA
      Move "Motivo nao cadastrado - use Incluir." To WS-MENSAGEM
   Else
      Move WS-DESCRICAO-DIGITADA To MN-DESCRICAO
      Rewrite MOTNOTA-REGI
         Invalid Key
            Move "Erro ao alterar motivo." To WS-MENSAGEM
         Not Invalid Key
            Move "Motivo alterado." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-MotNota.
 Altera-Motivo-Exit.
   Exit.
