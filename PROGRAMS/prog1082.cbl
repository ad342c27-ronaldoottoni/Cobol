*LIBERACAO DE PAGAMENTOS SUSPEITOS RETIDOS (SUSPEITA.DAT)
 Identification Division.
 Program-Id. PROG1082.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\SUSPEITA.SL".
   Copy "..\COPY\USUARIOS.SL".
*
 Data Division.
 File Section.
$XFD FILE=SUSPEITA
   Copy "..\COPY\SUSPEITA.FD".
   Copy "..\COPY\USUARIOS.FD".
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
*  Where what PROG1081 held is looked at and let go. The operator
*  walks the retida rows (Proxima) and clears one with the reason
*  it is not what it seemed - two real loads at the same price, a
*  complement CTRC on the same order, interest agreed with the
*  client. The row keeps who, when and why, and stays in the file
*  so the next run does not raise it again. A payable with no
*  retida row left is paid in PROG922 as usual. What is really
*  wrong is fixed where it was typed (PROG968/PROG959); the row is
*  cleared here once that is done.
*
 01  Stat-SUSPEITA       PIC X(002).
     88 Valido-SUSPEITA  Value "00" THRU "09".
     88 Fim-SUSPEITA     Value "10".
 01  PATHSUSPEITA        PIC X(060).
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
 01  PATHUSUARIOS        PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
 01  WS-PERMITIDO        PIC X(001) VALUE "N".
     88 Operador-Permitido Value "S".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Proxima-Pressed      Value 0020.
    88 Liberar-Pressed      Value 0030.
*
 01 WS-CHAVE-ATUAL      PIC X(011) VALUE LOW-VALUES.
 01 WS-TEM-ATUAL        PIC X(001) VALUE "N".
    88 Suspeita-Na-Tela Value "S".
 01 WS-DOC-ED           PIC X(030).
 01 WS-TRAN-ED          PIC Z(003)9.
 01 WS-NUME-ED          PIC Z(005)9.
 01 WS-PARC-ED          PIC 99.
 01 WS-MOTIVO-ED        PIC X(040).
 01 WS-DATA-ED          PIC X(010).
 01 WS-VALOR-ED         PIC ZZZZZZZZZZ,99.
 01 WS-DETALHE-ED       PIC X(060).
 01 WS-JUSTIFICATIVA    PIC X(040) VALUE SPACES.
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(055) VALUE SPACES.
*
01 Handle-TELA1082            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Suspeita Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  14,00, Size   68,00 CELLS,
      Lowered
   .
   03 Label "Documento.....:", Line 2,00, Col 3,00.
   03 Label From WS-DOC-ED, Line 2,00, Col 22,00, Size 30,00.
   03 Label "Motivo........:", Line 3,00, Col 3,00.
   03 Label From WS-MOTIVO-ED, Line 3,00, Col 22,00, Size 40,00.
   03 Label "Valor.........:", Line 4,00, Col 3,00.
   03 Label From WS-VALOR-ED, Line 4,00, Col 22,00, Size 14,00.
   03 Label "Retido em.....:", Line 5,00, Col 3,00.
   03 Label From WS-DATA-ED, Line 5,00, Col 22,00, Size 12,00.
   03 Label "Detalhe.......:", Line 6,00, Col 3,00.
   03 Label From WS-DETALHE-ED, Line 6,00, Col 22,00, Size 46,00.
*
   03 Label "Justificativa.:", Line 8,00, Col 3,00.
   03 WS-JUSTIFICATIVA, Entry-Field,
      Line 8,00, Col 22,00, Size 40,00,
      Using WS-JUSTIFICATIVA.
*
   03 Label From WS-MENSAGEM, Line 10,00, Col 3,00, Size 58,00.
*
   03 PB-Proxima, Push-Button, "&Proxima",
      Line 12,00, Col 3,00, Size 13 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Liberar, Push-Button, "&Liberar",
      Line 12,00, Col 17,00, Size 13 Cells,
      Exception-Value = 0030.
   03 PB-Sair, Push-Button, "&Sair",
      Line 12,00, Col 31,00, Size 13 Cells,
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
        "Operador sem permissao de aprovacao -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Move Spaces to PathSUSPEITA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\SUSPEITA.DAT" Delimited By Size
          Into PathSUSPEITA
   End-String.
   Open I-O SUSPEITA
   If Not Valido-SUSPEITA
      Display Message Box
        "Nada retido na filial - rode o PROG1081 antes."
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Liberacao de Pagamentos Suspeitos",
           Size 70, Lines 16, Background-Low
           Modeless,
           Handle Handle-TELA1082.
   Display Tela-Suspeita.
   Perform Mostra-Proxima Thru Mostra-Proxima-Exit.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Suspeita On Exception Continue
   End-Perform.

   Close SUSPEITA.
   Close Window Handle-TELA1082.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Proxima-Pressed
         Perform Mostra-Proxima Thru Mostra-Proxima-Exit
      When Liberar-Pressed
         Perform Libera Thru Libera-Exit
   End-Evaluate.
*
*  The next retida after the one on screen; at the end of the
*  file the walk starts over from the top.
 Mostra-Proxima.
   Move Spaces To WS-MENSAGEM WS-DOC-ED WS-MOTIVO-ED WS-DATA-ED
                  WS-DETALHE-ED WS-JUSTIFICATIVA
   Move Zeros  To WS-VALOR-ED
   Move "N"    To WS-TEM-ATUAL
   Move WS-CHAVE-ATUAL To SU-CHAVE
   Start SUSPEITA Key > SU-CHAVE
      Invalid Key Move "10" To Stat-SUSPEITA
   End-Start
   Perform Until Fim-SUSPEITA Or Suspeita-Na-Tela
      Read SUSPEITA Next Record
         At End Move "10" To Stat-SUSPEITA
      End-Read
      If Not Fim-SUSPEITA And Valido-SUSPEITA
         If Suspeita-Retida
            Move "S"      To WS-TEM-ATUAL
            Move SU-CHAVE To WS-CHAVE-ATUAL
            Perform Edita-Suspeita Thru Edita-Suspeita-Exit
         End-if
      End-if
   End-Perform
   If Not Suspeita-Na-Tela
      Move Low-Values To WS-CHAVE-ATUAL
      Move "Fim das retencoes - Proxima volta ao inicio."
           To WS-MENSAGEM
   End-if
   Display Tela-Suspeita.
 Mostra-Proxima-Exit.
   Exit.
*
 Edita-Suspeita.
   Move Spaces To WS-DOC-ED
   If Suspeita-Pagavel
      Move SU-DOC-1 To WS-TRAN-ED
      Move SU-DOC-2 To WS-NUME-ED
      String "Pagavel - CTRC " WS-TRAN-ED "/" WS-NUME-ED
             Delimited By Size Into WS-DOC-ED
      End-String
   Else
      Move SU-DOC-1 To WS-NUME-ED
      Move SU-DOC-2 To WS-PARC-ED
      String "Baixa - titulo " WS-NUME-ED "/" WS-PARC-ED
             Delimited By Size Into WS-DOC-ED
      End-String
   End-if
   Evaluate SU-MOTIVO
      When "VD"
         Move "VD - mesmo valor, mesma transportadora" To WS-MOTIVO-ED
      When "PD"
         Move "PD - pedido em mais de um CTRC" To WS-MOTIVO-ED
      When "PA"
         Move "PA - acima do frete apurado" To WS-MOTIVO-ED
      When "PP"
         Move "PP - pago acima do pagavel" To WS-MOTIVO-ED
      When "TP"
         Move "TP - baixa acima do titulo" To WS-MOTIVO-ED
      When "CD"
         Move "CD - credito em dois titulos" To WS-MOTIVO-ED
      When Other
         Move SU-MOTIVO To WS-MOTIVO-ED
   End-Evaluate
   Move Spaces To WS-DATA-ED
   String SU-DTIN(7:2) "/" SU-DTIN(5:2) "/" SU-DTIN(1:4)
          Delimited By Size Into WS-DATA-ED
   End-String
   Move SU-VALOR   To WS-VALOR-ED
   Move SU-DETALHE To WS-DETALHE-ED.
 Edita-Suspeita-Exit.
   Exit.
*
 Libera.
   Move Spaces To WS-MENSAGEM
   If Not Suspeita-Na-Tela
      Move "Busque uma retencao antes (Proxima)."
           To WS-MENSAGEM
      Display Tela-Suspeita
      Go To Libera-Exit
   End-if
   If WS-JUSTIFICATIVA = Spaces
      Move "Informe a justificativa da liberacao." To WS-MENSAGEM
      Display Tela-Suspeita
      Go To Libera-Exit
   End-if
   Move WS-CHAVE-ATUAL To SU-CHAVE
   Read SUSPEITA
      Invalid Key Continue
   End-Read
   If Not Valido-SUSPEITA Or Not Suspeita-Retida
      Move "Retencao mudou - busque de novo." To WS-MENSAGEM
      Move "N" To WS-TEM-ATUAL
      Display Tela-Suspeita
      Go To Libera-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move "L"              To SU-SITU
   Move WS-JUSTIFICATIVA To SU-JUSTIFICATIVA
   Move Oper-Nome        To SU-OPER-LIB
   Move WS-DATA-SISTEMA  To SU-DTLIB
   Move WS-HORA-SISTEMA  To SU-HRLIB
   Rewrite SUSPEITA-REGI
      Invalid Key
         Move "Erro ao liberar retencao." To WS-MENSAGEM
      Not Invalid Key
         Move "Liberada - nao volta nas proximas verificacoes."
              To WS-MENSAGEM
         Move "N" To WS-TEM-ATUAL
   End-Rewrite
   Display Tela-Suspeita.
 Libera-Exit.
   Exit.
*
*  The approval permission byte gates this screen - releasing
*  held money is the same call as approving a held change.
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
   If Valido-USUARIOS And Usuario-Ativo And Pode-Aprovar
      Move "S" To WS-PERMITIDO
   End-if
   Close USUARIOS.
 Verifica-Permissao-Exit.
   Exit.
