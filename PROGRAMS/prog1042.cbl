*EXCECOES DA IMPORTACAO DE CT-E (CTEEXC.DAT)
 Identification Division.
 Program-Id. PROG1042.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CTEEXC.SL".
   Copy "..\COPY\USUARIOS.SL".
*
 Data Division.
 File Section.
$XFD FILE=CTEEXC
   Copy "..\COPY\CTEEXC.FD".
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
*  Where the CT-e files PROG1041 could not import are worked. The
*  operator walks the pendentes (Proxima) and fixes the cause
*  where it lives - the carrier's CNPJ on PROG950, the conhecimento
*  typed on PROG967 - after which the next import run takes the
*  file by itself; or discards it with the reason (a duplicate
*  resent by the carrier, a CT-e of another branch), and the next
*  run moves the file out of the pickup folder. The row keeps
*  who, when and why.
*
 01  Stat-CTEEXC         PIC X(002).
     88 Valido-CTEEXC    Value "00" THRU "09".
     88 Fim-CTEEXC       Value "10".
 01  PATHCTEEXC          PIC X(060).
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
    88 Descartar-Pressed    Value 0030.
*
 01 WS-CHAVE-ATUAL      PIC X(040) VALUE LOW-VALUES.
 01 WS-TEM-ATUAL        PIC X(001) VALUE "N".
    88 Excecao-Na-Tela  Value "S".
 01 WS-ARQUIVO-ED       PIC X(040).
 01 WS-CNPJ-ED          PIC X(018).
 01 WS-TRAN-ED          PIC Z(003)9.
 01 WS-NCT-ED           PIC Z(008)9.
 01 WS-DATA-ED          PIC X(010).
 01 WS-VALOR-ED         PIC ZZZZZZZZZZ,99.
 01 WS-MOTIVO-ED        PIC X(060).
 01 WS-TENT-ED          PIC ZZZ9.
 01 WS-MOTIVO           PIC X(040) VALUE SPACES.
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(055) VALUE SPACES.
*
01 Handle-TELA1042            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Excecao Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  16,00, Size   68,00 CELLS,
      Lowered
   .
   03 Label "Arquivo.......:", Line 2,00, Col 3,00.
   03 Label From WS-ARQUIVO-ED, Line 2,00, Col 22,00, Size 40,00.
   03 Label "CNPJ emitente.:", Line 3,00, Col 3,00.
   03 Label From WS-CNPJ-ED, Line 3,00, Col 22,00, Size 20,00.
   03 Label "Transportadora:", Line 4,00, Col 3,00.
   03 Label From WS-TRAN-ED, Line 4,00, Col 22,00, Size 06,00.
   03 Label "Numero CT-e...:", Line 5,00, Col 3,00.
   03 Label From WS-NCT-ED, Line 5,00, Col 22,00, Size 10,00.
   03 Label "Data..........:", Line 6,00, Col 3,00.
   03 Label From WS-DATA-ED, Line 6,00, Col 22,00, Size 12,00.
   03 Label "Valor.........:", Line 7,00, Col 3,00.
   03 Label From WS-VALOR-ED, Line 7,00, Col 22,00, Size 14,00.
   03 Label "Tentativas....:", Line 8,00, Col 3,00.
   03 Label From WS-TENT-ED, Line 8,00, Col 22,00, Size 05,00.
   03 Label From WS-MOTIVO-ED, Line 9,00, Col 3,00, Size 62,00.
*
   03 Label "Motivo descarte:", Line 11,00, Col 3,00.
   03 WS-MOTIVO, Entry-Field,
      Line 11,00, Col 22,00, Size 40,00,
      Using WS-MOTIVO.
*
   03 Label From WS-MENSAGEM, Line 12,50, Col 3,00, Size 58,00.
*
   03 PB-Proxima, Push-Button, "&Proxima",
      Line 14,00, Col 3,00, Size 13 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Descartar, Push-Button, "&Descartar",
      Line 14,00, Col 17,00, Size 13 Cells,
      Exception-Value = 0030.
   03 PB-Sair, Push-Button, "&Sair",
      Line 14,00, Col 31,00, Size 13 Cells,
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
        "Operador sem permissao de transportadoras -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Move Spaces to PathCTEEXC.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CTEEXC.DAT" Delimited By Size
          Into PathCTEEXC
   End-String.
   Open I-O CTEEXC
   If Not Valido-CTEEXC
      Display Message Box
        "Sem excecoes na filial - a importacao (PROG1041) nao rodou."
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Excecoes da Importacao de CT-e",
           Size 70, Lines 18, Background-Low
           Modeless,
           Handle Handle-TELA1042.
   Display Tela-Excecao.
   Perform Mostra-Proxima Thru Mostra-Proxima-Exit.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Excecao On Exception Continue
   End-Perform.

   Close CTEEXC.
   Close Window Handle-TELA1042.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Proxima-Pressed
         Perform Mostra-Proxima Thru Mostra-Proxima-Exit
      When Descartar-Pressed
         Perform Descarta Thru Descarta-Exit
   End-Evaluate.
*
*  The next pendente after the one on screen; at the end of the
*  file the walk starts over from the top.
 Mostra-Proxima.
   Move Spaces To WS-MENSAGEM WS-ARQUIVO-ED WS-CNPJ-ED WS-DATA-ED
                  WS-MOTIVO-ED WS-MOTIVO
   Move Zeros  To WS-TRAN-ED WS-NCT-ED WS-VALOR-ED WS-TENT-ED
   Move "N"    To WS-TEM-ATUAL
   Move WS-CHAVE-ATUAL To CE-ARQUIVO
   Start CTEEXC Key > CE-ARQUIVO
      Invalid Key Move "10" To Stat-CTEEXC
   End-Start
   Perform Until Fim-CTEEXC Or Excecao-Na-Tela
      Read CTEEXC Next Record
         At End Move "10" To Stat-CTEEXC
      End-Read
      If Not Fim-CTEEXC And Valido-CTEEXC
         If Exc-Pendente
            Move "S"        To WS-TEM-ATUAL
            Move CE-ARQUIVO To WS-CHAVE-ATUAL
            Perform Edita-Excecao Thru Edita-Excecao-Exit
         End-if
      End-if
   End-Perform
   If Not Excecao-Na-Tela
      Move Low-Values To WS-CHAVE-ATUAL
      Move "Fim das excecoes - Proxima volta ao inicio."
           To WS-MENSAGEM
   End-if
   Display Tela-Excecao.
 Mostra-Proxima-Exit.
   Exit.
*
 Edita-Excecao.
   Move CE-ARQUIVO To WS-ARQUIVO-ED
   Move Spaces To WS-CNPJ-ED
   If CE-CNPJ Numeric
      String CE-CNPJ(1:2) "." CE-CNPJ(3:3) "." CE-CNPJ(6:3) "/"
             CE-CNPJ(9:4) "-" CE-CNPJ(13:2)
             Delimited By Size Into WS-CNPJ-ED
      End-String
   End-if
   Move CE-TRAN  To WS-TRAN-ED
   Move CE-NCT   To WS-NCT-ED
   Move Spaces To WS-DATA-ED
   If CE-DATA Not = Spaces
      String CE-DATA(7:2) "/" CE-DATA(5:2) "/" CE-DATA(1:4)
             Delimited By Size Into WS-DATA-ED
      End-String
   End-if
   Move CE-VALOR      To WS-VALOR-ED
   Move CE-TENTATIVAS To WS-TENT-ED
   Move CE-MOTIVO     To WS-MOTIVO-ED.
 Edita-Excecao-Exit.
   Exit.
*
 Descarta.
   Move Spaces To WS-MENSAGEM
   If Not Excecao-Na-Tela
      Move "Busque uma excecao antes (Proxima)." To WS-MENSAGEM
      Display Tela-Excecao
      Go To Descarta-Exit
   End-if
   If WS-MOTIVO = Spaces
      Move "Informe o motivo do descarte." To WS-MENSAGEM
      Display Tela-Excecao
      Go To Descarta-Exit
   End-if
   Move WS-CHAVE-ATUAL To CE-ARQUIVO
   Read CTEEXC
      Invalid Key Continue
   End-Read
   If Not Valido-CTEEXC Or Not Exc-Pendente
      Move "Excecao mudou - busque de novo." To WS-MENSAGEM
      Move "N" To WS-TEM-ATUAL
      Display Tela-Excecao
      Go To Descarta-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move "R"             To CE-SITU
   Move WS-MOTIVO       To CE-MOTIVO-RES
   Move Oper-Nome       To CE-OPER-RES
   Move WS-DATA-SISTEMA To CE-DTRES
   Move WS-HORA-SISTEMA To CE-HRRES
   Rewrite CTEEXC-REGI
      Invalid Key
         Move "Erro ao descartar excecao." To WS-MENSAGEM
      Not Invalid Key
         Move "Descartada - a proxima importacao retira o arquivo."
              To WS-MENSAGEM
         Move "N" To WS-TEM-ATUAL
   End-Rewrite
   Display Tela-Excecao.
 Descarta-Exit.
   Exit.
*
*  The carrier-master permission byte gates this screen - whoever
*  enrolls a carrier's CNPJ is who settles what its CT-e left out.
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
