*PENDENCIAS DA CONCILIACAO BANCARIA (CONCIL.DAT)
 Identification Division.
 Program-Id. PROG1038.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CONCIL.SL".
   Copy "..\COPY\USUARIOS.SL".
*
 Data Division.
 File Section.
$XFD FILE=CONCIL
   Copy "..\COPY\CONCIL.FD".
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
*  Where the pendencies PROG1037 could not match are closed by
*  hand: a bank movement with no entry in the books, or a
*  settlement the bank never moved. The operator walks the open
*  items (Proxima) and resolves one with the reason - a reversed
*  settlement, a deposit recorded elsewhere, a bank fee - and the
*  row keeps who, when and why. Fixing the books themselves stays
*  with PROG959/PROG922; a settlement reversed there drops out of
*  the reconciliation on the next run without coming here.
*
 01  Stat-CONCIL         PIC X(002).
     88 Valido-CONCIL    Value "00" THRU "09".
     88 Fim-CONCIL       Value "10".
 01  PATHCONCIL          PIC X(060).
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
    88 Resolver-Pressed     Value 0030.
*
 01 WS-CHAVE-ATUAL      PIC X(044) VALUE LOW-VALUES.
 01 WS-TEM-ATUAL        PIC X(001) VALUE "N".
    88 Pendencia-Na-Tela Value "S".
 01 WS-BANCO-ED         PIC X(003).
 01 WS-LADO-ED          PIC X(030).
 01 WS-DATA-ED          PIC X(010).
 01 WS-VALOR-ED         PIC ZZZZZZZZZZ,99.
 01 WS-NAT-ED           PIC X(007).
 01 WS-HIST-ED          PIC X(040).
 01 WS-MOTIVO           PIC X(040) VALUE SPACES.
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(055) VALUE SPACES.
*
01 Handle-TELA1038            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Pendencia Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  14,00, Size   64,00 CELLS,
      Lowered
   .
   03 Label "Banco.........:", Line 2,00, Col 3,00.
   03 Label From WS-BANCO-ED, Line 2,00, Col 22,00, Size 05,00.
   03 Label "Lado..........:", Line 3,00, Col 3,00.
   03 Label From WS-LADO-ED, Line 3,00, Col 22,00, Size 30,00.
   03 Label "Data..........:", Line 4,00, Col 3,00.
   03 Label From WS-DATA-ED, Line 4,00, Col 22,00, Size 12,00.
   03 Label "Valor.........:", Line 5,00, Col 3,00.
   03 Label From WS-VALOR-ED, Line 5,00, Col 22,00, Size 14,00.
   03 Label From WS-NAT-ED, Line 5,00, Col 37,00, Size 08,00.
   03 Label "Historico.....:", Line 6,00, Col 3,00.
   03 Label From WS-HIST-ED, Line 6,00, Col 22,00, Size 40,00.
*
   03 Label "Motivo........:", Line 8,00, Col 3,00.
   03 WS-MOTIVO, Entry-Field,
      Line 8,00, Col 22,00, Size 40,00,
      Using WS-MOTIVO.
*
   03 Label From WS-MENSAGEM, Line 10,00, Col 3,00, Size 58,00.
*
   03 PB-Proxima, Push-Button, "&Proxima",
      Line 12,00, Col 3,00, Size 13 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Resolver, Push-Button, "&Resolver",
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
        "Operador sem permissao de baixa -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Move Spaces to PathCONCIL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CONCIL.DAT" Delimited By Size
          Into PathCONCIL
   End-String.
   Open I-O CONCIL
   If Not Valido-CONCIL
      Display Message Box
        "Sem conciliacao na filial - rode o PROG1037 antes."
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Pendencias da Conciliacao Bancaria",
           Size 66, Lines 16, Background-Low
           Modeless,
           Handle Handle-TELA1038.
   Display Tela-Pendencia.
   Perform Mostra-Proxima Thru Mostra-Proxima-Exit.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Pendencia On Exception Continue
   End-Perform.

   Close CONCIL.
   Close Window Handle-TELA1038.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Proxima-Pressed
         Perform Mostra-Proxima Thru Mostra-Proxima-Exit
      When Resolver-Pressed
         Perform Resolve Thru Resolve-Exit
   End-Evaluate.
*
*  The next pendente after the one on screen; at the end of the
*  file the walk starts over from the top.
 Mostra-Proxima.
   Move Spaces To WS-MENSAGEM WS-BANCO-ED WS-LADO-ED WS-DATA-ED
                  WS-NAT-ED WS-HIST-ED WS-MOTIVO
   Move Zeros  To WS-VALOR-ED
   Move "N"    To WS-TEM-ATUAL
   Move WS-CHAVE-ATUAL To CC-CHAVE
   Start CONCIL Key > CC-CHAVE
      Invalid Key Move "10" To Stat-CONCIL
   End-Start
   Perform Until Fim-CONCIL Or Pendencia-Na-Tela
      Read CONCIL Next Record
         At End Move "10" To Stat-CONCIL
      End-Read
      If Not Fim-CONCIL And Valido-CONCIL
         If Item-Pendente
            Move "S"      To WS-TEM-ATUAL
            Move CC-CHAVE To WS-CHAVE-ATUAL
            Perform Edita-Pendencia Thru Edita-Pendencia-Exit
         End-if
      End-if
   End-Perform
   If Not Pendencia-Na-Tela
      Move Low-Values To WS-CHAVE-ATUAL
      Move "Fim das pendencias - Proxima volta ao inicio."
           To WS-MENSAGEM
   End-if
   Display Tela-Pendencia.
 Mostra-Proxima-Exit.
   Exit.
*
 Edita-Pendencia.
   Move CC-BANCO To WS-BANCO-ED
   If Item-Do-Banco
      Move "Extrato - sem lancamento" To WS-LADO-ED
   Else
      Move "Livros - fora do banco" To WS-LADO-ED
   End-if
   Move Spaces To WS-DATA-ED
   String CC-DATA(7:2) "/" CC-DATA(5:2) "/" CC-DATA(1:4)
          Delimited By Size Into WS-DATA-ED
   End-String
   Move CC-VALOR To WS-VALOR-ED
   If Item-Credito
      Move "CREDITO" To WS-NAT-ED
   Else
      Move "DEBITO"  To WS-NAT-ED
   End-if
   Move CC-HISTORICO To WS-HIST-ED.
 Edita-Pendencia-Exit.
   Exit.
*
 Resolve.
   Move Spaces To WS-MENSAGEM
   If Not Pendencia-Na-Tela
      Move "Busque uma pendencia antes (Proxima)."
           To WS-MENSAGEM
      Display Tela-Pendencia
      Go To Resolve-Exit
   End-if
   If WS-MOTIVO = Spaces
      Move "Informe o motivo da resolucao." To WS-MENSAGEM
      Display Tela-Pendencia
      Go To Resolve-Exit
   End-if
   Move WS-CHAVE-ATUAL To CC-CHAVE
   Read CONCIL
      Invalid Key Continue
   End-Read
   If Not Valido-CONCIL Or Not Item-Pendente
      Move "Pendencia mudou - busque de novo." To WS-MENSAGEM
      Move "N" To WS-TEM-ATUAL
      Display Tela-Pendencia
      Go To Resolve-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move "R"             To CC-SITU
   Move WS-MOTIVO       To CC-MOTIVO
   Move Oper-Nome       To CC-OPER-RES
   Move WS-DATA-SISTEMA To CC-DTRES
   Move WS-HORA-SISTEMA To CC-HRRES
   Rewrite CONCIL-REGI
      Invalid Key
         Move "Erro ao resolver pendencia." To WS-MENSAGEM
      Not Invalid Key
         Move "Resolvida - sai das proximas conciliacoes."
              To WS-MENSAGEM
         Move "N" To WS-TEM-ATUAL
   End-Rewrite
   Display Tela-Pendencia.
 Resolve-Exit.
   Exit.
*
*  The baixa permission byte gates this screen - whoever may
*  settle a title may also close what its settlement left open.
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
   If Valido-USUARIOS And Usuario-Ativo And Pode-959
      Move "S" To WS-PERMITIDO
   End-if
   Close USUARIOS.
 Verifica-Permissao-Exit.
   Exit.
