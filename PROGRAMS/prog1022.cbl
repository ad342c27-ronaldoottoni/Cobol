*BAIXA DE PAGAVEIS DE COMPRA DE GRAOS (COMPPAG.DAT)
 Identification Division.
 Program-Id. PROG1022.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\COMPPAG.SL".
   Copy "..\COPY\FORNEC.SL".
   Copy "..\COPY\USUARIOS.SL".
*
 Data Division.
 File Section.
$XFD FILE=COMPPAG
   Copy "..\COPY\COMPPAG.FD".
$XFD FILE=FORNEC
   Copy "..\COPY\FORNEC.FD".
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
*  The PROG922 screen over the grain purchases: consult a
*  settlement by produtor + liquidacao, post what was actually
*  paid the producer. A short payment leaves the rest open on the
*  same document (CP-VALOR-PAGO accumulates); only a document
*  fully covered flips to paga.
*
 01  Stat-COMPPAG        PIC X(002).
     88 Valido-COMPPAG   Value "00" THRU "09".
 01  PATHCOMPPAG         PIC X(060).
*
 01  Stat-FORNEC         PIC X(002).
     88 Valido-FORNEC    Value "00" THRU "09".
 01  PATHFORNEC          PIC X(060).
*
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
 01  PATHUSUARIOS        PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
 Copy "..\copy\usuario.cpy".
 01  WS-PERMITIDO        PIC X(001) VALUE "N".
     88 Operador-Permitido Value "S".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Pagar-Pressed        Value 0030.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-FORN-DIGITADO   PIC Z(005)9.
 01 WS-COMP-DIGITADO   PIC Z(005)9.
 01 WS-DTPG-DIGITADO   PIC X(010) VALUE SPACES.
 01 WS-VLPG-DIGITADO   PIC 9(010)V99 VALUE ZEROS.
*
 01 WS-NOME-ED         PIC X(040).
 01 WS-VENC-ED         PIC X(008).
 01 WS-VALOR-ED        PIC ZZZZZZZZZZ,99.
 01 WS-ABERTO-ED       PIC ZZZZZZZZZZ,99.
 01 WS-SITU-ED         PIC X(010).
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
*
 01 WS-ENCONTRADO      PIC X(01) VALUE "N".
    88 Compra-Encontrada Value "S".
 01 WS-ABERTO          PIC S9(011)V99 COMP-3.
*
 01 WS-MENSAGEM        PIC X(055) VALUE SPACES.
*
01 Handle-TELA1022             Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Compra Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  16,00, Size   62,00 CELLS,
      Lowered
   .
   03 Label "Produtor:", Line 2,00, Col 3,00.
   03 WS-FORN-DIGITADO, Entry-Field,
      Line 2,00, Col 12,00, Size 08,00,
      Using WS-FORN-DIGITADO.
   03 Label "Liquid.:", Line 2,00, Col 21,00.
   03 WS-COMP-DIGITADO, Entry-Field,
      Line 2,00, Col 29,00, Size 08,00,
      Using WS-COMP-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 39,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
*
   03 Label "Produtor......:", Line 4,00, Col 3,00.
   03 Label From WS-NOME-ED, Line 4,00, Col 22,00, Size 38,00.
   03 Label "Vencimento....:", Line 5,00, Col 3,00.
   03 Label From WS-VENC-ED, Line 5,00, Col 22,00, Size 10,00.
   03 Label "Valor.........:", Line 6,00, Col 3,00.
   03 Label From WS-VALOR-ED, Line 6,00, Col 22,00, Size 14,00.
   03 Label "Em aberto.....:", Line 7,00, Col 3,00.
   03 Label From WS-ABERTO-ED, Line 7,00, Col 22,00, Size 14,00.
   03 Label "Situacao......:", Line 8,00, Col 3,00.
   03 Label From WS-SITU-ED, Line 8,00, Col 22,00, Size 10,00.
*
   03 Label "Data Pagto (AAAAMMDD):", Line 10,00, Col 3,00.
   03 WS-DTPG-DIGITADO, Entry-Field,
      Line 10,00, Col 27,00, Size 10,00,
      Using WS-DTPG-DIGITADO.
   03 Label "Valor Pago...........:", Line 11,00, Col 3,00.
   03 WS-VLPG-DIGITADO, Entry-Field,
      Line 11,00, Col 27,00, Size 13,00,
      Using WS-VLPG-DIGITADO.
*
   03 Label From WS-MENSAGEM, Line 13,00, Col 3,00, Size 57,00.
*
   03 PB-Pagar, Push-Button, "&Pagar",
      Line 14,50, Col 8,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 14,50, Col 25,00, Size 15 Cells,
      Exception-Value = 0050.
   03 PB-Sair, Push-Button, "&Sair",
      Line 14,50, Col 42,00, Size 15 Cells,
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
        "Operador sem permissao para baixa de compras -"
        " assine pelo menu (PROG940)."
      Exit Program
   End-if

   Move Spaces to PathCOMPPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\COMPPAG.DAT" Delimited By Size
          Into PathCOMPPAG
   End-String.
   Open I-O COMPPAG
   If Not Valido-COMPPAG
      Display Message Box "erro COMPPAG" Stat-COMPPAG
      Exit Program
   End-if.

   Move Spaces to PathFORNEC.
   String Lk-Unidade        Delimited By Size
          "\DADOS\FORNEC.DAT" Delimited By Size
          Into PathFORNEC
   End-String.
   Open Input FORNEC
   If Not Valido-FORNEC
      Display Message Box "erro FORNEC" Stat-FORNEC
      Close COMPPAG
      Exit Program
   End-if.

   Perform Limpa-Campos Thru Limpa-Campos-Exit.

   Display Standard Graphical Window,
           Title "Baixa de Compras de Graos",
           Size 64, Lines 18, Background-Low
           Modeless,
           Handle Handle-TELA1022.
   Display Tela-Compra.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Compra On Exception Continue
   End-Perform.

   Close COMPPAG.
   Close FORNEC.
   Close Window Handle-TELA1022.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Compra Thru Consulta-Compra-Exit
      When Pagar-Pressed
         Perform Paga-Compra Thru Paga-Compra-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Compra.
   Move Spaces To WS-MENSAGEM
   Move "N"    To WS-ENCONTRADO
   Move WS-FORN-DIGITADO To CP-FORN
   Move WS-COMP-DIGITADO To CP-NUMERO
   Read COMPPAG
      Invalid Key Continue
   End-Read
   If Valido-COMPPAG
      Move "S"      To WS-ENCONTRADO
      Move CP-VENC  To WS-VENC-ED
      Move CP-VALOR To WS-VALOR-ED
      Compute WS-ABERTO = CP-VALOR - CP-VALOR-PAGO
      Move WS-ABERTO To WS-ABERTO-ED WS-VLPG-DIGITADO
      If Compra-Paga
         Move "PAGA"    To WS-SITU-ED
         Move "Compra ja quitada." To WS-MENSAGEM
      Else
         Move "ABERTA"  To WS-SITU-ED
         Move "Compra encontrada - informe o pagamento."
              To WS-MENSAGEM
      End-if
      Move CP-FORN To FO-CODIGO
      Read FORNEC
         Invalid Key Move Spaces To FO-NOME
      End-Read
      Move FO-NOME To WS-NOME-ED
   Else
      Move Spaces To WS-VENC-ED WS-SITU-ED WS-NOME-ED
      Move Zeros  To WS-VALOR-ED WS-ABERTO-ED
      Move "Compra nao encontrada." To WS-MENSAGEM
   End-if
   Display Tela-Compra.
 Consulta-Compra-Exit.
   Exit.
*
 Paga-Compra.
   Move Spaces To WS-MENSAGEM
   If Not Compra-Encontrada
      Move "Consulte uma compra antes." To WS-MENSAGEM
      Display Tela-Compra
      Go To Paga-Compra-Exit
   End-if
   Move WS-FORN-DIGITADO To CP-FORN
   Move WS-COMP-DIGITADO To CP-NUMERO
   Read COMPPAG
      Invalid Key Continue
   End-Read
   If Not Valido-COMPPAG
      Move "Compra nao encontrada." To WS-MENSAGEM
      Display Tela-Compra
      Go To Paga-Compra-Exit
   End-if
   If Compra-Paga
      Move "Compra ja quitada - baixa recusada." To WS-MENSAGEM
      Display Tela-Compra
      Go To Paga-Compra-Exit
   End-if
   If WS-DTPG-DIGITADO = Spaces Or WS-VLPG-DIGITADO = Zeros
      Move "Informe data e valor do pagamento." To WS-MENSAGEM
      Display Tela-Compra
      Go To Paga-Compra-Exit
   End-if
   Compute WS-ABERTO = CP-VALOR - CP-VALOR-PAGO
   If WS-VLPG-DIGITADO > WS-ABERTO
      Move "Valor maior que o saldo aberto - recusado."
           To WS-MENSAGEM
      Display Tela-Compra
      Go To Paga-Compra-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Add WS-VLPG-DIGITADO    To CP-VALOR-PAGO
   Move WS-DTPG-DIGITADO(1:8) To CP-DTPG
   Move Oper-Nome          To CP-OPER-PG
   If CP-VALOR-PAGO >= CP-VALOR
      Move "P" To CP-SITU
   End-if
   Rewrite COMPPAG-REGI
      Invalid Key
         Move "Erro ao baixar compra." To WS-MENSAGEM
      Not Invalid Key
         Compute WS-ABERTO = CP-VALOR - CP-VALOR-PAGO
         Move WS-ABERTO To WS-ABERTO-ED
         If Compra-Paga
            Move "PAGA" To WS-SITU-ED
            Move "Compra quitada." To WS-MENSAGEM
         Else
            Move "Pagamento parcial registrado - resto em aberto."
                 To WS-MENSAGEM
         End-if
   End-Rewrite
   Display Tela-Compra.
 Paga-Compra-Exit.
   Exit.
*
 Limpa-Campos.
   Move Zeros  To WS-FORN-DIGITADO WS-COMP-DIGITADO
                  WS-VLPG-DIGITADO WS-VALOR-ED WS-ABERTO-ED
   Move Spaces To WS-DTPG-DIGITADO WS-VENC-ED WS-SITU-ED
                  WS-NOME-ED WS-MENSAGEM
   Move "N"    To WS-ENCONTRADO
   Display Tela-Compra.
 Limpa-Campos-Exit.
   Exit.
*
*  The baixa permission byte PROG959 and PROG922 check.
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
