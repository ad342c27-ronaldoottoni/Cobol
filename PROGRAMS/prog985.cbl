   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\ENTREGA.SL".
   Copy "..\COPY\OCORDIV.SL".
   Copy "..\COPY\CANLIST.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\ENTREGA.FD".
$XFD FILE=OCORDIV
   Copy "..\COPY\OCORDIV.FD".
   Copy "..\COPY\CANLIST.FD".
*
 Working-Storage Section.
*
 Copy "..\COPY\WinHelp.Def".
 Copy "..\COPY\Winprint.Def".
 Copy "..\COPY\acucobol.Def".
*
*  The signed canhoto stops living only in a box: once the
*  delivery is posted, "Vincular imagem" picks the scanned file
*  named by the order (C<pedido>.PDF, .JPG - whatever the scanner
*  writes) out of CANHOTO-PASTA-SCANNER (default <unidade>\
*  CANHOTO\SCANNER\), moves it to CANHOTO-PASTA (default
*  <unidade>\CANHOTO\IMAGENS\) and keeps its name on the ENTREGA
*  record; PROG934 and the grid open it through PROG1075.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
    88 Consultar-Pressed    Value 0020.
    88 Registrar-Pressed    Value 0030.
    88 Limpar-Pressed       Value 0050.
    88 Vincular-Pressed     Value 0060.
*
 01 WS-NUME-DIGITADO   PIC 9(006) VALUE ZEROS.
 01 WS-DTENT-DIGITADA  PIC 9(008) VALUE ZEROS.
 01  WS-QTD-OCOR       PIC 9(002).
 01  WS-QTD-OCOR-ED    PIC Z9.
 01 WS-MENSAGEM        PIC X(055) VALUE SPACES.
*
 01  Stat-CANLIST      PIC X(002).
     88 Valido-CANLIST Value "00" THRU "09".
 01  PATHCANLIST       PIC X(060).
 01  WS-PARAM-NOME     PIC X(020).
 01  WS-PARAM-VALOR    PIC X(040).
 01  WS-PARAM-NUM      PIC S9(012)V9999.
 01  WS-PARAM-ACHADO   PIC X(001).
 01  WS-PASTA-SCANNER  PIC X(040).
 01  WS-PASTA-CANHOTO  PIC X(040).
 01  WS-PASTA          PIC X(040).
 01  WS-PASTA-IDX      PIC S9(004) COMP-5.
 01  WS-ARQUIVO        PIC X(040).
 01  WS-CMD            PIC X(200).
 01  WS-IMAGEM-ED      PIC X(046) VALUE SPACES.
*  A re-posted delivery keeps the image already linked to it.
 01  WS-IMAGEM-ANTES.
     03 WS-IMG-ARQUIVO PIC X(060).
     03 WS-IMG-DATA    PIC X(008).
     03 WS-IMG-OPER    PIC X(020).
*
 01 WS-ENCONTRADO      PIC X(001) VALUE "N".
    88 Pedido-Na-Tela  Value "S".
   03 WS-RECEBEDOR-DIG, Entry-Field,
      Line 6,00, Col 29,00, Size 30,00,
      Using WS-RECEBEDOR-DIG.
*
   03 Label "Imagem.................:", Line 7,00, Col 3,00.
   03 Label From WS-IMAGEM-ED, Line 7,00, Col 29,00, Size 32,00.
*
   03 Label From WS-MENSAGEM, Line 9,00, Col 3,00, Size 57,00.
*
   03 PB-Registrar, Push-Button, "&Registrar entrega",
      Line 11,00, Col 3,00, Size 20 Cells,
      Exception-Value = 0030.
   03 PB-Vincular, Push-Button, "&Vincular imagem",
      Line 11,00, Col 25,00, Size 20 Cells,
      Exception-Value = 0060.
   03 PB-Sair, Push-Button, "&Sair",
      Line 11,00, Col 47,00, Size 13 Cells,
      Self-Act,
      Exception-Value = 0010.
*
      Move "S" To WS-TEM-OCORDIV
   End-if.

   Perform Carrega-Pastas Thru Carrega-Pastas-Exit.

   Display Standard Graphical Window,
           Title "Registro de Entregas (Canhoto)",
           Size 64, Lines 15, Background-Low
         Perform Consulta-Pedido Thru Consulta-Pedido-Exit
      When Registrar-Pressed
         Perform Registra-Entrega Thru Registra-Entrega-Exit
      When Vincular-Pressed
         Perform Vincula-Imagem Thru Vincula-Imagem-Exit
      When Limpar-Pressed
         Move Zeros  To WS-NUME-DIGITADO WS-DTENT-DIGITADA
                        WS-CLIE-ED
         Move Spaces To WS-RECEBEDOR-DIG WS-SITU-ED WS-MENSAGEM
                        WS-IMAGEM-ED
         Move "N"    To WS-ENCONTRADO
         Display Tela-Entrega
   End-Evaluate.
*
 Consulta-Pedido.
   Move Spaces To WS-MENSAGEM WS-IMAGEM-ED
   Move "N"    To WS-ENCONTRADO
   Move WS-NUME-DIGITADO To ORDE-NUME
   Read ORDE
   If Valido-ENTREGA
      Move EN-DTENT     To WS-DTENT-DIGITADA
      Move EN-RECEBEDOR To WS-RECEBEDOR-DIG
      Perform Mostra-Imagem Thru Mostra-Imagem-Exit
      Move "Entrega JA registrada - regrave se preciso."
           To WS-MENSAGEM
   Else
      Display Tela-Entrega
      Go To Registra-Entrega-Exit
   End-if
   Move Spaces            To WS-IMAGEM-ANTES
   Move WS-NUME-DIGITADO  To EN-NUME
   Read ENTREGA
      Invalid Key Continue
   End-Read
   If Valido-ENTREGA
      Move EN-IMAGEM      To WS-IMG-ARQUIVO
      Move EN-DTIMG       To WS-IMG-DATA
      Move EN-OPIMG       To WS-IMG-OPER
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move Spaces            To ENTREGA-REGI
   Move Oper-Nome         To EN-OPERADOR
   Move WS-DATA-SISTEMA   To EN-DTIN
   Move WS-HORA-SISTEMA   To EN-HRIN
   Move WS-IMG-ARQUIVO    To EN-IMAGEM
   Move WS-IMG-DATA       To EN-DTIMG
   Move WS-IMG-OPER       To EN-OPIMG
   Write ENTREGA-REGI
      Invalid Key
         If Duplicado-ENTREGA
   Display Tela-Entrega.
 Registra-Entrega-Exit.
   Exit.
*
 Carrega-Pastas.
   Move Spaces To WS-PASTA-SCANNER WS-PASTA-CANHOTO
   String Lk-Unidade "\CANHOTO\SCANNER\" Delimited By Size
          Into WS-PASTA-SCANNER
   End-String
   String Lk-Unidade "\CANHOTO\IMAGENS\" Delimited By Size
          Into WS-PASTA-CANHOTO
   End-String
   Move "CANHOTO-PASTA-SCANNER" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR To WS-PASTA
      Perform Fecha-Pasta Thru Fecha-Pasta-Exit
      Move WS-PASTA To WS-PASTA-SCANNER
   End-if
   Move "CANHOTO-PASTA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR To WS-PASTA
      Perform Fecha-Pasta Thru Fecha-Pasta-Exit
      Move WS-PASTA To WS-PASTA-CANHOTO
   End-if.
 Carrega-Pastas-Exit.
   Exit.
*
 Fecha-Pasta.
   Perform Varying WS-PASTA-IDX From 40 By -1
             Until WS-PASTA-IDX < 1
                Or WS-PASTA(WS-PASTA-IDX:1) Not = Space
      Continue
   End-Perform
   If WS-PASTA-IDX > 0 And WS-PASTA-IDX < 40
      And WS-PASTA(WS-PASTA-IDX:1) Not = "\"
      Move "\" To WS-PASTA(WS-PASTA-IDX + 1:1)
   End-if.
 Fecha-Pasta-Exit.
   Exit.
*
*  The linked file name, or what is still missing, on the screen.
 Mostra-Imagem.
   Move Spaces To WS-IMAGEM-ED
   If EN-IMAGEM = Spaces
      Move "(so papel - nao digitalizado)" To WS-IMAGEM-ED
   Else
      Move EN-IMAGEM To WS-IMAGEM-ED
   End-if.
 Mostra-Imagem-Exit.
   Exit.
*
*  The image hangs off the delivery: a canhoto not yet posted has
*  nothing to attach to. The first file the scanner left for the
*  order is the one linked; linking again replaces the link (a
*  re-scan), the older file stays in the image folder.
 Vincula-Imagem.
   Move Spaces To WS-MENSAGEM
   If Not Pedido-Na-Tela
      Move "Consulte um pedido antes." To WS-MENSAGEM
      Display Tela-Entrega
      Go To Vincula-Imagem-Exit
   End-if
   Move WS-NUME-DIGITADO To EN-NUME
   Read ENTREGA
      Invalid Key Continue
   End-Read
   If Not Valido-ENTREGA
      Move "Registre a entrega antes de vincular a imagem."
           To WS-MENSAGEM
      Display Tela-Entrega
      Go To Vincula-Imagem-Exit
   End-if

   Move Spaces to PathCANLIST.
   String Lk-Unidade             Delimited By Size
          "\DADOS\CANLISTA.TXT"  Delimited By Size
          Into PathCANLIST
   End-String.
   Move Spaces To WS-CMD
   String 'DIR /B /A-D "'   Delimited By Size
          WS-PASTA-SCANNER  Delimited By Space
          'C'               Delimited By Size
          WS-NUME-DIGITADO  Delimited By Size
          '.*" > "'         Delimited By Size
          PathCANLIST       Delimited By Space
          '"'               Delimited By Size
          Into WS-CMD
   End-String
   Call "SYSTEM" Using WS-CMD.

   Move Spaces To WS-ARQUIVO
   Open Input CANLIST
   If Valido-CANLIST
      Read CANLIST
         At End Continue
      End-Read
      If Valido-CANLIST
         Move CANLIST-REGI To WS-ARQUIVO
      End-if
      Close CANLIST
   End-if
   If WS-ARQUIVO = Spaces
      String "Nenhum arquivo C" WS-NUME-DIGITADO
             ".* na pasta do scanner."
             Delimited By Size Into WS-MENSAGEM
      End-String
      Display Tela-Entrega
      Go To Vincula-Imagem-Exit
   End-if

   Move Spaces To WS-CMD
   String 'MOVE /Y "'       Delimited By Size
          WS-PASTA-SCANNER  Delimited By Space
          WS-ARQUIVO        Delimited By Space
          '" "'             Delimited By Size
          WS-PASTA-CANHOTO  Delimited By Space
          '"'               Delimited By Size
          Into WS-CMD
   End-String
   Call "SYSTEM" Using WS-CMD
   If Return-Code Not = Zeros
      Move "Erro ao mover a imagem para a pasta de canhotos."
           To WS-MENSAGEM
      Display Tela-Entrega
      Go To Vincula-Imagem-Exit
   End-if

   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Move Spaces To EN-IMAGEM
   String WS-PASTA-CANHOTO  Delimited By Space
          WS-ARQUIVO        Delimited By Space
          Into EN-IMAGEM
   End-String
   Move WS-DATA-SISTEMA To EN-DTIMG
   Move Oper-Nome       To EN-OPIMG
   Rewrite ENTREGA-REGI
      Invalid Key
         Move "Erro ao gravar o vinculo da imagem." To WS-MENSAGEM
      Not Invalid Key
         Move "Imagem do canhoto vinculada." To WS-MENSAGEM
   End-Rewrite
   Perform Mostra-Imagem Thru Mostra-Imagem-Exit
   Display Tela-Entrega.
 Vincula-Imagem-Exit.
   Exit.
