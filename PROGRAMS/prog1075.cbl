*CANHOTO DIGITALIZADO DE UM PEDIDO (ENTREGA.DAT - EN-IMAGEM)
 Identification Division.
 Program-Id. PROG1075.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ENTREGA.SL".
*
 Data Division.
 File Section.
$XFD FILE=ENTREGA
   Copy "..\COPY\ENTREGA.FD".
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
*  The signed canhoto on screen instead of in the box: the image
*  PROG985 linked to the delivery (EN-IMAGEM) opened in a browser
*  control, which shows the PDF or JPG the scanner wrote as is.
*  PROG934's timeline and the order grid (gridctl) call it with
*  the order number as a second parameter; from the menu it
*  opens empty and the order is typed.
*
 01  Stat-ENTREGA        PIC X(002).
     88 Valido-ENTREGA   Value "00" THRU "09".
 01  PATHENTREGA         PIC X(060).
 01  WS-TEM-ENTREGAS     PIC X(001) VALUE "N".
     88 Tem-Entregas     Value "S".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Mostrar-Pressed      Value 0020.
*
 01 WS-NUME-DIGITADO   PIC 9(006) VALUE ZEROS.
 01 WS-RECEBEDOR-ED    PIC X(030) VALUE SPACES.
 01 WS-DTENT-ED        PIC X(010) VALUE SPACES.
 01 WS-IMAGEM-URL      PIC X(060) VALUE SPACES.
 01 WS-MENSAGEM        PIC X(055) VALUE SPACES.
*  How many Using parameters the caller passed (C$NARG), as in
*  PROG945.
 01 WS-QTD-PARAMETROS  PIC 9(002) COMP-X VALUE ZEROS.
*
01 Handle-TELA1075            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*  Optional: the order whose canhoto to open right away. Only
*  referenced when C$NARG says the caller supplied it.
 01 Lk-Nume-Canhoto    Pic 9(006).
*
Screen section.
01 Tela-Canhoto Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  27,00, Size   76,00 CELLS,
      Lowered
   .
   03 Label "Pedido:", Line 2,00, Col 3,00.
   03 WS-NUME-DIGITADO, Entry-Field,
      Line 2,00, Col 12,00, Size 08,00,
      Using WS-NUME-DIGITADO.
   03 PB-Mostrar, Push-Button, "&Mostrar canhoto",
      Line 2,00, Col 22,00, Size 20 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Sair, Push-Button, "&Sair",
      Line 2,00, Col 44,00, Size 12 Cells,
      Self-Act,
      Exception-Value = 0010.
*
   03 Label "Entregue em:", Line 3,50, Col 3,00.
   03 Label From WS-DTENT-ED, Line 3,50, Col 16,00, Size 10,00.
   03 Label "Recebedor:", Line 3,50, Col 28,00.
   03 Label From WS-RECEBEDOR-ED, Line 3,50, Col 39,00,
      Size 30,00.
   03 Label From WS-MENSAGEM, Line 4,75, Col 3,00, Size 70,00.
*
   03 WB-Canhoto, Web-Browser,
      Line 6,00, Col 3,00,
      Lines 21,00 Cells, Size 74,00 Cells.
*
 Procedure Division Using LK-Linkage, Lk-Nume-Canhoto.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathENTREGA.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ENTREGA.DAT" Delimited By Size
          Into PathENTREGA
   End-String.
   Move "N" To WS-TEM-ENTREGAS
   Open Input ENTREGA
   If Valido-ENTREGA
      Move "S" To WS-TEM-ENTREGAS
   End-if.

   Display Standard Graphical Window,
           Title "Canhoto Digitalizado do Pedido",
           Size 78, Lines 29, Background-Low
           Modeless,
           Handle Handle-TELA1075.
   Display Tela-Canhoto.

   Call "C$NARG" Using WS-QTD-PARAMETROS
   If WS-QTD-PARAMETROS > 1
      If Lk-Nume-Canhoto > Zeros
         Move Lk-Nume-Canhoto To WS-NUME-DIGITADO
         Perform Mostra-Canhoto Thru Mostra-Canhoto-Exit
      End-if
   End-if

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Canhoto On Exception Continue
   End-Perform.

   If Tem-Entregas
      Close ENTREGA
   End-if.
   Close Window Handle-TELA1075.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Mostrar-Pressed
         Perform Mostra-Canhoto Thru Mostra-Canhoto-Exit
   End-Evaluate.
*
*  No delivery, a delivery on paper only, or the image - each
*  says so on the message line; the browser keeps showing the
*  last image only when there is one to show.
 Mostra-Canhoto.
   Move Spaces To WS-MENSAGEM WS-RECEBEDOR-ED WS-DTENT-ED
                  WS-IMAGEM-URL
   If Not Tem-Entregas
      Move "Nenhuma entrega registrada nesta unidade."
           To WS-MENSAGEM
      Display Tela-Canhoto
      Go To Mostra-Canhoto-Exit
   End-if
   Move WS-NUME-DIGITADO To EN-NUME
   Read ENTREGA
      Invalid Key Continue
   End-Read
   If Not Valido-ENTREGA
      Move "Pedido sem entrega registrada (PROG985)."
           To WS-MENSAGEM
      Display Tela-Canhoto
      Go To Mostra-Canhoto-Exit
   End-if
   Move EN-RECEBEDOR To WS-RECEBEDOR-ED
   String EN-DTENT(7:2) "/" EN-DTENT(5:2) "/" EN-DTENT(1:4)
          Delimited By Size Into WS-DTENT-ED
   End-String
   If EN-IMAGEM = Spaces
      Move "Canhoto registrado, sem imagem digitalizada."
           To WS-MENSAGEM
      Display Tela-Canhoto
      Go To Mostra-Canhoto-Exit
   End-if
   Move EN-IMAGEM To WS-IMAGEM-URL
   String "Digitalizado em " EN-DTIMG(7:2) "/" EN-DTIMG(5:2) "/"
          EN-DTIMG(1:4) " por " EN-OPIMG
          Delimited By Size Into WS-MENSAGEM
   End-String
   Modify WB-Canhoto, Value = WS-IMAGEM-URL
   Display Tela-Canhoto.
 Mostra-Canhoto-Exit.
   Exit.
