   Copy "..\COPY\PRECOS.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\COTACAO.SL".
   Copy "..\COPY\ROTAS.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\ORDE.FD".
$XFD FILE=COTACAO
   Copy "..\COPY\COTACAO.FD".
$XFD FILE=ROTAS
   Copy "..\COPY\ROTAS.FD".
*
 Working-Storage Section.
*
     88 Valido-COTACAO   Value "00" THRU "09".
     88 Fim-COTACAO      Value "10".
 01  PATHCOTACAO         PIC X(060).
*  The route the desk quotes on, picked from the route master:
*  blank prices each carrier on its own registered route. A line
*  CALCFRET prices under the ANTT minimum floor of the route is
*  marked - the floor uses the carrier's lightest active truck.
 01  Stat-ROTAS          PIC X(002).
     88 Valido-ROTAS     Value "00" THRU "09".
 01  PATHROTAS           PIC X(060)
     VALUE "..\DADOS\ROTAS.DAT".
 01  WS-TEM-ROTAS        PIC X(001) VALUE "N".
     88 Tem-Rotas        Value "S".
*
 Copy "..\copy\usuario.cpy".
*
 01 WS-CRD-DIAS-ED     PIC Z(003)9.
 01 WS-PROD-DIGITADO   PIC 9(006) VALUE ZEROS.
 01 WS-PESO-DIGITADO   PIC 9(009)V999 VALUE ZEROS.
 01 WS-ROTA-DIGITADA   PIC X(010) VALUE SPACES.
 01 WS-ROTA-ED         PIC X(069) VALUE SPACES.
 01 WS-KM-ED           PIC ZZZZ9.
 01 WS-QTD-ABAIXO-PISO PIC 9(002) COMP-X.
 01 WS-TRAN-DIG-1      PIC 9(004) VALUE ZEROS.
 01 WS-TRAN-DIG-2      PIC 9(004) VALUE ZEROS.
 01 WS-TRAN-DIG-3      PIC 9(004) VALUE ZEROS.
 01 WS-PROD-TESTE      PIC S9(006) COMP-5.
 01 WS-PRECO-VIGENTE   PIC S9(005)V9999 COMP-3.
 01 WS-PRECO-LISTA-ED  PIC ZZZZ9,9999.
*
*  Available-to-promise (GETDISP): saldo less what the liberado
*  orders already hold, over every area of the produto - a quote
*  has no area yet. Shown with the price; a weight above it is
*  warned about, never blocked, the same as the credit check.
 01 WS-DSP-PROD        PIC S9(006)     COMP-5.
 01 WS-DSP-AREA        PIC S9(004)     COMP-5 VALUE ZEROS.
 01 WS-DSP-NUME        PIC S9(006)     COMP-5 VALUE ZEROS.
 01 WS-DSP-SALDO       PIC S9(012)V999 COMP-3.
 01 WS-DSP-RESERVADO   PIC S9(012)V999 COMP-3.
 01 WS-DSP-DISPONIVEL  PIC S9(012)V999 COMP-3.
 01 WS-DSP-DISPONIVEL-ED PIC -ZZZZZZZZZ9,999.
 01 WS-DISPONIVEL-ED   PIC X(040) VALUE SPACES.
*
 01 WS-PROX-NUMERO     PIC S9(006) COMP-5.
*  Manual numbering now comes from the reserved NUMCTL.DAT range
      Using WS-CLIE-DIGITADO.
   03 Label From WS-NOME-CLIE-ED, Line 2,00, Col 20,00,
      Size 30,00.
   03 Label "Rota:", Line 2,00, Col 52,00.
   03 EF-Rota, Entry-Field,
      Line 2,00, Col 58,00, Size 12,00,
      Using WS-ROTA-DIGITADA.
   03 Label "Produto:", Line 3,00, Col 3,00.
   03 EF-Prod, Entry-Field,
      Line 3,00, Col 12,00, Size 08,00,
      Line 4,50, Col 63,00, Size 12 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 Label From WS-ROTA-ED,   Line 5,50, Col 3,00, Size 69,00.
*
   03 Label From WS-Q-CABEC,   Line 6,50, Col 3,00, Size 69,00.
   03 Label From WS-Q-LINHA-1, Line 7,50, Col 3,00, Size 69,00.
   03 Label From WS-Q-LINHA-4, Line 10,50, Col 3,00, Size 69,00.
*
   03 Label From WS-PRECO-ED, Line 12,00, Col 3,00, Size 40,00.
   03 Label From WS-DISPONIVEL-ED, Line 13,00, Col 3,00,
      Size 40,00.
   03 PB-Gravar, Push-Button, "&Gravar cotacao",
      Line 12,00, Col 55,00, Size 20 Cells,
      Exception-Value = 0030.
      Move "S" To WS-TEM-ORDE
   End-if.

   Open Input ROTAS
   If Valido-ROTAS
      Move "S" To WS-TEM-ROTAS
   End-if.

   Display Standard Graphical Window,
           Title "Cotacao de Frete e Preco",
           Size 78, Lines 21, Background-Low
   If Tem-Orde
      Close ORDE
   End-if.
   If Tem-Rotas
      Close ROTAS
   End-if.
   Close Window Handle-TELA913.
   Exit Program.
*
      Go To Calcula-Cotacao-Exit
   End-if

   Perform Valida-Rota Thru Valida-Rota-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Cotacao
      Go To Calcula-Cotacao-Exit
   End-if

   Move Zeros            To WS-QTD-ABAIXO-PISO
   Move WS-PESO-DIGITADO To WS-PESO-ESTIMADO
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Move WS-DATA-SISTEMA  To WS-VIGENCIA-PEDIDO
   End-if

   Perform Busca-Preco-Lista Thru Busca-Preco-Lista-Exit
   Perform Busca-Disponivel Thru Busca-Disponivel-Exit

   Move WS-TRAN-DIG-1 To WS-TRAN-ATUAL
   Move 1             To WS-Q-IDX
   Move "S" To WS-CALCULADO
   Move "Cotacao calculada - confira e grave se fechar negocio."
        To WS-MENSAGEM
   If WS-QTD-ABAIXO-PISO > Zeros
      Move "ATENCAO: linha(s) ABAIXO PISO ANTT - rota/tarifa a rever."
           To WS-MENSAGEM
      Display Message Box
        "ATENCAO: ha transportadora cotada abaixo do piso minimo"
        " de frete da ANTT para a rota - multa para nos e para"
        " o transportador."
   End-if
   Display Tela-Cotacao.
 Calcula-Cotacao-Exit.
   Exit.
      Move "TRANSP INATIVA" To WS-QD-OBS
      Go To Monta-Linha-Cotacao-Exit
   End-if
   If WS-ROTA-DIGITADA Not = Spaces
      Move WS-ROTA-DIGITADA To WS-ROTA-PEDIDO
   Else
      Move TR-ROTA          To WS-ROTA-PEDIDO
   End-if
   Move Lk-Unidade          To CF-UNIDADE
   Move WS-TRAN-ATUAL       To CF-TRAN
   Move WS-ROTA-PEDIDO      To CF-ROTA
   Move WS-VIGENCIA-PEDIDO  To CF-VIGENCIA
   Move WS-PESO-ESTIMADO    To CF-PESO
   Move Zeros               To CF-EIXOS
   Move Zeros               To CF-NUME
   Move Zeros               To CF-PROPOSTA
   Call "CALCFRET" Using CF-PARM
   If Not CF-Tarifa-Achada
      Move "SEM TARIFA" To WS-QD-OBS
   If CF-MINIMO-APLICADO = "S"
      Move "MINIMO APLICADO" To WS-QD-OBS
   End-if
   If CF-Frete-Abaixo-Piso
      Move "ABAIXO PISO ANTT" To WS-QD-OBS
      Add 1 To WS-QTD-ABAIXO-PISO
   End-if
   Move CF-FRETE To WS-FRET-ESPERADO
   Move CF-ICFR  To WS-ICFR-ESPERADO
   Move WS-FRET-ESPERADO To WS-QD-FRETE
   Move WS-ICFR-ESPERADO To WS-Q-ICFR(WS-Q-IDX).
 Monta-Linha-Cotacao-Exit.
   Exit.
*
*
*  A typed route must be in the route master and active; its
*  origin, destination and distance go on the screen.
 Valida-Rota.
   Move Spaces To WS-ROTA-ED
   If WS-ROTA-DIGITADA = Spaces
      Move "Rota: a cadastrada de cada transportadora."
           To WS-ROTA-ED
      Go To Valida-Rota-Exit
   End-if
   If Not Tem-Rotas
      Move "Cadastro de rotas ausente (PROG1050)." To WS-MENSAGEM
      Go To Valida-Rota-Exit
   End-if
   Move WS-ROTA-DIGITADA To RT-CODIGO
   Read ROTAS
      Invalid Key
         Move "Rota nao cadastrada (PROG1050)." To WS-MENSAGEM
         Go To Valida-Rota-Exit
   End-Read
   If Not Rota-Ativa
      Move "Rota inativa - escolha outra." To WS-MENSAGEM
      Go To Valida-Rota-Exit
   End-if
   Move RT-KM To WS-KM-ED
   String "Rota: "       Delimited By Size
          RT-ORIG-CIDADE Delimited By "  "
          "/"            Delimited By Size
          RT-ORIG-UF     Delimited By Size
          " > "          Delimited By Size
          RT-DEST-CIDADE Delimited By "  "
          "/"            Delimited By Size
          RT-DEST-UF     Delimited By Size
          " - "          Delimited By Size
          WS-KM-ED       Delimited By Size
          " km"          Delimited By Size
          Into WS-ROTA-ED
   End-String.
 Valida-Rota-Exit.
   Exit.
*
 Busca-Preco-Lista.
   Move Spaces To WS-PRECO-ED
   End-if.
 Busca-Preco-Lista-Exit.
   Exit.
*
 Busca-Disponivel.
   Move Spaces To WS-DISPONIVEL-ED
   If WS-PROD-DIGITADO = Zeros
      Go To Busca-Disponivel-Exit
   End-if
   Move WS-PROD-DIGITADO To WS-DSP-PROD
   Move Zeros To WS-DSP-SALDO WS-DSP-RESERVADO WS-DSP-DISPONIVEL
   Call "GETDISP" Using Lk-Unidade WS-DSP-PROD WS-DSP-AREA
                        WS-DSP-NUME WS-DSP-SALDO WS-DSP-RESERVADO
                        WS-DSP-DISPONIVEL
      On Exception Continue
   End-Call
   Move WS-DSP-DISPONIVEL To WS-DSP-DISPONIVEL-ED
   String "Disponivel p/ prometer: " Delimited By Size
          WS-DSP-DISPONIVEL-ED       Delimited By Size
          Into WS-DISPONIVEL-ED
   End-String
   If WS-PESO-ESTIMADO > WS-DSP-DISPONIVEL
      Display Message Box
        "ATENCAO: peso estimado acima do disponivel para prometer"
        " (" WS-DSP-DISPONIVEL-ED " kg) - saldo ja reservado"
        " por pedidos liberados."
   End-if.
 Busca-Disponivel-Exit.
   Exit.
*
 Le-Proximo-Preco.
   Read PRECOS Next Record
