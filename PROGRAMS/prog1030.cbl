*FATURA AGRUPADA: AGRUPA, DESFAZ E REIMPRIME (FATAGR.DAT)
 Identification Division.
 Program-Id. PROG1030.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\FATAGR.SL".
   Copy "..\COPY\FAGTIT.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\DOCFAT.SL".
   Copy "..\COPY\MAILQ.SL".
   Copy "..\COPY\LOCKMRK.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=FATAGR
   Copy "..\COPY\FATAGR.FD".
$XFD FILE=FAGTIT
   Copy "..\COPY\FAGTIT.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
   Copy "..\COPY\DOCFAT.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
   Copy "..\COPY\LOCKMRK.FD".
*
 Working-Storage Section.
*
*  One invoice and one boleto a week for the big cooperatives:
*  the grouping run (A) takes a client's faturado orders of a
*  period not yet in any fatura, whose titles are all still open
*  and untouched, moves those titles into FAGTIT.DAT and writes a
*  single title for the total on the common due date - under the
*  first order, next free parcel above 10 (the residual
*  convention), so the retorno, the counter and the aging see an
*  ordinary title. Every order keeps the fatura number in
*  ORDE-FAGR and the consolidated sheet lists each order with its
*  PROG961 detail. Undoing (D) puts the original titles back and
*  is refused once the fatura's boleto went out - printed by
*  PROG915 or remitted by PROG978 - or the title took a payment.
*  R reprints the sheet of any fatura.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
 01  PATHTITULOS         PIC X(060).
 01  Stat-FATAGR         PIC X(002).
     88 Valido-FATAGR    Value "00" THRU "09".
     88 Fim-FATAGR       Value "10".
 01  PATHFATAGR          PIC X(060).
 01  Stat-FAGTIT         PIC X(002).
     88 Valido-FAGTIT    Value "00" THRU "09".
     88 Fim-FAGTIT       Value "10".
 01  PATHFAGTIT          PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-DOCFAT         PIC X(002).
     88 Valido-DOCFAT    Value "00" THRU "09".
 01  PATHDOCFAT          PIC X(060).
 01  Stat-MAILQ          PIC X(002).
     88 Valido-MAILQ     Value "00" THRU "09".
 01  PATHMAILQ           PIC X(060).
*
*  The operator signs the fatura and its undoing.
 Copy "..\copy\usuario.cpy".
*
*  The branch lock protocol, exactly as the other on-line writers
*  keep it: refuse politely while the sync holds SYNC.LCK, hold
*  ONLINE.LCK while ORDE.DAT is open, release on every exit.
 01  Stat-LOCKMRK        PIC X(002).
     88 Valido-LOCKMRK   Value "00" THRU "09".
 01  PATHLOCK            PIC X(060).
 01  WS-SYNC-RODANDO     PIC X(001).
     88 Sync-Em-Andamento Value "S".
*
 01  WS-OPCAO            PIC X(001).
 01  WS-CONFIRMA         PIC X(001) VALUE "N".
     88 Confirma-Operacao Value "S" "s".
 01  WS-CLIE-DIGITADO    PIC 9(004) VALUE ZEROS.
 01  WS-FATURA-DIGITADA  PIC 9(006) VALUE ZEROS.
 01  WS-DATA-DE          PIC 9(008) VALUE ZEROS.
 01  WS-DATA-ATE         PIC 9(008) VALUE ZEROS.
 01  WS-VENC-DIGITADO    PIC 9(008) VALUE ZEROS.
 01  WS-DE-X             PIC X(008).
 01  WS-ATE-X            PIC X(008).
 01  WS-VENC-X           PIC X(008).
 01  WS-DATA-NORM        PIC X(008).
 01  WS-DATA-BRUTA       PIC X(010).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-X   PIC X(008).
 01  WS-HORA-ACEITA      PIC 9(008).
 01  WS-HORA-ACEITA-R REDEFINES WS-HORA-ACEITA.
     03 WS-HA-HH         PIC 9(002).
     03 WS-HA-MM         PIC 9(002).
     03 WS-HA-SS         PIC 9(002).
     03 FILLER           PIC 9(002).
*
*  The orders the run selected, with what their open titles add
*  up to - the fatura holds at most 60 of them.
 78  max-pedidos         value 60.
 01  WS-PED-TAB.
     03 WS-PED occurs 60 times.
        05 WS-PD-NUME    PIC S9(006)     COMP-5.
        05 WS-PD-VALOR   PIC S9(012)V99  COMP-3.
        05 WS-PD-QTD     PIC S9(004)     COMP-5.
 01  WS-QTD-PED          PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-PED-IDX          PIC 9(003) COMP-X.
 01  WS-TABELA-CHEIA     PIC X(001) VALUE "N".
     88 Tabela-Cheia     Value "S".
*
*  The fatura's title sits under the first order and PROG959
*  takes its currency and rate from there - so every order in it
*  must be in that same currency and, when not in reais, booked
*  at the very same ORDE-CAMBIO.
 01  WS-FATURA-MOEDA     PIC X(003).
 01  WS-FATURA-CAMBIO    PIC S9(004)V9999 COMP-3.
 01  WS-PEDIDO-MOEDA     PIC X(003).
*
*  One order's titles, judged before anything moves: open ones
*  are summed; any payment, even partial, keeps the order out.
 01  WS-TIT-ABERTO       PIC S9(012)V99  COMP-3.
 01  WS-TIT-QTD          PIC S9(004)     COMP-5.
 01  WS-TIT-PAGO         PIC X(001).
     88 Tem-Titulo-Pago  Value "S".
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-FATURA-PARC      PIC 9(002) COMP-X.
 01  WS-FATURA-BANCO     PIC X(003).
 01  WS-BANCO-ACHADO     PIC X(001).
     88 Banco-Achado     Value "S".
 01  WS-TOTAL-FATURA     PIC S9(012)V99  COMP-3.
 01  WS-PROX-FATURA      PIC S9(006)     COMP-5.
 01  WS-FT-SEQ           PIC S9(004)     COMP-5.
 01  WS-QTD-MOVIDOS      PIC S9(004)     COMP-5.
 01  WS-QTD-RESTAURADOS  PIC S9(004)     COMP-5.
 01  WS-QTD-CONFLITOS    PIC S9(004)     COMP-5.
*
*  The consolidated sheet.
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-NOME-PROD        PIC X(040).
 01  WS-SUBTOTAL         PIC S9(012)V99  COMP-3.
 01  WS-MQ-SEQ           PIC 9(006).
 01  WS-MQ-ARQUIVO       PIC X(030).
 01  WS-MQ-DOC           PIC X(008).
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-FATURA-ED        PIC Z(005)9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-PARC-ED          PIC Z9.
 01  WS-QTD-ED           PIC ZZ9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-PESO-ED          PIC ZZZZZZZZZ,999.
 01  WS-FRET-ED          PIC ZZZZZZZZZ,99.
 01  WS-QUAN-ED          PIC ZZZZZZZZZ,999.
 01  WS-VLUN-ED          PIC ZZZZ9,9999.
 01  WS-VALOR-ED         PIC ZZZZZZZZZZ,99.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   If Operador-Nao-Assinado
      Display "Operador nao assinado - entre pelo menu (PROG940)."
      Exit Program
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-ACEITA From Time
   Move Spaces To WS-HORA-SISTEMA-X
   String WS-HA-HH ":" WS-HA-MM ":" WS-HA-SS
          Delimited By Size Into WS-HORA-SISTEMA-X
   End-String

   Display "Opcao (A=agrupa pedidos D=desfaz fatura "
           "R=reimprime fatura): " With No Advancing
   Accept WS-OPCAO
   If WS-OPCAO Not = "A" And Not = "a" And Not = "D" And Not = "d"
      And Not = "R" And Not = "r"
      Exit Program
   End-if

   Perform Verifica-Trava-Sync Thru Verifica-Trava-Sync-Exit
   If Sync-Em-Andamento
      Display "Sincronismo em andamento nesta unidade desde "
              LC-DATA " " LC-HORA " - tente mais tarde."
      Exit Program
   End-if
   Perform Trava-Online Thru Trava-Online-Exit

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open I-O ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Perform Destrava-Online Thru Destrava-Online-Exit
      Exit Program
   End-if

   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open I-O TITULOS
   If Not Valido-TITULOS
      Display "erro TITULOS " Stat-TITULOS
      Close ORDE
      Perform Destrava-Online Thru Destrava-Online-Exit
      Exit Program
   End-if

   Move Spaces to PathFATAGR.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FATAGR.DAT" Delimited By Size
          Into PathFATAGR
   End-String.
   Open I-O FATAGR
   If Not Valido-FATAGR
      Open Output FATAGR
      Close FATAGR
      Open I-O FATAGR
   End-if
   If Not Valido-FATAGR
      Display "erro FATAGR " Stat-FATAGR
      Close TITULOS
      Close ORDE
      Perform Destrava-Online Thru Destrava-Online-Exit
      Exit Program
   End-if

   Move Spaces to PathFAGTIT.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FAGTIT.DAT" Delimited By Size
          Into PathFAGTIT
   End-String.
   Open I-O FAGTIT
   If Not Valido-FAGTIT
      Open Output FAGTIT
      Close FAGTIT
      Open I-O FAGTIT
   End-if
   If Not Valido-FAGTIT
      Display "erro FAGTIT " Stat-FAGTIT
      Close FATAGR
      Close TITULOS
      Close ORDE
      Perform Destrava-Online Thru Destrava-Online-Exit
      Exit Program
   End-if

   Evaluate WS-OPCAO
      When "A" When "a"
         Perform Agrupa-Pedidos Thru Agrupa-Pedidos-Exit
      When "D" When "d"
         Perform Desfaz-Fatura Thru Desfaz-Fatura-Exit
      When "R" When "r"
         Perform Reimprime-Fatura Thru Reimprime-Fatura-Exit
   End-Evaluate.
*
 Encerra.
   Close FAGTIT
   Close FATAGR
   Close TITULOS
   Close ORDE
   Perform Destrava-Online Thru Destrava-Online-Exit
   Exit Program.
*
*  The grouping run: select, show, confirm, then the titles move
*  and the fatura is written and printed.
 Agrupa-Pedidos.
   Display "Codigo do cliente.............: " With No Advancing
   Accept WS-CLIE-DIGITADO
   If WS-CLIE-DIGITADO = Zeros
      Go To Agrupa-Pedidos-Exit
   End-if
   Display "Periodo inicial (AAAAMMDD)....: " With No Advancing
   Accept WS-DATA-DE
   Display "Periodo final   (AAAAMMDD)....: " With No Advancing
   Accept WS-DATA-ATE
   If WS-DATA-ATE = Zeros
      Move WS-DATA-SISTEMA To WS-DATA-ATE
   End-if
   If WS-DATA-DE > WS-DATA-ATE
      Display "Periodo invalido."
      Go To Agrupa-Pedidos-Exit
   End-if
   Display "Vencimento comum (AAAAMMDD)...: " With No Advancing
   Accept WS-VENC-DIGITADO
   If WS-VENC-DIGITADO < WS-DATA-SISTEMA
      Display "Vencimento comum nao pode ser anterior a hoje."
      Go To Agrupa-Pedidos-Exit
   End-if
   Move WS-DATA-DE       To WS-DE-X
   Move WS-DATA-ATE      To WS-ATE-X
   Move WS-VENC-DIGITADO To WS-VENC-X

   Perform Seleciona-Pedidos Thru Seleciona-Pedidos-Exit
   If WS-QTD-PED < 2
      Display "Menos de dois pedidos para agrupar no periodo - "
              "nada feito."
      Go To Agrupa-Pedidos-Exit
   End-if
   Move WS-TOTAL-FATURA To WS-VALOR-ED
   Move WS-QTD-PED      To WS-QTD-ED
   Display WS-QTD-ED " pedido(s), total " WS-VALOR-ED
           " num titulo so, vencimento " WS-VENC-X "."
   Display "Confirma a fatura agrupada (S/N): " With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Operacao
      Display "Fatura agrupada abortada."
      Go To Agrupa-Pedidos-Exit
   End-if

   Perform Proximo-Numero-Fatura Thru Proximo-Numero-Fatura-Exit
   Perform Grava-Titulo-Fatura Thru Grava-Titulo-Fatura-Exit
   If Not Valido-TITULOS
      Display "Sem parcela livre para o titulo da fatura - "
              "nada feito."
      Go To Agrupa-Pedidos-Exit
   End-if

   Move Zeros To WS-QTD-MOVIDOS
   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > WS-QTD-PED
      Perform Move-Titulos-Pedido Thru Move-Titulos-Pedido-Exit
      Perform Marca-Pedido Thru Marca-Pedido-Exit
   End-Perform

   Initialize FATAGR-REGI
   Move WS-PROX-FATURA    To FA-NUME
   Move WS-CLIE-DIGITADO  To FA-CLIE
   Move WS-PD-NUME(1)     To FA-TI-NUME
   Move WS-FATURA-PARC    To FA-TI-PARC
   Move WS-DE-X           To FA-DE
   Move WS-ATE-X          To FA-ATE
   Move Spaces            To FA-VENC
   Move WS-VENC-X         To FA-VENC(1:8)
   Move WS-TOTAL-FATURA   To FA-VALOR
   Move WS-QTD-MOVIDOS    To FA-QTD-TIT
   Move WS-QTD-PED        To FA-QTD-PED
   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > WS-QTD-PED
      Move WS-PD-NUME(WS-PED-IDX) To FA-PEDIDO(WS-PED-IDX)
   End-Perform
   Move "A"               To FA-SITU
   Move "N"               To FA-BOLETO
   Move Spaces            To FA-DTBO FA-DESF FA-DTDF
   Move Oper-Nome         To FA-INCL
   Move WS-DATA-SISTEMA   To FA-DTIN
   Move WS-HORA-SISTEMA-X To FA-HRIN
   Write FATAGR-REGI
      Invalid Key
         Display "Erro ao gravar a fatura - Status " Stat-FATAGR
   End-Write

   Move WS-PROX-FATURA To WS-FATURA-ED
   Move WS-FATURA-PARC To WS-PARC-ED
   Move WS-PD-NUME(1)  To WS-NUME-ED
   Display "Fatura agrupada " WS-FATURA-ED " gravada - titulo "
           WS-NUME-ED "/" WS-PARC-ED "."
   Perform Imprime-Fatura Thru Imprime-Fatura-Exit.
 Agrupa-Pedidos-Exit.
   Exit.
*
*  The client's orders off the ORDE-CLIE alternate key: faturado,
*  emitted in the period, in no fatura yet, with open titles and
*  none of them touched by a payment.
 Seleciona-Pedidos.
   Move Zeros To WS-QTD-PED WS-TOTAL-FATURA
   Move "N"   To WS-TABELA-CHEIA
   Move Spaces To WS-FATURA-MOEDA
   Move Zeros  To WS-FATURA-CAMBIO
   Move WS-CLIE-DIGITADO To ORDE-CLIE
   Start ORDE Key = ORDE-CLIE
      Invalid Key Move "10" To Stat-ORDE
   End-Start
   Perform Until Fim-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Not Fim-ORDE And Valido-ORDE
         If ORDE-CLIE Not = WS-CLIE-DIGITADO
            Move "10" To Stat-ORDE
         Else
            Perform Seleciona-Um-Pedido
               Thru Seleciona-Um-Pedido-Exit
         End-if
      End-if
   End-Perform
   If Tabela-Cheia
      Display "Mais de 60 pedidos no periodo - os demais ficam "
              "para outra fatura."
   End-if.
 Seleciona-Pedidos-Exit.
   Exit.
*
 Seleciona-Um-Pedido.
   If Not Situacao-Faturado Or ORDE-FAGR Not = Zeros
      Go To Seleciona-Um-Pedido-Exit
   End-if
   Move ORDE-EMIS To WS-DATA-BRUTA
   Perform Normaliza-Data Thru Normaliza-Data-Exit
   If WS-DATA-NORM < WS-DE-X Or WS-DATA-NORM > WS-ATE-X
      Go To Seleciona-Um-Pedido-Exit
   End-if
   Move ORDE-NUME To WS-NUME-ED
   Perform Avalia-Titulos-Pedido Thru Avalia-Titulos-Pedido-Exit
   If Tem-Titulo-Pago
      Display "Pedido " WS-NUME-ED " fica fora: titulo ja pago, "
              "renegociado ou com baixa parcial."
      Go To Seleciona-Um-Pedido-Exit
   End-if
   If WS-TIT-QTD = Zeros
      Display "Pedido " WS-NUME-ED " fica fora: sem titulos em "
              "aberto (PROG958 ainda nao rodou?)."
      Go To Seleciona-Um-Pedido-Exit
   End-if
   Move ORDE-MOEDA To WS-PEDIDO-MOEDA
   If WS-PEDIDO-MOEDA = Spaces
      Move "BRL" To WS-PEDIDO-MOEDA
   End-if
   If WS-QTD-PED > Zeros
      If WS-PEDIDO-MOEDA Not = WS-FATURA-MOEDA
         Display "Pedido " WS-NUME-ED " fica fora: em "
                 WS-PEDIDO-MOEDA ", a fatura esta em "
                 WS-FATURA-MOEDA "."
         Go To Seleciona-Um-Pedido-Exit
      End-if
      If WS-PEDIDO-MOEDA Not = "BRL"
         And ORDE-CAMBIO Not = WS-FATURA-CAMBIO
         Display "Pedido " WS-NUME-ED " fica fora: cambio "
                 "diferente do primeiro pedido da fatura."
         Go To Seleciona-Um-Pedido-Exit
      End-if
   End-if
   If WS-PEDIDO-MOEDA Not = "BRL" And ORDE-CAMBIO Not > Zeros
      Display "Pedido " WS-NUME-ED " fica fora: em "
              WS-PEDIDO-MOEDA " sem ORDE-CAMBIO."
      Go To Seleciona-Um-Pedido-Exit
   End-if
   If WS-QTD-PED >= max-pedidos
      Move "S" To WS-TABELA-CHEIA
      Go To Seleciona-Um-Pedido-Exit
   End-if
   If WS-QTD-PED = Zeros
      Move WS-PEDIDO-MOEDA To WS-FATURA-MOEDA
      Move ORDE-CAMBIO     To WS-FATURA-CAMBIO
   End-if
   Add 1 To WS-QTD-PED
   Move ORDE-NUME     To WS-PD-NUME(WS-QTD-PED)
   Move WS-TIT-ABERTO To WS-PD-VALOR(WS-QTD-PED)
   Move WS-TIT-QTD    To WS-PD-QTD(WS-QTD-PED)
   Add WS-TIT-ABERTO  To WS-TOTAL-FATURA
   Move WS-TIT-ABERTO To WS-VALOR-ED
   Move WS-TIT-QTD    To WS-QTD-ED
   Display "Pedido " WS-NUME-ED " emissao " WS-DATA-NORM " "
           WS-QTD-ED " titulo(s) " WS-VALOR-ED.
 Seleciona-Um-Pedido-Exit.
   Exit.
*
*  Every parcel the order may hold - its schedule slots, its load
*  and residual parcels above 10.
 Avalia-Titulos-Pedido.
   Move Zeros To WS-TIT-ABERTO WS-TIT-QTD
   Move "N"   To WS-TIT-PAGO
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 99
      Move ORDE-NUME   To TI-NUME
      Move WS-PARC-IDX To TI-PARC
      Read TITULOS
         Invalid Key Continue
      End-Read
      If Valido-TITULOS
         If Titulo-Pago Or Titulo-Renegociado
            Or TI-VALOR-PAGO Not = Zeros
            Move "S" To WS-TIT-PAGO
         Else
            Add 1        To WS-TIT-QTD
            Add TI-VALOR To WS-TIT-ABERTO
         End-if
      End-if
   End-Perform.
 Avalia-Titulos-Pedido-Exit.
   Exit.
*
*  Next fatura number - the last key on file plus one, walked to
*  the end the small-file way MAILQ numbers its rows.
 Proximo-Numero-Fatura.
   Move Zeros To WS-PROX-FATURA
   Move Zeros To FA-NUME
   Start FATAGR Key Not < FA-NUME
      Invalid Key Move "10" To Stat-FATAGR
   End-Start
   Perform Until Fim-FATAGR
      Read FATAGR Next Record
         At End Move "10" To Stat-FATAGR
      End-Read
      If Valido-FATAGR
         Move FA-NUME To WS-PROX-FATURA
      End-if
   End-Perform
   Add 1 To WS-PROX-FATURA.
 Proximo-Numero-Fatura-Exit.
   Exit.
*
*  The fatura's one title, under the first order: next free
*  parcel above 10, probed while the order's own titles are still
*  on file so it never reuses a number a boleto already carried.
*  It collects at the bank of the first order's first title.
 Grava-Titulo-Fatura.
   Move Spaces To WS-FATURA-BANCO
   Move "N"    To WS-BANCO-ACHADO
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > 99 Or Banco-Achado
      Move WS-PD-NUME(1) To TI-NUME
      Move WS-PARC-IDX   To TI-PARC
      Read TITULOS
         Invalid Key Continue
      End-Read
      If Valido-TITULOS
         Move TI-BANCO To WS-FATURA-BANCO
         Move "S"      To WS-BANCO-ACHADO
      End-if
   End-Perform

   Move 10 To WS-FATURA-PARC
   Move "23" To Stat-TITULOS
   Perform Until Valido-TITULOS Or WS-FATURA-PARC > 98
      Add 1 To WS-FATURA-PARC
      Initialize TITULOS-REGI
      Move WS-PD-NUME(1)     To TI-NUME
      Move WS-FATURA-PARC    To TI-PARC
      Move WS-CLIE-DIGITADO  To TI-CLIE
      Move Spaces            To TI-VENC
      Move WS-VENC-X         To TI-VENC(1:8)
      Move WS-TOTAL-FATURA   To TI-VALOR
      Move Zeros             To TI-VALOR-PAGO
      Move Spaces            To TI-DTPG TI-OPER-PG
      Move WS-FATURA-BANCO   To TI-BANCO
      Move "A"               To TI-SITU
      Move WS-DATA-SISTEMA   To TI-DTIN
      Move WS-HORA-SISTEMA-X To TI-HRIN
      Write TITULOS-REGI
         Invalid Key Continue
      End-Write
   End-Perform.
 Grava-Titulo-Fatura-Exit.
   Exit.
*
*  The order's open titles into FAGTIT.DAT, byte for byte, then
*  off TITULOS.DAT. The fatura's own title is skipped - it may sit
*  under the first order.
 Move-Titulos-Pedido.
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 99
      Move WS-PD-NUME(WS-PED-IDX) To TI-NUME
      Move WS-PARC-IDX            To TI-PARC
      Read TITULOS
         Invalid Key Continue
      End-Read
      If Valido-TITULOS And Titulo-Aberto
         And Not (WS-PED-IDX = 1 And WS-PARC-IDX = WS-FATURA-PARC)
         Add 1 To WS-QTD-MOVIDOS
         Move Spaces         To FAGTIT-REGI
         Move WS-PROX-FATURA To FT-NUME
         Move WS-QTD-MOVIDOS To FT-SEQ
         Move TITULOS-REGI   To FT-IMAGEM
         Write FAGTIT-REGI
            Invalid Key Continue
         End-Write
         If Valido-FAGTIT
            Delete TITULOS Record
               Invalid Key Continue
            End-Delete
         End-if
      End-if
   End-Perform.
 Move-Titulos-Pedido-Exit.
   Exit.
*
 Marca-Pedido.
   Move WS-PD-NUME(WS-PED-IDX) To ORDE-NUME
   Read ORDE
      Invalid Key Go To Marca-Pedido-Exit
   End-Read
   Move WS-PROX-FATURA To ORDE-FAGR
   Rewrite ORDE-REGI
      Invalid Key Continue
   End-Rewrite.
 Marca-Pedido-Exit.
   Exit.
*
*  Undoing: only an active fatura whose boleto never went out and
*  whose title took no payment. The original titles come back
*  from FAGTIT.DAT as they were; the images stay there as history.
 Desfaz-Fatura.
   Display "Numero da fatura agrupada.....: " With No Advancing
   Accept WS-FATURA-DIGITADA
   Move WS-FATURA-DIGITADA To FA-NUME
   Read FATAGR
      Invalid Key
         Display "Fatura nao cadastrada."
         Go To Desfaz-Fatura-Exit
   End-Read
   If Not Fatura-Ativa
      Display "Fatura ja desfeita em " FA-DTDF "."
      Go To Desfaz-Fatura-Exit
   End-if
   If Boleto-Emitido
      Display "Boleto da fatura ja emitido/remetido em " FA-DTBO
              " - desfazer nao permitido."
      Go To Desfaz-Fatura-Exit
   End-if
   Move FA-TI-NUME To TI-NUME
   Move FA-TI-PARC To TI-PARC
   Read TITULOS
      Invalid Key Continue
   End-Read
   If Valido-TITULOS
      If Titulo-Pago Or Titulo-Renegociado
         Or TI-VALOR-PAGO Not = Zeros
         Display "Titulo da fatura ja pago ou renegociado - "
                 "desfazer nao permitido."
         Go To Desfaz-Fatura-Exit
      End-if
   End-if
   Move FA-NUME    To WS-FATURA-ED
   Move FA-QTD-PED To WS-QTD-ED
   Move FA-VALOR   To WS-VALOR-ED
   Display "Fatura " WS-FATURA-ED ": " WS-QTD-ED " pedido(s), "
           WS-VALOR-ED "."
   Display "Confirma desfazer a fatura (S/N): " With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Operacao
      Display "Nada desfeito."
      Go To Desfaz-Fatura-Exit
   End-if

   Move FA-TI-NUME To TI-NUME
   Move FA-TI-PARC To TI-PARC
   Delete TITULOS Record
      Invalid Key Continue
   End-Delete

   Move Zeros To WS-QTD-RESTAURADOS WS-QTD-CONFLITOS
   Move FA-NUME To FT-NUME
   Move Zeros   To FT-SEQ
   Start FAGTIT Key Not < FT-CHAVE
      Invalid Key Move "10" To Stat-FAGTIT
   End-Start
   Perform Until Fim-FAGTIT
      Read FAGTIT Next Record
         At End Move "10" To Stat-FAGTIT
      End-Read
      If Valido-FAGTIT
         If FT-NUME Not = FA-NUME
            Move "10" To Stat-FAGTIT
         Else
            Move FT-IMAGEM(1:Length Of TITULOS-REGI)
              To TITULOS-REGI
            Write TITULOS-REGI
               Invalid Key
                  Add 1 To WS-QTD-CONFLITOS
               Not Invalid Key
                  Add 1 To WS-QTD-RESTAURADOS
            End-Write
         End-if
      End-if
   End-Perform

   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > FA-QTD-PED
      Move FA-PEDIDO(WS-PED-IDX) To ORDE-NUME
      Read ORDE
         Invalid Key Continue
      End-Read
      If Valido-ORDE And ORDE-FAGR = FA-NUME
         Move Zeros To ORDE-FAGR
         Rewrite ORDE-REGI
            Invalid Key Continue
         End-Rewrite
      End-if
   End-Perform

   Move "D"             To FA-SITU
   Move Oper-Nome       To FA-DESF
   Move WS-DATA-SISTEMA To FA-DTDF
   Rewrite FATAGR-REGI
      Invalid Key Continue
   End-Rewrite
   Move WS-QTD-RESTAURADOS To WS-QTD-ED
   Display "Fatura " WS-FATURA-ED " desfeita - " WS-QTD-ED
           " titulo(s) original(is) de volta."
   If WS-QTD-CONFLITOS > Zeros
      Move WS-QTD-CONFLITOS To WS-QTD-ED
      Display WS-QTD-ED " titulo(s) ja existia(m) em TITULOS.DAT "
              "e nao foi(ram) sobreposto(s) - verifique."
   End-if.
 Desfaz-Fatura-Exit.
   Exit.
*
 Reimprime-Fatura.
   Display "Numero da fatura agrupada.....: " With No Advancing
   Accept WS-FATURA-DIGITADA
   Move WS-FATURA-DIGITADA To FA-NUME
   Read FATAGR
      Invalid Key
         Display "Fatura nao cadastrada."
         Go To Reimprime-Fatura-Exit
   End-Read
   Move FA-NUME    To WS-PROX-FATURA
   Move FA-CLIE    To WS-CLIE-DIGITADO
   Move FA-TI-PARC To WS-FATURA-PARC
   Move FA-DE      To WS-DE-X
   Move FA-ATE     To WS-ATE-X
   Move FA-VENC    To WS-VENC-X
   Move FA-VALOR   To WS-TOTAL-FATURA
   Move FA-QTD-PED To WS-QTD-PED
   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > WS-QTD-PED
      Move FA-PEDIDO(WS-PED-IDX) To WS-PD-NUME(WS-PED-IDX)
   End-Perform
   Perform Imprime-Fatura Thru Imprime-Fatura-Exit.
 Reimprime-Fatura-Exit.
   Exit.
*
*  The consolidated sheet: the client once, then every order with
*  its PROG961 detail - lines, weights and freight - and the
*  installments it replaced, and at the foot the one title to pay.
 Imprime-Fatura.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   Move Spaces to PathPRODUTO.
   String Lk-Unidade         Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   Move Spaces to PathDOCFAT.
   String Lk-Unidade         Delimited By Size
          "\DADOS\FATAGR.LST" Delimited By Size
          Into PathDOCFAT
   End-String.
   Open Output DOCFAT
   If Not Valido-DOCFAT
      Display "erro DOCFAT " Stat-DOCFAT
      Close CLIENTE
      Close PRODUTO
      Go To Imprime-Fatura-Exit
   End-if

   Move WS-PROX-FATURA To WS-FATURA-ED
   Move Spaces To DOCFAT-REGI
   String "FATURA AGRUPADA " WS-FATURA-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   If Fatura-Desfeita
      Move Spaces To DOCFAT-REGI
      String "*** FATURA DESFEITA EM " FA-DTDF " - SEM VALOR ***"
             Delimited By Size Into DOCFAT-REGI
      End-String
      Write DOCFAT-REGI
   End-if
   Move Spaces To DOCFAT-REGI
   String "PERIODO: " WS-DE-X " a " WS-ATE-X
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Move WS-CLIE-DIGITADO To CLI-CODIGO WS-CLIE-ED
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
   End-Read
   Move Spaces To DOCFAT-REGI
   String "CLIENTE: " WS-CLIE-ED " - " CLI-NOME
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "ENDERECO: " CLI-ENDERECO
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "CIDADE/UF: " CLI-CIDADE " " CLI-UF "  CEP: " CLI-CEP
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > WS-QTD-PED
      Perform Imprime-Pedido-Fatura Thru Imprime-Pedido-Fatura-Exit
   End-Perform

   Move WS-TOTAL-FATURA To WS-VALOR-ED
   Move WS-FATURA-PARC  To WS-PARC-ED
   Move WS-PD-NUME(1)   To WS-NUME-ED
   Move Spaces To DOCFAT-REGI
   String "TOTAL DA FATURA.....: " WS-VALOR-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "VENCIMENTO UNICO....: " WS-VENC-X
          "   TITULO " WS-NUME-ED "/" WS-PARC-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Close CLIENTE
   Close PRODUTO
   Close DOCFAT
   Move "PROG1030"   To WS-SP-PROGRAMA
   Move "FATAGR.LST" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   If Fatura-Ativa
      Move "FATAGR.LST" To WS-MQ-ARQUIVO
      Move "FATAGR"     To WS-MQ-DOC
      Perform Enfileira-Email Thru Enfileira-Email-Exit
   End-if
   Display "Fatura " WS-FATURA-ED " impressa em 'FATAGR.LST'.".
 Imprime-Fatura-Exit.
   Exit.
*
 Imprime-Pedido-Fatura.
   Move WS-PD-NUME(WS-PED-IDX) To ORDE-NUME WS-NUME-ED
   Read ORDE
      Invalid Key Go To Imprime-Pedido-Fatura-Exit
   End-Read
   Move Spaces To DOCFAT-REGI
   String "PEDIDO: " WS-NUME-ED "   EMISSAO: " ORDE-EMIS
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Move "LINHA PRODUTO DESCRICAO                                QUANTIDADE    VALOR UNIT"
        To DOCFAT-REGI
   Write DOCFAT-REGI
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) > Zeros
         Move ORDE-PROD(WS-LIN-IDX) To PD-CODIGO WS-PROD-ED
         Read PRODUTO
            Invalid Key Move Spaces To PD-NOME
         End-Read
         Move PD-NOME To WS-NOME-PROD
         Move ORDE-QUAN(WS-LIN-IDX) To WS-QUAN-ED
         Move ORDE-VLUN(WS-LIN-IDX) To WS-VLUN-ED
         Move WS-LIN-IDX To WS-PARC-ED
         Move Spaces To DOCFAT-REGI
         String WS-PARC-ED "    " WS-PROD-ED " " WS-NOME-PROD " "
                WS-QUAN-ED " " WS-VLUN-ED
                Delimited By Size Into DOCFAT-REGI
         End-String
         Write DOCFAT-REGI
      End-if
   End-Perform
   Move ORDE-LIQU To WS-PESO-ED
   Move ORDE-FRET To WS-FRET-ED
   Move Spaces To DOCFAT-REGI
   String "PESO LIQUIDO: " WS-PESO-ED "   FRETE: " WS-FRET-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move ORDE-TARA To WS-PESO-ED
   Move ORDE-ICFR To WS-FRET-ED
   Move Spaces To DOCFAT-REGI
   String "PESO TARA...: " WS-PESO-ED "   ICMS FRETE: " WS-FRET-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Move Spaces To DOCFAT-REGI
   Move "  PARCELA SUBSTITUIDA VENCIMENTO          VALOR"
        To DOCFAT-REGI
   Write DOCFAT-REGI
   Move Zeros To WS-SUBTOTAL
   Move WS-PROX-FATURA To FT-NUME
   Move Zeros          To FT-SEQ
   Start FAGTIT Key Not < FT-CHAVE
      Invalid Key Move "10" To Stat-FAGTIT
   End-Start
   Perform Until Fim-FAGTIT
      Read FAGTIT Next Record
         At End Move "10" To Stat-FAGTIT
      End-Read
      If Valido-FAGTIT
         If FT-NUME Not = WS-PROX-FATURA
            Move "10" To Stat-FAGTIT
         Else
            Move FT-IMAGEM(1:Length Of TITULOS-REGI)
              To TITULOS-REGI
            If TI-NUME = ORDE-NUME
               Add TI-VALOR To WS-SUBTOTAL
               Move TI-PARC  To WS-PARC-ED
               Move TI-VALOR To WS-VALOR-ED
               Move Spaces To DOCFAT-REGI
               String "  " WS-PARC-ED "                  " TI-VENC
                      "  " WS-VALOR-ED
                      Delimited By Size Into DOCFAT-REGI
               End-String
               Write DOCFAT-REGI
            End-if
         End-if
      End-if
   End-Perform
   Move WS-SUBTOTAL To WS-VALOR-ED
   Move Spaces To DOCFAT-REGI
   String "  SUBTOTAL DO PEDIDO..............  " WS-VALOR-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI.
 Imprime-Pedido-Fatura-Exit.
   Exit.
*
*  Queues the sheet for the client's e-mail - the PROG961 way.
 Enfileira-Email.
   If CLI-EMAIL = Spaces
      Go To Enfileira-Email-Exit
   End-if
   Move Spaces to PathMAILQ.
   String Lk-Unidade         Delimited By Size
          "\DADOS\MAILQ.DAT" Delimited By Size
          Into PathMAILQ
   End-String.
   Open I-O MAILQ
   If Not Valido-MAILQ
      Open Output MAILQ
      Close MAILQ
      Open I-O MAILQ
   End-if
   If Not Valido-MAILQ
      Go To Enfileira-Email-Exit
   End-if
   Move Zeros To WS-MQ-SEQ
   Perform Until Stat-MAILQ = "10"
      Read MAILQ Next Record
         At End Move "10" To Stat-MAILQ
      End-Read
      If Valido-MAILQ
         Move MQ-SEQ To WS-MQ-SEQ
      End-if
   End-Perform
   Add 1 To WS-MQ-SEQ
   Initialize MAILQ-REGI
   Move WS-MQ-SEQ       To MQ-SEQ
   Move CLI-CODIGO      To MQ-CLIE
   Move CLI-EMAIL       To MQ-EMAIL
   Move WS-MQ-ARQUIVO   To MQ-ARQUIVO
   Move WS-MQ-DOC       To MQ-DOC
   Move WS-PROX-FATURA  To MQ-NUME
   Move "P"             To MQ-SITU
   Move Zeros           To MQ-TENTATIVAS
   Move WS-DATA-SISTEMA To MQ-DTIN
   Move WS-HORA-ACEITA  To MQ-HRIN
   Move Spaces          To MQ-DTUL
   Write MAILQ-REGI
      Invalid Key Continue
   End-Write
   Close MAILQ.
 Enfileira-Email-Exit.
   Exit.
*
*  "AAAA-MM-DD" and "AAAAMMDD" both come out as the compact
*  AAAAMMDD the period comparison uses - the PROG917 rule.
 Normaliza-Data.
   Move Spaces To WS-DATA-NORM
   If WS-DATA-BRUTA(5:1) = "-"
      Move WS-DATA-BRUTA(1:4) To WS-DATA-NORM(1:4)
      Move WS-DATA-BRUTA(6:2) To WS-DATA-NORM(5:2)
      Move WS-DATA-BRUTA(9:2) To WS-DATA-NORM(7:2)
   Else
      If WS-DATA-BRUTA(1:8) Not = Spaces
         Move WS-DATA-BRUTA(1:8) To WS-DATA-NORM
      End-if
   End-if
   If WS-DATA-NORM Not Numeric
      Move Spaces To WS-DATA-NORM
   End-if.
 Normaliza-Data-Exit.
   Exit.
*
 Verifica-Trava-Sync.
   Move "N" To WS-SYNC-RODANDO
   Move Spaces to PathLOCK.
   String Lk-Unidade        Delimited By Size
          "\DADOS\SYNC.LCK" Delimited By Size
          Into PathLOCK
   End-String.
   Open Input LOCKMRK
   If Valido-LOCKMRK
      Read LOCKMRK
         At End Continue
      End-Read
      If Valido-LOCKMRK
         Move "S" To WS-SYNC-RODANDO
      End-if
      Close LOCKMRK
   End-if.
 Verifica-Trava-Sync-Exit.
   Exit.
*
 Trava-Online.
   Move Spaces to PathLOCK.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ONLINE.LCK"  Delimited By Size
          Into PathLOCK
   End-String.
   Open Output LOCKMRK
   If Not Valido-LOCKMRK
      Go To Trava-Online-Exit
   End-if
   Move Spaces            To LOCKMRK-REGI
   Move WS-DATA-SISTEMA   To LC-DATA
   Move WS-HORA-ACEITA    To LC-HORA
   Move "PROG1030"        To LC-ORIGEM
   Write LOCKMRK-REGI
   Close LOCKMRK.
 Trava-Online-Exit.
   Exit.
*
 Destrava-Online.
   Move Spaces to PathLOCK.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ONLINE.LCK"  Delimited By Size
          Into PathLOCK
   End-String.
   Open Output LOCKMRK
   If Valido-LOCKMRK
      Close LOCKMRK
   End-if.
 Destrava-Online-Exit.
   Exit.
