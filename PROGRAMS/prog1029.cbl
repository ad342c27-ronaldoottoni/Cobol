*CARGAS DO PEDIDO: INCLUI, FATURA E EXCLUI (CARGA.DAT)
 Identification Division.
 Program-Id. PROG1029.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CARGA.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\VEICULOS.SL".
   Copy "..\COPY\SITHIST.SL".
   Copy "..\COPY\UPLOAD.SL".
   Copy "..\COPY\ESTOQUE.SL".
   Copy "..\COPY\ESTMOV.SL".
   Copy "..\COPY\LOCKMRK.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CARGA
   Copy "..\COPY\CARGA.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=VEICULOS
   Copy "..\COPY\VEICULOS.FD".
   Copy "..\COPY\SITHIST.FD".
$XFD FILE=UPLOAD
   Copy "..\COPY\UPLOAD.FD".
$XFD FILE=ESTOQUE
   Copy "..\COPY\ESTOQUE.FD".
   Copy "..\COPY\ESTMOV.FD".
   Copy "..\COPY\LOCKMRK.FD".
*
 Working-Storage Section.
*
*  An order that leaves in several trucks: each carga is keyed
*  under the order with its own date, plate, ticket, weights and
*  quantity per ORDE line (I), and is invoiced as it leaves (F) -
*  its value is the order's share for what the truck carries,
*  split over the order's ORDE-VENC/ORDE-VALO schedule into
*  titles of its own (next free parcels above 10, the residual
*  convention), never due before the truck left. ORDE-QDFA is the
*  sum of the faturada loads (SOMACARG) and the order becomes
*  faturado only once they cover every line's ORDE-QUAN; the last
*  load takes whatever value the schedule still owes, so the
*  titles of an order add up to ORDE-VALO to the centavo. An open
*  load not yet on a romaneio may be removed (E). PROG958 leaves
*  orders with loads alone - their titles are born here.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
     88 Fim-CARGA        Value "10".
 01  PATHCARGA           PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
 01  PATHTITULOS         PIC X(060).
 01  Stat-VEICULOS       PIC X(002).
     88 Valido-VEICULOS  Value "00" THRU "09".
 01  PATHVEICULOS        PIC X(060).
 01  Stat-SITHIST        PIC X(002).
     88 Valido-SITHIST   Value "00" THRU "09".
 01  PATHSITHIST         PIC X(060).
 01  Stat-UPLOAD         PIC X(002).
     88 Valido-UPLOAD    Value "00" Thru "09".
 01  PATHUPLOAD          PIC X(060).
 01  Stat-ESTOQUE        PIC X(002).
     88 Valido-ESTOQUE   Value "00" THRU "09".
 01  PATHESTOQUE         PIC X(060).
 01  Stat-ESTMOV         PIC X(002).
     88 Valido-ESTMOV    Value "00" THRU "09".
 01  PATHESTMOV          PIC X(060).
*
*  The operator signs the load, the titles and the transition.
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
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-BANCO-PADRAO     PIC X(003) VALUE SPACES.
*
 01  WS-OPCAO            PIC X(001).
 01  WS-CONFIRMA         PIC X(001) VALUE "N".
     88 Confirma-Operacao Value "S" "s".
 01  WS-NUME-DIGITADO    PIC 9(006) VALUE ZEROS.
 01  WS-SEQ-DIGITADA     PIC 9(003) VALUE ZEROS.
 01  WS-DATA-DIGITADA    PIC 9(008) VALUE ZEROS.
 01  WS-DATA-ALFA REDEFINES WS-DATA-DIGITADA PIC X(008).
 01  WS-PLACA-DIGITADA   PIC X(008) VALUE SPACES.
 01  WS-TICKET-DIGITADO  PIC 9(006) VALUE ZEROS.
 01  WS-TARA-DIGITADA    PIC 9(009)V999 VALUE ZEROS.
 01  WS-BRUT-DIGITADO    PIC 9(009)V999 VALUE ZEROS.
 01  WS-QUAN-DIGITADA    PIC 9(009)V999 VALUE ZEROS.
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
*  What the order's loads already hold, line by line: every load
*  (em carga) and the faturada ones only (faturado).
 01  WS-CG-TOTAIS.
     03 WS-EM-CARGA      PIC S9(012)V999 COMP-3 OCCURS 20.
     03 WS-FATURADO      PIC S9(012)V999 COMP-3 OCCURS 20.
 01  WS-PENDENTE         PIC S9(012)V999 COMP-3.
 01  WS-PROX-SEQ         PIC S9(003) COMP-5.
 01  WS-QTD-CARGAS       PIC 9(003) COMP-X.
 01  WS-VALOR-FATURADO   PIC S9(012)V99  COMP-3.
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-TOTAL-CARGA      PIC S9(012)V999 COMP-3.
 01  WS-LIQU             PIC S9(012)V999 COMP-3.
*
*  Invoicing a load.
 01  WS-TOTAL-VALO       PIC S9(012)V99  COMP-3.
 01  WS-BASE-PEDIDO      PIC S9(014)V999 COMP-3.
 01  WS-BASE-CARGA       PIC S9(014)V999 COMP-3.
 01  WS-VALOR-CARGA      PIC S9(012)V99  COMP-3.
 01  WS-RESTO            PIC S9(012)V99  COMP-3.
 01  WS-PARC-VALOR       PIC S9(012)V99  COMP-3.
 01  WS-VENC-TITULO      PIC X(010).
 01  WS-VENC-IDX         PIC 9(002) COMP-X.
 01  WS-ULT-VENC         PIC 9(002) COMP-X.
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-QTD-TITULOS      PIC 9(002) VALUE ZEROS.
 01  WS-FECHA-PEDIDO     PIC X(001).
     88 Carga-Fecha-Pedido Value "S".
 01  WS-FECHOU           PIC X(001).
     88 Pedido-Fechou    Value "S".
 01  WS-SC-TEM-CARGA     PIC X(001).
 01  WS-SC-COBERTO       PIC X(001).
 01  WS-SITU-ANTERIOR    PIC S9(001) COMP-5.
 01  WS-VS-DE            PIC S9(001) COMP-5.
 01  WS-VS-PARA          PIC S9(001) COMP-5.
 01  WS-VS-OK            PIC X(001).
 01  WS-RSV-OPERACAO     PIC X(001).
 01  WS-EST-IDX          PIC 9(002) COMP-X.
 01  WS-EST-QTD          PIC S9(012)V999 COMP-3.
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-SEQ-ED           PIC ZZ9.
 01  WS-LIN-ED           PIC Z9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-AREA-ED          PIC Z(003)9.
 01  WS-TICK-ED          PIC Z(005)9.
 01  WS-ROMA-ED          PIC Z(005)9.
 01  WS-QTD-ED           PIC ZZZZZZZZZ,999.
 01  WS-QTD2-ED          PIC ZZZZZZZZZ,999.
 01  WS-QTD3-ED          PIC -ZZZZZZZZ9,999.
 01  WS-VALOR-ED         PIC ZZZZZZZZZZZ,99.
 01  WS-CAPAC-ED         PIC ZZZZZZZZZ,999.
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

   Move "COBR-BANCO-PADRAO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR(1:3) To WS-BANCO-PADRAO
   End-if

   Display "Pedido...................: " With No Advancing
   Accept WS-NUME-DIGITADO
   If WS-NUME-DIGITADO = Zeros
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

   Move Spaces to PathCARGA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CARGA.DAT" Delimited By Size
          Into PathCARGA
   End-String.
   Open I-O CARGA
   If Not Valido-CARGA
      Open Output CARGA
      Close CARGA
      Open I-O CARGA
   End-if
   If Not Valido-CARGA
      Display "erro CARGA " Stat-CARGA
      Close ORDE
      Perform Destrava-Online Thru Destrava-Online-Exit
      Exit Program
   End-if

   Move WS-NUME-DIGITADO To ORDE-NUME
   Read ORDE
      Invalid Key
         Display "Pedido nao cadastrado."
         Go To Encerra
   End-Read

   Perform Carrega-Totais Thru Carrega-Totais-Exit
   Perform Mostra-Pedido Thru Mostra-Pedido-Exit
   Perform Lista-Cargas Thru Lista-Cargas-Exit

   Display "Opcao (I=inclui carga F=fatura carga E=exclui carga): "
      With No Advancing
   Accept WS-OPCAO
   Evaluate WS-OPCAO
      When "I" When "i"
         Perform Inclui-Carga Thru Inclui-Carga-Exit
      When "F" When "f"
         Perform Fatura-Carga Thru Fatura-Carga-Exit
      When "E" When "e"
         Perform Exclui-Carga Thru Exclui-Carga-Exit
      When Other
         Continue
   End-Evaluate.
*
 Encerra.
   Close CARGA
   Close ORDE
   Perform Destrava-Online Thru Destrava-Online-Exit
   Exit Program.
*
*  One pass over the order's loads: what each line already has on
*  a truck, what of that is invoiced, the value invoiced so far
*  and the next free sequence.
 Carrega-Totais.
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      Move Zeros To WS-EM-CARGA(WS-LIN-IDX) WS-FATURADO(WS-LIN-IDX)
   End-Perform
   Move 1     To WS-PROX-SEQ
   Move Zeros To WS-QTD-CARGAS WS-VALOR-FATURADO
   Move ORDE-NUME To CG-NUME
   Move Zeros     To CG-SEQ
   Start CARGA Key Not < CG-CHAVE
      Invalid Key Go To Carrega-Totais-Exit
   End-Start
   Perform Until Fim-CARGA
      Read CARGA Next Record
         At End Move "10" To Stat-CARGA
      End-Read
      If Valido-CARGA
         If CG-NUME Not = ORDE-NUME
            Move "10" To Stat-CARGA
         Else
            Add 1 To WS-QTD-CARGAS
            Compute WS-PROX-SEQ = CG-SEQ + 1
            Perform Varying WS-LIN-IDX From 1 By 1
                      Until WS-LIN-IDX > 20
               Add CG-QUAN(WS-LIN-IDX) To WS-EM-CARGA(WS-LIN-IDX)
               If Carga-Faturada
                  Add CG-QUAN(WS-LIN-IDX)
                   To WS-FATURADO(WS-LIN-IDX)
               End-if
            End-Perform
            If Carga-Faturada
               Add CG-VALOR To WS-VALOR-FATURADO
            End-if
         End-if
      End-if
   End-Perform.
 Carrega-Totais-Exit.
   Exit.
*
 Mostra-Pedido.
   Move ORDE-NUME To WS-NUME-ED
   Move ORDE-CLIE To WS-CLIE-ED
   Display "Pedido " WS-NUME-ED " cliente " WS-CLIE-ED
           " situacao " ORDE-SITU
   Display "LIN PRODUTO AREA    QUANTIDADE     EM CARGAS      PENDENTE"
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) > Zeros
         Compute WS-PENDENTE = ORDE-QUAN(WS-LIN-IDX)
                             - WS-EM-CARGA(WS-LIN-IDX)
         Move WS-LIN-IDX             To WS-LIN-ED
         Move ORDE-PROD(WS-LIN-IDX)  To WS-PROD-ED
         Move ORDE-AREA(WS-LIN-IDX)  To WS-AREA-ED
         Move ORDE-QUAN(WS-LIN-IDX)  To WS-QTD-ED
         Move WS-EM-CARGA(WS-LIN-IDX) To WS-QTD2-ED
         Move WS-PENDENTE            To WS-QTD3-ED
         Display " " WS-LIN-ED "  " WS-PROD-ED " " WS-AREA-ED " "
                 WS-QTD-ED " " WS-QTD2-ED " " WS-QTD3-ED
      End-if
   End-Perform.
 Mostra-Pedido-Exit.
   Exit.
*
 Lista-Cargas.
   If WS-QTD-CARGAS = Zeros
      Display "Pedido sem cargas - sai inteiro num caminhao so."
      Go To Lista-Cargas-Exit
   End-if
   Display "SEQ EMBARQUE PLACA    TICKET       LIQUIDO ROMAN. S"
           "          VALOR"
   Move ORDE-NUME To CG-NUME
   Move Zeros     To CG-SEQ
   Start CARGA Key Not < CG-CHAVE
      Invalid Key Go To Lista-Cargas-Exit
   End-Start
   Perform Until Fim-CARGA
      Read CARGA Next Record
         At End Move "10" To Stat-CARGA
      End-Read
      If Valido-CARGA
         If CG-NUME Not = ORDE-NUME
            Move "10" To Stat-CARGA
         Else
            Move CG-SEQ   To WS-SEQ-ED
            Move CG-TICK  To WS-TICK-ED
            Move CG-LIQU  To WS-QTD-ED
            Move CG-ROMA  To WS-ROMA-ED
            Move CG-VALOR To WS-VALOR-ED
            Display WS-SEQ-ED " " CG-DATA " " CG-PLACA " "
                    WS-TICK-ED " " WS-QTD-ED " " WS-ROMA-ED " "
                    CG-SITU " " WS-VALOR-ED
         End-if
      End-if
   End-Perform.
 Lista-Cargas-Exit.
   Exit.
*
*  A new truck for a liberado order: the scale figures, then, line
*  by line, how much of what is still pending goes on it. The
*  plate, when on VEICULOS.DAT, caps the net weight the way the
*  romaneio does.
 Inclui-Carga.
   If Not Situacao-Liberado
      Display "So pedido liberado recebe carga."
      Go To Inclui-Carga-Exit
   End-if
   Display "Data de embarque AAAAMMDD: " With No Advancing
   Accept WS-DATA-DIGITADA
   If WS-DATA-DIGITADA = Zeros
      Move WS-DATA-SISTEMA To WS-DATA-DIGITADA
   End-if
   Display "Placa do caminhao........: " With No Advancing
   Accept WS-PLACA-DIGITADA
   Display "Ticket da balanca........: " With No Advancing
   Accept WS-TICKET-DIGITADO
   Display "Tara (kg)................: " With No Advancing
   Accept WS-TARA-DIGITADA
   Display "Peso bruto (kg)..........: " With No Advancing
   Accept WS-BRUT-DIGITADO
   Move Zeros To WS-LIQU
   If WS-BRUT-DIGITADO > Zeros
      If WS-BRUT-DIGITADO Not > WS-TARA-DIGITADA
         Display "Bruto tem de ser maior que a tara."
         Go To Inclui-Carga-Exit
      End-if
      Compute WS-LIQU = WS-BRUT-DIGITADO - WS-TARA-DIGITADA
   End-if

   If WS-PLACA-DIGITADA Not = Spaces And WS-LIQU > Zeros
      Move Spaces to PathVEICULOS
      String Lk-Unidade            Delimited By Size
             "\DADOS\VEICULOS.DAT" Delimited By Size
             Into PathVEICULOS
      End-String
      Open Input VEICULOS
      If Valido-VEICULOS
         Move WS-PLACA-DIGITADA To VE-PLACA
         Read VEICULOS
            Invalid Key Continue
         End-Read
         Close VEICULOS
         If Valido-VEICULOS And Veiculo-Ativo
            And WS-LIQU > VE-CAPACIDADE
            Move VE-CAPACIDADE To WS-CAPAC-ED
            Display "RECUSADO: liquido acima da capacidade do "
                    "veiculo (" WS-CAPAC-ED " kg)."
            Go To Inclui-Carga-Exit
         End-if
      End-if
   End-if

   Initialize CARGA-REGI
   Move Zeros To WS-TOTAL-CARGA
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      Move Zeros To CG-QUAN(WS-LIN-IDX)
      Compute WS-PENDENTE = ORDE-QUAN(WS-LIN-IDX)
                          - WS-EM-CARGA(WS-LIN-IDX)
      If ORDE-PROD(WS-LIN-IDX) > Zeros And WS-PENDENTE > Zeros
         Move WS-LIN-IDX            To WS-LIN-ED
         Move ORDE-PROD(WS-LIN-IDX) To WS-PROD-ED
         Move WS-PENDENTE           To WS-QTD-ED
         Display "  Linha " WS-LIN-ED " produto " WS-PROD-ED
                 " pendente " WS-QTD-ED " - nesta carga: "
            With No Advancing
         Accept WS-QUAN-DIGITADA
         If WS-QUAN-DIGITADA > WS-PENDENTE
            Display "  Acima do pendente - linha fica fora."
         Else
            Move WS-QUAN-DIGITADA To CG-QUAN(WS-LIN-IDX)
            Add WS-QUAN-DIGITADA  To WS-TOTAL-CARGA
         End-if
      End-if
   End-Perform
   If WS-TOTAL-CARGA = Zeros
      Display "Carga sem quantidade - nada gravado."
      Go To Inclui-Carga-Exit
   End-if

   Move ORDE-NUME          To CG-NUME
   Move WS-PROX-SEQ        To CG-SEQ
   Move WS-DATA-ALFA       To CG-DATA
   Move ORDE-TRAN          To CG-TRAN
   Move WS-PLACA-DIGITADA  To CG-PLACA
   Move WS-TICKET-DIGITADO To CG-TICK
   Move WS-TARA-DIGITADA   To CG-TARA
   Move WS-BRUT-DIGITADO   To CG-BRUT
   Move WS-LIQU            To CG-LIQU
   Move Zeros              To CG-ROMA CG-VALOR
   Move "A"                To CG-SITU
   Move Spaces             To CG-DTFA
   Move Oper-Nome          To CG-INCL
   Move WS-DATA-SISTEMA    To CG-DTIN
   Move WS-HORA-SISTEMA-X  To CG-HRIN
   Write CARGA-REGI
      Invalid Key
         Display "Erro ao gravar carga - Status -> " Stat-CARGA
         Go To Inclui-Carga-Exit
   End-Write
   Move CG-SEQ To WS-SEQ-ED
   Display "Carga " WS-SEQ-ED " gravada - fature quando sair (F).".
 Inclui-Carga-Exit.
   Exit.
*
*  The truck left: value it, title it, mark it faturada and let
*  the order follow (QDFA, situacao, reservation, upload).
 Fatura-Carga.
   If Not Situacao-Liberado
      Display "Pedido nao esta liberado - carga nao faturada."
      Go To Fatura-Carga-Exit
   End-if
   Display "Carga a faturar..........: " With No Advancing
   Accept WS-SEQ-DIGITADA
   Move ORDE-NUME       To CG-NUME
   Move WS-SEQ-DIGITADA To CG-SEQ
   Read CARGA
      Invalid Key
         Display "Carga inexistente."
         Go To Fatura-Carga-Exit
   End-Read
   If Carga-Faturada
      Display "Carga ja faturada em " CG-DTFA "."
      Go To Fatura-Carga-Exit
   End-if

   Perform Calcula-Valor-Carga Thru Calcula-Valor-Carga-Exit
   If WS-VALOR-CARGA Not > Zeros
      Display "Carga sem valor - confira precos e vencimentos "
              "do pedido."
      Go To Fatura-Carga-Exit
   End-if
   Move WS-VALOR-CARGA To WS-VALOR-ED
   Display "Valor da carga: " WS-VALOR-ED " - confirma (S/N)? "
      With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Operacao
      Go To Fatura-Carga-Exit
   End-if

   Perform Gera-Titulos-Carga Thru Gera-Titulos-Carga-Exit
   If WS-QTD-TITULOS = Zeros
      Display "Nenhum titulo gerado - carga nao faturada."
      Go To Fatura-Carga-Exit
   End-if
   Move "F"             To CG-SITU
   Move WS-DATA-SISTEMA To CG-DTFA
   Move WS-VALOR-CARGA  To CG-VALOR
   Rewrite CARGA-REGI
      Invalid Key
         Display "Erro ao faturar carga - Status -> " Stat-CARGA
         Go To Fatura-Carga-Exit
   End-Rewrite
   Display "Carga faturada - " WS-QTD-TITULOS " titulo(s) gerado(s)."
   Perform Atualiza-Pedido Thru Atualiza-Pedido-Exit.
 Fatura-Carga-Exit.
   Exit.
*
*  The load's share of the order's scheduled value, weighed by
*  ORDE-VLUN when the order carries prices and by quantity when
*  it does not. The load that completes every line takes the rest
*  of ORDE-VALO instead of its share, so no centavo is lost to
*  rounding. An order without a schedule is valued at price.
 Calcula-Valor-Carga.
   Move Zeros To WS-TOTAL-VALO WS-BASE-PEDIDO WS-BASE-CARGA
                 WS-VALOR-CARGA
   Perform Varying WS-VENC-IDX From 1 By 1 Until WS-VENC-IDX > 10
      If ORDE-VENC(WS-VENC-IDX) Not = Spaces
         And ORDE-VALO(WS-VENC-IDX) > Zeros
         Add ORDE-VALO(WS-VENC-IDX) To WS-TOTAL-VALO
      End-if
   End-Perform
   Move "S" To WS-FECHA-PEDIDO
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) > Zeros
         Compute WS-BASE-PEDIDO = WS-BASE-PEDIDO
               + ORDE-QUAN(WS-LIN-IDX) * ORDE-VLUN(WS-LIN-IDX)
         Compute WS-BASE-CARGA = WS-BASE-CARGA
               + CG-QUAN(WS-LIN-IDX) * ORDE-VLUN(WS-LIN-IDX)
         If WS-FATURADO(WS-LIN-IDX) + CG-QUAN(WS-LIN-IDX)
            < ORDE-QUAN(WS-LIN-IDX)
            Move "N" To WS-FECHA-PEDIDO
         End-if
      End-if
   End-Perform

   If WS-TOTAL-VALO = Zeros
      Compute WS-VALOR-CARGA Rounded = WS-BASE-CARGA
      Go To Calcula-Valor-Carga-Exit
   End-if
   If Carga-Fecha-Pedido
      Compute WS-VALOR-CARGA = WS-TOTAL-VALO - WS-VALOR-FATURADO
      Go To Calcula-Valor-Carga-Exit
   End-if
   If WS-BASE-PEDIDO = Zeros
      Move Zeros To WS-BASE-CARGA
      Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
         If ORDE-PROD(WS-LIN-IDX) > Zeros
            Add ORDE-QUAN(WS-LIN-IDX) To WS-BASE-PEDIDO
            Add CG-QUAN(WS-LIN-IDX)   To WS-BASE-CARGA
         End-if
      End-Perform
   End-if
   If WS-BASE-PEDIDO > Zeros
      Compute WS-VALOR-CARGA Rounded =
              WS-TOTAL-VALO * WS-BASE-CARGA / WS-BASE-PEDIDO
   End-if.
 Calcula-Valor-Carga-Exit.
   Exit.
*
*  The value follows the order's schedule slot by slot (the last
*  filled slot takes the remainder); a due date the truck already
*  passed moves to the shipping date. No schedule, one title due
*  on the shipping date. CG-PARC(k) remembers the parcel slot k
*  became, so the billing document can print them.
 Gera-Titulos-Carga.
   Move Zeros To WS-QTD-TITULOS
   Perform Varying WS-VENC-IDX From 1 By 1 Until WS-VENC-IDX > 10
      Move Zeros To CG-PARC(WS-VENC-IDX)
   End-Perform
   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open I-O TITULOS
   If Not Valido-TITULOS
      Open Output TITULOS
      Close TITULOS
      Open I-O TITULOS
   End-if
   If Not Valido-TITULOS
      Display "erro TITULOS " Stat-TITULOS
      Go To Gera-Titulos-Carga-Exit
   End-if

   If WS-TOTAL-VALO = Zeros
      Move 1              To WS-VENC-IDX
      Move WS-VALOR-CARGA To WS-PARC-VALOR
      Move Spaces         To WS-VENC-TITULO
      Move CG-DATA        To WS-VENC-TITULO(1:8)
      Perform Grava-Titulo-Carga Thru Grava-Titulo-Carga-Exit
      Close TITULOS
      Go To Gera-Titulos-Carga-Exit
   End-if

   Move Zeros To WS-ULT-VENC
   Perform Varying WS-VENC-IDX From 1 By 1 Until WS-VENC-IDX > 10
      If ORDE-VENC(WS-VENC-IDX) Not = Spaces
         And ORDE-VALO(WS-VENC-IDX) > Zeros
         Move WS-VENC-IDX To WS-ULT-VENC
      End-if
   End-Perform
   Move WS-VALOR-CARGA To WS-RESTO
   Perform Varying WS-VENC-IDX From 1 By 1 Until WS-VENC-IDX > 10
      If ORDE-VENC(WS-VENC-IDX) Not = Spaces
         And ORDE-VALO(WS-VENC-IDX) > Zeros
         If WS-VENC-IDX = WS-ULT-VENC
            Move WS-RESTO To WS-PARC-VALOR
         Else
            Compute WS-PARC-VALOR Rounded = WS-VALOR-CARGA
                  * ORDE-VALO(WS-VENC-IDX) / WS-TOTAL-VALO
            Subtract WS-PARC-VALOR From WS-RESTO
         End-if
         Move ORDE-VENC(WS-VENC-IDX) To WS-VENC-TITULO
         If WS-VENC-TITULO(1:8) < CG-DATA
            Move Spaces  To WS-VENC-TITULO
            Move CG-DATA To WS-VENC-TITULO(1:8)
         End-if
         Perform Grava-Titulo-Carga Thru Grava-Titulo-Carga-Exit
      End-if
   End-Perform
   Close TITULOS.
 Gera-Titulos-Carga-Exit.
   Exit.
*
*  Next free parcel above 10, as every residual title is born.
 Grava-Titulo-Carga.
   If WS-PARC-VALOR Not > Zeros
      Go To Grava-Titulo-Carga-Exit
   End-if
   Move 10 To WS-PARC-IDX
   Move "23" To Stat-TITULOS
   Perform Until Valido-TITULOS Or WS-PARC-IDX > 98
      Add 1 To WS-PARC-IDX
      Initialize TITULOS-REGI
      Move ORDE-NUME         To TI-NUME
      Move WS-PARC-IDX       To TI-PARC
      Move ORDE-CLIE         To TI-CLIE
      Move WS-VENC-TITULO    To TI-VENC
      Move WS-PARC-VALOR     To TI-VALOR
      Move Zeros             To TI-VALOR-PAGO
      Move Spaces            To TI-DTPG TI-OPER-PG
      Move "A"               To TI-SITU
      Move WS-DATA-SISTEMA   To TI-DTIN
      Move WS-HORA-SISTEMA-X To TI-HRIN
      Move WS-BANCO-PADRAO   To TI-BANCO
      Write TITULOS-REGI
         Invalid Key Continue
      End-Write
   End-Perform
   If Valido-TITULOS
      Move WS-PARC-IDX To CG-PARC(WS-VENC-IDX)
      Add 1 To WS-QTD-TITULOS
   Else
      Display "Sem parcela livre para o pedido " ORDE-NUME
              " - titulo nao gerado."
   End-if.
 Grava-Titulo-Carga-Exit.
   Exit.
*
*  ORDE-QDFA becomes the sum of the faturada loads; once they
*  cover every line the order goes liberado -> faturado (VALSITU
*  still has the last word) and its lines leave the stock ledger.
*  The reservation is re-stated either way - smaller by this load,
*  or dropped with the order.
 Atualiza-Pedido.
   Move "N" To WS-FECHOU
   Call "SOMACARG" Using ORDE-REGI, Lk-Unidade,
                         WS-SC-TEM-CARGA, WS-SC-COBERTO
      On Exception
         Display "SOMACARG indisponivel - pedido nao atualizado."
         Go To Atualiza-Pedido-Exit
   End-Call
   If WS-SC-COBERTO = "S" And Situacao-Liberado
      Move ORDE-SITU To WS-SITU-ANTERIOR WS-VS-DE
      Move 2         To WS-VS-PARA
      Move "N"       To WS-VS-OK
      Call "VALSITU" Using WS-VS-DE WS-VS-PARA WS-VS-OK
      If WS-VS-OK = "S"
         Move 2   To ORDE-SITU
         Move "S" To WS-FECHOU
      End-if
   End-if
   Rewrite ORDE-REGI
      Invalid Key
         Display "Erro ao atualizar pedido - Status -> " Stat-ORDE
         Go To Atualiza-Pedido-Exit
   End-Rewrite
   If Pedido-Fechou
      Perform Grava-Transicao Thru Grava-Transicao-Exit
      Perform Estoque-Faturamento Thru Estoque-Faturamento-Exit
      Display "Cargas cobrem o pedido - pedido faturado."
   End-if
   Perform Enfileira-Upload Thru Enfileira-Upload-Exit
   Move "R" To WS-RSV-OPERACAO
   Call "RESERVA" Using ORDE-REGI, Lk-Unidade, WS-RSV-OPERACAO
      On Exception Continue
   End-Call.
 Atualiza-Pedido-Exit.
   Exit.
*
*  Only a load nobody invoiced nor manifested yet can go.
 Exclui-Carga.
   Display "Carga a excluir..........: " With No Advancing
   Accept WS-SEQ-DIGITADA
   Move ORDE-NUME       To CG-NUME
   Move WS-SEQ-DIGITADA To CG-SEQ
   Read CARGA
      Invalid Key
         Display "Carga inexistente."
         Go To Exclui-Carga-Exit
   End-Read
   If Carga-Faturada
      Display "Carga faturada nao pode ser excluida."
      Go To Exclui-Carga-Exit
   End-if
   If CG-ROMA > Zeros
      Move CG-ROMA To WS-ROMA-ED
      Display "Carga ja esta no romaneio " WS-ROMA-ED "."
      Go To Exclui-Carga-Exit
   End-if
   Display "Confirma a exclusao (S/N)? " With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Operacao
      Go To Exclui-Carga-Exit
   End-if
   Delete CARGA Record
      Invalid Key
         Display "Erro ao excluir carga - Status -> " Stat-CARGA
         Go To Exclui-Carga-Exit
   End-Delete
   Display "Carga excluida.".
 Exclui-Carga-Exit.
   Exit.
*
*  The same queue the manual-order door feeds - PROG912 pushes
*  the new QDFA (and situacao) upstream.
 Enfileira-Upload.
   Move Spaces to PathUPLOAD.
   String Lk-Unidade          Delimited By Size
          "\DADOS\UPLOAD.DAT" Delimited By Size
          Into PathUPLOAD
   End-String.
   Open I-O UPLOAD
   If Not Valido-UPLOAD
      Open Output UPLOAD
      Close UPLOAD
      Open I-O UPLOAD
   End-if
   If Not Valido-UPLOAD
      Go To Enfileira-Upload-Exit
   End-if
   Initialize UPLOAD-REGI
   Move ORDE-NUME       To UP-NUME
   Move "P"             To UP-SITU
   Move Zeros           To UP-TENTATIVAS UP-ULT-SQLCODE
   Move WS-DATA-SISTEMA To UP-DTIN
   Move WS-HORA-ACEITA  To UP-HRIN
   Write UPLOAD-REGI
      Invalid Key
         Rewrite UPLOAD-REGI
            Invalid Key Continue
         End-Rewrite
   End-Write
   Close UPLOAD.
 Enfileira-Upload-Exit.
   Exit.
*
 Grava-Transicao.
   Move Spaces to PathSITHIST.
   String Lk-Unidade          Delimited By Size
          "\DADOS\SITHIST.DAT" Delimited By Size
          Into PathSITHIST
   End-String.
   Open Extend SITHIST
   If Not Valido-SITHIST
      Open Output SITHIST
   End-if
   If Not Valido-SITHIST
      Go To Grava-Transicao-Exit
   End-if
   Move Spaces            To SITHIST-REGI
   Move ORDE-NUME         To SH-NUME
   Move WS-SITU-ANTERIOR  To SH-DE
   Move ORDE-SITU         To SH-PARA
   Move WS-DATA-SISTEMA   To SH-DATA
   Move WS-HORA-SISTEMA-X To SH-HORA
   Move Oper-Nome         To SH-OPERADOR
   Write SITHIST-REGI
   Close SITHIST.
 Grava-Transicao-Exit.
   Exit.
*
*  ES-SALDO counts open orders only: the order just closed takes
*  its lines out, journaled as the cancellation does.
 Estoque-Faturamento.
   Move Spaces to PathESTOQUE.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ESTOQUE.DAT" Delimited By Size
          Into PathESTOQUE
   End-String.
   Open I-O ESTOQUE
   If Not Valido-ESTOQUE
      Go To Estoque-Faturamento-Exit
   End-if
   Move Spaces to PathESTMOV.
   String Lk-Unidade         Delimited By Size
          "\DADOS\ESTMOV.DAT" Delimited By Size
          Into PathESTMOV
   End-String.
   Perform Varying WS-EST-IDX From 1 By 1 Until WS-EST-IDX > 20
      If ORDE-PROD(WS-EST-IDX) > Zeros
         Move ORDE-PROD(WS-EST-IDX) To ES-PROD
         Move ORDE-AREA(WS-EST-IDX) To ES-AREA
         Read ESTOQUE
            Invalid Key Continue
         End-Read
         If Valido-ESTOQUE
            Compute WS-EST-QTD = 0 - ORDE-QAVL(WS-EST-IDX)
            Add WS-EST-QTD To ES-SALDO
            Rewrite ESTOQUE-REGI
               Invalid Key Continue
            End-Rewrite
            Open Extend ESTMOV
            If Not Valido-ESTMOV
               Open Output ESTMOV
            End-if
            If Valido-ESTMOV
               Move Spaces To ESTMOV-REGI
               Move WS-DATA-SISTEMA       To MV-DATA
               Move WS-HORA-SISTEMA-X     To MV-HORA
               Move ORDE-PROD(WS-EST-IDX) To MV-PROD
               Move ORDE-AREA(WS-EST-IDX) To MV-AREA
               Move ORDE-NUME             To MV-NUME
               Move WS-EST-QTD            To MV-QTD
               Move "CARGA"               To MV-ORIGEM
               Move Oper-Nome             To MV-OPERADOR
               Write ESTMOV-REGI
               Close ESTMOV
            End-if
         End-if
      End-if
   End-Perform
   Close ESTOQUE.
 Estoque-Faturamento-Exit.
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
   Move "PROG1029"        To LC-ORIGEM
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
