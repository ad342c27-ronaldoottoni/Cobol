   Copy "..\COPY\VENDEDOR.SL".
   Copy "..\COPY\HWMARK.SL".
   Copy "..\COPY\PRECOS.SL".
   Copy "..\COPY\REPRECO.SL".
   Copy "..\COPY\ALTPEND.SL".
   Copy "..\COPY\DESCQTD.SL".
   Copy "..\COPY\SITHIST.SL".
   Copy "..\COPY\ESTOQUE.SL".
   Copy "..\COPY\HWMARK.FD".
$XFD FILE=PRECOS
   Copy "..\COPY\PRECOS.FD".
$XFD FILE=REPRECO
   Copy "..\COPY\REPRECO.FD".
$XFD FILE=ALTPEND
   Copy "..\COPY\ALTPEND.FD".
$XFD FILE=DESCQTD
   Copy "..\COPY\DESCQTD.FD".
$XFD FILE=SITHIST
 01 WS-FRETE-INVALIDO PIC X(01) VALUE "N".
    88 Frete-Invalido     Value "S".
    88 Frete-Valido       Value "N".
*  A tariff that prices the order under the ANTT minimum freight
*  floor of its route is a fine for the shipper too - the order
*  waits in EXCEPOES until the tariff is corrected.
 01 WS-ABAIXO-PISO    PIC X(01) VALUE "N".
    88 Frete-Abaixo-Piso  Value "S".
 01 WS-FRET-ESPERADO  PIC S9(011)V99  COMP-3.
 01 WS-ICFR-ESPERADO  PIC S9(011)V99  COMP-3.
*  Scratch for the dated-rate search: the transportadora's route
    88 Preco-Achado       Value "S".
 01 WS-PRECO-DIFERENCA PIC S9(005)V9999 COMP-3.
 01 WS-PRECO-TOLERANCIA PIC S9(005)V9999 COMP-3 VALUE 0,0100.
*  A pending order repriced by PROG1071 (REPRECO.DAT) is held to
*  the vigencia it was moved onto for that product, not to the
*  one in force on its emission. Optional like PRECOS.DAT.
 01 Stat-REPRECO      PIC X(002).
    88 Valido-REPRECO     Value "00" THRU "09".
 01 PATHREPRECO       PIC X(060).
 01 WS-TEM-REPRECOS   PIC X(001) VALUE "N".
    88 Tem-Reprecos       Value "S".
 01 WS-VIGENCIA-PRECO PIC X(008).
*  An order already weighed (ORDE-TICK) or on a romaneio (ORDE-ROMA)
*  no longer takes upstream changes to its client, transporter,
*  products, quantities or unit values: the change is held in
*  ALTPEND.DAT for a supervisor (PROG1072), ORDE.DAT keeps those
*  fields as they were - and the weights, freight and installments
*  priced off them - while the rest of the row is applied, and
*  the row stays in IBICOARA.ORDE. Once approved, the next run
*  applies exactly the approved values and marks the row
*  efetivada; refused or still pendente, the same values keep
*  being held.
 01 Stat-ALTPEND      PIC X(002).
    88 Valido-ALTPEND     Value "00" THRU "09".
    88 Fim-ALTPEND        Value "10".
 01 PATHALTPEND       PIC X(060).
 01 WS-TEM-ALTPEND    PIC X(001) VALUE "N".
    88 Tem-Altpend        Value "S".
 01 WS-ALTERACAO-RETIDA PIC X(001) VALUE "N".
    88 Alteracao-Retida   Value "S".
 01 WS-ALTERACAO-LIBERADA PIC X(001) VALUE "N".
    88 Alteracao-Liberada Value "S".
 01 WS-AR-ACHADA      PIC X(001) VALUE "N".
    88 Ultima-Alteracao-Achada Value "S".
 01 WS-AR-CHAVE-LIBERADA.
    03 WS-AR-NUME-LIB  PIC S9(006)     COMP-5.
    03 WS-AR-SEQ-LIB   PIC  9(003).
 01 WS-AR-ULTIMO-SEQ  PIC  9(003).
 01 WS-QTD-RETIDOS    PIC  9(006) VALUE ZEROS.
 01 WS-CG-ANTIGO.
    03 WS-CG-A-CLIE    PIC S9(004)     COMP-5.
    03 WS-CG-A-TRAN    PIC S9(004)     COMP-5.
    03 WS-CG-A-LINHA                   OCCURS 20.
       05 WS-CG-A-PROD PIC S9(006)     COMP-5.
       05 WS-CG-A-QUAN PIC S9(012)V999 COMP-3.
       05 WS-CG-A-VLUN PIC S9(005)V9999 COMP-3.
 01 WS-CG-NOVO.
    03 WS-CG-N-CLIE    PIC S9(004)     COMP-5.
    03 WS-CG-N-TRAN    PIC S9(004)     COMP-5.
    03 WS-CG-N-LINHA                   OCCURS 20.
       05 WS-CG-N-PROD PIC S9(006)     COMP-5.
       05 WS-CG-N-QUAN PIC S9(012)V999 COMP-3.
       05 WS-CG-N-VLUN PIC S9(005)V9999 COMP-3.
*  Volume-discount table (DESCQTD.DAT, PROG928): a unit value
*  that strays from the flat list price is tried again against
*  the list price minus the band discount for the line's
 01 WS-CTL-VALOR       PIC S9(013)V99 COMP-3.
 01 WS-CTL-VALOR-ANTES PIC S9(013)V99 COMP-3.
 01 WS-CTL-IDX         PIC 9(002) COMP-X.
*  Every synced row re-states its reservation (RESERVA): held
*  while liberado, dropped once faturado or cancelado upstream.
 01 WS-RSV-OPERACAO    PIC X(001).
*  An order shipped in cargas (PROG1029) is invoiced load by load
*  on this side: SOMACARG puts the faturada loads' sum back into
*  ORDE-QDFA and a faturado the loads do not yet cover stays
*  liberado - the upstream row never outruns the trucks.
 01 WS-SC-TEM-CARGA    PIC X(001).
 01 WS-SC-COBERTO      PIC X(001).
 01 WS-ORDE-ANTES.
    03 HA-NUME          PIC S9(006)     COMP-5.
    03 HA-SITU          PIC S9(001)     COMP-5.
    03 HA-BRUT          PIC S9(012)V999 COMP-3.
    03 HA-LIQU          PIC S9(012)V999 COMP-3.
    03 HA-FRET          PIC S9(011)V99  COMP-3.
    03 HA-ICFR          PIC S9(011)V99  COMP-3.
    03 HA-VENC          PIC  X(010)     OCCURS 10.
    03 HA-VALO          PIC S9(012)V99  COMP-3 OCCURS 10.
    03 HA-LOTE          PIC  X(010)     OCCURS 20.
    03 HA-FAGR          PIC S9(006)     COMP-5.
    03 HA-PRAZ          PIC  9(003).
    03 HA-TICK          PIC S9(006)     COMP-5.
    03 HA-VLUN          PIC S9(005)V9999 COMP-3 OCCURS 20.
*
*  Payment terms (PRAZO.DAT): MySQL knows nothing of them, so the
*  order keeps the code it already had here, else takes its pre-
*  order's PV-PRAZO, else the client's CLI-PRAZO. The schedule
*  that came up is then held against those terms by GERAPARC; a
*  mismatch is flagged on the RELATO line, never a rejection -
*  the installments invoiced upstream are the ones that stand.
 Copy "..\COPY\GERAPARC.CPY".
 01 WS-PARC-IDX        PIC 9(002) COMP-X.
 01 WS-PARC-DIVERGE    PIC X(001) VALUE "N".
    88 Parcelas-Divergem  Value "S".
*
 01  Stat-HISTOR         PIC X(002).
     88 Valido-HISTOR    Value "00" THRU "09".
   End-if

   Move Zeros To WS-QTD-LIDOS WS-QTD-GRAVADOS WS-QTD-REJEITADOS
   Move Zeros To WS-QTD-RETIDOS
   Move Zeros To WS-QTD-LIDOS-ANTERIOR WS-QTD-LIDOS-ATUAL
   Move Zeros To WS-ULTIMO-NUME-ANTERIOR
   Move "N" To WS-ERRO-GRAVACAO
   If Valido-DESCQTD
      Move "S" To WS-TEM-DESCONTOS
   End-if
   Move Spaces to PathREPRECO.
   String WS-PASTA-DADOS Delimited By Space
          "\REPRECO.DAT" Delimited By Size
          Into PathREPRECO
   End-String.
   Move "N" To WS-TEM-REPRECOS
   Open Input REPRECO
   If Valido-REPRECO
      Move "S" To WS-TEM-REPRECOS
   End-if
   Move Spaces to PathALTPEND.
   String WS-PASTA-DADOS Delimited By Space
          "\ALTPEND.DAT" Delimited By Size
          Into PathALTPEND
   End-String.
   Move "N" To WS-TEM-ALTPEND
   Open I-O ALTPEND
   If Not Valido-ALTPEND
      Open Output ALTPEND
      Close ALTPEND
      Open I-O ALTPEND
   End-if
   If Valido-ALTPEND
      Move "S" To WS-TEM-ALTPEND
   End-if
*
   Move Spaces to PathESTOQUE.
   String WS-PASTA-DADOS Delimited By Space
             Move OD-NUME To XC-NUME
             Move "FRETE/ICMS-FRETE DIVERGE DA TABELA" To XC-MOTIVO
             Write EXCEPOES-REGI
          Else If Frete-Abaixo-Piso
             Initialize EXCEPOES-REGI
             Move OD-NUME To XC-NUME
             Move "FRETE ABAIXO DO PISO MINIMO ANTT" To XC-MOTIVO
             Write EXCEPOES-REGI
          Else If Preco-Invalido
             Initialize EXCEPOES-REGI
             Move OD-NUME To XC-NUME
             Perform Restaura-Linhas-Nao-Selecionadas
                Thru Restaura-Linhas-Nao-Selecionadas-Exit
          End-if
*         The romaneio number, the lot/safra identities and the
*         fatura agrupada live only on this side of the mirror - a
*         resync must not strip a truck's manifest, a line's lot
*         or the grouped titles' pointer off its orders.
          If Historico-Necessario
             Move HA-ROMA To ORDE-ROMA
             Move HA-FAGR To ORDE-FAGR
             Perform Varying WS-EST-IDX From 1 By 1
                     Until WS-EST-IDX > 20
                Move HA-LOTE(WS-EST-IDX)
                  To ORDE-LOTE(WS-EST-IDX)
             End-Perform
          End-if
          Perform Verifica-Congelamento
             Thru Verifica-Congelamento-Exit
*         A held change keeps ORDE.DAT's protected fields; the rest
*         of the row (situacao, parcelas, observacoes...) goes
*         through as usual.
          If Alteracao-Retida
             Add 1 To WS-QTD-RETIDOS
             Perform Restaura-Congelados
                Thru Restaura-Congelados-Exit
             Initialize EXCEPOES-REGI
             Move OD-NUME To XC-NUME
             Move HA-CLIE To XC-CLIE-ANTIGO
             Move OD-CLIE To XC-CLIE-NOVO
             Move "ALTERACAO RETIDA P/ APROVACAO (PROG1072)"
                  To XC-MOTIVO
             Write EXCEPOES-REGI
          End-if
          Perform Resolve-Prazo Thru Resolve-Prazo-Exit
          Move "N" To WS-SC-TEM-CARGA WS-SC-COBERTO
          Call "SOMACARG" Using ORDE-REGI, Lk-Unidade,
                                WS-SC-TEM-CARGA, WS-SC-COBERTO
             On Exception Continue
          End-Call
          If WS-SC-TEM-CARGA = "S"
             And Situacao-Faturado And WS-SC-COBERTO Not = "S"
             Move 1 To ORDE-SITU
          End-if
          If Modo-Simulacao
             Add 1 To WS-QTD-GRAVADOS
          Else
                Exit Perform
             End-if
             Add 1 To WS-QTD-GRAVADOS
             If Alteracao-Liberada
                Perform Efetiva-Alteracao Thru Efetiva-Alteracao-Exit
             End-if
             Move Zeros To WS-CTL-VALOR
             Perform Varying WS-CTL-IDX From 1 By 1
                     Until WS-CTL-IDX > 10
                Perform Grava-Checkpoint Thru Grava-Checkpoint-Exit
             End-if
             If Historico-Necessario
                And HA-SITU Not = ORDE-SITU
                Perform Grava-Transicao Thru Grava-Transicao-Exit
             End-if
             Move "SYNC" To WS-EST-ORIGEM
                Perform Contrato-Atualiza
                   Thru Contrato-Atualiza-Exit
             End-if
             If Situacao-Liberado
                Move "R" To WS-RSV-OPERACAO
             Else
                Move "L" To WS-RSV-OPERACAO
             End-if
             Call "RESERVA" Using ORDE-REGI, Lk-Unidade,
                                  WS-RSV-OPERACAO
                On Exception Continue
             End-Call
*            The values as written - for a held change, the ones
*            ORDE.DAT kept, not the ones MySQL asked for.
             If Historico-Necessario
                Initialize HISTOR-REGI
                Move HA-NUME  To HO-NUME
                Move HA-EMIS  To HO-EMIS-ANTIGO
                Move WS-EMIS-COMPACTA To HO-EMIS-NOVO
                Move HA-CLIE  To HO-CLIE-ANTIGO
                Move ORDE-CLIE To HO-CLIE-NOVO
                Move HA-TRAN  To HO-TRAN-ANTIGO
                Move ORDE-TRAN To HO-TRAN-NOVO
                Move HA-BRUT  To HO-BRUT-ANTIGO
                Move ORDE-BRUT To HO-BRUT-NOVO
                Move HA-LIQU  To HO-LIQU-ANTIGO
                Move ORDE-LIQU To HO-LIQU-NOVO
                Move HA-FRET  To HO-FRET-ANTIGO
                Move ORDE-FRET To HO-FRET-NOVO
                Write HISTOR-REGI
             End-if
          End-if
          Move OD-BRUT To WR-BRUT
          Move OD-LIQU To WR-LIQU
          Move OD-FRET To WR-FRET
          Evaluate True
             When Alteracao-Retida
                Move "ALTERACAO RETIDA (PROG1072)" To WR-OBSERVACAO
             When Vencimento-Ajustado And Parcelas-Divergem
                Move "VENC AJUST;PARC DIVERGE PRAZO" To WR-OBSERVACAO
             When Vencimento-Ajustado
                Move "VENC AJUSTADO P/ DIA UTIL" To WR-OBSERVACAO
             When Parcelas-Divergem
                Move "PARCELAS DIVERGEM DO PRAZO" To WR-OBSERVACAO
          End-Evaluate
          Write RELATO-REGI
*         Only the key just fetched (and just written) is removed from
*         IBICOARA.ORDE - an order inserted by another terminal after
*         CORDE was opened is never touched by this run. In a
*         simulated run nothing is deleted, so IBICOARA.ORDE is left
*         exactly as PROG944SQL found it. A row whose change is held
*         stays there too, for the approved values to be applied.
          If Not Modo-Simulacao And Not Alteracao-Retida
*            The row is copied into the dated archive table before
*            it is deleted, so a problem found in ORDE.DAT later on
*            can still be traced back to the original MySQL-side
          End-if
          End-if
          End-if
          End-if
          Perform Verifica-Rejeicao-Massa
             Thru Verifica-Rejeicao-Massa-Exit
       END-IF
      Close DESCQTD
      Move "N" To WS-TEM-DESCONTOS
   End-if.
   If Tem-Reprecos
      Close REPRECO
      Move "N" To WS-TEM-REPRECOS
   End-if.
   If Tem-Altpend
      Close ALTPEND
      Move "N" To WS-TEM-ALTPEND
   End-if.
   If Tem-Calendario
      Close FERIADOS
      Move "N" To WS-TEM-FERIADOS
*  history, so a rate change no longer rejects every order priced
*  under the old rate that is still flowing through the sync.
 Valida-Frete.
   Move "N" To WS-FRETE-INVALIDO WS-ABAIXO-PISO
   Move Spaces To WS-VIGENCIA-PEDIDO
   Move OD-EMIS(1:4) To WS-VIGENCIA-PEDIDO(1:4)
   Move OD-EMIS(6:2) To WS-VIGENCIA-PEDIDO(5:2)
   Move WS-ROTA-PEDIDO     To CF-ROTA
   Move WS-VIGENCIA-PEDIDO To CF-VIGENCIA
   Move OD-LIQU            To CF-PESO
   Move Zeros              To CF-EIXOS
   Move OD-NUME            To CF-NUME
   Move Zeros              To CF-PROPOSTA
   Call "CALCFRET" Using CF-PARM
*  An order the freight bidding awarded (PROG1053) is the winner's
*  at the bid price - that decision was taken on this side, so it
*  prevails over the carrier and freight the source still holds.
   If CF-Frete-Acordado
      Move CF-TRAN  To OD-TRAN
      Move CF-FRETE To OD-FRET
      Move CF-ICFR  To OD-ICFR
   End-if
   If CF-Tarifa-Achada
      Move CF-FRETE To WS-FRET-ESPERADO
      Move CF-ICFR  To WS-ICFR-ESPERADO
      Or OD-ICFR Not Equal WS-ICFR-ESPERADO
         Move "S" To WS-FRETE-INVALIDO
      End-if
*     No truck is known yet: CALCFRET floors with the carrier's
*     lightest active vehicle, so what is flagged here is below
*     the floor whatever truck takes it.
      If CF-Frete-Abaixo-Piso
         Move "S" To WS-ABAIXO-PISO
      End-if
   Else
      Move "S" To WS-FRETE-INVALIDO
   End-if
*  The Busca-Tarifa-Vigente technique against PRECOS.DAT: walk the
*  product's dated rows and keep the last vigencia on or before
*  the order's emission date (WS-VIGENCIA-PEDIDO, already built by
*  Valida-Frete for this same order) - or on the later vigencia
*  the order was repriced onto.
 Busca-Preco-Vigente.
   Move "N" To WS-PRECO-ACHADO
   Move Zeros To WS-PRECO-VIGENTE
   Move WS-VIGENCIA-PEDIDO To WS-VIGENCIA-PRECO
   If Tem-Reprecos
      Perform Busca-Repreco Thru Busca-Repreco-Exit
   End-if
   Move WS-PROD-TESTE To PR-PROD
   Move Low-Values    To PR-VIGENCIA
   Start PRECOS Key Is Not Less PR-CHAVE
   Perform Le-Proximo-Preco Thru Le-Proximo-Preco-Exit
   Perform Until Not Valido-PRECOS
             Or PR-PROD Not = WS-PROD-TESTE
             Or PR-VIGENCIA > WS-VIGENCIA-PRECO
      Move "S"      To WS-PRECO-ACHADO
      Move PR-PRECO To WS-PRECO-VIGENTE
      Perform Le-Proximo-Preco Thru Le-Proximo-Preco-Exit
 Le-Proximo-Preco-Exit.
   Exit.
*
*  The order + product rows read out in vigencia order; the last
*  one later than the emission wins.
 Busca-Repreco.
   Move OD-NUME       To RP-NUME
   Move WS-PROD-TESTE To RP-PROD
   Move Low-Values    To RP-VIGENCIA
   Start REPRECO Key Is Not Less RP-CHAVE
      Invalid Key
         Go To Busca-Repreco-Exit
   End-Start
   Perform Le-Proximo-Repreco Thru Le-Proximo-Repreco-Exit
   Perform Until Not Valido-REPRECO
             Or RP-NUME Not = OD-NUME
             Or RP-PROD Not = WS-PROD-TESTE
      If RP-VIGENCIA > WS-VIGENCIA-PRECO
         Move RP-VIGENCIA To WS-VIGENCIA-PRECO
      End-if
      Perform Le-Proximo-Repreco Thru Le-Proximo-Repreco-Exit
   End-Perform.
 Busca-Repreco-Exit.
   Exit.
*
 Le-Proximo-Repreco.
   Read REPRECO Next Record
      At End Move "10" To Stat-REPRECO
   End-Read.
 Le-Proximo-Repreco-Exit.
   Exit.
*
*  Flags a row whose OO-NUME already exists in ORDE.DAT under a
*  different OO-CLIE or OO-EMIS - such a row is never overwritten
*  blindly, it gets routed to EXCEPOES instead.
         Perform Varying WS-CTL-IDX From 1 By 1
                 Until WS-CTL-IDX > 10
            Add ORDE-VALO(WS-CTL-IDX) To WS-CTL-VALOR-ANTES
            Move ORDE-VENC(WS-CTL-IDX) To HA-VENC(WS-CTL-IDX)
            Move ORDE-VALO(WS-CTL-IDX) To HA-VALO(WS-CTL-IDX)
         End-Perform
         Move ORDE-NUME  To HA-NUME
         Move ORDE-SITU  To HA-SITU
         Move ORDE-ROMA  To HA-ROMA
         Move ORDE-FAGR  To HA-FAGR
         Move Zeros      To HA-PRAZ
         If ORDE-PRAZ Numeric
            Move ORDE-PRAZ To HA-PRAZ
         End-if
         Perform Varying WS-EST-IDX From 1 By 1
                 Until WS-EST-IDX > 20
            Move ORDE-PROD(WS-EST-IDX) To WS-EA-PROD(WS-EST-IDX)
            Move ORDE-QAVL(WS-EST-IDX) To WS-EA-QAVL(WS-EST-IDX)
            Move ORDE-QUAN(WS-EST-IDX) To WS-EA-QUAN(WS-EST-IDX)
            Move ORDE-LOTE(WS-EST-IDX) To HA-LOTE(WS-EST-IDX)
            Move ORDE-VLUN(WS-EST-IDX) To HA-VLUN(WS-EST-IDX)
         End-Perform
         Move ORDE-TICK  To HA-TICK
         Move ORDE-EMIS  To HA-EMIS
         Move ORDE-CLIE  To HA-CLIE
         Move ORDE-TRAN  To HA-TRAN
         Move ORDE-BRUT  To HA-BRUT
         Move ORDE-LIQU  To HA-LIQU
         Move ORDE-FRET  To HA-FRET
         Move ORDE-ICFR  To HA-ICFR
   End-Read
 Valida-Duplicidade-Exit.
   Exit.
   End-Read
 Valida-Pedido-Venda-Exit.
   Exit.
*
 Resolve-Prazo.
   Move "N"   To WS-PARC-DIVERGE
   Move Zeros To ORDE-PRAZ
   If Historico-Necessario And HA-PRAZ > Zeros
      Move HA-PRAZ To ORDE-PRAZ
   End-if
   If ORDE-PRAZ = Zeros And Tem-Pre-Ordens And OD-PEDV > Zeros
      Move OD-PEDV To PV-NUME
      Read PEDIDO
         Invalid Key Continue
      End-Read
      If Valido-PEDIDO And PV-PRAZO Numeric
         Move PV-PRAZO To ORDE-PRAZ
      End-if
   End-if
   If ORDE-PRAZ = Zeros
      Move OD-CLIE To CLI-CODIGO
      Read CLIENTE
         Invalid Key Continue
      End-Read
      If Valido-CLIENTE And CLI-PRAZO Numeric
         Move CLI-PRAZO To ORDE-PRAZ
      End-if
   End-if
   If ORDE-PRAZ = Zeros
      Go To Resolve-Prazo-Exit
   End-if
   Move "C"            To GP-FUNCAO
   Move ORDE-PRAZ      To GP-PRAZO
   Move ORDE-EMIS(1:8) To GP-BASE
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      Move ORDE-VENC(WS-PARC-IDX) To GP-VENC(WS-PARC-IDX)
      Move ORDE-VALO(WS-PARC-IDX) To GP-VALO(WS-PARC-IDX)
   End-Perform
   Call "GERAPARC" Using GP-PARM
      On Exception Go To Resolve-Prazo-Exit
   End-Call
   If Not GP-Prazo-Ok
      Move "S" To WS-PARC-DIVERGE
   End-if.
 Resolve-Prazo-Exit.
   Exit.
*
*  Protected fields of a weighed or manifested order: what ORDE.DAT
*  holds (the Valida-Duplicidade snapshot) against what is about to
*  be written. A difference is held unless the latest ALTPEND row
*  of the order is an approval of exactly this change; a pendente
*  or recusada of the same values is held again without a new row,
*  anything else becomes a new pendente (replacing an older one).
 Verifica-Congelamento.
   Move "N" To WS-ALTERACAO-RETIDA WS-ALTERACAO-LIBERADA
   If Not Historico-Necessario
      Go To Verifica-Congelamento-Exit
   End-if
   If HA-TICK Not > Zeros And HA-ROMA Not > Zeros
      Go To Verifica-Congelamento-Exit
   End-if
   Move HA-CLIE   To WS-CG-A-CLIE
   Move HA-TRAN   To WS-CG-A-TRAN
   Move ORDE-CLIE To WS-CG-N-CLIE
   Move ORDE-TRAN To WS-CG-N-TRAN
   Perform Varying WS-EST-IDX From 1 By 1 Until WS-EST-IDX > 20
      Move WS-EA-PROD(WS-EST-IDX) To WS-CG-A-PROD(WS-EST-IDX)
      Move WS-EA-QUAN(WS-EST-IDX) To WS-CG-A-QUAN(WS-EST-IDX)
      Move HA-VLUN(WS-EST-IDX)    To WS-CG-A-VLUN(WS-EST-IDX)
      Move ORDE-PROD(WS-EST-IDX)  To WS-CG-N-PROD(WS-EST-IDX)
      Move ORDE-QUAN(WS-EST-IDX)  To WS-CG-N-QUAN(WS-EST-IDX)
      Move ORDE-VLUN(WS-EST-IDX)  To WS-CG-N-VLUN(WS-EST-IDX)
   End-Perform
   If WS-CG-NOVO = WS-CG-ANTIGO
      Go To Verifica-Congelamento-Exit
   End-if
   Move "S" To WS-ALTERACAO-RETIDA
   If Not Tem-Altpend
      Go To Verifica-Congelamento-Exit
   End-if
   Perform Busca-Ultima-Alteracao Thru Busca-Ultima-Alteracao-Exit
   If Ultima-Alteracao-Achada
      And AR-NOVO = WS-CG-NOVO And AR-ANTIGO = WS-CG-ANTIGO
      If Alteracao-Aprovada
         Move "N"      To WS-ALTERACAO-RETIDA
         Move "S"      To WS-ALTERACAO-LIBERADA
         Move AR-CHAVE To WS-AR-CHAVE-LIBERADA
         Go To Verifica-Congelamento-Exit
      End-if
      If Alteracao-Pendente Or Alteracao-Recusada
         Go To Verifica-Congelamento-Exit
      End-if
   End-if
   If Modo-Simulacao
      Go To Verifica-Congelamento-Exit
   End-if
   If Ultima-Alteracao-Achada And Alteracao-Pendente
      Move "S" To AR-SITU
      Rewrite ALTPEND-REGI
         Invalid Key Continue
      End-Rewrite
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Initialize ALTPEND-REGI
   Move OD-NUME          To AR-NUME
   Compute AR-SEQ = WS-AR-ULTIMO-SEQ + 1
   Move "P"              To AR-SITU
   Move HA-TICK          To AR-TICK
   Move HA-ROMA          To AR-ROMA
   Move WS-CG-ANTIGO     To AR-ANTIGO
   Move WS-CG-NOVO       To AR-NOVO
   Move WS-DATA-SISTEMA  To AR-DTIN
   Move WS-HORA-SISTEMA  To AR-HRIN
   Write ALTPEND-REGI
      Invalid Key Continue
   End-Write.
 Verifica-Congelamento-Exit.
   Exit.
*
*  The held fields back as ORDE.DAT has them (the Valida-
*  Duplicidade snapshot) - each line's area and ORDE-QAVL
*  with it, so the stock and cross-reference moves net to zero,
*  and with them what was priced off them: the weights, the
*  carrier's freight and the installments, which must still add
*  up to the lines they came from.
 Restaura-Congelados.
   Move HA-CLIE To ORDE-CLIE
   Move HA-TRAN To ORDE-TRAN
   Move HA-BRUT To ORDE-BRUT
   Move HA-LIQU To ORDE-LIQU
   Move HA-FRET To ORDE-FRET
   Move HA-ICFR To ORDE-ICFR
   Perform Varying WS-EST-IDX From 1 By 1 Until WS-EST-IDX > 20
      Move WS-EA-PROD(WS-EST-IDX) To ORDE-PROD(WS-EST-IDX)
      Move WS-EA-AREA(WS-EST-IDX) To ORDE-AREA(WS-EST-IDX)
      Move WS-EA-QAVL(WS-EST-IDX) To ORDE-QAVL(WS-EST-IDX)
      Move WS-EA-QUAN(WS-EST-IDX) To ORDE-QUAN(WS-EST-IDX)
      Move HA-VLUN(WS-EST-IDX)    To ORDE-VLUN(WS-EST-IDX)
   End-Perform
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      Move HA-VENC(WS-PARC-IDX) To ORDE-VENC(WS-PARC-IDX)
      Move HA-VALO(WS-PARC-IDX) To ORDE-VALO(WS-PARC-IDX)
   End-Perform.
 Restaura-Congelados-Exit.
   Exit.
*
*  Leaves the order's highest-sequence ALTPEND row in the record
*  area (WS-AR-ULTIMO-SEQ zero when the order has none).
 Busca-Ultima-Alteracao.
   Move "N"   To WS-AR-ACHADA
   Move Zeros To WS-AR-ULTIMO-SEQ
   Move OD-NUME To AR-NUME
   Move Zeros   To AR-SEQ
   Start ALTPEND Key Is Not Less AR-CHAVE
      Invalid Key
         Go To Busca-Ultima-Alteracao-Exit
   End-Start
   Perform Le-Proxima-Alteracao Thru Le-Proxima-Alteracao-Exit
   Perform Until Not Valido-ALTPEND Or AR-NUME Not = OD-NUME
      Move "S"    To WS-AR-ACHADA
      Move AR-SEQ To WS-AR-ULTIMO-SEQ
      Perform Le-Proxima-Alteracao Thru Le-Proxima-Alteracao-Exit
   End-Perform
   If Ultima-Alteracao-Achada
      Move OD-NUME          To AR-NUME
      Move WS-AR-ULTIMO-SEQ To AR-SEQ
      Read ALTPEND
         Invalid Key Move "N" To WS-AR-ACHADA
      End-Read
   End-if.
 Busca-Ultima-Alteracao-Exit.
   Exit.
*
 Le-Proxima-Alteracao.
   Read ALTPEND Next Record
      At End Move "10" To Stat-ALTPEND
   End-Read.
 Le-Proxima-Alteracao-Exit.
   Exit.
*
*  The approved change has just been written to ORDE.DAT.
 Efetiva-Alteracao.
   Move WS-AR-CHAVE-LIBERADA To AR-CHAVE
   Read ALTPEND
      Invalid Key Go To Efetiva-Alteracao-Exit
   End-Read
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Move "E"             To AR-SITU
   Move WS-DATA-SISTEMA To AR-DTEF
   Rewrite ALTPEND-REGI
      Invalid Key Continue
   End-Rewrite.
 Efetiva-Alteracao-Exit.
   Exit.
*
 Valida-Cambio.
   Move "N" To WS-CAMBIO-INVALIDO
   Initialize SITHIST-REGI
   Move OD-NUME         To SH-NUME
   Move HA-SITU         To SH-DE
   Move ORDE-SITU       To SH-PARA
   Move WS-DATA-SISTEMA To SH-DATA
   String WS-HH-SIS ":" WS-MM-SIS ":" WS-SS-SIS
          Delimited By Size Into SH-HORA
         And WS-CON-EMIS Not < CN-DATA-DE
         And WS-CON-EMIS Not > CN-DATA-ATE
         Add WS-CON-QUAN To CN-QUAN-ENTREG
         Perform Contrato-Reparte-Fixado
            Thru Contrato-Reparte-Fixado-Exit
         Rewrite CONTRATO-REGI
            Invalid Key Continue
         End-Rewrite
   End-Perform.
 Contrato-Posta-Exit.
   Exit.
*
*  An "a fixar" contract's deliveries draw on its fixed lots
*  first: what came in up to the fixed quantity is priced, the
*  rest waits for the next fixing (PROG1024).
 Contrato-Reparte-Fixado.
   If Not Contrato-A-Fixar
      Go To Contrato-Reparte-Fixado-Exit
   End-if
   If CN-QUAN-ENTREG < CN-QUAN-FIXADA
      Move CN-QUAN-ENTREG To CN-ENTREG-FIXADA
   Else
      Move CN-QUAN-FIXADA To CN-ENTREG-FIXADA
   End-if
   If CN-ENTREG-FIXADA < Zeros
      Move Zeros To CN-ENTREG-FIXADA
   End-if.
 Contrato-Reparte-Fixado-Exit.
   Exit.
*
 Le-Proximo-Contrato.
   Move Zeros To WS-TRAVA-TENTA.
