*SIMULACAO DE TARIFA DE FRETE PROPOSTA (TARPROP x CARGAS REAIS)
 Identification Division.
 Program-Id. PROG1077.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\TARPROP.SL".
   Copy "..\COPY\CUSTOS.SL".
   Copy "..\COPY\CUSTMED.SL".
   Copy "..\COPY\FRETSIM.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
$XFD FILE=TARPROP
   Copy "..\COPY\TARPROP.FD".
$XFD FILE=CUSTOS
   Copy "..\COPY\CUSTOS.FD".
$XFD FILE=CUSTMED
   Copy "..\COPY\CUSTMED.FD".
   Copy "..\COPY\FRETSIM.FD".
*
 Working-Storage Section.
*
*  A carrier's proposed tariff judged on numbers before anyone
*  signs it: the faturado loads of a period (last month unless
*  told otherwise) on the routes of proposal A (TARPROP.DAT,
*  PROG1076) - by default only the ones that carrier hauled -
*  are priced again through CALCFRET with CF-PROPOSTA, the rule
*  the sync applies (formula, minimum, ICMS-frete, ANTT floor),
*  and set against the freight they actually paid (ORDE-FRET +
*  ORDE-ICFR). A second proposal B prices the very same loads for
*  the carrier it came from, so two bids meet on one set of
*  trucks. Per-load lines, route totals, and the effect on the
*  PROG930 margin (revenue - cost - freight, the cost found the
*  PROG930 way) close FRETSIM.REL. Nothing is written anywhere
*  else: the proposal stays out of force.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
 01  PATHTRANSP          PIC X(060).
 01  Stat-TARPROP        PIC X(002).
     88 Valido-TARPROP   Value "00" THRU "09".
 01  PATHTARPROP         PIC X(060).
 01  Stat-CUSTOS         PIC X(002).
     88 Valido-CUSTOS    Value "00" THRU "09".
 01  PATHCUSTOS          PIC X(060).
 01  WS-TEM-CUSTOS       PIC X(001) VALUE "N".
     88 Tem-Custos       Value "S".
 01  Stat-CUSTMED        PIC X(002).
     88 Valido-CUSTMED   Value "00" THRU "09".
 01  PATHCUSTMED         PIC X(060).
 01  WS-TEM-CUSTMED      PIC X(001) VALUE "N".
     88 Tem-Custo-Medio  Value "S".
 01  Stat-FRETSIM        PIC X(002).
     88 Valido-FRETSIM   Value "00" THRU "09".
 01  PATHFRETSIM         PIC X(060).
*
 Copy "..\COPY\CALCFRET.CPY".
*
*  What the operator asks for.
 01  WS-PROPOSTA-A       PIC 9(006) VALUE ZEROS.
 01  WS-PROPOSTA-B       PIC 9(006) VALUE ZEROS.
 01  WS-TRAN-A           PIC S9(004) COMP-5 VALUE ZEROS.
 01  WS-TRAN-B           PIC S9(004) COMP-5 VALUE ZEROS.
 01  WS-SO-TRAN-A        PIC X(001) VALUE "S".
     88 Somente-Cargas-Tran-A Value "S" "s".
 01  WS-DATA-DE          PIC 9(008) VALUE ZEROS.
 01  WS-DATA-DE-X REDEFINES WS-DATA-DE PIC X(008).
 01  WS-DATA-ATE         PIC 9(008) VALUE ZEROS.
 01  WS-DATA-ATE-X REDEFINES WS-DATA-ATE PIC X(008).
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-MES-REF.
     03 WS-REF-ANO       PIC 9(004).
     03 WS-REF-MES       PIC 9(002).
*
*  The routes of proposal A, with their totals.
 78  max-rotas           value 50.
 01  WS-ROTA-TAB.
     03 WS-ROTA-ITEM occurs 50 times.
        05 WS-R-ROTA        PIC X(030).
        05 WS-R-QTD         PIC 9(005).
        05 WS-R-PESO        PIC S9(012)V999 COMP-3.
        05 WS-R-ATUAL       PIC S9(012)V99  COMP-3.
        05 WS-R-PROP-A      PIC S9(012)V99  COMP-3.
        05 WS-R-PROP-B      PIC S9(012)V99  COMP-3.
        05 WS-R-FORA-B      PIC 9(005).
 01  WS-QTD-ROTAS        PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-R-IDX            PIC 9(003) COMP-X.
 01  WS-ROTA-ACHADA      PIC X(001).
     88 Rota-Da-Proposta Value "S".
*
*  One load.
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-PROD-BUSCA       PIC S9(006) COMP-5.
 01  WS-VIGENCIA-PEDIDO  PIC X(008).
 01  WS-MES-PEDIDO       PIC 9(006).
 01  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
     03 WS-MP-ANO        PIC 9(004).
     03 WS-MP-MES        PIC 9(002).
 01  WS-MES-ANTERIOR     PIC 9(006).
 01  WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
     03 WS-MA-ANO        PIC 9(004).
     03 WS-MA-MES        PIC 9(002).
 01  WS-CUSTO-VIGENTE    PIC S9(005)V9999 COMP-3.
 01  WS-CUSTO-ACHADO     PIC X(001).
     88 Custo-Achado     Value "S".
 01  WS-SEM-CUSTO        PIC X(001).
 01  WS-RECEITA-CARGA    PIC S9(012)V99 COMP-3.
 01  WS-CUSTO-CARGA      PIC S9(012)V99 COMP-3.
 01  WS-FRETE-ATUAL      PIC S9(012)V99 COMP-3.
 01  WS-FRETE-PROP       PIC S9(012)V99 COMP-3.
 01  WS-FRETE-A          PIC S9(012)V99 COMP-3.
 01  WS-FRETE-B          PIC S9(012)V99 COMP-3.
 01  WS-OBS-PROP         PIC X(002).
 01  WS-OBS-A            PIC X(002).
 01  WS-OBS-B            PIC X(002).
 01  WS-PROPOSTA-CALC    PIC 9(006).
 01  WS-TRAN-CALC        PIC S9(004) COMP-5.
*
*  Totals for the margin.
 01  WS-T-QTD            PIC 9(006) VALUE ZEROS.
 01  WS-T-RECEITA        PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-T-CUSTO          PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-T-ATUAL          PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-T-PROP-A         PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-T-PROP-B         PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-T-SEM-CUSTO      PIC 9(006) VALUE ZEROS.
 01  WS-T-SEM-A          PIC 9(006) VALUE ZEROS.
 01  WS-MARGEM           PIC S9(013)V99 COMP-3.
 01  WS-MARGEM-ATUAL     PIC S9(013)V99 COMP-3.
 01  WS-PERC             PIC S9(005)V99 COMP-3.
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-PROP-ED          PIC Z(005)9.
 01  WS-PESO-ED          PIC ZZZZZZZZ9.
 01  WS-PESO-TOT-ED      PIC ZZZZZZZZZZ9.
 01  WS-VALOR-ED         PIC ZZZZZZZZ9,99.
 01  WS-VALOR-A-ED       PIC ZZZZZZZZ9,99.
 01  WS-VALOR-B-ED       PIC ZZZZZZZZ9,99.
 01  WS-DIF-A-ED         PIC ---------9,99.
 01  WS-DIF-B-ED         PIC ---------9,99.
 01  WS-TOT-ED           PIC ZZZZZZZZZ9,99.
 01  WS-TOT-A-ED         PIC ZZZZZZZZZ9,99.
 01  WS-TOT-B-ED         PIC ZZZZZZZZZ9,99.
 01  WS-MARGEM-ED        PIC ----------9,99.
 01  WS-PERC-ED          PIC ---9,99.
 01  WS-PERC-A-ED        PIC ---9,99.
 01  WS-PERC-B-ED        PIC ---9,99.
 01  WS-QTD-ED           PIC Z(004)9.
 01  WS-QTD-LINHAS       PIC 9(006) VALUE ZEROS.
 01  WS-QTD-LINHAS-ED    PIC Z(005)9.
*
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Move Spaces to PathTARPROP.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TARPROP.DAT" Delimited By Size
          Into PathTARPROP
   End-String.
   Open Input TARPROP
   If Not Valido-TARPROP
      Display "TARPROP.DAT ausente - cadastre a proposta (PROG1076)."
      Exit Program
   End-if.

   Display "Proposta A (a simular)..............: "
           With No Advancing
   Accept WS-PROPOSTA-A
   Perform Carrega-Rotas Thru Carrega-Rotas-Exit
   If WS-QTD-ROTAS = Zeros
      Display "Proposta sem rotas cadastradas (PROG1076)."
      Close TARPROP
      Exit Program
   End-if
   Display "Proposta B (comparar - 0 = nenhuma).: "
           With No Advancing
   Accept WS-PROPOSTA-B
   If WS-PROPOSTA-B > Zeros
      Perform Busca-Tran-B Thru Busca-Tran-B-Exit
      If WS-TRAN-B = Zeros
         Display "Proposta B sem rotas cadastradas (PROG1076)."
         Close TARPROP
         Exit Program
      End-if
   End-if
   Display "So cargas da transportadora de A (S/N): "
           With No Advancing
   Accept WS-SO-TRAN-A
   If WS-SO-TRAN-A = Spaces
      Move "S" To WS-SO-TRAN-A
   End-if
   Display "Periodo de  (AAAAMMDD - 0 = mes anterior): "
           With No Advancing
   Accept WS-DATA-DE
   Display "Periodo ate (AAAAMMDD - 0 = mes anterior): "
           With No Advancing
   Accept WS-DATA-ATE
   Perform Monta-Periodo Thru Monta-Periodo-Exit
   Close TARPROP.

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Exit Program
   End-if.

   Move Spaces to PathTRANSP.
   String Lk-Unidade          Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Not Valido-TRANSP
      Display "erro TRANSP " Stat-TRANSP
      Close ORDE
      Exit Program
   End-if.

   Move Spaces to PathCUSTOS.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CUSTOS.DAT" Delimited By Size
          Into PathCUSTOS
   End-String.
   Move "N" To WS-TEM-CUSTOS
   Open Input CUSTOS
   If Valido-CUSTOS
      Move "S" To WS-TEM-CUSTOS
   End-if.

   Move Spaces to PathCUSTMED.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CUSTMED.DAT" Delimited By Size
          Into PathCUSTMED
   End-String.
   Move "N" To WS-TEM-CUSTMED
   Open Input CUSTMED
   If Valido-CUSTMED
      Move "S" To WS-TEM-CUSTMED
   End-if.

   Move Spaces to PathFRETSIM.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FRETSIM.REL" Delimited By Size
          Into PathFRETSIM
   End-String.
   Open Output FRETSIM
   If Not Valido-FRETSIM
      Display "erro FRETSIM " Stat-FRETSIM
      Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
      Exit Program
   End-if.

   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit

   Perform Le-Proxima-Ordem Thru Le-Proxima-Ordem-Exit
   Perform Until Fim-ORDE
      Perform Processa-Ordem Thru Processa-Ordem-Exit
      Perform Le-Proxima-Ordem Thru Le-Proxima-Ordem-Exit
   End-Perform

   Perform Imprime-Rotas Thru Imprime-Rotas-Exit
   Perform Imprime-Margem Thru Imprime-Margem-Exit

   Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
   Close FRETSIM.
   Move "PROG1077" To WS-SP-PROGRAMA
   Move "FRETSIM.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-T-QTD To WS-QTD-LINHAS-ED
   Display WS-QTD-LINHAS-ED " carga(s) simulada(s) em 'FRETSIM.REL'.".
   Exit Program.
*
 Fecha-Arquivos.
   Close ORDE.
   Close TRANSP.
   If Tem-Custos
      Close CUSTOS
   End-if.
   If Tem-Custo-Medio
      Close CUSTMED
   End-if.
 Fecha-Arquivos-Exit.
   Exit.
*
*  Every route of proposal A, and the carrier that proposed it.
 Carrega-Rotas.
   Move Zeros To WS-QTD-ROTAS WS-TRAN-A
   Move WS-PROPOSTA-A To TP-PROPOSTA
   Move Low-Values    To TP-ROTA
   Start TARPROP Key Is Not Less TP-CHAVE
      Invalid Key
         Go To Carrega-Rotas-Exit
   End-Start
   Perform Le-Proxima-Proposta Thru Le-Proxima-Proposta-Exit
   Perform Until Not Valido-TARPROP
             Or TP-PROPOSTA Not = WS-PROPOSTA-A
             Or WS-QTD-ROTAS >= max-rotas
      Add 1 To WS-QTD-ROTAS
      Move WS-QTD-ROTAS To WS-R-IDX
      Move TP-ROTA To WS-R-ROTA(WS-R-IDX)
      Move Zeros   To WS-R-QTD(WS-R-IDX) WS-R-PESO(WS-R-IDX)
                      WS-R-ATUAL(WS-R-IDX) WS-R-PROP-A(WS-R-IDX)
                      WS-R-PROP-B(WS-R-IDX) WS-R-FORA-B(WS-R-IDX)
      Move TP-TRAN To WS-TRAN-A
      Perform Le-Proxima-Proposta Thru Le-Proxima-Proposta-Exit
   End-Perform.
 Carrega-Rotas-Exit.
   Exit.
*
 Le-Proxima-Proposta.
   Read TARPROP Next Record
      At End Move "10" To Stat-TARPROP
   End-Read.
 Le-Proxima-Proposta-Exit.
   Exit.
*
 Busca-Tran-B.
   Move Zeros To WS-TRAN-B
   Move WS-PROPOSTA-B To TP-PROPOSTA
   Move Low-Values    To TP-ROTA
   Start TARPROP Key Is Not Less TP-CHAVE
      Invalid Key
         Go To Busca-Tran-B-Exit
   End-Start
   Perform Le-Proxima-Proposta Thru Le-Proxima-Proposta-Exit
   If Valido-TARPROP And TP-PROPOSTA = WS-PROPOSTA-B
      Move TP-TRAN To WS-TRAN-B
   End-if.
 Busca-Tran-B-Exit.
   Exit.
*
*  Zero on either end = the calendar month before this one.
 Monta-Periodo.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Move WS-HOJE-ANO To WS-REF-ANO
   Move WS-HOJE-MES To WS-REF-MES
   If WS-REF-MES = 1
      Move 12 To WS-REF-MES
      Subtract 1 From WS-REF-ANO
   Else
      Subtract 1 From WS-REF-MES
   End-if
   If WS-DATA-DE = Zeros
      String WS-MES-REF "01" Delimited By Size Into WS-DATA-DE-X
      End-String
   End-if
   If WS-DATA-ATE = Zeros
      String WS-MES-REF "31" Delimited By Size Into WS-DATA-ATE-X
      End-String
   End-if.
 Monta-Periodo-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To FRETSIM-REGI
   Move WS-PROPOSTA-A To WS-PROP-ED
   Move WS-TRAN-A     To WS-TRAN-ED
   String "SIMULACAO DE TARIFA DE FRETE - PROPOSTA A " WS-PROP-ED
          " (TRANSP " WS-TRAN-ED ") - CARGAS DE " WS-DATA-DE-X
          " A " WS-DATA-ATE-X
          Delimited By Size Into FRETSIM-REGI
   End-String
   Write FRETSIM-REGI
   Move Spaces To FRETSIM-REGI
   If WS-PROPOSTA-B > Zeros
      Move WS-PROPOSTA-B To WS-PROP-ED
      Move WS-TRAN-B     To WS-TRAN-ED
      String "COMPARADA COM A PROPOSTA B " WS-PROP-ED
             " (TRANSP " WS-TRAN-ED ")"
             Delimited By Size Into FRETSIM-REGI
      End-String
   Else
      Move "SEM PROPOSTA B PARA COMPARAR" To FRETSIM-REGI
   End-if
   Write FRETSIM-REGI
   Move Spaces To FRETSIM-REGI
   If Somente-Cargas-Tran-A
      Move "CARGAS: SO AS DA TRANSPORTADORA DA PROPOSTA A"
           To FRETSIM-REGI
   Else
      Move "CARGAS: TODAS AS DAS ROTAS DA PROPOSTA A"
           To FRETSIM-REGI
   End-if
   Write FRETSIM-REGI
   Move Spaces To FRETSIM-REGI
   Write FRETSIM-REGI
   String "PEDIDO EMISSAO  TRAN ROTA         PESO KG  FRETE ATUAL"
          " FRETE PROP.A   DIFERENCA A FRETE PROP.B   DIFERENCA B"
          " OBS"
          Delimited By Size Into FRETSIM-REGI
   End-String
   Write FRETSIM-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
 Le-Proxima-Ordem.
   Read ORDE Next Record
      At End Move "10" To Stat-ORDE
   End-Read.
 Le-Proxima-Ordem-Exit.
   Exit.
*
*  A faturado load of the period, on a route of the proposal.
 Processa-Ordem.
   If Not Situacao-Faturado
      Go To Processa-Ordem-Exit
   End-if
   If ORDE-EMIS(1:8) < WS-DATA-DE-X Or ORDE-EMIS(1:8) > WS-DATA-ATE-X
      Go To Processa-Ordem-Exit
   End-if
   If Somente-Cargas-Tran-A And ORDE-TRAN Not = WS-TRAN-A
      Go To Processa-Ordem-Exit
   End-if
   Move ORDE-TRAN To TR-CODIGO
   Read TRANSP
      Invalid Key Move Spaces To TR-ROTA
   End-Read
   Move "N" To WS-ROTA-ACHADA
   Perform Varying WS-R-IDX From 1 By 1
             Until WS-R-IDX > WS-QTD-ROTAS Or Rota-Da-Proposta
      If WS-R-ROTA(WS-R-IDX) = TR-ROTA
         Move "S" To WS-ROTA-ACHADA
      End-if
   End-Perform
   If Not Rota-Da-Proposta
      Go To Processa-Ordem-Exit
   End-if
   Subtract 1 From WS-R-IDX

   Perform Receita-Custo-Carga Thru Receita-Custo-Carga-Exit
   Compute WS-FRETE-ATUAL = ORDE-FRET + ORDE-ICFR

   Move WS-PROPOSTA-A To WS-PROPOSTA-CALC
   Move WS-TRAN-A     To WS-TRAN-CALC
   Perform Frete-Proposto Thru Frete-Proposto-Exit
   Move WS-FRETE-PROP To WS-FRETE-A
   Move WS-OBS-PROP   To WS-OBS-A
   If WS-OBS-A = "S "
      Add 1 To WS-T-SEM-A
   End-if

   Move WS-FRETE-ATUAL To WS-FRETE-B
   Move Spaces         To WS-OBS-B
   If WS-PROPOSTA-B > Zeros
      Move WS-PROPOSTA-B To WS-PROPOSTA-CALC
      Move WS-TRAN-B     To WS-TRAN-CALC
      Perform Frete-Proposto Thru Frete-Proposto-Exit
      Move WS-FRETE-PROP To WS-FRETE-B
      Move WS-OBS-PROP   To WS-OBS-B
      If WS-OBS-B = "S "
         Add 1 To WS-R-FORA-B(WS-R-IDX)
      End-if
   End-if

   Add 1               To WS-R-QTD(WS-R-IDX) WS-T-QTD
   Add ORDE-LIQU       To WS-R-PESO(WS-R-IDX)
   Add WS-FRETE-ATUAL  To WS-R-ATUAL(WS-R-IDX) WS-T-ATUAL
   Add WS-FRETE-A      To WS-R-PROP-A(WS-R-IDX) WS-T-PROP-A
   Add WS-FRETE-B      To WS-R-PROP-B(WS-R-IDX) WS-T-PROP-B
   Add WS-RECEITA-CARGA To WS-T-RECEITA
   Add WS-CUSTO-CARGA  To WS-T-CUSTO

   Perform Imprime-Carga Thru Imprime-Carga-Exit.
 Processa-Ordem-Exit.
   Exit.
*
*  The load priced under a proposal, as the sync would price it
*  if the proposal were in force. A route the proposal does not
*  cover keeps the freight the load paid, flagged "S".
 Frete-Proposto.
   Move Lk-Unidade       To CF-UNIDADE
   Move WS-TRAN-CALC     To CF-TRAN
   Move WS-R-ROTA(WS-R-IDX) To CF-ROTA
   Move ORDE-EMIS(1:8)   To CF-VIGENCIA
   Move ORDE-LIQU        To CF-PESO
   Move Zeros            To CF-EIXOS
   Move Zeros            To CF-NUME
   Move WS-PROPOSTA-CALC To CF-PROPOSTA
   Call "CALCFRET" Using CF-PARM
   Move Spaces To WS-OBS-PROP
   If Not CF-Tarifa-Achada
      Move WS-FRETE-ATUAL To WS-FRETE-PROP
      Move "S "           To WS-OBS-PROP
      Go To Frete-Proposto-Exit
   End-if
   Compute WS-FRETE-PROP = CF-FRETE + CF-ICFR
   If CF-MINIMO-APLICADO = "S"
      Move "M" To WS-OBS-PROP(1:1)
   End-if
   If CF-Frete-Abaixo-Piso
      Move "P" To WS-OBS-PROP(2:1)
   End-if.
 Frete-Proposto-Exit.
   Exit.
*
*  Revenue and cost of the load the PROG930 way: average cost of
*  the emission month (or the one before), else the list cost in
*  force, else zero and flagged.
 Receita-Custo-Carga.
   Move Zeros  To WS-RECEITA-CARGA WS-CUSTO-CARGA
   Move Spaces To WS-SEM-CUSTO
   Move ORDE-EMIS(1:8) To WS-VIGENCIA-PEDIDO
   Move Zeros To WS-MES-PEDIDO
   If ORDE-EMIS(1:6) Is Numeric
      Move ORDE-EMIS(1:6) To WS-MES-PEDIDO
   End-if
   Move WS-MES-PEDIDO To WS-MES-ANTERIOR
   If WS-MA-MES = 1
      Move 12 To WS-MA-MES
      Subtract 1 From WS-MA-ANO
   Else
      Subtract 1 From WS-MA-MES
   End-if
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) > Zeros
         Compute WS-RECEITA-CARGA = WS-RECEITA-CARGA
               + ORDE-QUAN(WS-LIN-IDX) * ORDE-VLUN(WS-LIN-IDX)
         Move ORDE-PROD(WS-LIN-IDX) To WS-PROD-BUSCA
         Perform Busca-Custo-Medio Thru Busca-Custo-Medio-Exit
         If Not Custo-Achado
            Perform Busca-Custo-Vigente
               Thru Busca-Custo-Vigente-Exit
         End-if
         If Custo-Achado
            Compute WS-CUSTO-CARGA Rounded = WS-CUSTO-CARGA
                  + ORDE-QUAN(WS-LIN-IDX) * WS-CUSTO-VIGENTE
         Else
            Move "*" To WS-SEM-CUSTO
         End-if
      End-if
   End-Perform
   If WS-SEM-CUSTO = "*"
      Add 1 To WS-T-SEM-CUSTO
   End-if.
 Receita-Custo-Carga-Exit.
   Exit.
*
 Busca-Custo-Medio.
   Move "N" To WS-CUSTO-ACHADO
   Move Zeros To WS-CUSTO-VIGENTE
   If Not Tem-Custo-Medio Or WS-MES-PEDIDO = Zeros
      Go To Busca-Custo-Medio-Exit
   End-if
   Move WS-MES-PEDIDO         To VM-ANOMES
   Move WS-PROD-BUSCA         To VM-PROD
   Move ORDE-AREA(WS-LIN-IDX) To VM-AREA
   Read CUSTMED
      Invalid Key
         Move WS-MES-ANTERIOR To VM-ANOMES
         Read CUSTMED
            Invalid Key Go To Busca-Custo-Medio-Exit
         End-Read
   End-Read
   If VM-CUSTO-MEDIO > Zeros
      Move "S"            To WS-CUSTO-ACHADO
      Move VM-CUSTO-MEDIO To WS-CUSTO-VIGENTE
   End-if.
 Busca-Custo-Medio-Exit.
   Exit.
*
 Busca-Custo-Vigente.
   Move "N" To WS-CUSTO-ACHADO
   Move Zeros To WS-CUSTO-VIGENTE
   If Not Tem-Custos
      Go To Busca-Custo-Vigente-Exit
   End-if
   Move WS-PROD-BUSCA To CU-PROD
   Move Low-Values    To CU-VIGENCIA
   Start CUSTOS Key Is Not Less CU-CHAVE
      Invalid Key
         Go To Busca-Custo-Vigente-Exit
   End-Start
   Perform Le-Proximo-Custo Thru Le-Proximo-Custo-Exit
   Perform Until Not Valido-CUSTOS
             Or CU-PROD Not = WS-PROD-BUSCA
             Or CU-VIGENCIA > WS-VIGENCIA-PEDIDO
      Move "S"      To WS-CUSTO-ACHADO
      Move CU-CUSTO To WS-CUSTO-VIGENTE
      Perform Le-Proximo-Custo Thru Le-Proximo-Custo-Exit
   End-Perform.
 Busca-Custo-Vigente-Exit.
   Exit.
*
 Le-Proximo-Custo.
   Read CUSTOS Next Record
      At End Move "10" To Stat-CUSTOS
   End-Read.
 Le-Proximo-Custo-Exit.
   Exit.
*
 Imprime-Carga.
   Move ORDE-NUME      To WS-NUME-ED
   Move ORDE-TRAN      To WS-TRAN-ED
   Move ORDE-LIQU      To WS-PESO-ED
   Move WS-FRETE-ATUAL To WS-VALOR-ED
   Move WS-FRETE-A     To WS-VALOR-A-ED
   Compute WS-MARGEM = WS-FRETE-A - WS-FRETE-ATUAL
   Move WS-MARGEM      To WS-DIF-A-ED
   Move Spaces To FRETSIM-REGI
   If WS-PROPOSTA-B > Zeros
      Move WS-FRETE-B  To WS-VALOR-B-ED
      Compute WS-MARGEM = WS-FRETE-B - WS-FRETE-ATUAL
      Move WS-MARGEM   To WS-DIF-B-ED
      String WS-NUME-ED " " ORDE-EMIS(1:8) " " WS-TRAN-ED " "
             WS-R-ROTA(WS-R-IDX)(1:10) " " WS-PESO-ED " "
             WS-VALOR-ED " " WS-VALOR-A-ED " " WS-DIF-A-ED " "
             WS-VALOR-B-ED " " WS-DIF-B-ED " "
             WS-OBS-A "/" WS-OBS-B " " WS-SEM-CUSTO
             Delimited By Size Into FRETSIM-REGI
      End-String
   Else
      String WS-NUME-ED " " ORDE-EMIS(1:8) " " WS-TRAN-ED " "
             WS-R-ROTA(WS-R-IDX)(1:10) " " WS-PESO-ED " "
             WS-VALOR-ED " " WS-VALOR-A-ED " " WS-DIF-A-ED " "
             "                          " " "
             WS-OBS-A "   " WS-SEM-CUSTO
             Delimited By Size Into FRETSIM-REGI
      End-String
   End-if
   Write FRETSIM-REGI
   Add 1 To WS-QTD-LINHAS.
 Imprime-Carga-Exit.
   Exit.
*
*  Route totals: freight paid against each proposal, and how far
*  each moves it (percent of the freight paid).
 Imprime-Rotas.
   Move Spaces To FRETSIM-REGI
   Write FRETSIM-REGI
   Move "TOTAIS POR ROTA" To FRETSIM-REGI
   Write FRETSIM-REGI
   Move Spaces To FRETSIM-REGI
   String "ROTA         QTD     PESO KG   FRETE ATUAL  FRETE PROP.A"
          " VAR A %  FRETE PROP.B VAR B % FORA B"
          Delimited By Size Into FRETSIM-REGI
   End-String
   Write FRETSIM-REGI
   Perform Varying WS-R-IDX From 1 By 1
             Until WS-R-IDX > WS-QTD-ROTAS
      Move WS-R-QTD(WS-R-IDX)    To WS-QTD-ED
      Move WS-R-PESO(WS-R-IDX)   To WS-PESO-TOT-ED
      Move WS-R-ATUAL(WS-R-IDX)  To WS-TOT-ED
      Move WS-R-PROP-A(WS-R-IDX) To WS-TOT-A-ED
      Move WS-R-PROP-B(WS-R-IDX) To WS-TOT-B-ED
      Move Zeros To WS-PERC-A-ED WS-PERC-B-ED
      If WS-R-ATUAL(WS-R-IDX) > Zeros
         Compute WS-PERC Rounded =
                 (WS-R-PROP-A(WS-R-IDX) - WS-R-ATUAL(WS-R-IDX))
                 * 100 / WS-R-ATUAL(WS-R-IDX)
         Move WS-PERC To WS-PERC-A-ED
         Compute WS-PERC Rounded =
                 (WS-R-PROP-B(WS-R-IDX) - WS-R-ATUAL(WS-R-IDX))
                 * 100 / WS-R-ATUAL(WS-R-IDX)
         Move WS-PERC To WS-PERC-B-ED
      End-if
      Move Spaces To FRETSIM-REGI
      If WS-PROPOSTA-B > Zeros
         Move WS-R-FORA-B(WS-R-IDX) To WS-QTD-LINHAS-ED
         String WS-R-ROTA(WS-R-IDX)(1:10) " " WS-QTD-ED " "
                WS-PESO-TOT-ED " " WS-TOT-ED " " WS-TOT-A-ED " "
                WS-PERC-A-ED " " WS-TOT-B-ED " " WS-PERC-B-ED " "
                WS-QTD-LINHAS-ED
                Delimited By Size Into FRETSIM-REGI
         End-String
      Else
         String WS-R-ROTA(WS-R-IDX)(1:10) " " WS-QTD-ED " "
                WS-PESO-TOT-ED " " WS-TOT-ED " " WS-TOT-A-ED " "
                WS-PERC-A-ED
                Delimited By Size Into FRETSIM-REGI
         End-String
      End-if
      Write FRETSIM-REGI
   End-Perform.
 Imprime-Rotas-Exit.
   Exit.
*
*  The PROG930 margin of the same loads - revenue less cost less
*  freight - with the freight paid and with each proposal's.
 Imprime-Margem.
   Move Spaces To FRETSIM-REGI
   Write FRETSIM-REGI
   Move "EFEITO NA MARGEM (CRITERIO DO PROG930: RECEITA - CUSTO -"
        To FRETSIM-REGI
   Move " FRETE)" To FRETSIM-REGI(58:7)
   Write FRETSIM-REGI
   Move WS-T-RECEITA To WS-MARGEM-ED
   Move Spaces To FRETSIM-REGI
   String "RECEITA DAS CARGAS......: " WS-MARGEM-ED
          Delimited By Size Into FRETSIM-REGI
   End-String
   Write FRETSIM-REGI
   Move WS-T-CUSTO To WS-MARGEM-ED
   Move Spaces To FRETSIM-REGI
   String "CUSTO DAS CARGAS........: " WS-MARGEM-ED
          Delimited By Size Into FRETSIM-REGI
   End-String
   Write FRETSIM-REGI

   Compute WS-MARGEM-ATUAL = WS-T-RECEITA - WS-T-CUSTO - WS-T-ATUAL
   Move WS-MARGEM-ATUAL To WS-MARGEM
   Perform Percentual-Margem Thru Percentual-Margem-Exit
   Move Spaces To FRETSIM-REGI
   String "MARGEM COM FRETE ATUAL..: " WS-MARGEM-ED
          "  (" WS-PERC-ED "% DA RECEITA)"
          Delimited By Size Into FRETSIM-REGI
   End-String
   Write FRETSIM-REGI

   Compute WS-MARGEM = WS-T-RECEITA - WS-T-CUSTO - WS-T-PROP-A
   Perform Percentual-Margem Thru Percentual-Margem-Exit
   Compute WS-MARGEM = WS-MARGEM - WS-MARGEM-ATUAL
   Move WS-MARGEM To WS-DIF-A-ED
   Move Spaces To FRETSIM-REGI
   String "MARGEM COM PROPOSTA A...: " WS-MARGEM-ED
          "  (" WS-PERC-ED "% DA RECEITA)  DIFERENCA: " WS-DIF-A-ED
          Delimited By Size Into FRETSIM-REGI
   End-String
   Write FRETSIM-REGI

   If WS-PROPOSTA-B > Zeros
      Compute WS-MARGEM = WS-T-RECEITA - WS-T-CUSTO - WS-T-PROP-B
      Perform Percentual-Margem Thru Percentual-Margem-Exit
      Compute WS-MARGEM = WS-MARGEM - WS-MARGEM-ATUAL
      Move WS-MARGEM To WS-DIF-B-ED
      Move Spaces To FRETSIM-REGI
      String "MARGEM COM PROPOSTA B...: " WS-MARGEM-ED
             "  (" WS-PERC-ED "% DA RECEITA)  DIFERENCA: "
             WS-DIF-B-ED
             Delimited By Size Into FRETSIM-REGI
      End-String
      Write FRETSIM-REGI
   End-if

   Move Spaces To FRETSIM-REGI
   Write FRETSIM-REGI
   Move "OBS: M = FRETE MINIMO APLICADO  P = ABAIXO DO PISO ANTT"
        To FRETSIM-REGI
   Write FRETSIM-REGI
   Move "     S = ROTA FORA DA PROPOSTA - MANTIDO O FRETE PAGO"
        To FRETSIM-REGI
   Write FRETSIM-REGI
   Move "     * = CARGA COM PRODUTO SEM CUSTO (CUSTO ZERO)"
        To FRETSIM-REGI
   Write FRETSIM-REGI.
 Imprime-Margem-Exit.
   Exit.
*
*  WS-MARGEM edited, and as a percent of the revenue.
 Percentual-Margem.
   Move WS-MARGEM To WS-MARGEM-ED
   Move Zeros     To WS-PERC-ED
   If WS-T-RECEITA > Zeros
      Compute WS-PERC Rounded = WS-MARGEM * 100 / WS-T-RECEITA
      Move WS-PERC To WS-PERC-ED
   End-if.
 Percentual-Margem-Exit.
   Exit.
