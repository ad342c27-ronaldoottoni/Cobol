*RELATORIO DE MARGEM POR PEDIDO/PRODUTO/VENDEDOR (ORDE x CUSTMED/CUSTOS)
 Identification Division.
 Program-Id. PROG930.
 Author. RONALDO OTTONI.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CUSTOS.SL".
   Copy "..\COPY\CUSTMED.SL".
   Copy "..\COPY\VENDEDOR.SL".
   Copy "..\COPY\MARGEM.SL".
*
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CUSTOS
   Copy "..\COPY\CUSTOS.FD".
$XFD FILE=CUSTMED
   Copy "..\COPY\CUSTMED.FD".
$XFD FILE=VENDEDOR
   Copy "..\COPY\VENDEDOR.FD".
   Copy "..\COPY\MARGEM.FD".
 Working-Storage Section.
*
*  Revenue minus cost minus freight, per order line: revenue is
*  ORDE-QUAN x ORDE-VLUN, cost is the weighted-average cost the
*  month-end valuation (PROG1025, CUSTMED.DAT) gave the line's
*  produto+area in the emission month - or the month before, if
*  this one is not closed yet - and the order's ORDE-FRET +
*  ORDE-ICFR is split across its lines by revenue share so the
*  whole freight is netted exactly once. With no valuation yet,
*  the dated CUSTOS.DAT row in force on the emission date stands
*  in, flagged "L" (list cost). Lines whose product has no cost
*  row either are printed with cost zero and flagged "*" - a hole
*  in CUSTOS.DAT must be visible, not silently profitable.
*  Vendedor totals close the report (the PROG957 group technique).
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  Stat-CUSTOS         PIC X(002).
     88 Valido-CUSTOS    Value "00" THRU "09".
 01  PATHCUSTOS          PIC X(060).
 01  Stat-CUSTMED        PIC X(002).
     88 Valido-CUSTMED   Value "00" THRU "09".
 01  PATHCUSTMED         PIC X(060).
 01  WS-TEM-CUSTMED      PIC X(001) VALUE "N".
     88 Tem-Custo-Medio  Value "S".
 01  Stat-VENDEDOR       PIC X(002).
     88 Valido-VENDEDOR  Value "00" THRU "09".
 01  PATHVENDEDOR        PIC X(060).
 01  WS-CUSTO-ACHADO     PIC X(001).
     88 Custo-Achado     Value "S".
 01  WS-PROD-BUSCA       PIC S9(006) COMP-5.
 01  WS-MES-PEDIDO       PIC 9(006).
 01  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
     03 WS-MP-ANO        PIC 9(004).
     03 WS-MP-MES        PIC 9(002).
 01  WS-MES-ANTERIOR     PIC 9(006).
 01  WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
     03 WS-MA-ANO        PIC 9(004).
     03 WS-MA-MES        PIC 9(002).
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-PROD-ED          PIC Z(005)9.
      Exit Program
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

   Move Spaces to PathVENDEDOR.
   String Lk-Unidade            Delimited By Size
          "\DADOS\VENDEDOR.DAT" Delimited By Size

   Close ORDE.
   Close CUSTOS.
   If Tem-Custo-Medio
      Close CUSTMED
   End-if.
   Close VENDEDOR.
   Close MARGEM.
   Move "PROG930" To WS-SP-PROGRAMA
*  the way in), so the vigencia is its first eight positions.
   Move Spaces To WS-VIGENCIA-PEDIDO
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

   Move Zeros To WS-RECEITA-PEDIDO
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
   Compute WS-RECEITA-LINHA = ORDE-QUAN(WS-LIN-IDX)
                            * ORDE-VLUN(WS-LIN-IDX)
   Move ORDE-PROD(WS-LIN-IDX) To WS-PROD-BUSCA
   Move " " To WS-SEM-CUSTO
   Perform Busca-Custo-Medio Thru Busca-Custo-Medio-Exit
   If Not Custo-Achado
      Perform Busca-Custo-Vigente Thru Busca-Custo-Vigente-Exit
      If Custo-Achado
         Move "L" To WS-SEM-CUSTO
      End-if
   End-if
   If Custo-Achado
      Compute WS-CUSTO-LINHA Rounded = ORDE-QUAN(WS-LIN-IDX)
                                     * WS-CUSTO-VIGENTE
 Margem-Da-Linha-Exit.
   Exit.
*
*  The month-end average cost of the line's produto+area: the
*  emission month's CUSTMED.DAT row, else the previous month's.
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
*  The cost in force on the emission date - the Busca-Preco-
*  Vigente walk, over CUSTOS.DAT.
 Busca-Custo-Vigente.
   Move Spaces To MARGEM-REGI
   Move "(*) LINHA SEM CUSTO CADASTRADO EM CUSTOS.DAT"
        To MARGEM-REGI
   Write MARGEM-REGI
   Move "(L) CUSTO DE TABELA - MES SEM VALORIZACAO (PROG1025)"
        To MARGEM-REGI
   Write MARGEM-REGI.
 Imprime-Vendedores-Exit.
   Exit.
