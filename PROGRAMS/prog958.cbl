 01  WS-QTD-GERADOS-ED   PIC Z(005)9.
 01  WS-QTD-JA-EXISTIAM  PIC 9(006) VALUE ZEROS.
 01  WS-QTD-JA-EXISTIAM-ED PIC Z(005)9.
*
*  An order shipped in cargas (PROG1029) had its titles born load
*  by load as the trucks were invoiced - exploding its schedule
*  here would bill it twice. SOMACARG says whether it has loads.
 01  WS-SC-TEM-CARGA     PIC X(001).
 01  WS-SC-COBERTO       PIC X(001).
 01  WS-QTD-POR-CARGA    PIC 9(006) VALUE ZEROS.
 01  WS-QTD-POR-CARGA-ED PIC Z(005)9.
*
*  An order folded into a fatura agrupada (PROG1030) had its
*  titles replaced by the fatura's - re-exploding its schedule
*  would bring the replaced installments back.
 01  WS-QTD-AGRUPADOS    PIC 9(006) VALUE ZEROS.
 01  WS-QTD-AGRUPADOS-ED PIC Z(005)9.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
   Move WS-QTD-JA-EXISTIAM To WS-QTD-JA-EXISTIAM-ED
   Display WS-QTD-GERADOS-ED " titulo(s) gerado(s) em 'TITULOS.DAT', "
           WS-QTD-JA-EXISTIAM-ED " ja existia(m).".
   If WS-QTD-POR-CARGA > Zeros
      Move WS-QTD-POR-CARGA To WS-QTD-POR-CARGA-ED
      Display WS-QTD-POR-CARGA-ED " pedido(s) faturado(s) por carga "
              "- titulos gerados no PROG1029."
   End-if.
   If WS-QTD-AGRUPADOS > Zeros
      Move WS-QTD-AGRUPADOS To WS-QTD-AGRUPADOS-ED
      Display WS-QTD-AGRUPADOS-ED " pedido(s) em fatura agrupada "
              "- titulo da fatura gerado no PROG1030."
   End-if.
   Exit Program.
*
 Le-Proxima-Ordem.
   If Not Situacao-Faturado
      Go To Processa-Ordem-Exit
   End-if
   If ORDE-FAGR > Zeros
      Add 1 To WS-QTD-AGRUPADOS
      Go To Processa-Ordem-Exit
   End-if
   Move "N" To WS-SC-TEM-CARGA
   Call "SOMACARG" Using ORDE-REGI, Lk-Unidade,
                         WS-SC-TEM-CARGA, WS-SC-COBERTO
      On Exception Continue
   End-Call
   If WS-SC-TEM-CARGA = "S"
      Add 1 To WS-QTD-POR-CARGA
      Go To Processa-Ordem-Exit
   End-if
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If ORDE-VENC(WS-PARC-IDX) Not = Spaces
         And ORDE-VALO(WS-PARC-IDX) > Zeros
