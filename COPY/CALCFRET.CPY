*            exactly one place.
* ALTERACAO:
*   22/08/2026 RO  Criacao.
*   15/10/2026 RO  ANTT minimum freight floor: CF-EIXOS in (zero =
*                  the lightest active vehicle of the carrier in
*                  VEICULOS.DAT, handed back as used); CF-KM
*                  (ROTAS.DAT distance of CF-ROTA), CF-PISO and
*                  CF-ABAIXO-PISO out. The floor is worked out
*                  even when no tariff is found (CF-PISO zero =
*                  route, axles or table unknown).
*   15/10/2026 RO  Freight bidding: CF-NUME in (the order, zero =
*                  none). An order awarded through PROG1053
*                  (FRETACOR.DAT) is priced at the awarded price
*                  per tonne and hands back the winner in CF-TRAN
*                  and the offer's route in CF-ROTA, with
*                  CF-ACORDADO = "S".
*   15/10/2026 RO  Tariff simulation: CF-PROPOSTA in (zero = the
*                  TABFRET row in force, as always). Given, the
*                  row of that proposal for CF-ROTA in TARPROP.DAT
*                  (PROG1076) is priced instead - same formula,
*                  minimum, ICMS and floor - and no award applies.
*****************************************************************
 01  CF-PARM.
     03 CF-UNIDADE          PIC  X(003).
     03 CF-ALIQ-ICMS        PIC S9(003)V99  COMP-3.
     03 CF-COM-FORMULA      PIC  X(001).
     03 CF-MINIMO-APLICADO  PIC  X(001).
     03 CF-EIXOS            PIC  9(002).
     03 CF-KM               PIC S9(005)V9   COMP-3.
     03 CF-PISO             PIC S9(011)V99  COMP-3.
     03 CF-ABAIXO-PISO      PIC  X(001).
        88 CF-Frete-Abaixo-Piso Value "S".
     03 CF-NUME             PIC S9(006)     COMP-5.
     03 CF-ACORDADO         PIC  X(001).
        88 CF-Frete-Acordado    Value "S".
     03 CF-PROPOSTA         PIC S9(006)     COMP-5.
