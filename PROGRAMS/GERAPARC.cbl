*GERACAO/CONFERENCIA DAS PARCELAS DE UM PEDIDO PELO PRAZO DE PAGTO
 Identification Division.
 Program-Id. GERAPARC.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\PRAZO.SL".
   Copy "..\COPY\FERIADOS.SL".
*
 Data Division.
 File Section.
$XFD FILE=PRAZO
   Copy "..\COPY\PRAZO.FD".
$XFD FILE=FERIADOS
   Copy "..\COPY\FERIADOS.FD".
*
 Working-Storage Section.
*
*  The payment terms as arithmetic, in one place: every writer
*  that fills ORDE-VENC/ORDE-VALO (PROG953, the pre-orders of
*  PROG992) asks for the schedule here, and every judge of one
*  (VALORDE, the sync) regenerates it here and compares - so
*  "30/60/90" means the same dates and the same cents on every
*  door. Each installment is the base date plus its days,
*  rolled forward to the next business day (weekends by Zeller's
*  congruence, holidays from FERIADOS.DAT - the same calendar
*  and the same two-week bound the sync's Verifica-Dias-Uteis
*  uses); its value is the total times its percent, rounded, and
*  the last one takes whatever the rounding left over.
*
*  PRAZO.DAT and FERIADOS.DAT are central and stay open between
*  calls - the sync confers thousands of orders a night. A file
*  that was missing is tried again on the next call.
*
 01  Stat-PRAZO          PIC X(002).
     88 Valido-PRAZO     Value "00" THRU "09".
 01  PATHPRAZO           PIC X(060)
     VALUE "..\DADOS\PRAZO.DAT".
 01  WS-TEM-PRAZO        PIC X(001) VALUE "N".
     88 Tem-Prazos       Value "S".
 01  Stat-FERIADOS       PIC X(002).
     88 Valido-FERIADOS  Value "00" THRU "09".
 01  PATHFERIADOS        PIC X(060)
     VALUE "..\DADOS\FERIADOS.DAT".
 01  WS-TEM-FERIADOS     PIC X(001) VALUE "N".
     88 Tem-Calendario   Value "S".
*
 01  WS-DU-ANO           PIC 9(004).
 01  WS-DU-MES           PIC 9(002).
 01  WS-DU-DIA           PIC 9(002).
 01  WS-DU-COMPACTA      PIC X(008).
 01  WS-DIA-SEMANA       PIC 9(001).
 01  WS-DU-UTIL          PIC X(001).
     88 Dia-Util         Value "S".
 01  WS-DU-TENTATIVAS    PIC 9(002).
 01  WS-ZL-Q             PIC S9(004) COMP-5.
 01  WS-ZL-M             PIC S9(004) COMP-5.
 01  WS-ZL-K             PIC S9(004) COMP-5.
 01  WS-ZL-J             PIC S9(004) COMP-5.
 01  WS-ZL-ANO           PIC S9(004) COMP-5.
 01  WS-ZL-H             PIC S9(009) COMP-5.
 01  WS-ZL-RESTO         PIC S9(009) COMP-5.
 01  WS-MESES-TAB        PIC X(024)
     VALUE "312831303130313130313031".
 01  WS-MESES-R REDEFINES WS-MESES-TAB.
     03 WS-MES-DIAS      PIC 9(002) OCCURS 12.
*
 01  WS-BASE-ANO         PIC 9(004).
 01  WS-BASE-MES         PIC 9(002).
 01  WS-BASE-DIA         PIC 9(002).
 01  WS-DIAS-IDX         PIC 9(004) COMP-5.
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-QTD-PARC         PIC 9(002) COMP-X.
 01  WS-TOTAL            PIC S9(012)V99 COMP-3.
 01  WS-ACUMULADO        PIC S9(012)V99 COMP-3.
*
*  The schedule the terms give, worked out before it is either
*  handed back (Gera) or held against the caller's (Confere).
 01  WS-PARCELAS.
     03 WS-PC-VENC       PIC X(010)             OCCURS 10.
     03 WS-PC-VALO       PIC S9(012)V99 COMP-3  OCCURS 10.
*
 Linkage Section.
 Copy "..\COPY\GERAPARC.CPY".
*
 Procedure Division Using GP-PARM.
*
 Inicio.
   Move "S"    To GP-RETORNO
   Move Spaces To GP-DESCRICAO
   Move Zeros  To GP-QTD-PARC
   If Not Tem-Prazos
      Perform Abre-Centrais Thru Abre-Centrais-Exit
   End-if
   If Not Tem-Prazos Or GP-PRAZO = Zeros
      Move "N" To GP-RETORNO
      Go To Encerra
   End-if
   Move GP-PRAZO To PZ-CODIGO
   Read PRAZO
      Invalid Key
         Move "N" To GP-RETORNO
         Go To Encerra
   End-Read
   If Not Prazo-Ativo
      Or PZ-QTD-PARC < 1 Or PZ-QTD-PARC > 10
      Move "N" To GP-RETORNO
      Go To Encerra
   End-if
   Move PZ-DESCRICAO To GP-DESCRICAO
   Move PZ-QTD-PARC  To GP-QTD-PARC WS-QTD-PARC

   If GP-BASE Not Numeric
      Move "B" To GP-RETORNO
      Go To Encerra
   End-if
   Move GP-BASE(1:4) To WS-BASE-ANO
   Move GP-BASE(5:2) To WS-BASE-MES
   Move GP-BASE(7:2) To WS-BASE-DIA
   If WS-BASE-MES < 1 Or WS-BASE-MES > 12
      Or WS-BASE-DIA < 1 Or WS-BASE-DIA > 31
      Move "B" To GP-RETORNO
      Go To Encerra
   End-if

*  Confere judges the caller's schedule by its own sum - the
*  total is whatever the installments add up to.
   If GP-Confere
      Move Zeros To WS-TOTAL
      Perform Varying WS-PARC-IDX From 1 By 1
                Until WS-PARC-IDX > 10
         If GP-VALO(WS-PARC-IDX) Numeric
            Add GP-VALO(WS-PARC-IDX) To WS-TOTAL
         End-if
      End-Perform
   Else
      Move GP-TOTAL To WS-TOTAL
   End-if

   Perform Monta-Parcelas Thru Monta-Parcelas-Exit

   If GP-Confere
      Perform Confere-Parcelas Thru Confere-Parcelas-Exit
   Else
      Perform Varying WS-PARC-IDX From 1 By 1
                Until WS-PARC-IDX > 10
         Move WS-PC-VENC(WS-PARC-IDX) To GP-VENC(WS-PARC-IDX)
         Move WS-PC-VALO(WS-PARC-IDX) To GP-VALO(WS-PARC-IDX)
      End-Perform
   End-if.
 Encerra.
   Exit Program.
*
 Abre-Centrais.
   Open Input PRAZO
   If Valido-PRAZO
      Move "S" To WS-TEM-PRAZO
   End-if
   If Not Tem-Calendario
      Open Input FERIADOS
      If Valido-FERIADOS
         Move "S" To WS-TEM-FERIADOS
      End-if
   End-if.
 Abre-Centrais-Exit.
   Exit.
*
*  Every installment counts its days from the base itself, never
*  from the previous (possibly rolled) due date - "30/60" stays
*  30 and 60 days from the emission whatever the holidays did.
 Monta-Parcelas.
   Move Spaces To WS-PARCELAS
   Move Zeros  To WS-ACUMULADO
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > 10
      Move Zeros To WS-PC-VALO(WS-PARC-IDX)
   End-Perform
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > WS-QTD-PARC
      Move WS-BASE-ANO To WS-DU-ANO
      Move WS-BASE-MES To WS-DU-MES
      Move WS-BASE-DIA To WS-DU-DIA
      Perform Varying WS-DIAS-IDX From 1 By 1
                Until WS-DIAS-IDX > PZ-DIAS(WS-PARC-IDX)
         Perform Soma-Um-Dia Thru Soma-Um-Dia-Exit
      End-Perform
      Perform Avalia-Dia-Util Thru Avalia-Dia-Util-Exit
      Move Zeros To WS-DU-TENTATIVAS
      Perform Until Dia-Util Or WS-DU-TENTATIVAS > 14
         Perform Soma-Um-Dia Thru Soma-Um-Dia-Exit
         Perform Avalia-Dia-Util Thru Avalia-Dia-Util-Exit
         Add 1 To WS-DU-TENTATIVAS
      End-Perform
      Move WS-DU-ANO To WS-PC-VENC(WS-PARC-IDX)(1:4)
      Move WS-DU-MES To WS-PC-VENC(WS-PARC-IDX)(5:2)
      Move WS-DU-DIA To WS-PC-VENC(WS-PARC-IDX)(7:2)
      If WS-PARC-IDX = WS-QTD-PARC
         Compute WS-PC-VALO(WS-PARC-IDX) = WS-TOTAL - WS-ACUMULADO
      Else
         Compute WS-PC-VALO(WS-PARC-IDX) Rounded =
                 WS-TOTAL * PZ-PCT(WS-PARC-IDX) / 100
         Add WS-PC-VALO(WS-PARC-IDX) To WS-ACUMULADO
      End-if
   End-Perform.
 Monta-Parcelas-Exit.
   Exit.
*
*  Same count, same dates, same cents; a slot past the last
*  installment must be empty.
 Confere-Parcelas.
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > 10
      If WS-PARC-IDX > WS-QTD-PARC
         If GP-VALO(WS-PARC-IDX) Numeric
            And GP-VALO(WS-PARC-IDX) Not = Zeros
            Move "D" To GP-RETORNO
         End-if
      Else
         If GP-VENC(WS-PARC-IDX)(1:8)
               Not = WS-PC-VENC(WS-PARC-IDX)(1:8)
            Or GP-VALO(WS-PARC-IDX) Not Numeric
            Move "D" To GP-RETORNO
         Else
            If GP-VALO(WS-PARC-IDX) Not = WS-PC-VALO(WS-PARC-IDX)
               Move "D" To GP-RETORNO
            End-if
         End-if
      End-if
   End-Perform.
 Confere-Parcelas-Exit.
   Exit.
*
*  Business day = not Saturday/Sunday (Zeller's congruence: h 0 =
*  Saturday, 1 = Sunday) and not on the holiday calendar.
 Avalia-Dia-Util.
   Move "N" To WS-DU-UTIL
   Move WS-DU-ANO To WS-ZL-ANO
   Move WS-DU-MES To WS-ZL-M
   Move WS-DU-DIA To WS-ZL-Q
   If WS-ZL-M < 3
      Add 12 To WS-ZL-M
      Subtract 1 From WS-ZL-ANO
   End-if
   Divide WS-ZL-ANO By 100 Giving WS-ZL-J Remainder WS-ZL-K
   Compute WS-ZL-H = WS-ZL-Q
                   + ((WS-ZL-M + 1) * 13 / 5)
                   + WS-ZL-K + (WS-ZL-K / 4)
                   + (WS-ZL-J / 4) + (5 * WS-ZL-J)
   Divide WS-ZL-H By 7 Giving WS-ZL-RESTO Remainder WS-ZL-H
   Move WS-ZL-H To WS-DIA-SEMANA
   If WS-DIA-SEMANA = 0 Or WS-DIA-SEMANA = 1
      Go To Avalia-Dia-Util-Exit
   End-if
   If Tem-Calendario
      Move Spaces    To WS-DU-COMPACTA
      Move WS-DU-ANO To WS-DU-COMPACTA(1:4)
      Move WS-DU-MES To WS-DU-COMPACTA(5:2)
      Move WS-DU-DIA To WS-DU-COMPACTA(7:2)
      Move WS-DU-COMPACTA To FE-DATA
      Read FERIADOS
         Invalid Key Continue
      End-Read
      If Valido-FERIADOS
         Go To Avalia-Dia-Util-Exit
      End-if
   End-if
   Move "S" To WS-DU-UTIL.
 Avalia-Dia-Util-Exit.
   Exit.
*
 Soma-Um-Dia.
   Add 1 To WS-DU-DIA
   If WS-DU-MES = 2
      If WS-DU-DIA > 29
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
      Else
         If WS-DU-DIA = 29
*           February 29th only exists in a leap year.
            Divide WS-DU-ANO By 4 Giving WS-ZL-RESTO
                   Remainder WS-ZL-H
            If WS-ZL-H Not = 0
               Move 1 To WS-DU-DIA
               Add 1 To WS-DU-MES
            Else
               Divide WS-DU-ANO By 100 Giving WS-ZL-RESTO
                      Remainder WS-ZL-H
               If WS-ZL-H = 0
                  Divide WS-DU-ANO By 400 Giving WS-ZL-RESTO
                         Remainder WS-ZL-H
                  If WS-ZL-H Not = 0
                     Move 1 To WS-DU-DIA
                     Add 1 To WS-DU-MES
                  End-if
               End-if
            End-if
         End-if
      End-if
   Else
      If WS-DU-DIA > WS-MES-DIAS(WS-DU-MES)
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
         If WS-DU-MES > 12
            Move 1 To WS-DU-MES
            Add 1 To WS-DU-ANO
         End-if
      End-if
   End-if.
 Soma-Um-Dia-Exit.
   Exit.
