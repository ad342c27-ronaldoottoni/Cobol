*SALDO DISPONIVEL PARA PROMETER (ESTOQUE - RESERVA), CHAMAVEL
 Identification Division.
 Program-Id. GETDISP.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ESTOQUE.SL".
   Copy "..\COPY\RESERVA.SL".
*
 Data Division.
 File Section.
$XFD FILE=ESTOQUE
   Copy "..\COPY\ESTOQUE.FD".
$XFD FILE=RESERVA
   Copy "..\COPY\RESERVA.FD".
*
 Working-Storage Section.
*
*  Available-to-promise for one produto: ES-SALDO less what the
*  liberado orders already hold in RESERVA.DAT. Asked with an area
*  it answers for that area; asked with area zero (a cotacao or a
*  pre-pedido that has no area yet) it answers over every area of
*  the produto. LK-NUME, when given, leaves that order's own
*  reservation out, so an order being edited is not counted
*  against itself. No ESTOQUE.DAT or RESERVA.DAT simply counts as
*  zero on that side.
*
 01  Stat-ESTOQUE        PIC X(002).
     88 Valido-ESTOQUE   Value "00" THRU "09".
     88 Fim-ESTOQUE      Value "10".
 01  PATHESTOQUE         PIC X(060).
 01  Stat-RESERVA        PIC X(002).
     88 Valido-RESERVA   Value "00" THRU "09".
     88 Fim-RESERVA      Value "10".
 01  PATHRESERVA         PIC X(060).
*
 Linkage Section.
 01  LK-UNIDADE          PIC X(003).
 01  LK-PROD             PIC S9(006)     COMP-5.
 01  LK-AREA             PIC S9(004)     COMP-5.
 01  LK-NUME             PIC S9(006)     COMP-5.
 01  LK-SALDO            PIC S9(012)V999 COMP-3.
 01  LK-RESERVADO        PIC S9(012)V999 COMP-3.
 01  LK-DISPONIVEL       PIC S9(012)V999 COMP-3.
*
 Procedure Division Using LK-UNIDADE LK-PROD LK-AREA LK-NUME
                          LK-SALDO LK-RESERVADO LK-DISPONIVEL.
*
 Inicio.
   Move Zeros To LK-SALDO LK-RESERVADO LK-DISPONIVEL
   Perform Soma-Saldo Thru Soma-Saldo-Exit
   Perform Soma-Reserva Thru Soma-Reserva-Exit
   Compute LK-DISPONIVEL = LK-SALDO - LK-RESERVADO
   Exit Program.
*
 Soma-Saldo.
   Move Spaces to PathESTOQUE.
   String LK-UNIDADE           Delimited By Size
          "\DADOS\ESTOQUE.DAT" Delimited By Size
          Into PathESTOQUE
   End-String.
   Open Input ESTOQUE
   If Not Valido-ESTOQUE
      Go To Soma-Saldo-Exit
   End-if
   Move LK-PROD To ES-PROD
   Move LK-AREA To ES-AREA
   If LK-AREA Not = Zeros
      Read ESTOQUE
         Invalid Key Move Zeros To ES-SALDO
      End-Read
      Move ES-SALDO To LK-SALDO
      Close ESTOQUE
      Go To Soma-Saldo-Exit
   End-if
   Start ESTOQUE Key Not < ES-CHAVE
      Invalid Key Move "10" To Stat-ESTOQUE
   End-Start
   Perform Until Fim-ESTOQUE
      Read ESTOQUE Next Record
         At End Move "10" To Stat-ESTOQUE
      End-Read
      If Valido-ESTOQUE
         If ES-PROD Not = LK-PROD
            Move "10" To Stat-ESTOQUE
         Else
            Add ES-SALDO To LK-SALDO
         End-if
      End-if
   End-Perform
   Close ESTOQUE.
 Soma-Saldo-Exit.
   Exit.
*
 Soma-Reserva.
   Move Spaces to PathRESERVA.
   String LK-UNIDADE           Delimited By Size
          "\DADOS\RESERVA.DAT" Delimited By Size
          Into PathRESERVA
   End-String.
   Open Input RESERVA
   If Not Valido-RESERVA
      Go To Soma-Reserva-Exit
   End-if
   Move LK-PROD To RZ-PROD
   Move LK-AREA To RZ-AREA
   Start RESERVA Key Not < RZ-PROD-AREA
      Invalid Key Move "10" To Stat-RESERVA
   End-Start
   Perform Until Fim-RESERVA
      Read RESERVA Next Record
         At End Move "10" To Stat-RESERVA
      End-Read
      If Valido-RESERVA
         If RZ-PROD Not = LK-PROD
            Or (LK-AREA Not = Zeros And RZ-AREA Not = LK-AREA)
            Move "10" To Stat-RESERVA
         Else
            If RZ-NUME Not = LK-NUME Or LK-NUME = Zeros
               Add RZ-QTD To LK-RESERVADO
            End-if
         End-if
      End-if
   End-Perform
   Close RESERVA.
 Soma-Reserva-Exit.
   Exit.
