   Copy "..\COPY\TICKETS.SL".
   Copy "..\COPY\CLASSIF.SL".
   Copy "..\COPY\TICKREL.SL".
   Copy "..\COPY\CARGA.SL".
*
 Data Division.
 File Section.
$XFD FILE=CLASSIF
   Copy "..\COPY\CLASSIF.FD".
   Copy "..\COPY\TICKREL.FD".
$XFD FILE=CARGA
   Copy "..\COPY\CARGA.FD".
*
 Working-Storage Section.
*
 01  WS-IMP-ED           PIC Z9,99.
*
 01  WS-QTD-DIVERGENTES  PIC 9(006) VALUE ZEROS.
*
*  What is confronted with a ticket: the order's own weights, or,
*  for an order that left in several trucks (PROG1029), each
*  load's - every carga carries its own ticket. A branch without
*  CARGA.DAT confronts orders only, as always.
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
     88 Fim-CARGA        Value "10".
 01  PATHCARGA           PIC X(060).
 01  WS-TEM-CARGA        PIC X(001) VALUE "N".
     88 Tem-Carga        Value "S".
 01  WS-ORDEM-COM-CARGA  PIC X(001).
     88 Ordem-Com-Carga  Value "S".
 01  WS-CF-TICK          PIC S9(006)     COMP-5.
 01  WS-CF-TARA          PIC S9(012)V999 COMP-3.
 01  WS-CF-BRUT          PIC S9(012)V999 COMP-3.
 01  WS-CF-LIQU          PIC S9(012)V999 COMP-3.
 01  WS-CF-PROD          PIC S9(006)     COMP-5.
 01  WS-CF-IDX           PIC 9(002) COMP-X.
 01  WS-QTD-SEM-TICKET   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-DIVERGENTES-ED PIC Z(005)9.
*
      Move "S" To WS-TEM-CLASSIF
   End-if

   Move Spaces to PathCARGA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CARGA.DAT" Delimited By Size
          Into PathCARGA
   End-String.
   Open Input CARGA
   If Valido-CARGA
      Move "S" To WS-TEM-CARGA
   End-if

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
   If Tem-Classificacao
      Close CLASSIF
   End-if.
   If Tem-Carga
      Close CARGA
   End-if.
   Close TICKREL.

   Move WS-QTD-DIVERGENTES To WS-QTD-DIVERGENTES-ED
 Le-Proxima-Ordem-Exit.
   Exit.
*
*  An order with loads is confronted load by load, each with
*  its own ticket and weights; any other order with its own.
 Confronta-Ordem.
   Move "N" To WS-ORDEM-COM-CARGA
   If Tem-Carga
      Move ORDE-NUME To CG-NUME
      Move Zeros     To CG-SEQ
      Start CARGA Key Not < CG-CHAVE
         Invalid Key Move "10" To Stat-CARGA
      End-Start
      Perform Until Fim-CARGA
         Read CARGA Next Record
            At End Move "10" To Stat-CARGA
         End-Read
         If Valido-CARGA
            If CG-NUME Not = ORDE-NUME
               Move "10" To Stat-CARGA
            Else
               Move "S" To WS-ORDEM-COM-CARGA
               Move CG-TICK To WS-CF-TICK
               Move CG-TARA To WS-CF-TARA
               Move CG-BRUT To WS-CF-BRUT
               Move CG-LIQU To WS-CF-LIQU
               Move ORDE-PROD(1) To WS-CF-PROD
               Perform Varying WS-CF-IDX From 20 By -1
                         Until WS-CF-IDX < 1
                  If CG-QUAN(WS-CF-IDX) > Zeros
                     Move ORDE-PROD(WS-CF-IDX) To WS-CF-PROD
                  End-if
               End-Perform
               Perform Confronta-Pesos Thru Confronta-Pesos-Exit
            End-if
         End-if
      End-Perform
   End-if
   If Ordem-Com-Carga
      Go To Confronta-Ordem-Exit
   End-if
   Move ORDE-TICK    To WS-CF-TICK
   Move ORDE-TARA    To WS-CF-TARA
   Move ORDE-BRUT    To WS-CF-BRUT
   Move ORDE-LIQU    To WS-CF-LIQU
   Move ORDE-PROD(1) To WS-CF-PROD
   Perform Confronta-Pesos Thru Confronta-Pesos-Exit.
 Confronta-Ordem-Exit.
   Exit.
*
*  Pairs the ticket number with the extract. A truck without a
*  ticket number is outside the scale's world and is skipped; one
*  whose ticket the extract does not carry is listed, because
*  either the scale file is short or the number typed upstream is
*  wrong - both worth a look.
 Confronta-Pesos.
   If WS-CF-TICK Not > Zeros
      Go To Confronta-Pesos-Exit
   End-if

   Move "N" To WS-ACHOU-TICKET
   Perform Varying WS-TK-IDX From 1 By 1
             Until WS-TK-IDX > WS-QTD-TICKETS Or Achou-Ticket
      If WS-TK-NUMERO (WS-TK-IDX) = WS-CF-TICK
         Move "S" To WS-ACHOU-TICKET
      End-if
   End-Perform
   If Not Achou-Ticket
      Add 1 To WS-QTD-SEM-TICKET
      Initialize TICKREL-REGI
      Move WS-CF-TICK To XT-TICKET
      Move ORDE-NUME To XT-NUME
      Move "TICKET DO PEDIDO AUSENTE DO EXTRATO" To XT-MOTIVO
      Write TICKREL-REGI
      Go To Confronta-Pesos-Exit
   End-if

*  WS-TK-IDX stepped one past the hit when the loop closed.

   Move "N" To WS-DIVERGIU
   Compute WS-PESO-DIFERENCA =
           WS-CF-TARA - WS-TK-TARA (WS-TK-IDX)
   If WS-PESO-DIFERENCA < 0
      Compute WS-PESO-DIFERENCA = WS-PESO-DIFERENCA * -1
   End-if
   If WS-PESO-DIFERENCA > WS-PESO-TOLERANCIA
      Initialize TICKREL-REGI
      Move WS-CF-TICK             To XT-TICKET
      Move ORDE-NUME              To XT-NUME
      Move WS-CF-TARA             To XT-PESO-ORDE
      Move WS-TK-TARA (WS-TK-IDX) To XT-PESO-TICKET
      Move "PESO TARA DIVERGE DO TICKET" To XT-MOTIVO
      Write TICKREL-REGI
   End-if

   Compute WS-PESO-DIFERENCA =
           WS-CF-BRUT - WS-TK-BRUT (WS-TK-IDX)
   If WS-PESO-DIFERENCA < 0
      Compute WS-PESO-DIFERENCA = WS-PESO-DIFERENCA * -1
   End-if
   If WS-PESO-DIFERENCA > WS-PESO-TOLERANCIA
      Initialize TICKREL-REGI
      Move WS-CF-TICK             To XT-TICKET
      Move ORDE-NUME              To XT-NUME
      Move WS-CF-BRUT             To XT-PESO-ORDE
      Move WS-TK-BRUT (WS-TK-IDX) To XT-PESO-TICKET
      Move "PESO BRUTO DIVERGE DO TICKET" To XT-MOTIVO
      Write TICKREL-REGI
   If Peso-Divergiu
      Add 1 To WS-QTD-DIVERGENTES
   End-if.
 Confronta-Pesos-Exit.
   Exit.
*
*  The graded net: scale net minus the umidade/impureza points
   If Tem-Classificacao
      And (WS-TK-UMID (WS-TK-IDX) > Zeros
           Or WS-TK-IMP (WS-TK-IDX) > Zeros)
      Move WS-CF-PROD To CL-PROD
      Read CLASSIF
         Invalid Key Continue
      End-Read
            Move WS-TK-UMID (WS-TK-IDX) To WS-UMID-ED
            Move WS-TK-IMP  (WS-TK-IDX) To WS-IMP-ED
            Initialize TICKREL-REGI
            Move WS-CF-TICK           To XT-TICKET
            Move ORDE-NUME            To XT-NUME
            Move WS-LIQ-TICKET        To XT-PESO-ORDE
            Move WS-LIQ-CLASSIFICADO  To XT-PESO-TICKET
      End-if
   End-if
   Compute WS-PESO-DIFERENCA =
           WS-CF-LIQU - WS-LIQ-CLASSIFICADO
   If WS-PESO-DIFERENCA < 0
      Compute WS-PESO-DIFERENCA = WS-PESO-DIFERENCA * -1
   End-if
   If WS-PESO-DIFERENCA > WS-PESO-TOLERANCIA
      Initialize TICKREL-REGI
      Move WS-CF-TICK           To XT-TICKET
      Move ORDE-NUME            To XT-NUME
      Move WS-CF-LIQU           To XT-PESO-ORDE
      Move WS-LIQ-CLASSIFICADO  To XT-PESO-TICKET
      Move "PESO LIQUIDO DIVERGE DO CLASSIFICADO" To XT-MOTIVO
      Write TICKREL-REGI
