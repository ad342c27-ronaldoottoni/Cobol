*RESERVA / LIBERA O SALDO DE UM PEDIDO LIBERADO (RESERVA), CHAMAVEL
 Identification Division.
 Program-Id. RESERVA.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\RESERVA.SL".
*
 Data Division.
 File Section.
$XFD FILE=RESERVA
   Copy "..\COPY\RESERVA.FD".
*
 Working-Storage Section.
*
*  The one writer of RESERVA.DAT, called with the order as it now
*  stands, the way VALORDE is. Every call first drops whatever the
*  order held, so calling twice is harmless and a re-sync simply
*  re-states the reservation. Operation "R" then - and only for a
*  liberado order - holds each line's ORDE-QUAN less what was
*  already invoiced (ORDE-QDFA) against its produto+area; "L" stops
*  there, which is what faturamento, cancelamento (PROG982) and the
*  auto-cancel (PROG931) want. ESTOQUE.DAT is never touched - the
*  reservation is a claim on the saldo, not a movement of it.
*
 01  Stat-RESERVA        PIC X(002).
     88 Valido-RESERVA   Value "00" THRU "09".
     88 Fim-RESERVA      Value "10".
 01  PATHRESERVA         PIC X(060).
*
 01  WS-RSV-IDX          PIC 9(002) COMP-X.
 01  WS-RSV-QTD          PIC S9(012)V999 COMP-3.
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
 Linkage Section.
 Copy "..\COPY\ORDEREG.CPY".
 01  LK-RSV-UNIDADE      PIC X(003).
 01  LK-RSV-OPERACAO     PIC X(001).
     88 Rsv-Reservar     Value "R".
     88 Rsv-Liberar      Value "L".
*
 Procedure Division Using LKO-REGI, LK-RSV-UNIDADE,
                          LK-RSV-OPERACAO.
*
 Inicio.
   If LKO-NUME Not > Zeros
      Exit Program
   End-if
   Move Spaces to PathRESERVA.
   String LK-RSV-UNIDADE       Delimited By Size
          "\DADOS\RESERVA.DAT" Delimited By Size
          Into PathRESERVA
   End-String.
   Open I-O RESERVA
   If Not Valido-RESERVA
      Open Output RESERVA
      Close RESERVA
      Open I-O RESERVA
      If Not Valido-RESERVA
         Display "erro RESERVA " Stat-RESERVA
         Exit Program
      End-if
   End-if

   Perform Apaga-Reserva Thru Apaga-Reserva-Exit
   If Rsv-Reservar And Lko-Situacao-Liberado
      Perform Grava-Reserva Thru Grava-Reserva-Exit
   End-if
   Close RESERVA
   Exit Program.
*
 Apaga-Reserva.
   Move LKO-NUME To RZ-NUME
   Move Zeros    To RZ-LINHA
   Start RESERVA Key Not < RZ-CHAVE
      Invalid Key Go To Apaga-Reserva-Exit
   End-Start
   Perform Until Fim-RESERVA
      Read RESERVA Next Record
         At End Move "10" To Stat-RESERVA
      End-Read
      If Valido-RESERVA
         If RZ-NUME Not = LKO-NUME
            Move "10" To Stat-RESERVA
         Else
            Delete RESERVA Record
               Invalid Key Continue
            End-Delete
         End-if
      End-if
   End-Perform.
 Apaga-Reserva-Exit.
   Exit.
*
 Grava-Reserva.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Perform Varying WS-RSV-IDX From 1 By 1 Until WS-RSV-IDX > 20
      If LKO-PROD(WS-RSV-IDX) > Zeros
*        A hand-keyed order (PROG953) arrives with the invoiced
*        column still blank - nothing invoiced yet.
         Move LKO-QUAN(WS-RSV-IDX) To WS-RSV-QTD
         If LKO-QDFA(WS-RSV-IDX) Numeric
            Subtract LKO-QDFA(WS-RSV-IDX) From WS-RSV-QTD
         End-if
         If WS-RSV-QTD > Zeros
            Initialize RESERVA-REGI
            Move LKO-NUME             To RZ-NUME
            Move WS-RSV-IDX           To RZ-LINHA
            Move LKO-PROD(WS-RSV-IDX) To RZ-PROD
            Move LKO-AREA(WS-RSV-IDX) To RZ-AREA
            Move WS-RSV-QTD           To RZ-QTD
            Move LKO-CLIE             To RZ-CLIE
            Move WS-DATA-SISTEMA      To RZ-DATA
            Move WS-HORA-SISTEMA      To RZ-HORA
            Write RESERVA-REGI
               Invalid Key
                  Rewrite RESERVA-REGI
                     Invalid Key
                        Display "erro RESERVA " Stat-RESERVA
                  End-Rewrite
            End-Write
         End-if
      End-if
   End-Perform.
 Grava-Reserva-Exit.
   Exit.
