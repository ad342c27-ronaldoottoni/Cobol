 01  WS-CTL-NUME         PIC S9(006) COMP-5.
 01  WS-CTL-VALOR        PIC S9(013)V99 COMP-3.
 01  WS-CTL-IDX          PIC 9(002) COMP-X.
*  A liberado order's reservation (RESERVA) moves with it: held
*  under the new number at the destination, dropped at the origin.
 01  WS-RSV-OPERACAO     PIC X(001).
 01  WS-AU-TEXTO         PIC X(040).
 01  WS-UNIDADE-AUD      PIC X(003).
 01  WS-NUME-ED          PIC Z(005)9.
   Move +1         To WS-SINAL-EST
   Move "TRANSF-E" To WS-ORIGEM-MOV
   Perform Ajusta-Estoque Thru Ajusta-Estoque-Exit
   Move "R" To WS-RSV-OPERACAO
   Call "RESERVA" Using ORDE-REGI, WS-DESTINO, WS-RSV-OPERACAO
      On Exception Continue
   End-Call

*  ...e sai do da origem, onde o registro e apagado por ultimo.
   Move Spaces to PathORDE.
                                 WS-CTL-NUME WS-CTL-VALOR
               On Exception Continue
            End-Call
            Move "L" To WS-RSV-OPERACAO
            Call "RESERVA" Using ORDE-REGI, Lk-Unidade,
                                 WS-RSV-OPERACAO
               On Exception Continue
            End-Call
         End-if
      End-if
      Close ORDE
