 01  WS-VS-DE            PIC S9(001) COMP-5.
 01  WS-VS-PARA          PIC S9(001) COMP-5.
 01  WS-VS-OK            PIC X(001).
*  A cancelled order holds nothing: its RESERVA rows are dropped.
 01  WS-RSV-OPERACAO     PIC X(001).
*
 01  WS-EST-IDX          PIC 9(002) COMP-X.
 01  WS-EST-QTD          PIC S9(012)V999 COMP-3.
   Perform Grava-Transicao Thru Grava-Transicao-Exit
   Perform Grava-Cancelamento Thru Grava-Cancelamento-Exit
   Perform Enfileira-Upload Thru Enfileira-Upload-Exit
   Move "L" To WS-RSV-OPERACAO
   Call "RESERVA" Using ORDE-REGI, Lk-Unidade, WS-RSV-OPERACAO
      On Exception Continue
   End-Call
   Add 1 To WS-QTD-CANCELADOS.
 Avalia-Ordem-Exit.
   Exit.
