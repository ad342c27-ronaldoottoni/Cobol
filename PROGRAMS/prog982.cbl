 01  WS-VS-DE            PIC S9(001) COMP-5.
 01  WS-VS-PARA          PIC S9(001) COMP-5.
 01  WS-VS-OK            PIC X(001).
*  A cancelled order holds nothing: its RESERVA rows are dropped.
 01  WS-RSV-OPERACAO     PIC X(001).
*
*
 01  Stat-CONTRATO       PIC X(002).

   Perform Grava-Transicao Thru Grava-Transicao-Exit
   Perform Grava-Cancelamento Thru Grava-Cancelamento-Exit
   Move "L" To WS-RSV-OPERACAO
   Call "RESERVA" Using ORDE-REGI, Lk-Unidade, WS-RSV-OPERACAO
      On Exception Continue
   End-Call

*  The same write-back plumbing PROG954's estorno proved: if the
*  order's row still exists upstream (not yet synced, or sent back
         And WS-CON-EMIS Not < CN-DATA-DE
         And WS-CON-EMIS Not > CN-DATA-ATE
         Subtract WS-CON-QUAN From CN-QUAN-ENTREG
         Perform Contrato-Reparte-Fixado
            Thru Contrato-Reparte-Fixado-Exit
         Rewrite CONTRATO-REGI
            Invalid Key Continue
         End-Rewrite
   End-Perform.
 Contrato-Tira-Exit.
   Exit.
*
*  An "a fixar" contract's deliveries draw on its fixed lots
*  first: what came in up to the fixed quantity is priced, the
*  rest waits for the next fixing (PROG1024).
 Contrato-Reparte-Fixado.
   If Not Contrato-A-Fixar
      Go To Contrato-Reparte-Fixado-Exit
   End-if
   If CN-QUAN-ENTREG < CN-QUAN-FIXADA
      Move CN-QUAN-ENTREG To CN-ENTREG-FIXADA
   Else
      Move CN-QUAN-FIXADA To CN-ENTREG-FIXADA
   End-if
   If CN-ENTREG-FIXADA < Zeros
      Move Zeros To CN-ENTREG-FIXADA
   End-if.
 Contrato-Reparte-Fixado-Exit.
   Exit.
*
 Le-Proximo-Contrato.
   Read CONTRATO Next Record
