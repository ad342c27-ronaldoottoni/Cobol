 01  WS-FCH-DATA         PIC X(010).
 01  WS-FCH-BLOQ         PIC X(001).
 01 WS-CTL-ACAO        PIC X(001).
*  An order sent back upstream holds no reservation here (RESERVA).
 01 WS-RSV-OPERACAO    PIC X(001).
 01 WS-CTL-NUME        PIC S9(006) COMP-5.
 01 WS-CTL-VALOR       PIC S9(013)V99 COMP-3.
 01 WS-CTL-IDX         PIC 9(002) COMP-X.
      Perform Estoque-Estorno Thru Estoque-Estorno-Exit
      Perform Xref-Estorno Thru Xref-Estorno-Exit
      Perform Contrato-Estorno Thru Contrato-Estorno-Exit
      Move "L" To WS-RSV-OPERACAO
      Call "RESERVA" Using ORDE-REGI, Lk-Unidade, WS-RSV-OPERACAO
         On Exception Continue
      End-Call
   End-if
   Close ORDE
   Perform Destrava-Online Thru Destrava-Online-Exit
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
