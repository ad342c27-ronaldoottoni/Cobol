         And WS-CON-EMIS Not < CN-DATA-DE
         And WS-CON-EMIS Not > CN-DATA-ATE
         Add WS-CON-QUAN To CN-QUAN-ENTREG
         Perform Contrato-Reparte-Fixado
            Thru Contrato-Reparte-Fixado-Exit
         Rewrite CONTRATO-REGI
            Invalid Key Continue
         End-Rewrite
   End-Perform.
 Contrato-Muda-Exit.
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
