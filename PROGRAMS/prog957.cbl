   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.

   If Not Valido-VENDEDOR
      Display "erro VENDEDOR " Stat-VENDEDOR
      Close ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.

      Display "erro COMISSAO " Stat-COMISSAO
      Close ORDE
      Close VENDEDOR
      Move 1 To Return-Code
      Exit Program
   End-if.

