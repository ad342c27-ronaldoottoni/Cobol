      Move TI-CLIE      To WS-CLIE-ED
      Move TI-VENC      To WS-VENC-ED
      Move TI-VALOR     To WS-VALOR-ED
      Evaluate True
         When Titulo-Pago
            Move "PAGO"    To WS-SITU-ED
         When Titulo-Renegociado
            Move "RENEGOC" To WS-SITU-ED
         When Other
            Move "ABERTO"  To WS-SITU-ED
      End-Evaluate
      Move TI-BANCO     To WS-BANCO-DIGITADO
      Perform Mostra-Fila Thru Mostra-Fila-Exit
      Move "Titulo encontrado - escolha a instrucao."
