
*  The weekly mirror audit's one-line summary, when it ran.
   Perform Le-Resumo-Espelho Thru Le-Resumo-Espelho-Exit.

*  And the weekly capacity monitor's warnings, one per line.
   Perform Le-Resumo-Capacidade Thru Le-Resumo-Capacidade-Exit

*  And the business alerts still open, one per line.
   Perform Le-Resumo-Alertas Thru Le-Resumo-Alertas-Exit.
 Digesto-Da-Filial-Exit.
   Exit.
*
   Close EXCEPOES.
 Le-Resumo-Espelho-Exit.
   Exit.
*
 Le-Resumo-Capacidade.
   Move Spaces to PathEXCEPOES.
   String WS-PASTA-DADOS Delimited By Space
          "\CAPACID.SUM" Delimited By Size
          Into PathEXCEPOES
   End-String.
   Open Input EXCEPOES
   If Not Valido-EXCEPOES
      Go To Le-Resumo-Capacidade-Exit
   End-if
   Perform Le-Proxima-Excecao Thru Le-Proxima-Excecao-Exit
   Perform Until Fim-EXCEPOES
      Move Spaces To DIGESTO-REGI
      String "  Capacidade: " Delimited By Size
             EXCEPOES-REGI(1:70) Delimited By Size
             Into DIGESTO-REGI
      End-String
      Write DIGESTO-REGI
      Perform Le-Proxima-Excecao Thru Le-Proxima-Excecao-Exit
   End-Perform
   Close EXCEPOES.
 Le-Resumo-Capacidade-Exit.
   Exit.
*
 Le-Resumo-Alertas.
   Move Spaces to PathEXCEPOES.
   String WS-PASTA-DADOS Delimited By Space
          "\ALERTAS.SUM" Delimited By Size
          Into PathEXCEPOES
   End-String.
   Open Input EXCEPOES
   If Not Valido-EXCEPOES
      Go To Le-Resumo-Alertas-Exit
   End-if
   Perform Le-Proxima-Excecao Thru Le-Proxima-Excecao-Exit
   Perform Until Fim-EXCEPOES
      Move Spaces To DIGESTO-REGI
      String "  Alerta: " Delimited By Size
             EXCEPOES-REGI(1:70) Delimited By Size
             Into DIGESTO-REGI
      End-String
      Write DIGESTO-REGI
      Perform Le-Proxima-Excecao Thru Le-Proxima-Excecao-Exit
   End-Perform
   Close EXCEPOES.
 Le-Resumo-Alertas-Exit.
   Exit.
*
 Le-Ultimo-Logsync.
   Move "N"    To WS-TEM-LOG
