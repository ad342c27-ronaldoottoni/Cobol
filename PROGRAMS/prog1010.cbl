 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
*
*  CAMBIMP.TXT is read only as it was received: PROG1078 copies
*  it into DADOS and seals it on arrival, and a file with no seal
*  or whose seal no longer matches loads no rate.
 Copy "..\COPY\SELOARQ.CPY".
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
      Move 1 To Return-Code
      Exit Program
   End-if.
   Close ARQIN
   Move "V"        To SA-OPERACAO
   Move Lk-Unidade To SA-UNIDADE
   Move PathARQIN  To SA-ARQUIVO
   Move "PROG1010" To SA-PROGRAMA
   Move Zeros      To SA-TOTAL
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display "CAMBIMP.TXT RECUSADO - selo nao confere ("
              SA-RESULTADO "). Receba o arquivo pelo PROG1078."
      Move 1 To Return-Code
      Exit Program
   End-if
   Open Input ARQIN.

   Open I-O CAMBIO
   If Not Valido-CAMBIO
