 01  WS-QTD-TITULOS      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ESTOQUE      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
*
*  Each extract is sealed as it is closed (<extrato>.SEL - count,
*  the total of TI-VALOR or of ES-SALDO and the keyed MAC);
*  PROG1009 hands over only extracts whose seal still matches.
 01  WS-TOTAL-TITULOS    PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-TOTAL-ESTOQUE    PIC S9(013)V99 COMP-3 VALUE ZEROS.
 Copy "..\COPY\SELOARQ.CPY".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
   End-Perform
   Close TITULOS.
   Close CSVTIT.
   Move PathCSVTIT       To SA-ARQUIVO
   Move WS-TOTAL-TITULOS To SA-TOTAL
   Perform Sela-Extrato Thru Sela-Extrato-Exit

   Move Spaces to PathESTOQUE.
   String Lk-Unidade          Delimited By Size
   End-Perform
   Close ESTOQUE.
   Close CSVEST.
   Move PathCSVEST       To SA-ARQUIVO
   Move WS-TOTAL-ESTOQUE To SA-TOTAL
   Perform Sela-Extrato Thru Sela-Extrato-Exit

   Move WS-QTD-TITULOS To WS-QTD-ED
   Display WS-QTD-ED " titulo(s) em 'TITULOS.CSV',"
   Move WS-QTD-ESTOQUE To WS-QTD-ED
   Display WS-QTD-ED " saldo(s) em 'ESTOQUE.CSV'.".
   Exit Program.
*
*  SA-ARQUIVO and SA-TOTAL set by the caller.
 Sela-Extrato.
   Move "G"        To SA-OPERACAO
   Move Lk-Unidade To SA-UNIDADE
   Move "PROG1008" To SA-PROGRAMA
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display "Extrato NAO selado (" SA-RESULTADO ") - "
              SA-ARQUIVO
      Move 1 To Return-Code
   End-if.
 Sela-Extrato-Exit.
   Exit.
*
 Le-Proximo-Titulo.
   Read TITULOS Next Record
   Move TI-SITU       To TC-SITU
   Move TI-BANCO      To TC-BANCO
   Write CSVTIT-REGI
   Add TI-VALOR To WS-TOTAL-TITULOS
   Add 1 To WS-QTD-TITULOS.
 Grava-Linha-Titulo-Exit.
   Exit.
   Move ES-AREA  To EC-AREA
   Move ES-SALDO To EC-SALDO
   Write CSVEST-REGI
   Add ES-SALDO To WS-TOTAL-ESTOQUE
   Add 1 To WS-QTD-ESTOQUE.
 Grava-Linha-Saldo-Exit.
   Exit.
