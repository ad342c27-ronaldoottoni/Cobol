 01  WS-QTD-LINHAS-ORDEM PIC 9(02) COMP-X.
 01  WS-QTD-EXPORTADAS   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-EXPORTADAS-ED PIC Z(005)9.
*
*  ORDE.CSV is sealed as it is closed (ORDE.CSV.SEL - count, the
*  net weight of the orders and the keyed MAC); PROG988 hands
*  it to the BI only if the seal still matches.
 01  WS-PESO-TOTAL       PIC S9(013)V99 COMP-3 VALUE ZEROS.
 Copy "..\COPY\SELOARQ.CPY".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".

   Close ORDE.
   Close CSVORDE.
   Perform Sela-Extrato Thru Sela-Extrato-Exit

   Move WS-QTD-EXPORTADAS To WS-QTD-EXPORTADAS-ED
   Display WS-QTD-EXPORTADAS-ED " pedido(s) exportado(s) para 'ORDE.CSV'".
   Exit Program.
*
 Sela-Extrato.
   Move "G"           To SA-OPERACAO
   Move Lk-Unidade    To SA-UNIDADE
   Move PathCSV       To SA-ARQUIVO
   Move "PROG947"     To SA-PROGRAMA
   Move WS-PESO-TOTAL To SA-TOTAL
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display "ORDE.CSV NAO selado (" SA-RESULTADO
              ") - nao sera entregue ao BI."
      Move 1 To Return-Code
   End-if.
 Sela-Extrato-Exit.
   Exit.
*
 Le-Proxima-Ordem.
   Read ORDE Next Record
      Move Zeros  To CS-LINHA CS-PROD CS-AREA CS-QUAN
      Perform Grava-Linha-Csv Thru Grava-Linha-Csv-Exit
   End-if
   Add ORDE-LIQU To WS-PESO-TOTAL
   Add 1 To WS-QTD-EXPORTADAS.
 Exporta-Ordem-Exit.
   Exit.
