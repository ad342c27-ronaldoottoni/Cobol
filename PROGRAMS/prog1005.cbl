 01  WS-VOL-ED           PIC 9(006).
 01  WS-PLACA            PIC X(008).
 01  WS-DATA-EMB         PIC X(008).
*
*  The file is sealed for the carrier's pickup (Rnnnnnn.EDI.SEL -
*  count, the net weight shipped and the keyed MAC); PROG1078
*  releases it only if the seal still matches.
 01  WS-PESO-TOTAL       PIC S9(013)V99 COMP-3 VALUE ZEROS.
 Copy "..\COPY\SELOARQ.CPY".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
   Close CLIENTE.
   Close TRANSP.
   Close EDIROM.
   Perform Sela-Edi Thru Sela-Edi-Exit
   If WS-QTD-PEDIDOS = Zeros
      Display "Nenhum pedido com este romaneio - arquivo vazio."
   End-if
   Display WS-QTD-ED " pedido(s) exportado(s) em 'R"
           WS-ROMANEIO-ED ".EDI'.".
   Exit Program.
*
 Sela-Edi.
   Move "G"           To SA-OPERACAO
   Move Lk-Unidade    To SA-UNIDADE
   Move PathEDIROM    To SA-ARQUIVO
   Move "PROG1005"    To SA-PROGRAMA
   Move WS-PESO-TOTAL To SA-TOTAL
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display "Arquivo EDI NAO selado (" SA-RESULTADO
              ") - nao sera liberado."
      Move 1 To Return-Code
   End-if.
 Sela-Edi-Exit.
   Exit.
*
 Le-Proxima-Ordem.
   Read ORDE Next Record
          Delimited By Size Into EDIROM-REGI
   End-String
   Write EDIROM-REGI
   Add ORDE-LIQU To WS-PESO-TOTAL
   Add 1 To WS-QTD-PEDIDOS.
 Exporta-Pedido-Exit.
   Exit.
