 01  WS-QTD-ED           PIC Z(005)9.
*
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-CTRC-ED          PIC -(005)9.
*  A demurrage payable (PROG1052) lists as such, under the
*  negative number PROG922 finds it by.
 01  WS-DOC-ED           PIC X(007).
 01  WS-VALOR-ED         PIC ZZZZZZZZZZ,99.
*
*
      Perform Abre-Transportadora Thru Abre-Transportadora-Exit
   End-if
   Move PG-NUMERO To WS-CTRC-ED
   Move "CTRC"    To WS-DOC-ED
   If Pagavel-Estadia
      Move "ESTADIA" To WS-DOC-ED
   End-if
   Move WS-ABERTO To WS-VALOR-ED
   Move Spaces To PAGREL-REGI
   String "  " WS-DOC-ED " " WS-CTRC-ED
          "  VENC " PG-VENC
          "  EM ABERTO " WS-VALOR-ED
          Delimited By Size Into PAGREL-REGI
