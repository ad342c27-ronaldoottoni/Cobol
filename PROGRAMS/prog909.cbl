*  journal lines (TRFAREA, minus then plus) with operator and
*  timestamp. A move that leaves the origin negative goes
*  through - the pile already moved, the book must follow - but
*  says so loudly. The destination is another matter: an area
*  that cannot take the quantity, or must not hold the product
*  (CHKAREA), refuses the move before either side is touched.
*
 01  Stat-ESTOQUE        PIC X(002).
     88 Valido-ESTOQUE   Value "00" THRU "09".
*
 01 WS-QTD-MOV         PIC S9(012)V999 COMP-3.
 01 WS-SALDO-DE        PIC S9(012)V999 COMP-3.
 01 WS-ARM-PROD        PIC S9(006)     COMP-5.
 01 WS-ARM-AREA        PIC S9(004)     COMP-5.
 01 WS-ARM-QTD         PIC S9(012)V999 COMP-3.
 01 WS-ARM-RESULTADO   PIC X(001).
 01 WS-ARM-MENSAGEM    PIC X(055).
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
   End-Read
   Move PD-NOME To WS-NOME-ED

   Move WS-PROD-DIGITADO To WS-ARM-PROD
   Move WS-AREA-PARA     To WS-ARM-AREA
   Move WS-QTD-DIGITADA  To WS-ARM-QTD
   Move Spaces To WS-ARM-RESULTADO WS-ARM-MENSAGEM
   Call "CHKAREA" Using Lk-Unidade WS-ARM-PROD WS-ARM-AREA
                        WS-ARM-QTD WS-ARM-RESULTADO WS-ARM-MENSAGEM
      On Exception Continue
   End-Call
   If WS-ARM-RESULTADO = "B"
      Move WS-ARM-MENSAGEM To WS-MENSAGEM
      Display Tela-Transfere
      Go To Transfere-Exit
   End-if

   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.

