*  aprovada (or recusada) and stays on file; the whole
*  confrontation also goes to CONTAGEM.REL. The estorno
*  permission byte gates this - it rewrites the stock ledger.
*  A count that would put more into an area than it holds, or a
*  product it must not hold (CHKAREA), is not offered: the row
*  stays aberta and the sheet says BLOQUEADO, so the area is
*  sorted out - or recounted - before the book follows.
*
 01  Stat-CONTAGEM       PIC X(002).
     88 Valido-CONTAGEM  Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-DIFERENCA        PIC S9(012)V999 COMP-3.
 01  WS-ARM-PROD         PIC S9(006)     COMP-5.
 01  WS-ARM-AREA         PIC S9(004)     COMP-5.
 01  WS-ARM-QTD          PIC S9(012)V999 COMP-3.
 01  WS-ARM-RESULTADO    PIC X(001).
 01  WS-ARM-MENSAGEM     PIC X(055).
 01  WS-RESPOSTA         PIC X(001).
     88 Aprova-Ajuste    Value "S" "s".
*
   Display "Produto " WS-PROD-ED " area " WS-AREA-ED
           " contado " WS-CONT-ED " livro " WS-LIVRO-ED
           " dif " WS-DIF-ED
   If WS-DIFERENCA > Zeros
      Move IN-PROD      To WS-ARM-PROD
      Move IN-AREA      To WS-ARM-AREA
      Move WS-DIFERENCA To WS-ARM-QTD
      Move Spaces To WS-ARM-RESULTADO WS-ARM-MENSAGEM
      Call "CHKAREA" Using Lk-Unidade WS-ARM-PROD WS-ARM-AREA
                           WS-ARM-QTD WS-ARM-RESULTADO
                           WS-ARM-MENSAGEM
         On Exception Continue
      End-Call
      If WS-ARM-RESULTADO = "B"
         Display WS-ARM-MENSAGEM
         Display "Ajuste bloqueado - contagem continua aberta."
         Move Spaces To ROMREL-REGI
         String WS-PROD-ED " " WS-AREA-ED " " WS-CONT-ED
                " " WS-LIVRO-ED " " WS-DIF-ED " BLOQUEADO"
                Delimited By Size Into ROMREL-REGI
         End-String
         Write ROMREL-REGI
         Go To Avalia-Contagem-Exit
      End-if
   End-if
   Display "Aprovar o ajuste (S/N)? " With No Advancing
   Accept WS-RESPOSTA
   If Aprova-Ajuste
