*  TITULOS parcels oldest-first by the returned value (quantity
*  times the line's ORDE-VLUN) - a parcel abated to zero flips to
*  pago with "DEVOLUCAO" as the settling hand, so the aging stops
*  billing what came back. The goods go back to the line's area
*  only if that area can take them (CHKAREA).
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  WS-ABATE            PIC S9(012)V99 COMP-3.
 01  WS-PROX-SEQ         PIC 9(002).
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-ARM-PROD         PIC S9(006)     COMP-5.
 01  WS-ARM-AREA         PIC S9(004)     COMP-5.
 01  WS-ARM-QTD          PIC S9(012)V999 COMP-3.
 01  WS-ARM-RESULTADO    PIC X(001).
 01  WS-ARM-MENSAGEM     PIC X(055).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
      Close ORDE
      Exit Program
   End-if
   Move ORDE-PROD(WS-LIN-ACHADA) To WS-ARM-PROD
   Move ORDE-AREA(WS-LIN-ACHADA) To WS-ARM-AREA
   Move WS-QUAN-DIGITADA         To WS-ARM-QTD
   Move Spaces To WS-ARM-RESULTADO WS-ARM-MENSAGEM
   Call "CHKAREA" Using Lk-Unidade WS-ARM-PROD WS-ARM-AREA
                        WS-ARM-QTD WS-ARM-RESULTADO WS-ARM-MENSAGEM
      On Exception Continue
   End-Call
   If WS-ARM-RESULTADO = "B"
      Display WS-ARM-MENSAGEM
      Display "Devolucao recusada - a area do pedido nao comporta."
      Close ORDE
      Exit Program
   End-if

   Move Spaces to PathMOTDEV.
   String Lk-Unidade          Delimited By Size
