 01  WS-DIAS-EMISSAO     PIC S9(009) COMP-5.
 01  WS-DIAS-TRANSITO    PIC S9(009) COMP-5.
*
*  A canhoto registered on PROG985 but never scanned is still a
*  paper in a box: past the same limit, counted from the delivery
*  date, it is listed too, worded apart from the lost trucks.
*  Registered and scanned is the end of the road - only counted.
 01  WS-DIAS-ENTREGA     PIC S9(009) COMP-5.
 01  WS-QTD-SEM-IMAGEM   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-DIGITALIZADO PIC 9(006) VALUE ZEROS.
 01  WS-QTD-TRANSITO     PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
*
   End-if.

   Move Spaces To TRANSITO-REGI
   Move "PEDIDOS EM TRANSITO (SEM CANHOTO) E CANHOTOS SEM IMAGEM"
        To TRANSITO-REGI
   Write TRANSITO-REGI.

   Move WS-QTD-TRANSITO To WS-QTD-ED
   Display WS-QTD-ED
           " pedido(s) em transito ha mais que o limite.".
   Move WS-QTD-SEM-IMAGEM To WS-QTD-ED
   Display WS-QTD-ED
           " canhoto(s) registrado(s) sem imagem digitalizada.".
   Move WS-QTD-DIGITALIZADO To WS-QTD-ED
   Display WS-QTD-ED
           " canhoto(s) registrado(s) e digitalizado(s).".
   Exit Program.
*
 Le-Proxima-Ordem.
         Invalid Key Continue
      End-Read
      If Valido-ENTREGA
         Perform Verifica-Imagem Thru Verifica-Imagem-Exit
         Go To Verifica-Transito-Exit
      End-if
   End-if
   End-if.
 Verifica-Transito-Exit.
   Exit.
*
*  The delivery is posted: scanned, or still only paper - the
*  latter dated by EN-DTENT in the date column.
 Verifica-Imagem.
   If EN-IMAGEM Not = Spaces
      Add 1 To WS-QTD-DIGITALIZADO
      Go To Verifica-Imagem-Exit
   End-if
   If EN-DTENT Not Numeric
      Go To Verifica-Imagem-Exit
   End-if
   Move EN-DTENT(1:4) To WS-EMIS-ANO
   Move EN-DTENT(5:2) To WS-EMIS-MES
   Move EN-DTENT(7:2) To WS-EMIS-DIA
   Compute WS-DIAS-ENTREGA = WS-DIAS-HOJE
                           - (WS-EMIS-ANO * 360
                           + WS-EMIS-MES * 30 + WS-EMIS-DIA)
   If WS-DIAS-ENTREGA > WS-DIAS-LIMITE
      Move Spaces           To TRANSITO-REGI
      Move ORDE-NUME         To WT-NUME
      Move ORDE-CLIE         To WT-CLIE
      Move ORDE-TRAN         To WT-TRAN
      Move EN-DTENT          To WT-EMIS
      Move WS-DIAS-ENTREGA   To WT-DIAS
      Move "dia(s) entregue, canhoto sem imagem" To WT-TEXTO
      Write TRANSITO-REGI
      Add 1 To WS-QTD-SEM-IMAGEM
   End-if.
 Verifica-Imagem-Exit.
   Exit.
