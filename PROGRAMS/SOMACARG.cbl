*SOMA AS CARGAS FATURADAS DE UM PEDIDO (ORDE-QDFA), CHAMAVEL
 Identification Division.
 Program-Id. SOMACARG.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CARGA.SL".
*
 Data Division.
 File Section.
$XFD FILE=CARGA
   Copy "..\COPY\CARGA.FD".
*
 Working-Storage Section.
*
*  The one place that knows what an order with loads has really
*  invoiced, called with the order the way RESERVA is. When the
*  order has at least one carga on CARGA.DAT, LKO-QDFA is
*  replaced line by line by the sum of its faturada loads - the
*  loads are the truth, whatever the source system says - and
*  coberto answers whether every product line is fully invoiced
*  (QDFA >= QUAN), the only condition under which such an order
*  may stand as faturado. An order without loads comes back
*  untouched with tem-carga "N", the old single-truck order.
*
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
     88 Fim-CARGA        Value "10".
 01  PATHCARGA           PIC X(060).
*
 01  WS-SC-IDX           PIC 9(002) COMP-X.
 01  WS-SC-SOMA-TAB.
     03 WS-SC-SOMA       PIC S9(012)V999 COMP-3 OCCURS 20.
*
 Linkage Section.
 Copy "..\COPY\ORDEREG.CPY".
 01  LK-SC-UNIDADE       PIC X(003).
 01  LK-SC-TEM-CARGA     PIC X(001).
     88 Sc-Tem-Carga     Value "S".
 01  LK-SC-COBERTO       PIC X(001).
     88 Sc-Coberto       Value "S".
*
 Procedure Division Using LKO-REGI, LK-SC-UNIDADE,
                          LK-SC-TEM-CARGA, LK-SC-COBERTO.
*
 Inicio.
   Move "N" To LK-SC-TEM-CARGA LK-SC-COBERTO
   If LKO-NUME Not > Zeros
      Exit Program
   End-if
   Move Spaces to PathCARGA.
   String LK-SC-UNIDADE      Delimited By Size
          "\DADOS\CARGA.DAT" Delimited By Size
          Into PathCARGA
   End-String.
   Open Input CARGA
   If Not Valido-CARGA
      Exit Program
   End-if

   Perform Varying WS-SC-IDX From 1 By 1 Until WS-SC-IDX > 20
      Move Zeros To WS-SC-SOMA(WS-SC-IDX)
   End-Perform
   Move LKO-NUME To CG-NUME
   Move Zeros    To CG-SEQ
   Start CARGA Key Not < CG-CHAVE
      Invalid Key Move "10" To Stat-CARGA
   End-Start
   Perform Until Fim-CARGA
      Read CARGA Next Record
         At End Move "10" To Stat-CARGA
      End-Read
      If Valido-CARGA
         If CG-NUME Not = LKO-NUME
            Move "10" To Stat-CARGA
         Else
            Move "S" To LK-SC-TEM-CARGA
            If Carga-Faturada
               Perform Varying WS-SC-IDX From 1 By 1
                         Until WS-SC-IDX > 20
                  Add CG-QUAN(WS-SC-IDX) To WS-SC-SOMA(WS-SC-IDX)
               End-Perform
            End-if
         End-if
      End-if
   End-Perform
   Close CARGA

   If Not Sc-Tem-Carga
      Exit Program
   End-if
   Move "S" To LK-SC-COBERTO
   Perform Varying WS-SC-IDX From 1 By 1 Until WS-SC-IDX > 20
      Move WS-SC-SOMA(WS-SC-IDX) To LKO-QDFA(WS-SC-IDX)
      If LKO-PROD(WS-SC-IDX) > Zeros
         And WS-SC-SOMA(WS-SC-IDX) < LKO-QUAN(WS-SC-IDX)
         Move "N" To LK-SC-COBERTO
      End-if
   End-Perform
   Exit Program.
