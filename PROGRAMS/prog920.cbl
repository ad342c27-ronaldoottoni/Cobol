*PROJECAO SEMANAL DE CAIXA (TITULOS.DAT x CTRCPAG.DAT x COMPPAG.DAT)
 Identification Division.
 Program-Id. PROG920.
 Author. RONALDO OTTONI.
*
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\COMPPAG.SL".
   Copy "..\COPY\FERIADOS.SL".
   Copy "..\COPY\FLUXO.SL".
*
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=COMPPAG
   Copy "..\COPY\COMPPAG.FD".
$XFD FILE=FERIADOS
   Copy "..\COPY\FERIADOS.FD".
   Copy "..\COPY\FLUXO.FD".
*  TI-VALOR bucketed per week by due date - each due date first
*  rolled forward to a business day against FERIADOS.DAT, because
*  money due on a Saturday arrives on Monday - netted against the
*  open freight payables (CTRCPAG.DAT) and the open grain
*  purchases owed to producers (COMPPAG.DAT) falling in the same
*  weeks.
*  One branch per run, the PROG952 convention; overdue money
*  expected "now" gets its own line ahead of week 1.
*
 01  PATHCTRCPAG         PIC X(060).
 01  WS-TEM-PAGAVEIS     PIC X(001) VALUE "N".
     88 Tem-Pagaveis     Value "S".
 01  Stat-COMPPAG        PIC X(002).
     88 Valido-COMPPAG   Value "00" THRU "09".
     88 Fim-COMPPAG      Value "10".
 01  PATHCOMPPAG         PIC X(060).
 01  WS-TEM-COMPRAS      PIC X(001) VALUE "N".
     88 Tem-Compras      Value "S".
 01  Stat-FERIADOS       PIC X(002).
     88 Valido-FERIADOS  Value "00" THRU "09".
 01  PATHFERIADOS        PIC X(060)
      Move "S" To WS-TEM-PAGAVEIS
   End-if.

*  Grain purchases owed to producers, on the same terms.
   Move Spaces to PathCOMPPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\COMPPAG.DAT" Delimited By Size
          Into PathCOMPPAG
   End-String.
   Move "N" To WS-TEM-COMPRAS
   Open Input COMPPAG
   If Valido-COMPPAG
      Move "S" To WS-TEM-COMPRAS
   End-if.

   Move "N" To WS-TEM-FERIADOS
   Open Input FERIADOS
   If Valido-FERIADOS
      End-Perform
   End-if

   If Tem-Compras
      Perform Le-Proxima-Compra Thru Le-Proxima-Compra-Exit
      Perform Until Fim-COMPPAG
         Perform Projeta-Compra Thru Projeta-Compra-Exit
         Perform Le-Proxima-Compra Thru Le-Proxima-Compra-Exit
      End-Perform
   End-if

   Perform Imprime-Projecao Thru Imprime-Projecao-Exit

   Close TITULOS.
   If Tem-Pagaveis
      Close CTRCPAG
   End-if.
   If Tem-Compras
      Close COMPPAG
   End-if.
   If Tem-Calendario
      Close FERIADOS
   End-if.
   End-Read.
 Le-Proximo-Pagavel-Exit.
   Exit.
*
 Le-Proxima-Compra.
   Read COMPPAG Next Record
      At End Move "10" To Stat-COMPPAG
   End-Read.
 Le-Proxima-Compra-Exit.
   Exit.
*
 Projeta-Titulo.
   If Not Titulo-Aberto
   Perform Classifica-Saida Thru Classifica-Saida-Exit.
 Projeta-Pagavel-Exit.
   Exit.
*
 Projeta-Compra.
   If Not Compra-Aberta
      Go To Projeta-Compra-Exit
   End-if
   Move Spaces  To WS-VENC-BRUTO
   Move CP-VENC To WS-VENC-BRUTO(1:8)
   Compute WS-VALOR-MOV = CP-VALOR - CP-VALOR-PAGO
   Perform Classifica-Saida Thru Classifica-Saida-Exit.
 Projeta-Compra-Exit.
   Exit.
*
 Classifica-Entrada.
   Perform Escolhe-Faixa Thru Escolhe-Faixa-Exit
