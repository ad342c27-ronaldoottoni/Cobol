   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\EXTRCLI.SL".
   Copy "..\COPY\FATAGR.SL".
   Copy "..\COPY\NOTAAJ.SL".
*
 Data Division.
 File Section.
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
   Copy "..\COPY\EXTRCLI.FD".
$XFD FILE=FATAGR
   Copy "..\COPY\FATAGR.FD".
$XFD FILE=NOTAAJ
   Copy "..\COPY\NOTAAJ.FD".
*
 Working-Storage Section.
*
 01  Stat-EXTRCLI        PIC X(002).
     88 Valido-EXTRCLI   Value "00" THRU "09".
 01  PATHEXTRCLI         PIC X(060).
*
*  Both levels of a fatura agrupada (PROG1030): each order says
*  which fatura took its titles, and the fatura's one title reads
*  as the fatura, not as a parcel of its first order.
 01  Stat-FATAGR         PIC X(002).
     88 Valido-FATAGR    Value "00" THRU "09".
     88 Fim-FATAGR       Value "10".
 01  PATHFATAGR          PIC X(060).
 01  WS-TEM-FATAGR       PIC X(001) VALUE "N".
     88 Tem-Fatagr       Value "S".
 01  WS-FATURA-NUME      PIC S9(006) COMP-5.
 01  WS-FATURA-ED        PIC Z(005)9.
*
*  The client's notas de credito/debito (PROG1031). A credit note
*  is its own credit event, and the titles it abated read at their
*  face value - the abatements are added back from this table, and
*  one made after the period end still counts in that day's
*  balance. A debit note is its own debit event; the title it
*  wrote is not listed a second time.
 01  Stat-NOTAAJ         PIC X(002).
     88 Valido-NOTAAJ    Value "00" THRU "09".
     88 Fim-NOTAAJ       Value "10".
 01  PATHNOTAAJ          PIC X(060).
 01  WS-TEM-NOTAAJ       PIC X(001) VALUE "N".
     88 Tem-Notas        Value "S".
 78  max-abat            value 400.
 01  WS-ABAT-TAB.
     03 WS-ABAT occurs 400 times.
        05 WS-AT-NUME    PIC S9(006)     COMP-5.
        05 WS-AT-PARC    PIC S9(002)     COMP-5.
        05 WS-AT-DATA    PIC X(008).
        05 WS-AT-VALOR   PIC S9(012)V99  COMP-3.
 01  WS-QTD-ABAT         PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-AT-IDX           PIC 9(003) COMP-X.
 78  max-debitos         value 100.
 01  WS-DEB-TAB.
     03 WS-DEB occurs 100 times.
        05 WS-DB-NUME    PIC S9(006)     COMP-5.
        05 WS-DB-PARC    PIC S9(002)     COMP-5.
 01  WS-QTD-DEB          PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-DB-IDX           PIC 9(003) COMP-X.
 01  WS-NA-IDX           PIC 9(002) COMP-X.
 01  WS-ABAT-TOTAL       PIC S9(012)V99 COMP-3.
 01  WS-ABAT-DEPOIS      PIC S9(012)V99 COMP-3.
 01  WS-TITULO-DEBITO    PIC X(001).
     88 Titulo-De-Debito Value "S".
 01  WS-NOTA-ED          PIC Z(005)9.
*
 01  WS-CLIE-DIGITADO    PIC 9(004) VALUE ZEROS.
 01  WS-DATA-DE          PIC 9(008) VALUE ZEROS.
 01  WS-DE-X             PIC X(008).
 01  WS-ATE-X            PIC X(008).
*
*  Titles settled in a year ARQANUAL.BAT already archived live in
*  TITULOS.<ano> (PROG1086). When asked, every such year from the
*  period start up to last year is read after the live file - the
*  same title is never in both. A period starting at zero reads
*  the years from 2000.
 01  WS-INCLUI-ARQ       PIC X(001) VALUE "N".
     88 Inclui-Arquivados Value "S" "s".
 01  WS-ANO-ARQ          PIC 9(004).
 01  WS-ANO-ULTIMO       PIC 9(004).
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-ANO-SISTEMA   PIC 9(004).
     03 FILLER           PIC 9(004).
*
*  The events of the period, collected then bubble-sorted by date
*  - the PROG960 table technique.
 78  max-eventos         value 400.
   Accept WS-DATA-DE
   Display "Periodo final   (AAAAMMDD)....: " With No Advancing
   Accept WS-DATA-ATE
   Display "Incluir anos arquivados (S/N).: " With No Advancing
   Accept WS-INCLUI-ARQ
   Move WS-DATA-DE  To WS-DE-X
   Move WS-DATA-ATE To WS-ATE-X

      Exit Program
   End-if.

   Move Spaces to PathFATAGR.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FATAGR.DAT" Delimited By Size
          Into PathFATAGR
   End-String.
   Move "N" To WS-TEM-FATAGR
   Open Input FATAGR
   If Valido-FATAGR
      Move "S" To WS-TEM-FATAGR
   End-if.

   Move Spaces to PathNOTAAJ.
   String Lk-Unidade          Delimited By Size
          "\DADOS\NOTAAJ.DAT" Delimited By Size
          Into PathNOTAAJ
   End-String.
   Move "N" To WS-TEM-NOTAAJ
   Open Input NOTAAJ
   If Valido-NOTAAJ
      Move "S" To WS-TEM-NOTAAJ
   End-if.

   Perform Coleta-Pedidos Thru Coleta-Pedidos-Exit
   If Tem-Notas
      Perform Coleta-Notas Thru Coleta-Notas-Exit
   End-if
   Perform Coleta-Titulos Thru Coleta-Titulos-Exit
   Close TITULOS.
   If Inclui-Arquivados
      Perform Coleta-Arquivados Thru Coleta-Arquivados-Exit
   End-if
   Perform Ordena-Eventos Thru Ordena-Eventos-Exit
   Perform Imprime-Extrato Thru Imprime-Extrato-Exit

   Close ORDE.
   Close CLIENTE.
   Close EXTRCLI.
   If Tem-Fatagr
      Close FATAGR
   End-if.
   If Tem-Notas
      Close NOTAAJ
   End-if.
   Move "PROG917" To WS-SP-PROGRAMA
   Move "EXTRATO.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
   If WS-EV-IDX > Zeros
      Move WS-DATA-NORM To WS-EV-DATA(WS-EV-IDX)
      Move Spaces To WS-EV-TEXTO(WS-EV-IDX)
      If ORDE-FAGR > Zeros
         Move ORDE-FAGR To WS-FATURA-ED
         String "PEDIDO FATURADO " WS-NUME-ED
                " - FATURA " WS-FATURA-ED
                Delimited By Size Into WS-EV-TEXTO(WS-EV-IDX)
         End-String
      Else
         String "PEDIDO FATURADO " WS-NUME-ED
                Delimited By Size Into WS-EV-TEXTO(WS-EV-IDX)
         End-String
      End-if
      Move WS-VALOR-PEDIDO To WS-EV-VALOR(WS-EV-IDX)
      Move "D" To WS-EV-SINAL(WS-EV-IDX)
   End-if.
   End-Perform.
 Coleta-Titulos-Exit.
   Exit.
*
 Coleta-Arquivados.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Compute WS-ANO-ULTIMO = WS-ANO-SISTEMA - 1
   Move WS-DE-X(1:4) To WS-ANO-ARQ
   If WS-ANO-ARQ < 2000
      Move 2000 To WS-ANO-ARQ
   End-if
   Perform Until WS-ANO-ARQ > WS-ANO-ULTIMO
      Move Spaces to PathTITULOS
      String Lk-Unidade "\DADOS\TITULOS." WS-ANO-ARQ
             Delimited By Size Into PathTITULOS
      End-String
      Open Input TITULOS
      If Valido-TITULOS
         Perform Coleta-Titulos Thru Coleta-Titulos-Exit
         Close TITULOS
      End-if
      Add 1 To WS-ANO-ARQ
   End-Perform.
 Coleta-Arquivados-Exit.
   Exit.
*
 Coleta-Um-Titulo.
   Move TI-NUME To WS-NUME-ED
   Move TI-PARC To WS-PARC-ED
   Move Zeros   To WS-FATURA-NUME
   If Tem-Fatagr And TI-PARC > 10
      Perform Procura-Fatura Thru Procura-Fatura-Exit
   End-if
   Move WS-FATURA-NUME To WS-FATURA-ED
   Perform Procura-Notas-Titulo Thru Procura-Notas-Titulo-Exit

*  Saldo em aberto na data final: titulo emitido ate la entra,
*  pagamento feito ate la sai; abatimento de nota de credito
*  posterior ainda nao tinha abatido.
   Move TI-DTIN To WS-DATA-BRUTA
   Perform Normaliza-Data Thru Normaliza-Data-Exit
   If WS-DATA-NORM Not = Spaces And WS-DATA-NORM <= WS-ATE-X
      Add TI-VALOR WS-ABAT-DEPOIS To WS-SALDO-ABERTO
   End-if
   If Titulo-Pago
      Move TI-DTPG To WS-DATA-BRUTA
         Subtract TI-VALOR-PAGO From WS-SALDO-ABERTO
      End-if
   End-if
*  Um titulo renegociado sai pelo valor de face na data do acordo;
*  as parcelas novas entram como titulos comuns.
   If Titulo-Renegociado
      Move TI-DTPG To WS-DATA-BRUTA
      Perform Normaliza-Data Thru Normaliza-Data-Exit
      If WS-DATA-NORM Not = Spaces And WS-DATA-NORM <= WS-ATE-X
         Subtract TI-VALOR From WS-SALDO-ABERTO
      End-if
   End-if

   Move TI-DTIN To WS-DATA-BRUTA
   Perform Normaliza-Data Thru Normaliza-Data-Exit
   If WS-DATA-NORM >= WS-DE-X And WS-DATA-NORM <= WS-ATE-X
      And Not Titulo-De-Debito
      Perform Reserva-Evento Thru Reserva-Evento-Exit
      If WS-EV-IDX > Zeros
         Move WS-DATA-NORM To WS-EV-DATA(WS-EV-IDX)
         Move Spaces To WS-EV-TEXTO(WS-EV-IDX)
         If WS-FATURA-NUME > Zeros
            String "FATURA AGRUPADA " WS-FATURA-ED
                   " VENC " TI-VENC
                   Delimited By Size Into WS-EV-TEXTO(WS-EV-IDX)
            End-String
         Else
            String "TITULO " WS-NUME-ED "/" WS-PARC-ED
                   " VENC " TI-VENC
                   Delimited By Size Into WS-EV-TEXTO(WS-EV-IDX)
            End-String
         End-if
         Compute WS-EV-VALOR(WS-EV-IDX) = TI-VALOR + WS-ABAT-TOTAL
         Move "D" To WS-EV-SINAL(WS-EV-IDX)
      End-if
   End-if

   If Titulo-Pago And TI-OPER-PG Not = "NOTA CREDITO"
      Move TI-DTPG To WS-DATA-BRUTA
      Perform Normaliza-Data Thru Normaliza-Data-Exit
      If WS-DATA-NORM >= WS-DE-X And WS-DATA-NORM <= WS-ATE-X
         Perform Reserva-Evento Thru Reserva-Evento-Exit
         If WS-EV-IDX > Zeros
            Move WS-DATA-NORM To WS-EV-DATA(WS-EV-IDX)
            Move Spaces To WS-EV-TEXTO(WS-EV-IDX)
            If WS-FATURA-NUME > Zeros
               String "PAGAMENTO FATURA " WS-FATURA-ED
                      Delimited By Size
                      Into WS-EV-TEXTO(WS-EV-IDX)
               End-String
            Else
               String "PAGAMENTO " WS-NUME-ED "/" WS-PARC-ED
                      Delimited By Size
                      Into WS-EV-TEXTO(WS-EV-IDX)
               End-String
            End-if
            Move TI-VALOR-PAGO To WS-EV-VALOR(WS-EV-IDX)
            Move "C" To WS-EV-SINAL(WS-EV-IDX)
         End-if
      End-if
   End-if

   If Titulo-Renegociado
      Move TI-DTPG To WS-DATA-BRUTA
      Perform Normaliza-Data Thru Normaliza-Data-Exit
      If WS-DATA-NORM >= WS-DE-X And WS-DATA-NORM <= WS-ATE-X
         If WS-EV-IDX > Zeros
            Move WS-DATA-NORM To WS-EV-DATA(WS-EV-IDX)
            Move Spaces To WS-EV-TEXTO(WS-EV-IDX)
            String "RENEGOCIADO " WS-NUME-ED "/" WS-PARC-ED
                   " ACORDO " TI-OPER-PG(7:6)
                   Delimited By Size
                   Into WS-EV-TEXTO(WS-EV-IDX)
            End-String
            Move TI-VALOR To WS-EV-VALOR(WS-EV-IDX)
            Move "C" To WS-EV-SINAL(WS-EV-IDX)
         End-if
      End-if
 Coleta-Um-Titulo-Exit.
   Exit.
*
*  The client's notes off the NA-CLIE alternate key: the ones
*  issued inside the period are events, and every one feeds the
*  abatement and debit-title tables the titles are read against.
 Coleta-Notas.
   Move WS-CLIE-DIGITADO To NA-CLIE
   Start NOTAAJ Key = NA-CLIE
      Invalid Key Move "10" To Stat-NOTAAJ
   End-Start
   Perform Until Fim-NOTAAJ
      Read NOTAAJ Next Record
         At End Move "10" To Stat-NOTAAJ
      End-Read
      If Not Fim-NOTAAJ And Valido-NOTAAJ
         If NA-CLIE Not = WS-CLIE-DIGITADO
            Move "10" To Stat-NOTAAJ
         Else
            Perform Coleta-Uma-Nota Thru Coleta-Uma-Nota-Exit
         End-if
      End-if
   End-Perform.
 Coleta-Notas-Exit.
   Exit.
*
 Coleta-Uma-Nota.
   If Nota-Credito
      Perform Varying WS-NA-IDX From 1 By 1
                Until WS-NA-IDX > NA-QTD-ABAT
         If WS-QTD-ABAT < max-abat
            Add 1 To WS-QTD-ABAT
            Move NA-AB-NUME(WS-NA-IDX)  To WS-AT-NUME(WS-QTD-ABAT)
            Move NA-AB-PARC(WS-NA-IDX)  To WS-AT-PARC(WS-QTD-ABAT)
            Move NA-AB-VALOR(WS-NA-IDX) To WS-AT-VALOR(WS-QTD-ABAT)
            Move NA-DATA                To WS-AT-DATA(WS-QTD-ABAT)
         End-if
      End-Perform
   Else
      If NA-TI-PARC > Zeros And WS-QTD-DEB < max-debitos
         Add 1 To WS-QTD-DEB
         Move NA-TI-NUME To WS-DB-NUME(WS-QTD-DEB)
         Move NA-TI-PARC To WS-DB-PARC(WS-QTD-DEB)
      End-if
   End-if

   If NA-DATA < WS-DE-X Or NA-DATA > WS-ATE-X
      Go To Coleta-Uma-Nota-Exit
   End-if
   Perform Reserva-Evento Thru Reserva-Evento-Exit
   If WS-EV-IDX > Zeros
      Move NA-NUME   To WS-NOTA-ED
      Move NA-PEDIDO To WS-NUME-ED
      Move NA-DATA   To WS-EV-DATA(WS-EV-IDX)
      Move Spaces To WS-EV-TEXTO(WS-EV-IDX)
      If Nota-Credito
         String "NOTA CREDITO " WS-NOTA-ED " PEDIDO " WS-NUME-ED
                Delimited By Size Into WS-EV-TEXTO(WS-EV-IDX)
         End-String
         Move "C" To WS-EV-SINAL(WS-EV-IDX)
      Else
         String "NOTA DEBITO " WS-NOTA-ED " PEDIDO " WS-NUME-ED
                Delimited By Size Into WS-EV-TEXTO(WS-EV-IDX)
         End-String
         Move "D" To WS-EV-SINAL(WS-EV-IDX)
      End-if
      Move NA-VALOR To WS-EV-VALOR(WS-EV-IDX)
   End-if.
 Coleta-Uma-Nota-Exit.
   Exit.
*
*  What the notes did to this title: the credits abated from it
*  (all, and those after the period end), and whether a debit note
*  wrote it.
 Procura-Notas-Titulo.
   Move Zeros To WS-ABAT-TOTAL WS-ABAT-DEPOIS
   Move "N"   To WS-TITULO-DEBITO
   Perform Varying WS-AT-IDX From 1 By 1
             Until WS-AT-IDX > WS-QTD-ABAT
      If WS-AT-NUME(WS-AT-IDX) = TI-NUME
         And WS-AT-PARC(WS-AT-IDX) = TI-PARC
         Add WS-AT-VALOR(WS-AT-IDX) To WS-ABAT-TOTAL
         If WS-AT-DATA(WS-AT-IDX) > WS-ATE-X
            Add WS-AT-VALOR(WS-AT-IDX) To WS-ABAT-DEPOIS
         End-if
      End-if
   End-Perform
   Perform Varying WS-DB-IDX From 1 By 1
             Until WS-DB-IDX > WS-QTD-DEB
      If WS-DB-NUME(WS-DB-IDX) = TI-NUME
         And WS-DB-PARC(WS-DB-IDX) = TI-PARC
         Move "S" To WS-TITULO-DEBITO
      End-if
   End-Perform.
 Procura-Notas-Titulo-Exit.
   Exit.
*
*  The active fatura whose title this is, off the FA-TITULO
*  alternate key; zero when the title is an ordinary one.
 Procura-Fatura.
   Move TI-NUME To FA-TI-NUME
   Move TI-PARC To FA-TI-PARC
   Start FATAGR Key = FA-TITULO
      Invalid Key Go To Procura-Fatura-Exit
   End-Start
   Perform Until Fim-FATAGR
      Read FATAGR Next Record
         At End Move "10" To Stat-FATAGR
      End-Read
      If Valido-FATAGR
         If FA-TI-NUME Not = TI-NUME Or FA-TI-PARC Not = TI-PARC
            Move "10" To Stat-FATAGR
         Else
            If Fatura-Ativa
               Move FA-NUME To WS-FATURA-NUME
               Move "10" To Stat-FATAGR
            End-if
         End-if
      End-if
   End-Perform.
 Procura-Fatura-Exit.
   Exit.
*
*  Next free slot, zero when the table is full - warned once,
*  the PROG960 convention.
 Reserva-Evento.
