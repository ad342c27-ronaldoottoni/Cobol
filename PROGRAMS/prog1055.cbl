*AVALIACAO MENSAL DE DESEMPENHO DAS TRANSPORTADORAS (SCORECARD)
 Identification Division.
 Program-Id. PROG1055.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\AGENDA.SL".
   Copy "..\COPY\PORTARIA.SL".
   Copy "..\COPY\ENTREGA.SL".
   Copy "..\COPY\OCORDIV.SL".
   Copy "..\COPY\CTRC.SL".
   Copy "..\COPY\DESEMP.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=AGENDA
   Copy "..\COPY\AGENDA.FD".
$XFD FILE=PORTARIA
   Copy "..\COPY\PORTARIA.FD".
$XFD FILE=ENTREGA
   Copy "..\COPY\ENTREGA.FD".
$XFD FILE=OCORDIV
   Copy "..\COPY\OCORDIV.FD".
$XFD FILE=CTRC
   Copy "..\COPY\CTRC.FD".
$XFD FILE=DESEMP
   Copy "..\COPY\DESEMP.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  One scorecard per carrier and month, out of the data each of
*  the old reports looks at alone:
*     PONT  the AGENDA.DAT bookings whose truck passed our gate
*           (PORTARIA.DAT) before the slot's hour was over plus
*           DESEMP-TOLER-MIN - a booking with no visit that day
*           is a no-show and counts against (PROG937/PROG939);
*     ENTR  deliveries (ENTREGA.DAT) within DESEMP-PRAZO-DIAS of
*           the invoice, 360/30 arithmetic as PROG986;
*     QUEB  weight loss of the invoiced orders, ORDE-LIQU against
*           ORDE-QDFA as PROG902;
*     OCOR  occurrences the carrier's EDI sent to OCORDIV.DAT
*           (PROG1006) per 100 orders invoiced in the month;
*     DIVE  conhecimentos charging other than ORDE-FRET +
*           ORDE-ICFR beyond FRETE-TOLERANCIA %, as PROG968.
*  Each indicator is worth 0-100 points against its target (the
*  higher-is-better ones in proportion up to the target; the
*  lower-is-better ones full up to the target and nothing at
*  twice it) and the score is their weighted average over the
*  indicators the month had anything to measure. Targets and
*  weights are PARAM944 rows DESEMP-META-xxxx / DESEMP-PESO-xxxx
*  with the compiled defaults below.
*
*  The asked month and the five before it are worked out in the
*  same pass, each carrier ranked per month, and all six go to
*  DESEMP.DAT (a rerun replaces them). DESEMP.REL prints the
*  month's ranking with the indicators and the six-month trend
*  the contract review reads.
*
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
     88 Fim-TRANSP       Value "10".
 01  PATHTRANSP          PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-AGENDA         PIC X(002).
     88 Valido-AGENDA    Value "00" THRU "09".
     88 Fim-AGENDA       Value "10".
 01  PATHAGENDA          PIC X(060).
 01  Stat-PORTARIA       PIC X(002).
     88 Valido-PORTARIA  Value "00" THRU "09".
     88 Fim-PORTARIA     Value "10".
 01  PATHPORTARIA        PIC X(060).
 01  Stat-ENTREGA        PIC X(002).
     88 Valido-ENTREGA   Value "00" THRU "09".
     88 Fim-ENTREGA      Value "10".
 01  PATHENTREGA         PIC X(060).
 01  Stat-OCORDIV        PIC X(002).
     88 Valido-OCORDIV   Value "00" THRU "09".
     88 Fim-OCORDIV      Value "10".
 01  PATHOCORDIV         PIC X(060).
 01  Stat-CTRC           PIC X(002).
     88 Valido-CTRC      Value "00" THRU "09".
     88 Fim-CTRC         Value "10".
 01  PATHCTRC            PIC X(060).
 01  Stat-DESEMP         PIC X(002).
     88 Valido-DESEMP    Value "00" THRU "09".
 01  PATHDESEMP          PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
*  Targets and weights.
 01  WS-META-PONT        PIC S9(003)V99 COMP-3 VALUE 90.
 01  WS-META-ENTR        PIC S9(003)V99 COMP-3 VALUE 90.
 01  WS-META-QUEB        PIC S9(003)V99 COMP-3 VALUE 0,50.
 01  WS-META-OCOR        PIC S9(003)V99 COMP-3 VALUE 5.
 01  WS-META-DIVE        PIC S9(003)V99 COMP-3 VALUE 5.
 01  WS-PESO-PONT        PIC S9(003) COMP-5 VALUE 25.
 01  WS-PESO-ENTR        PIC S9(003) COMP-5 VALUE 25.
 01  WS-PESO-QUEB        PIC S9(003) COMP-5 VALUE 20.
 01  WS-PESO-OCOR        PIC S9(003) COMP-5 VALUE 15.
 01  WS-PESO-DIVE        PIC S9(003) COMP-5 VALUE 15.
 01  WS-PRAZO-DIAS       PIC S9(003) COMP-5 VALUE 5.
 01  WS-TOLER-MIN        PIC S9(003) COMP-5 VALUE 60.
 01  WS-TOLER-FRETE      PIC S9(003)V9999 COMP-3 VALUE ZEROS.
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-RAZAO            PIC X(035) VALUE SPACES.
*
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-COMP-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-COMP-X           PIC X(006).
 01  WS-MESES-CORRIDOS   PIC S9(007) COMP-5.
 01  WS-MC-ANO           PIC 9(004).
 01  WS-MC-MES           PIC 9(002).
*
*  The six months of the trend, oldest first; the sixth is the
*  month asked.
 01  WS-MESES.
     03 WS-MES-COMP      PIC X(006) OCCURS 6.
 01  WS-MES-IDX          PIC 9(002) COMP-X.
 01  WS-M                PIC 9(002) COMP-X.
 01  WS-JANELA-INI       PIC X(008).
 01  WS-JANELA-FIM       PIC X(008).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-DATA-SISTEMA-X   PIC X(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-DATA-BRUTA       PIC X(010).
 01  WS-DATA-NORM        PIC X(008).
 01  WS-DATA-NORM-R REDEFINES WS-DATA-NORM.
     03 WS-DN-ANO        PIC 9(004).
     03 WS-DN-MES        PIC 9(002).
     03 WS-DN-DIA        PIC 9(002).
 01  WS-DIAS-EMISSAO     PIC S9(009) COMP-5.
 01  WS-DIAS-ENTREGA     PIC S9(009) COMP-5.
 01  WS-DIAS             PIC S9(009) COMP-5.
*
*  The carriers, the table row of each carrier code, and per row
*  the six months' counts.
 78  max-transp          value 500.
 01  WS-LINHA-TRAN-TAB.
     03 WS-LINHA-TRAN    PIC S9(004) COMP-5 OCCURS 9999.
 01  WS-QTD-TRAN         PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-T-IDX            PIC 9(004) COMP-X.
 01  WS-U-IDX            PIC 9(004) COMP-X.
 01  WS-TRAN-TAB.
     03 WS-T             OCCURS 500.
        05 WS-T-CODIGO   PIC S9(004) COMP-5.
        05 WS-T-NOME     PIC X(018).
        05 WS-TM         OCCURS 6.
           07 WS-TM-AGENDA    PIC S9(005) COMP-5.
           07 WS-TM-PONTUAL   PIC S9(005) COMP-5.
           07 WS-TM-ENTREGA   PIC S9(005) COMP-5.
           07 WS-TM-NO-PRAZO  PIC S9(005) COMP-5.
           07 WS-TM-SOMA-DIAS PIC S9(007) COMP-5.
           07 WS-TM-SAIDA     PIC S9(012)V999 COMP-3.
           07 WS-TM-ACEITO    PIC S9(012)V999 COMP-3.
           07 WS-TM-PEDIDOS   PIC S9(005) COMP-5.
           07 WS-TM-OCORR     PIC S9(005) COMP-5.
           07 WS-TM-CTRC      PIC S9(005) COMP-5.
           07 WS-TM-DIVERG    PIC S9(005) COMP-5.
           07 WS-TM-PONTOS    PIC S9(003)V9 COMP-3.
           07 WS-TM-POSICAO   PIC S9(004) COMP-5.
 01  WS-TABELA-AVISADA   PIC X(001) VALUE "N".
     88 Tabela-Cheia-Avisada Value "S".
*
*  One carrier-month being scored.
 01  WS-PCT-PONT         PIC S9(003)V99 COMP-3.
 01  WS-PCT-ENTR         PIC S9(003)V99 COMP-3.
 01  WS-MEDIA-DIAS       PIC S9(003)V9  COMP-3.
 01  WS-PCT-QUEB         PIC S9(003)V99 COMP-3.
 01  WS-IND-OCOR         PIC S9(003)V99 COMP-3.
 01  WS-PCT-DIVE         PIC S9(003)V99 COMP-3.
 01  WS-PTS-PONT         PIC S9(003) COMP-5.
 01  WS-PTS-ENTR         PIC S9(003) COMP-5.
 01  WS-PTS-QUEB         PIC S9(003) COMP-5.
 01  WS-PTS-OCOR         PIC S9(003) COMP-5.
 01  WS-PTS-DIVE         PIC S9(003) COMP-5.
 01  WS-VALOR            PIC S9(007)V99 COMP-3.
 01  WS-META             PIC S9(003)V99 COMP-3.
 01  WS-PTS              PIC S9(005) COMP-5.
 01  WS-SOMA-PONDERADA   PIC S9(007) COMP-5.
 01  WS-SOMA-PESOS       PIC S9(005) COMP-5.
*
*  A booking's visit, and a conhecimento's confrontation.
 01  WS-HH               PIC 9(002).
 01  WS-MM               PIC 9(002).
 01  WS-MIN-ENTRADA      PIC S9(005) COMP-5.
 01  WS-MIN-PRIMEIRA     PIC S9(005) COMP-5.
 01  WS-MIN-LIMITE       PIC S9(005) COMP-5.
 01  WS-QDFA-PEDIDO      PIC S9(012)V999 COMP-3.
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-PED-IDX          PIC 9(002) COMP-X.
 01  WS-FRETE-APURADO    PIC S9(011)V99 COMP-3.
 01  WS-DIFERENCA        PIC S9(011)V99 COMP-3.
 01  WS-MARGEM           PIC S9(011)V99 COMP-3.
 01  WS-QTD-SEM-PEDIDO   PIC 9(002) COMP-X.
*
*  Report.
 01  WS-POS-ATUAL        PIC S9(004) COMP-5.
 01  WS-QTD-MEDIDAS      PIC 9(006) VALUE ZEROS.
 01  WS-MEDIA-ANT        PIC S9(005)V9 COMP-3.
 01  WS-QTD-ANT          PIC 9(002) COMP-X.
 01  WS-D-RANK.
     03 WS-DR-POS        PIC ZZ9.
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DR-TRAN       PIC Z(003)9.
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DR-NOME       PIC X(018).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DR-PONT       PIC X(006).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DR-ENTR       PIC X(006).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DR-DIAS       PIC X(005).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DR-QUEB       PIC X(006).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DR-OCOR       PIC X(006).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DR-DIVE       PIC X(006).
     03 FILLER           PIC X(002) VALUE SPACES.
     03 WS-DR-NOTA       PIC ZZ9,9.
 01  WS-D-TEND.
     03 WS-DT-POS        PIC ZZ9.
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DT-TRAN       PIC Z(003)9.
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DT-NOME       PIC X(018).
     03 WS-DT-MES        PIC X(007) OCCURS 6.
     03 FILLER           PIC X(002) VALUE SPACES.
     03 WS-DT-SENTIDO    PIC X(007).
 01  WS-PCT-ED           PIC ZZ9,9.
 01  WS-QUEB-ED          PIC Z9,99.
 01  WS-DIAS-ED          PIC Z9,9.
 01  WS-NOTA-ED          PIC ZZ9,9.
 01  WS-META-ED          PIC ZZ9,99.
 01  WS-PESO-ED          PIC ZZ9.
 01  WS-PRAZO-ED         PIC ZZ9.
 01  WS-QTD-ED           PIC Z(005)9.
 01  WS-REL-PONTEIRO     PIC 9(003) COMP-X.
*
*  Every run of this report survives the next one: one SPOOLREG
*  call files the just-written sheet in the spool catalog.
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move WS-DATA-SISTEMA To WS-DATA-SISTEMA-X
   Display "Competencia (AAAAMM, vazio = mes anterior): "
           With No Advancing
   Accept WS-COMPETENCIA
   If WS-COMPETENCIA = Zeros
      Compute WS-MESES-CORRIDOS = WS-HOJE-ANO * 12 + WS-HOJE-MES - 2
      Perform Mes-Corrido Thru Mes-Corrido-Exit
      Move WS-MC-ANO To WS-COMP-ANO
      Move WS-MC-MES To WS-COMP-MES
   End-if
   If WS-COMP-MES < 1 Or WS-COMP-MES > 12
      Display "Competencia invalida."
      Move 1 To Return-Code
      Exit Program
   End-if
   Move WS-COMPETENCIA To WS-COMP-X
   Perform Monta-Meses Thru Monta-Meses-Exit
   Perform Carrega-Parametros Thru Carrega-Parametros-Exit

   Move Spaces to PathTRANSP.
   String Lk-Unidade        Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Not Valido-TRANSP
      Display "erro TRANSP " Stat-TRANSP
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Close TRANSP
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathDESEMP.
   String Lk-Unidade          Delimited By Size
          "\DADOS\DESEMP.DAT" Delimited By Size
          Into PathDESEMP
   End-String.
   Open I-O DESEMP
   If Not Valido-DESEMP
      Open Output DESEMP
      Close DESEMP
      Open I-O DESEMP
   End-if
   If Not Valido-DESEMP
      Display "erro DESEMP " Stat-DESEMP
      Close TRANSP
      Close ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathROMREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\DESEMP.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro DESEMP.REL " Stat-ROMREL
      Close TRANSP
      Close ORDE
      Close DESEMP
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Carrega-Transportadoras Thru Carrega-Transportadoras-Exit
   Perform Mede-Pedidos Thru Mede-Pedidos-Exit
   Perform Mede-Pontualidade Thru Mede-Pontualidade-Exit
   Perform Mede-Entregas Thru Mede-Entregas-Exit
   Perform Mede-Ocorrencias Thru Mede-Ocorrencias-Exit
   Perform Mede-Conhecimentos Thru Mede-Conhecimentos-Exit

   Perform Varying WS-T-IDX From 1 By 1 Until WS-T-IDX > WS-QTD-TRAN
      Perform Varying WS-M From 1 By 1 Until WS-M > 6
         Perform Calcula-Nota Thru Calcula-Nota-Exit
      End-Perform
   End-Perform
   Perform Varying WS-M From 1 By 1 Until WS-M > 6
      Perform Classifica-Mes Thru Classifica-Mes-Exit
   End-Perform
   Perform Varying WS-T-IDX From 1 By 1 Until WS-T-IDX > WS-QTD-TRAN
      Perform Varying WS-M From 1 By 1 Until WS-M > 6
         Perform Calcula-Nota Thru Calcula-Nota-Exit
         Perform Grava-Desempenho Thru Grava-Desempenho-Exit
      End-Perform
   End-Perform

   Perform Imprime-Ranking Thru Imprime-Ranking-Exit
   Perform Imprime-Tendencia Thru Imprime-Tendencia-Exit

   Close TRANSP.
   Close ORDE.
   Close DESEMP.
   Close ROMREL.
   Move "PROG1055"   To WS-SP-PROGRAMA
   Move "DESEMP.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-MEDIDAS To WS-QTD-ED
   Display WS-QTD-ED " transportadora(s) avaliada(s) em "
           WS-COMP-X " - 'DESEMP.REL'.".
   Exit Program.
*
*  Months counted from year zero, back into year and month.
 Mes-Corrido.
   Divide WS-MESES-CORRIDOS By 12 Giving WS-MC-ANO
   Compute WS-MC-MES = WS-MESES-CORRIDOS - WS-MC-ANO * 12 + 1.
 Mes-Corrido-Exit.
   Exit.
*
 Monta-Meses.
   Perform Varying WS-M From 1 By 1 Until WS-M > 6
      Compute WS-MESES-CORRIDOS = WS-COMP-ANO * 12
                                + WS-COMP-MES - 1 - 6 + WS-M
      Perform Mes-Corrido Thru Mes-Corrido-Exit
      Move WS-MC-ANO To WS-MES-COMP(WS-M)(1:4)
      Move WS-MC-MES To WS-MES-COMP(WS-M)(5:2)
   End-Perform
   Move Spaces To WS-JANELA-INI WS-JANELA-FIM
   String WS-MES-COMP(1) "01" Delimited By Size Into WS-JANELA-INI
   End-String
   String WS-MES-COMP(6) "31" Delimited By Size Into WS-JANELA-FIM
   End-String.
 Monta-Meses-Exit.
   Exit.
*
*  Which of the six months WS-DATA-NORM falls in - zero when
*  none.
 Acha-Mes.
   Move Zeros To WS-MES-IDX
   If WS-DATA-NORM = Spaces
      Go To Acha-Mes-Exit
   End-if
   Perform Varying WS-M From 1 By 1 Until WS-M > 6
      If WS-MES-COMP(WS-M) = WS-DATA-NORM(1:6)
         Move WS-M To WS-MES-IDX
      End-if
   End-Perform.
 Acha-Mes-Exit.
   Exit.
*
*  The table row of carrier ORDE-TRAN/CT-TRAN moved to WS-U-IDX
*  first - zero when the code is not in TRANSP.DAT.
 Acha-Transportadora.
   If WS-U-IDX < 1 Or WS-U-IDX > 9999
      Move Zeros To WS-T-IDX
   Else
      Move WS-LINHA-TRAN(WS-U-IDX) To WS-T-IDX
   End-if.
 Acha-Transportadora-Exit.
   Exit.
*
 Carrega-Parametros.
   Move "DESEMP-META-PONT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-META-PONT
   End-if
   Move "DESEMP-META-ENTR" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-META-ENTR
   End-if
*  Without its own row the loss target is the tolerance PROG902
*  already prints against.
   Move "QUEBRA-TOLERANCIA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-META-QUEB
   End-if
   Move "DESEMP-META-QUEB" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-META-QUEB
   End-if
   Move "DESEMP-META-OCOR" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-META-OCOR
   End-if
   Move "DESEMP-META-DIVE" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-META-DIVE
   End-if
   Move "DESEMP-PESO-PONT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-PESO-PONT
   End-if
   Move "DESEMP-PESO-ENTR" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-PESO-ENTR
   End-if
   Move "DESEMP-PESO-QUEB" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-PESO-QUEB
   End-if
   Move "DESEMP-PESO-OCOR" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-PESO-OCOR
   End-if
   Move "DESEMP-PESO-DIVE" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-PESO-DIVE
   End-if
   Move "DESEMP-PRAZO-DIAS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-PRAZO-DIAS
   End-if
   Move "DESEMP-TOLER-MIN" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-TOLER-MIN
   End-if
   Move "FRETE-TOLERANCIA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-TOLER-FRETE
   End-if
   Move "UNIDADE-RAZAO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR(1:35) To WS-RAZAO
   End-if.
 Carrega-Parametros-Exit.
   Exit.
*
 Carrega-Transportadoras.
   Perform Varying WS-U-IDX From 1 By 1 Until WS-U-IDX > 9999
      Move Zeros To WS-LINHA-TRAN(WS-U-IDX)
   End-Perform
   Perform Until Fim-TRANSP
      Read TRANSP Next Record
         At End Move "10" To Stat-TRANSP
      End-Read
      If Not Fim-TRANSP And Valido-TRANSP
         And TR-CODIGO > Zeros
         If WS-QTD-TRAN < max-transp
            Add 1 To WS-QTD-TRAN
            Initialize WS-T(WS-QTD-TRAN)
            Move TR-CODIGO      To WS-T-CODIGO(WS-QTD-TRAN)
            Move TR-NOME(1:18)  To WS-T-NOME(WS-QTD-TRAN)
            Move WS-QTD-TRAN    To WS-LINHA-TRAN(TR-CODIGO)
         Else
            If Not Tabela-Cheia-Avisada
               Display "Mais de " max-transp " transportadoras -"
                       " as excedentes ficam fora."
               Move "S" To WS-TABELA-AVISADA
            End-if
         End-if
      End-if
   End-Perform.
 Carrega-Transportadoras-Exit.
   Exit.
*
*  The invoiced orders of each month: how many (the base of the
*  occurrence rate) and, when both weights exist, the weight that
*  left against the weight the client acknowledged.
 Mede-Pedidos.
   Perform Until Fim-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Not Fim-ORDE And Valido-ORDE And Situacao-Faturado
         Move ORDE-EMIS To WS-DATA-BRUTA
         Perform Normaliza-Data Thru Normaliza-Data-Exit
         Perform Acha-Mes Thru Acha-Mes-Exit
         Move ORDE-TRAN To WS-U-IDX
         Perform Acha-Transportadora Thru Acha-Transportadora-Exit
         If WS-MES-IDX > Zeros And WS-T-IDX > Zeros
            Add 1 To WS-TM-PEDIDOS(WS-T-IDX, WS-MES-IDX)
            Move Zeros To WS-QDFA-PEDIDO
            Perform Varying WS-LIN-IDX From 1 By 1
                      Until WS-LIN-IDX > 20
               Add ORDE-QDFA(WS-LIN-IDX) To WS-QDFA-PEDIDO
            End-Perform
            If ORDE-LIQU > Zeros And WS-QDFA-PEDIDO > Zeros
               Add ORDE-LIQU
                 To WS-TM-SAIDA(WS-T-IDX, WS-MES-IDX)
               Add WS-QDFA-PEDIDO
                 To WS-TM-ACEITO(WS-T-IDX, WS-MES-IDX)
            End-if
         End-if
      End-if
   End-Perform
   Move "00" To Stat-ORDE.
 Mede-Pedidos-Exit.
   Exit.
*
*  Every booking of the six months up to yesterday, against the
*  first visit of its order at the gate that day. A yard without
*  the calendar or the gate log simply has no punctuality.
 Mede-Pontualidade.
   Move Spaces to PathAGENDA.
   String Lk-Unidade          Delimited By Size
          "\DADOS\AGENDA.DAT" Delimited By Size
          Into PathAGENDA
   End-String.
   Open Input AGENDA
   If Not Valido-AGENDA
      Go To Mede-Pontualidade-Exit
   End-if
   Move Spaces to PathPORTARIA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\PORTARIA.DAT" Delimited By Size
          Into PathPORTARIA
   End-String.
   Open Input PORTARIA
   If Not Valido-PORTARIA
      Close AGENDA
      Go To Mede-Pontualidade-Exit
   End-if

   Move WS-JANELA-INI To AG-DATA
   Move Zeros         To AG-SLOT
   Start AGENDA Key Is Not Less AG-CHAVE
      Invalid Key Move "10" To Stat-AGENDA
   End-Start
   Perform Until Fim-AGENDA
      Read AGENDA Next Record
         At End Move "10" To Stat-AGENDA
      End-Read
      If Not Fim-AGENDA And Valido-AGENDA
         If AG-DATA > WS-JANELA-FIM
            Or AG-DATA Not < WS-DATA-SISTEMA-X
            Move "10" To Stat-AGENDA
         Else
            Perform Avalia-Agendamento Thru Avalia-Agendamento-Exit
         End-if
      End-if
   End-Perform
   Close PORTARIA
   Close AGENDA.
 Mede-Pontualidade-Exit.
   Exit.
*
 Avalia-Agendamento.
   If AG-NUME Not > Zeros
      Go To Avalia-Agendamento-Exit
   End-if
   Move AG-NUME To ORDE-NUME
   Read ORDE
      Invalid Key Go To Avalia-Agendamento-Exit
   End-Read
*  A cancelled order's empty slot is not the carrier's doing.
   If Situacao-Cancelado
      Go To Avalia-Agendamento-Exit
   End-if
   Move AG-DATA To WS-DATA-NORM
   Perform Acha-Mes Thru Acha-Mes-Exit
   Move ORDE-TRAN To WS-U-IDX
   Perform Acha-Transportadora Thru Acha-Transportadora-Exit
   If WS-MES-IDX = Zeros Or WS-T-IDX = Zeros
      Go To Avalia-Agendamento-Exit
   End-if
   Add 1 To WS-TM-AGENDA(WS-T-IDX, WS-MES-IDX)

   Move 9999 To WS-MIN-PRIMEIRA
   Move AG-DATA To PT-DATA
   Move Zeros   To PT-SEQ
   Start PORTARIA Key Is Not Less PT-CHAVE
      Invalid Key Move "10" To Stat-PORTARIA
   End-Start
   Perform Until Fim-PORTARIA
      Read PORTARIA Next Record
         At End Move "10" To Stat-PORTARIA
      End-Read
      If Not Fim-PORTARIA And Valido-PORTARIA
         If PT-DATA Not = AG-DATA
            Move "10" To Stat-PORTARIA
         Else
            If PT-NUME = AG-NUME And PT-HR-ENTRADA(1:2) Numeric
               And PT-HR-ENTRADA(4:2) Numeric
               Move PT-HR-ENTRADA(1:2) To WS-HH
               Move PT-HR-ENTRADA(4:2) To WS-MM
               Compute WS-MIN-ENTRADA = WS-HH * 60 + WS-MM
               If WS-MIN-ENTRADA < WS-MIN-PRIMEIRA
                  Move WS-MIN-ENTRADA To WS-MIN-PRIMEIRA
               End-if
            End-if
         End-if
      End-if
   End-Perform
   Move "00" To Stat-PORTARIA
*  On time: in before the slot's hour is over plus the tolerance
*  (early counts as on time).
   Compute WS-MIN-LIMITE = AG-SLOT * 60 + WS-TOLER-MIN
   If WS-MIN-PRIMEIRA < WS-MIN-LIMITE
      Add 1 To WS-TM-PONTUAL(WS-T-IDX, WS-MES-IDX)
   End-if.
 Avalia-Agendamento-Exit.
   Exit.
*
*  Deliveries of each month, days from the invoice.
 Mede-Entregas.
   Move Spaces to PathENTREGA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ENTREGA.DAT" Delimited By Size
          Into PathENTREGA
   End-String.
   Open Input ENTREGA
   If Not Valido-ENTREGA
      Go To Mede-Entregas-Exit
   End-if
   Perform Until Fim-ENTREGA
      Read ENTREGA Next Record
         At End Move "10" To Stat-ENTREGA
      End-Read
      If Not Fim-ENTREGA And Valido-ENTREGA
         Perform Avalia-Entrega Thru Avalia-Entrega-Exit
      End-if
   End-Perform
   Close ENTREGA.
 Mede-Entregas-Exit.
   Exit.
*
 Avalia-Entrega.
   Move EN-DTENT To WS-DATA-BRUTA
   Perform Normaliza-Data Thru Normaliza-Data-Exit
   Perform Acha-Mes Thru Acha-Mes-Exit
   If WS-MES-IDX = Zeros
      Go To Avalia-Entrega-Exit
   End-if
   Compute WS-DIAS-ENTREGA = WS-DN-ANO * 360
                           + WS-DN-MES * 30 + WS-DN-DIA
   Move EN-NUME To ORDE-NUME
   Read ORDE
      Invalid Key Go To Avalia-Entrega-Exit
   End-Read
   Move ORDE-TRAN To WS-U-IDX
   Perform Acha-Transportadora Thru Acha-Transportadora-Exit
   If WS-T-IDX = Zeros
      Go To Avalia-Entrega-Exit
   End-if
   Move ORDE-EMIS To WS-DATA-BRUTA
   Perform Normaliza-Data Thru Normaliza-Data-Exit
   If WS-DATA-NORM = Spaces
      Go To Avalia-Entrega-Exit
   End-if
   Compute WS-DIAS-EMISSAO = WS-DN-ANO * 360
                           + WS-DN-MES * 30 + WS-DN-DIA
   Compute WS-DIAS = WS-DIAS-ENTREGA - WS-DIAS-EMISSAO
   If WS-DIAS < Zeros
      Move Zeros To WS-DIAS
   End-if
   Add 1       To WS-TM-ENTREGA(WS-T-IDX, WS-MES-IDX)
   Add WS-DIAS To WS-TM-SOMA-DIAS(WS-T-IDX, WS-MES-IDX)
   If WS-DIAS Not > WS-PRAZO-DIAS
      Add 1 To WS-TM-NO-PRAZO(WS-T-IDX, WS-MES-IDX)
   End-if.
 Avalia-Entrega-Exit.
   Exit.
*
*  Each occurrence the carrier reported, in the month it dated it.
 Mede-Ocorrencias.
   Move Spaces to PathOCORDIV.
   String Lk-Unidade           Delimited By Size
          "\DADOS\OCORDIV.DAT" Delimited By Size
          Into PathOCORDIV
   End-String.
   Open Input OCORDIV
   If Not Valido-OCORDIV
      Go To Mede-Ocorrencias-Exit
   End-if
   Perform Until Fim-OCORDIV
      Read OCORDIV Next Record
         At End Move "10" To Stat-OCORDIV
      End-Read
      If Not Fim-OCORDIV And Valido-OCORDIV
         Move OC-DATA To WS-DATA-BRUTA
         Perform Normaliza-Data Thru Normaliza-Data-Exit
         Perform Acha-Mes Thru Acha-Mes-Exit
         If WS-MES-IDX > Zeros
            Move OC-NUME To ORDE-NUME
            Read ORDE
               Invalid Key Move Zeros To ORDE-TRAN
            End-Read
            Move ORDE-TRAN To WS-U-IDX
            Perform Acha-Transportadora
               Thru Acha-Transportadora-Exit
            If WS-T-IDX > Zeros
               Add 1 To WS-TM-OCORR(WS-T-IDX, WS-MES-IDX)
            End-if
         End-if
      End-if
   End-Perform
   Close OCORDIV.
 Mede-Ocorrencias-Exit.
   Exit.
*
*  Each conhecimento of the month confronted as PROG968 does; an
*  order it lists that no longer exists makes it divergent too.
 Mede-Conhecimentos.
   Move Spaces to PathCTRC.
   String Lk-Unidade        Delimited By Size
          "\DADOS\CTRC.DAT" Delimited By Size
          Into PathCTRC
   End-String.
   Open Input CTRC
   If Not Valido-CTRC
      Go To Mede-Conhecimentos-Exit
   End-if
   Perform Until Fim-CTRC
      Read CTRC Next Record
         At End Move "10" To Stat-CTRC
      End-Read
      If Not Fim-CTRC And Valido-CTRC
         Perform Avalia-Conhecimento Thru Avalia-Conhecimento-Exit
      End-if
   End-Perform
   Close CTRC.
 Mede-Conhecimentos-Exit.
   Exit.
*
 Avalia-Conhecimento.
   Move CT-DATA To WS-DATA-BRUTA
   Perform Normaliza-Data Thru Normaliza-Data-Exit
   Perform Acha-Mes Thru Acha-Mes-Exit
   Move CT-TRAN To WS-U-IDX
   Perform Acha-Transportadora Thru Acha-Transportadora-Exit
   If WS-MES-IDX = Zeros Or WS-T-IDX = Zeros
      Go To Avalia-Conhecimento-Exit
   End-if
   Move Zeros To WS-FRETE-APURADO WS-QTD-SEM-PEDIDO
   Perform Varying WS-PED-IDX From 1 By 1 Until WS-PED-IDX > 20
      If CT-PEDIDO(WS-PED-IDX) > Zeros
         Move CT-PEDIDO(WS-PED-IDX) To ORDE-NUME
         Read ORDE
            Invalid Key
               Add 1 To WS-QTD-SEM-PEDIDO
            Not Invalid Key
               Add ORDE-FRET To WS-FRETE-APURADO
               Add ORDE-ICFR To WS-FRETE-APURADO
         End-Read
      End-if
   End-Perform
   Compute WS-DIFERENCA = CT-VALOR - WS-FRETE-APURADO
   If WS-DIFERENCA < Zeros
      Compute WS-DIFERENCA = Zeros - WS-DIFERENCA
   End-if
   Compute WS-MARGEM Rounded =
           WS-FRETE-APURADO * WS-TOLER-FRETE / 100
   Add 1 To WS-TM-CTRC(WS-T-IDX, WS-MES-IDX)
   If WS-QTD-SEM-PEDIDO > Zeros Or WS-DIFERENCA > WS-MARGEM
      Add 1 To WS-TM-DIVERG(WS-T-IDX, WS-MES-IDX)
   End-if.
 Avalia-Conhecimento-Exit.
   Exit.
*
*  One carrier-month (WS-T-IDX, WS-M): each measured indicator
*  against its target, -1 for the ones with nothing to measure,
*  and the weighted score over the measured ones.
 Calcula-Nota.
   Move Zeros To WS-PCT-PONT WS-PCT-ENTR WS-MEDIA-DIAS
                 WS-PCT-QUEB WS-IND-OCOR WS-PCT-DIVE
                 WS-SOMA-PONDERADA WS-SOMA-PESOS
   Move -1 To WS-PTS-PONT WS-PTS-ENTR WS-PTS-QUEB
              WS-PTS-OCOR WS-PTS-DIVE

   If WS-TM-AGENDA(WS-T-IDX, WS-M) > Zeros
      Compute WS-PCT-PONT Rounded =
              WS-TM-PONTUAL(WS-T-IDX, WS-M) * 100
            / WS-TM-AGENDA(WS-T-IDX, WS-M)
      Move WS-PCT-PONT  To WS-VALOR
      Move WS-META-PONT To WS-META
      Perform Pontua-Maior-Melhor Thru Pontua-Maior-Melhor-Exit
      Move WS-PTS To WS-PTS-PONT
      Compute WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                                + WS-PTS * WS-PESO-PONT
      Add WS-PESO-PONT To WS-SOMA-PESOS
   End-if
   If WS-TM-ENTREGA(WS-T-IDX, WS-M) > Zeros
      Compute WS-PCT-ENTR Rounded =
              WS-TM-NO-PRAZO(WS-T-IDX, WS-M) * 100
            / WS-TM-ENTREGA(WS-T-IDX, WS-M)
      Compute WS-MEDIA-DIAS Rounded =
              WS-TM-SOMA-DIAS(WS-T-IDX, WS-M)
            / WS-TM-ENTREGA(WS-T-IDX, WS-M)
      Move WS-PCT-ENTR  To WS-VALOR
      Move WS-META-ENTR To WS-META
      Perform Pontua-Maior-Melhor Thru Pontua-Maior-Melhor-Exit
      Move WS-PTS To WS-PTS-ENTR
      Compute WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                                + WS-PTS * WS-PESO-ENTR
      Add WS-PESO-ENTR To WS-SOMA-PESOS
   End-if
   If WS-TM-SAIDA(WS-T-IDX, WS-M) > Zeros
      Compute WS-PCT-QUEB Rounded =
              (WS-TM-SAIDA(WS-T-IDX, WS-M)
             - WS-TM-ACEITO(WS-T-IDX, WS-M)) * 100
            / WS-TM-SAIDA(WS-T-IDX, WS-M)
      If WS-PCT-QUEB < Zeros
         Move Zeros To WS-PCT-QUEB
      End-if
      Move WS-PCT-QUEB  To WS-VALOR
      Move WS-META-QUEB To WS-META
      Perform Pontua-Menor-Melhor Thru Pontua-Menor-Melhor-Exit
      Move WS-PTS To WS-PTS-QUEB
      Compute WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                                + WS-PTS * WS-PESO-QUEB
      Add WS-PESO-QUEB To WS-SOMA-PESOS
   End-if
   If WS-TM-PEDIDOS(WS-T-IDX, WS-M) > Zeros
      Compute WS-IND-OCOR Rounded =
              WS-TM-OCORR(WS-T-IDX, WS-M) * 100
            / WS-TM-PEDIDOS(WS-T-IDX, WS-M)
      Move WS-IND-OCOR  To WS-VALOR
      Move WS-META-OCOR To WS-META
      Perform Pontua-Menor-Melhor Thru Pontua-Menor-Melhor-Exit
      Move WS-PTS To WS-PTS-OCOR
      Compute WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                                + WS-PTS * WS-PESO-OCOR
      Add WS-PESO-OCOR To WS-SOMA-PESOS
   End-if
   If WS-TM-CTRC(WS-T-IDX, WS-M) > Zeros
      Compute WS-PCT-DIVE Rounded =
              WS-TM-DIVERG(WS-T-IDX, WS-M) * 100
            / WS-TM-CTRC(WS-T-IDX, WS-M)
      Move WS-PCT-DIVE  To WS-VALOR
      Move WS-META-DIVE To WS-META
      Perform Pontua-Menor-Melhor Thru Pontua-Menor-Melhor-Exit
      Move WS-PTS To WS-PTS-DIVE
      Compute WS-SOMA-PONDERADA = WS-SOMA-PONDERADA
                                + WS-PTS * WS-PESO-DIVE
      Add WS-PESO-DIVE To WS-SOMA-PESOS
   End-if

   If WS-SOMA-PESOS > Zeros
      Compute WS-TM-PONTOS(WS-T-IDX, WS-M) Rounded =
              WS-SOMA-PONDERADA / WS-SOMA-PESOS
   Else
      Move -1 To WS-TM-PONTOS(WS-T-IDX, WS-M)
   End-if.
 Calcula-Nota-Exit.
   Exit.
*
*  Up to the target in proportion; at or above it, full points.
 Pontua-Maior-Melhor.
   If WS-VALOR Not < WS-META
      Move 100 To WS-PTS
   Else
      Compute WS-PTS = WS-VALOR * 100 / WS-META
   End-if.
 Pontua-Maior-Melhor-Exit.
   Exit.
*
*  Full points up to the target, nothing at twice it or more.
 Pontua-Menor-Melhor.
   If WS-VALOR Not > WS-META
      Move 100 To WS-PTS
   Else
      Compute WS-PTS = 100 - (WS-VALOR - WS-META) * 100 / WS-META
      If WS-PTS < Zeros
         Move Zeros To WS-PTS
      End-if
   End-if.
 Pontua-Menor-Melhor-Exit.
   Exit.
*
*  Rank within month WS-M: one plus the carriers that scored
*  more; equal scores share the place.
 Classifica-Mes.
   Perform Varying WS-T-IDX From 1 By 1 Until WS-T-IDX > WS-QTD-TRAN
      Move Zeros To WS-TM-POSICAO(WS-T-IDX, WS-M)
      If WS-TM-PONTOS(WS-T-IDX, WS-M) Not < Zeros
         Move 1 To WS-TM-POSICAO(WS-T-IDX, WS-M)
         Perform Varying WS-U-IDX From 1 By 1
                   Until WS-U-IDX > WS-QTD-TRAN
            If WS-TM-PONTOS(WS-U-IDX, WS-M)
               > WS-TM-PONTOS(WS-T-IDX, WS-M)
               Add 1 To WS-TM-POSICAO(WS-T-IDX, WS-M)
            End-if
         End-Perform
      End-if
   End-Perform.
 Classifica-Mes-Exit.
   Exit.
*
*  Calcula-Nota has just refreshed the figures of (WS-T-IDX,
*  WS-M); a month with nothing measured leaves no row behind.
 Grava-Desempenho.
   Initialize DESEMP-REGI
   Move WS-T-CODIGO(WS-T-IDX) To DS-TRAN
   Move WS-MES-COMP(WS-M)     To DS-COMPETENCIA
   If WS-TM-POSICAO(WS-T-IDX, WS-M) = Zeros
      Delete DESEMP Record
         Invalid Key Continue
      End-Delete
      Go To Grava-Desempenho-Exit
   End-if
   Move WS-TM-AGENDA(WS-T-IDX, WS-M)    To DS-QTD-AGENDA
   Move WS-TM-PONTUAL(WS-T-IDX, WS-M)   To DS-QTD-PONTUAL
   Move WS-PCT-PONT                     To DS-PCT-PONT
   Move WS-PTS-PONT                     To DS-PTS-PONT
   Move WS-TM-ENTREGA(WS-T-IDX, WS-M)   To DS-QTD-ENTREGA
   Move WS-TM-NO-PRAZO(WS-T-IDX, WS-M)  To DS-QTD-NO-PRAZO
   Move WS-MEDIA-DIAS                   To DS-MEDIA-DIAS
   Move WS-PCT-ENTR                     To DS-PCT-ENTR
   Move WS-PTS-ENTR                     To DS-PTS-ENTR
   Move WS-TM-SAIDA(WS-T-IDX, WS-M)     To DS-PESO-SAIDA
   Move WS-TM-ACEITO(WS-T-IDX, WS-M)    To DS-PESO-ACEITO
   Move WS-PCT-QUEB                     To DS-PCT-QUEB
   Move WS-PTS-QUEB                     To DS-PTS-QUEB
   Move WS-TM-PEDIDOS(WS-T-IDX, WS-M)   To DS-QTD-PEDIDOS
   Move WS-TM-OCORR(WS-T-IDX, WS-M)     To DS-QTD-OCORR
   Move WS-IND-OCOR                     To DS-IND-OCOR
   Move WS-PTS-OCOR                     To DS-PTS-OCOR
   Move WS-TM-CTRC(WS-T-IDX, WS-M)      To DS-QTD-CTRC
   Move WS-TM-DIVERG(WS-T-IDX, WS-M)    To DS-QTD-DIVERG
   Move WS-PCT-DIVE                     To DS-PCT-DIVE
   Move WS-PTS-DIVE                     To DS-PTS-DIVE
   Move WS-TM-PONTOS(WS-T-IDX, WS-M)    To DS-PONTOS
   Move WS-TM-POSICAO(WS-T-IDX, WS-M)   To DS-POSICAO
   Move WS-DATA-SISTEMA                 To DS-DTIN
   Move WS-HORA-SISTEMA                 To DS-HRIN
   Move Oper-Nome                       To DS-OPER
   Write DESEMP-REGI
      Invalid Key
         Rewrite DESEMP-REGI
            Invalid Key
               Display "erro DESEMP " Stat-DESEMP
         End-Rewrite
   End-Write.
 Grava-Desempenho-Exit.
   Exit.
*
*  The asked month, best first, with each indicator ("-" when
*  the month had nothing to measure it on).
 Imprime-Ranking.
   Move Spaces To ROMREL-REGI
   String "DESEMPENHO DAS TRANSPORTADORAS - " WS-COMP-X(5:2) "/"
          WS-COMP-X(1:4) " - " WS-RAZAO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "POS TRAN NOME               PONT%  ENTR%  DIAS  QUEB%  OC/100"
        To ROMREL-REGI
   Move "  DIVE%   NOTA" To ROMREL-REGI(63:14)
   Write ROMREL-REGI
   Move All "-" To ROMREL-REGI
   Write ROMREL-REGI

   Perform Varying WS-POS-ATUAL From 1 By 1
             Until WS-POS-ATUAL > WS-QTD-TRAN
      Perform Varying WS-T-IDX From 1 By 1
                Until WS-T-IDX > WS-QTD-TRAN
         If WS-TM-POSICAO(WS-T-IDX, 6) = WS-POS-ATUAL
            Perform Imprime-Linha-Ranking
               Thru Imprime-Linha-Ranking-Exit
         End-if
      End-Perform
   End-Perform
   If WS-QTD-MEDIDAS = Zeros
      Move "Nenhuma transportadora com movimento no mes."
           To ROMREL-REGI
      Write ROMREL-REGI
   End-if

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-META-PONT To WS-META-ED
   Move WS-PESO-PONT To WS-PESO-ED
   Move Spaces To ROMREL-REGI
   Move 1 To WS-REL-PONTEIRO
   String "METAS/PESOS: PONT >=" WS-META-ED "% (peso " WS-PESO-ED
          ")  ENTR >="
          Delimited By Size Into ROMREL-REGI
          With Pointer WS-REL-PONTEIRO
   End-String
   Move WS-META-ENTR To WS-META-ED
   Move WS-PESO-ENTR To WS-PESO-ED
   Move WS-PRAZO-DIAS To WS-PRAZO-ED
   String WS-META-ED "% em " WS-PRAZO-ED
          " dias (peso " WS-PESO-ED ")"
          Delimited By Size Into ROMREL-REGI
          With Pointer WS-REL-PONTEIRO
   End-String
   Write ROMREL-REGI
   Move WS-META-QUEB To WS-META-ED
   Move WS-PESO-QUEB To WS-PESO-ED
   Move Spaces To ROMREL-REGI
   Move 1 To WS-REL-PONTEIRO
   String "             QUEB <=" WS-META-ED "% (peso " WS-PESO-ED
          ")  OCOR <="
          Delimited By Size Into ROMREL-REGI
          With Pointer WS-REL-PONTEIRO
   End-String
   Move WS-META-OCOR To WS-META-ED
   Move WS-PESO-OCOR To WS-PESO-ED
   String WS-META-ED "/100 (peso " WS-PESO-ED ")"
          Delimited By Size Into ROMREL-REGI
          With Pointer WS-REL-PONTEIRO
   End-String
   Write ROMREL-REGI
   Move WS-META-DIVE To WS-META-ED
   Move WS-PESO-DIVE To WS-PESO-ED
   Move WS-TOLER-MIN To WS-PRAZO-ED
   Move Spaces To ROMREL-REGI
   String "             DIVE <=" WS-META-ED "% (peso " WS-PESO-ED
          ")  PONT = chegada ate o fim do horario + " WS-PRAZO-ED
          " min"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Imprime-Ranking-Exit.
   Exit.
*
 Imprime-Linha-Ranking.
   Move 6 To WS-M
   Perform Calcula-Nota Thru Calcula-Nota-Exit
   Add 1 To WS-QTD-MEDIDAS
   Move Spaces                         To WS-D-RANK
   Move WS-TM-POSICAO(WS-T-IDX, 6)     To WS-DR-POS
   Move WS-T-CODIGO(WS-T-IDX)          To WS-DR-TRAN
   Move WS-T-NOME(WS-T-IDX)            To WS-DR-NOME
   Move "    -" To WS-DR-PONT WS-DR-ENTR WS-DR-QUEB
                   WS-DR-OCOR WS-DR-DIVE
   Move "   -"  To WS-DR-DIAS
   If WS-PTS-PONT Not < Zeros
      Move WS-PCT-PONT To WS-PCT-ED
      Move WS-PCT-ED   To WS-DR-PONT
   End-if
   If WS-PTS-ENTR Not < Zeros
      Move WS-PCT-ENTR   To WS-PCT-ED
      Move WS-PCT-ED     To WS-DR-ENTR
      Move WS-MEDIA-DIAS To WS-DIAS-ED
      Move WS-DIAS-ED    To WS-DR-DIAS
   End-if
   If WS-PTS-QUEB Not < Zeros
      Move WS-PCT-QUEB To WS-QUEB-ED
      Move WS-QUEB-ED  To WS-DR-QUEB
   End-if
   If WS-PTS-OCOR Not < Zeros
      Move WS-IND-OCOR To WS-PCT-ED
      Move WS-PCT-ED   To WS-DR-OCOR
   End-if
   If WS-PTS-DIVE Not < Zeros
      Move WS-PCT-DIVE To WS-PCT-ED
      Move WS-PCT-ED   To WS-DR-DIVE
   End-if
   Move WS-TM-PONTOS(WS-T-IDX, 6) To WS-DR-NOTA
   Move WS-D-RANK To ROMREL-REGI
   Write ROMREL-REGI.
 Imprime-Linha-Ranking-Exit.
   Exit.
*
*  Six months of score per carrier - the month's ranking first,
*  then whoever was measured only in the earlier months. SOBE/CAI
*  compares the month with the average of the earlier measured
*  ones (two points either way is ESTAVEL).
 Imprime-Tendencia.
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Move "TENDENCIA DA NOTA - ULTIMOS SEIS MESES" To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Move "POS TRAN NOME" To ROMREL-REGI
   Perform Varying WS-M From 1 By 1 Until WS-M > 6
      Compute WS-LIN-IDX = 28 + (WS-M - 1) * 7
      Move WS-MES-COMP(WS-M)(5:2) To ROMREL-REGI(WS-LIN-IDX:2)
      Move "/"                    To ROMREL-REGI(WS-LIN-IDX + 2:1)
      Move WS-MES-COMP(WS-M)(3:2) To ROMREL-REGI(WS-LIN-IDX + 3:2)
   End-Perform
   Move "TENDENCIA" To ROMREL-REGI(70:9)
   Write ROMREL-REGI
   Move All "-" To ROMREL-REGI
   Write ROMREL-REGI

   Perform Varying WS-POS-ATUAL From 1 By 1
             Until WS-POS-ATUAL > WS-QTD-TRAN
      Perform Varying WS-T-IDX From 1 By 1
                Until WS-T-IDX > WS-QTD-TRAN
         If WS-TM-POSICAO(WS-T-IDX, 6) = WS-POS-ATUAL
            Perform Imprime-Linha-Tendencia
               Thru Imprime-Linha-Tendencia-Exit
         End-if
      End-Perform
   End-Perform
   Perform Varying WS-T-IDX From 1 By 1 Until WS-T-IDX > WS-QTD-TRAN
      If WS-TM-POSICAO(WS-T-IDX, 6) = Zeros
         Move "N" To WS-PARAM-ACHADO
         Perform Varying WS-M From 1 By 1 Until WS-M > 5
            If WS-TM-POSICAO(WS-T-IDX, WS-M) > Zeros
               Move "S" To WS-PARAM-ACHADO
            End-if
         End-Perform
         If WS-PARAM-ACHADO = "S"
            Perform Imprime-Linha-Tendencia
               Thru Imprime-Linha-Tendencia-Exit
         End-if
      End-if
   End-Perform.
 Imprime-Tendencia-Exit.
   Exit.
*
 Imprime-Linha-Tendencia.
   Move Spaces To WS-D-TEND
   If WS-TM-POSICAO(WS-T-IDX, 6) > Zeros
      Move WS-TM-POSICAO(WS-T-IDX, 6) To WS-DT-POS
   End-if
   Move WS-T-CODIGO(WS-T-IDX) To WS-DT-TRAN
   Move WS-T-NOME(WS-T-IDX)   To WS-DT-NOME
   Move Zeros To WS-MEDIA-ANT WS-QTD-ANT
   Perform Varying WS-M From 1 By 1 Until WS-M > 6
      If WS-TM-PONTOS(WS-T-IDX, WS-M) < Zeros
         Move "     -" To WS-DT-MES(WS-M)
      Else
         Move WS-TM-PONTOS(WS-T-IDX, WS-M) To WS-NOTA-ED
         Move Spaces To WS-DT-MES(WS-M)
         Move WS-NOTA-ED To WS-DT-MES(WS-M)(2:5)
         If WS-M < 6
            Add WS-TM-PONTOS(WS-T-IDX, WS-M) To WS-MEDIA-ANT
            Add 1 To WS-QTD-ANT
         End-if
      End-if
   End-Perform
   Evaluate True
      When WS-TM-PONTOS(WS-T-IDX, 6) < Zeros
         Move "SEM MES" To WS-DT-SENTIDO
      When WS-QTD-ANT = Zeros
         Move "NOVA"    To WS-DT-SENTIDO
      When Other
         Compute WS-MEDIA-ANT Rounded = WS-MEDIA-ANT / WS-QTD-ANT
         Evaluate True
            When WS-TM-PONTOS(WS-T-IDX, 6) > WS-MEDIA-ANT + 2
               Move "SOBE"    To WS-DT-SENTIDO
            When WS-TM-PONTOS(WS-T-IDX, 6) < WS-MEDIA-ANT - 2
               Move "CAI"     To WS-DT-SENTIDO
            When Other
               Move "ESTAVEL" To WS-DT-SENTIDO
         End-Evaluate
   End-Evaluate
   Move WS-D-TEND To ROMREL-REGI
   Write ROMREL-REGI.
 Imprime-Linha-Tendencia-Exit.
   Exit.
*
*  AAAAMMDD or AAAA-MM-DD, both shapes the suite keeps, into
*  AAAAMMDD; anything else comes back as spaces.
 Normaliza-Data.
   Move Spaces To WS-DATA-NORM
   If WS-DATA-BRUTA(5:1) = "-"
      Move WS-DATA-BRUTA(1:4) To WS-DATA-NORM(1:4)
      Move WS-DATA-BRUTA(6:2) To WS-DATA-NORM(5:2)
      Move WS-DATA-BRUTA(9:2) To WS-DATA-NORM(7:2)
   Else
      If WS-DATA-BRUTA(1:8) Not = Spaces
         Move WS-DATA-BRUTA(1:8) To WS-DATA-NORM
      End-if
   End-if
   If WS-DATA-NORM Not Numeric
      Move Spaces To WS-DATA-NORM
   End-if.
 Normaliza-Data-Exit.
   Exit.
