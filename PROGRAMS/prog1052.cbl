*ESTADIA DE VEICULOS RETIDOS NO PATIO - CALCULO E LANCAMENTO
 Identification Division.
 Program-Id. PROG1052.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\PORTARIA.SL".
   Copy "..\COPY\AGENDA.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=PORTARIA
   Copy "..\COPY\PORTARIA.FD".
$XFD FILE=AGENDA
   Copy "..\COPY\AGENDA.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The demurrage we owe, worked out from our own gate log: every
*  finished visit of the period (PORTARIA.DAT, PROG938) that
*  carries an order is measured from the moment the clock may
*  start to the gate-out. The clock starts at the arrival, or at
*  the booked AGENDA.DAT slot when the truck came early; a truck
*  that arrived after its slot's hour was over is owed nothing -
*  the wait was its own doing. A visit whose order has no slot
*  that day counts from the arrival.
*
*  What stays beyond the legal free period (ESTADIA-HORAS-
*  LIVRES, default 5 hours) is due per tonne of the order's net
*  weight and per hour or fraction, at ESTADIA-VALOR-TON-HORA
*  (default R$ 1,38). The amount becomes a CTRCPAG.DAT payable
*  to the order's carrier (PG-ORIGEM "E", number from GETNUM's
*  ESTADIA range stored negative - a CTRC number never is, so
*  PROG921 always finds the carrier's next CTRC free - due the
*  visit date plus the carrier's payment term as in PROG921)
*  and the visit keeps the payable's key, so
*  a rerun over the same days never posts the same stay twice.
*  Every measured visit gets its calculation sheet in
*  ESTADIA.REL - the one we answer the carrier's claim with.
*
 01  Stat-PORTARIA       PIC X(002).
     88 Valido-PORTARIA  Value "00" THRU "09".
     88 Fim-PORTARIA     Value "10".
 01  PATHPORTARIA        PIC X(060).
 01  Stat-AGENDA         PIC X(002).
     88 Valido-AGENDA    Value "00" THRU "09".
 01  PATHAGENDA          PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
 01  PATHTRANSP          PIC X(060).
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Duplicado-CTRCPAG Value "22".
 01  PATHCTRCPAG         PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-TEM-AGENDA       PIC X(001) VALUE "N".
     88 Tem-Agenda       Value "S".
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-HORAS-LIVRES     PIC S9(003)V99 VALUE 5.
 01  WS-VALOR-TON-HORA   PIC S9(005)V9999 VALUE 1,38.
 01  WS-PRAZO-PADRAO     PIC S9(003) COMP-5 VALUE 30.
*
 01  WS-DATA-INICIAL     PIC X(008) VALUE SPACES.
 01  WS-DATA-FINAL       PIC X(008) VALUE SPACES.
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
 01  WS-NUM-TIPO         PIC X(008) VALUE "ESTADIA".
 01  WS-NUM-ALOCADO      PIC S9(006) COMP-5.
 01  WS-NUM-OK           PIC X(001).
 01  WS-TENTATIVA        PIC 9(002) COMP-X.
*
*  One visit under measure.
 01  WS-ACHOU-SLOT       PIC X(001).
     88 Achou-Slot       Value "S".
 01  WS-SLOT             PIC 9(002).
 01  WS-SLOT-IDX         PIC 9(002).
 01  WS-ATRASADO         PIC X(001).
     88 Chegou-Atrasado  Value "S".
 01  WS-HH               PIC 9(002).
 01  WS-MM               PIC 9(002).
 01  WS-MIN-ENTRADA      PIC S9(009) COMP-5.
 01  WS-MIN-SLOT         PIC S9(009) COMP-5.
 01  WS-MIN-INICIO       PIC S9(009) COMP-5.
 01  WS-MIN-SAIDA        PIC S9(009) COMP-5.
 01  WS-MINUTOS          PIC S9(009) COMP-5.
 01  WS-MIN-LIVRES       PIC S9(009) COMP-5.
 01  WS-MIN-EXCESSO      PIC S9(009) COMP-5.
 01  WS-HORAS-EXCESSO    PIC S9(005) COMP-5.
 01  WS-RESTO            PIC S9(009) COMP-5.
 01  WS-TONELADAS        PIC S9(009)V999 COMP-3.
 01  WS-VALOR-ESTADIA    PIC S9(011)V99 COMP-3.
 01  WS-RESULTADO        PIC X(060).
*
 01  WS-PRAZO-DIAS       PIC S9(003) COMP-5.
 01  WS-DIA-IDX          PIC S9(003) COMP-5.
 01  WS-DU-ANO           PIC 9(004).
 01  WS-DU-MES           PIC 9(002).
 01  WS-DU-DIA           PIC 9(002).
 01  WS-ZL-RESTO         PIC S9(009) COMP-5.
 01  WS-ZL-H             PIC S9(009) COMP-5.
 01  WS-MESES-TAB        PIC X(024)
     VALUE "312831303130313130313031".
 01  WS-MESES-R REDEFINES WS-MESES-TAB.
     03 WS-MES-DIAS      PIC 9(002) OCCURS 12.
*
 01  WS-SEQ-ED           PIC Z(003)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-PAGAVEL-ED       PIC -(005)9.
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-MIN-ED           PIC Z(004)9.
 01  WS-HORAS-ED         PIC ZZ9,99.
 01  WS-HEXC-ED          PIC Z(003)9.
 01  WS-TON-ED           PIC ZZZ.ZZ9,999.
 01  WS-TAXA-ED          PIC ZZ9,9999.
 01  WS-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
 01  WS-INICIO-ED        PIC X(005).
*
 01  WS-QTD-MEDIDAS      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-LANCADAS     PIC 9(006) VALUE ZEROS.
 01  WS-QTD-JA-LANCADAS  PIC 9(006) VALUE ZEROS.
 01  WS-QTD-FALHAS       PIC 9(006) VALUE ZEROS.
 01  WS-TOTAL-LANCADO    PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
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
   Display "Data inicial (AAAAMMDD): " With No Advancing
   Accept WS-DATA-INICIAL
   Display "Data final   (AAAAMMDD): " With No Advancing
   Accept WS-DATA-FINAL
   If WS-DATA-INICIAL Not Numeric Or WS-DATA-FINAL Not Numeric
      Or WS-DATA-FINAL < WS-DATA-INICIAL
      Display "Periodo invalido."
      Move 1 To Return-Code
      Exit Program
   End-if
   Perform Carrega-Parametros Thru Carrega-Parametros-Exit

   Move Spaces to PathPORTARIA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\PORTARIA.DAT" Delimited By Size
          Into PathPORTARIA
   End-String.
   Open I-O PORTARIA
   If Not Valido-PORTARIA
      Display "erro PORTARIA " Stat-PORTARIA
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathAGENDA.
   String Lk-Unidade          Delimited By Size
          "\DADOS\AGENDA.DAT" Delimited By Size
          Into PathAGENDA
   End-String.
   Open Input AGENDA
   If Valido-AGENDA
      Move "S" To WS-TEM-AGENDA
   End-if.

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Perform Fecha-Entradas Thru Fecha-Entradas-Exit
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathTRANSP.
   String Lk-Unidade        Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Not Valido-TRANSP
      Display "erro TRANSP " Stat-TRANSP
      Close ORDE
      Perform Fecha-Entradas Thru Fecha-Entradas-Exit
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathCTRCPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CTRCPAG.DAT" Delimited By Size
          Into PathCTRCPAG
   End-String.
   Open I-O CTRCPAG
   If Not Valido-CTRCPAG
      Open Output CTRCPAG
      Close CTRCPAG
      Open I-O CTRCPAG
   End-if.
   If Not Valido-CTRCPAG
      Display "erro CTRCPAG " Stat-CTRCPAG
      Close ORDE
      Close TRANSP
      Perform Fecha-Entradas Thru Fecha-Entradas-Exit
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathROMREL.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ESTADIA.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro ESTADIA.REL " Stat-ROMREL
      Close ORDE
      Close TRANSP
      Close CTRCPAG
      Perform Fecha-Entradas Thru Fecha-Entradas-Exit
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces To ROMREL-REGI
   String "ESTADIA DE VEICULOS - FILIAL " Lk-Unidade
          "  DE " WS-DATA-INICIAL " A " WS-DATA-FINAL
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-HORAS-LIVRES   To WS-HORAS-ED
   Move WS-VALOR-TON-HORA To WS-TAXA-ED
   Move Spaces To ROMREL-REGI
   String "FRANQUIA " WS-HORAS-ED " H   TAXA R$ " WS-TAXA-ED
          " POR TONELADA/HORA OU FRACAO"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Move WS-DATA-INICIAL To PT-DATA
   Move Zeros           To PT-SEQ
   Start PORTARIA Key >= PT-CHAVE
      Invalid Key Move "10" To Stat-PORTARIA
   End-Start
   Perform Until Fim-PORTARIA
      Read PORTARIA Next Record
         At End Move "10" To Stat-PORTARIA
      End-Read
      If Not Fim-PORTARIA And Valido-PORTARIA
         If PT-DATA > WS-DATA-FINAL
            Move "10" To Stat-PORTARIA
         Else
            If PT-HR-SAIDA Not = Spaces And PT-NUME > Zeros
               Perform Avalia-Visita Thru Avalia-Visita-Exit
            End-if
         End-if
      End-if
   End-Perform

   Move All "=" To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-QTD-MEDIDAS To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   String "VISITAS MEDIDAS.........: " WS-QTD-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-QTD-LANCADAS To WS-QTD-ED
   Move WS-TOTAL-LANCADO To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "ESTADIAS LANCADAS.......: " WS-QTD-ED
          "   TOTAL R$ " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-QTD-JA-LANCADAS To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   String "JA LANCADAS ANTES.......: " WS-QTD-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Close ORDE.
   Close TRANSP.
   Close CTRCPAG.
   Close ROMREL.
   Perform Fecha-Entradas Thru Fecha-Entradas-Exit
   Move "PROG1052"    To WS-SP-PROGRAMA
   Move "ESTADIA.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-LANCADAS To WS-QTD-ED
   Display WS-QTD-ED " estadia(s) lancada(s) em CTRCPAG.DAT.".
   If WS-QTD-FALHAS > Zeros
      Move WS-QTD-FALHAS To WS-QTD-ED
      Display WS-QTD-ED " estadia(s) sem lancamento - ver "
              "'ESTADIA.REL'."
      Move 1 To Return-Code
   End-if
   Display "Relatorio gravado em 'ESTADIA.REL'.".
   Exit Program.
*
 Fecha-Entradas.
   Close PORTARIA.
   If Tem-Agenda
      Close AGENDA
   End-if.
 Fecha-Entradas-Exit.
   Exit.
*
 Carrega-Parametros.
   Move "ESTADIA-HORAS-LIVRES" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-HORAS-LIVRES
   End-if
   Move "ESTADIA-VALOR-TON-HORA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-VALOR-TON-HORA
   End-if
   Move "PRAZO-PAGTO-FRETE" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-PRAZO-PADRAO
   End-if
   Compute WS-MIN-LIVRES Rounded = WS-HORAS-LIVRES * 60.
 Carrega-Parametros-Exit.
   Exit.
*
*  One finished visit with an order: where the clock starts,
*  how long the truck stayed past the free period and what that
*  is worth - then the payable, unless the visit already has one.
 Avalia-Visita.
   Move PT-NUME To ORDE-NUME
   Read ORDE
      Invalid Key Go To Avalia-Visita-Exit
   End-Read
   Move ORDE-TRAN To TR-CODIGO
   Read TRANSP
      Invalid Key
         Move Spaces To TR-NOME
         Move Zeros  To TR-PRAZO-PAGTO
   End-Read
   Add 1 To WS-QTD-MEDIDAS
   Move Spaces To WS-RESULTADO
   Move Zeros  To WS-MIN-EXCESSO WS-HORAS-EXCESSO
                  WS-VALOR-ESTADIA
   Move "N"    To WS-ATRASADO

   Move PT-HR-ENTRADA(1:2) To WS-HH
   Move PT-HR-ENTRADA(4:2) To WS-MM
   Compute WS-MIN-ENTRADA = WS-HH * 60 + WS-MM
   Move PT-HR-SAIDA(1:2) To WS-HH
   Move PT-HR-SAIDA(4:2) To WS-MM
   Compute WS-MIN-SAIDA = WS-HH * 60 + WS-MM
   If WS-MIN-SAIDA < WS-MIN-ENTRADA
      Add 1440 To WS-MIN-SAIDA
   End-if

   Perform Busca-Slot Thru Busca-Slot-Exit
   Move WS-MIN-ENTRADA To WS-MIN-INICIO
   If Achou-Slot
      Compute WS-MIN-SLOT = WS-SLOT * 60
      If WS-MIN-ENTRADA >= WS-MIN-SLOT + 60
         Move "S" To WS-ATRASADO
      Else
         If WS-MIN-ENTRADA < WS-MIN-SLOT
            Move WS-MIN-SLOT To WS-MIN-INICIO
         End-if
      End-if
   End-if
   Compute WS-MINUTOS = WS-MIN-SAIDA - WS-MIN-INICIO
   If WS-MINUTOS < Zeros
      Move Zeros To WS-MINUTOS
   End-if
   Compute WS-HH = WS-MIN-INICIO / 60
   Compute WS-MM = WS-MIN-INICIO - WS-HH * 60
   Move Spaces To WS-INICIO-ED
   String WS-HH ":" WS-MM Delimited By Size Into WS-INICIO-ED
   End-String

   Compute WS-TONELADAS = ORDE-LIQU / 1000
   Evaluate True
      When Estadia-Lancada
         Add 1 To WS-QTD-JA-LANCADAS
         Move PT-EST-TRAN   To WS-TRAN-ED
         Move PT-EST-NUMERO To WS-PAGAVEL-ED
         String "JA LANCADA - PAGAVEL " WS-TRAN-ED "/" WS-PAGAVEL-ED
                Delimited By Size Into WS-RESULTADO
         End-String
      When Chegou-Atrasado
         Move "NADA DEVIDO - CHEGOU DEPOIS DO HORARIO AGENDADO"
              To WS-RESULTADO
      When WS-MINUTOS <= WS-MIN-LIVRES
         Move "NADA DEVIDO - DENTRO DA FRANQUIA" To WS-RESULTADO
      When WS-TONELADAS Not > Zeros
         Move "NADA DEVIDO - PEDIDO SEM PESO LIQUIDO"
              To WS-RESULTADO
      When Other
         Compute WS-MIN-EXCESSO = WS-MINUTOS - WS-MIN-LIVRES
         Divide WS-MIN-EXCESSO By 60 Giving WS-HORAS-EXCESSO
                Remainder WS-RESTO
         If WS-RESTO > Zeros
            Add 1 To WS-HORAS-EXCESSO
         End-if
         Compute WS-VALOR-ESTADIA Rounded =
                 WS-HORAS-EXCESSO * WS-TONELADAS * WS-VALOR-TON-HORA
         Perform Lanca-Estadia Thru Lanca-Estadia-Exit
   End-Evaluate
   Perform Imprime-Calculo Thru Imprime-Calculo-Exit.
 Avalia-Visita-Exit.
   Exit.
*
*  The order's booked hour on the visit day - one order per slot,
*  so the first match is the booking.
 Busca-Slot.
   Move "N" To WS-ACHOU-SLOT
   If Not Tem-Agenda
      Go To Busca-Slot-Exit
   End-if
   Perform Varying WS-SLOT-IDX From 0 By 1
             Until WS-SLOT-IDX > 23 Or Achou-Slot
      Move PT-DATA     To AG-DATA
      Move WS-SLOT-IDX To AG-SLOT
      Read AGENDA
         Invalid Key Continue
      End-Read
      If Valido-AGENDA And AG-NUME = PT-NUME
         Move "S"         To WS-ACHOU-SLOT
         Move WS-SLOT-IDX To WS-SLOT
      End-if
   End-Perform.
 Busca-Slot-Exit.
   Exit.
*
*  The payable: due the visit date plus the carrier's term, under
*  the negative of a number from the ESTADIA range - out of the
*  CTRC numbers' way. A number already on file (a counter set
*  back) is skipped for the next one.
 Lanca-Estadia.
   If TR-PRAZO-PAGTO > Zeros
      Move TR-PRAZO-PAGTO To WS-PRAZO-DIAS
   Else
      Move WS-PRAZO-PADRAO To WS-PRAZO-DIAS
   End-if
   Move PT-DATA(1:4) To WS-DU-ANO
   Move PT-DATA(5:2) To WS-DU-MES
   Move PT-DATA(7:2) To WS-DU-DIA
   Perform Varying WS-DIA-IDX From 1 By 1
             Until WS-DIA-IDX > WS-PRAZO-DIAS
      Perform Soma-Um-Dia Thru Soma-Um-Dia-Exit
   End-Perform

   Move Zeros To WS-TENTATIVA
   Move "22"  To Stat-CTRCPAG
   Perform Until Not Duplicado-CTRCPAG Or WS-TENTATIVA > 10
      Add 1 To WS-TENTATIVA
      Move "N" To WS-NUM-OK
      Call "GETNUM" Using Lk-Unidade WS-NUM-TIPO
                          WS-NUM-ALOCADO WS-NUM-OK
         On Exception Continue
      End-Call
      If WS-NUM-OK Not = "S"
         Add 1 To WS-QTD-FALHAS
         Move "NAO LANCADA - SEM NUMERO ESTADIA (NUMCTL.DAT)"
              To WS-RESULTADO
         Go To Lanca-Estadia-Exit
      End-if
      Initialize CTRCPAG-REGI
      Move ORDE-TRAN        To PG-TRAN
      Compute PG-NUMERO = 0 - WS-NUM-ALOCADO
      Move Spaces           To PG-VENC
      Move WS-DU-ANO        To PG-VENC(1:4)
      Move WS-DU-MES        To PG-VENC(5:2)
      Move WS-DU-DIA        To PG-VENC(7:2)
      Move WS-VALOR-ESTADIA To PG-VALOR PG-VALOR-BRUTO
      Move Zeros            To PG-VALOR-PAGO
      Move Spaces           To PG-DTPG PG-OPER-PG PG-AUTONOMO
      Move "A"              To PG-SITU
      Move WS-DATA-SISTEMA  To PG-DTIN
      Move WS-HORA-SISTEMA  To PG-HRIN
      Move PT-DATA(1:6)     To PG-COMPETENCIA
      Move "E"              To PG-ORIGEM
      Write CTRCPAG-REGI
         Invalid Key Continue
      End-Write
   End-Perform
   If Not Valido-CTRCPAG
      Add 1 To WS-QTD-FALHAS
      Move Spaces To WS-RESULTADO
      String "NAO LANCADA - ERRO CTRCPAG " Stat-CTRCPAG
             Delimited By Size Into WS-RESULTADO
      End-String
      Go To Lanca-Estadia-Exit
   End-if

   Move PG-TRAN   To PT-EST-TRAN
   Move PG-NUMERO To PT-EST-NUMERO
   Rewrite PORTARIA-REGI
      Invalid Key
         Display "Pagavel " PG-TRAN "/" PG-NUMERO
                 " sem marca na visita " PT-DATA "/" PT-SEQ
   End-Rewrite
   Add 1 To WS-QTD-LANCADAS
   Add WS-VALOR-ESTADIA To WS-TOTAL-LANCADO
   Move PG-TRAN   To WS-TRAN-ED
   Move PG-NUMERO To WS-PAGAVEL-ED
   String "LANCADA - PAGAVEL " WS-TRAN-ED "/" WS-PAGAVEL-ED
          " VENC " PG-VENC
          Delimited By Size Into WS-RESULTADO
   End-String.
 Lanca-Estadia-Exit.
   Exit.
*
 Imprime-Calculo.
   Move PT-SEQ     To WS-SEQ-ED
   Move PT-NUME    To WS-NUME-ED
   Move ORDE-TRAN  To WS-TRAN-ED
   Move All "-" To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "VISITA " PT-DATA "/" WS-SEQ-ED "  PLACA " PT-PLACA
          "  PEDIDO " WS-NUME-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "TRANSPORTADORA " WS-TRAN-ED " " TR-NOME
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   If Achou-Slot
      String "AGENDA " WS-SLOT ":00-" WS-SLOT ":59"
             "   ENTRADA " PT-HR-ENTRADA "   SAIDA " PT-HR-SAIDA
             Delimited By Size Into ROMREL-REGI
      End-String
   Else
      String "SEM AGENDA"
             "         ENTRADA " PT-HR-ENTRADA "   SAIDA " PT-HR-SAIDA
             Delimited By Size Into ROMREL-REGI
      End-String
   End-if
   Write ROMREL-REGI
   Move WS-MINUTOS To WS-MIN-ED
   Move WS-HORAS-LIVRES  To WS-HORAS-ED
   Move WS-HORAS-EXCESSO To WS-HEXC-ED
   Move Spaces To ROMREL-REGI
   String "INICIO CONTAGEM " WS-INICIO-ED
          "   PERMANENCIA " WS-MIN-ED " MIN"
          "   FRANQUIA " WS-HORAS-ED " H"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-TONELADAS     To WS-TON-ED
   Move WS-VALOR-ESTADIA To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "EXCESSO " WS-HEXC-ED " H X " WS-TON-ED " T X TAXA"
          " = R$ " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-RESULTADO To ROMREL-REGI
   Write ROMREL-REGI.
 Imprime-Calculo-Exit.
   Exit.
*
 Soma-Um-Dia.
   Add 1 To WS-DU-DIA
   If WS-DU-MES = 2
      If WS-DU-DIA > 29
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
      Else
         If WS-DU-DIA = 29
*           February 29th only exists in a leap year.
            Divide WS-DU-ANO By 4 Giving WS-ZL-RESTO
                   Remainder WS-ZL-H
            If WS-ZL-H Not = 0
               Move 1 To WS-DU-DIA
               Add 1 To WS-DU-MES
            Else
               Divide WS-DU-ANO By 100 Giving WS-ZL-RESTO
                      Remainder WS-ZL-H
               If WS-ZL-H = 0
                  Divide WS-DU-ANO By 400 Giving WS-ZL-RESTO
                         Remainder WS-ZL-H
                  If WS-ZL-H Not = 0
                     Move 1 To WS-DU-DIA
                     Add 1 To WS-DU-MES
                  End-if
               End-if
            End-if
         End-if
      End-if
   Else
      If WS-DU-DIA > WS-MES-DIAS(WS-DU-MES)
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
         If WS-DU-MES > 12
            Move 1 To WS-DU-MES
            Add 1 To WS-DU-ANO
         End-if
      End-if
   End-if.
 Soma-Um-Dia-Exit.
   Exit.
