 File-Control.
*
   Copy "..\COPY\TABFRET.SL".
   Copy "..\COPY\ROTAS.SL".
   Copy "..\COPY\ANTTPISO.SL".
   Copy "..\COPY\VEICULOS.SL".
   Copy "..\COPY\FRETACOR.SL".
   Copy "..\COPY\TARPROP.SL".
*
 Data Division.
 File Section.
$XFD FILE=TABFRET
   Copy "..\COPY\TABFRET.FD".
$XFD FILE=ROTAS
   Copy "..\COPY\ROTAS.FD".
$XFD FILE=ANTTPISO
   Copy "..\COPY\ANTTPISO.FD".
$XFD FILE=VEICULOS
   Copy "..\COPY\VEICULOS.FD".
$XFD FILE=FRETACOR
   Copy "..\COPY\FRETACOR.FD".
$XFD FILE=TARPROP
   Copy "..\COPY\TARPROP.FD".
*
 Working-Storage Section.
*
 01  WS-TF-MINIMO        PIC S9(007)V99   COMP-3.
 01  WS-FRET-ESPERADO    PIC S9(011)V99   COMP-3.
 01  WS-ICFR-ESPERADO    PIC S9(011)V99   COMP-3.
*
*  The ANTT minimum freight floor of the trip: route distance out
*  of ROTAS.DAT times the deslocamento coefficient, plus the carga
*  e descarga charge, from the ANTTPISO.DAT row in force for the
*  branch's cargo type (ANTT-TIPO-CARGA, granel solido unless
*  said otherwise) and the vehicle's axles. The caller gives the
*  axles when it knows the truck; otherwise the carrier's lightest
*  active vehicle - the lowest floor it can legally run at, so a
*  flag raised before the truck is known is a certain one. The
*  two central files and VEICULOS are optional: without them the
*  floor stays zero and nothing is flagged.
 01  Stat-ROTAS          PIC X(002).
     88 Valido-ROTAS     Value "00" THRU "09".
 01  PATHROTAS           PIC X(060)
     VALUE "..\DADOS\ROTAS.DAT".
 01  Stat-ANTTPISO       PIC X(002).
     88 Valido-ANTTPISO  Value "00" THRU "09".
 01  PATHANTTPISO        PIC X(060)
     VALUE "..\DADOS\ANTTPISO.DAT".
 01  Stat-VEICULOS       PIC X(002).
     88 Valido-VEICULOS  Value "00" THRU "09".
     88 Fim-VEICULOS     Value "10".
 01  PATHVEICULOS        PIC X(060).
 01  WS-CENTRAIS         PIC X(001) VALUE "N".
     88 Centrais-Abertos     Value "S".
 01  WS-TEM-ROTAS        PIC X(001) VALUE "N".
     88 Tem-Rotas            Value "S".
 01  WS-TEM-ANTTPISO     PIC X(001) VALUE "N".
     88 Tem-Anttpiso         Value "S".
 01  WS-TEM-VEICULOS     PIC X(001) VALUE "N".
     88 Tem-Veiculos         Value "S".
 01  WS-TIPO-CARGA       PIC X(002) VALUE "01".
 01  WS-EIXOS            PIC 9(002).
 01  WS-EIXOS-TRAN       PIC 9(002) VALUE ZEROS.
 01  WS-TRAN-EIXOS       PIC S9(004) COMP-5 VALUE ZEROS.
 01  WS-PISO-ACHADO      PIC X(001).
     88 Piso-Achado          Value "S".
 01  WS-AN-CCD           PIC S9(003)V9999 COMP-3.
 01  WS-AN-CC            PIC S9(005)V99   COMP-3.
*
*  An order the freight bidding awarded (FRETACOR.DAT, per branch
*  and optional like VEICULOS) is the winner's at the bid price:
*  carrier and route come from the award whatever the caller had,
*  the floor is still judged, the tariff only lends its ICMS rate.
 01  Stat-FRETACOR       PIC X(002).
     88 Valido-FRETACOR  Value "00" THRU "09".
 01  PATHFRETACOR        PIC X(060).
 01  WS-TEM-FRETACOR     PIC X(001) VALUE "N".
     88 Tem-Fretacor         Value "S".
*
*  A proposed tariff (TARPROP.DAT, per branch, optional) priced
*  in place of the one in force when the caller names the
*  proposal - the what-if of PROG1077, through this same rule.
 01  Stat-TARPROP        PIC X(002).
     88 Valido-TARPROP   Value "00" THRU "09".
 01  PATHTARPROP         PIC X(060).
 01  WS-TEM-TARPROP      PIC X(001) VALUE "N".
     88 Tem-Tarprop          Value "S".
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
*
 01  WS-FORM-EXPR        PIC X(250).
 01  WS-FORM-RESULT      PIC S9(012)V9(005).
*
 Inicio.
   Move "N"   To CF-ACHADA CF-COM-FORMULA CF-MINIMO-APLICADO
                 CF-ABAIXO-PISO CF-ACORDADO
   Move Zeros To CF-FRETE CF-ICFR CF-ALIQ-ICMS CF-KM CF-PISO
   If Not Centrais-Abertos
      Perform Abre-Centrais Thru Abre-Centrais-Exit
   End-if

   If CF-UNIDADE Not = WS-UNIDADE-ABERTA
      If WS-UNIDADE-ABERTA Not = Spaces
         Close TABFRET
         If Tem-Veiculos
            Close VEICULOS
         End-if
         If Tem-Fretacor
            Close FRETACOR
         End-if
         If Tem-Tarprop
            Close TARPROP
         End-if
         Move Spaces To WS-UNIDADE-ABERTA
      End-if
      Move Spaces to PathTABFRET
         Exit Program
      End-if
      Move CF-UNIDADE To WS-UNIDADE-ABERTA
      Move Zeros      To WS-TRAN-EIXOS WS-EIXOS-TRAN
      Move "N"        To WS-TEM-VEICULOS
      Move Spaces to PathVEICULOS
      String CF-UNIDADE            Delimited By Size
             "\DADOS\VEICULOS.DAT" Delimited By Size
             Into PathVEICULOS
      End-String
      Open Input VEICULOS
      If Valido-VEICULOS
         Move "S" To WS-TEM-VEICULOS
      End-if
      Move "N" To WS-TEM-FRETACOR
      Move Spaces to PathFRETACOR
      String CF-UNIDADE            Delimited By Size
             "\DADOS\FRETACOR.DAT" Delimited By Size
             Into PathFRETACOR
      End-String
      Open Input FRETACOR
      If Valido-FRETACOR
         Move "S" To WS-TEM-FRETACOR
      End-if
      Move "N" To WS-TEM-TARPROP
      Move Spaces to PathTARPROP
      String CF-UNIDADE            Delimited By Size
             "\DADOS\TARPROP.DAT"  Delimited By Size
             Into PathTARPROP
      End-String
      Open Input TARPROP
      If Valido-TARPROP
         Move "S" To WS-TEM-TARPROP
      End-if
   End-if

   If CF-NUME > Zeros And Tem-Fretacor
      And CF-PROPOSTA Not > Zeros
      Move CF-NUME To FR-NUME
      Read FRETACOR
         Invalid Key Continue
      End-Read
      If Valido-FRETACOR
         Move "S"     To CF-ACORDADO
         Move FR-TRAN To CF-TRAN
         Move FR-ROTA To CF-ROTA
      End-if
   End-if

   Perform Calcula-Piso-Antt Thru Calcula-Piso-Antt-Exit

   If CF-PROPOSTA > Zeros
      Perform Busca-Tarifa-Proposta Thru Busca-Tarifa-Proposta-Exit
   Else
      Perform Busca-Tarifa-Vigente Thru Busca-Tarifa-Vigente-Exit
   End-if
   If CF-Frete-Acordado
      Compute WS-FRET-ESPERADO Rounded =
              CF-PESO * FR-VALOR-TON / 1000
      If Not Tarifa-Achada
         Move FR-ALIQ-ICMS To WS-TF-ALIQ-ICMS
      End-if
   Else
      If Not Tarifa-Achada
         Exit Program
      End-if
      If WS-TF-FORMULA Not = Spaces
         Perform Calcula-Frete-Formula
            Thru Calcula-Frete-Formula-Exit
         Move "S" To CF-COM-FORMULA
      Else
         Compute WS-FRET-ESPERADO Rounded =
                 CF-PESO * WS-TF-VALOR-KG
      End-if
      If WS-TF-MINIMO > Zeros
         And WS-FRET-ESPERADO < WS-TF-MINIMO
         Move WS-TF-MINIMO To WS-FRET-ESPERADO
         Move "S" To CF-MINIMO-APLICADO
      End-if
   End-if
   Compute WS-ICFR-ESPERADO Rounded =
           WS-FRET-ESPERADO * WS-TF-ALIQ-ICMS / 100
   Move WS-FRET-ESPERADO To CF-FRETE
   Move WS-ICFR-ESPERADO To CF-ICFR
   Move WS-TF-ALIQ-ICMS  To CF-ALIQ-ICMS
   If CF-PISO > Zeros And CF-FRETE < CF-PISO
      Move "S" To CF-ABAIXO-PISO
   End-if
   Exit Program.
*
*  The company-wide files and the cargo type, once per run.
 Abre-Centrais.
   Move "S" To WS-CENTRAIS
   Open Input ROTAS
   If Valido-ROTAS
      Move "S" To WS-TEM-ROTAS
   End-if
   Open Input ANTTPISO
   If Valido-ANTTPISO
      Move "S" To WS-TEM-ANTTPISO
   End-if
   Move "ANTT-TIPO-CARGA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:2) Numeric
      Move WS-PARAM-VALOR(1:2) To WS-TIPO-CARGA
   End-if.
 Abre-Centrais-Exit.
   Exit.
*
*  Route distance, axles, the coefficients in force on the date -
*  any one missing leaves CF-PISO at zero. A TR-ROTA still holding
*  free text longer than a route code is no route at all.
 Calcula-Piso-Antt.
   If Not Tem-Rotas Or Not Tem-Anttpiso
      Go To Calcula-Piso-Antt-Exit
   End-if
   If CF-ROTA = Spaces Or CF-ROTA(11:20) Not = Spaces
      Go To Calcula-Piso-Antt-Exit
   End-if
   Move CF-ROTA(1:10) To RT-CODIGO
   Read ROTAS
      Invalid Key
         Go To Calcula-Piso-Antt-Exit
   End-Read
   If RT-KM Not > Zeros
      Go To Calcula-Piso-Antt-Exit
   End-if
   Move RT-KM To CF-KM

   Move CF-EIXOS To WS-EIXOS
   If WS-EIXOS = Zeros
      Perform Busca-Eixos-Transp Thru Busca-Eixos-Transp-Exit
      Move WS-EIXOS-TRAN To WS-EIXOS
   End-if
   If WS-EIXOS = Zeros
      Go To Calcula-Piso-Antt-Exit
   End-if
   Move WS-EIXOS To CF-EIXOS

   Move "N"    To WS-PISO-ACHADO
   Move Zeros  To WS-AN-CCD WS-AN-CC
   Move WS-TIPO-CARGA To AN-TIPO-CARGA
   Move WS-EIXOS      To AN-EIXOS
   Move Low-Values    To AN-VIGENCIA
   Start ANTTPISO Key Is Not Less AN-CHAVE
      Invalid Key
         Go To Calcula-Piso-Antt-Exit
   End-Start
   Perform Le-Proximo-Piso Thru Le-Proximo-Piso-Exit
   Perform Until Not Valido-ANTTPISO
             Or AN-TIPO-CARGA Not = WS-TIPO-CARGA
             Or AN-EIXOS Not = WS-EIXOS
             Or AN-VIGENCIA > CF-VIGENCIA
      Move "S"    To WS-PISO-ACHADO
      Move AN-CCD To WS-AN-CCD
      Move AN-CC  To WS-AN-CC
      Perform Le-Proximo-Piso Thru Le-Proximo-Piso-Exit
   End-Perform
   If Piso-Achado
      Compute CF-PISO Rounded = CF-KM * WS-AN-CCD + WS-AN-CC
   End-if.
 Calcula-Piso-Antt-Exit.
   Exit.
*
 Le-Proximo-Piso.
   Read ANTTPISO Next Record
      At End Move "10" To Stat-ANTTPISO
   End-Read.
 Le-Proximo-Piso-Exit.
   Exit.
*
*  Fewest axles among the carrier's active trucks, kept for the
*  next call - the sync asks for the same carrier order after
*  order, and the fleet file is keyed by plate.
 Busca-Eixos-Transp.
   If CF-TRAN = WS-TRAN-EIXOS
      Go To Busca-Eixos-Transp-Exit
   End-if
   Move CF-TRAN To WS-TRAN-EIXOS
   Move Zeros   To WS-EIXOS-TRAN
   If Not Tem-Veiculos
      Go To Busca-Eixos-Transp-Exit
   End-if
   Move Low-Values To VE-PLACA
   Start VEICULOS Key Is Not Less VE-PLACA
      Invalid Key
         Go To Busca-Eixos-Transp-Exit
   End-Start
   Perform Until Fim-VEICULOS Or Not Valido-VEICULOS
      Read VEICULOS Next Record
         At End Move "10" To Stat-VEICULOS
      End-Read
      If Valido-VEICULOS
         And VE-TRAN = CF-TRAN And Veiculo-Ativo
         And VE-EIXOS > Zeros
         If WS-EIXOS-TRAN = Zeros Or VE-EIXOS < WS-EIXOS-TRAN
            Move VE-EIXOS To WS-EIXOS-TRAN
         End-if
      End-if
   End-Perform.
 Busca-Eixos-Transp-Exit.
   Exit.
*
*  Dated walk: rows of the carrier/route in vigencia order, the
*  last one not after the reference date wins.
 Busca-Tarifa-Vigente.
 Le-Proxima-Tarifa-Exit.
   Exit.
*
*  The proposal's row for the route, whatever its vigencia - a
*  proposal is judged on the loads the caller picks, not on a
*  date. It fills the same fields the dated walk does.
 Busca-Tarifa-Proposta.
   Move "N" To WS-TARIFA-ACHADA
   Move Zeros To WS-TF-VALOR-KG WS-TF-ALIQ-ICMS WS-TF-MINIMO
   Move Spaces To WS-TF-FORMULA
   If Not Tem-Tarprop
      Go To Busca-Tarifa-Proposta-Exit
   End-if
   Move CF-PROPOSTA To TP-PROPOSTA
   Move CF-ROTA     To TP-ROTA
   Read TARPROP
      Invalid Key
         Go To Busca-Tarifa-Proposta-Exit
   End-Read
   Move "S"             To WS-TARIFA-ACHADA
   Move TP-VALOR-KG     To WS-TF-VALOR-KG
   Move TP-ALIQ-ICMS    To WS-TF-ALIQ-ICMS
   Move TP-FORMULA      To WS-TF-FORMULA
   Move TP-FRETE-MINIMO To WS-TF-MINIMO.
 Busca-Tarifa-Proposta-Exit.
   Exit.
*
*  &PESO and &ALIQ spliced into the carrier's expression, the
*  rest to JOBCALC as written.
 Calcula-Frete-Formula.
