   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\ARMAZCTL.SL".
   Copy "..\COPY\ARMAZFAT.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
   Copy "..\COPY\ARMAZCTL.FD".
$XFD FILE=ARMAZFAT
   Copy "..\COPY\ARMAZFAT.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*  month are charged once. Billable days are capped at the days
*  of the month being billed, so January's storage is not charged
*  again in February; the grace is only consumed once, by the
*  first billing month that reaches past it. Each title is also
*  registered in ARMAZFAT.DAT under the competencia, which is how
*  the storage revenue of a month is told from the other parcels
*  above 10 (budget-versus-actual, PROG1063).
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  Stat-ARMAZCTL       PIC X(002).
     88 Valido-ARMAZCTL  Value "00" THRU "09".
 01  PATHARMAZCTL        PIC X(060).
 01  Stat-ARMAZFAT       PIC X(002).
     88 Valido-ARMAZFAT  Value "00" THRU "09".
 01  PATHARMAZFAT        PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-COMPETENCIA      PIC 9(006).
 01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-QTD-PARAMETROS   PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-DIAS-EMIS        PIC S9(009) COMP-5.
 01  WS-DIAS-GUARDADO    PIC S9(009) COMP-5.
 01  WS-SP-ARQUIVO       PIC X(030).
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*  Optional: the competence (AAAAMM) - passed by MONTHEND.BAT,
*  which runs after the month has turned. Only referenced when
*  C$NARG says the caller supplied it.
 01 Lk-Competencia     Pic 9(006).
*
 Procedure Division Using LK-Linkage, Lk-Competencia.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Compute WS-COMPETENCIA = WS-HOJE-ANO * 100 + WS-HOJE-MES
   Compute WS-DIAS-HOJE = WS-HOJE-ANO * 360
                        + WS-HOJE-MES * 30 + WS-HOJE-DIA
*  A competence given by the chain is billed as of its own last
*  day, however many days into the next month the chain runs.
   Call "C$NARG" Using WS-QTD-PARAMETROS
   If WS-QTD-PARAMETROS > 1
      If Lk-Competencia > Zeros
         Move Lk-Competencia To WS-COMPETENCIA
         Compute WS-DIAS-HOJE = WS-COMP-ANO * 360
                              + WS-COMP-MES * 30 + 30
      End-if
   End-if

   Move "ARMAZ-DIAS-GRACA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
      Exit Program
   End-if.

   Move Spaces to PathARMAZFAT.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ARMAZFAT.DAT" Delimited By Size
          Into PathARMAZFAT
   End-String.
   Open I-O ARMAZFAT
   If Not Valido-ARMAZFAT
      Open Output ARMAZFAT
      Close ARMAZFAT
      Open I-O ARMAZFAT
   End-if.
   If Not Valido-ARMAZFAT
      Display "erro ARMAZFAT " Stat-ARMAZFAT
      Close ORDE
      Close CLIENTE
      Close TITULOS
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathROMREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ARMAZEN.REL" Delimited By Size
      Close ORDE
      Close CLIENTE
      Close TITULOS
      Close ARMAZFAT
      Move 1 To Return-Code
      Exit Program
   End-if.
   Close ORDE.
   Close CLIENTE.
   Close TITULOS.
   Close ARMAZFAT.
   Close ROMREL.

   Move "PROG1000" To WS-SP-PROGRAMA
   End-Perform
   If Valido-TITULOS
      Add 1 To WS-QTD-GERADOS
      Initialize ARMAZFAT-REGI
      Move WS-COMPETENCIA  To AF-COMPETENCIA
      Move TI-NUME         To AF-NUME
      Move TI-PARC         To AF-PARC
      Move TI-CLIE         To AF-CLIE
      Move WS-TONELADAS    To AF-TONEL
      Move WS-DIAS-COBRAR  To AF-DIAS
      Move WS-TAXA-VALOR   To AF-VALOR
      Move WS-DATA-SISTEMA To AF-DTIN
      Move WS-HORA-SISTEMA To AF-HRIN
      Write ARMAZFAT-REGI
         Invalid Key Continue
      End-Write
   End-if.
 Gera-Titulo-Exit.
   Exit.
