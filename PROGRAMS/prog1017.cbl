   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\DBCRED.SL".
   Copy "..\COPY\LOCKMRK.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\USUARIOS.FD".
$XFD FILE=DBCRED
   Copy "..\COPY\DBCRED.FD".
   Copy "..\COPY\LOCKMRK.FD".
*
 Working-Storage Section.
*
*       every permission byte on (legacy plain password, so the
*       room signs in without the cipher bootstrap);
*    3. DBCRED.DAT is emptied - the clone cannot reach MySQL,
*       whatever a trainee clicks;
*    4. TREINO.MRK marks the clone for good - the nightly client
*       distribution (PROG1036) would otherwise push the real
*       head-office cadastro back over the masked one.
*  The whole suite then runs against the clone through the menu
*  by typing the training unidade (register it in UNIDADES.DAT).
*
 01  Stat-DBCRED         PIC X(002).
     88 Valido-DBCRED    Value "00" THRU "09".
 01  PATHDBCRED          PIC X(060).
 01  Stat-LOCKMRK        PIC X(002).
     88 Valido-LOCKMRK   Value "00" THRU "09".
 01  PATHLOCK            PIC X(060).
*
 01  WS-DESTINO          PIC X(003) VALUE SPACES.
 01  WS-CONFIRMA         PIC X(010) VALUE SPACES.
      Move "A"             To US-SITU
      Move "S" To US-P949 US-P950 US-P951
                 US-P953 US-P954 US-P959
      Move "S" To US-PCRED US-PAPRV US-PDOC
      Move Zeros           To US-FALHAS
      Move Spaces          To US-BLOQ
      Move WS-DATA-SISTEMA To US-DTSENHA US-DTIN US-DTAL
      Close DBCRED
   End-if

*  5. A marca de clone de treino.
   Move Spaces to PathLOCK.
   String WS-DESTINO        Delimited By Size
          "\DADOS\TREINO.MRK" Delimited By Size
          Into PathLOCK
   End-String.
   Open Output LOCKMRK
   If Valido-LOCKMRK
      Move Spaces          To LOCKMRK-REGI
      Move WS-DATA-SISTEMA To LC-DATA
      Move WS-HORA-SISTEMA To LC-HORA
      Move "PROG1017"      To LC-ORIGEM
      Write LOCKMRK-REGI
      Close LOCKMRK
   End-if

   Move WS-QTD-MASCARADOS To WS-QTD-ED
   Display "Clone de treino pronto em " WS-DESTINO "\DADOS -"
   Display WS-QTD-ED " cliente(s) mascarado(s), conta TREINO"
