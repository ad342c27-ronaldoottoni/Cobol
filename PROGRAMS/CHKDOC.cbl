*VERIFICA VALIDADE DE CNH, LICENCIAMENTO E RNTRC, CHAMAVEL
 Identification Division.
 Program-Id. CHKDOC.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\VEICULOS.SL".
   Copy "..\COPY\TRANSP.SL".
*
 Data Division.
 File Section.
$XFD FILE=VEICULOS
   Copy "..\COPY\VEICULOS.FD".
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
*
 Working-Storage Section.
*
*  The one document rule, callable the way CHKCRED is, so the
*  gate (PROG938), the loading booking (PROG936) and the romaneio
*  (PROG984) cannot drift apart: the driver's CNH and the truck's
*  licenciamento off VEICULOS.DAT by the plate, the carrier's
*  RNTRC off TRANSP.DAT - LK-TRAN, or the plate's own carrier
*  when LK-TRAN is zero. A document whose validity is before
*  today answers vencido, with the first one found described in
*  LK-MOTIVO for the screen. A blank validity (not recorded yet),
*  an unknown plate or a branch without the master blocks nobody
*  - PROG1056 lists what is missing.
*
 01  Stat-VEICULOS       PIC X(002).
     88 Valido-VEICULOS  Value "00" THRU "09".
 01  PATHVEICULOS        PIC X(060).
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
 01  PATHTRANSP          PIC X(060).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X   PIC X(008).
 01  WS-TRAN             PIC S9(004) COMP-5.
 01  WS-VALIDADE         PIC X(008).
 01  WS-DOCUMENTO        PIC X(030).
 01  WS-VALIDADE-ED      PIC X(010).
*
 Linkage Section.
 01  LK-UNIDADE          PIC X(003).
 01  LK-PLACA            PIC X(008).
 01  LK-TRAN             PIC S9(004) COMP-5.
 01  LK-RESULTADO        PIC X(001).
     88 Documento-Vencido Value "B".
     88 Documentos-Em-Dia Value "L".
 01  LK-MOTIVO           PIC X(060).
*
 Procedure Division Using LK-UNIDADE LK-PLACA LK-TRAN
                          LK-RESULTADO LK-MOTIVO.
*
 Inicio.
   Move "L"    To LK-RESULTADO
   Move Spaces To LK-MOTIVO
   Move LK-TRAN To WS-TRAN
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Move WS-DATA-SISTEMA To WS-DATA-SISTEMA-X

   If LK-PLACA Not = Spaces
      Perform Verifica-Veiculo Thru Verifica-Veiculo-Exit
   End-if
   If Documentos-Em-Dia And WS-TRAN > Zeros
      Perform Verifica-Transportadora
         Thru Verifica-Transportadora-Exit
   End-if
   Exit Program.
*
 Verifica-Veiculo.
   Move Spaces to PathVEICULOS.
   String LK-UNIDADE            Delimited By Size
          "\DADOS\VEICULOS.DAT" Delimited By Size
          Into PathVEICULOS
   End-String.
   Open Input VEICULOS
   If Not Valido-VEICULOS
      Go To Verifica-Veiculo-Exit
   End-if
   Move LK-PLACA To VE-PLACA
   Read VEICULOS
      Invalid Key Continue
   End-Read
   If Valido-VEICULOS
      If WS-TRAN = Zeros
         Move VE-TRAN To WS-TRAN
      End-if
      Move VE-CNH-VALIDADE To WS-VALIDADE
      Move "CNH do motorista"  To WS-DOCUMENTO
      Perform Confere-Validade Thru Confere-Validade-Exit
      If Documentos-Em-Dia
         Move VE-LIC-VALIDADE To WS-VALIDADE
         Move "Licenciamento do veiculo" To WS-DOCUMENTO
         Perform Confere-Validade Thru Confere-Validade-Exit
      End-if
   End-if
   Close VEICULOS.
 Verifica-Veiculo-Exit.
   Exit.
*
 Verifica-Transportadora.
   Move Spaces to PathTRANSP.
   String LK-UNIDADE          Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Not Valido-TRANSP
      Go To Verifica-Transportadora-Exit
   End-if
   Move WS-TRAN To TR-CODIGO
   Read TRANSP
      Invalid Key Continue
   End-Read
   If Valido-TRANSP
      Move TR-RNTRC-VALIDADE To WS-VALIDADE
      Move "RNTRC da transportadora" To WS-DOCUMENTO
      Perform Confere-Validade Thru Confere-Validade-Exit
   End-if
   Close TRANSP.
 Verifica-Transportadora-Exit.
   Exit.
*
*  AAAAMMDD compares as text; a valid-through date of today
*  still passes.
 Confere-Validade.
   If WS-VALIDADE = Spaces Or WS-VALIDADE Not Numeric
      Go To Confere-Validade-Exit
   End-if
   If WS-VALIDADE < WS-DATA-SISTEMA-X
      Move "B" To LK-RESULTADO
      Move Spaces To WS-VALIDADE-ED
      String WS-VALIDADE(7:2) "/" WS-VALIDADE(5:2) "/"
             WS-VALIDADE(1:4)
             Delimited By Size Into WS-VALIDADE-ED
      End-String
      String WS-DOCUMENTO Delimited By "  "
             " venceu em " WS-VALIDADE-ED
             Delimited By Size Into LK-MOTIVO
      End-String
   End-if.
 Confere-Validade-Exit.
   Exit.
