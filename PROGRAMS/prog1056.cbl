*DOCUMENTOS DE TRANSPORTADORAS/VEICULOS VENCIDOS OU A VENCER (SEMANAL)
 Identification Division.
 Program-Id. PROG1056.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\VEICULOS.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
$XFD FILE=VEICULOS
   Copy "..\COPY\VEICULOS.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The weekly list (DOCVENC.BAT, or the menu) that lets each
*  carrier renew in time what CHKDOC would otherwise hold at the
*  gate: per active carrier, its RNTRC and, for each of its
*  active trucks, the driver's CNH and the licenciamento - every
*  one already expired, expiring within DOC-AVISO-DIAS (PARAM944,
*  compiled default 30) or not recorded at all. Days use the
*  suite's 360/30 arithmetic. Carriers with everything in order
*  are left out. The sheet goes to DOCVENC.REL.
*
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
     88 Fim-TRANSP       Value "10".
 01  PATHTRANSP          PIC X(060).
 01  Stat-VEICULOS       PIC X(002).
     88 Valido-VEICULOS  Value "00" THRU "09".
     88 Fim-VEICULOS     Value "10".
 01  PATHVEICULOS        PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
 01  WS-TEM-VEICULOS     PIC X(001) VALUE "N".
     88 Tem-Veiculos     Value "S".
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-AVISO-DIAS       PIC S9(004) COMP-5 VALUE 30.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-VALIDADE         PIC X(008).
 01  WS-VALIDADE-R REDEFINES WS-VALIDADE.
     03 WS-VAL-ANO       PIC 9(004).
     03 WS-VAL-MES       PIC 9(002).
     03 WS-VAL-DIA       PIC 9(002).
 01  WS-DIAS-RESTANTES   PIC S9(009) COMP-5.
*
*  The document being judged and where it goes on the sheet.
 01  WS-DOC-NOME         PIC X(014).
 01  WS-DOC-NUMERO       PIC X(012).
 01  WS-DOC-PLACA        PIC X(008).
 01  WS-DOC-MOTORISTA    PIC X(022).
 01  WS-CABECALHO-FEITO  PIC X(001).
     88 Cabecalho-Feito  Value "S".
*
 01  WS-QTD-VENCIDOS     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-A-VENCER     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-SEM-DATA     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-TRANSP       PIC 9(005) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(004)9.
 01  WS-REL-PONTEIRO     PIC 9(003) COMP-X.
 01  WS-DIAS-ED          PIC Z(003)9.
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-D-LINHA.
     03 FILLER           PIC X(004) VALUE SPACES.
     03 WS-DL-DOC        PIC X(014).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DL-NUMERO     PIC X(012).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DL-PLACA      PIC X(008).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DL-MOTORISTA  PIC X(022).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DL-VALIDADE   PIC X(010).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-DL-SITUACAO   PIC X(015).
*
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
   Compute WS-DIAS-HOJE = WS-HOJE-ANO * 360
                        + WS-HOJE-MES * 30 + WS-HOJE-DIA
   Move "DOC-AVISO-DIAS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-AVISO-DIAS
   End-if

   Move Spaces to PathTRANSP.
   String Lk-Unidade          Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Not Valido-TRANSP
      Display "erro TRANSP " Stat-TRANSP
      Move 1 To Return-Code
      Exit Program
   End-if.

*  A branch without the vehicle master still gets the RNTRC list.
   Move Spaces to PathVEICULOS.
   String Lk-Unidade            Delimited By Size
          "\DADOS\VEICULOS.DAT" Delimited By Size
          Into PathVEICULOS
   End-String.
   Open Input VEICULOS
   If Valido-VEICULOS
      Move "S" To WS-TEM-VEICULOS
   End-if.

   Move Spaces to PathROMREL.
   String Lk-Unidade           Delimited By Size
          "\DADOS\DOCVENC.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro DOCVENC.REL " Stat-ROMREL
      Close TRANSP
      If Tem-Veiculos
         Close VEICULOS
      End-if
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move WS-AVISO-DIAS To WS-DIAS-ED
   Move Spaces To ROMREL-REGI
   String "DOCUMENTOS VENCIDOS OU A VENCER EM " WS-DIAS-ED
          " DIAS - POSICAO DE " WS-DATA-SISTEMA(7:2) "/"
          WS-DATA-SISTEMA(5:2) "/" WS-DATA-SISTEMA(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "    DOCUMENTO      NUMERO       PLACA    MOTORISTA"
        To ROMREL-REGI
   Move "VALIDADE   SITUACAO" To ROMREL-REGI(65:19)
   Write ROMREL-REGI
   Move All "-" To ROMREL-REGI
   Write ROMREL-REGI

   Perform Until Fim-TRANSP
      Read TRANSP Next Record
         At End Move "10" To Stat-TRANSP
      End-Read
      If Not Fim-TRANSP And Valido-TRANSP
         And Transportadora-Ativa
         Perform Confere-Transportadora
            Thru Confere-Transportadora-Exit
      End-if
   End-Perform

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   If WS-QTD-TRANSP = Zeros
      Move "Nenhum documento vencido, a vencer ou sem cadastro."
           To ROMREL-REGI
      Write ROMREL-REGI
   Else
      Move Spaces To ROMREL-REGI
      Move 1 To WS-REL-PONTEIRO
      Move WS-QTD-VENCIDOS To WS-QTD-ED
      String "VENCIDOS: " WS-QTD-ED
             Delimited By Size Into ROMREL-REGI
             With Pointer WS-REL-PONTEIRO
      End-String
      Move WS-QTD-A-VENCER To WS-QTD-ED
      String "   A VENCER: " WS-QTD-ED
             Delimited By Size Into ROMREL-REGI
             With Pointer WS-REL-PONTEIRO
      End-String
      Move WS-QTD-SEM-DATA To WS-QTD-ED
      String "   SEM CADASTRO: " WS-QTD-ED
             Delimited By Size Into ROMREL-REGI
             With Pointer WS-REL-PONTEIRO
      End-String
      Write ROMREL-REGI
   End-if

   Close TRANSP.
   If Tem-Veiculos
      Close VEICULOS
   End-if.
   Close ROMREL.
   Move "PROG1056"    To WS-SP-PROGRAMA
   Move "DOCVENC.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-TRANSP To WS-QTD-ED
   Display WS-QTD-ED " transportadora(s) com pendencia em "
           "'DOCVENC.REL'.".
   Exit Program.
*
*  The carrier's RNTRC, then the documents of each of its active
*  trucks; the carrier's heading is written with its first
*  pending document.
 Confere-Transportadora.
   Move "N" To WS-CABECALHO-FEITO
   Move "RNTRC"           To WS-DOC-NOME
   Move TR-RNTRC          To WS-DOC-NUMERO
   Move Spaces            To WS-DOC-PLACA WS-DOC-MOTORISTA
   Move TR-RNTRC-VALIDADE To WS-VALIDADE
   Perform Avalia-Documento Thru Avalia-Documento-Exit
   If Not Tem-Veiculos
      Go To Confere-Transportadora-Exit
   End-if

   Move Low-Values To VE-PLACA
   Start VEICULOS Key Is Not Less VE-PLACA
      Invalid Key Move "10" To Stat-VEICULOS
   End-Start
   Perform Until Fim-VEICULOS
      Read VEICULOS Next Record
         At End Move "10" To Stat-VEICULOS
      End-Read
      If Not Fim-VEICULOS And Valido-VEICULOS
         And VE-TRAN = TR-CODIGO And Veiculo-Ativo
         Move VE-PLACA          To WS-DOC-PLACA
         Move VE-MOTORISTA      To WS-DOC-MOTORISTA
         Move "CNH"             To WS-DOC-NOME
         Move VE-CNH-NUMERO     To WS-DOC-NUMERO
         Move VE-CNH-VALIDADE   To WS-VALIDADE
         Perform Avalia-Documento Thru Avalia-Documento-Exit
         Move "LICENCIAMENTO"   To WS-DOC-NOME
         Move Spaces            To WS-DOC-NUMERO
         Move VE-LIC-VALIDADE   To WS-VALIDADE
         Perform Avalia-Documento Thru Avalia-Documento-Exit
      End-if
   End-Perform
   Move "00" To Stat-VEICULOS.
 Confere-Transportadora-Exit.
   Exit.
*
 Avalia-Documento.
   Move Spaces            To WS-D-LINHA
   Move WS-DOC-NOME       To WS-DL-DOC
   Move WS-DOC-NUMERO     To WS-DL-NUMERO
   Move WS-DOC-PLACA      To WS-DL-PLACA
   Move WS-DOC-MOTORISTA  To WS-DL-MOTORISTA
   If WS-VALIDADE = Spaces Or WS-VALIDADE Not Numeric
      Move "SEM CADASTRO"  To WS-DL-SITUACAO
      Add 1 To WS-QTD-SEM-DATA
   Else
      Compute WS-DIAS-RESTANTES = WS-VAL-ANO * 360
                                + WS-VAL-MES * 30 + WS-VAL-DIA
                                - WS-DIAS-HOJE
      If WS-DIAS-RESTANTES > WS-AVISO-DIAS
         Go To Avalia-Documento-Exit
      End-if
      String WS-VALIDADE(7:2) "/" WS-VALIDADE(5:2) "/"
             WS-VALIDADE(1:4)
             Delimited By Size Into WS-DL-VALIDADE
      End-String
      If WS-DIAS-RESTANTES < Zeros
         Move "VENCIDO"    To WS-DL-SITUACAO
         Add 1 To WS-QTD-VENCIDOS
      Else
         Move WS-DIAS-RESTANTES To WS-DIAS-ED
         String "VENCE EM" WS-DIAS-ED "D"
                Delimited By Size Into WS-DL-SITUACAO
         End-String
         Add 1 To WS-QTD-A-VENCER
      End-if
   End-if
   If Not Cabecalho-Feito
      Move "S" To WS-CABECALHO-FEITO
      Add 1 To WS-QTD-TRANSP
      Move TR-CODIGO To WS-TRAN-ED
      Move Spaces To ROMREL-REGI
      Write ROMREL-REGI
      Move Spaces To ROMREL-REGI
      String "TRANSPORTADORA " WS-TRAN-ED " - " TR-NOME
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-if
   Move WS-D-LINHA To ROMREL-REGI
   Write ROMREL-REGI.
 Avalia-Documento-Exit.
   Exit.
