   Copy "..\COPY\BANCOS.SL".
   Copy "..\COPY\BOLETO.SL".
   Copy "..\COPY\MAILQ.SL".
   Copy "..\COPY\FATAGR.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\BOLETO.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
$XFD FILE=FATAGR
   Copy "..\COPY\FATAGR.FD".
*
 Working-Storage Section.
*
     88 Tem-Bancos       Value "S".
 01  WS-BANCO-CARREGADO  PIC X(003) VALUE SPACES.
*
*  The slip of a fatura agrupada's title (PROG1030) is its boleto
*  going out: the fatura is marked and can no longer be undone.
 01  Stat-FATAGR         PIC X(002).
     88 Valido-FATAGR    Value "00" THRU "09".
     88 Fim-FATAGR       Value "10".
 01  PATHFATAGR          PIC X(060).
 01  WS-TEM-FATAGR       PIC X(001) VALUE "N".
     88 Tem-Fatagr       Value "S".
 01  WS-DATA-BOLETO      PIC 9(008).
*
*  Outbound e-mail: a client with CLI-EMAIL on file gets the
*  sheet queued in MAILQ.DAT; PROG1007 does the sending with the
*  UPLOAD.DAT retry discipline. Spaces = motoboy, nothing queues.
      Move "S" To WS-TEM-BANCOS
   End-if.

   Move Spaces to PathFATAGR.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FATAGR.DAT" Delimited By Size
          Into PathFATAGR
   End-String.
   Move "N" To WS-TEM-FATAGR
   Open I-O FATAGR
   If Valido-FATAGR
      Move "S" To WS-TEM-FATAGR
   End-if.
   Accept WS-DATA-BOLETO From Date YYYYMMDD.

   Display "Numero do pedido (zero = todos os abertos): "
           With No Advancing
   Accept WS-NUME-DIGITADO
   If Tem-Bancos
      Close BANCOS
   End-if.
   If Tem-Fatagr
      Close FATAGR
   End-if.
   Close BOLETO.
   Move "PROG915" To WS-SP-PROGRAMA
   Move "BOLETO.LST" To WS-SP-ARQUIVO
      Go To Seleciona-Titulo-Exit
   End-if
   Perform Imprime-Boleto Thru Imprime-Boleto-Exit
   Add 1 To WS-QTD-IMPRESSOS
   If Tem-Fatagr And TI-PARC > 10
      Perform Marca-Fatura-Boleto Thru Marca-Fatura-Boleto-Exit
   End-if.
 Seleciona-Titulo-Exit.
   Exit.
*
*  A title above parcel 10 may be a fatura's - FA-TITULO says.
 Marca-Fatura-Boleto.
   Move TI-NUME To FA-TI-NUME
   Move TI-PARC To FA-TI-PARC
   Start FATAGR Key = FA-TITULO
      Invalid Key Go To Marca-Fatura-Boleto-Exit
   End-Start
   Perform Until Fim-FATAGR
      Read FATAGR Next Record
         At End Move "10" To Stat-FATAGR
      End-Read
      If Valido-FATAGR
         If FA-TI-NUME Not = TI-NUME Or FA-TI-PARC Not = TI-PARC
            Move "10" To Stat-FATAGR
         Else
            If Fatura-Ativa And Not Boleto-Emitido
               Move "S"            To FA-BOLETO
               Move WS-DATA-BOLETO To FA-DTBO
               Rewrite FATAGR-REGI
                  Invalid Key Continue
               End-Rewrite
            End-if
         End-if
      End-if
   End-Perform.
 Marca-Fatura-Boleto-Exit.
   Exit.
*
*  One slip: the barcode is assembled at the FEBRABAN positions,
*  the general mod-11 digit computed over it, then the linha
*  digitavel typed out in its five fields with the mod-10 digits.
