*ARQUIVAMENTO ANUAL E EXPURGO DOS ARQUIVOS DE MOVIMENTO (POR ANO)
 Identification Division.
 Program-Id. PROG1086.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\CTRC.SL".
   Copy "..\COPY\PORTARIA.SL".
   Copy "..\COPY\AGENDA.SL".
   Copy "..\COPY\VASILHA.SL".
   Copy "..\COPY\ADIANT.SL".
   Copy "..\COPY\ENTREGA.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\SUSPEITA.SL".
   Copy "..\COPY\OCORDIV.SL".
   Copy "..\COPY\RENEG.SL".
   Copy "..\COPY\ARQANO.SL".
   Copy "..\COPY\ARQOUT.SL".
   Copy "..\COPY\LOCKMRK.SL".
*
 Data Division.
 File Section.
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=CTRC
   Copy "..\COPY\CTRC.FD".
$XFD FILE=PORTARIA
   Copy "..\COPY\PORTARIA.FD".
$XFD FILE=AGENDA
   Copy "..\COPY\AGENDA.FD".
$XFD FILE=VASILHA
   Copy "..\COPY\VASILHA.FD".
$XFD FILE=ADIANT
   Copy "..\COPY\ADIANT.FD".
$XFD FILE=ENTREGA
   Copy "..\COPY\ENTREGA.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=SUSPEITA
   Copy "..\COPY\SUSPEITA.FD".
$XFD FILE=OCORDIV
   Copy "..\COPY\OCORDIV.FD".
$XFD FILE=RENEG
   Copy "..\COPY\RENEG.FD".
   Copy "..\COPY\ARQANO.FD".
   Copy "..\COPY\ARQOUT.FD".
   Copy "..\COPY\LOCKMRK.FD".
*
 Working-Storage Section.
*
*  The year-end run of ARQANUAL.BAT, with the branch held
*  (SYNC.LCK, origin ARQANUAL). Settled and closed movement older
*  than ARQUIVO-ANOS whole years (PARAM944, 2 when not set) leaves
*  the live files for one file per year beside them - TITULOS.2023,
*  CTRC.2023 and so on, same layout and keys, so any program that
*  can open the live file can open a year. What is still open,
*  under dispute (a payment held by PROG1081, a delivery occurrence
*  not yet dealt with) or still referred to by an open document (an
*  order not yet closed, a parcel of the same order still unpaid,
*  a renegotiation still running, an open payable) stays where it
*  is, whatever its age.
*  Per file the records to go are first listed in ARQANUAL.TMP;
*  they are then written to the yearly files and only when every
*  one of them was written are they deleted from the live file -
*  PROG963's order. A run that stops half-way is simply run again:
*  what is already in a year's file is rewritten, not doubled.
*  Files are taken in an order where each one's references are
*  settled first (the payables before the CTRCs they pay, the
*  titles before the deliveries they bill). ARQANUAL.REL, spooled
*  to the controller, shows per file what moved, to which year,
*  and what stayed and why. Lk-DryRun "S" lists without moving.
*
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
 01  PATHTITULOS         PIC X(060).
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
 01  PATHCTRCPAG         PIC X(060).
 01  Stat-CTRC           PIC X(002).
     88 Valido-CTRC      Value "00" THRU "09".
 01  PATHCTRC            PIC X(060).
 01  Stat-PORTARIA       PIC X(002).
     88 Valido-PORTARIA  Value "00" THRU "09".
 01  PATHPORTARIA        PIC X(060).
 01  Stat-AGENDA         PIC X(002).
     88 Valido-AGENDA    Value "00" THRU "09".
 01  PATHAGENDA          PIC X(060).
 01  Stat-VASILHA        PIC X(002).
     88 Valido-VASILHA   Value "00" THRU "09".
 01  PATHVASILHA         PIC X(060).
 01  Stat-ADIANT         PIC X(002).
     88 Valido-ADIANT    Value "00" THRU "09".
 01  PATHADIANT          PIC X(060).
 01  Stat-ENTREGA        PIC X(002).
     88 Valido-ENTREGA   Value "00" THRU "09".
 01  PATHENTREGA         PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-SUSPEITA       PIC X(002).
     88 Valido-SUSPEITA  Value "00" THRU "09".
 01  PATHSUSPEITA        PIC X(060).
 01  WS-TEM-SUSPEITA     PIC X(001) VALUE "N".
     88 Tem-Suspeita     Value "S".
 01  Stat-OCORDIV        PIC X(002).
     88 Valido-OCORDIV   Value "00" THRU "09".
 01  PATHOCORDIV         PIC X(060).
 01  WS-TEM-OCORDIV      PIC X(001) VALUE "N".
     88 Tem-Ocordiv      Value "S".
 01  Stat-RENEG          PIC X(002).
     88 Valido-RENEG     Value "00" THRU "09".
 01  PATHRENEG           PIC X(060).
 01  WS-TEM-RENEG        PIC X(001) VALUE "N".
     88 Tem-Reneg        Value "S".
 01  Stat-ARQANO         PIC X(002).
     88 Valido-ARQANO    Value "00" THRU "09".
     88 Fim-ARQANO       Value "10".
 01  PATHARQANO          PIC X(060).
 01  Stat-ARQOUT         PIC X(002).
     88 Valido-ARQOUT    Value "00" THRU "09".
 01  PATHARQOUT          PIC X(060).
 01  Stat-LOCKMRK        PIC X(002).
     88 Valido-LOCKMRK   Value "00" THRU "09".
 01  PATHLOCK            PIC X(060).
*
*  A live file opened only to be looked at while another one is
*  being archived.
 01  WS-TEM-REF          PIC X(001) VALUE "N".
     88 Tem-Referencia   Value "S".
*
 01  WS-ARQ-NOME         PIC X(008).
 01  WS-PATH-DAT         PIC X(060).
 01  WS-PATH-ANO         PIC X(060).
 01  WS-STAT-ARQ         PIC X(002).
 01  WS-COM-VALOR        PIC X(001).
     88 Arquivo-Com-Valor Value "S".
 01  WS-HOUVE-FALHA      PIC X(001) VALUE "N".
     88 Houve-Falha      Value "S".
 01  WS-MOTIVO           PIC X(070) VALUE SPACES.
*
 01  WS-ANOS-RETENCAO    PIC 9(002) VALUE 2.
 01  WS-ANO-CORTE        PIC 9(004).
 01  WS-ANO-CORTE-X REDEFINES WS-ANO-CORTE PIC X(004).
 01  WS-ANO-ARQ          PIC 9(004).
 01  WS-ANO-REG          PIC X(004).
 01  WS-VALOR-REG        PIC S9(013)V99 COMP-3.
*
*  What became of each record read: M goes to its year's file;
*  the rest stay, by reason.
 01  WS-DECISAO          PIC X(001).
     88 Decide-Arquivar  Value "M".
     88 Fica-Aberto      Value "A".
     88 Fica-Recente     Value "R".
     88 Fica-Disputa     Value "D".
     88 Fica-Referencia  Value "F".
 01  WS-ACHOU            PIC X(001).
     88 Achou-Referencia Value "S".
 01  WS-REF-NUME         PIC S9(006) COMP-5.
 01  WS-SU-ORIGEM        PIC X(001).
 01  WS-SU-DOC-1         PIC S9(006) COMP-5.
 01  WS-SU-DOC-2         PIC S9(006) COMP-5.
 01  WS-PED-IDX          PIC 9(002) COMP-X.
*
*  Control totals of the file in hand.
 01  WS-QTD-LIDOS        PIC 9(009) VALUE ZEROS.
 01  WS-QTD-SELEC        PIC 9(009) VALUE ZEROS.
 01  WS-VLR-SELEC        PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-QTD-FICA         PIC 9(009) VALUE ZEROS.
 01  WS-VLR-FICA         PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-QTD-ABERTO       PIC 9(009) VALUE ZEROS.
 01  WS-QTD-RECENTE      PIC 9(009) VALUE ZEROS.
 01  WS-QTD-DISPUTA      PIC 9(009) VALUE ZEROS.
 01  WS-QTD-REFER        PIC 9(009) VALUE ZEROS.
 01  WS-QTD-GRAVADOS     PIC 9(009) VALUE ZEROS.
 01  WS-QTD-APAGADOS     PIC 9(009) VALUE ZEROS.
 01  WS-QTD-ERROS        PIC 9(009) VALUE ZEROS.
*
*  The years the file in hand sends records to.
 78  max-anos            value 50.
 01  WS-ANO-TAB.
     03 WS-ANO-ITEM occurs 50 times.
        05 WS-AN-ANO     PIC 9(004).
        05 WS-AN-QTD     PIC 9(009).
 01  WS-QTD-ANOS         PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-AN-IDX           PIC 9(002) COMP-X.
*
*  The parcels of one order, decided together: none of them
*  leaves while another is still open.
 78  max-parcelas        value 100.
 01  WS-GRUPO-TAB.
     03 WS-GR-REGI       PIC X(150) occurs 100 times.
 01  WS-GR-QTD           PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-GR-IDX           PIC 9(003) COMP-X.
 01  WS-GR-NUME          PIC S9(006) COMP-5.
 01  WS-GR-ABERTO        PIC X(001).
     88 Grupo-Com-Aberto Value "S".
 01  WS-TI-LIDO          PIC X(150).
*
*  One client's old packaging movements, netted per packaging
*  type: only a type whose old saidas and entradas cancel out can
*  leave without changing the balance PROG906 adds up.
 78  max-embalagens      value 50.
 01  WS-EMB-TAB.
     03 WS-EMB-ITEM occurs 50 times.
        05 WS-EM-EMBALAGEM PIC X(010).
        05 WS-EM-SALDO   PIC S9(009) COMP-3.
 01  WS-QTD-EMB          PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-EM-IDX           PIC 9(002) COMP-X.
 01  WS-EMB-CHEIA        PIC X(001).
     88 Embalagens-Demais Value "S".
 01  WS-VS-CLIE          PIC S9(004) COMP-5.
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
*
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 01  WS-SP-OPERADOR      PIC X(008).
*
 01  WS-QTD-ED           PIC Z(008)9.
 01  WS-QTD-ED-2         PIC Z(008)9.
 01  WS-QTD-ED-3         PIC Z(008)9.
 01  WS-QTD-ED-4         PIC Z(008)9.
 01  WS-VALOR-ED         PIC ZZZZZZZZZZZZ9,99.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X REDEFINES WS-DATA-SISTEMA PIC X(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-ANO-SISTEMA   PIC 9(004).
     03 FILLER           PIC 9(004).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
     03 WS-HH-SIS        PIC 9(002).
     03 WS-MM-SIS        PIC 9(002).
     03 FILLER           PIC 9(004).
*
 Copy "..\copy\usuario.cpy".
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.

   If Not Lk-Simulacao
      Perform Verifica-Trava Thru Verifica-Trava-Exit
      If WS-MOTIVO Not = Spaces
         Display "PROG1086: " WS-MOTIVO
         Move 1 To Return-Code
         Exit Program
      End-if
   End-if

   Move "ARQUIVO-ANOS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-ANOS-RETENCAO
   End-if
   Compute WS-ANO-CORTE = WS-ANO-SISTEMA - WS-ANOS-RETENCAO

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathSUSPEITA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\SUSPEITA.DAT" Delimited By Size
          Into PathSUSPEITA
   End-String.
   Open Input SUSPEITA
   If Valido-SUSPEITA
      Move "S" To WS-TEM-SUSPEITA
   End-if.
   Move Spaces to PathOCORDIV.
   String Lk-Unidade           Delimited By Size
          "\DADOS\OCORDIV.DAT" Delimited By Size
          Into PathOCORDIV
   End-String.
   Open Input OCORDIV
   If Valido-OCORDIV
      Move "S" To WS-TEM-OCORDIV
   End-if.
   Move Spaces to PathRENEG.
   String Lk-Unidade         Delimited By Size
          "\DADOS\RENEG.DAT" Delimited By Size
          Into PathRENEG
   End-String.
   Open Input RENEG
   If Valido-RENEG
      Move "S" To WS-TEM-RENEG
   End-if.

   Move Spaces to PathARQOUT.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ARQANUAL.REL" Delimited By Size
          Into PathARQOUT
   End-String.
   Open Output ARQOUT
   If Not Valido-ARQOUT
      Display "erro ARQANUAL.REL " Stat-ARQOUT
      Perform Fecha-Consultas Thru Fecha-Consultas-Exit
      Move 1 To Return-Code
      Exit Program
   End-if
   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit

   Move Spaces to PathARQANO.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ARQANUAL.TMP" Delimited By Size
          Into PathARQANO
   End-String.

   Move "TITULOS"  To WS-ARQ-NOME
   Perform Processa-Arquivo Thru Processa-Arquivo-Exit
   Move "CTRCPAG"  To WS-ARQ-NOME
   Perform Processa-Arquivo Thru Processa-Arquivo-Exit
   Move "CTRC"     To WS-ARQ-NOME
   Perform Processa-Arquivo Thru Processa-Arquivo-Exit
   Move "PORTARIA" To WS-ARQ-NOME
   Perform Processa-Arquivo Thru Processa-Arquivo-Exit
   Move "AGENDA"   To WS-ARQ-NOME
   Perform Processa-Arquivo Thru Processa-Arquivo-Exit
   Move "VASILHA"  To WS-ARQ-NOME
   Perform Processa-Arquivo Thru Processa-Arquivo-Exit
   Move "ADIANT"   To WS-ARQ-NOME
   Perform Processa-Arquivo Thru Processa-Arquivo-Exit
   Move "ENTREGA"  To WS-ARQ-NOME
   Perform Processa-Arquivo Thru Processa-Arquivo-Exit

*  The work list is left empty, not lying around with images of
*  records that are gone.
   Open Output ARQANO
   If Valido-ARQANO
      Close ARQANO
   End-if

   Move Spaces To ARQOUT-REGI
   If Houve-Falha
      String "RESULTADO GERAL: COM FALHA - ver os arquivos acima;"
             " o que falhou ficou como estava."
             Delimited By Size Into ARQOUT-REGI
      End-String
   Else
      Move "RESULTADO GERAL: CONCLUIDO." To ARQOUT-REGI
   End-if
   Write ARQOUT-REGI
   Close ARQOUT.
   Perform Fecha-Consultas Thru Fecha-Consultas-Exit

   Move Oper-Codigo To WS-SP-OPERADOR
   Move "SOD-CONTROLLER" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR(1:8) To WS-SP-OPERADOR
   End-if
   Move "PROG1086" To WS-SP-PROGRAMA
   Move "ARQANUAL.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO WS-SP-OPERADOR
      On Exception Continue
   End-Call

   If Houve-Falha
      Display "PROG1086: arquivamento com falha - ver ARQANUAL.REL."
      Move 1 To Return-Code
   Else
      Display "PROG1086: arquivamento concluido - ARQANUAL.REL."
      Move Zeros To Return-Code
   End-if
   Exit Program.
*
 Fecha-Consultas.
   Close ORDE.
   If Tem-Suspeita
      Close SUSPEITA
   End-if.
   If Tem-Ocordiv
      Close OCORDIV
   End-if.
   If Tem-Reneg
      Close RENEG
   End-if.
 Fecha-Consultas-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To ARQOUT-REGI
   String "ARQUIVAMENTO ANUAL - FILIAL " Lk-Unidade
          "   ARQUIVA O QUE E ANTERIOR A " WS-ANO-CORTE
          "   EMITIDO EM " WS-DATA-SISTEMA-X(7:2) "/"
          WS-DATA-SISTEMA-X(5:2) "/" WS-DATA-SISTEMA-X(1:4) " "
          WS-HH-SIS ":" WS-MM-SIS
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   If Lk-Simulacao
      Move Spaces To ARQOUT-REGI
      String "SIMULACAO - nada foi movido; os numeros mostram o que"
             " sairia." Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
   End-if
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
 Processa-Arquivo.
   Move Zeros To WS-QTD-LIDOS WS-QTD-SELEC WS-VLR-SELEC
                 WS-QTD-FICA WS-VLR-FICA WS-QTD-ABERTO
                 WS-QTD-RECENTE WS-QTD-DISPUTA WS-QTD-REFER
                 WS-QTD-GRAVADOS WS-QTD-APAGADOS WS-QTD-ERROS
                 WS-QTD-ANOS
   Move Spaces To WS-MOTIVO WS-PATH-DAT
   String Lk-Unidade "\DADOS\" Delimited By Size
          WS-ARQ-NOME Delimited By Space ".DAT" Delimited By Size
          Into WS-PATH-DAT
   End-String
   If WS-ARQ-NOME = "TITULOS" Or "CTRCPAG" Or "CTRC" Or "ADIANT"
      Move "S" To WS-COM-VALOR
   Else
      Move "N" To WS-COM-VALOR
   End-if
   Perform Arquiva-Arquivo Thru Arquiva-Arquivo-Exit
   Perform Imprime-Arquivo Thru Imprime-Arquivo-Exit.
 Processa-Arquivo-Exit.
   Exit.
*
 Arquiva-Arquivo.
   Open Output ARQANO
   If Not Valido-ARQANO
      Move "lista de trabalho (ARQANUAL.TMP) nao pode ser criada"
           To WS-MOTIVO
      Move "S" To WS-HOUVE-FALHA
      Go To Arquiva-Arquivo-Exit
   End-if
   Move "00" To WS-STAT-ARQ
   Perform Seleciona Thru Seleciona-Exit
   Close ARQANO

   If WS-STAT-ARQ = "35"
      Move "arquivo nao existe nesta filial - nada a fazer"
           To WS-MOTIVO
      Go To Arquiva-Arquivo-Exit
   End-if
   If WS-STAT-ARQ Not = "10"
      String "leitura parou - status " WS-STAT-ARQ
             " - nada movido" Delimited By Size Into WS-MOTIVO
      End-String
      Move "S" To WS-HOUVE-FALHA
      Go To Arquiva-Arquivo-Exit
   End-if
   If WS-QTD-ERROS Not = Zeros
      Move "lista de trabalho incompleta - nada movido" To WS-MOTIVO
      Move "S" To WS-HOUVE-FALHA
      Go To Arquiva-Arquivo-Exit
   End-if
   If WS-QTD-SELEC = Zeros
      Move "nada a arquivar" To WS-MOTIVO
      Go To Arquiva-Arquivo-Exit
   End-if
   If Lk-Simulacao
      Move "SIMULACAO - nada movido" To WS-MOTIVO
      Go To Arquiva-Arquivo-Exit
   End-if

   Perform Varying WS-AN-IDX From 1 By 1
             Until WS-AN-IDX > WS-QTD-ANOS
      Move WS-AN-ANO(WS-AN-IDX) To WS-ANO-ARQ
      Move Spaces To WS-PATH-ANO
      String Lk-Unidade "\DADOS\" Delimited By Size
             WS-ARQ-NOME Delimited By Space
             "." WS-ANO-ARQ Delimited By Size
             Into WS-PATH-ANO
      End-String
      Perform Grava-Anual Thru Grava-Anual-Exit
   End-Perform
   If WS-QTD-GRAVADOS Not = WS-QTD-SELEC
      Or WS-QTD-ERROS Not = Zeros
      Move "gravacao nos arquivos do ano falhou - nada expurgado"
           To WS-MOTIVO
      Move "S" To WS-HOUVE-FALHA
      Go To Arquiva-Arquivo-Exit
   End-if

   Perform Expurga Thru Expurga-Exit
   If WS-QTD-APAGADOS Not = WS-QTD-SELEC
      Or WS-QTD-ERROS Not = Zeros
      String "expurgo incompleto - rode de novo, o que ja foi para o"
             " ano e regravado" Delimited By Size Into WS-MOTIVO
      End-String
      Move "S" To WS-HOUVE-FALHA
      Go To Arquiva-Arquivo-Exit
   End-if
   Move "CONCLUIDO" To WS-MOTIVO.
 Arquiva-Arquivo-Exit.
   Exit.
*
*  The file's totals, how the stayers break down, the years that
*  received records, and the selected = written = deleted check.
 Imprime-Arquivo.
   Move WS-QTD-LIDOS To WS-QTD-ED
   Move Spaces To ARQOUT-REGI
   String WS-ARQ-NOME ".DAT   LIDOS " WS-QTD-ED
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move WS-QTD-SELEC To WS-QTD-ED
   Move WS-VLR-SELEC To WS-VALOR-ED
   Move Spaces To ARQOUT-REGI
   If Arquivo-Com-Valor
      String "   ARQUIVADOS ......: " WS-QTD-ED "   VALOR "
             WS-VALOR-ED Delimited By Size Into ARQOUT-REGI
      End-String
   Else
      String "   ARQUIVADOS ......: " WS-QTD-ED
             Delimited By Size Into ARQOUT-REGI
      End-String
   End-if
   Write ARQOUT-REGI
   Move WS-QTD-FICA To WS-QTD-ED
   Move WS-VLR-FICA To WS-VALOR-ED
   Move Spaces To ARQOUT-REGI
   If Arquivo-Com-Valor
      String "   MANTIDOS ........: " WS-QTD-ED "   VALOR "
             WS-VALOR-ED Delimited By Size Into ARQOUT-REGI
      End-String
   Else
      String "   MANTIDOS ........: " WS-QTD-ED
             Delimited By Size Into ARQOUT-REGI
      End-String
   End-if
   Write ARQOUT-REGI
   Move WS-QTD-ABERTO  To WS-QTD-ED
   Move WS-QTD-RECENTE To WS-QTD-ED-2
   Move WS-QTD-DISPUTA To WS-QTD-ED-3
   Move WS-QTD-REFER   To WS-QTD-ED-4
   Move Spaces To ARQOUT-REGI
   String "      EM ABERTO " WS-QTD-ED
          "   RECENTES " WS-QTD-ED-2
          "   EM DISPUTA " WS-QTD-ED-3
          "   REFERENCIADOS " WS-QTD-ED-4
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Perform Varying WS-AN-IDX From 1 By 1
             Until WS-AN-IDX > WS-QTD-ANOS
      Move WS-AN-QTD(WS-AN-IDX) To WS-QTD-ED
      Move Spaces To ARQOUT-REGI
      String "      PARA " WS-ARQ-NOME Delimited By Space
             "." WS-AN-ANO(WS-AN-IDX) ": " WS-QTD-ED
             Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
   End-Perform
   If WS-QTD-GRAVADOS > Zeros Or WS-QTD-APAGADOS > Zeros
      Move WS-QTD-SELEC    To WS-QTD-ED
      Move WS-QTD-GRAVADOS To WS-QTD-ED-2
      Move WS-QTD-APAGADOS To WS-QTD-ED-3
      Move Spaces To ARQOUT-REGI
      String "   CONFERENCIA: SELECIONADOS " WS-QTD-ED
             "   GRAVADOS " WS-QTD-ED-2
             "   EXPURGADOS " WS-QTD-ED-3
             Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
   End-if
   Move Spaces To ARQOUT-REGI
   String "   RESULTADO: " WS-MOTIVO
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Display WS-ARQ-NOME ": " WS-MOTIVO.
 Imprime-Arquivo-Exit.
   Exit.
*
*  Every record read lands here with its decision, its year in
*  WS-ANO-REG, its value in WS-VALOR-REG and its image in AX-REGI.
 Registra-Decisao.
   Add 1 To WS-QTD-LIDOS
   If Decide-Arquivar
      Move WS-ANO-REG To AX-ANO
      Write ARQANO-REGI
      If Not Valido-ARQANO
         Add 1 To WS-QTD-ERROS
      End-if
      Add 1 To WS-QTD-SELEC
      Add WS-VALOR-REG To WS-VLR-SELEC
      Perform Conta-Ano Thru Conta-Ano-Exit
   Else
      Add 1 To WS-QTD-FICA
      Add WS-VALOR-REG To WS-VLR-FICA
      Evaluate True
         When Fica-Aberto    Add 1 To WS-QTD-ABERTO
         When Fica-Recente   Add 1 To WS-QTD-RECENTE
         When Fica-Disputa   Add 1 To WS-QTD-DISPUTA
         When Other          Add 1 To WS-QTD-REFER
      End-Evaluate
   End-if.
 Registra-Decisao-Exit.
   Exit.
*
 Conta-Ano.
   Perform Varying WS-AN-IDX From 1 By 1
             Until WS-AN-IDX > WS-QTD-ANOS
                Or WS-AN-ANO(WS-AN-IDX) = AX-ANO
      Continue
   End-Perform
   If WS-AN-IDX > WS-QTD-ANOS
      If WS-QTD-ANOS >= max-anos
         Add 1 To WS-QTD-ERROS
         Go To Conta-Ano-Exit
      End-if
      Add 1 To WS-QTD-ANOS
      Move AX-ANO To WS-AN-ANO(WS-QTD-ANOS)
      Move Zeros  To WS-AN-QTD(WS-QTD-ANOS)
   End-if
   Add 1 To WS-AN-QTD(WS-AN-IDX).
 Conta-Ano-Exit.
   Exit.
*
*  Old enough to go: the record's year before the cut.
 Verifica-Ano.
   If WS-ANO-REG Is Numeric And WS-ANO-REG < WS-ANO-CORTE-X
      Move "M" To WS-DECISAO
   Else
      Move "R" To WS-DECISAO
   End-if.
 Verifica-Ano-Exit.
   Exit.
*
 Le-Trabalho.
   Read ARQANO
      At End Move "10" To Stat-ARQANO
   End-Read.
 Le-Trabalho-Exit.
   Exit.
*
*  A held suspicion (PROG1081) on the document in WS-SU-*.
 Verifica-Suspeita.
   Move "N" To WS-ACHOU
   If Not Tem-Suspeita
      Go To Verifica-Suspeita-Exit
   End-if
   Move WS-SU-ORIGEM To SU-ORIGEM
   Move WS-SU-DOC-1  To SU-DOC-1
   Move WS-SU-DOC-2  To SU-DOC-2
   Move Low-Values   To SU-MOTIVO
   Move "00" To Stat-SUSPEITA
   Start SUSPEITA Key Not < SU-CHAVE
      Invalid Key Move "10" To Stat-SUSPEITA
   End-Start
   Perform Until Not Valido-SUSPEITA Or Achou-Referencia
      Read SUSPEITA Next Record
         At End Move "10" To Stat-SUSPEITA
      End-Read
      If Valido-SUSPEITA
         If SU-ORIGEM Not = WS-SU-ORIGEM
            Or SU-DOC-1 Not = WS-SU-DOC-1
            Or SU-DOC-2 Not = WS-SU-DOC-2
            Move "10" To Stat-SUSPEITA
         Else
            If Suspeita-Retida
               Move "S" To WS-ACHOU
            End-if
         End-if
      End-if
   End-Perform.
 Verifica-Suspeita-Exit.
   Exit.
*
*  A delivery occurrence of order WS-REF-NUME nobody has dealt
*  with yet (PROG985).
 Verifica-Ocorrencia.
   Move "N" To WS-ACHOU
   If Not Tem-Ocordiv Or WS-REF-NUME = Zeros
      Go To Verifica-Ocorrencia-Exit
   End-if
   Move WS-REF-NUME To OC-NUME
   Move Zeros       To OC-SEQ
   Move "00" To Stat-OCORDIV
   Start OCORDIV Key Not < OC-CHAVE
      Invalid Key Move "10" To Stat-OCORDIV
   End-Start
   Perform Until Not Valido-OCORDIV Or Achou-Referencia
      Read OCORDIV Next Record
         At End Move "10" To Stat-OCORDIV
      End-Read
      If Valido-OCORDIV
         If OC-NUME Not = WS-REF-NUME
            Move "10" To Stat-OCORDIV
         Else
            If Ocorrencia-Pendente
               Move "S" To WS-ACHOU
            End-if
         End-if
      End-if
   End-Perform.
 Verifica-Ocorrencia-Exit.
   Exit.
*
*  Order WS-REF-NUME still pending or liberated. An order no
*  longer in ORDE.DAT went to ORDEHIST closed (PROG963).
 Verifica-Pedido.
   Move "N" To WS-ACHOU
   If WS-REF-NUME = Zeros
      Go To Verifica-Pedido-Exit
   End-if
   Move WS-REF-NUME To ORDE-NUME
   Read ORDE
      Invalid Key Continue
   End-Read
   If Valido-ORDE And Situacao-Aberta
      Move "S" To WS-ACHOU
   End-if.
 Verifica-Pedido-Exit.
   Exit.
*
*  Any of the orders a CTRC carries still open.
 Verifica-Pedidos-Ctrc.
   Move "N" To WS-ACHOU
   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > 20 Or Achou-Referencia
      If CT-PEDIDO(WS-PED-IDX) > Zeros
         Move CT-PEDIDO(WS-PED-IDX) To WS-REF-NUME
         Perform Verifica-Pedido Thru Verifica-Pedido-Exit
      End-if
   End-Perform.
 Verifica-Pedidos-Ctrc-Exit.
   Exit.
*
*  An unpaid parcel of order WS-REF-NUME in the live TITULOS.DAT
*  (open for reference).
 Verifica-Titulo-Aberto.
   Move "N" To WS-ACHOU
   If Not Tem-Referencia Or WS-REF-NUME = Zeros
      Go To Verifica-Titulo-Aberto-Exit
   End-if
   Move WS-REF-NUME To TI-NUME
   Move Zeros       To TI-PARC
   Move "00" To Stat-TITULOS
   Start TITULOS Key Not < TI-CHAVE
      Invalid Key Move "10" To Stat-TITULOS
   End-Start
   Perform Until Not Valido-TITULOS Or Achou-Referencia
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Valido-TITULOS
         If TI-NUME Not = WS-REF-NUME
            Move "10" To Stat-TITULOS
         Else
            If Titulo-Aberto
               Move "S" To WS-ACHOU
            End-if
         End-if
      End-if
   End-Perform.
 Verifica-Titulo-Aberto-Exit.
   Exit.
*
*  The branch's lock, taken by ARQANUAL.BAT - files are not moved
*  from under the on-line screens or an ORDSYNC night.
 Verifica-Trava.
   Move Spaces To WS-MOTIVO
   Move Spaces to PathLOCK.
   String Lk-Unidade        Delimited By Size
          "\DADOS\SYNC.LCK" Delimited By Size
          Into PathLOCK
   End-String.
   Move Spaces To LOCKMRK-REGI
   Open Input LOCKMRK
   If Valido-LOCKMRK
      Read LOCKMRK
         At End Move Spaces To LOCKMRK-REGI
      End-Read
      Close LOCKMRK
   End-if
   If LC-ORIGEM Not = "ARQANUAL"
      Move "filial nao travada para o arquivamento (ARQANUAL.BAT)"
           To WS-MOTIVO
   End-if.
 Verifica-Trava-Exit.
   Exit.
*
*================================================================
*  Choosing, file by file.
*================================================================
*
*  Paid or renegotiated titles, by the year of the settlement.
 Seleciona-Titulos.
   Move WS-PATH-DAT To PATHTITULOS
   Open Input TITULOS
   If Not Valido-TITULOS
      Move Stat-TITULOS To WS-STAT-ARQ
      Go To Seleciona-Titulos-Exit
   End-if
   Move Zeros To WS-GR-QTD
   Perform Until Not Valido-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Valido-TITULOS
         If WS-GR-QTD > Zeros And TI-NUME Not = WS-GR-NUME
            Move TITULOS-REGI To WS-TI-LIDO
            Perform Decide-Grupo-Titulos
               Thru Decide-Grupo-Titulos-Exit
            Move WS-TI-LIDO To TITULOS-REGI
         End-if
         If WS-GR-QTD = Zeros
            Move TI-NUME To WS-GR-NUME
            Move "N"     To WS-GR-ABERTO
         End-if
         If WS-GR-QTD < max-parcelas
            Add 1 To WS-GR-QTD
            Move TITULOS-REGI To WS-GR-REGI(WS-GR-QTD)
         Else
            Add 1 To WS-QTD-ERROS
         End-if
         If Titulo-Aberto
            Move "S" To WS-GR-ABERTO
         End-if
      End-if
   End-Perform
   Move Stat-TITULOS To WS-STAT-ARQ
   If WS-GR-QTD > Zeros
      Perform Decide-Grupo-Titulos Thru Decide-Grupo-Titulos-Exit
   End-if
   Close TITULOS.
 Seleciona-Titulos-Exit.
   Exit.
*
 Decide-Grupo-Titulos.
   Perform Varying WS-GR-IDX From 1 By 1
             Until WS-GR-IDX > WS-GR-QTD
      Move WS-GR-REGI(WS-GR-IDX) To TITULOS-REGI
      Perform Decide-Titulo Thru Decide-Titulo-Exit
      Move TITULOS-REGI To AX-REGI
      Move TI-VALOR     To WS-VALOR-REG
      Perform Registra-Decisao Thru Registra-Decisao-Exit
   End-Perform
   Move Zeros To WS-GR-QTD.
 Decide-Grupo-Titulos-Exit.
   Exit.
*
 Decide-Titulo.
   Move TI-DTPG(1:4) To WS-ANO-REG
   If Titulo-Aberto
      Move "A" To WS-DECISAO
      Go To Decide-Titulo-Exit
   End-if
   Perform Verifica-Ano Thru Verifica-Ano-Exit
   If Not Decide-Arquivar
      Go To Decide-Titulo-Exit
   End-if
   Move "T"     To WS-SU-ORIGEM
   Move TI-NUME To WS-SU-DOC-1
   Move TI-PARC To WS-SU-DOC-2
   Perform Verifica-Suspeita Thru Verifica-Suspeita-Exit
   If Achou-Referencia
      Move "D" To WS-DECISAO
      Go To Decide-Titulo-Exit
   End-if
   Move TI-NUME To WS-REF-NUME
   Perform Verifica-Ocorrencia Thru Verifica-Ocorrencia-Exit
   If Achou-Referencia
      Move "D" To WS-DECISAO
      Go To Decide-Titulo-Exit
   End-if
*  A renegotiated title is the history of an agreement still
*  being paid off (PROG1033 stamps "RENEG nnnnnn").
   If Titulo-Renegociado And Tem-Reneg
      And TI-OPER-PG(1:6) = "RENEG " And TI-OPER-PG(7:6) Is Numeric
      Move TI-OPER-PG(7:6) To RN-NUME
      Read RENEG
         Invalid Key Continue
      End-Read
      If Valido-RENEG And Acordo-Ativo
         Move "F" To WS-DECISAO
         Go To Decide-Titulo-Exit
      End-if
   End-if
   If Grupo-Com-Aberto
      Move "F" To WS-DECISAO
   End-if.
 Decide-Titulo-Exit.
   Exit.
*
*  Paid payables, by the year of the payment.
 Seleciona-Ctrcpag.
   Move WS-PATH-DAT To PATHCTRCPAG
   Open Input CTRCPAG
   If Not Valido-CTRCPAG
      Move Stat-CTRCPAG To WS-STAT-ARQ
      Go To Seleciona-Ctrcpag-Exit
   End-if
   Move "N" To WS-TEM-REF
   Move Spaces to PathCTRC.
   String Lk-Unidade        Delimited By Size
          "\DADOS\CTRC.DAT" Delimited By Size
          Into PathCTRC
   End-String.
   Open Input CTRC
   If Valido-CTRC
      Move "S" To WS-TEM-REF
   End-if
   Perform Until Not Valido-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Valido-CTRCPAG
         Perform Decide-Pagavel Thru Decide-Pagavel-Exit
         Move CTRCPAG-REGI To AX-REGI
         Move PG-VALOR     To WS-VALOR-REG
         Perform Registra-Decisao Thru Registra-Decisao-Exit
      End-if
   End-Perform
   Move Stat-CTRCPAG To WS-STAT-ARQ
   Close CTRCPAG.
   If Tem-Referencia
      Close CTRC
   End-if.
 Seleciona-Ctrcpag-Exit.
   Exit.
*
 Decide-Pagavel.
   Move PG-DTPG(1:4) To WS-ANO-REG
   If Not Pagavel-Pago
      Move "A" To WS-DECISAO
      Go To Decide-Pagavel-Exit
   End-if
   Perform Verifica-Ano Thru Verifica-Ano-Exit
   If Not Decide-Arquivar
      Go To Decide-Pagavel-Exit
   End-if
   Move "P"       To WS-SU-ORIGEM
   Move PG-TRAN   To WS-SU-DOC-1
   Move PG-NUMERO To WS-SU-DOC-2
   Perform Verifica-Suspeita Thru Verifica-Suspeita-Exit
   If Achou-Referencia
      Move "D" To WS-DECISAO
      Go To Decide-Pagavel-Exit
   End-if
   If Tem-Referencia
      Move PG-TRAN   To CT-TRAN
      Move PG-NUMERO To CT-NUMERO
      Read CTRC
         Invalid Key Continue
      End-Read
      If Valido-CTRC
         Perform Verifica-Pedidos-Ctrc
            Thru Verifica-Pedidos-Ctrc-Exit
         If Achou-Referencia
            Move "F" To WS-DECISAO
         End-if
      End-if
   End-if.
 Decide-Pagavel-Exit.
   Exit.
*
*  Conhecimentos by their own date, once nothing points at them:
*  their payable gone from CTRCPAG.DAT (a step ago) and their
*  orders closed.
 Seleciona-Ctrc.
   Move WS-PATH-DAT To PATHCTRC
   Open Input CTRC
   If Not Valido-CTRC
      Move Stat-CTRC To WS-STAT-ARQ
      Go To Seleciona-Ctrc-Exit
   End-if
   Perform Abre-Ref-Ctrcpag Thru Abre-Ref-Ctrcpag-Exit
   Perform Until Not Valido-CTRC
      Read CTRC Next Record
         At End Move "10" To Stat-CTRC
      End-Read
      If Valido-CTRC
         Perform Decide-Ctrc Thru Decide-Ctrc-Exit
         Move CTRC-REGI To AX-REGI
         Move CT-VALOR  To WS-VALOR-REG
         Perform Registra-Decisao Thru Registra-Decisao-Exit
      End-if
   End-Perform
   Move Stat-CTRC To WS-STAT-ARQ
   Close CTRC.
   If Tem-Referencia
      Close CTRCPAG
   End-if.
 Seleciona-Ctrc-Exit.
   Exit.
*
 Decide-Ctrc.
   Move CT-DATA(1:4) To WS-ANO-REG
   Perform Verifica-Ano Thru Verifica-Ano-Exit
   If Not Decide-Arquivar
      Go To Decide-Ctrc-Exit
   End-if
   Move "P"       To WS-SU-ORIGEM
   Move CT-TRAN   To WS-SU-DOC-1
   Move CT-NUMERO To WS-SU-DOC-2
   Perform Verifica-Suspeita Thru Verifica-Suspeita-Exit
   If Achou-Referencia
      Move "D" To WS-DECISAO
      Go To Decide-Ctrc-Exit
   End-if
   If Tem-Referencia
      Move CT-TRAN   To PG-TRAN
      Move CT-NUMERO To PG-NUMERO
      Read CTRCPAG
         Invalid Key Continue
      End-Read
      If Valido-CTRCPAG
         If Pagavel-Aberto
            Move "A" To WS-DECISAO
         Else
            Move "F" To WS-DECISAO
         End-if
         Go To Decide-Ctrc-Exit
      End-if
   End-if
   Perform Verifica-Pedidos-Ctrc Thru Verifica-Pedidos-Ctrc-Exit
   If Achou-Referencia
      Move "F" To WS-DECISAO
   End-if.
 Decide-Ctrc-Exit.
   Exit.
*
 Abre-Ref-Ctrcpag.
   Move "N" To WS-TEM-REF
   Move Spaces to PathCTRCPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CTRCPAG.DAT" Delimited By Size
          Into PathCTRCPAG
   End-String.
   Open Input CTRCPAG
   If Valido-CTRCPAG
      Move "S" To WS-TEM-REF
   End-if.
 Abre-Ref-Ctrcpag-Exit.
   Exit.
*
*  Gate visits whose truck has left, unless the order is still
*  open or the demurrage they raised is still payable.
 Seleciona-Portaria.
   Move WS-PATH-DAT To PATHPORTARIA
   Open Input PORTARIA
   If Not Valido-PORTARIA
      Move Stat-PORTARIA To WS-STAT-ARQ
      Go To Seleciona-Portaria-Exit
   End-if
   Perform Abre-Ref-Ctrcpag Thru Abre-Ref-Ctrcpag-Exit
   Move Zeros To WS-VALOR-REG
   Perform Until Not Valido-PORTARIA
      Read PORTARIA Next Record
         At End Move "10" To Stat-PORTARIA
      End-Read
      If Valido-PORTARIA
         Perform Decide-Portaria Thru Decide-Portaria-Exit
         Move PORTARIA-REGI To AX-REGI
         Perform Registra-Decisao Thru Registra-Decisao-Exit
      End-if
   End-Perform
   Move Stat-PORTARIA To WS-STAT-ARQ
   Close PORTARIA.
   If Tem-Referencia
      Close CTRCPAG
   End-if.
 Seleciona-Portaria-Exit.
   Exit.
*
 Decide-Portaria.
   Move PT-DATA(1:4) To WS-ANO-REG
   If PT-HR-SAIDA = Spaces
      Move "A" To WS-DECISAO
      Go To Decide-Portaria-Exit
   End-if
   Perform Verifica-Ano Thru Verifica-Ano-Exit
   If Not Decide-Arquivar
      Go To Decide-Portaria-Exit
   End-if
   If Estadia-Lancada And Tem-Referencia
      Move PT-EST-TRAN   To PG-TRAN
      Move PT-EST-NUMERO To PG-NUMERO
      Read CTRCPAG
         Invalid Key Continue
      End-Read
      If Valido-CTRCPAG
         Move "F" To WS-DECISAO
         Go To Decide-Portaria-Exit
      End-if
   End-if
   Move PT-NUME To WS-REF-NUME
   Perform Verifica-Pedido Thru Verifica-Pedido-Exit
   If Achou-Referencia
      Move "F" To WS-DECISAO
   End-if.
 Decide-Portaria-Exit.
   Exit.
*
*  Loading slots of past years, unless booked for an open order.
 Seleciona-Agenda.
   Move WS-PATH-DAT To PATHAGENDA
   Open Input AGENDA
   If Not Valido-AGENDA
      Move Stat-AGENDA To WS-STAT-ARQ
      Go To Seleciona-Agenda-Exit
   End-if
   Move Zeros To WS-VALOR-REG
   Perform Until Not Valido-AGENDA
      Read AGENDA Next Record
         At End Move "10" To Stat-AGENDA
      End-Read
      If Valido-AGENDA
         Move AG-DATA(1:4) To WS-ANO-REG
         Perform Verifica-Ano Thru Verifica-Ano-Exit
         If Decide-Arquivar
            Move AG-NUME To WS-REF-NUME
            Perform Verifica-Pedido Thru Verifica-Pedido-Exit
            If Achou-Referencia
               Move "F" To WS-DECISAO
            End-if
         End-if
         Move AGENDA-REGI To AX-REGI
         Perform Registra-Decisao Thru Registra-Decisao-Exit
      End-if
   End-Perform
   Move Stat-AGENDA To WS-STAT-ARQ
   Close AGENDA.
 Seleciona-Agenda-Exit.
   Exit.
*
*  Packaging movements, one client at a time: first the old
*  movements are netted per packaging type, then the client is
*  read again and the old movements of the types that net to
*  zero are chosen. Both passes stop on the next client's first
*  record, which starts the next round.
 Seleciona-Vasilha.
   Move WS-PATH-DAT To PATHVASILHA
   Open Input VASILHA
   If Not Valido-VASILHA
      Move Stat-VASILHA To WS-STAT-ARQ
      Go To Seleciona-Vasilha-Exit
   End-if
   Move Zeros To WS-VALOR-REG
   Perform Le-Vasilha Thru Le-Vasilha-Exit
   Perform Until Not Valido-VASILHA
      Move VS-CLIE To WS-VS-CLIE
      Perform Saldo-Vasilha-Cliente Thru Saldo-Vasilha-Cliente-Exit
      Perform Decide-Vasilha-Cliente
         Thru Decide-Vasilha-Cliente-Exit
   End-Perform
   Move Stat-VASILHA To WS-STAT-ARQ
   Close VASILHA.
 Seleciona-Vasilha-Exit.
   Exit.
*
 Le-Vasilha.
   Read VASILHA Next Record
      At End Move "10" To Stat-VASILHA
   End-Read.
 Le-Vasilha-Exit.
   Exit.
*
 Saldo-Vasilha-Cliente.
   Move Zeros To WS-QTD-EMB
   Move "N"   To WS-EMB-CHEIA
   Perform Until Not Valido-VASILHA Or VS-CLIE Not = WS-VS-CLIE
      Move VS-DATA(1:4) To WS-ANO-REG
      Perform Verifica-Ano Thru Verifica-Ano-Exit
      If Decide-Arquivar
         Perform Procura-Embalagem Thru Procura-Embalagem-Exit
         If WS-EM-IDX > WS-QTD-EMB
            If WS-QTD-EMB < max-embalagens
               Add 1 To WS-QTD-EMB
               Move VS-EMBALAGEM To WS-EM-EMBALAGEM(WS-QTD-EMB)
               Move Zeros        To WS-EM-SALDO(WS-QTD-EMB)
            Else
               Move "S" To WS-EMB-CHEIA
            End-if
         End-if
         If WS-EM-IDX <= WS-QTD-EMB
            If Vasilha-Saida
               Add VS-QTD To WS-EM-SALDO(WS-EM-IDX)
            Else
               Subtract VS-QTD From WS-EM-SALDO(WS-EM-IDX)
            End-if
         End-if
      End-if
      Perform Le-Vasilha Thru Le-Vasilha-Exit
   End-Perform.
 Saldo-Vasilha-Cliente-Exit.
   Exit.
*
 Procura-Embalagem.
   Perform Varying WS-EM-IDX From 1 By 1
             Until WS-EM-IDX > WS-QTD-EMB
                Or WS-EM-EMBALAGEM(WS-EM-IDX) = VS-EMBALAGEM
      Continue
   End-Perform.
 Procura-Embalagem-Exit.
   Exit.
*
 Decide-Vasilha-Cliente.
   Move WS-VS-CLIE To VS-CLIE
   Move Zeros      To VS-SEQ
   Move "00" To Stat-VASILHA
   Start VASILHA Key Not < VS-CHAVE
      Invalid Key Move "10" To Stat-VASILHA
   End-Start
   If Valido-VASILHA
      Perform Le-Vasilha Thru Le-Vasilha-Exit
   End-if
   Perform Until Not Valido-VASILHA Or VS-CLIE Not = WS-VS-CLIE
      Move VS-DATA(1:4) To WS-ANO-REG
      Perform Verifica-Ano Thru Verifica-Ano-Exit
      If Decide-Arquivar
         Perform Procura-Embalagem Thru Procura-Embalagem-Exit
         If Embalagens-Demais Or WS-EM-IDX > WS-QTD-EMB
            Move "A" To WS-DECISAO
         Else
            If WS-EM-SALDO(WS-EM-IDX) Not = Zeros
               Move "A" To WS-DECISAO
            End-if
         End-if
      End-if
      Move VASILHA-REGI To AX-REGI
      Perform Registra-Decisao Thru Registra-Decisao-Exit
      Perform Le-Vasilha Thru Le-Vasilha-Exit
   End-Perform.
 Decide-Vasilha-Cliente-Exit.
   Exit.
*
*  Advances used up, by the year they came in.
 Seleciona-Adiant.
   Move WS-PATH-DAT To PATHADIANT
   Open Input ADIANT
   If Not Valido-ADIANT
      Move Stat-ADIANT To WS-STAT-ARQ
      Go To Seleciona-Adiant-Exit
   End-if
   Perform Until Not Valido-ADIANT
      Read ADIANT Next Record
         At End Move "10" To Stat-ADIANT
      End-Read
      If Valido-ADIANT
         Move AD-DATA(1:4) To WS-ANO-REG
         If Adiant-Esgotado
            Perform Verifica-Ano Thru Verifica-Ano-Exit
         Else
            Move "A" To WS-DECISAO
         End-if
         Move ADIANT-REGI To AX-REGI
         Move AD-VALOR    To WS-VALOR-REG
         Perform Registra-Decisao Thru Registra-Decisao-Exit
      End-if
   End-Perform
   Move Stat-ADIANT To WS-STAT-ARQ
   Close ADIANT.
 Seleciona-Adiant-Exit.
   Exit.
*
*  Deliveries by the delivery date, unless the order is open, an
*  occurrence on it is pending or a parcel it billed is unpaid.
 Seleciona-Entrega.
   Move WS-PATH-DAT To PATHENTREGA
   Open Input ENTREGA
   If Not Valido-ENTREGA
      Move Stat-ENTREGA To WS-STAT-ARQ
      Go To Seleciona-Entrega-Exit
   End-if
   Move "N" To WS-TEM-REF
   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Valido-TITULOS
      Move "S" To WS-TEM-REF
   End-if
   Move Zeros To WS-VALOR-REG
   Perform Until Not Valido-ENTREGA
      Read ENTREGA Next Record
         At End Move "10" To Stat-ENTREGA
      End-Read
      If Valido-ENTREGA
         Perform Decide-Entrega Thru Decide-Entrega-Exit
         Move ENTREGA-REGI To AX-REGI
         Perform Registra-Decisao Thru Registra-Decisao-Exit
      End-if
   End-Perform
   Move Stat-ENTREGA To WS-STAT-ARQ
   Close ENTREGA.
   If Tem-Referencia
      Close TITULOS
   End-if.
 Seleciona-Entrega-Exit.
   Exit.
*
 Decide-Entrega.
   Move EN-DTENT(1:4) To WS-ANO-REG
   Perform Verifica-Ano Thru Verifica-Ano-Exit
   If Not Decide-Arquivar
      Go To Decide-Entrega-Exit
   End-if
   Move EN-NUME To WS-REF-NUME
   Perform Verifica-Ocorrencia Thru Verifica-Ocorrencia-Exit
   If Achou-Referencia
      Move "D" To WS-DECISAO
      Go To Decide-Entrega-Exit
   End-if
   Perform Verifica-Pedido Thru Verifica-Pedido-Exit
   If Achou-Referencia
      Move "F" To WS-DECISAO
      Go To Decide-Entrega-Exit
   End-if
   Perform Verifica-Titulo-Aberto Thru Verifica-Titulo-Aberto-Exit
   If Achou-Referencia
      Move "F" To WS-DECISAO
   End-if.
 Decide-Entrega-Exit.
   Exit.
*
*================================================================
*  Writing to the year's file and deleting from the live one.
*================================================================
*
 Seleciona.
   Evaluate WS-ARQ-NOME
      When "TITULOS"
         Perform Seleciona-Titulos Thru Seleciona-Titulos-Exit
      When "CTRCPAG"
         Perform Seleciona-Ctrcpag Thru Seleciona-Ctrcpag-Exit
      When "CTRC"
         Perform Seleciona-Ctrc Thru Seleciona-Ctrc-Exit
      When "PORTARIA"
         Perform Seleciona-Portaria Thru Seleciona-Portaria-Exit
      When "AGENDA"
         Perform Seleciona-Agenda Thru Seleciona-Agenda-Exit
      When "VASILHA"
         Perform Seleciona-Vasilha Thru Seleciona-Vasilha-Exit
      When "ADIANT"
         Perform Seleciona-Adiant Thru Seleciona-Adiant-Exit
      When "ENTREGA"
         Perform Seleciona-Entrega Thru Seleciona-Entrega-Exit
   End-Evaluate.
 Seleciona-Exit.
   Exit.
*
 Grava-Anual.
   Evaluate WS-ARQ-NOME
      When "TITULOS"
         Perform Grava-Anual-Titulos Thru Grava-Anual-Titulos-Exit
      When "CTRCPAG"
         Perform Grava-Anual-Ctrcpag Thru Grava-Anual-Ctrcpag-Exit
      When "CTRC"
         Perform Grava-Anual-Ctrc Thru Grava-Anual-Ctrc-Exit
      When "PORTARIA"
         Perform Grava-Anual-Portaria Thru Grava-Anual-Portaria-Exit
      When "AGENDA"
         Perform Grava-Anual-Agenda Thru Grava-Anual-Agenda-Exit
      When "VASILHA"
         Perform Grava-Anual-Vasilha Thru Grava-Anual-Vasilha-Exit
      When "ADIANT"
         Perform Grava-Anual-Adiant Thru Grava-Anual-Adiant-Exit
      When "ENTREGA"
         Perform Grava-Anual-Entrega Thru Grava-Anual-Entrega-Exit
   End-Evaluate.
 Grava-Anual-Exit.
   Exit.
*
 Expurga.
   Evaluate WS-ARQ-NOME
      When "TITULOS"
         Perform Expurga-Titulos Thru Expurga-Titulos-Exit
      When "CTRCPAG"
         Perform Expurga-Ctrcpag Thru Expurga-Ctrcpag-Exit
      When "CTRC"
         Perform Expurga-Ctrc Thru Expurga-Ctrc-Exit
      When "PORTARIA"
         Perform Expurga-Portaria Thru Expurga-Portaria-Exit
      When "AGENDA"
         Perform Expurga-Agenda Thru Expurga-Agenda-Exit
      When "VASILHA"
         Perform Expurga-Vasilha Thru Expurga-Vasilha-Exit
      When "ADIANT"
         Perform Expurga-Adiant Thru Expurga-Adiant-Exit
      When "ENTREGA"
         Perform Expurga-Entrega Thru Expurga-Entrega-Exit
   End-Evaluate.
 Expurga-Exit.
   Exit.
*
 Grava-Anual-Titulos.
   Move WS-PATH-ANO To PATHTITULOS
   Open I-O TITULOS
   If Stat-TITULOS = "35"
      Open Output TITULOS
      Close TITULOS
      Open I-O TITULOS
   End-if
   If Not Valido-TITULOS
      Add 1 To WS-QTD-ERROS
      Go To Grava-Anual-Titulos-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close TITULOS
      Go To Grava-Anual-Titulos-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      If AX-ANO = WS-ANO-ARQ
         Move AX-REGI To TITULOS-REGI
         Write TITULOS-REGI
            Invalid Key
               Rewrite TITULOS-REGI
                  Invalid Key Add 1 To WS-QTD-ERROS
                  Not Invalid Key Add 1 To WS-QTD-GRAVADOS
               End-Rewrite
            Not Invalid Key Add 1 To WS-QTD-GRAVADOS
         End-Write
      End-if
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close TITULOS.
 Grava-Anual-Titulos-Exit.
   Exit.
*
 Expurga-Titulos.
   Move WS-PATH-DAT To PATHTITULOS
   Open I-O TITULOS
   If Not Valido-TITULOS
      Add 1 To WS-QTD-ERROS
      Go To Expurga-Titulos-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close TITULOS
      Go To Expurga-Titulos-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      Move AX-REGI To TITULOS-REGI
      Delete TITULOS Record
         Invalid Key Add 1 To WS-QTD-ERROS
         Not Invalid Key Add 1 To WS-QTD-APAGADOS
      End-Delete
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close TITULOS.
 Expurga-Titulos-Exit.
   Exit.
*
 Grava-Anual-Ctrcpag.
   Move WS-PATH-ANO To PATHCTRCPAG
   Open I-O CTRCPAG
   If Stat-CTRCPAG = "35"
      Open Output CTRCPAG
      Close CTRCPAG
      Open I-O CTRCPAG
   End-if
   If Not Valido-CTRCPAG
      Add 1 To WS-QTD-ERROS
      Go To Grava-Anual-Ctrcpag-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close CTRCPAG
      Go To Grava-Anual-Ctrcpag-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      If AX-ANO = WS-ANO-ARQ
         Move AX-REGI To CTRCPAG-REGI
         Write CTRCPAG-REGI
            Invalid Key
               Rewrite CTRCPAG-REGI
                  Invalid Key Add 1 To WS-QTD-ERROS
                  Not Invalid Key Add 1 To WS-QTD-GRAVADOS
               End-Rewrite
            Not Invalid Key Add 1 To WS-QTD-GRAVADOS
         End-Write
      End-if
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close CTRCPAG.
 Grava-Anual-Ctrcpag-Exit.
   Exit.
*
 Expurga-Ctrcpag.
   Move WS-PATH-DAT To PATHCTRCPAG
   Open I-O CTRCPAG
   If Not Valido-CTRCPAG
      Add 1 To WS-QTD-ERROS
      Go To Expurga-Ctrcpag-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close CTRCPAG
      Go To Expurga-Ctrcpag-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      Move AX-REGI To CTRCPAG-REGI
      Delete CTRCPAG Record
         Invalid Key Add 1 To WS-QTD-ERROS
         Not Invalid Key Add 1 To WS-QTD-APAGADOS
      End-Delete
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close CTRCPAG.
 Expurga-Ctrcpag-Exit.
   Exit.
*
 Grava-Anual-Ctrc.
   Move WS-PATH-ANO To PATHCTRC
   Open I-O CTRC
   If Stat-CTRC = "35"
      Open Output CTRC
      Close CTRC
      Open I-O CTRC
   End-if
   If Not Valido-CTRC
      Add 1 To WS-QTD-ERROS
      Go To Grava-Anual-Ctrc-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close CTRC
      Go To Grava-Anual-Ctrc-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      If AX-ANO = WS-ANO-ARQ
         Move AX-REGI To CTRC-REGI
         Write CTRC-REGI
            Invalid Key
               Rewrite CTRC-REGI
                  Invalid Key Add 1 To WS-QTD-ERROS
                  Not Invalid Key Add 1 To WS-QTD-GRAVADOS
               End-Rewrite
            Not Invalid Key Add 1 To WS-QTD-GRAVADOS
         End-Write
      End-if
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close CTRC.
 Grava-Anual-Ctrc-Exit.
   Exit.
*
 Expurga-Ctrc.
   Move WS-PATH-DAT To PATHCTRC
   Open I-O CTRC
   If Not Valido-CTRC
      Add 1 To WS-QTD-ERROS
      Go To Expurga-Ctrc-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close CTRC
      Go To Expurga-Ctrc-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      Move AX-REGI To CTRC-REGI
      Delete CTRC Record
         Invalid Key Add 1 To WS-QTD-ERROS
         Not Invalid Key Add 1 To WS-QTD-APAGADOS
      End-Delete
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close CTRC.
 Expurga-Ctrc-Exit.
   Exit.
*
 Grava-Anual-Portaria.
   Move WS-PATH-ANO To PATHPORTARIA
   Open I-O PORTARIA
   If Stat-PORTARIA = "35"
      Open Output PORTARIA
      Close PORTARIA
      Open I-O PORTARIA
   End-if
   If Not Valido-PORTARIA
      Add 1 To WS-QTD-ERROS
      Go To Grava-Anual-Portaria-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close PORTARIA
      Go To Grava-Anual-Portaria-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      If AX-ANO = WS-ANO-ARQ
         Move AX-REGI To PORTARIA-REGI
         Write PORTARIA-REGI
            Invalid Key
               Rewrite PORTARIA-REGI
                  Invalid Key Add 1 To WS-QTD-ERROS
                  Not Invalid Key Add 1 To WS-QTD-GRAVADOS
               End-Rewrite
            Not Invalid Key Add 1 To WS-QTD-GRAVADOS
         End-Write
      End-if
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close PORTARIA.
 Grava-Anual-Portaria-Exit.
   Exit.
*
 Expurga-Portaria.
   Move WS-PATH-DAT To PATHPORTARIA
   Open I-O PORTARIA
   If Not Valido-PORTARIA
      Add 1 To WS-QTD-ERROS
      Go To Expurga-Portaria-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close PORTARIA
      Go To Expurga-Portaria-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      Move AX-REGI To PORTARIA-REGI
      Delete PORTARIA Record
         Invalid Key Add 1 To WS-QTD-ERROS
         Not Invalid Key Add 1 To WS-QTD-APAGADOS
      End-Delete
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close PORTARIA.
 Expurga-Portaria-Exit.
   Exit.
*
 Grava-Anual-Agenda.
   Move WS-PATH-ANO To PATHAGENDA
   Open I-O AGENDA
   If Stat-AGENDA = "35"
      Open Output AGENDA
      Close AGENDA
      Open I-O AGENDA
   End-if
   If Not Valido-AGENDA
      Add 1 To WS-QTD-ERROS
      Go To Grava-Anual-Agenda-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close AGENDA
      Go To Grava-Anual-Agenda-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      If AX-ANO = WS-ANO-ARQ
         Move AX-REGI To AGENDA-REGI
         Write AGENDA-REGI
            Invalid Key
               Rewrite AGENDA-REGI
                  Invalid Key Add 1 To WS-QTD-ERROS
                  Not Invalid Key Add 1 To WS-QTD-GRAVADOS
               End-Rewrite
            Not Invalid Key Add 1 To WS-QTD-GRAVADOS
         End-Write
      End-if
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close AGENDA.
 Grava-Anual-Agenda-Exit.
   Exit.
*
 Expurga-Agenda.
   Move WS-PATH-DAT To PATHAGENDA
   Open I-O AGENDA
   If Not Valido-AGENDA
      Add 1 To WS-QTD-ERROS
      Go To Expurga-Agenda-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close AGENDA
      Go To Expurga-Agenda-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      Move AX-REGI To AGENDA-REGI
      Delete AGENDA Record
         Invalid Key Add 1 To WS-QTD-ERROS
         Not Invalid Key Add 1 To WS-QTD-APAGADOS
      End-Delete
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close AGENDA.
 Expurga-Agenda-Exit.
   Exit.
*
 Grava-Anual-Vasilha.
   Move WS-PATH-ANO To PATHVASILHA
   Open I-O VASILHA
   If Stat-VASILHA = "35"
      Open Output VASILHA
      Close VASILHA
      Open I-O VASILHA
   End-if
   If Not Valido-VASILHA
      Add 1 To WS-QTD-ERROS
      Go To Grava-Anual-Vasilha-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close VASILHA
      Go To Grava-Anual-Vasilha-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      If AX-ANO = WS-ANO-ARQ
         Move AX-REGI To VASILHA-REGI
         Write VASILHA-REGI
            Invalid Key
               Rewrite VASILHA-REGI
                  Invalid Key Add 1 To WS-QTD-ERROS
                  Not Invalid Key Add 1 To WS-QTD-GRAVADOS
               End-Rewrite
            Not Invalid Key Add 1 To WS-QTD-GRAVADOS
         End-Write
      End-if
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close VASILHA.
 Grava-Anual-Vasilha-Exit.
   Exit.
*
 Expurga-Vasilha.
   Move WS-PATH-DAT To PATHVASILHA
   Open I-O VASILHA
   If Not Valido-VASILHA
      Add 1 To WS-QTD-ERROS
      Go To Expurga-Vasilha-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close VASILHA
      Go To Expurga-Vasilha-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      Move AX-REGI To VASILHA-REGI
      Delete VASILHA Record
         Invalid Key Add 1 To WS-QTD-ERROS
         Not Invalid Key Add 1 To WS-QTD-APAGADOS
      End-Delete
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close VASILHA.
 Expurga-Vasilha-Exit.
   Exit.
*
 Grava-Anual-Adiant.
   Move WS-PATH-ANO To PATHADIANT
   Open I-O ADIANT
   If Stat-ADIANT = "35"
      Open Output ADIANT
      Close ADIANT
      Open I-O ADIANT
   End-if
   If Not Valido-ADIANT
      Add 1 To WS-QTD-ERROS
      Go To Grava-Anual-Adiant-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close ADIANT
      Go To Grava-Anual-Adiant-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      If AX-ANO = WS-ANO-ARQ
         Move AX-REGI To ADIANT-REGI
         Write ADIANT-REGI
            Invalid Key
               Rewrite ADIANT-REGI
                  Invalid Key Add 1 To WS-QTD-ERROS
                  Not Invalid Key Add 1 To WS-QTD-GRAVADOS
               End-Rewrite
            Not Invalid Key Add 1 To WS-QTD-GRAVADOS
         End-Write
      End-if
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close ADIANT.
 Grava-Anual-Adiant-Exit.
   Exit.
*
 Expurga-Adiant.
   Move WS-PATH-DAT To PATHADIANT
   Open I-O ADIANT
   If Not Valido-ADIANT
      Add 1 To WS-QTD-ERROS
      Go To Expurga-Adiant-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close ADIANT
      Go To Expurga-Adiant-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      Move AX-REGI To ADIANT-REGI
      Delete ADIANT Record
         Invalid Key Add 1 To WS-QTD-ERROS
         Not Invalid Key Add 1 To WS-QTD-APAGADOS
      End-Delete
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close ADIANT.
 Expurga-Adiant-Exit.
   Exit.
*
 Grava-Anual-Entrega.
   Move WS-PATH-ANO To PATHENTREGA
   Open I-O ENTREGA
   If Stat-ENTREGA = "35"
      Open Output ENTREGA
      Close ENTREGA
      Open I-O ENTREGA
   End-if
   If Not Valido-ENTREGA
      Add 1 To WS-QTD-ERROS
      Go To Grava-Anual-Entrega-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close ENTREGA
      Go To Grava-Anual-Entrega-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      If AX-ANO = WS-ANO-ARQ
         Move AX-REGI To ENTREGA-REGI
         Write ENTREGA-REGI
            Invalid Key
               Rewrite ENTREGA-REGI
                  Invalid Key Add 1 To WS-QTD-ERROS
                  Not Invalid Key Add 1 To WS-QTD-GRAVADOS
               End-Rewrite
            Not Invalid Key Add 1 To WS-QTD-GRAVADOS
         End-Write
      End-if
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close ENTREGA.
 Grava-Anual-Entrega-Exit.
   Exit.
*
 Expurga-Entrega.
   Move WS-PATH-DAT To PATHENTREGA
   Open I-O ENTREGA
   If Not Valido-ENTREGA
      Add 1 To WS-QTD-ERROS
      Go To Expurga-Entrega-Exit
   End-if
   Open Input ARQANO
   If Not Valido-ARQANO
      Add 1 To WS-QTD-ERROS
      Close ENTREGA
      Go To Expurga-Entrega-Exit
   End-if
   Perform Le-Trabalho Thru Le-Trabalho-Exit
   Perform Until Not Valido-ARQANO
      Move AX-REGI To ENTREGA-REGI
      Delete ENTREGA Record
         Invalid Key Add 1 To WS-QTD-ERROS
         Not Invalid Key Add 1 To WS-QTD-APAGADOS
      End-Delete
      Perform Le-Trabalho Thru Le-Trabalho-Exit
   End-Perform
   If Not Fim-ARQANO
      Add 1 To WS-QTD-ERROS
   End-if
   Close ARQANO
   Close ENTREGA.
 Expurga-Entrega-Exit.
   Exit.
