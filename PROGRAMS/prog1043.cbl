*AVERBACAO DO SEGURO DE CARGA DOS EMBARQUES (AVERB.DAT)
 Identification Division.
 Program-Id. PROG1043.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\UNIDADES.SL".
   Copy "..\COPY\NFE.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CARGA.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\ROMVEIC.SL".
   Copy "..\COPY\AVERB.SL".
   Copy "..\COPY\AVBARQ.SL".
   Copy "..\COPY\AVBRET.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\UNIDADES.FD".
$XFD FILE=NFE
   Copy "..\COPY\NFE.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CARGA
   Copy "..\COPY\CARGA.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
$XFD FILE=ROMVEIC
   Copy "..\COPY\ROMVEIC.FD".
$XFD FILE=AVERB
   Copy "..\COPY\AVERB.FD".
   Copy "..\COPY\AVBARQ.FD".
   Copy "..\COPY\AVBRET.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The cargo policy wants every shipment registered with the
*  insurer before the truck leaves, and typing them into the
*  insurer's portal one by one let some slip. Every billing
*  document with an NF-e (NFE.DAT, PROG1039) billed on or after
*  AVERB-INICIO (AAAAMMDD, default today) whose order or carga
*  left on a romaneio goes into one averbacao file per run in
*  AVERB-PASTA-ENVIO (default <unidade>\AVERB\ENVIO\): document
*  number and key, the value in BRL - an order in another
*  currency through its ORDE-CAMBIO - the branch's UF and the
*  client's, the carrier (TRANSP.DAT) and the plate PROG984
*  recorded for the romaneio (ROMVEIC.DAT). A document whose
*  NF-e is not authorized yet, or whose truck or rate is
*  missing, is held and said so in AVERB.REL; the next run tries
*  again.
*
*  The insurer answers each file with a .RET of the same name in
*  AVERB-PASTA-RETORNO (default <unidade>\AVERB\RETORNO\): the
*  protocol of each registered shipment, or why it was refused -
*  a refused one is sent again on the next run. The report ends
*  with every shipment still without protocol; PROG938 warns at
*  the gate when a leaving truck carries one of them.
*
 01  Stat-UNIDADES       PIC X(002).
     88 Valido-UNIDADES  Value "00" THRU "09".
     88 Fim-UNIDADES     Value "10".
 01  PATHUNID            PIC X(060)
     VALUE "..\DADOS\UNIDADES.DAT".
 01  Stat-NFE            PIC X(002).
     88 Valido-NFE       Value "00" THRU "09".
     88 Fim-NFE          Value "10".
 01  PATHNFE             PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
 01  PATHCARGA           PIC X(060).
 01  WS-TEM-CARGA        PIC X(001) VALUE "N".
     88 Tem-Cargas       Value "S".
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
 01  PATHTRANSP          PIC X(060).
 01  WS-TEM-TRANSP       PIC X(001) VALUE "N".
     88 Tem-Transp       Value "S".
 01  Stat-ROMVEIC        PIC X(002).
     88 Valido-ROMVEIC   Value "00" THRU "09".
 01  PATHROMVEIC         PIC X(060).
 01  WS-TEM-ROMVEIC      PIC X(001) VALUE "N".
     88 Tem-Romveic      Value "S".
 01  Stat-AVERB          PIC X(002).
     88 Valido-AVERB     Value "00" THRU "09".
     88 Fim-AVERB        Value "10".
 01  PATHAVERB           PIC X(060).
 01  Stat-AVBARQ         PIC X(002).
     88 Valido-AVBARQ    Value "00" THRU "09".
 01  PATHAVBARQ          PIC X(080).
 01  WS-ARQ-ABERTO       PIC X(001) VALUE "N".
     88 Arquivo-Aberto   Value "S".
 01  Stat-AVBRET         PIC X(002).
     88 Valido-AVBRET    Value "00" THRU "09".
     88 Fim-AVBRET       Value "10".
 01  PATHAVBRET          PIC X(080).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-UF-FILIAL        PIC X(002) VALUE "BA".
 01  WS-DATA-INICIO      PIC X(008).
 01  WS-PASTA-ENVIO      PIC X(040).
 01  WS-PASTA-RETORNO    PIC X(040).
 01  WS-PASTA            PIC X(040).
 01  WS-PASTA-IDX        PIC S9(004) COMP-5.
 01  WS-CNPJ-FILIAL      PIC X(014).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X REDEFINES WS-DATA-SISTEMA PIC X(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA PIC X(008).
 01  WS-ARQUIVO          PIC X(020).
*
*  The shipment being declared.
 01  WS-RECUSA           PIC X(060).
 01  WS-TEM-AVERB        PIC X(001).
     88 Averb-Existente  Value "S".
 01  WS-ROMANEIO         PIC S9(006) COMP-5.
 01  WS-TRAN             PIC S9(004) COMP-5.
 01  WS-PLACA            PIC X(008).
 01  WS-UF-DEST          PIC X(002).
 01  WS-NOME-TRAN        PIC X(040).
 01  WS-CNPJ-TRAN        PIC X(014).
 01  WS-VALOR-ORIG       PIC S9(012)V99 COMP-3.
 01  WS-VALOR-BRL        PIC S9(012)V99 COMP-3.
 01  WS-PARC-IDX         PIC S9(004) COMP-5.
*
*  Identifier of a shipment in both files: order and carga.
 01  WS-ID.
     03 WS-ID-NUME       PIC 9(006).
     03 WS-ID-CARGA      PIC 9(003).
*
*  One line of the file, field by field.
 01  WS-LINHA-PONT       PIC S9(004) COMP-5.
 01  WS-FMT-VALOR        PIC S9(012)V99.
 01  WS-FMT-ED           PIC Z(011)9,99.
 01  WS-FMT-BRANCOS      PIC S9(004) COMP-5.
 01  WS-FMT-TEXTO        PIC X(016).
 01  WS-INT-ED           PIC Z(008)9.
 01  WS-INT-TEXTO        PIC X(009).
 01  WS-SERIE-9          PIC 9(003).
*
*  The files still owed a return - each read once per run.
 78  max-arqs            value 100.
 01  WS-ARQ-TAB.
     03 WS-ARQ occurs 100 times PIC X(020).
 01  WS-QTD-ARQS         PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-ARQ-IDX          PIC 9(003) COMP-X.
 01  WS-ACHOU            PIC X(001).
     88 Achou-Arquivo    Value "S".
 01  WS-RT-ID            PIC X(020).
 01  WS-RT-SITU          PIC X(001).
 01  WS-RT-PROT          PIC X(040).
 01  WS-RT-MSG           PIC X(060).
*
 01  WS-QTD-ENVIADOS     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-RETIDOS      PIC 9(005) VALUE ZEROS.
 01  WS-QTD-AVERBADOS    PIC 9(005) VALUE ZEROS.
 01  WS-QTD-PENDENTES    PIC 9(005) VALUE ZEROS.
 01  WS-TOTAL-ENVIADO    PIC S9(012)V99 COMP-3 VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(004)9.
 01  WS-QTD-ED2          PIC Z(004)9.
 01  WS-QTD-ED3          PIC Z(004)9.
 01  WS-QTD-ED4          PIC Z(004)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-CARGA-ED         PIC ZZ9.
 01  WS-ROM-ED           PIC Z(005)9.
 01  WS-NNF-ED           PIC Z(005)9.
 01  WS-VALOR-ED         PIC Z(010)9,99.
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
   Perform Carrega-Parametros Thru Carrega-Parametros-Exit

   Perform Le-Emitente Thru Le-Emitente-Exit
   If WS-RECUSA Not = Spaces
      Display WS-RECUSA
      Move 1 To Return-Code
      Exit Program
   End-if

   Move Spaces to PathAVERB.
   String Lk-Unidade         Delimited By Size
          "\DADOS\AVERB.DAT" Delimited By Size
          Into PathAVERB
   End-String.
   Open I-O AVERB
   If Not Valido-AVERB
      Open Output AVERB
      Close AVERB
      Open I-O AVERB
   End-if
   If Not Valido-AVERB
      Display "erro AVERB " Stat-AVERB
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Abre-Leitura Thru Abre-Leitura-Exit
   If WS-RECUSA Not = Spaces
      Display WS-RECUSA
      Close AVERB
      Move 1 To Return-Code
      Exit Program
   End-if

   Move Spaces to PathROMREL.
   String Lk-Unidade         Delimited By Size
          "\DADOS\AVERB.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro AVERB.REL " Stat-ROMREL
      Perform Fecha-Leitura Thru Fecha-Leitura-Exit
      Close AVERB
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces To ROMREL-REGI
   String "AVERBACAO DE CARGA - UNIDADE " Lk-Unidade
          "  DATA " WS-DATA-SISTEMA-X
          "  FATURADOS DESDE " WS-DATA-INICIO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI

*  The insurer's answers to the earlier files first.
   Move "RETORNOS DA SEGURADORA" To ROMREL-REGI
   Write ROMREL-REGI
   Perform Recolhe-Retornos Thru Recolhe-Retornos-Exit

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "EMBARQUES ENVIADOS" To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To WS-ARQUIVO
   String "AV" WS-DATA-SISTEMA-X WS-HORA-SISTEMA-X(1:6) ".TXT"
          Delimited By Size Into WS-ARQUIVO
   End-String
   Move Low-Values To NF-CHAVE
   Move Zeros      To NF-NUME NF-CARGA
   Start NFE Key Is Not Less NF-CHAVE
      Invalid Key Move "10" To Stat-NFE
   End-Start
   Perform Until Fim-NFE
      Read NFE Next Record
         At End Move "10" To Stat-NFE
      End-Read
      If Not Fim-NFE And Valido-NFE
         If NF-DATA Not < WS-DATA-INICIO And Not NFe-Denegada
            Perform Averba-Documento Thru Averba-Documento-Exit
         End-if
      End-if
   End-Perform
   If Arquivo-Aberto
      Perform Fecha-Arquivo Thru Fecha-Arquivo-Exit
   End-if

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "EMBARQUES SEM AVERBACAO" To ROMREL-REGI
   Write ROMREL-REGI
   Perform Lista-Pendentes Thru Lista-Pendentes-Exit

   Move WS-QTD-AVERBADOS To WS-QTD-ED
   Move WS-QTD-ENVIADOS  To WS-QTD-ED2
   Move WS-QTD-RETIDOS   To WS-QTD-ED3
   Move WS-QTD-PENDENTES To WS-QTD-ED4
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "AVERBADOS: " WS-QTD-ED "  ENVIADOS: " WS-QTD-ED2
          "  RETIDOS: " WS-QTD-ED3 "  SEM PROTOCOLO: " WS-QTD-ED4
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Perform Fecha-Leitura Thru Fecha-Leitura-Exit
   Close ROMREL.
   Close AVERB.
   Move "PROG1043"  To WS-SP-PROGRAMA
   Move "AVERB.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Display WS-QTD-ED " averbado(s), " WS-QTD-ED2 " enviado(s), "
           WS-QTD-ED3 " retido(s), " WS-QTD-ED4
           " sem protocolo - detalhes em 'AVERB.REL'."
   Exit Program.
*
 Carrega-Parametros.
   Move WS-DATA-SISTEMA-X To WS-DATA-INICIO
   Move "AVERB-INICIO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:8) Numeric
      Move WS-PARAM-VALOR(1:8) To WS-DATA-INICIO
   End-if
   Move Spaces To WS-PASTA-ENVIO WS-PASTA-RETORNO
   String Lk-Unidade "\AVERB\ENVIO\" Delimited By Size
          Into WS-PASTA-ENVIO
   End-String
   String Lk-Unidade "\AVERB\RETORNO\" Delimited By Size
          Into WS-PASTA-RETORNO
   End-String
   Move "AVERB-PASTA-ENVIO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR To WS-PASTA
      Perform Fecha-Pasta Thru Fecha-Pasta-Exit
      Move WS-PASTA To WS-PASTA-ENVIO
   End-if
   Move "AVERB-PASTA-RETORNO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR To WS-PASTA
      Perform Fecha-Pasta Thru Fecha-Pasta-Exit
      Move WS-PASTA To WS-PASTA-RETORNO
   End-if
   Move "UNIDADE-UF" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR(1:2) To WS-UF-FILIAL
   End-if.
 Carrega-Parametros-Exit.
   Exit.
*
 Fecha-Pasta.
   Perform Varying WS-PASTA-IDX From 40 By -1
             Until WS-PASTA-IDX < 1
                Or WS-PASTA(WS-PASTA-IDX:1) Not = Space
      Continue
   End-Perform
   If WS-PASTA-IDX > 0 And WS-PASTA-IDX < 40
      And WS-PASTA(WS-PASTA-IDX:1) Not = "\"
      Move "\" To WS-PASTA(WS-PASTA-IDX + 1:1)
   End-if.
 Fecha-Pasta-Exit.
   Exit.
*
*  The branch's own line in the central UNIDADES.DAT: its CNPJ
*  heads the file, its UF is the origin of every shipment.
 Le-Emitente.
   Move Spaces To WS-RECUSA
   Open Input UNIDADES
   If Not Valido-UNIDADES
      Move "UNIDADES.DAT inacessivel - averbacao sem segurado."
           To WS-RECUSA
      Go To Le-Emitente-Exit
   End-if
   Move Spaces To UN-CODIGO
   Perform Until Fim-UNIDADES Or UN-CODIGO = Lk-Unidade
      Read UNIDADES
         At End Move "10" To Stat-UNIDADES
      End-Read
   End-Perform
   Close UNIDADES
   If UN-CODIGO Not = Lk-Unidade
      Move "Unidade fora de UNIDADES.DAT - cadastre no PROG981."
           To WS-RECUSA
      Go To Le-Emitente-Exit
   End-if
   If UN-CNPJ Not Numeric
      Move "Unidade sem CNPJ - complete no PROG981." To WS-RECUSA
      Go To Le-Emitente-Exit
   End-if
   Move UN-CNPJ To WS-CNPJ-FILIAL
   If UN-UF Not = Spaces
      Move UN-UF To WS-UF-FILIAL
   End-if.
 Le-Emitente-Exit.
   Exit.
*
 Abre-Leitura.
   Move Spaces To WS-RECUSA
   Move Spaces to PathNFE.
   String Lk-Unidade       Delimited By Size
          "\DADOS\NFE.DAT" Delimited By Size
          Into PathNFE
   End-String.
   Open Input NFE
   If Not Valido-NFE
      Move "Sem NFE.DAT - rode a NF-e (PROG1039) antes."
           To WS-RECUSA
      Go To Abre-Leitura-Exit
   End-if

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Move "erro ORDE" To WS-RECUSA
      Close NFE
      Go To Abre-Leitura-Exit
   End-if

   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Move "erro CLIENTE" To WS-RECUSA
      Close NFE
      Close ORDE
      Go To Abre-Leitura-Exit
   End-if

*  The rest may be missing in a branch that never used them.
   Move Spaces to PathCARGA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CARGA.DAT" Delimited By Size
          Into PathCARGA
   End-String.
   Move "N" To WS-TEM-CARGA
   Open Input CARGA
   If Valido-CARGA
      Move "S" To WS-TEM-CARGA
   End-if

   Move Spaces to PathTRANSP.
   String Lk-Unidade          Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Move "N" To WS-TEM-TRANSP
   Open Input TRANSP
   If Valido-TRANSP
      Move "S" To WS-TEM-TRANSP
   End-if

   Move Spaces to PathROMVEIC.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ROMVEIC.DAT" Delimited By Size
          Into PathROMVEIC
   End-String.
   Move "N" To WS-TEM-ROMVEIC
   Open Input ROMVEIC
   If Valido-ROMVEIC
      Move "S" To WS-TEM-ROMVEIC
   End-if.
 Abre-Leitura-Exit.
   Exit.
*
 Fecha-Leitura.
   Close NFE.
   Close ORDE.
   Close CLIENTE.
   If Tem-Cargas
      Close CARGA
   End-if
   If Tem-Transp
      Close TRANSP
   End-if
   If Tem-Romveic
      Close ROMVEIC
   End-if.
 Fecha-Leitura-Exit.
   Exit.
*
*  One billing document: on a romaneio, not yet registered (or
*  refused by the insurer), everything the insurer asks for at
*  hand - then a line in the file and the row in AVERB.DAT.
 Averba-Documento.
   Move Spaces   To WS-RECUSA
   Move "N"      To WS-TEM-AVERB
   Move NF-NUME  To AV-NUME
   Move NF-CARGA To AV-CARGA
   Read AVERB
      Invalid Key Continue
   End-Read
   If Valido-AVERB
      If Not Averb-Recusada
         Go To Averba-Documento-Exit
      End-if
      Move "S" To WS-TEM-AVERB
   End-if

   Move NF-NUME To ORDE-NUME
   Read ORDE
      Invalid Key Go To Averba-Documento-Exit
   End-Read
   Move ORDE-ROMA To WS-ROMANEIO
   Move ORDE-TRAN To WS-TRAN
   Move Spaces    To WS-PLACA
   Move Zeros     To WS-VALOR-ORIG
   If NF-CARGA = Zeros
      Perform Varying WS-PARC-IDX From 1 By 1
                Until WS-PARC-IDX > 10
         Add ORDE-VALO(WS-PARC-IDX) To WS-VALOR-ORIG
      End-Perform
   Else
      If Not Tem-Cargas
         Go To Averba-Documento-Exit
      End-if
      Move NF-NUME  To CG-NUME
      Move NF-CARGA To CG-SEQ
      Read CARGA
         Invalid Key Go To Averba-Documento-Exit
      End-Read
      Move CG-ROMA  To WS-ROMANEIO
      Move CG-PLACA To WS-PLACA
      Move CG-VALOR To WS-VALOR-ORIG
      If CG-TRAN Not = Zeros
         Move CG-TRAN To WS-TRAN
      End-if
   End-if
*  Billed but not loaded on a romaneio yet: not a shipment.
   If WS-ROMANEIO = Zeros
      Go To Averba-Documento-Exit
   End-if
   If WS-VALOR-ORIG Not > Zeros
      Move NF-VALOR To WS-VALOR-ORIG
   End-if

   If Not NFe-Autorizada
      Move "NF-e ainda nao autorizada (PROG1039)." To WS-RECUSA
      Perform Relata-Retido Thru Relata-Retido-Exit
      Go To Averba-Documento-Exit
   End-if

*  The policy is in BRL - the rate captured on the order.
   Move WS-VALOR-ORIG To WS-VALOR-BRL
   If Not Moeda-Real
      If ORDE-CAMBIO Not > Zeros
         String "Pedido em " ORDE-MOEDA " sem ORDE-CAMBIO."
                Delimited By Size Into WS-RECUSA
         End-String
         Perform Relata-Retido Thru Relata-Retido-Exit
         Go To Averba-Documento-Exit
      End-if
      Compute WS-VALOR-BRL Rounded = WS-VALOR-ORIG * ORDE-CAMBIO
   End-if

   Move ORDE-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move Spaces To CLI-UF
   End-Read
   If CLI-UF = Spaces
      Move "Cliente sem UF de destino (PROG949)." To WS-RECUSA
      Perform Relata-Retido Thru Relata-Retido-Exit
      Go To Averba-Documento-Exit
   End-if
   Move CLI-UF To WS-UF-DEST

*  The plate PROG984 recorded for the romaneio, else the load's.
   If Tem-Romveic
      Move WS-ROMANEIO To RV-ROMANEIO
      Read ROMVEIC
         Invalid Key Continue
      End-Read
      If Valido-ROMVEIC And RV-PLACA Not = Spaces
         Move RV-PLACA To WS-PLACA
      End-if
   End-if
   If WS-PLACA = Spaces
      Move "Romaneio sem veiculo (PROG984)." To WS-RECUSA
      Perform Relata-Retido Thru Relata-Retido-Exit
      Go To Averba-Documento-Exit
   End-if

   Move Spaces To WS-NOME-TRAN WS-CNPJ-TRAN
   If Tem-Transp And WS-TRAN Not = Zeros
      Move WS-TRAN To TR-CODIGO
      Read TRANSP
         Invalid Key Continue
      End-Read
      If Valido-TRANSP
         Move TR-NOME To WS-NOME-TRAN
         Move TR-CNPJ To WS-CNPJ-TRAN
         Inspect WS-NOME-TRAN Replacing All ";" By ","
      End-if
   End-if

   If Not Arquivo-Aberto
      Perform Abre-Arquivo Thru Abre-Arquivo-Exit
      If Not Arquivo-Aberto
         Move "Pasta de envio da averbacao inacessivel."
              To WS-RECUSA
         Perform Relata-Retido Thru Relata-Retido-Exit
         Go To Averba-Documento-Exit
      End-if
   End-if
   Perform Grava-Embarque Thru Grava-Embarque-Exit

   If Not Averb-Existente
      Initialize AVERB-REGI
      Move NF-NUME  To AV-NUME
      Move NF-CARGA To AV-CARGA
      Move Zeros    To AV-ENVIOS
   End-if
   Move WS-ROMANEIO     To AV-ROMANEIO
   Move NF-DATA         To AV-DATA
   Move NF-SERIE        To AV-SERIE
   Move NF-NNF          To AV-NNF
   Move NF-CHNFE        To AV-CHNFE
   Move WS-VALOR-BRL    To AV-VALOR
   Move ORDE-MOEDA      To AV-MOEDA
   Move WS-VALOR-ORIG   To AV-VALOR-ORIG
   Move WS-UF-FILIAL    To AV-UF-ORIG
   Move WS-UF-DEST      To AV-UF-DEST
   Move WS-TRAN         To AV-TRAN
   Move WS-CNPJ-TRAN    To AV-CNPJ-TRAN
   Move WS-PLACA        To AV-PLACA
   Move WS-ARQUIVO      To AV-ARQUIVO
   Move "E"             To AV-SITU
   Move Spaces          To AV-PROTOCOLO AV-MOTIVO
                           AV-DTRET AV-HRRET
   Add 1                To AV-ENVIOS
   Move WS-DATA-SISTEMA To AV-DTENV
   Move WS-HORA-SISTEMA To AV-HRENV
   If Averb-Existente
      Rewrite AVERB-REGI
         Invalid Key Continue
      End-Rewrite
   Else
      Write AVERB-REGI
         Invalid Key Continue
      End-Write
   End-if

   Add 1            To WS-QTD-ENVIADOS
   Add WS-VALOR-BRL To WS-TOTAL-ENVIADO
   Move NF-NUME      To WS-NUME-ED
   Move NF-CARGA     To WS-CARGA-ED
   Move WS-ROMANEIO  To WS-ROM-ED
   Move NF-NNF       To WS-NNF-ED
   Move WS-VALOR-BRL To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED
          " ROM " WS-ROM-ED " NF " WS-NNF-ED
          " " WS-UF-FILIAL ">" WS-UF-DEST " " WS-PLACA
          " R$ " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Averba-Documento-Exit.
   Exit.
*
 Relata-Retido.
   Add 1 To WS-QTD-RETIDOS
   Move NF-NUME  To WS-NUME-ED
   Move NF-CARGA To WS-CARGA-ED
   Move Spaces To ROMREL-REGI
   String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED
          "  RETIDO: " WS-RECUSA
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Relata-Retido-Exit.
   Exit.
*
*  The run's file, opened on its first shipment - a run with
*  nothing to declare leaves no empty file for the insurer.
 Abre-Arquivo.
   Move Spaces To PATHAVBARQ
   String WS-PASTA-ENVIO Delimited By Space
          WS-ARQUIVO     Delimited By Space
          Into PATHAVBARQ
   End-String
   Open Output AVBARQ
   If Not Valido-AVBARQ
      Go To Abre-Arquivo-Exit
   End-if
   Move "S" To WS-ARQ-ABERTO
   Move Spaces To AVBARQ-REGI
   String "H;" WS-CNPJ-FILIAL ";" WS-DATA-SISTEMA-X ";"
          WS-HORA-SISTEMA-X(1:6)
          Delimited By Size Into AVBARQ-REGI
   End-String
   Write AVBARQ-REGI.
 Abre-Arquivo-Exit.
   Exit.
*
 Fecha-Arquivo.
   Move WS-QTD-ENVIADOS To WS-INT-ED
   Perform Edita-Inteiro Thru Edita-Inteiro-Exit
   Move WS-TOTAL-ENVIADO To WS-FMT-VALOR
   Perform Edita-Valor Thru Edita-Valor-Exit
   Move Spaces To AVBARQ-REGI
   String "T;" WS-INT-TEXTO Delimited By Space
          ";"  WS-FMT-TEXTO Delimited By Space
          Into AVBARQ-REGI
   End-String
   Write AVBARQ-REGI
   Close AVBARQ
   Move "N" To WS-ARQ-ABERTO.
 Fecha-Arquivo-Exit.
   Exit.
*
*  One shipment line: D;id;NFE;serie;numero;chave;data;valor BRL;
*  moeda;valor na moeda;UF origem;UF destino;CNPJ transp;nome
*  transp;placa.
 Grava-Embarque.
   Move NF-NUME  To WS-ID-NUME
   Move NF-CARGA To WS-ID-CARGA
   Move Spaces To AVBARQ-REGI
   Move 1 To WS-LINHA-PONT
   Move NF-SERIE To WS-SERIE-9
   String "D;" WS-ID ";NFE;" WS-SERIE-9 ";"
          Delimited By Size
          Into AVBARQ-REGI With Pointer WS-LINHA-PONT
   End-String
   Move NF-NNF To WS-INT-ED
   Perform Edita-Inteiro Thru Edita-Inteiro-Exit
   String WS-INT-TEXTO Delimited By Space
          ";" NF-CHNFE ";" NF-DATA ";" Delimited By Size
          Into AVBARQ-REGI With Pointer WS-LINHA-PONT
   End-String
   Move WS-VALOR-BRL To WS-FMT-VALOR
   Perform Edita-Valor Thru Edita-Valor-Exit
   String WS-FMT-TEXTO Delimited By Space
          ";" ORDE-MOEDA ";" Delimited By Size
          Into AVBARQ-REGI With Pointer WS-LINHA-PONT
   End-String
   Move WS-VALOR-ORIG To WS-FMT-VALOR
   Perform Edita-Valor Thru Edita-Valor-Exit
   String WS-FMT-TEXTO Delimited By Space
          ";" WS-UF-FILIAL ";" WS-UF-DEST ";"
          WS-CNPJ-TRAN Delimited By Space
          ";" Delimited By Size
          WS-NOME-TRAN Delimited By "  "
          ";" WS-PLACA Delimited By Size
          Into AVBARQ-REGI With Pointer WS-LINHA-PONT
   End-String
   Write AVBARQ-REGI.
 Grava-Embarque-Exit.
   Exit.
*
*  WS-FMT-VALOR with two decimals and a point, no leading spaces.
 Edita-Valor.
   Move WS-FMT-VALOR To WS-FMT-ED
   Move Zeros To WS-FMT-BRANCOS
   Inspect WS-FMT-ED Tallying WS-FMT-BRANCOS For Leading Spaces
   Move Spaces To WS-FMT-TEXTO
   Move WS-FMT-ED(WS-FMT-BRANCOS + 1:) To WS-FMT-TEXTO
   Inspect WS-FMT-TEXTO Replacing All "," By ".".
 Edita-Valor-Exit.
   Exit.
*
 Edita-Inteiro.
   Move Zeros To WS-FMT-BRANCOS
   Inspect WS-INT-ED Tallying WS-FMT-BRANCOS For Leading Spaces
   Move Spaces To WS-INT-TEXTO
   Move WS-INT-ED(WS-FMT-BRANCOS + 1:) To WS-INT-TEXTO.
 Edita-Inteiro-Exit.
   Exit.
*
*  Which files still owe an answer, then each one read once.
 Recolhe-Retornos.
   Move Zeros To WS-QTD-ARQS
   Move Low-Values To AV-CHAVE
   Move Zeros      To AV-NUME AV-CARGA
   Start AVERB Key Is Not Less AV-CHAVE
      Invalid Key Move "10" To Stat-AVERB
   End-Start
   Perform Until Fim-AVERB
      Read AVERB Next Record
         At End Move "10" To Stat-AVERB
      End-Read
      If Not Fim-AVERB And Valido-AVERB And Averb-Enviada
         Move "N" To WS-ACHOU
         Perform Varying WS-ARQ-IDX From 1 By 1
                   Until WS-ARQ-IDX > WS-QTD-ARQS
            If WS-ARQ(WS-ARQ-IDX) = AV-ARQUIVO
               Move "S" To WS-ACHOU
            End-if
         End-Perform
         If Not Achou-Arquivo And WS-QTD-ARQS < max-arqs
            Add 1 To WS-QTD-ARQS
            Move AV-ARQUIVO To WS-ARQ(WS-QTD-ARQS)
         End-if
      End-if
   End-Perform

   Perform Varying WS-ARQ-IDX From 1 By 1
             Until WS-ARQ-IDX > WS-QTD-ARQS
      Perform Le-Retorno Thru Le-Retorno-Exit
   End-Perform.
 Recolhe-Retornos-Exit.
   Exit.
*
*  No .RET yet: the insurer has not answered, the rows wait.
 Le-Retorno.
   Move Spaces To PATHAVBRET
   String WS-PASTA-RETORNO      Delimited By Space
          WS-ARQ(WS-ARQ-IDX)(1:16) Delimited By Size
          ".RET"                Delimited By Size
          Into PATHAVBRET
   End-String
   Open Input AVBRET
   If Not Valido-AVBRET
      Go To Le-Retorno-Exit
   End-if
   Perform Until Fim-AVBRET
      Read AVBRET
         At End Move "10" To Stat-AVBRET
      End-Read
      If Not Fim-AVBRET And Valido-AVBRET
         Perform Examina-Retorno Thru Examina-Retorno-Exit
      End-if
   End-Perform
   Close AVBRET.
 Le-Retorno-Exit.
   Exit.
*
*  id;A|R;protocolo;mensagem - only for a row still waiting on
*  this very file (a resent shipment answers in its new one).
 Examina-Retorno.
   Move Spaces To WS-RT-ID WS-RT-SITU WS-RT-PROT WS-RT-MSG
   Unstring AVBRET-REGI Delimited By ";"
       Into WS-RT-ID WS-RT-SITU WS-RT-PROT WS-RT-MSG
   End-Unstring
   If WS-RT-ID(1:9) Not Numeric Or WS-RT-ID(10:1) Not = Space
      Go To Examina-Retorno-Exit
   End-if
   If WS-RT-SITU Not = "A" And WS-RT-SITU Not = "R"
      Go To Examina-Retorno-Exit
   End-if
   If WS-RT-SITU = "A" And WS-RT-PROT = Spaces
      Go To Examina-Retorno-Exit
   End-if
   Move WS-RT-ID(1:9) To WS-ID
   Move WS-ID-NUME    To AV-NUME
   Move WS-ID-CARGA   To AV-CARGA
   Read AVERB
      Invalid Key Go To Examina-Retorno-Exit
   End-Read
   If Not Averb-Enviada Or AV-ARQUIVO Not = WS-ARQ(WS-ARQ-IDX)
      Go To Examina-Retorno-Exit
   End-if
   Move WS-RT-SITU      To AV-SITU
   If Averb-Averbada
      Move WS-RT-PROT   To AV-PROTOCOLO
      Move Spaces       To AV-MOTIVO
   Else
      Move Spaces       To AV-PROTOCOLO
      Move WS-RT-MSG    To AV-MOTIVO
   End-if
   Move WS-DATA-SISTEMA To AV-DTRET
   Move WS-HORA-SISTEMA To AV-HRRET
   Rewrite AVERB-REGI
      Invalid Key Go To Examina-Retorno-Exit
   End-Rewrite

   Move AV-NUME  To WS-NUME-ED
   Move AV-CARGA To WS-CARGA-ED
   Move Spaces To ROMREL-REGI
   If Averb-Averbada
      Add 1 To WS-QTD-AVERBADOS
      String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED
             "  AVERBADO - PROTOCOLO " AV-PROTOCOLO
             Delimited By Size Into ROMREL-REGI
      End-String
   Else
      String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED
             "  RECUSADO: " AV-MOTIVO
             Delimited By Size Into ROMREL-REGI
      End-String
   End-if
   Write ROMREL-REGI.
 Examina-Retorno-Exit.
   Exit.
*
*  Every shipment still without protocol, whatever its date -
*  sent and unanswered, or refused and waiting to go again.
 Lista-Pendentes.
   Move Low-Values To AV-CHAVE
   Move Zeros      To AV-NUME AV-CARGA
   Start AVERB Key Is Not Less AV-CHAVE
      Invalid Key Move "10" To Stat-AVERB
   End-Start
   Perform Until Fim-AVERB
      Read AVERB Next Record
         At End Move "10" To Stat-AVERB
      End-Read
      If Not Fim-AVERB And Valido-AVERB And Not Averb-Averbada
         Add 1 To WS-QTD-PENDENTES
         Move AV-NUME     To WS-NUME-ED
         Move AV-CARGA    To WS-CARGA-ED
         Move AV-ROMANEIO To WS-ROM-ED
         Move Spaces To ROMREL-REGI
         If Averb-Enviada
            String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED
                   " ROM " WS-ROM-ED " " AV-PLACA
                   "  SEM RETORNO DE " AV-ARQUIVO
                   Delimited By Size Into ROMREL-REGI
            End-String
         Else
            String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED
                   " ROM " WS-ROM-ED " " AV-PLACA
                   "  RECUSADO: " AV-MOTIVO
                   Delimited By Size Into ROMREL-REGI
            End-String
         End-if
         Write ROMREL-REGI
      End-if
   End-Perform.
 Lista-Pendentes-Exit.
   Exit.
