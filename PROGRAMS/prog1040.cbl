*GERA O MDF-E DOS ROMANEIOS E O SEU ENCERRAMENTO (MDFE.DAT)
 Identification Division.
 Program-Id. PROG1040.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\UNIDADES.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CARGA.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\ROMVEIC.SL".
   Copy "..\COPY\VEICULOS.SL".
   Copy "..\COPY\ENTREGA.SL".
   Copy "..\COPY\NFE.SL".
   Copy "..\COPY\NUMCTL.SL".
   Copy "..\COPY\MDFE.SL".
   Copy "..\COPY\NFEXML.SL".
   Copy "..\COPY\NFERET.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\UNIDADES.FD".
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
$XFD FILE=VEICULOS
   Copy "..\COPY\VEICULOS.FD".
$XFD FILE=ENTREGA
   Copy "..\COPY\ENTREGA.FD".
$XFD FILE=NFE
   Copy "..\COPY\NFE.FD".
$XFD FILE=NUMCTL
   Copy "..\COPY\NUMCTL.FD".
$XFD FILE=MDFE
   Copy "..\COPY\MDFE.FD".
   Copy "..\COPY\NFEXML.FD".
   Copy "..\COPY\NFERET.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The electronic cargo manifest stops being typed into the SEFAZ
*  site: every romaneio PROG984 closed with a truck (ROMVEIC.DAT)
*  on or after MDFE-INICIO (AAAAMMDD, default today) becomes an
*  MDF-e 3.00 XML in the transmitter's folder (the same
*  NFE-PASTA-ENVIO/RETORNO PROG1039 uses). The law wants one
*  manifest per unloading UF, so a romaneio that crosses into two
*  states gets two, each carrying the access keys of the NF-e of
*  its orders - the cargas stamped with the romaneio (CG-ROMA) and
*  the whole orders on it (ORDE-ROMA) - grouped by the client's
*  city. The loading UF is the branch's (UNIDADES.DAT); plate,
*  driver, CPF and tare come off VEICULOS.DAT (PROG935), the
*  carrier - name, CNPJ and RNTRC - off TRANSP.DAT. An order
*  without an authorized NF-e, a truck whose driver has no CPF,
*  or a carrier without CNPJ or with its RNTRC missing or expired
*  holds that manifest back and says so in MDFE.REL; the next run
*  tries again.
*
*  The number is the branch's NUMCTL.DAT row "MDFE" through
*  GETNUM, bootstrapped on first use from MDFE-NUMERO-INICIAL.
*  The transmitter's return (.RET, the XML's own name) is stored
*  against the romaneio in MDFE.DAT: 100 authorizes - PROG901
*  only releases the truck then - anything else rejects, and the
*  manifest is written again under the same number. Once every
*  order of an authorized manifest has its delivery in
*  ENTREGA.DAT, the closing event (110112) goes out dated on the
*  last delivery, and its return (135) closes the manifest.
*
 01  Stat-UNIDADES       PIC X(002).
     88 Valido-UNIDADES  Value "00" THRU "09".
     88 Fim-UNIDADES     Value "10".
 01  PATHUNID            PIC X(060)
     VALUE "..\DADOS\UNIDADES.DAT".
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
     88 Fim-CARGA        Value "10".
 01  PATHCARGA           PIC X(060).
 01  WS-TEM-CARGA        PIC X(001) VALUE "N".
     88 Tem-Cargas       Value "S".
 01  WS-ORDEM-COM-CARGA  PIC X(001).
     88 Ordem-Com-Carga  Value "S".
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
     88 Fim-ROMVEIC      Value "10".
 01  PATHROMVEIC         PIC X(060).
 01  Stat-VEICULOS       PIC X(002).
     88 Valido-VEICULOS  Value "00" THRU "09".
 01  PATHVEICULOS        PIC X(060).
 01  WS-TEM-VEICULOS     PIC X(001) VALUE "N".
     88 Tem-Veiculos     Value "S".
 01  Stat-ENTREGA        PIC X(002).
     88 Valido-ENTREGA   Value "00" THRU "09".
 01  PATHENTREGA         PIC X(060).
 01  WS-TEM-ENTREGA      PIC X(001) VALUE "N".
     88 Tem-Entregas     Value "S".
 01  Stat-NFE            PIC X(002).
     88 Valido-NFE       Value "00" THRU "09".
 01  PATHNFE             PIC X(060).
 01  Stat-NUMCTL         PIC X(002).
     88 Valido-NUMCTL    Value "00" THRU "09".
 01  PATHNUMCTL          PIC X(060).
 01  Stat-MDFE           PIC X(002).
     88 Valido-MDFE      Value "00" THRU "09".
     88 Fim-MDFE         Value "10".
 01  PATHMDFE            PIC X(060).
 01  Stat-NFEXML         PIC X(002).
     88 Valido-NFEXML    Value "00" THRU "09".
 01  PATHNFEXML          PIC X(080).
 01  Stat-NFERET         PIC X(002).
     88 Valido-NFERET    Value "00" THRU "09".
     88 Fim-NFERET       Value "10".
 01  PATHNFERET          PIC X(080).
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
 01  WS-SERIE            PIC 9(003) VALUE 1.
 01  WS-AMBIENTE         PIC X(001) VALUE "2".
 01  WS-FUSO             PIC X(006) VALUE "-03:00".
 01  WS-TPROD            PIC X(002) VALUE "01".
 01  WS-TPCAR            PIC X(002) VALUE "02".
 01  WS-NUMERO-INICIAL   PIC S9(006) COMP-5 VALUE 1.
 01  WS-PASTA-ENVIO      PIC X(040).
 01  WS-PASTA-RETORNO    PIC X(040).
 01  WS-PASTA            PIC X(040).
 01  WS-PASTA-IDX        PIC S9(004) COMP-5.
*
 01  WS-NUM-TIPO         PIC X(008) VALUE "MDFE".
 01  WS-NUM-ALOCADO      PIC S9(006) COMP-5.
 01  WS-NUM-OK           PIC X(001).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X REDEFINES WS-DATA-SISTEMA PIC X(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA PIC X(008).
 01  WS-DH-EMISSAO       PIC X(025).
*
*  The romaneio being manifested and its truck.
 01  WS-ROMANEIO         PIC S9(006) COMP-5.
 01  WS-ROM-9            PIC 9(006).
 01  WS-UF-ATUAL         PIC X(002).
 01  WS-UF-SEQ           PIC 9(002) COMP-X.
 01  WS-RECUSA           PIC X(060).
 01  WS-TEM-MDFE         PIC X(001).
     88 MDFe-Existente   Value "S".
 01  WS-NMDF             PIC S9(006) COMP-5.
 01  WS-ARQUIVO          PIC X(020).
 01  WS-PLACA            PIC X(008).
 01  WS-MOTORISTA        PIC X(030).
 01  WS-CPF              PIC X(011).
 01  WS-TARA             PIC S9(009)V999 COMP-3.
 01  WS-CAPACIDADE       PIC S9(009)V999 COMP-3.
 01  WS-TRAN             PIC S9(004) COMP-5.
 01  WS-NOME-TRAN        PIC X(040).
*  The carrier as the law wants it: CNPJ (CPF for a self-employed
*  truck owner) and its ANTT registration, digits only.
 01  WS-DOC-TRAN         PIC X(014).
 01  WS-TAG-DOC-TRAN     PIC X(004).
 01  WS-RNTRC            PIC X(012).
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-VALIDADE-ED      PIC X(010).
 01  WS-QTD-NFE          PIC S9(003) COMP-5.
 01  WS-VALOR-CARGA      PIC S9(012)V99 COMP-3.
 01  WS-PESO-CARGA       PIC S9(012)V999 COMP-3.
 01  WS-DTENC            PIC X(008).
 01  WS-ENTREGUE         PIC X(001).
     88 Tudo-Entregue    Value "S".
*
*  The documents on the romaneio: each carga stamped with it and
*  each whole order on it, with the client's UF/city and the key
*  of its authorized NF-e.
 78  max-docs            value 50.
 01  WS-DOC-TAB.
     03 WS-DOC occurs 50 times.
        05 WS-DC-NUME    PIC S9(006)    COMP-5.
        05 WS-DC-CARGA   PIC S9(003)    COMP-5.
        05 WS-DC-TRAN    PIC S9(004)    COMP-5.
        05 WS-DC-UF      PIC X(002).
        05 WS-DC-CIDADE  PIC X(030).
        05 WS-DC-PESO    PIC S9(012)V999 COMP-3.
        05 WS-DC-VALOR   PIC S9(012)V99 COMP-3.
        05 WS-DC-CHNFE   PIC X(044).
        05 WS-DC-NFE     PIC X(001).
           88 Doc-Com-NFe Value "S".
 01  WS-QTD-DOCS         PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-DC-IDX           PIC 9(002) COMP-X.
 01  WS-DC-IDX2          PIC 9(002) COMP-X.
 01  WS-CIDADE-NOVA      PIC X(001).
     88 Cidade-Nova      Value "S".
*
*  The unloading UFs of the romaneio - one manifest each.
 01  WS-UFD-TAB.
     03 WS-UFD occurs 27 times PIC X(002).
 01  WS-QTD-UFD          PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-UFD-IDX          PIC 9(002) COMP-X.
 01  WS-ACHOU            PIC X(001).
     88 Achou-UF         Value "S".
*
*  IBGE code of each UF - the first two digits of the key.
 01  WS-UF-TABELA.
     03 FILLER PIC X(036) VALUE "RO11AC12AM13RR14PA15AP16TO17MA21PI22".
     03 FILLER PIC X(036) VALUE "CE23RN24PB25PE26AL27SE28BA29MG31ES32".
     03 FILLER PIC X(036) VALUE "RJ33SP35PR41SC42RS43MS50MT51GO52DF53".
 01  WS-UF-TAB REDEFINES WS-UF-TABELA.
     03 WS-UF-ITEM occurs 27 times.
        05 WS-UF-SIGLA   PIC X(002).
        05 WS-UF-IBGE    PIC X(002).
 01  WS-UF-IDX           PIC 9(002) COMP-X.
 01  WS-CUF              PIC X(002).
 01  WS-CUF-FIM          PIC X(002).
*
*  The 44-digit access key and its modulo 11 check digit.
 01  WS-CHAVE-MDFE.
     03 WS-CH-CUF        PIC X(002).
     03 WS-CH-AAMM       PIC X(004).
     03 WS-CH-CNPJ       PIC X(014).
     03 WS-CH-MOD        PIC X(002) VALUE "58".
     03 WS-CH-SERIE      PIC 9(003).
     03 WS-CH-NMDF       PIC 9(009).
     03 WS-CH-TPEMIS     PIC X(001) VALUE "1".
     03 WS-CH-CMDF       PIC 9(008).
     03 WS-CH-DV         PIC 9(001).
 01  WS-CHAVE-DIG REDEFINES WS-CHAVE-MDFE.
     03 WS-CH-DIGITO     PIC 9(001) occurs 44 times.
 01  WS-CH-SOMA          PIC S9(005) COMP-5.
 01  WS-CH-PESO          PIC S9(002) COMP-5.
 01  WS-CH-IDX           PIC S9(003) COMP-5.
 01  WS-CH-RESTO         PIC S9(002) COMP-5.
 01  WS-CH-QUOC          PIC S9(005) COMP-5.
*
*  XML writing: one element per line, indented by group.
 01  WS-XML-TAG          PIC X(020).
 01  WS-XML-ATRIB        PIC X(080).
 01  WS-XML-CONTEUDO     PIC X(300).
 01  WS-XML-NIVEL        PIC S9(003) COMP-5.
 01  WS-XML-PONT         PIC S9(004) COMP-5.
 01  WS-TAG-TAM          PIC S9(004) COMP-5.
 01  WS-ATRIB-TAM        PIC S9(004) COMP-5.
 01  WS-CONT-TAM         PIC S9(004) COMP-5.
 01  WS-MEDE-BUF         PIC X(300).
 01  WS-MEDE-TAM         PIC S9(004) COMP-5.
 01  WS-TXT-ENTRA        PIC X(200).
 01  WS-TXT-TAM          PIC S9(004) COMP-5.
 01  WS-TXT-IDX          PIC S9(004) COMP-5.
 01  WS-TXT-CHAR         PIC X(001).
 01  WS-DIGITOS          PIC X(020).
 01  WS-DIG-PONT         PIC S9(004) COMP-5.
 01  WS-FMT-VALOR        PIC S9(013)V9(004).
 01  WS-FMT-ED           PIC Z(012)9,9999.
 01  WS-FMT-CASAS        PIC 9(001).
 01  WS-FMT-BRANCOS      PIC S9(004) COMP-5.
 01  WS-INT-ED           PIC Z(008)9.
*
*  The transmitter's return for one manifest or closing event.
 01  WS-RET-MARCA        PIC X(020).
 01  WS-RET-PROTOCOLADO  PIC X(001).
     88 Retorno-Com-Protocolo Value "S".
 01  WS-RET-CHAVE        PIC X(044).
 01  WS-RET-PROT         PIC X(015).
 01  WS-RET-CSTAT        PIC X(003).
 01  WS-RET-MOTIVO       PIC X(060).
 01  WS-BUSCA-TAG        PIC X(020).
 01  WS-BUSCA-TAM        PIC S9(004) COMP-5.
 01  WS-BUSCA-POS        PIC S9(004) COMP-5.
 01  WS-BUSCA-ULT        PIC S9(004) COMP-5.
 01  WS-BUSCA-VALOR      PIC X(080).
*
 01  WS-QTD-GERADOS      PIC 9(005) VALUE ZEROS.
 01  WS-QTD-RECUSADOS    PIC 9(005) VALUE ZEROS.
 01  WS-QTD-RETORNOS     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-ENCERRA      PIC 9(005) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(004)9.
 01  WS-QTD-ED2          PIC Z(004)9.
 01  WS-QTD-ED3          PIC Z(004)9.
 01  WS-QTD-ED4          PIC Z(004)9.
 01  WS-ROM-ED           PIC Z(005)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-CARGA-ED         PIC ZZ9.
 01  WS-NMDF-ED          PIC Z(005)9.
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

   Move Spaces to PathMDFE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\MDFE.DAT" Delimited By Size
          Into PathMDFE
   End-String.
   Open I-O MDFE
   If Not Valido-MDFE
      Open Output MDFE
      Close MDFE
      Open I-O MDFE
   End-if
   If Not Valido-MDFE
      Display "erro MDFE " Stat-MDFE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Abre-Leitura Thru Abre-Leitura-Exit
   If WS-RECUSA Not = Spaces
      Display WS-RECUSA
      Close MDFE
      Move 1 To Return-Code
      Exit Program
   End-if

   Move Spaces to PathROMREL.
   String Lk-Unidade        Delimited By Size
          "\DADOS\MDFE.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro MDFE.REL " Stat-ROMREL
      Perform Fecha-Leitura Thru Fecha-Leitura-Exit
      Close MDFE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces To ROMREL-REGI
   String "MDF-E - UNIDADE " Lk-Unidade "  DATA " WS-DATA-SISTEMA-X
          "  ROMANEIOS DESDE " WS-DATA-INICIO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI

*  The transmitter's answers and the closing events first.
   Move "RETORNOS E ENCERRAMENTOS" To ROMREL-REGI
   Write ROMREL-REGI
   Perform Recolhe-Retornos Thru Recolhe-Retornos-Exit

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "MDF-E GERADOS" To ROMREL-REGI
   Write ROMREL-REGI
   Perform Garante-Faixa Thru Garante-Faixa-Exit
   Move Low-Values To ROMVEIC-REGI
   Move Zeros      To RV-ROMANEIO
   Start ROMVEIC Key Is Not Less RV-ROMANEIO
      Invalid Key Move "10" To Stat-ROMVEIC
   End-Start
   Perform Until Fim-ROMVEIC
      Read ROMVEIC Next Record
         At End Move "10" To Stat-ROMVEIC
      End-Read
      If Not Fim-ROMVEIC And Valido-ROMVEIC
         If RV-DATA Not < WS-DATA-INICIO
            Perform Emite-Romaneio Thru Emite-Romaneio-Exit
         End-if
      End-if
   End-Perform

   Move WS-QTD-RETORNOS  To WS-QTD-ED
   Move WS-QTD-GERADOS   To WS-QTD-ED2
   Move WS-QTD-RECUSADOS To WS-QTD-ED3
   Move WS-QTD-ENCERRA   To WS-QTD-ED4
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "RETORNOS: " WS-QTD-ED "  ENCERRAMENTOS ENVIADOS: "
          WS-QTD-ED4 "  MDF-E GERADOS: " WS-QTD-ED2
          "  RECUSADOS: " WS-QTD-ED3
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Perform Fecha-Leitura Thru Fecha-Leitura-Exit
   Close ROMREL.
   Close MDFE.
   Move "PROG1040" To WS-SP-PROGRAMA
   Move "MDFE.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Display WS-QTD-ED " retorno(s), " WS-QTD-ED4
           " encerramento(s), " WS-QTD-ED2 " MDF-e gerado(s), "
           WS-QTD-ED3 " recusado(s) - detalhes em 'MDFE.REL'."
   Exit Program.
*
 Carrega-Parametros.
   Move WS-DATA-SISTEMA-X To WS-DATA-INICIO
   Move "MDFE-INICIO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:8) Numeric
      Move WS-PARAM-VALOR(1:8) To WS-DATA-INICIO
   End-if
   Move "MDFE-SERIE" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-SERIE
   End-if
   Move "MDFE-NUMERO-INICIAL" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-NUMERO-INICIAL
   End-if
   Move "MDFE-TPROD" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:2) Numeric
      Move WS-PARAM-VALOR(1:2) To WS-TPROD
   End-if
   Move "MDFE-TPCAR" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:2) Numeric
      Move WS-PARAM-VALOR(1:2) To WS-TPCAR
   End-if

*  Same transmitter, same environment and folders as the NF-e.
   Move "NFE-AMBIENTE" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      And (WS-PARAM-VALOR(1:1) = "1" Or "2")
      Move WS-PARAM-VALOR(1:1) To WS-AMBIENTE
   End-if
   Move "NFE-FUSO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR(1:6) To WS-FUSO
   End-if
   Move Spaces To WS-PASTA-ENVIO WS-PASTA-RETORNO
   String Lk-Unidade "\NFE\ENVIO\" Delimited By Size
          Into WS-PASTA-ENVIO
   End-String
   String Lk-Unidade "\NFE\RETORNO\" Delimited By Size
          Into WS-PASTA-RETORNO
   End-String
   Move "NFE-PASTA-ENVIO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR To WS-PASTA
      Perform Fecha-Pasta Thru Fecha-Pasta-Exit
      Move WS-PASTA To WS-PASTA-ENVIO
   End-if
   Move "NFE-PASTA-RETORNO" To WS-PARAM-NOME
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
*  The branch's own line in the central UNIDADES.DAT.
 Le-Emitente.
   Move Spaces To WS-RECUSA
   Open Input UNIDADES
   If Not Valido-UNIDADES
      Move "UNIDADES.DAT inacessivel - MDF-e sem emitente."
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
   If UN-CNPJ Not Numeric Or UN-IE = Spaces
      Or UN-COD-MUN Not Numeric Or UN-RAZAO = Spaces
      Move "Unidade sem CNPJ/IE/municipio IBGE - complete no PROG981."
           To WS-RECUSA
      Go To Le-Emitente-Exit
   End-if
   If UN-UF = Spaces
      Move WS-UF-FILIAL To UN-UF
   End-if
   Move UN-UF To WS-UF-ATUAL
   Perform Codigo-UF Thru Codigo-UF-Exit
   Move WS-CUF-FIM To WS-CUF
   If WS-CUF = Spaces
      Move "UF da unidade invalida - corrija no PROG981."
           To WS-RECUSA
   End-if.
 Le-Emitente-Exit.
   Exit.
*
*  IBGE code of WS-UF-ATUAL into WS-CUF-FIM (spaces if unknown).
 Codigo-UF.
   Move Spaces To WS-CUF-FIM
   Perform Varying WS-UF-IDX From 1 By 1 Until WS-UF-IDX > 27
      If WS-UF-SIGLA(WS-UF-IDX) = WS-UF-ATUAL
         Move WS-UF-IBGE(WS-UF-IDX) To WS-CUF-FIM
      End-if
   End-Perform.
 Codigo-UF-Exit.
   Exit.
*
 Abre-Leitura.
   Move Spaces To WS-RECUSA
   Move Spaces to PathROMVEIC.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ROMVEIC.DAT" Delimited By Size
          Into PathROMVEIC
   End-String.
   Open Input ROMVEIC
   If Not Valido-ROMVEIC
      Move "Sem ROMVEIC.DAT - nenhum romaneio com veiculo (PROG984)."
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
      Close ROMVEIC
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
      Close ROMVEIC
      Close ORDE
      Go To Abre-Leitura-Exit
   End-if

   Move Spaces to PathNFE.
   String Lk-Unidade       Delimited By Size
          "\DADOS\NFE.DAT" Delimited By Size
          Into PathNFE
   End-String.
   Open Input NFE
   If Not Valido-NFE
      Move "Sem NFE.DAT - rode a NF-e (PROG1039) antes."
           To WS-RECUSA
      Close ROMVEIC
      Close ORDE
      Close CLIENTE
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

   Move Spaces to PathVEICULOS.
   String Lk-Unidade            Delimited By Size
          "\DADOS\VEICULOS.DAT" Delimited By Size
          Into PathVEICULOS
   End-String.
   Move "N" To WS-TEM-VEICULOS
   Open Input VEICULOS
   If Valido-VEICULOS
      Move "S" To WS-TEM-VEICULOS
   End-if

   Move Spaces to PathENTREGA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ENTREGA.DAT" Delimited By Size
          Into PathENTREGA
   End-String.
   Move "N" To WS-TEM-ENTREGA
   Open Input ENTREGA
   If Valido-ENTREGA
      Move "S" To WS-TEM-ENTREGA
   End-if.
 Abre-Leitura-Exit.
   Exit.
*
 Fecha-Leitura.
   Close ROMVEIC.
   Close ORDE.
   Close CLIENTE.
   Close NFE.
   If Tem-Cargas
      Close CARGA
   End-if
   If Tem-Transp
      Close TRANSP
   End-if
   If Tem-Veiculos
      Close VEICULOS
   End-if
   If Tem-Entregas
      Close ENTREGA
   End-if.
 Fecha-Leitura-Exit.
   Exit.
*
*  The branch's first MDF-e: the NUMCTL.DAT row starts where the
*  manifests typed on the SEFAZ site stopped.
 Garante-Faixa.
   Move Spaces to PathNUMCTL.
   String Lk-Unidade         Delimited By Size
          "\DADOS\NUMCTL.DAT" Delimited By Size
          Into PathNUMCTL
   End-String.
   Open I-O NUMCTL
   If Not Valido-NUMCTL
      Open Output NUMCTL
      Close NUMCTL
      Open I-O NUMCTL
   End-if
   If Not Valido-NUMCTL
      Go To Garante-Faixa-Exit
   End-if
   Move WS-NUM-TIPO To NC-TIPO
   Read NUMCTL
      Invalid Key
         Initialize NUMCTL-REGI
         Move WS-NUM-TIPO       To NC-TIPO
         Move WS-NUMERO-INICIAL To NC-PROXIMO NC-FAIXA-DE
         Move 999999            To NC-FAIXA-ATE
         Move WS-DATA-SISTEMA   To NC-DTAL
         Move WS-HORA-SISTEMA   To NC-HRAL
         Write NUMCTL-REGI
            Invalid Key Continue
         End-Write
   End-Read
   Close NUMCTL.
 Garante-Faixa-Exit.
   Exit.
*
*  Everything on romaneio WS-ROMANEIO into WS-DOC-TAB: the cargas
*  stamped with it, then the whole orders on it (an order with
*  cargas travels as its cargas, never whole).
 Carrega-Documentos.
   Move Zeros To WS-QTD-DOCS
   If Tem-Cargas
      Move Low-Values To CG-CHAVE
      Start CARGA Key Is Not Less CG-CHAVE
         Invalid Key Move "10" To Stat-CARGA
      End-Start
      Perform Until Fim-CARGA Or WS-QTD-DOCS = max-docs
         Read CARGA Next Record
            At End Move "10" To Stat-CARGA
         End-Read
         If Not Fim-CARGA And Valido-CARGA
            And CG-ROMA = WS-ROMANEIO
            Add 1 To WS-QTD-DOCS
            Initialize WS-DOC(WS-QTD-DOCS)
            Move CG-NUME To WS-DC-NUME(WS-QTD-DOCS)
            Move CG-SEQ  To WS-DC-CARGA(WS-QTD-DOCS)
            Move CG-TRAN To WS-DC-TRAN(WS-QTD-DOCS)
            Move CG-BRUT To WS-DC-PESO(WS-QTD-DOCS)
         End-if
      End-Perform
   End-if

   Move Zeros To ORDE-NUME
   Start ORDE Key Is Not Less ORDE-NUME
      Invalid Key Move "10" To Stat-ORDE
   End-Start
   Perform Until Fim-ORDE Or WS-QTD-DOCS = max-docs
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Not Fim-ORDE And Valido-ORDE
         And ORDE-ROMA = WS-ROMANEIO
         Perform Verifica-Cargas Thru Verifica-Cargas-Exit
         If Not Ordem-Com-Carga
            Add 1 To WS-QTD-DOCS
            Initialize WS-DOC(WS-QTD-DOCS)
            Move ORDE-NUME To WS-DC-NUME(WS-QTD-DOCS)
            Move Zeros     To WS-DC-CARGA(WS-QTD-DOCS)
            Move ORDE-TRAN To WS-DC-TRAN(WS-QTD-DOCS)
            Move ORDE-BRUT To WS-DC-PESO(WS-QTD-DOCS)
         End-if
      End-if
   End-Perform

   Perform Varying WS-DC-IDX From 1 By 1
             Until WS-DC-IDX > WS-QTD-DOCS
      Perform Completa-Documento Thru Completa-Documento-Exit
   End-Perform.
 Carrega-Documentos-Exit.
   Exit.
*
 Verifica-Cargas.
   Move "N" To WS-ORDEM-COM-CARGA
   If Not Tem-Cargas
      Go To Verifica-Cargas-Exit
   End-if
   Move ORDE-NUME To CG-NUME
   Move Zeros     To CG-SEQ
   Start CARGA Key Is Greater CG-CHAVE
      Invalid Key Go To Verifica-Cargas-Exit
   End-Start
   Read CARGA Next Record
      At End Go To Verifica-Cargas-Exit
   End-Read
   If Valido-CARGA And CG-NUME = ORDE-NUME
      Move "S" To WS-ORDEM-COM-CARGA
   End-if.
 Verifica-Cargas-Exit.
   Exit.
*
*  Client UF and city, transporter, and the NF-e key - only an
*  authorized NF-e can ride on a manifest.
 Completa-Documento.
   Move WS-DC-NUME(WS-DC-IDX) To ORDE-NUME
   Read ORDE
      Invalid Key Go To Completa-Documento-Exit
   End-Read
   If WS-DC-TRAN(WS-DC-IDX) = Zeros
      Move ORDE-TRAN To WS-DC-TRAN(WS-DC-IDX)
   End-if
   Move ORDE-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key Go To Completa-Documento-Exit
   End-Read
   Move CLI-UF     To WS-DC-UF(WS-DC-IDX)
   Move CLI-CIDADE To WS-DC-CIDADE(WS-DC-IDX)
   Move WS-DC-NUME(WS-DC-IDX)  To NF-NUME
   Move WS-DC-CARGA(WS-DC-IDX) To NF-CARGA
   Read NFE
      Invalid Key Go To Completa-Documento-Exit
   End-Read
   If NFe-Autorizada
      Move "S"      To WS-DC-NFE(WS-DC-IDX)
      Move NF-CHNFE To WS-DC-CHNFE(WS-DC-IDX)
      Move NF-VALOR To WS-DC-VALOR(WS-DC-IDX)
   End-if.
 Completa-Documento-Exit.
   Exit.
*
*  One romaneio: its documents, its truck, one manifest per
*  unloading UF still without a valid one.
 Emite-Romaneio.
   Move RV-ROMANEIO To WS-ROMANEIO WS-ROM-9
   Perform Carrega-Documentos Thru Carrega-Documentos-Exit
   If WS-QTD-DOCS = Zeros
      Go To Emite-Romaneio-Exit
   End-if

   Move Zeros To WS-QTD-UFD
   Perform Varying WS-DC-IDX From 1 By 1
             Until WS-DC-IDX > WS-QTD-DOCS
      Move "N" To WS-ACHOU
      Perform Varying WS-UFD-IDX From 1 By 1
                Until WS-UFD-IDX > WS-QTD-UFD
         If WS-UFD(WS-UFD-IDX) = WS-DC-UF(WS-DC-IDX)
            Move "S" To WS-ACHOU
         End-if
      End-Perform
      If Not Achou-UF And WS-QTD-UFD < 27
         Add 1 To WS-QTD-UFD
         Move WS-DC-UF(WS-DC-IDX) To WS-UFD(WS-QTD-UFD)
      End-if
   End-Perform

   Perform Varying WS-UF-SEQ From 1 By 1
             Until WS-UF-SEQ > WS-QTD-UFD
      Move WS-UFD(WS-UF-SEQ) To WS-UF-ATUAL
      Perform Emite-Manifesto Thru Emite-Manifesto-Exit
   End-Perform.
 Emite-Romaneio-Exit.
   Exit.
*
 Emite-Manifesto.
   Move Spaces      To WS-RECUSA
   Move "N"         To WS-TEM-MDFE
   Move WS-ROMANEIO To MF-ROMANEIO
   Move WS-UF-ATUAL To MF-UF-FIM
   Read MDFE
      Invalid Key Continue
   End-Read
   If Valido-MDFE
      If Not MDFe-Rejeitado
         Go To Emite-Manifesto-Exit
      End-if
      Move "S"     To WS-TEM-MDFE
      Move MF-NMDF To WS-NMDF
   End-if

   Perform Codigo-UF Thru Codigo-UF-Exit
   If WS-CUF-FIM = Spaces
      Move "Cliente com UF invalida no romaneio." To WS-RECUSA
      Perform Relata-Recusa Thru Relata-Recusa-Exit
      Go To Emite-Manifesto-Exit
   End-if
   Move Zeros To WS-QTD-NFE WS-VALOR-CARGA WS-PESO-CARGA
   Perform Varying WS-DC-IDX From 1 By 1
             Until WS-DC-IDX > WS-QTD-DOCS Or WS-RECUSA Not = Spaces
      If WS-DC-UF(WS-DC-IDX) = WS-UF-ATUAL
         If Doc-Com-NFe(WS-DC-IDX)
            Add 1 To WS-QTD-NFE
            Add WS-DC-VALOR(WS-DC-IDX) To WS-VALOR-CARGA
            Add WS-DC-PESO(WS-DC-IDX)  To WS-PESO-CARGA
         Else
            Move WS-DC-NUME(WS-DC-IDX)  To WS-NUME-ED
            Move WS-DC-CARGA(WS-DC-IDX) To WS-CARGA-ED
            String "Pedido " WS-NUME-ED " carga " WS-CARGA-ED
                   " sem NF-e autorizada (PROG1039)."
                   Delimited By Size Into WS-RECUSA
            End-String
         End-if
      End-if
   End-Perform
   If WS-RECUSA = Spaces
      Perform Le-Veiculo Thru Le-Veiculo-Exit
   End-if
   If WS-RECUSA Not = Spaces
      Perform Relata-Recusa Thru Relata-Recusa-Exit
      Go To Emite-Manifesto-Exit
   End-if

   If Not MDFe-Existente
      Move "N" To WS-NUM-OK
      Call "GETNUM" Using Lk-Unidade WS-NUM-TIPO
                          WS-NUM-ALOCADO WS-NUM-OK
         On Exception Continue
      End-Call
      If WS-NUM-OK Not = "S"
         Move "Sem numero de MDF-e (NUMCTL.DAT)." To WS-RECUSA
         Perform Relata-Recusa Thru Relata-Recusa-Exit
         Go To Emite-Manifesto-Exit
      End-if
      Move WS-NUM-ALOCADO To WS-NMDF
      Initialize MDFE-REGI
      Move WS-ROMANEIO    To MF-ROMANEIO
      Move WS-UF-ATUAL    To MF-UF-FIM
      Move Zeros          To MF-GERACOES
   End-if

   Move Spaces To WS-ARQUIVO
   String "MDF" WS-ROM-9 WS-UF-ATUAL "M.XML"
          Delimited By Size Into WS-ARQUIVO
   End-String
   Perform Calcula-Chave Thru Calcula-Chave-Exit

*  Number and key belong to the manifest from here on: a folder
*  that cannot take the file leaves the row rejected, and the
*  next run writes it again under the same number.
   Move WS-SERIE        To MF-SERIE
   Move WS-NMDF         To MF-NMDF
   Move UN-UF           To MF-UF-INI
   Move WS-PLACA        To MF-PLACA
   Move WS-MOTORISTA    To MF-MOTORISTA
   Move WS-CPF          To MF-CPF
   Move WS-TRAN         To MF-TRAN
   Move WS-QTD-NFE      To MF-QTD-NFE
   Move WS-VALOR-CARGA  To MF-VALOR
   Move WS-PESO-CARGA   To MF-PESO
   Move WS-ARQUIVO      To MF-ARQUIVO
   Move WS-CHAVE-MDFE   To MF-CHMDFE
   Move Spaces          To MF-PROTOCOLO MF-CSTAT MF-MOTIVO
                           MF-DTRET MF-HRRET MF-DTENC MF-PROT-ENC
   Add 1                To MF-GERACOES
   Move WS-DATA-SISTEMA To MF-DTGER
   Move WS-HORA-SISTEMA To MF-HRGER

   Move Spaces To PATHNFEXML
   String WS-PASTA-ENVIO Delimited By Space
          WS-ARQUIVO     Delimited By Space
          Into PATHNFEXML
   End-String
   Open Output NFEXML
   If Valido-NFEXML
      Perform Grava-XML Thru Grava-XML-Exit
      Close NFEXML
      Move "G" To MF-SITU
   Else
      Move "R"   To MF-SITU
      Move "000" To MF-CSTAT
      Move "Pasta de envio inacessivel" To MF-MOTIVO
      Move "Pasta de envio inacessivel (NFE-PASTA-ENVIO)."
           To WS-RECUSA
   End-if

   If MDFe-Existente
      Rewrite MDFE-REGI
         Invalid Key Continue
      End-Rewrite
   Else
      Write MDFE-REGI
         Invalid Key Continue
      End-Write
   End-if
   If WS-RECUSA Not = Spaces
      Perform Relata-Recusa Thru Relata-Recusa-Exit
      Go To Emite-Manifesto-Exit
   End-if

   Add 1 To WS-QTD-GERADOS
   Move WS-ROMANEIO To WS-ROM-ED
   Move WS-NMDF     To WS-NMDF-ED
   Move WS-QTD-NFE  To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   String "ROMANEIO " WS-ROM-ED " UF " WS-UF-ATUAL
          "  MDF-E " WS-NMDF-ED "  PLACA " WS-PLACA
          "  NF-E: " WS-QTD-ED "  " WS-ARQUIVO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Emite-Manifesto-Exit.
   Exit.
*
 Relata-Recusa.
   Add 1 To WS-QTD-RECUSADOS
   Move WS-ROMANEIO To WS-ROM-ED
   Move Spaces To ROMREL-REGI
   String "ROMANEIO " WS-ROM-ED " UF " WS-UF-ATUAL
          "  RECUSADO: " WS-RECUSA
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Relata-Recusa-Exit.
   Exit.
*
*  The truck PROG984 recorded for the romaneio; CPF and tare from
*  the vehicle master, the carrier from the truck (or the order).
*  No manifest for a carrier without CNPJ/CPF or RNTRC on file,
*  or whose RNTRC expired before the issue date.
 Le-Veiculo.
   Move RV-PLACA     To WS-PLACA
   Move RV-MOTORISTA To WS-MOTORISTA
   Move Spaces       To WS-CPF
   Move Zeros        To WS-TARA WS-CAPACIDADE WS-TRAN
   If Tem-Veiculos
      Move RV-PLACA To VE-PLACA
      Read VEICULOS
         Invalid Key Continue
      End-Read
      If Valido-VEICULOS
         Move VE-CPF        To WS-CPF
         Move VE-TARA       To WS-TARA
         Move VE-CAPACIDADE To WS-CAPACIDADE
         Move VE-TRAN       To WS-TRAN
      End-if
   End-if
   If WS-CPF Not Numeric
      Move Spaces To WS-RECUSA
      String "Motorista da placa " WS-PLACA
             " sem CPF - complete no PROG935."
             Delimited By Size Into WS-RECUSA
      End-String
      Go To Le-Veiculo-Exit
   End-if
   If WS-TRAN = Zeros
      Move WS-DC-TRAN(1) To WS-TRAN
   End-if
   Move Spaces To WS-NOME-TRAN WS-DOC-TRAN WS-RNTRC
   Move WS-TRAN To WS-TRAN-ED
   Move "10"    To Stat-TRANSP
   If Tem-Transp And WS-TRAN > Zeros
      Move WS-TRAN To TR-CODIGO
      Read TRANSP
         Invalid Key Move "23" To Stat-TRANSP
      End-Read
   End-if
   If Not Valido-TRANSP
      Move Spaces To WS-RECUSA
      String "Transportadora " WS-TRAN-ED " da placa " WS-PLACA
             " nao cadastrada (PROG950)."
             Delimited By Size Into WS-RECUSA
      End-String
      Go To Le-Veiculo-Exit
   End-if
   Move TR-NOME To WS-NOME-TRAN
   If Transportador-Autonomo
      Move "CPF"   To WS-TAG-DOC-TRAN
      Move TR-CPF  To WS-TXT-ENTRA
   Else
      Move "CNPJ"  To WS-TAG-DOC-TRAN
      Move TR-CNPJ To WS-TXT-ENTRA
   End-if
   Perform So-Digitos Thru So-Digitos-Exit
   Move WS-DIGITOS To WS-DOC-TRAN
   If WS-DOC-TRAN = Spaces
      Move Spaces To WS-RECUSA
      String "Transportadora " WS-TRAN-ED " sem "
             WS-TAG-DOC-TRAN Delimited By Space
             " - complete no PROG950." Delimited By Size
             Into WS-RECUSA
      End-String
      Go To Le-Veiculo-Exit
   End-if
   Move TR-RNTRC To WS-TXT-ENTRA
   Perform So-Digitos Thru So-Digitos-Exit
   Move WS-DIGITOS To WS-RNTRC
   If WS-RNTRC = Spaces
      Move Spaces To WS-RECUSA
      String "Transportadora " WS-TRAN-ED
             " sem RNTRC - complete no PROG950."
             Delimited By Size Into WS-RECUSA
      End-String
      Go To Le-Veiculo-Exit
   End-if
*  Same test as CHKDOC: AAAAMMDD as text, valid through the day.
   If TR-RNTRC-VALIDADE Numeric
      And TR-RNTRC-VALIDADE < WS-DATA-SISTEMA-X
      Move Spaces To WS-VALIDADE-ED
      String TR-RNTRC-VALIDADE(7:2) "/" TR-RNTRC-VALIDADE(5:2) "/"
             TR-RNTRC-VALIDADE(1:4)
             Delimited By Size Into WS-VALIDADE-ED
      End-String
      Move Spaces To WS-RECUSA
      String "RNTRC da transportadora " WS-TRAN-ED " vencido em "
             WS-VALIDADE-ED " (PROG950)."
             Delimited By Size Into WS-RECUSA
      End-String
   End-if.
 Le-Veiculo-Exit.
   Exit.
*
*  cUF + AAMM + CNPJ + 58 + serie + numero + tpEmis + cMDF, and
*  the modulo 11 digit over the 43 (weights 2 to 9 from the
*  right; remainder 0 or 1 gives 0). cMDF is the romaneio and
*  the UF's place on it, never equal to the number itself.
 Calcula-Chave.
   Move WS-CUF                  To WS-CH-CUF
   Move WS-DATA-SISTEMA-X(3:4)  To WS-CH-AAMM
   Move UN-CNPJ                 To WS-CH-CNPJ
   Move WS-SERIE                To WS-CH-SERIE
   Move WS-NMDF                 To WS-CH-NMDF
   Compute WS-CH-CMDF = WS-ROMANEIO * 100 + WS-UF-SEQ
   If WS-CH-CMDF = WS-NMDF
      Add 50000000 To WS-CH-CMDF
   End-if
   Move Zeros To WS-CH-SOMA
   Move 2     To WS-CH-PESO
   Perform Varying WS-CH-IDX From 43 By -1 Until WS-CH-IDX < 1
      Compute WS-CH-SOMA = WS-CH-SOMA
              + WS-CH-DIGITO(WS-CH-IDX) * WS-CH-PESO
      Add 1 To WS-CH-PESO
      If WS-CH-PESO > 9
         Move 2 To WS-CH-PESO
      End-if
   End-Perform
   Divide WS-CH-SOMA By 11 Giving WS-CH-QUOC
          Remainder WS-CH-RESTO
   If WS-CH-RESTO < 2
      Move 0 To WS-CH-DV
   Else
      Compute WS-CH-DV = 11 - WS-CH-RESTO
   End-if.
 Calcula-Chave-Exit.
   Exit.
*
 Monta-Data-Hora.
   Move Spaces To WS-DH-EMISSAO
   String WS-DATA-SISTEMA-X(1:4) "-" WS-DATA-SISTEMA-X(5:2) "-"
          WS-DATA-SISTEMA-X(7:2) "T" WS-HORA-SISTEMA-X(1:2) ":"
          WS-HORA-SISTEMA-X(3:2) ":" WS-HORA-SISTEMA-X(5:2)
          WS-FUSO
          Delimited By Size Into WS-DH-EMISSAO
   End-String.
 Monta-Data-Hora-Exit.
   Exit.
*
*  The MDF-e 3.00 layout, road modal, in the schema's order. The
*  emitter carries its own goods (tpEmit 2).
 Grava-XML.
   Perform Monta-Data-Hora Thru Monta-Data-Hora-Exit
   Move Zeros To WS-XML-NIVEL
   Move '<?xml version="1.0" encoding="UTF-8"?>' To NFEXML-REGI
   Write NFEXML-REGI
   Move "MDFe" To WS-XML-TAG
   Move 'xmlns="http://www.portalfiscal.inf.br/mdfe"'
        To WS-XML-ATRIB
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "infMDFe" To WS-XML-TAG
   Move Spaces To WS-XML-ATRIB
   String 'versao="3.00" Id="MDFe' WS-CHAVE-MDFE '"'
          Delimited By Size Into WS-XML-ATRIB
   End-String
   Perform Abre-Grupo Thru Abre-Grupo-Exit

   Move "ide" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "cUF"     To WS-XML-TAG
   Move WS-CUF    To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpAmb"   To WS-XML-TAG
   Move WS-AMBIENTE To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpEmit"  To WS-XML-TAG
   Move "2"       To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "mod"     To WS-XML-TAG
   Move "58"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "serie"   To WS-XML-TAG
   Move WS-SERIE  To WS-INT-ED
   Perform Grava-Inteiro Thru Grava-Inteiro-Exit
   Move "nMDF"    To WS-XML-TAG
   Move WS-NMDF   To WS-INT-ED
   Perform Grava-Inteiro Thru Grava-Inteiro-Exit
   Move "cMDF"    To WS-XML-TAG
   Move WS-CH-CMDF To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "cDV"     To WS-XML-TAG
   Move WS-CH-DV  To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "modal"   To WS-XML-TAG
   Move "1"       To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "dhEmi"   To WS-XML-TAG
   Move WS-DH-EMISSAO To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpEmis"  To WS-XML-TAG
   Move "1"       To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "procEmi" To WS-XML-TAG
   Move "0"       To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "verProc" To WS-XML-TAG
   Move "PROG1040" To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "UFIni"   To WS-XML-TAG
   Move UN-UF     To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "UFFim"   To WS-XML-TAG
   Move WS-UF-ATUAL To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "infMunCarrega" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "cMunCarrega" To WS-XML-TAG
   Move UN-COD-MUN To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "xMunCarrega" To WS-XML-TAG
   Move UN-MUNICIPIO To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "infMunCarrega" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "ide" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit

   Perform Grava-Emitente Thru Grava-Emitente-Exit
   Perform Grava-Modal Thru Grava-Modal-Exit
   Perform Grava-Documentos Thru Grava-Documentos-Exit

   Move "tot" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "qNFe"    To WS-XML-TAG
   Move WS-QTD-NFE To WS-INT-ED
   Perform Grava-Inteiro Thru Grava-Inteiro-Exit
   Move "vCarga"  To WS-XML-TAG
   Move WS-VALOR-CARGA To WS-FMT-VALOR
   Move 2 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "cUnid"   To WS-XML-TAG
   Move "01"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "qCarga"  To WS-XML-TAG
   Move WS-PESO-CARGA To WS-FMT-VALOR
   Move 4 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "tot" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit

   Move "infAdic" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move WS-ROMANEIO To WS-ROM-ED
   Move Spaces To WS-TXT-ENTRA
   String "ROMANEIO " WS-ROM-ED ". TRANSPORTADORA: " WS-NOME-TRAN
          Delimited By Size Into WS-TXT-ENTRA
   End-String
   Move "infCpl" To WS-XML-TAG
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "infAdic" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit

   Move "infMDFe" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "MDFe" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-XML-Exit.
   Exit.
*
 Grava-Emitente.
   Move "emit" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "CNPJ"   To WS-XML-TAG
   Move UN-CNPJ  To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "IE"     To WS-XML-TAG
   Move UN-IE    To WS-TXT-ENTRA
   Perform So-Digitos Thru So-Digitos-Exit
   Move WS-DIGITOS To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "xNome"  To WS-XML-TAG
   Move UN-RAZAO To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "xFant"  To WS-XML-TAG
   Move UN-NOME  To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "enderEmit" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "xLgr"   To WS-XML-TAG
   Move UN-ENDERECO To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "nro"    To WS-XML-TAG
   Move UN-NUMERO To WS-TXT-ENTRA
   If WS-TXT-ENTRA = Spaces
      Move "S/N" To WS-TXT-ENTRA
   End-if
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "xBairro" To WS-XML-TAG
   Move UN-BAIRRO To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "cMun"   To WS-XML-TAG
   Move UN-COD-MUN To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "xMun"   To WS-XML-TAG
   Move UN-MUNICIPIO To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "CEP"    To WS-XML-TAG
   Move UN-CEP   To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "UF"     To WS-XML-TAG
   Move UN-UF    To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "enderEmit" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "emit" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Emitente-Exit.
   Exit.
*
*  Road modal: the carrier's ANTT registration, with the carrier
*  as the party the trip was contracted with, then the traction
*  vehicle with its conductor. The plate goes without the dash;
*  the vehicle is licensed in the branch's UF.
 Grava-Modal.
   Move "infModal" To WS-XML-TAG
   Move 'versaoModal="3.00"' To WS-XML-ATRIB
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "rodo" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "infANTT" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "RNTRC" To WS-XML-TAG
   Move WS-RNTRC To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "infContratante" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "xNome" To WS-XML-TAG
   Move WS-NOME-TRAN To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move WS-TAG-DOC-TRAN To WS-XML-TAG
   Move WS-DOC-TRAN To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "infContratante" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "infANTT" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "veicTracao" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "cInt"  To WS-XML-TAG
   Move WS-PLACA To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "placa" To WS-XML-TAG
   Move Spaces  To WS-XML-CONTEUDO
   Move 1       To WS-DIG-PONT
   Perform Varying WS-TXT-IDX From 1 By 1 Until WS-TXT-IDX > 8
      If WS-PLACA(WS-TXT-IDX:1) Not = "-"
         And WS-PLACA(WS-TXT-IDX:1) Not = Space
         Move WS-PLACA(WS-TXT-IDX:1)
              To WS-XML-CONTEUDO(WS-DIG-PONT:1)
         Add 1 To WS-DIG-PONT
      End-if
   End-Perform
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tara"  To WS-XML-TAG
   Compute WS-INT-ED Rounded = WS-TARA
   Perform Grava-Inteiro Thru Grava-Inteiro-Exit
   If WS-CAPACIDADE > Zeros
      Move "capKG" To WS-XML-TAG
      Compute WS-INT-ED Rounded = WS-CAPACIDADE
      Perform Grava-Inteiro Thru Grava-Inteiro-Exit
   End-if
   Move "condutor" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "xNome" To WS-XML-TAG
   Move WS-MOTORISTA To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "CPF"   To WS-XML-TAG
   Move WS-CPF  To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "condutor" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "tpRod" To WS-XML-TAG
   Move WS-TPROD To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpCar" To WS-XML-TAG
   Move WS-TPCAR To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "UF"    To WS-XML-TAG
   Move UN-UF   To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "veicTracao" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "rodo" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "infModal" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Modal-Exit.
   Exit.
*
*  One infMunDescarga per client city of this UF, with the NF-e
*  keys unloaded there. CLIENTE.DAT has no IBGE code: the city
*  goes by name and the transmitter resolves the code.
 Grava-Documentos.
   Move "infDoc" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Perform Varying WS-DC-IDX From 1 By 1
             Until WS-DC-IDX > WS-QTD-DOCS
      If WS-DC-UF(WS-DC-IDX) = WS-UF-ATUAL
         Move "S" To WS-CIDADE-NOVA
         Perform Varying WS-DC-IDX2 From 1 By 1
                   Until WS-DC-IDX2 Not < WS-DC-IDX
            If WS-DC-UF(WS-DC-IDX2) = WS-UF-ATUAL
               And WS-DC-CIDADE(WS-DC-IDX2) = WS-DC-CIDADE(WS-DC-IDX)
               Move "N" To WS-CIDADE-NOVA
            End-if
         End-Perform
         If Cidade-Nova
            Perform Grava-Municipio Thru Grava-Municipio-Exit
         End-if
      End-if
   End-Perform
   Move "infDoc" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Documentos-Exit.
   Exit.
*
 Grava-Municipio.
   Move "infMunDescarga" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "xMunDescarga" To WS-XML-TAG
   Move WS-DC-CIDADE(WS-DC-IDX) To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Perform Varying WS-DC-IDX2 From WS-DC-IDX By 1
             Until WS-DC-IDX2 > WS-QTD-DOCS
      If WS-DC-UF(WS-DC-IDX2) = WS-UF-ATUAL
         And WS-DC-CIDADE(WS-DC-IDX2) = WS-DC-CIDADE(WS-DC-IDX)
         Move "infNFe" To WS-XML-TAG
         Perform Abre-Grupo Thru Abre-Grupo-Exit
         Move "chNFe" To WS-XML-TAG
         Move WS-DC-CHNFE(WS-DC-IDX2) To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "infNFe" To WS-XML-TAG
         Perform Fecha-Grupo Thru Fecha-Grupo-Exit
      End-if
   End-Perform
   Move "infMunDescarga" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Municipio-Exit.
   Exit.
*
*  <tag atributos> and one level deeper.
 Abre-Grupo.
   Move WS-XML-TAG To WS-MEDE-BUF
   Perform Mede-Texto Thru Mede-Texto-Exit
   Move WS-MEDE-TAM To WS-TAG-TAM
   Move WS-XML-ATRIB To WS-MEDE-BUF
   Perform Mede-Texto Thru Mede-Texto-Exit
   Move WS-MEDE-TAM To WS-ATRIB-TAM
   Move Spaces To NFEXML-REGI
   Compute WS-XML-PONT = WS-XML-NIVEL * 2 + 1
   If WS-ATRIB-TAM > Zeros
      String "<" WS-XML-TAG(1:WS-TAG-TAM) " "
             WS-XML-ATRIB(1:WS-ATRIB-TAM) ">"
             Delimited By Size Into NFEXML-REGI
             With Pointer WS-XML-PONT
      End-String
   Else
      String "<" WS-XML-TAG(1:WS-TAG-TAM) ">"
             Delimited By Size Into NFEXML-REGI
             With Pointer WS-XML-PONT
      End-String
   End-if
   Write NFEXML-REGI
   Add 1 To WS-XML-NIVEL
   Move Spaces To WS-XML-ATRIB.
 Abre-Grupo-Exit.
   Exit.
*
 Fecha-Grupo.
   Subtract 1 From WS-XML-NIVEL
   Move WS-XML-TAG To WS-MEDE-BUF
   Perform Mede-Texto Thru Mede-Texto-Exit
   Move WS-MEDE-TAM To WS-TAG-TAM
   Move Spaces To NFEXML-REGI
   Compute WS-XML-PONT = WS-XML-NIVEL * 2 + 1
   String "</" WS-XML-TAG(1:WS-TAG-TAM) ">"
          Delimited By Size Into NFEXML-REGI
          With Pointer WS-XML-PONT
   End-String
   Write NFEXML-REGI.
 Fecha-Grupo-Exit.
   Exit.
*
*  <tag>conteudo</tag>; an empty optional element is left out.
 Grava-Elemento.
   Move WS-XML-CONTEUDO To WS-MEDE-BUF
   Perform Mede-Texto Thru Mede-Texto-Exit
   Move WS-MEDE-TAM To WS-CONT-TAM
   If WS-CONT-TAM = Zeros
      Go To Grava-Elemento-Exit
   End-if
   Move WS-XML-TAG To WS-MEDE-BUF
   Perform Mede-Texto Thru Mede-Texto-Exit
   Move WS-MEDE-TAM To WS-TAG-TAM
   Move Spaces To NFEXML-REGI
   Compute WS-XML-PONT = WS-XML-NIVEL * 2 + 1
   String "<"  WS-XML-TAG(1:WS-TAG-TAM) ">"
          WS-XML-CONTEUDO(1:WS-CONT-TAM)
          "</" WS-XML-TAG(1:WS-TAG-TAM) ">"
          Delimited By Size Into NFEXML-REGI
          With Pointer WS-XML-PONT
   End-String
   Write NFEXML-REGI
   Move Spaces To WS-XML-CONTEUDO.
 Grava-Elemento-Exit.
   Exit.
*
*  Length of WS-MEDE-BUF without its trailing spaces.
 Mede-Texto.
   Perform Varying WS-MEDE-TAM From 300 By -1
             Until WS-MEDE-TAM < 1
                Or WS-MEDE-BUF(WS-MEDE-TAM:1) Not = Space
      Continue
   End-Perform.
 Mede-Texto-Exit.
   Exit.
*
*  Free text: accents folded to plain letters (the layout is
*  UTF-8, the files are not), the XML's reserved characters
*  escaped, leading spaces dropped.
 Grava-Texto.
   Inspect WS-TXT-ENTRA Converting
      X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDC"
      To "AAAAAACEEEEIIIINOOOOOUUUU"
   Inspect WS-TXT-ENTRA Converting
      X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFC"
      To "aaaaaaceeeeiiiinooooouuuu"
   Move WS-TXT-ENTRA To WS-MEDE-BUF
   Perform Mede-Texto Thru Mede-Texto-Exit
   Move WS-MEDE-TAM To WS-TXT-TAM
   Move Spaces To WS-XML-CONTEUDO
   Move 1 To WS-XML-PONT
   Move 1 To WS-TXT-IDX
   Perform Until WS-TXT-IDX > WS-TXT-TAM
              Or WS-TXT-ENTRA(WS-TXT-IDX:1) Not = Space
      Add 1 To WS-TXT-IDX
   End-Perform
   Perform Varying WS-TXT-IDX From WS-TXT-IDX By 1
             Until WS-TXT-IDX > WS-TXT-TAM Or WS-XML-PONT > 290
      Move WS-TXT-ENTRA(WS-TXT-IDX:1) To WS-TXT-CHAR
      Evaluate WS-TXT-CHAR
         When "&"
            String "&amp;" Delimited By Size Into WS-XML-CONTEUDO
                   With Pointer WS-XML-PONT
            End-String
         When "<"
            String "&lt;" Delimited By Size Into WS-XML-CONTEUDO
                   With Pointer WS-XML-PONT
            End-String
         When ">"
            String "&gt;" Delimited By Size Into WS-XML-CONTEUDO
                   With Pointer WS-XML-PONT
            End-String
         When Other
            Move WS-TXT-CHAR To WS-XML-CONTEUDO(WS-XML-PONT:1)
            Add 1 To WS-XML-PONT
      End-Evaluate
   End-Perform
   Perform Grava-Elemento Thru Grava-Elemento-Exit.
 Grava-Texto-Exit.
   Exit.
*
*  Digits only out of WS-TXT-ENTRA (CNPJ/CPF, CEP, IE as keyed);
*  WS-DIG-PONT ends one past the last digit kept.
 So-Digitos.
   Move Spaces To WS-DIGITOS
   Move 1 To WS-DIG-PONT
   Perform Varying WS-TXT-IDX From 1 By 1
             Until WS-TXT-IDX > 40 Or WS-DIG-PONT > 20
      If WS-TXT-ENTRA(WS-TXT-IDX:1) Numeric
         Move WS-TXT-ENTRA(WS-TXT-IDX:1)
              To WS-DIGITOS(WS-DIG-PONT:1)
         Add 1 To WS-DIG-PONT
      End-if
   End-Perform.
 So-Digitos-Exit.
   Exit.
*
*  A whole number without its leading spaces.
 Grava-Inteiro.
   Move Zeros To WS-FMT-BRANCOS
   Inspect WS-INT-ED Tallying WS-FMT-BRANCOS For Leading Spaces
   Move Spaces To WS-XML-CONTEUDO
   Move WS-INT-ED(WS-FMT-BRANCOS + 1:) To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit.
 Grava-Inteiro-Exit.
   Exit.
*
*  WS-FMT-VALOR with WS-FMT-CASAS decimals and a point, the way
*  the layout wants it (the shop's comma stays on the reports).
 Grava-Valor.
   Move WS-FMT-VALOR To WS-FMT-ED
   Move Zeros To WS-FMT-BRANCOS
   Inspect WS-FMT-ED Tallying WS-FMT-BRANCOS For Leading Spaces
   Move Spaces To WS-XML-CONTEUDO
   Move WS-FMT-ED(WS-FMT-BRANCOS + 1:
                  14 - WS-FMT-BRANCOS + WS-FMT-CASAS)
        To WS-XML-CONTEUDO
   Inspect WS-XML-CONTEUDO Replacing All "," By "."
   Perform Grava-Elemento Thru Grava-Elemento-Exit.
 Grava-Valor-Exit.
   Exit.
*
*
*  Manifests waiting for the transmitter, closings waiting for
*  theirs, and authorized manifests whose deliveries are all in.
 Recolhe-Retornos.
   Move Low-Values To MF-CHAVE
   Move Zeros      To MF-ROMANEIO
   Start MDFE Key Is Not Less MF-CHAVE
      Invalid Key Move "10" To Stat-MDFE
   End-Start
   Perform Until Fim-MDFE
      Read MDFE Next Record
         At End Move "10" To Stat-MDFE
      End-Read
      If Not Fim-MDFE And Valido-MDFE
         Evaluate True
            When MDFe-Gerado
               Perform Le-Retorno Thru Le-Retorno-Exit
            When MDFe-Encerrando
               Perform Le-Retorno-Encerramento
                  Thru Le-Retorno-Encerramento-Exit
            When MDFe-Autorizado
               Perform Verifica-Entregas Thru Verifica-Entregas-Exit
         End-Evaluate
      End-if
   End-Perform.
 Recolhe-Retornos-Exit.
   Exit.
*
 Le-Retorno.
   Move Spaces To PATHNFERET
   String WS-PASTA-RETORNO Delimited By Space
          MF-ARQUIVO(1:12) Delimited By Size
          ".RET"           Delimited By Size
          Into PATHNFERET
   End-String
   Move "<infProt" To WS-RET-MARCA
   Perform Examina-Arquivo Thru Examina-Arquivo-Exit
*  No protMDFe yet: the lot is still processing, the row waits.
   If Not Retorno-Com-Protocolo Or WS-RET-CSTAT = Spaces
      Go To Le-Retorno-Exit
   End-if

   If WS-RET-CSTAT = "100"
      Move "A" To MF-SITU
   Else
      Move "R" To MF-SITU
   End-if
   If WS-RET-CHAVE Not = Spaces
      Move WS-RET-CHAVE To MF-CHMDFE
   End-if
   Move WS-RET-PROT     To MF-PROTOCOLO
   Move WS-RET-CSTAT    To MF-CSTAT
   Move WS-RET-MOTIVO   To MF-MOTIVO
   Move WS-DATA-SISTEMA To MF-DTRET
   Move WS-HORA-SISTEMA To MF-HRRET
   Rewrite MDFE-REGI
      Invalid Key Go To Le-Retorno-Exit
   End-Rewrite
   Perform Relata-Retorno Thru Relata-Retorno-Exit.
 Le-Retorno-Exit.
   Exit.
*
*  135 registers the closing (136 when the SEFAZ registered it
*  without linking); anything else leaves the manifest open and
*  the closing goes out again once the cause is fixed.
 Le-Retorno-Encerramento.
   Move Spaces To PATHNFERET
   String WS-PASTA-RETORNO Delimited By Space
          MF-ARQUIVO(1:11) Delimited By Size
          "E.RET"          Delimited By Size
          Into PATHNFERET
   End-String
   Move "<infEvento" To WS-RET-MARCA
   Perform Examina-Arquivo Thru Examina-Arquivo-Exit
   If Not Retorno-Com-Protocolo Or WS-RET-CSTAT = Spaces
      Go To Le-Retorno-Encerramento-Exit
   End-if

   If WS-RET-CSTAT = "135" Or "136"
      Move "E"         To MF-SITU
      Move WS-RET-PROT To MF-PROT-ENC
   Else
      Move "A"         To MF-SITU
      Move Spaces      To MF-DTENC
   End-if
   Move WS-RET-CSTAT    To MF-CSTAT
   Move WS-RET-MOTIVO   To MF-MOTIVO
   Move WS-DATA-SISTEMA To MF-DTRET
   Move WS-HORA-SISTEMA To MF-HRRET
   Rewrite MDFE-REGI
      Invalid Key Go To Le-Retorno-Encerramento-Exit
   End-Rewrite
   Perform Relata-Retorno Thru Relata-Retorno-Exit.
 Le-Retorno-Encerramento-Exit.
   Exit.
*
 Examina-Arquivo.
   Move "N" To WS-RET-PROTOCOLADO
   Move Spaces To WS-RET-CHAVE WS-RET-PROT WS-RET-CSTAT
                  WS-RET-MOTIVO
   Open Input NFERET
   If Not Valido-NFERET
      Go To Examina-Arquivo-Exit
   End-if
   Perform Until Fim-NFERET
      Read NFERET
         At End Move "10" To Stat-NFERET
      End-Read
      If Not Fim-NFERET
         Perform Examina-Retorno Thru Examina-Retorno-Exit
      End-if
   End-Perform
   Close NFERET.
 Examina-Arquivo-Exit.
   Exit.
*
*  Each tag's LAST occurrence on the line wins: the lot's own
*  cStat comes before the protocol's.
 Examina-Retorno.
   Move WS-RET-MARCA To WS-BUSCA-TAG
   Perform Busca-Tag Thru Busca-Tag-Exit
   If WS-BUSCA-ULT > Zeros
      Move "S" To WS-RET-PROTOCOLADO
   End-if
   Move "<chMDFe>" To WS-BUSCA-TAG
   Perform Busca-Tag Thru Busca-Tag-Exit
   If WS-BUSCA-ULT > Zeros
      Move WS-BUSCA-VALOR To WS-RET-CHAVE
   End-if
   Move "<nProt>" To WS-BUSCA-TAG
   Perform Busca-Tag Thru Busca-Tag-Exit
   If WS-BUSCA-ULT > Zeros
      Move WS-BUSCA-VALOR To WS-RET-PROT
   End-if
   Move "<cStat>" To WS-BUSCA-TAG
   Perform Busca-Tag Thru Busca-Tag-Exit
   If WS-BUSCA-ULT > Zeros
      Move WS-BUSCA-VALOR To WS-RET-CSTAT
   End-if
   Move "<xMotivo>" To WS-BUSCA-TAG
   Perform Busca-Tag Thru Busca-Tag-Exit
   If WS-BUSCA-ULT > Zeros
      Move WS-BUSCA-VALOR To WS-RET-MOTIVO
   End-if.
 Examina-Retorno-Exit.
   Exit.
*
 Relata-Retorno.
   Add 1 To WS-QTD-RETORNOS
   Move MF-ROMANEIO To WS-ROM-ED
   Move MF-NMDF     To WS-NMDF-ED
   Move Spaces To ROMREL-REGI
   String "ROMANEIO " WS-ROM-ED " UF " MF-UF-FIM
          "  MDF-E " WS-NMDF-ED "  " MF-CSTAT " " MF-MOTIVO(1:45)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Relata-Retorno-Exit.
   Exit.
*
*  An authorized manifest closes once every order it carried has
*  its delivery confirmed; the closing is dated on the last one.
 Verifica-Entregas.
   If Not Tem-Entregas
      Go To Verifica-Entregas-Exit
   End-if
   Move MF-ROMANEIO To WS-ROMANEIO
   Move MF-UF-FIM   To WS-UF-ATUAL
   Perform Carrega-Documentos Thru Carrega-Documentos-Exit
   Move "N"    To WS-ENTREGUE
   Move Spaces To WS-DTENC
   If WS-QTD-DOCS > Zeros
      Move "S" To WS-ENTREGUE
   End-if
   Perform Varying WS-DC-IDX From 1 By 1
             Until WS-DC-IDX > WS-QTD-DOCS Or Not Tudo-Entregue
      If WS-DC-UF(WS-DC-IDX) = WS-UF-ATUAL
         Move WS-DC-NUME(WS-DC-IDX) To EN-NUME
         Read ENTREGA
            Invalid Key Move "N" To WS-ENTREGUE
         End-Read
         If Tudo-Entregue And EN-DTENT > WS-DTENC
            Move EN-DTENT To WS-DTENC
         End-if
      End-if
   End-Perform
   If Not Tudo-Entregue Or WS-DTENC = Spaces
      Go To Verifica-Entregas-Exit
   End-if

   Move Spaces To PATHNFEXML
   String WS-PASTA-ENVIO   Delimited By Space
          MF-ARQUIVO(1:11) Delimited By Size
          "E.XML"          Delimited By Size
          Into PATHNFEXML
   End-String
   Open Output NFEXML
   If Not Valido-NFEXML
      Go To Verifica-Entregas-Exit
   End-if
   Perform Grava-Encerramento Thru Grava-Encerramento-Exit
   Close NFEXML
   Move "P"      To MF-SITU
   Move WS-DTENC To MF-DTENC
   Rewrite MDFE-REGI
      Invalid Key Go To Verifica-Entregas-Exit
   End-Rewrite
   Add 1 To WS-QTD-ENCERRA
   Move MF-ROMANEIO To WS-ROM-ED
   Move MF-NMDF     To WS-NMDF-ED
   Move Spaces To ROMREL-REGI
   String "ROMANEIO " WS-ROM-ED " UF " MF-UF-FIM
          "  MDF-E " WS-NMDF-ED "  ENCERRAMENTO ENVIADO, ENTREGA "
          WS-DTENC
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Verifica-Entregas-Exit.
   Exit.
*
*  The closing event (110112), sequence 1, in the unloading UF.
 Grava-Encerramento.
   Perform Monta-Data-Hora Thru Monta-Data-Hora-Exit
   Perform Codigo-UF Thru Codigo-UF-Exit
   Move Zeros To WS-XML-NIVEL
   Move '<?xml version="1.0" encoding="UTF-8"?>' To NFEXML-REGI
   Write NFEXML-REGI
   Move "eventoMDFe" To WS-XML-TAG
   Move 'versao="3.00" xmlns="http://www.portalfiscal.inf.br/mdfe"'
        To WS-XML-ATRIB
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "infEvento" To WS-XML-TAG
   Move Spaces To WS-XML-ATRIB
   String 'Id="ID110112' MF-CHMDFE '01"'
          Delimited By Size Into WS-XML-ATRIB
   End-String
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "cOrgao"   To WS-XML-TAG
   Move WS-CUF     To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpAmb"    To WS-XML-TAG
   Move WS-AMBIENTE To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "CNPJ"     To WS-XML-TAG
   Move UN-CNPJ    To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "chMDFe"   To WS-XML-TAG
   Move MF-CHMDFE  To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "dhEvento" To WS-XML-TAG
   Move WS-DH-EMISSAO To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpEvento" To WS-XML-TAG
   Move "110112"   To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "nSeqEvento" To WS-XML-TAG
   Move "1"        To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "detEvento" To WS-XML-TAG
   Move 'versaoEvento="3.00"' To WS-XML-ATRIB
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "evEncMDFe" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "descEvento" To WS-XML-TAG
   Move "Encerramento" To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "nProt"    To WS-XML-TAG
   Move MF-PROTOCOLO To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "dtEnc"    To WS-XML-TAG
   Move Spaces     To WS-XML-CONTEUDO
   String WS-DTENC(1:4) "-" WS-DTENC(5:2) "-" WS-DTENC(7:2)
          Delimited By Size Into WS-XML-CONTEUDO
   End-String
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "cUF"      To WS-XML-TAG
   Move WS-CUF-FIM To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "evEncMDFe" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "detEvento" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "infEvento" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "eventoMDFe" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Encerramento-Exit.
   Exit.
*
 Busca-Tag.
   Move WS-BUSCA-TAG To WS-MEDE-BUF
   Perform Mede-Texto Thru Mede-Texto-Exit
   Move WS-MEDE-TAM To WS-BUSCA-TAM
   Move Zeros  To WS-BUSCA-ULT
   Move Spaces To WS-BUSCA-VALOR
   Perform Varying WS-BUSCA-POS From 1 By 1
             Until WS-BUSCA-POS > 4096 - WS-BUSCA-TAM
      If NFERET-REGI(WS-BUSCA-POS:WS-BUSCA-TAM)
         = WS-BUSCA-TAG(1:WS-BUSCA-TAM)
         Move WS-BUSCA-POS To WS-BUSCA-ULT
      End-if
   End-Perform
   If WS-BUSCA-ULT > Zeros
      Compute WS-BUSCA-POS = WS-BUSCA-ULT + WS-BUSCA-TAM
      Unstring NFERET-REGI(WS-BUSCA-POS:) Delimited By "<"
               Into WS-BUSCA-VALOR
      End-Unstring
   End-if.
 Busca-Tag-Exit.
   Exit.
