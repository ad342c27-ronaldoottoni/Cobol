*GERA O XML DA NF-E DOS DOCUMENTOS FATURADOS E LE OS RETORNOS
 Identification Division.
 Program-Id. PROG1039.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\UNIDADES.SL".
   Copy "..\COPY\SITHIST.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CARGA.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\ROMVEIC.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\LIVROFIS.SL".
   Copy "..\COPY\NUMCTL.SL".
   Copy "..\COPY\NFE.SL".
   Copy "..\COPY\NFEXML.SL".
   Copy "..\COPY\NFERET.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\UNIDADES.FD".
   Copy "..\COPY\SITHIST.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CARGA
   Copy "..\COPY\CARGA.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
$XFD FILE=ROMVEIC
   Copy "..\COPY\ROMVEIC.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=LIVROFIS
   Copy "..\COPY\LIVROFIS.FD".
$XFD FILE=NUMCTL
   Copy "..\COPY\NUMCTL.FD".
$XFD FILE=NFE
   Copy "..\COPY\NFE.FD".
   Copy "..\COPY\NFEXML.FD".
   Copy "..\COPY\NFERET.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The nota fiscal eletronica stops being retyped off the PROG961
*  sheet into the SEFAZ emitter: every billing document becomes
*  an NF-e 4.00 XML in the transmitter's pickup folder. A carga
*  faturada (CARGA.DAT, PROG1029) is a document of its own - its
*  quantities, its value, its titles and its truck; an order
*  without cargas that entered faturado (SITHIST.DAT) is one
*  document for the whole order, the PROG961 carga 0. Only what
*  was billed from NFE-INICIO (AAAAMMDD, default today) on is
*  looked at, and a document already in NFE.DAT is never written
*  twice - a rerun only adds what is missing and writes again
*  what SEFAZ rejected, under the same number.
*
*  The emitter is the branch's UNIDADES.DAT line (PROG981 keys
*  the CNPJ, IE, address and CRT); the recipient is CLIENTE.DAT;
*  each order line is an item with the product's NCM (PROG951) -
*  a product without NCM, a client without CNPJ/CPF or a branch
*  without CNPJ stops that document and says so in NFE.REL,
*  nothing half-made goes to the folder. CFOP, CST, base
*  reduction and aliquota are the LIVROFIS.DAT row PROG1002
*  registered for the order, or - month not closed yet - what
*  the fiscal rule matrix says (CALCFIS, over the largest item's
*  product, UNIDADE-UF to the client's UF); the ICMS group of
*  each item follows the CST (00, 20 with pRedBC, 40/41/50, 51,
*  90) and the rule's legal note goes in infAdFisco. A 7xxx CFOP
*  is an operation with the exterior (idDest 3).
*  The document value is the installments' total (the LIVROFIS
*  value; CG-VALOR for a carga); what it differs from the sum of
*  the lines rides on the largest item - the freight as vFrete up
*  to ORDE-FRET, the rest as vOutro, or as vDesc when below - so
*  the NF-e totals close to the centavo against the titles. The
*  ICMS residual of the rounding goes to the same item.
*
*  The number is the branch's NUMCTL.DAT row "NFE" through
*  GETNUM, bootstrapped on first use from NFE-NUMERO-INICIAL (the
*  number after the last nota the old emitter software issued).
*  The access key is computed here (cUF, AAMM, CNPJ, modelo 55,
*  serie NFE-SERIE, number, cNF and the modulo 11 digit) and goes
*  in the Id; signing and transmission are the transmitter's.
*  Its answer comes back as the XML's name with .RET in
*  NFE-PASTA-RETORNO: the protNFe's chNFe, nProt, cStat and
*  xMotivo are stored against the document (100/150 authorized,
*  110/301/302/303 denied, anything else rejected) and PROG961
*  prints key and protocol on the billing sheet.
*
 01  Stat-UNIDADES       PIC X(002).
     88 Valido-UNIDADES  Value "00" THRU "09".
     88 Fim-UNIDADES     Value "10".
 01  PATHUNID            PIC X(060)
     VALUE "..\DADOS\UNIDADES.DAT".
 01  Stat-SITHIST        PIC X(002).
     88 Valido-SITHIST   Value "00" THRU "09".
     88 Fim-SITHIST      Value "10".
 01  PATHSITHIST         PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
     88 Fim-CARGA        Value "10".
 01  PATHCARGA           PIC X(060).
 01  WS-TEM-CARGA        PIC X(001) VALUE "N".
     88 Tem-Cargas       Value "S".
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
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
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
 01  PATHTITULOS         PIC X(060).
 01  WS-TEM-TITULOS      PIC X(001) VALUE "N".
     88 Tem-Titulos      Value "S".
 01  Stat-LIVROFIS       PIC X(002).
     88 Valido-LIVROFIS  Value "00" THRU "09".
 01  PATHLIVROFIS        PIC X(060).
 01  WS-TEM-LIVROFIS     PIC X(001) VALUE "N".
     88 Tem-Livrofis     Value "S".
 01  Stat-NUMCTL         PIC X(002).
     88 Valido-NUMCTL    Value "00" THRU "09".
 01  PATHNUMCTL          PIC X(060).
 01  Stat-NFE            PIC X(002).
     88 Valido-NFE       Value "00" THRU "09".
     88 Fim-NFE          Value "10".
 01  PATHNFE             PIC X(060).
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
 01  WS-CST-PISCOFINS    PIC X(002) VALUE "07".
 01  WS-NUMERO-INICIAL   PIC S9(006) COMP-5 VALUE 1.
 01  WS-PASTA-ENVIO      PIC X(040).
 01  WS-PASTA-RETORNO    PIC X(040).
 01  WS-PASTA            PIC X(040).
 01  WS-PASTA-IDX        PIC S9(004) COMP-5.
*
 01  WS-NUM-TIPO         PIC X(008) VALUE "NFE".
 01  WS-NUM-ALOCADO      PIC S9(006) COMP-5.
 01  WS-NUM-OK           PIC X(001).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X REDEFINES WS-DATA-SISTEMA PIC X(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-X REDEFINES WS-HORA-SISTEMA PIC X(008).
 01  WS-DH-EMISSAO       PIC X(025).
*
*  The document being written.
 01  WS-DOC-NUME         PIC S9(006) COMP-5.
 01  WS-DOC-CARGA        PIC S9(003) COMP-5.
 01  WS-DOC-DATA         PIC X(008).
 01  WS-NUME-9           PIC 9(006).
 01  WS-CARGA-9          PIC 9(003).
 01  WS-ARQUIVO          PIC X(020).
 01  WS-TEM-NFE          PIC X(001).
     88 NFe-Existente    Value "S".
 01  WS-RECUSA           PIC X(060).
 01  WS-NNF              PIC S9(006) COMP-5.
 01  WS-CFOP             PIC X(004).
 01  WS-ALIQ             PIC S9(002)V99 COMP-3.
 01  WS-CST              PIC X(002).
     88 Cst-Sem-Icms     Value "40" "41" "50" "51".
 01  WS-RED-BASE         PIC S9(003)V99 COMP-3.
 01  WS-OBS-FISCAL       PIC X(200).
 01  WS-ID-DEST          PIC X(001).
 01  WS-ACHOU-LIVRO      PIC X(001).
     88 Pedido-No-Livro  Value "S".
 01  WS-VALOR-DOC        PIC S9(012)V99 COMP-3.
 01  WS-ICMS-DOC         PIC S9(012)V99 COMP-3.
 01  WS-FRETE-DOC        PIC S9(012)V99 COMP-3.
 01  WS-DIFERENCA        PIC S9(012)V99 COMP-3.
 01  WS-SOMA-ICMS        PIC S9(012)V99 COMP-3.
 01  WS-QVOL             PIC S9(009)    COMP-3.
 01  WS-PLACA            PIC X(008).
 01  WS-QTD-DUP          PIC 9(003).
 01  WS-TOTAL-DUP        PIC S9(012)V99 COMP-3.
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
*
*  The items: one per order line in use, the whole document
*  worked out before the first XML line is written.
 78  max-itens           value 20.
 01  WS-ITEM-TAB.
     03 WS-ITEM occurs 20 times.
        05 WS-IT-PROD    PIC S9(006)    COMP-5.
        05 WS-IT-NOME    PIC X(040).
        05 WS-IT-UNID    PIC X(006).
        05 WS-IT-NCM     PIC X(008).
        05 WS-IT-QUAN    PIC S9(012)V999 COMP-3.
        05 WS-IT-VLUN    PIC S9(005)V9999 COMP-3.
        05 WS-IT-VPROD   PIC S9(012)V99 COMP-3.
        05 WS-IT-VDESC   PIC S9(012)V99 COMP-3.
        05 WS-IT-VFRETE  PIC S9(012)V99 COMP-3.
        05 WS-IT-VOUTRO  PIC S9(012)V99 COMP-3.
        05 WS-IT-VBC     PIC S9(012)V99 COMP-3.
        05 WS-IT-VICMS   PIC S9(012)V99 COMP-3.
 01  WS-QTD-ITENS        PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-IT-IDX           PIC 9(002) COMP-X.
 01  WS-IT-MAIOR         PIC 9(002) COMP-X.
 01  WS-T-VPROD          PIC S9(012)V99 COMP-3.
 01  WS-T-VDESC          PIC S9(012)V99 COMP-3.
 01  WS-T-VFRETE         PIC S9(012)V99 COMP-3.
 01  WS-T-VOUTRO         PIC S9(012)V99 COMP-3.
 01  WS-T-VBC            PIC S9(012)V99 COMP-3.
 01  WS-T-VICMS          PIC S9(012)V99 COMP-3.
*
 Copy "..\COPY\CALCFIS.CPY".
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
*
*  The 44-digit access key and its modulo 11 check digit.
 01  WS-CHAVE-NFE.
     03 WS-CH-CUF        PIC X(002).
     03 WS-CH-AAMM       PIC X(004).
     03 WS-CH-CNPJ       PIC X(014).
     03 WS-CH-MOD        PIC X(002) VALUE "55".
     03 WS-CH-SERIE      PIC 9(003).
     03 WS-CH-NNF        PIC 9(009).
     03 WS-CH-TPEMIS     PIC X(001) VALUE "1".
     03 WS-CH-CNF        PIC 9(008).
     03 WS-CH-DV         PIC 9(001).
 01  WS-CHAVE-DIG REDEFINES WS-CHAVE-NFE.
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
 01  WS-RECUO            PIC X(040) VALUE SPACES.
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
 01  WS-ITEM-ED          PIC Z9.
 01  WS-DUP-9            PIC 9(003).
*
*  The transmitter's return for one document.
 01  WS-RET-INFPROT      PIC X(001).
     88 Retorno-Com-Protocolo Value "S".
 01  WS-RET-CHNFE        PIC X(044).
 01  WS-RET-PROT         PIC X(015).
 01  WS-RET-CSTAT        PIC X(003).
 01  WS-RET-MOTIVO       PIC X(060).
 01  WS-BUSCA-TAG        PIC X(020).
 01  WS-BUSCA-TAM        PIC S9(004) COMP-5.
 01  WS-BUSCA-POS        PIC S9(004) COMP-5.
 01  WS-BUSCA-ULT        PIC S9(004) COMP-5.
 01  WS-BUSCA-VALOR      PIC X(080).
*
 01  WS-QTD-GERADAS      PIC 9(005) VALUE ZEROS.
 01  WS-QTD-RECUSADAS    PIC 9(005) VALUE ZEROS.
 01  WS-QTD-RETORNOS     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(004)9.
 01  WS-QTD-ED2          PIC Z(004)9.
 01  WS-QTD-ED3          PIC Z(004)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-CARGA-ED         PIC ZZ9.
 01  WS-NNF-ED           PIC Z(005)9.
 01  WS-VALOR-ED         PIC ZZZZZZZZZ,99.
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

   Move Spaces to PathNFE.
   String Lk-Unidade       Delimited By Size
          "\DADOS\NFE.DAT" Delimited By Size
          Into PathNFE
   End-String.
   Open I-O NFE
   If Not Valido-NFE
      Open Output NFE
      Close NFE
      Open I-O NFE
   End-if
   If Not Valido-NFE
      Display "erro NFE " Stat-NFE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathROMREL.
   String Lk-Unidade       Delimited By Size
          "\DADOS\NFE.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro NFE.REL " Stat-ROMREL
      Close NFE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces To ROMREL-REGI
   String "NF-E - UNIDADE " Lk-Unidade "  DATA " WS-DATA-SISTEMA-X
          "  FATURADOS DESDE " WS-DATA-INICIO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI

*  The transmitter's answers first, then the new XML files.
   Move "RETORNOS DO TRANSMISSOR" To ROMREL-REGI
   Write ROMREL-REGI
   Perform Recolhe-Retornos Thru Recolhe-Retornos-Exit

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "XML GERADOS" To ROMREL-REGI
   Write ROMREL-REGI
   Perform Abre-Leitura Thru Abre-Leitura-Exit
   If WS-RECUSA Not = Spaces
      Display WS-RECUSA
      Close ROMREL
      Close NFE
      Move 1 To Return-Code
      Exit Program
   End-if
   Perform Garante-Faixa Thru Garante-Faixa-Exit

*  Every carga faturada is a document of its own.
   If Tem-Cargas
      Move Low-Values To CG-CHAVE
      Start CARGA Key Is Not Less CG-CHAVE
         Invalid Key Move "10" To Stat-CARGA
      End-Start
      Perform Until Fim-CARGA
         Read CARGA Next Record
            At End Move "10" To Stat-CARGA
         End-Read
         If Not Fim-CARGA And Valido-CARGA
            If Carga-Faturada And CG-DTFA Not < WS-DATA-INICIO
               Move CG-NUME  To WS-DOC-NUME
               Move CG-SEQ   To WS-DOC-CARGA
               Move CG-DTFA  To WS-DOC-DATA
               Perform Emite-Documento Thru Emite-Documento-Exit
            End-if
         End-if
      End-Perform
   End-if

*  Orders that entered faturado without any carga.
   Perform Le-Proxima-Historia Thru Le-Proxima-Historia-Exit
   Perform Until Fim-SITHIST
      If SH-PARA = 2 And SH-DATA Not < WS-DATA-INICIO
         Move SH-NUME To WS-DOC-NUME
         Perform Verifica-Cargas Thru Verifica-Cargas-Exit
         If WS-RECUSA = Spaces
            Move Zeros   To WS-DOC-CARGA
            Move SH-DATA To WS-DOC-DATA
            Perform Emite-Documento Thru Emite-Documento-Exit
         End-if
      End-if
      Perform Le-Proxima-Historia Thru Le-Proxima-Historia-Exit
   End-Perform

   Move WS-QTD-RETORNOS  To WS-QTD-ED
   Move WS-QTD-GERADAS   To WS-QTD-ED2
   Move WS-QTD-RECUSADAS To WS-QTD-ED3
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "RETORNOS LIDOS: " WS-QTD-ED "   XML GERADOS: " WS-QTD-ED2
          "   RECUSADOS: " WS-QTD-ED3
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Perform Fecha-Leitura Thru Fecha-Leitura-Exit
   Close ROMREL.
   Close NFE.
   Move "PROG1039" To WS-SP-PROGRAMA
   Move "NFE.REL"  To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Display WS-QTD-ED " retorno(s) lido(s), " WS-QTD-ED2
           " XML gerado(s), " WS-QTD-ED3
           " recusado(s) - detalhes em 'NFE.REL'."
   Exit Program.
*
 Carrega-Parametros.
   Move WS-DATA-SISTEMA-X To WS-DATA-INICIO
   Move "NFE-INICIO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:8) Numeric
      Move WS-PARAM-VALOR(1:8) To WS-DATA-INICIO
   End-if
   Move "NFE-SERIE" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-SERIE
   End-if
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
   Move "NFE-CST-PISCOFINS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:2) Numeric
      Move WS-PARAM-VALOR(1:2) To WS-CST-PISCOFINS
   End-if
   Move "NFE-NUMERO-INICIAL" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-NUMERO-INICIAL
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
*  A folder keyed without the closing backslash gets one.
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
      Move "UNIDADES.DAT inacessivel - NF-e sem emitente."
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
   Move Spaces To WS-CUF
   Perform Varying WS-UF-IDX From 1 By 1 Until WS-UF-IDX > 27
      If WS-UF-SIGLA(WS-UF-IDX) = UN-UF
         Move WS-UF-IBGE(WS-UF-IDX) To WS-CUF
      End-if
   End-Perform
   If WS-CUF = Spaces
      Move "UF da unidade invalida - corrija no PROG981."
           To WS-RECUSA
   End-if.
 Le-Emitente-Exit.
   Exit.
*
 Abre-Leitura.
   Move Spaces To WS-RECUSA
   Move Spaces to PathSITHIST.
   String Lk-Unidade           Delimited By Size
          "\DADOS\SITHIST.DAT" Delimited By Size
          Into PathSITHIST
   End-String.
   Open Input SITHIST
   If Not Valido-SITHIST
      Move "erro SITHIST - sem historico de situacao." To WS-RECUSA
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
      Close SITHIST
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
      Close SITHIST
      Close ORDE
      Go To Abre-Leitura-Exit
   End-if

   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Not Valido-PRODUTO
      Move "erro PRODUTO" To WS-RECUSA
      Close SITHIST
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

   Move Spaces to PathROMVEIC.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ROMVEIC.DAT" Delimited By Size
          Into PathROMVEIC
   End-String.
   Move "N" To WS-TEM-ROMVEIC
   Open Input ROMVEIC
   If Valido-ROMVEIC
      Move "S" To WS-TEM-ROMVEIC
   End-if

   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Move "N" To WS-TEM-TITULOS
   Open Input TITULOS
   If Valido-TITULOS
      Move "S" To WS-TEM-TITULOS
   End-if

   Move Spaces to PathLIVROFIS.
   String Lk-Unidade            Delimited By Size
          "\DADOS\LIVROFIS.DAT" Delimited By Size
          Into PathLIVROFIS
   End-String.
   Move "N" To WS-TEM-LIVROFIS
   Open Input LIVROFIS
   If Valido-LIVROFIS
      Move "S" To WS-TEM-LIVROFIS
   End-if.
 Abre-Leitura-Exit.
   Exit.
*
 Fecha-Leitura.
   Close SITHIST.
   Close ORDE.
   Close CLIENTE.
   Close PRODUTO.
   If Tem-Cargas
      Close CARGA
   End-if
   If Tem-Transp
      Close TRANSP
   End-if
   If Tem-Romveic
      Close ROMVEIC
   End-if
   If Tem-Titulos
      Close TITULOS
   End-if
   If Tem-Livrofis
      Close LIVROFIS
   End-if.
 Fecha-Leitura-Exit.
   Exit.
*
*  The branch's first NF-e: the NUMCTL.DAT row starts where the
*  old emitter software stopped, not in GETNUM's manual range.
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
 Le-Proxima-Historia.
   Read SITHIST
      At End Move "10" To Stat-SITHIST
   End-Read.
 Le-Proxima-Historia-Exit.
   Exit.
*
*  An order with loads was billed load by load - each carga
*  already is (or will be) its own NF-e.
 Verifica-Cargas.
   Move Spaces To WS-RECUSA
   If Not Tem-Cargas
      Go To Verifica-Cargas-Exit
   End-if
   Move WS-DOC-NUME To CG-NUME
   Move Zeros       To CG-SEQ
   Start CARGA Key Is Greater CG-CHAVE
      Invalid Key Go To Verifica-Cargas-Exit
   End-Start
   Read CARGA Next Record
      At End Go To Verifica-Cargas-Exit
   End-Read
   If Valido-CARGA And CG-NUME = WS-DOC-NUME
      Move "Pedido faturado por cargas." To WS-RECUSA
   End-if.
 Verifica-Cargas-Exit.
   Exit.
*
*  One billing document: checked, worked out, numbered, written.
 Emite-Documento.
   Move Spaces To WS-RECUSA
   Move WS-DOC-NUME  To NF-NUME WS-NUME-9
   Move WS-DOC-CARGA To NF-CARGA WS-CARGA-9
   Move "N" To WS-TEM-NFE
   Read NFE
      Invalid Key Continue
   End-Read
   If Valido-NFE
      If Not NFe-Rejeitada
         Go To Emite-Documento-Exit
      End-if
      Move "S"    To WS-TEM-NFE
      Move NF-NNF To WS-NNF
   End-if

   Move WS-DOC-NUME To ORDE-NUME
   Read ORDE
      Invalid Key
         Move "Pedido nao encontrado em ORDE.DAT." To WS-RECUSA
   End-Read
   If WS-RECUSA = Spaces
      Perform Monta-Documento Thru Monta-Documento-Exit
   End-if
   If WS-RECUSA Not = Spaces
      Perform Relata-Recusa Thru Relata-Recusa-Exit
      Go To Emite-Documento-Exit
   End-if

   If Not NFe-Existente
      Move "N" To WS-NUM-OK
      Call "GETNUM" Using Lk-Unidade WS-NUM-TIPO
                          WS-NUM-ALOCADO WS-NUM-OK
         On Exception Continue
      End-Call
      If WS-NUM-OK Not = "S"
         Move "Sem numero de NF-e (NUMCTL.DAT)." To WS-RECUSA
         Perform Relata-Recusa Thru Relata-Recusa-Exit
         Go To Emite-Documento-Exit
      End-if
      Move WS-NUM-ALOCADO To WS-NNF
      Initialize NFE-REGI
      Move WS-DOC-NUME    To NF-NUME
      Move WS-DOC-CARGA   To NF-CARGA
      Move Zeros          To NF-GERACOES
   End-if

   Move Spaces To WS-ARQUIVO
   String "NFE" WS-NUME-9 WS-CARGA-9 ".XML"
          Delimited By Size Into WS-ARQUIVO
   End-String
   Perform Calcula-Chave Thru Calcula-Chave-Exit

*  Number and key are the document's from here on: a folder that
*  cannot take the file leaves the row rejected, and the next run
*  writes it again under the same number.
   Move WS-SERIE        To NF-SERIE
   Move WS-NNF          To NF-NNF
   Move ORDE-CLIE       To NF-CLIE
   Move WS-DOC-DATA     To NF-DATA
   Move WS-CFOP         To NF-CFOP
   Move WS-VALOR-DOC    To NF-VALOR
   Move WS-ICMS-DOC     To NF-ICMS
   Move WS-ARQUIVO      To NF-ARQUIVO
   Move WS-CHAVE-NFE    To NF-CHNFE
   Move Spaces          To NF-PROTOCOLO NF-CSTAT NF-MOTIVO
                           NF-DTRET NF-HRRET
   Add 1                To NF-GERACOES
   Move WS-DATA-SISTEMA To NF-DTGER
   Move WS-HORA-SISTEMA To NF-HRGER

   Move Spaces To PATHNFEXML
   String WS-PASTA-ENVIO Delimited By Space
          WS-ARQUIVO     Delimited By Space
          Into PATHNFEXML
   End-String
   Open Output NFEXML
   If Valido-NFEXML
      Perform Grava-XML Thru Grava-XML-Exit
      Close NFEXML
      Move "G" To NF-SITU
   Else
      Move "R"   To NF-SITU
      Move "000" To NF-CSTAT
      Move "Pasta de envio inacessivel" To NF-MOTIVO
      Move "Pasta de envio inacessivel (NFE-PASTA-ENVIO)."
           To WS-RECUSA
   End-if

   If NFe-Existente
      Rewrite NFE-REGI
         Invalid Key Continue
      End-Rewrite
   Else
      Write NFE-REGI
         Invalid Key Continue
      End-Write
   End-if
   If WS-RECUSA Not = Spaces
      Perform Relata-Recusa Thru Relata-Recusa-Exit
      Go To Emite-Documento-Exit
   End-if

   Add 1 To WS-QTD-GERADAS
   Move WS-DOC-NUME  To WS-NUME-ED
   Move WS-DOC-CARGA To WS-CARGA-ED
   Move WS-NNF       To WS-NNF-ED
   Move WS-VALOR-DOC To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED
          "  NF-E " WS-NNF-ED "  CFOP " WS-CFOP
          "  VALOR " WS-VALOR-ED "  " WS-ARQUIVO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Emite-Documento-Exit.
   Exit.
*
 Relata-Recusa.
   Add 1 To WS-QTD-RECUSADAS
   Move WS-DOC-NUME  To WS-NUME-ED
   Move WS-DOC-CARGA To WS-CARGA-ED
   Move Spaces To ROMREL-REGI
   String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED
          "  RECUSADO: " WS-RECUSA
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Relata-Recusa-Exit.
   Exit.
*
*  Recipient, items, fiscal rule, value and the adjustments -
*  everything the XML needs, or the reason it cannot be written.
 Monta-Documento.
   Move ORDE-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key
         Move "Cliente nao encontrado em CLIENTE.DAT." To WS-RECUSA
         Go To Monta-Documento-Exit
   End-Read
   Move CLI-CGCCPF To WS-TXT-ENTRA
   Perform So-Digitos Thru So-Digitos-Exit
   If WS-DIG-PONT Not = 12 And Not = 15
      Move "Cliente sem CNPJ/CPF valido." To WS-RECUSA
      Go To Monta-Documento-Exit
   End-if

   Move Zeros To WS-QTD-ITENS WS-T-VPROD
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) > Zeros
         Perform Monta-Item Thru Monta-Item-Exit
      End-if
   End-Perform
   If WS-RECUSA Not = Spaces
      Go To Monta-Documento-Exit
   End-if
   If WS-QTD-ITENS = Zeros
      Move "Documento sem linhas com quantidade." To WS-RECUSA
      Go To Monta-Documento-Exit
   End-if

*  Document value: the installments (a carga: its CG-VALOR).
   Move Zeros To WS-FRETE-DOC
   If WS-DOC-CARGA > Zeros
      Move CG-VALOR To WS-VALOR-DOC
   Else
      Move Zeros To WS-VALOR-DOC
      Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
         Add ORDE-VALO(WS-PARC-IDX) To WS-VALOR-DOC
      End-Perform
      Move ORDE-FRET To WS-FRETE-DOC
   End-if
   If WS-VALOR-DOC Not > Zeros
      Move WS-T-VPROD To WS-VALOR-DOC
   End-if

   Move 1 To WS-IT-MAIOR
   Perform Varying WS-IT-IDX From 2 By 1
             Until WS-IT-IDX > WS-QTD-ITENS
      If WS-IT-VPROD(WS-IT-IDX) > WS-IT-VPROD(WS-IT-MAIOR)
         Move WS-IT-IDX To WS-IT-MAIOR
      End-if
   End-Perform

*  The fiscal rule of the largest item (CALCFIS); the order's
*  book row, when PROG1002 already registered it, has the last
*  word on CFOP, CST, reduction and aliquota.
   Move "VE"                     To FI-OPERACAO
   Move Lk-Unidade               To FI-UNIDADE
   Move Zeros                    To FI-PEDIDO
   Move WS-IT-PROD(WS-IT-MAIOR)  To FI-PRODUTO
   Move WS-IT-NCM(WS-IT-MAIOR)   To FI-NCM
   Move WS-UF-FILIAL             To FI-UF-ORIG
   Move CLI-UF                   To FI-UF-DEST
   Move WS-VALOR-DOC             To FI-VALOR
   Call "CALCFIS" Using FI-PARM
   Move FI-CFOP     To WS-CFOP
   Move FI-CST      To WS-CST
   Move FI-RED-BASE To WS-RED-BASE
   Move FI-ALIQ     To WS-ALIQ
   Move FI-OBS      To WS-OBS-FISCAL
   Move "N" To WS-ACHOU-LIVRO
   If Tem-Livrofis
      Move WS-DOC-NUME To LF-NUME
      Move Zeros       To LF-NOTA
      Read LIVROFIS
         Invalid Key Continue
         Not Invalid Key Move "S" To WS-ACHOU-LIVRO
      End-Read
   End-if
   If Pedido-No-Livro
      Move LF-CFOP To WS-CFOP
      Move LF-ALIQ To WS-ALIQ
      If LF-CST = Spaces
         Move "00"  To WS-CST
         Move Zeros To WS-RED-BASE
      Else
         Move LF-CST      To WS-CST
         Move LF-RED-BASE To WS-RED-BASE
      End-if
   End-if
   Evaluate WS-CFOP(1:1)
      When "7"
         Move "3" To WS-ID-DEST
      When "6"
         Move "2" To WS-ID-DEST
      When Other
         Move "1" To WS-ID-DEST
   End-Evaluate
   If Regime-Simples Or Cst-Sem-Icms
      Move Zeros To WS-ALIQ
   End-if
   Compute WS-DIFERENCA = WS-VALOR-DOC - WS-T-VPROD
   If WS-DIFERENCA < Zeros
      Compute WS-IT-VDESC(WS-IT-MAIOR) = Zeros - WS-DIFERENCA
      If WS-IT-VDESC(WS-IT-MAIOR) Not < WS-IT-VPROD(WS-IT-MAIOR)
         Move "Valor das parcelas muito abaixo das linhas."
              To WS-RECUSA
         Go To Monta-Documento-Exit
      End-if
   End-if
   If WS-DIFERENCA > Zeros
      If WS-FRETE-DOC > WS-DIFERENCA
         Move WS-DIFERENCA To WS-FRETE-DOC
      End-if
      Move WS-FRETE-DOC To WS-IT-VFRETE(WS-IT-MAIOR)
      Compute WS-IT-VOUTRO(WS-IT-MAIOR) =
              WS-DIFERENCA - WS-FRETE-DOC
   End-if

*  ICMS item by item, the rounding residue on the largest item.
   If Pedido-No-Livro And WS-DOC-CARGA = 0
      And Not Regime-Simples
      Move LF-ICMS To WS-ICMS-DOC
   Else
      Compute WS-ICMS-DOC Rounded = WS-VALOR-DOC
              * (100 - WS-RED-BASE) / 100 * WS-ALIQ / 100
   End-if
   Move Zeros To WS-T-VDESC WS-T-VFRETE WS-T-VOUTRO WS-T-VBC
                 WS-SOMA-ICMS
   Perform Varying WS-IT-IDX From 1 By 1
             Until WS-IT-IDX > WS-QTD-ITENS
      Compute WS-IT-VBC(WS-IT-IDX) Rounded =
              (WS-IT-VPROD(WS-IT-IDX) + WS-IT-VFRETE(WS-IT-IDX)
              + WS-IT-VOUTRO(WS-IT-IDX) - WS-IT-VDESC(WS-IT-IDX))
              * (100 - WS-RED-BASE) / 100
      Compute WS-IT-VICMS(WS-IT-IDX) Rounded =
              WS-IT-VBC(WS-IT-IDX) * WS-ALIQ / 100
      Add WS-IT-VDESC(WS-IT-IDX)  To WS-T-VDESC
      Add WS-IT-VFRETE(WS-IT-IDX) To WS-T-VFRETE
      Add WS-IT-VOUTRO(WS-IT-IDX) To WS-T-VOUTRO
      Add WS-IT-VBC(WS-IT-IDX)    To WS-T-VBC
      Add WS-IT-VICMS(WS-IT-IDX)  To WS-SOMA-ICMS
   End-Perform
   Compute WS-IT-VICMS(WS-IT-MAIOR) = WS-IT-VICMS(WS-IT-MAIOR)
           + WS-ICMS-DOC - WS-SOMA-ICMS
   Move WS-ICMS-DOC To WS-T-VICMS
   If WS-ALIQ = Zeros
      Move Zeros To WS-T-VBC
   End-if.
 Monta-Documento-Exit.
   Exit.
*
 Monta-Item.
   If WS-DOC-CARGA > Zeros
      If CG-QUAN(WS-LIN-IDX) Not > Zeros
         Go To Monta-Item-Exit
      End-if
   Else
      If ORDE-QUAN(WS-LIN-IDX) Not > Zeros
         Go To Monta-Item-Exit
      End-if
   End-if
   Move ORDE-PROD(WS-LIN-IDX) To PD-CODIGO
   Read PRODUTO
      Invalid Key
         Move ORDE-PROD(WS-LIN-IDX) To WS-NUME-ED
         Move Spaces To WS-RECUSA
         String "Produto " WS-NUME-ED " nao cadastrado."
                Delimited By Size Into WS-RECUSA
         End-String
         Go To Monta-Item-Exit
   End-Read
   If PD-NCM Not Numeric
      Move ORDE-PROD(WS-LIN-IDX) To WS-NUME-ED
      Move Spaces To WS-RECUSA
      String "Produto " WS-NUME-ED " sem NCM - complete no PROG951."
             Delimited By Size Into WS-RECUSA
      End-String
      Go To Monta-Item-Exit
   End-if
   If WS-QTD-ITENS >= max-itens
      Go To Monta-Item-Exit
   End-if
   Add 1 To WS-QTD-ITENS
   Move WS-QTD-ITENS To WS-IT-IDX
   Initialize WS-ITEM(WS-IT-IDX)
   Move PD-CODIGO  To WS-IT-PROD(WS-IT-IDX)
   Move PD-NOME    To WS-IT-NOME(WS-IT-IDX)
   Move PD-UNIDADE To WS-IT-UNID(WS-IT-IDX)
   Move PD-NCM     To WS-IT-NCM(WS-IT-IDX)
   If WS-IT-UNID(WS-IT-IDX) = Spaces
      Move "UN" To WS-IT-UNID(WS-IT-IDX)
   End-if
   If WS-DOC-CARGA > Zeros
      Move CG-QUAN(WS-LIN-IDX)   To WS-IT-QUAN(WS-IT-IDX)
   Else
      Move ORDE-QUAN(WS-LIN-IDX) To WS-IT-QUAN(WS-IT-IDX)
   End-if
   Move ORDE-VLUN(WS-LIN-IDX) To WS-IT-VLUN(WS-IT-IDX)
   Compute WS-IT-VPROD(WS-IT-IDX) Rounded =
           WS-IT-QUAN(WS-IT-IDX) * WS-IT-VLUN(WS-IT-IDX)
   Add WS-IT-VPROD(WS-IT-IDX) To WS-T-VPROD.
 Monta-Item-Exit.
   Exit.
*
*  cUF + AAMM + CNPJ + 55 + serie + numero + tpEmis + cNF, and
*  the modulo 11 digit over the 43 (weights 2 to 9 from the
*  right; remainder 0 or 1 gives 0). cNF is the order and carga,
*  never equal to the number itself.
 Calcula-Chave.
   Move WS-CUF                  To WS-CH-CUF
   Move WS-DATA-SISTEMA-X(3:4)  To WS-CH-AAMM
   Move UN-CNPJ                 To WS-CH-CNPJ
   Move WS-SERIE                To WS-CH-SERIE
   Move WS-NNF                  To WS-CH-NNF
   Compute WS-CH-CNF = WS-DOC-NUME * 100 + WS-DOC-CARGA
   If WS-CH-CNF = WS-NNF
      Add 50000000 To WS-CH-CNF
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
*  The NF-e 4.00 layout, group by group, in the schema's order.
 Grava-XML.
   Move Zeros To WS-XML-NIVEL
   Move '<?xml version="1.0" encoding="UTF-8"?>' To NFEXML-REGI
   Write NFEXML-REGI
   Move "NFe" To WS-XML-TAG
   Move 'xmlns="http://www.portalfiscal.inf.br/nfe"'
        To WS-XML-ATRIB
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "infNFe" To WS-XML-TAG
   Move Spaces To WS-XML-ATRIB
   String 'versao="4.00" Id="NFe' WS-CHAVE-NFE '"'
          Delimited By Size Into WS-XML-ATRIB
   End-String
   Perform Abre-Grupo Thru Abre-Grupo-Exit

   Perform Grava-Ide Thru Grava-Ide-Exit
   Perform Grava-Emitente Thru Grava-Emitente-Exit
   Perform Grava-Destinatario Thru Grava-Destinatario-Exit
   Perform Varying WS-IT-IDX From 1 By 1
             Until WS-IT-IDX > WS-QTD-ITENS
      Perform Grava-Item Thru Grava-Item-Exit
   End-Perform
   Perform Grava-Total Thru Grava-Total-Exit
   Perform Grava-Transporte Thru Grava-Transporte-Exit
   Perform Grava-Cobranca Thru Grava-Cobranca-Exit
   Perform Grava-Informacoes Thru Grava-Informacoes-Exit

   Move "infNFe" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "NFe" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-XML-Exit.
   Exit.
*
 Grava-Ide.
   Move Spaces To WS-DH-EMISSAO
   String WS-DATA-SISTEMA-X(1:4) "-" WS-DATA-SISTEMA-X(5:2) "-"
          WS-DATA-SISTEMA-X(7:2) "T" WS-HORA-SISTEMA-X(1:2) ":"
          WS-HORA-SISTEMA-X(3:2) ":" WS-HORA-SISTEMA-X(5:2)
          WS-FUSO
          Delimited By Size Into WS-DH-EMISSAO
   End-String
   Move "ide" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "cUF"    To WS-XML-TAG
   Move WS-CUF   To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "cNF"    To WS-XML-TAG
   Move WS-CH-CNF To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "natOp"  To WS-XML-TAG
   Move "VENDA DE MERCADORIA" To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "mod"    To WS-XML-TAG
   Move "55"     To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "serie"  To WS-XML-TAG
   Move WS-SERIE To WS-INT-ED
   Perform Grava-Inteiro Thru Grava-Inteiro-Exit
   Move "nNF"    To WS-XML-TAG
   Move WS-NNF   To WS-INT-ED
   Perform Grava-Inteiro Thru Grava-Inteiro-Exit
   Move "dhEmi"  To WS-XML-TAG
   Move WS-DH-EMISSAO To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "dhSaiEnt" To WS-XML-TAG
   Move WS-DH-EMISSAO To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpNF"   To WS-XML-TAG
   Move "1"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "idDest" To WS-XML-TAG
   Move WS-ID-DEST To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "cMunFG" To WS-XML-TAG
   Move UN-COD-MUN To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpImp"  To WS-XML-TAG
   Move "1"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpEmis" To WS-XML-TAG
   Move "1"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "cDV"    To WS-XML-TAG
   Move WS-CH-DV To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "tpAmb"  To WS-XML-TAG
   Move WS-AMBIENTE To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "finNFe" To WS-XML-TAG
   Move "1"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
*  Without the client's IE the recipient is a non-contributor,
*  which SEFAZ only accepts as a final consumer.
   Move "indFinal" To WS-XML-TAG
   Move "1"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "indPres" To WS-XML-TAG
   Move "9"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "indIntermed" To WS-XML-TAG
   Move "0"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "procEmi" To WS-XML-TAG
   Move "0"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "verProc" To WS-XML-TAG
   Move "PROG1039" To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "ide" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Ide-Exit.
   Exit.
*
 Grava-Emitente.
   Move "emit" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "CNPJ"   To WS-XML-TAG
   Move UN-CNPJ  To WS-XML-CONTEUDO
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
   Move "UF"     To WS-XML-TAG
   Move UN-UF    To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "CEP"    To WS-XML-TAG
   Move UN-CEP   To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "cPais"  To WS-XML-TAG
   Move "1058"   To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "xPais"  To WS-XML-TAG
   Move "BRASIL" To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "enderEmit" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "IE"     To WS-XML-TAG
   Move UN-IE    To WS-TXT-ENTRA
   Perform So-Digitos Thru So-Digitos-Exit
   Move WS-DIGITOS To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "CRT"    To WS-XML-TAG
   If Regime-Simples
      Move "1"   To WS-XML-CONTEUDO
   Else
      Move "3"   To WS-XML-CONTEUDO
   End-if
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "emit" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Emitente-Exit.
   Exit.
*
*  CLIENTE.DAT has no IE nor IBGE code: the recipient goes as a
*  non-contributor (indIEDest 9) and the transmitter resolves the
*  municipality from name and UF.
 Grava-Destinatario.
   Move "dest" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move CLI-CGCCPF To WS-TXT-ENTRA
   Perform So-Digitos Thru So-Digitos-Exit
   If WS-DIG-PONT = 15
      Move "CNPJ" To WS-XML-TAG
   Else
      Move "CPF"  To WS-XML-TAG
   End-if
   Move WS-DIGITOS To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "xNome"  To WS-XML-TAG
   Move CLI-NOME To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "enderDest" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "xLgr"   To WS-XML-TAG
   Move CLI-ENDERECO To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "nro"    To WS-XML-TAG
   Move "S/N"    To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "xBairro" To WS-XML-TAG
   Move "NAO INFORMADO" To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "xMun"   To WS-XML-TAG
   Move CLI-CIDADE To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "UF"     To WS-XML-TAG
   Move CLI-UF   To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "CEP"    To WS-XML-TAG
   Move CLI-CEP  To WS-TXT-ENTRA
   Perform So-Digitos Thru So-Digitos-Exit
   Move WS-DIGITOS To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "cPais"  To WS-XML-TAG
   Move "1058"   To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "xPais"  To WS-XML-TAG
   Move "BRASIL" To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "enderDest" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "indIEDest" To WS-XML-TAG
   Move "9"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "email"  To WS-XML-TAG
   Move CLI-EMAIL To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "dest" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Destinatario-Exit.
   Exit.
*
 Grava-Item.
   Move WS-IT-IDX To WS-ITEM-ED
   Move "det" To WS-XML-TAG
   Move Spaces To WS-XML-ATRIB
   If WS-IT-IDX < 10
      String 'nItem="' WS-ITEM-ED(2:1) '"'
             Delimited By Size Into WS-XML-ATRIB
      End-String
   Else
      String 'nItem="' WS-ITEM-ED '"'
             Delimited By Size Into WS-XML-ATRIB
      End-String
   End-if
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "prod" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "cProd"  To WS-XML-TAG
   Move WS-IT-PROD(WS-IT-IDX) To WS-INT-ED
   Perform Grava-Inteiro Thru Grava-Inteiro-Exit
   Move "cEAN"   To WS-XML-TAG
   Move "SEM GTIN" To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "xProd"  To WS-XML-TAG
   Move WS-IT-NOME(WS-IT-IDX) To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "NCM"    To WS-XML-TAG
   Move WS-IT-NCM(WS-IT-IDX) To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "CFOP"   To WS-XML-TAG
   Move WS-CFOP  To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "uCom"   To WS-XML-TAG
   Move WS-IT-UNID(WS-IT-IDX) To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "qCom"   To WS-XML-TAG
   Move WS-IT-QUAN(WS-IT-IDX) To WS-FMT-VALOR
   Move 4 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vUnCom" To WS-XML-TAG
   Move WS-IT-VLUN(WS-IT-IDX) To WS-FMT-VALOR
   Move 4 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vProd"  To WS-XML-TAG
   Move WS-IT-VPROD(WS-IT-IDX) To WS-FMT-VALOR
   Move 2 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "cEANTrib" To WS-XML-TAG
   Move "SEM GTIN" To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "uTrib"  To WS-XML-TAG
   Move WS-IT-UNID(WS-IT-IDX) To WS-TXT-ENTRA
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "qTrib"  To WS-XML-TAG
   Move WS-IT-QUAN(WS-IT-IDX) To WS-FMT-VALOR
   Move 4 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vUnTrib" To WS-XML-TAG
   Move WS-IT-VLUN(WS-IT-IDX) To WS-FMT-VALOR
   Move 4 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   If WS-IT-VFRETE(WS-IT-IDX) > Zeros
      Move "vFrete" To WS-XML-TAG
      Move WS-IT-VFRETE(WS-IT-IDX) To WS-FMT-VALOR
      Move 2 To WS-FMT-CASAS
      Perform Grava-Valor Thru Grava-Valor-Exit
   End-if
   If WS-IT-VDESC(WS-IT-IDX) > Zeros
      Move "vDesc" To WS-XML-TAG
      Move WS-IT-VDESC(WS-IT-IDX) To WS-FMT-VALOR
      Move 2 To WS-FMT-CASAS
      Perform Grava-Valor Thru Grava-Valor-Exit
   End-if
   If WS-IT-VOUTRO(WS-IT-IDX) > Zeros
      Move "vOutro" To WS-XML-TAG
      Move WS-IT-VOUTRO(WS-IT-IDX) To WS-FMT-VALOR
      Move 2 To WS-FMT-CASAS
      Perform Grava-Valor Thru Grava-Valor-Exit
   End-if
   Move "indTot" To WS-XML-TAG
   Move "1"      To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "prod" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit

   Move "imposto" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Perform Grava-ICMS-Item Thru Grava-ICMS-Item-Exit
   Move "PIS" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "PISNT" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "CST"   To WS-XML-TAG
   Move WS-CST-PISCOFINS To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "PISNT" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "PIS" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "COFINS" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "COFINSNT" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "CST"   To WS-XML-TAG
   Move WS-CST-PISCOFINS To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "COFINSNT" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "COFINS" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "imposto" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit

   Move "det" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Item-Exit.
   Exit.
*
*  Simples Nacional: CSOSN 102; regime normal: the group of the
*  rule's CST - 00 at the document's aliquota, 20 with the base
*  reduction, 40/41/50 with no tax, 51 deferred, 90 others (its
*  base and tax only when there is an aliquota). A rule with no
*  CST but no aliquota either is CST 40, as it always was.
 Grava-ICMS-Item.
   Move "ICMS" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Evaluate True
      When Regime-Simples
         Move "ICMSSN102" To WS-XML-TAG
         Perform Abre-Grupo Thru Abre-Grupo-Exit
         Move "orig"  To WS-XML-TAG
         Move "0"     To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "CSOSN" To WS-XML-TAG
         Move "102"   To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "ICMSSN102" To WS-XML-TAG
         Perform Fecha-Grupo Thru Fecha-Grupo-Exit
      When WS-CST = "51"
         Move "ICMS51" To WS-XML-TAG
         Perform Abre-Grupo Thru Abre-Grupo-Exit
         Move "orig"  To WS-XML-TAG
         Move "0"     To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "CST"   To WS-XML-TAG
         Move "51"    To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "ICMS51" To WS-XML-TAG
         Perform Fecha-Grupo Thru Fecha-Grupo-Exit
      When Cst-Sem-Icms
      When WS-ALIQ = Zeros And WS-CST Not = "90"
         Move "ICMS40" To WS-XML-TAG
         Perform Abre-Grupo Thru Abre-Grupo-Exit
         Move "orig"  To WS-XML-TAG
         Move "0"     To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "CST"   To WS-XML-TAG
         If Cst-Sem-Icms
            Move WS-CST To WS-XML-CONTEUDO
         Else
            Move "40"   To WS-XML-CONTEUDO
         End-if
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "ICMS40" To WS-XML-TAG
         Perform Fecha-Grupo Thru Fecha-Grupo-Exit
      When WS-CST = "90"
         Move "ICMS90" To WS-XML-TAG
         Perform Abre-Grupo Thru Abre-Grupo-Exit
         Move "orig"  To WS-XML-TAG
         Move "0"     To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "CST"   To WS-XML-TAG
         Move "90"    To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         If WS-ALIQ > Zeros
            Perform Grava-Base-Icms Thru Grava-Base-Icms-Exit
         End-if
         Move "ICMS90" To WS-XML-TAG
         Perform Fecha-Grupo Thru Fecha-Grupo-Exit
      When WS-CST = "20"
         Move "ICMS20" To WS-XML-TAG
         Perform Abre-Grupo Thru Abre-Grupo-Exit
         Move "orig"  To WS-XML-TAG
         Move "0"     To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "CST"   To WS-XML-TAG
         Move "20"    To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Perform Grava-Base-Icms Thru Grava-Base-Icms-Exit
         Move "ICMS20" To WS-XML-TAG
         Perform Fecha-Grupo Thru Fecha-Grupo-Exit
      When Other
         Move "ICMS00" To WS-XML-TAG
         Perform Abre-Grupo Thru Abre-Grupo-Exit
         Move "orig"  To WS-XML-TAG
         Move "0"     To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Move "CST"   To WS-XML-TAG
         Move "00"    To WS-XML-CONTEUDO
         Perform Grava-Elemento Thru Grava-Elemento-Exit
         Perform Grava-Base-Icms Thru Grava-Base-Icms-Exit
         Move "ICMS00" To WS-XML-TAG
         Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   End-Evaluate
   Move "ICMS" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-ICMS-Item-Exit.
   Exit.
*
*  modBC, the reduction (20/90 only), vBC, pICMS and vICMS of
*  the item on hand.
 Grava-Base-Icms.
   Move "modBC" To WS-XML-TAG
   Move "3"     To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   If WS-CST = "20"
      Or (WS-CST = "90" And WS-RED-BASE > Zeros)
      Move "pRedBC" To WS-XML-TAG
      Move WS-RED-BASE To WS-FMT-VALOR
      Move 4 To WS-FMT-CASAS
      Perform Grava-Valor Thru Grava-Valor-Exit
   End-if
   Move "vBC"   To WS-XML-TAG
   Move WS-IT-VBC(WS-IT-IDX) To WS-FMT-VALOR
   Move 2 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "pICMS" To WS-XML-TAG
   Move WS-ALIQ To WS-FMT-VALOR
   Move 4 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vICMS" To WS-XML-TAG
   Move WS-IT-VICMS(WS-IT-IDX) To WS-FMT-VALOR
   Move 2 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit.
 Grava-Base-Icms-Exit.
   Exit.
*
 Grava-Total.
   Move "total" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "ICMSTot" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move 2 To WS-FMT-CASAS
   Move "vBC"      To WS-XML-TAG
   Move WS-T-VBC   To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vICMS"    To WS-XML-TAG
   Move WS-T-VICMS To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move Zeros To WS-FMT-VALOR
   Move "vICMSDeson" To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vFCP"     To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vBCST"    To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vST"      To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vFCPST"   To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vFCPSTRet" To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vProd"    To WS-XML-TAG
   Move WS-T-VPROD To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vFrete"   To WS-XML-TAG
   Move WS-T-VFRETE To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move Zeros To WS-FMT-VALOR
   Move "vSeg"     To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vDesc"    To WS-XML-TAG
   Move WS-T-VDESC To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move Zeros To WS-FMT-VALOR
   Move "vII"      To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vIPI"     To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vIPIDevol" To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vPIS"     To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vCOFINS"  To WS-XML-TAG
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vOutro"   To WS-XML-TAG
   Move WS-T-VOUTRO To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vNF"      To WS-XML-TAG
   Move WS-VALOR-DOC To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "ICMSTot" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "total" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Total-Exit.
   Exit.
*
*  Freight mode: no transporter, none (9); freight charged on the
*  order, by the emitter (0); otherwise by the recipient (1). The
*  truck's plate - the carga's, or the order's romaneio - goes
*  only inside the UF, where SEFAZ accepts veicTransp.
 Grava-Transporte.
   Move "transp" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "modFrete" To WS-XML-TAG
   Evaluate True
      When ORDE-TRAN = Zeros
         Move "9" To WS-XML-CONTEUDO
      When ORDE-FRET > Zeros
         Move "0" To WS-XML-CONTEUDO
      When Other
         Move "1" To WS-XML-CONTEUDO
   End-Evaluate
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   If ORDE-TRAN = Zeros
      Go To Grava-Transporte-Fim
   End-if

   If Tem-Transp
      Move ORDE-TRAN To TR-CODIGO
      Read TRANSP
         Invalid Key Continue
      End-Read
      If Valido-TRANSP
         Move "transporta" To WS-XML-TAG
         Perform Abre-Grupo Thru Abre-Grupo-Exit
         Move "xNome"  To WS-XML-TAG
         Move TR-NOME  To WS-TXT-ENTRA
         Perform Grava-Texto Thru Grava-Texto-Exit
         Move "transporta" To WS-XML-TAG
         Perform Fecha-Grupo Thru Fecha-Grupo-Exit
      End-if
   End-if

   Move Spaces To WS-PLACA
   If WS-DOC-CARGA > Zeros
      Move CG-PLACA To WS-PLACA
   Else
      If Tem-Romveic And ORDE-ROMA > Zeros
         Move ORDE-ROMA To RV-ROMANEIO
         Read ROMVEIC
            Invalid Key Continue
         End-Read
         If Valido-ROMVEIC
            Move RV-PLACA To WS-PLACA
         End-if
      End-if
   End-if
   If WS-PLACA Not = Spaces And WS-ID-DEST = "1"
      Move "veicTransp" To WS-XML-TAG
      Perform Abre-Grupo Thru Abre-Grupo-Exit
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
      Move "UF"    To WS-XML-TAG
      Move UN-UF   To WS-XML-CONTEUDO
      Perform Grava-Elemento Thru Grava-Elemento-Exit
      Move "veicTransp" To WS-XML-TAG
      Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   End-if.
 Grava-Transporte-Fim.
   Move "vol" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   If WS-DOC-CARGA = Zeros
      Move Zeros To WS-QVOL
      Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
         Add ORDE-VOLU(WS-LIN-IDX) To WS-QVOL
      End-Perform
      If WS-QVOL > Zeros
         Move "qVol" To WS-XML-TAG
         Move WS-QVOL To WS-INT-ED
         Perform Grava-Inteiro Thru Grava-Inteiro-Exit
      End-if
   End-if
   Move 3 To WS-FMT-CASAS
   Move "pesoL" To WS-XML-TAG
   If WS-DOC-CARGA > Zeros
      Move CG-LIQU   To WS-FMT-VALOR
   Else
      Move ORDE-LIQU To WS-FMT-VALOR
   End-if
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "pesoB" To WS-XML-TAG
   If WS-DOC-CARGA > Zeros
      Move CG-BRUT   To WS-FMT-VALOR
   Else
      Move ORDE-BRUT To WS-FMT-VALOR
   End-if
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vol" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "transp" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Transporte-Exit.
   Exit.
*
*  Duplicatas: the order's ORDE-VENC/ORDE-VALO schedule, or the
*  titles the carga generated (CG-PARC into TITULOS.DAT).
 Grava-Cobranca.
   Move Zeros To WS-QTD-DUP WS-TOTAL-DUP
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If WS-DOC-CARGA > Zeros
         If CG-PARC(WS-PARC-IDX) > Zeros And Tem-Titulos
            Move WS-DOC-NUME          To TI-NUME
            Move CG-PARC(WS-PARC-IDX) To TI-PARC
            Read TITULOS
               Invalid Key Continue
            End-Read
            If Valido-TITULOS
               Add 1 To WS-QTD-DUP
               Add TI-VALOR To WS-TOTAL-DUP
            End-if
         End-if
      Else
         If ORDE-VENC(WS-PARC-IDX) Not = Spaces
            And ORDE-VALO(WS-PARC-IDX) > Zeros
            Add 1 To WS-QTD-DUP
            Add ORDE-VALO(WS-PARC-IDX) To WS-TOTAL-DUP
         End-if
      End-if
   End-Perform
   If WS-QTD-DUP = Zeros
      Go To Grava-Cobranca-Pag
   End-if

   Move "cobr" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "fat" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "nFat" To WS-XML-TAG
   Move WS-NNF To WS-INT-ED
   Perform Grava-Inteiro Thru Grava-Inteiro-Exit
   Move 2 To WS-FMT-CASAS
   Move "vOrig" To WS-XML-TAG
   Move WS-TOTAL-DUP To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vDesc" To WS-XML-TAG
   Move Zeros To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "vLiq" To WS-XML-TAG
   Move WS-TOTAL-DUP To WS-FMT-VALOR
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "fat" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move Zeros To WS-DUP-9
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If WS-DOC-CARGA > Zeros
         If CG-PARC(WS-PARC-IDX) > Zeros And Tem-Titulos
            Move WS-DOC-NUME          To TI-NUME
            Move CG-PARC(WS-PARC-IDX) To TI-PARC
            Read TITULOS
               Invalid Key Continue
            End-Read
            If Valido-TITULOS
               Move TI-VENC  To WS-TXT-ENTRA
               Move TI-VALOR To WS-FMT-VALOR
               Perform Grava-Duplicata Thru Grava-Duplicata-Exit
            End-if
         End-if
      Else
         If ORDE-VENC(WS-PARC-IDX) Not = Spaces
            And ORDE-VALO(WS-PARC-IDX) > Zeros
            Move ORDE-VENC(WS-PARC-IDX) To WS-TXT-ENTRA
            Move ORDE-VALO(WS-PARC-IDX) To WS-FMT-VALOR
            Perform Grava-Duplicata Thru Grava-Duplicata-Exit
         End-if
      End-if
   End-Perform
   Move "cobr" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Cobranca-Pag.
   Move "pag" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "detPag" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move 2 To WS-FMT-CASAS
   If WS-QTD-DUP > Zeros
      Move "indPag" To WS-XML-TAG
      Move "1"      To WS-XML-CONTEUDO
      Perform Grava-Elemento Thru Grava-Elemento-Exit
      Move "tPag"   To WS-XML-TAG
      Move "15"     To WS-XML-CONTEUDO
      Perform Grava-Elemento Thru Grava-Elemento-Exit
      Move "vPag"   To WS-XML-TAG
      Move WS-VALOR-DOC To WS-FMT-VALOR
      Perform Grava-Valor Thru Grava-Valor-Exit
   Else
      Move "tPag"   To WS-XML-TAG
      Move "90"     To WS-XML-CONTEUDO
      Perform Grava-Elemento Thru Grava-Elemento-Exit
      Move "vPag"   To WS-XML-TAG
      Move Zeros    To WS-FMT-VALOR
      Perform Grava-Valor Thru Grava-Valor-Exit
   End-if
   Move "detPag" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit
   Move "pag" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Cobranca-Exit.
   Exit.
*
*  One <dup>: WS-TXT-ENTRA holds the due date (AAAAMMDD) and
*  WS-FMT-VALOR the amount.
 Grava-Duplicata.
   Add 1 To WS-DUP-9
   Move "dup" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   Move "nDup"  To WS-XML-TAG
   Move WS-DUP-9 To WS-XML-CONTEUDO
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "dVenc" To WS-XML-TAG
   Move Spaces  To WS-XML-CONTEUDO
   String WS-TXT-ENTRA(1:4) "-" WS-TXT-ENTRA(5:2) "-"
          WS-TXT-ENTRA(7:2)
          Delimited By Size Into WS-XML-CONTEUDO
   End-String
   Perform Grava-Elemento Thru Grava-Elemento-Exit
   Move "vDup"  To WS-XML-TAG
   Move 2 To WS-FMT-CASAS
   Perform Grava-Valor Thru Grava-Valor-Exit
   Move "dup" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Duplicata-Exit.
   Exit.
*
 Grava-Informacoes.
   Move "infAdic" To WS-XML-TAG
   Perform Abre-Grupo Thru Abre-Grupo-Exit
   If WS-OBS-FISCAL Not = Spaces
      Move WS-OBS-FISCAL To WS-TXT-ENTRA
      Move "infAdFisco"  To WS-XML-TAG
      Perform Grava-Texto Thru Grava-Texto-Exit
   End-if
   Move WS-DOC-NUME  To WS-NUME-ED
   Move WS-DOC-CARGA To WS-CARGA-ED
   Move Spaces To WS-TXT-ENTRA
   If WS-DOC-CARGA > Zeros
      String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED ". "
             ORDE-OBSE(1:160)
             Delimited By Size Into WS-TXT-ENTRA
      End-String
   Else
      String "PEDIDO " WS-NUME-ED ". " ORDE-OBSE(1:180)
             Delimited By Size Into WS-TXT-ENTRA
      End-String
   End-if
   Move "infCpl" To WS-XML-TAG
   Perform Grava-Texto Thru Grava-Texto-Exit
   Move "infAdic" To WS-XML-TAG
   Perform Fecha-Grupo Thru Fecha-Grupo-Exit.
 Grava-Informacoes-Exit.
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
*  Every document still waiting for the transmitter: its .RET,
*  when there, settles the row.
 Recolhe-Retornos.
   Move Low-Values To NF-CHAVE
   Start NFE Key Is Not Less NF-CHAVE
      Invalid Key Move "10" To Stat-NFE
   End-Start
   Perform Until Fim-NFE
      Read NFE Next Record
         At End Move "10" To Stat-NFE
      End-Read
      If Not Fim-NFE And Valido-NFE And NFe-Gerada
         Perform Le-Retorno Thru Le-Retorno-Exit
      End-if
   End-Perform.
 Recolhe-Retornos-Exit.
   Exit.
*
 Le-Retorno.
   Move Spaces To PATHNFERET
   String WS-PASTA-RETORNO Delimited By Space
          NF-ARQUIVO(1:12) Delimited By Size
          ".RET"           Delimited By Size
          Into PATHNFERET
   End-String
   Open Input NFERET
   If Not Valido-NFERET
      Go To Le-Retorno-Exit
   End-if
   Move "N" To WS-RET-INFPROT
   Move Spaces To WS-RET-CHNFE WS-RET-PROT WS-RET-CSTAT
                  WS-RET-MOTIVO
   Perform Until Fim-NFERET
      Read NFERET
         At End Move "10" To Stat-NFERET
      End-Read
      If Not Fim-NFERET
         Perform Examina-Retorno Thru Examina-Retorno-Exit
      End-if
   End-Perform
   Close NFERET
*  No protNFe yet: the lot is still processing, the row waits.
   If Not Retorno-Com-Protocolo Or WS-RET-CSTAT = Spaces
      Go To Le-Retorno-Exit
   End-if

   Evaluate WS-RET-CSTAT
      When "100"
      When "150"
         Move "A" To NF-SITU
      When "110"
      When "301"
      When "302"
      When "303"
         Move "D" To NF-SITU
      When Other
         Move "R" To NF-SITU
   End-Evaluate
   If WS-RET-CHNFE Not = Spaces
      Move WS-RET-CHNFE To NF-CHNFE
   End-if
   Move WS-RET-PROT   To NF-PROTOCOLO
   Move WS-RET-CSTAT  To NF-CSTAT
   Move WS-RET-MOTIVO To NF-MOTIVO
   Move WS-DATA-SISTEMA To NF-DTRET
   Move WS-HORA-SISTEMA To NF-HRRET
   Rewrite NFE-REGI
      Invalid Key Go To Le-Retorno-Exit
   End-Rewrite

   Add 1 To WS-QTD-RETORNOS
   Move NF-NUME  To WS-NUME-ED
   Move NF-CARGA To WS-CARGA-ED
   Move NF-NNF   To WS-NNF-ED
   Move Spaces To ROMREL-REGI
   String "PEDIDO " WS-NUME-ED " CARGA " WS-CARGA-ED
          "  NF-E " WS-NNF-ED "  " NF-CSTAT " " NF-MOTIVO(1:45)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Le-Retorno-Exit.
   Exit.
*
*  Each tag's LAST occurrence on the line wins: the lot's own
*  cStat comes before the protNFe's.
 Examina-Retorno.
   Move "<infProt" To WS-BUSCA-TAG
   Perform Busca-Tag Thru Busca-Tag-Exit
   If WS-BUSCA-ULT > Zeros
      Move "S" To WS-RET-INFPROT
   End-if
   Move "<chNFe>" To WS-BUSCA-TAG
   Perform Busca-Tag Thru Busca-Tag-Exit
   If WS-BUSCA-ULT > Zeros
      Move WS-BUSCA-VALOR To WS-RET-CHNFE
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
