*CONCILIACAO BANCARIA - EXTRATO CONTRA BAIXAS E PAGAMENTOS
 Identification Division.
 Program-Id. PROG1037.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\BANCOS.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\CONCIL.SL".
   Copy "..\COPY\CNAB.SL".
   Copy "..\COPY\OFX.SL".
   Copy "..\COPY\CONCREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=BANCOS
   Copy "..\COPY\BANCOS.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=CONCIL
   Copy "..\COPY\CONCIL.FD".
   Copy "..\COPY\CNAB.FD".
   Copy "..\COPY\OFX.FD".
   Copy "..\COPY\CONCREL.FD".
*
 Working-Storage Section.
*
*  The morning reconciliation (CONCIL.BAT, or the menu). For each
*  active account of BANCOS.DAT the day's statement is picked up
*  from the branch DADOS - EXTnnn.240 (CNAB 240 extrato, segmento
*  E) and/or EXTnnn.OFX, nnn the bank code - and every movement
*  goes to CONCIL.DAT once (the key is the movement's identity,
*  so running twice imports nothing twice). The books of the same
*  period go in beside it: titles settled by PROG959/PROG979 are
*  the credits, freight payables settled by PROG922 the debits.
*  A title belongs to its TI-BANCO (blank = COBR-BANCO-PADRAO);
*  freight payments leave from CONCIL-BANCO-PAG (blank = the
*  cobranca default); with neither parameter the first active
*  bank takes them. Settlements by credit note or by return move
*  no money and stay out.
*  Matching is by nature, equal value and dates no more than
*  CONCIL-TOLERANCIA days apart (360/30 arithmetic, default 3),
*  the nearest date winning. What the CNAB retorno settled the
*  bank credits as one lump per day, so a credit still open
*  after the one-to-one pass is tried against the day's total of
*  retorno settlements. Anything left stays pendente in
*  CONCIL.DAT - every run lists it again on CONCIL.REL until it
*  matches or an operator resolves it on PROG1038. A pendente
*  book entry whose settlement was reversed meanwhile is dropped.
*
 01  Stat-BANCOS         PIC X(002).
     88 Valido-BANCOS    Value "00" THRU "09".
     88 Fim-BANCOS       Value "10".
 01  PATHBANCOS          PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Fim-CTRCPAG      Value "10".
 01  PATHCTRCPAG         PIC X(060).
 01  WS-TEM-CTRCPAG      PIC X(001) VALUE "N".
     88 Tem-Pagaveis     Value "S".
 01  Stat-CONCIL         PIC X(002).
     88 Valido-CONCIL    Value "00" THRU "09".
     88 Fim-CONCIL       Value "10".
 01  PATHCONCIL          PIC X(060).
 01  Stat-CNAB           PIC X(002).
     88 Valido-CNAB      Value "00" THRU "09".
     88 Fim-CNAB         Value "10".
 01  PATHCNAB            PIC X(060).
 01  Stat-OFX            PIC X(002).
     88 Valido-OFX       Value "00" THRU "09".
     88 Fim-OFX          Value "10".
 01  PATHOFX             PIC X(060).
 01  Stat-CONCREL        PIC X(002).
     88 Valido-CONCREL   Value "00" THRU "09".
 01  PATHCONCREL         PIC X(060).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X   PIC X(008).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-DIAS-CALC        PIC S9(009) COMP-5.
 01  WS-DIAS-DIF         PIC S9(009) COMP-5.
 01  WS-DATA-BRUTA       PIC X(010).
 01  WS-DATA-NORM        PIC X(008).
 01  WS-DATA-NORM-R REDEFINES WS-DATA-NORM.
     03 WS-DN-ANO        PIC 9(004).
     03 WS-DN-MES        PIC 9(002).
     03 WS-DN-DIA        PIC 9(002).
*  The bank's DDMMAAAA turned back into the suite's AAAAMMDD.
 01  WS-DATA-BANCO       PIC 9(008).
 01  WS-DATA-BANCO-R REDEFINES WS-DATA-BANCO.
     03 WS-DB-DIA        PIC 9(002).
     03 WS-DB-MES        PIC 9(002).
     03 WS-DB-ANO        PIC 9(004).
 01  WS-DATA-AMD.
     03 WS-AMD-ANO       PIC 9(004).
     03 WS-AMD-MES       PIC 9(002).
     03 WS-AMD-DIA       PIC 9(002).
 01  WS-DATA-ED          PIC X(010).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-TOLERANCIA       PIC S9(004) COMP-5 VALUE 3.
 01  WS-BANCO-COBR       PIC X(003) VALUE SPACES.
 01  WS-BANCO-PAG        PIC X(003) VALUE SPACES.
 01  WS-BANCO-DONO       PIC X(003).
*
*  The statement period of the bank in hand, in 360/30 days: the
*  books are read from the first movement less the tolerance up
*  to the last one.
 01  WS-MENOR-DIA        PIC S9(009) COMP-5.
 01  WS-MAIOR-DIA        PIC S9(009) COMP-5.
 01  WS-DIA-INICIO       PIC S9(009) COMP-5.
 01  WS-QTD-LIDOS-BANCO  PIC 9(006).
*
*  One movement cut out of either statement format.
 01  WS-MOV-IDENT        PIC X(040).
 01  WS-MOV-DATA         PIC X(008).
 01  WS-MOV-NAT          PIC X(001).
 01  WS-MOV-VALOR        PIC S9(012)V99 COMP-3.
 01  WS-MOV-HIST         PIC X(040).
 01  WS-VALOR-DIG        PIC 9(016)V99.
 01  WS-VALOR-DIG-X REDEFINES WS-VALOR-DIG PIC X(018).
*
 01  WS-CNAB-BANCO-OK    PIC X(001).
     88 Cnab-Do-Banco    Value "S".
*
*  OFX: the line without its indentation, the value after the
*  tag, and the amount rebuilt digit by digit (the file writes
*  it with a point and a sign, never as the suite does).
 01  WS-OFX-LINHA        PIC X(256).
 01  WS-OFX-VALOR        PIC X(040).
 01  WS-BRANCOS          PIC S9(004) COMP-5.
 01  WS-TAM              PIC S9(004) COMP-5.
 01  WS-OFX-IDX          PIC S9(004) COMP-5.
 01  WS-OFX-CHAR         PIC X(001).
 01  WS-OFX-DIGITO REDEFINES WS-OFX-CHAR PIC 9(001).
 01  WS-OFX-INTEIRO      PIC S9(012) COMP-3.
 01  WS-OFX-CENTAVOS     PIC S9(003) COMP-5.
 01  WS-OFX-CASAS        PIC S9(003) COMP-5.
 01  WS-OFX-DECIMAL      PIC X(001).
     88 Ofx-Na-Decimal   Value "S".
 01  WS-EM-TRANSACAO     PIC X(001).
     88 Em-Transacao     Value "S".
 01  WS-OFX-CONTA-OK     PIC X(001).
     88 Ofx-Do-Banco     Value "S".
*
*  The identity of a book entry inside CC-IDENT.
 01  WS-IDENT-LIVRO      PIC X(040).
 01  WS-IDENT-TITULO REDEFINES WS-IDENT-LIVRO.
     03 WS-IDT-TIPO      PIC X(001).
     03 WS-IDT-NUME      PIC 9(006).
     03 WS-IDT-PARC      PIC 9(002).
     03 FILLER           PIC X(031).
*  A demurrage payable (PROG1052) is keyed by a negative number:
*  it is kept unsigned under its own type, E.
 01  WS-IDENT-PAGAVEL REDEFINES WS-IDENT-LIVRO.
     03 WS-IDP-TIPO      PIC X(001).
     03 WS-IDP-TRAN      PIC 9(004).
     03 WS-IDP-NUMERO    PIC 9(006).
     03 FILLER           PIC X(029).
 01  WS-LIVRO-DATA       PIC X(008).
 01  WS-LIVRO-NAT        PIC X(001).
 01  WS-LIVRO-VALOR      PIC S9(012)V99 COMP-3.
 01  WS-LIVRO-HIST       PIC X(040).
 01  WS-LIVRO-COBR       PIC X(001).
 01  WS-NUME-ED          PIC 9(006).
 01  WS-PARC-ED          PIC 9(002).
 01  WS-CLIE-ED          PIC 9(004).
 01  WS-TRAN-ED          PIC 9(004).
 01  WS-NUMERO-ED        PIC 9(006).
 01  WS-SITUACAO-FONTE   PIC X(001).
     88 Fonte-Ainda-Paga Value "S".
*
*  The open items of the bank in hand - its statement side and
*  its book side - matched in memory, written back on a match.
 78  max-concil          value 500.
 01  WS-QTD-B            PIC 9(004) COMP-X.
 01  WS-QTD-L            PIC 9(004) COMP-X.
 01  WS-BI               PIC 9(004) COMP-X.
 01  WS-LI               PIC 9(004) COMP-X.
 01  WS-LJ               PIC 9(004) COMP-X.
 01  WS-MELHOR           PIC 9(004) COMP-X.
 01  WS-MELHOR-DIF       PIC S9(009) COMP-5.
 01  WS-B-TAB.
     03 WS-B             OCCURS 500.
        05 WS-B-IDENT    PIC X(040).
        05 WS-B-DATA     PIC X(008).
        05 WS-B-DIAS     PIC S9(009) COMP-5.
        05 WS-B-NAT      PIC X(001).
        05 WS-B-VALOR    PIC S9(012)V99 COMP-3.
        05 WS-B-HIST     PIC X(040).
        05 WS-B-PAR      PIC X(044).
 01  WS-L-TAB.
     03 WS-L             OCCURS 500.
        05 WS-L-IDENT    PIC X(040).
        05 WS-L-DATA     PIC X(008).
        05 WS-L-DIAS     PIC S9(009) COMP-5.
        05 WS-L-NAT      PIC X(001).
        05 WS-L-VALOR    PIC S9(012)V99 COMP-3.
        05 WS-L-HIST     PIC X(040).
        05 WS-L-COBR     PIC X(001).
        05 WS-L-PAR      PIC X(044).
 01  WS-TABELA-AVISADA   PIC X(001).
     88 Tabela-Cheia-Avisada Value "S".
*
*  The lump of retorno settlements of one day.
 01  WS-LOTE-DIAS        PIC S9(009) COMP-5.
 01  WS-LOTE-SOMA        PIC S9(012)V99 COMP-3.
 01  WS-LOTE-QTD         PIC 9(004) COMP-X.
 01  WS-LOTE-QTD-ED      PIC ZZZ9.
 01  WS-LOTE-ACHADO      PIC X(001).
     88 Lote-Encontrado  Value "S".
*
 01  WS-CHAVE-PAR        PIC X(044).
 01  WS-ORIGEM-LISTA     PIC X(001).
 01  WS-ESPERA-ED        PIC ZZZ9.
*
 01  WS-QTD-BANCOS       PIC 9(006) VALUE ZEROS.
 01  WS-QTD-IMPORTADOS   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-REPETIDOS    PIC 9(006) VALUE ZEROS.
 01  WS-QTD-OUTRA-CONTA  PIC 9(006) VALUE ZEROS.
 01  WS-QTD-CONCILIADOS  PIC 9(006) VALUE ZEROS.
 01  WS-QTD-PEND-BANCO   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-PEND-LIVRO   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ESTORNADOS   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
 01  WS-QTD-ED2          PIC Z(005)9.
 01  WS-QTD-ED3          PIC Z(005)9.
*
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move WS-DATA-SISTEMA To WS-DATA-SISTEMA-X WS-DATA-NORM
   Perform Calcula-Dias Thru Calcula-Dias-Exit
   Move WS-DIAS-CALC To WS-DIAS-HOJE.

   Move Spaces to PathBANCOS.
   String Lk-Unidade          Delimited By Size
          "\DADOS\BANCOS.DAT" Delimited By Size
          Into PathBANCOS
   End-String.
   Open Input BANCOS
   If Not Valido-BANCOS
      Display "erro BANCOS " Stat-BANCOS
              " - sem contas cadastradas (PROG924)."
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Not Valido-TITULOS
      Display "erro TITULOS " Stat-TITULOS
      Close BANCOS
      Move 1 To Return-Code
      Exit Program
   End-if.

*  A branch that never paid freight has no CTRCPAG.DAT - its
*  statements simply have no book debits.
   Move Spaces to PathCTRCPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CTRCPAG.DAT" Delimited By Size
          Into PathCTRCPAG
   End-String.
   Move "N" To WS-TEM-CTRCPAG
   Open Input CTRCPAG
   If Valido-CTRCPAG
      Move "S" To WS-TEM-CTRCPAG
   End-if.

   Move Spaces to PathCONCIL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CONCIL.DAT" Delimited By Size
          Into PathCONCIL
   End-String.
   Open I-O CONCIL
   If Not Valido-CONCIL
      Open Output CONCIL
      Close CONCIL
      Open I-O CONCIL
   End-if
   If Not Valido-CONCIL
      Display "erro CONCIL " Stat-CONCIL
      Perform Fecha-Leitura Thru Fecha-Leitura-Exit
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathCONCREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CONCIL.REL" Delimited By Size
          Into PathCONCREL
   End-String.
   Open Output CONCREL
   If Not Valido-CONCREL
      Display "erro CONCREL " Stat-CONCREL
      Close CONCIL
      Perform Fecha-Leitura Thru Fecha-Leitura-Exit
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Carrega-Parametros Thru Carrega-Parametros-Exit
   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit

   Move Low-Values To BK-CODIGO
   Start BANCOS Key >= BK-CODIGO
      Invalid Key Move "10" To Stat-BANCOS
   End-Start
   If Not Fim-BANCOS
      Perform Le-Proximo-Banco Thru Le-Proximo-Banco-Exit
   End-if
   Perform Until Fim-BANCOS
      If Banco-Ativo
         Perform Processa-Banco Thru Processa-Banco-Exit
      End-if
      Perform Le-Proximo-Banco Thru Le-Proximo-Banco-Exit
   End-Perform

   Perform Imprime-Rodape Thru Imprime-Rodape-Exit

   Close CONCREL.
   Close CONCIL.
   Perform Fecha-Leitura Thru Fecha-Leitura-Exit
   Move "PROG1037" To WS-SP-PROGRAMA
   Move "CONCIL.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-IMPORTADOS  To WS-QTD-ED
   Move WS-QTD-CONCILIADOS To WS-QTD-ED2
   Display WS-QTD-ED " movimento(s) importado(s), " WS-QTD-ED2
           " conciliado(s) nesta execucao,"
   Move WS-QTD-PEND-BANCO  To WS-QTD-ED
   Move WS-QTD-PEND-LIVRO  To WS-QTD-ED2
   Display WS-QTD-ED " pendente(s) no banco e " WS-QTD-ED2
           " nos livros - detalhes em 'CONCIL.REL'."
   Exit Program.
*
 Fecha-Leitura.
   Close BANCOS.
   Close TITULOS.
   If Tem-Pagaveis
      Close CTRCPAG
   End-if.
 Fecha-Leitura-Exit.
   Exit.
*
*  Tolerance and the default accounts out of PARAM944.DAT. With
*  no default at all the first active bank is the one where
*  unallocated titles land and freight is paid from.
 Carrega-Parametros.
   Move "CONCIL-TOLERANCIA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM >= 0
      Move WS-PARAM-NUM To WS-TOLERANCIA
   End-if
   Move "COBR-BANCO-PADRAO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR(1:3) To WS-BANCO-COBR
   End-if
   Move "CONCIL-BANCO-PAG" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR(1:3) To WS-BANCO-PAG
   End-if
   If WS-BANCO-COBR = Spaces
      Move Low-Values To BK-CODIGO
      Start BANCOS Key >= BK-CODIGO
         Invalid Key Move "10" To Stat-BANCOS
      End-Start
      Perform Until Fim-BANCOS Or WS-BANCO-COBR Not = Spaces
         Perform Le-Proximo-Banco Thru Le-Proximo-Banco-Exit
         If Not Fim-BANCOS And Banco-Ativo
            Move BK-CODIGO To WS-BANCO-COBR
         End-if
      End-Perform
      Move "00" To Stat-BANCOS
   End-if
   If WS-BANCO-PAG = Spaces
      Move WS-BANCO-COBR To WS-BANCO-PAG
   End-if.
 Carrega-Parametros-Exit.
   Exit.
*
 Le-Proximo-Banco.
   Read BANCOS Next Record
      At End Move "10" To Stat-BANCOS
   End-Read.
 Le-Proximo-Banco-Exit.
   Exit.
*
*  One account: import its statement(s), bring in the books of
*  the period, match, and list what is still open.
 Processa-Banco.
   Add 1 To WS-QTD-BANCOS
   Move 999999999 To WS-MENOR-DIA
   Move Zeros     To WS-MAIOR-DIA WS-QTD-LIDOS-BANCO
   Perform Importa-Cnab Thru Importa-Cnab-Exit
   Perform Importa-Ofx Thru Importa-Ofx-Exit
   Perform Imprime-Banco Thru Imprime-Banco-Exit
   If WS-QTD-LIDOS-BANCO > Zeros
      Compute WS-DIA-INICIO = WS-MENOR-DIA - WS-TOLERANCIA
      Perform Coleta-Titulos Thru Coleta-Titulos-Exit
      If Tem-Pagaveis
         Perform Coleta-Pagaveis Thru Coleta-Pagaveis-Exit
      End-if
      Perform Carrega-Pendentes Thru Carrega-Pendentes-Exit
      Perform Concilia-Um-A-Um Thru Concilia-Um-A-Um-Exit
      Perform Concilia-Cobranca Thru Concilia-Cobranca-Exit
   Else
      Move Spaces To CONCREL-REGI
      String "   sem extrato do dia (EXT" BK-CODIGO ".240 / EXT"
             BK-CODIGO ".OFX) - so as pendencias abaixo."
             Delimited By Size Into CONCREL-REGI
      End-String
      Write CONCREL-REGI
   End-if
   Move "B" To WS-ORIGEM-LISTA
   Perform Lista-Pendentes Thru Lista-Pendentes-Exit
   Move "L" To WS-ORIGEM-LISTA
   Perform Lista-Pendentes Thru Lista-Pendentes-Exit.
 Processa-Banco-Exit.
   Exit.
*
*  The CNAB 240 extrato: the header names the bank, every
*  segmento E is one posting of one account - a file carrying
*  several accounts only gives up the postings of this one.
 Importa-Cnab.
   Move Spaces to PathCNAB.
   String Lk-Unidade   Delimited By Size
          "\DADOS\EXT" Delimited By Size
          BK-CODIGO    Delimited By Size
          ".240"       Delimited By Size
          Into PathCNAB
   End-String.
   Open Input CNAB
   If Not Valido-CNAB
      Go To Importa-Cnab-Exit
   End-if
   Move "S" To WS-CNAB-BANCO-OK
   Perform Le-Cnab Thru Le-Cnab-Exit
   Perform Until Fim-CNAB
      Perform Trata-Linha-Cnab Thru Trata-Linha-Cnab-Exit
      Perform Le-Cnab Thru Le-Cnab-Exit
   End-Perform
   Close CNAB.
 Importa-Cnab-Exit.
   Exit.
*
 Le-Cnab.
   Read CNAB
      At End Move "10" To Stat-CNAB
   End-Read.
 Le-Cnab-Exit.
   Exit.
*
 Trata-Linha-Cnab.
   If CH0-TIPO = "0"
      If CH0-BANCO Not = BK-CODIGO
         Display "EXT" BK-CODIGO ".240 e do banco " CH0-BANCO
                 " - arquivo ignorado."
         Move "N" To WS-CNAB-BANCO-OK
      End-if
      Go To Trata-Linha-Cnab-Exit
   End-if
   If Not Cnab-Do-Banco
      Go To Trata-Linha-Cnab-Exit
   End-if
   If CE-TIPO Not = "3" Or CE-SEGMENTO Not = "E"
      Go To Trata-Linha-Cnab-Exit
   End-if
   If CE-AGENCIA Not = BK-AGENCIA Or CE-CONTA Not = BK-CONTA
      Add 1 To WS-QTD-OUTRA-CONTA
      Go To Trata-Linha-Cnab-Exit
   End-if
   If Not Extrato-Debito And Not Extrato-Credito
      Go To Trata-Linha-Cnab-Exit
   End-if
   Move CE-DATA-LANCAMENTO To WS-DATA-BANCO
   Move WS-DB-ANO To WS-AMD-ANO
   Move WS-DB-MES To WS-AMD-MES
   Move WS-DB-DIA To WS-AMD-DIA
   Move WS-DATA-AMD  To WS-MOV-DATA
   Move CE-TIPO-LANC To WS-MOV-NAT
   Move CE-VALOR     To WS-MOV-VALOR WS-VALOR-DIG
   Move Spaces       To WS-MOV-HIST WS-MOV-IDENT
   String CE-HISTORICO       Delimited By Size
          " "                Delimited By Size
          CE-DOCUMENTO(1:14) Delimited By Size
          Into WS-MOV-HIST
   End-String
   String "E" WS-MOV-DATA CE-LOTE CE-NRO-REG CE-TIPO-LANC
          WS-VALOR-DIG-X
          Delimited By Size Into WS-MOV-IDENT
   End-String
   Perform Grava-Movimento Thru Grava-Movimento-Exit.
 Trata-Linha-Cnab-Exit.
   Exit.
*
*  The OFX: <BANKID> must be this bank; each <STMTTRN> block is
*  one movement, written when the block closes. The sign of
*  <TRNAMT> gives the nature; <FITID> is the bank's own id.
 Importa-Ofx.
   Move Spaces to PathOFX.
   String Lk-Unidade   Delimited By Size
          "\DADOS\EXT" Delimited By Size
          BK-CODIGO    Delimited By Size
          ".OFX"       Delimited By Size
          Into PathOFX
   End-String.
   Open Input OFX
   If Not Valido-OFX
      Go To Importa-Ofx-Exit
   End-if
   Move "N" To WS-EM-TRANSACAO
   Move "S" To WS-OFX-CONTA-OK
   Perform Le-Ofx Thru Le-Ofx-Exit
   Perform Until Fim-OFX
      Perform Trata-Linha-Ofx Thru Trata-Linha-Ofx-Exit
      Perform Le-Ofx Thru Le-Ofx-Exit
   End-Perform
   Close OFX.
 Importa-Ofx-Exit.
   Exit.
*
 Le-Ofx.
   Read OFX
      At End Move "10" To Stat-OFX
   End-Read.
 Le-Ofx-Exit.
   Exit.
*
 Trata-Linha-Ofx.
   Move Zeros To WS-BRANCOS
   Inspect OFX-REGI Tallying WS-BRANCOS For Leading Spaces
   If WS-BRANCOS > 240
      Go To Trata-Linha-Ofx-Exit
   End-if
   Move OFX-REGI(WS-BRANCOS + 1:) To WS-OFX-LINHA
   Move Spaces To WS-OFX-VALOR
   Evaluate True
      When WS-OFX-LINHA(1:8) = "<BANKID>"
         Unstring WS-OFX-LINHA(9:) Delimited By "<"
                  Into WS-OFX-VALOR
         End-Unstring
         Perform Confere-Bankid Thru Confere-Bankid-Exit
      When WS-OFX-LINHA(1:9) = "<STMTTRN>"
         Move "S"    To WS-EM-TRANSACAO
         Move Spaces To WS-MOV-IDENT WS-MOV-DATA WS-MOV-HIST
         Move "C"    To WS-MOV-NAT
         Move Zeros  To WS-MOV-VALOR
      When WS-OFX-LINHA(1:10) = "</STMTTRN>"
         If Em-Transacao And Ofx-Do-Banco
            If WS-MOV-IDENT = Spaces
               Move WS-MOV-VALOR To WS-VALOR-DIG
               String "O" WS-MOV-DATA WS-MOV-NAT WS-VALOR-DIG-X
                      Delimited By Size Into WS-MOV-IDENT
               End-String
            End-if
            Perform Grava-Movimento Thru Grava-Movimento-Exit
         End-if
         Move "N" To WS-EM-TRANSACAO
      When WS-OFX-LINHA(1:10) = "<DTPOSTED>"
         Move WS-OFX-LINHA(11:8) To WS-MOV-DATA
      When WS-OFX-LINHA(1:8) = "<TRNAMT>"
         Unstring WS-OFX-LINHA(9:) Delimited By "<"
                  Into WS-OFX-VALOR
         End-Unstring
         Perform Converte-Valor-Ofx Thru Converte-Valor-Ofx-Exit
      When WS-OFX-LINHA(1:7) = "<FITID>"
         Unstring WS-OFX-LINHA(8:) Delimited By "<"
                  Into WS-OFX-VALOR
         End-Unstring
         Move Spaces To WS-MOV-IDENT
         String "O" WS-OFX-VALOR(1:39)
                Delimited By Size Into WS-MOV-IDENT
         End-String
      When WS-OFX-LINHA(1:6) = "<MEMO>"
         Unstring WS-OFX-LINHA(7:) Delimited By "<"
                  Into WS-MOV-HIST
         End-Unstring
      When WS-OFX-LINHA(1:6) = "<NAME>"
         If WS-MOV-HIST = Spaces
            Unstring WS-OFX-LINHA(7:) Delimited By "<"
                     Into WS-MOV-HIST
            End-Unstring
         End-if
      When Other
         Continue
   End-Evaluate.
 Trata-Linha-Ofx-Exit.
   Exit.
*
*  Banks write BANKID with or without leading zeros ("0341",
*  "341") - the last three digits are the FEBRABAN code.
 Confere-Bankid.
   Move Zeros To WS-TAM
   Inspect WS-OFX-VALOR Tallying WS-TAM
           For Characters Before Initial Space
   If WS-TAM < 3
      Go To Confere-Bankid-Exit
   End-if
   If WS-OFX-VALOR(WS-TAM - 2:3) Not = BK-CODIGO
      Display "EXT" BK-CODIGO ".OFX e do banco " WS-OFX-VALOR
              " - arquivo ignorado."
      Move "N" To WS-OFX-CONTA-OK
   End-if.
 Confere-Bankid-Exit.
   Exit.
*
 Converte-Valor-Ofx.
   Move Zeros To WS-OFX-INTEIRO WS-OFX-CENTAVOS WS-OFX-CASAS
   Move "N"   To WS-OFX-DECIMAL
   Move "C"   To WS-MOV-NAT
   Perform Varying WS-OFX-IDX From 1 By 1 Until WS-OFX-IDX > 40
      Move WS-OFX-VALOR(WS-OFX-IDX:1) To WS-OFX-CHAR
      Evaluate True
         When WS-OFX-CHAR = "-"
            Move "D" To WS-MOV-NAT
         When WS-OFX-CHAR = "." Or WS-OFX-CHAR = ","
            Move "S" To WS-OFX-DECIMAL
         When WS-OFX-CHAR Is Numeric
            If Ofx-Na-Decimal
               If WS-OFX-CASAS < 2
                  Add 1 To WS-OFX-CASAS
                  Compute WS-OFX-CENTAVOS =
                          WS-OFX-CENTAVOS * 10 + WS-OFX-DIGITO
               End-if
            Else
               Compute WS-OFX-INTEIRO =
                       WS-OFX-INTEIRO * 10 + WS-OFX-DIGITO
            End-if
         When Other
            Continue
      End-Evaluate
   End-Perform
   If WS-OFX-CASAS = 1
      Multiply 10 By WS-OFX-CENTAVOS
   End-if
   Compute WS-MOV-VALOR = WS-OFX-INTEIRO + WS-OFX-CENTAVOS / 100.
 Converte-Valor-Ofx-Exit.
   Exit.
*
*  A movement already in CONCIL.DAT (the same statement read
*  again) keeps whatever state it reached.
 Grava-Movimento.
   If WS-MOV-VALOR = Zeros
      Go To Grava-Movimento-Exit
   End-if
   Move WS-MOV-DATA To WS-DATA-NORM
   Perform Calcula-Dias Thru Calcula-Dias-Exit
   If WS-DIAS-CALC = Zeros
      Go To Grava-Movimento-Exit
   End-if
   Add 1 To WS-QTD-LIDOS-BANCO
   If WS-DIAS-CALC < WS-MENOR-DIA
      Move WS-DIAS-CALC To WS-MENOR-DIA
   End-if
   If WS-DIAS-CALC > WS-MAIOR-DIA
      Move WS-DIAS-CALC To WS-MAIOR-DIA
   End-if
   Initialize CONCIL-REGI
   Move BK-CODIGO       To CC-BANCO
   Move "B"             To CC-ORIGEM
   Move WS-MOV-IDENT    To CC-IDENT
   Move WS-MOV-DATA     To CC-DATA
   Move WS-MOV-NAT      To CC-NATUREZA
   Move WS-MOV-VALOR    To CC-VALOR
   Move WS-MOV-HIST     To CC-HISTORICO
   Move "N"             To CC-COBRANCA
   Move "P"             To CC-SITU
   Move Spaces          To CC-PAR CC-DTCONC CC-MOTIVO CC-OPER-RES
                           CC-DTRES CC-HRRES
   Move WS-DATA-SISTEMA To CC-DTIN
   Move WS-HORA-SISTEMA To CC-HRIN
   Write CONCIL-REGI
      Invalid Key
         Add 1 To WS-QTD-REPETIDOS
      Not Invalid Key
         Add 1 To WS-QTD-IMPORTADOS
   End-Write.
 Grava-Movimento-Exit.
   Exit.
*
*  The credits of the books: titles settled within the period
*  that belong to this account.
 Coleta-Titulos.
   Move Zeros To TI-NUME TI-PARC
   Start TITULOS Key >= TI-CHAVE
      Invalid Key Go To Coleta-Titulos-Exit
   End-Start
   Move "00" To Stat-TITULOS
   Perform Until Fim-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Not Fim-TITULOS
         Perform Avalia-Titulo Thru Avalia-Titulo-Exit
      End-if
   End-Perform.
 Coleta-Titulos-Exit.
   Exit.
*
 Avalia-Titulo.
   If Not Titulo-Pago Or TI-VALOR-PAGO Not > Zeros
      Go To Avalia-Titulo-Exit
   End-if
   If TI-OPER-PG = "NOTA CREDITO" Or TI-OPER-PG = "DEVOLUCAO"
      Go To Avalia-Titulo-Exit
   End-if
   Move TI-BANCO To WS-BANCO-DONO
   If WS-BANCO-DONO = Spaces
      Move WS-BANCO-COBR To WS-BANCO-DONO
   End-if
   If WS-BANCO-DONO Not = BK-CODIGO
      Go To Avalia-Titulo-Exit
   End-if
   Move TI-DTPG To WS-DATA-BRUTA
   Perform Normaliza-Data Thru Normaliza-Data-Exit
   Perform Calcula-Dias Thru Calcula-Dias-Exit
   If WS-DIAS-CALC < WS-DIA-INICIO Or WS-DIAS-CALC > WS-MAIOR-DIA
      Go To Avalia-Titulo-Exit
   End-if
   Move Spaces       To WS-IDENT-LIVRO
   Move "T"          To WS-IDT-TIPO
   Move TI-NUME      To WS-IDT-NUME WS-NUME-ED
   Move TI-PARC      To WS-IDT-PARC WS-PARC-ED
   Move TI-CLIE      To WS-CLIE-ED
   Move WS-DATA-NORM To WS-LIVRO-DATA
   Move "C"          To WS-LIVRO-NAT
   Move TI-VALOR-PAGO To WS-LIVRO-VALOR
   Move Spaces       To WS-LIVRO-HIST
   String "TITULO " WS-NUME-ED "/" WS-PARC-ED " CLI " WS-CLIE-ED
          " " TI-OPER-PG
          Delimited By Size Into WS-LIVRO-HIST
   End-String
   Move "N" To WS-LIVRO-COBR
   If TI-OPER-PG = "RETORNO BANCO"
      Move "S" To WS-LIVRO-COBR
   End-if
   Perform Grava-Livro Thru Grava-Livro-Exit.
 Avalia-Titulo-Exit.
   Exit.
*
*  The debits of the books: freight payables with a payment in
*  the period, when freight is paid from this account. A partly
*  paid payable is taken at what PROG922 recorded so far.
 Coleta-Pagaveis.
   If WS-BANCO-PAG Not = BK-CODIGO
      Go To Coleta-Pagaveis-Exit
   End-if
   Move Zeros To PG-TRAN PG-NUMERO
   Start CTRCPAG Key >= PG-CHAVE
      Invalid Key Go To Coleta-Pagaveis-Exit
   End-Start
   Move "00" To Stat-CTRCPAG
   Perform Until Fim-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Not Fim-CTRCPAG
         Perform Avalia-Pagavel Thru Avalia-Pagavel-Exit
      End-if
   End-Perform.
 Coleta-Pagaveis-Exit.
   Exit.
*
 Avalia-Pagavel.
   If PG-VALOR-PAGO Not > Zeros
      Go To Avalia-Pagavel-Exit
   End-if
   Move PG-DTPG To WS-DATA-BRUTA
   Perform Normaliza-Data Thru Normaliza-Data-Exit
   Perform Calcula-Dias Thru Calcula-Dias-Exit
   If WS-DIAS-CALC < WS-DIA-INICIO Or WS-DIAS-CALC > WS-MAIOR-DIA
      Go To Avalia-Pagavel-Exit
   End-if
   Move Spaces       To WS-IDENT-LIVRO
   Move "P"          To WS-IDP-TIPO
   Move PG-TRAN      To WS-IDP-TRAN WS-TRAN-ED
   Move PG-NUMERO    To WS-IDP-NUMERO WS-NUMERO-ED
   If PG-NUMERO < Zeros
      Move "E"       To WS-IDP-TIPO
   End-if
   Move WS-DATA-NORM To WS-LIVRO-DATA
   Move "D"          To WS-LIVRO-NAT
   Move PG-VALOR-PAGO To WS-LIVRO-VALOR
   Move Spaces       To WS-LIVRO-HIST
   If Pagavel-Estadia
      String "ESTADIA TRAN " WS-TRAN-ED " NUM " WS-NUMERO-ED
             " " PG-OPER-PG
             Delimited By Size Into WS-LIVRO-HIST
      End-String
   Else
      String "FRETE TRAN " WS-TRAN-ED " CTRC " WS-NUMERO-ED
             " " PG-OPER-PG
             Delimited By Size Into WS-LIVRO-HIST
      End-String
   End-if
   Move "N" To WS-LIVRO-COBR
   Perform Grava-Livro Thru Grava-Livro-Exit.
 Avalia-Pagavel-Exit.
   Exit.
*
*  A book entry seen before: while still pendente it follows the
*  books (a payable paid again since); once matched or resolved
*  it is left alone.
 Grava-Livro.
   Move BK-CODIGO      To CC-BANCO
   Move "L"            To CC-ORIGEM
   Move WS-IDENT-LIVRO To CC-IDENT
   Read CONCIL
      Invalid Key Continue
   End-Read
   If Valido-CONCIL
      If Item-Pendente
         Move WS-LIVRO-DATA  To CC-DATA
         Move WS-LIVRO-VALOR To CC-VALOR
         Move WS-LIVRO-HIST  To CC-HISTORICO
         Rewrite CONCIL-REGI
            Invalid Key Continue
         End-Rewrite
      End-if
      Go To Grava-Livro-Exit
   End-if
   Initialize CONCIL-REGI
   Move BK-CODIGO       To CC-BANCO
   Move "L"             To CC-ORIGEM
   Move WS-IDENT-LIVRO  To CC-IDENT
   Move WS-LIVRO-DATA   To CC-DATA
   Move WS-LIVRO-NAT    To CC-NATUREZA
   Move WS-LIVRO-VALOR  To CC-VALOR
   Move WS-LIVRO-HIST   To CC-HISTORICO
   Move WS-LIVRO-COBR   To CC-COBRANCA
   Move "P"             To CC-SITU
   Move Spaces          To CC-PAR CC-DTCONC CC-MOTIVO CC-OPER-RES
                           CC-DTRES CC-HRRES
   Move WS-DATA-SISTEMA To CC-DTIN
   Move WS-HORA-SISTEMA To CC-HRIN
   Write CONCIL-REGI
      Invalid Key
         Display "Erro ao gravar CONCIL " CC-IDENT
   End-Write.
 Grava-Livro-Exit.
   Exit.
*
*  Every pendente item of the account, old or new, into the
*  tables - the statement side first, then the books, where an
*  entry whose settlement no longer stands is dropped.
 Carrega-Pendentes.
   Move Zeros To WS-QTD-B WS-QTD-L
   Move "N"   To WS-TABELA-AVISADA
   Move BK-CODIGO  To CC-BANCO
   Move "B"        To CC-ORIGEM
   Move Low-Values To CC-IDENT
   Start CONCIL Key >= CC-CHAVE
      Invalid Key Go To Carrega-Pendentes-Exit
   End-Start
   Move "00" To Stat-CONCIL
   Perform Until Fim-CONCIL
      Read CONCIL Next Record
         At End Move "10" To Stat-CONCIL
      End-Read
      If Not Fim-CONCIL
         If CC-BANCO Not = BK-CODIGO
            Move "10" To Stat-CONCIL
         Else
            If Item-Pendente
               Perform Carrega-Item Thru Carrega-Item-Exit
            End-if
         End-if
      End-if
   End-Perform.
 Carrega-Pendentes-Exit.
   Exit.
*
 Carrega-Item.
   Move CC-DATA To WS-DATA-NORM
   Perform Calcula-Dias Thru Calcula-Dias-Exit
   If Item-Do-Banco
      If WS-QTD-B >= max-concil
         Perform Avisa-Tabela Thru Avisa-Tabela-Exit
         Go To Carrega-Item-Exit
      End-if
      Add 1 To WS-QTD-B
      Move CC-IDENT     To WS-B-IDENT(WS-QTD-B)
      Move CC-DATA      To WS-B-DATA(WS-QTD-B)
      Move WS-DIAS-CALC To WS-B-DIAS(WS-QTD-B)
      Move CC-NATUREZA  To WS-B-NAT(WS-QTD-B)
      Move CC-VALOR     To WS-B-VALOR(WS-QTD-B)
      Move CC-HISTORICO To WS-B-HIST(WS-QTD-B)
      Move Spaces       To WS-B-PAR(WS-QTD-B)
      Go To Carrega-Item-Exit
   End-if
   Perform Confere-Fonte Thru Confere-Fonte-Exit
   If Not Fonte-Ainda-Paga
      Delete CONCIL Record
         Invalid Key Continue
      End-Delete
      Add 1 To WS-QTD-ESTORNADOS
      Go To Carrega-Item-Exit
   End-if
   If WS-QTD-L >= max-concil
      Perform Avisa-Tabela Thru Avisa-Tabela-Exit
      Go To Carrega-Item-Exit
   End-if
   Add 1 To WS-QTD-L
   Move CC-IDENT     To WS-L-IDENT(WS-QTD-L)
   Move CC-DATA      To WS-L-DATA(WS-QTD-L)
   Move WS-DIAS-CALC To WS-L-DIAS(WS-QTD-L)
   Move CC-NATUREZA  To WS-L-NAT(WS-QTD-L)
   Move CC-VALOR     To WS-L-VALOR(WS-QTD-L)
   Move CC-HISTORICO To WS-L-HIST(WS-QTD-L)
   Move CC-COBRANCA  To WS-L-COBR(WS-QTD-L)
   Move Spaces       To WS-L-PAR(WS-QTD-L).
 Carrega-Item-Exit.
   Exit.
*
 Avisa-Tabela.
   If Not Tabela-Cheia-Avisada
      Display "Banco " BK-CODIGO ": mais de 500 pendencias -"
              " as excedentes ficam para a proxima execucao."
      Move "S" To WS-TABELA-AVISADA
   End-if.
 Avisa-Tabela-Exit.
   Exit.
*
*  Is the settlement behind a pendente book entry still there?
 Confere-Fonte.
   Move "N"      To WS-SITUACAO-FONTE
   Move CC-IDENT To WS-IDENT-LIVRO
   If WS-IDT-TIPO = "T"
      Move WS-IDT-NUME To TI-NUME
      Move WS-IDT-PARC To TI-PARC
      Read TITULOS
         Invalid Key Go To Confere-Fonte-Exit
      End-Read
      If Titulo-Pago And TI-VALOR-PAGO > Zeros
         Move "S" To WS-SITUACAO-FONTE
      End-if
      Go To Confere-Fonte-Exit
   End-if
   If Not Tem-Pagaveis
      Go To Confere-Fonte-Exit
   End-if
   Move WS-IDP-TRAN   To PG-TRAN
   Move WS-IDP-NUMERO To PG-NUMERO
   If WS-IDP-TIPO = "E"
      Compute PG-NUMERO = 0 - WS-IDP-NUMERO
   End-if
   Read CTRCPAG
      Invalid Key Go To Confere-Fonte-Exit
   End-Read
   If PG-VALOR-PAGO > Zeros
      Move "S" To WS-SITUACAO-FONTE
   End-if.
 Confere-Fonte-Exit.
   Exit.
*
*  Each open movement against the open book entry of the same
*  nature and value with the nearest date inside the tolerance.
 Concilia-Um-A-Um.
   Perform Varying WS-BI From 1 By 1 Until WS-BI > WS-QTD-B
      If WS-B-PAR(WS-BI) = Spaces
         Perform Procura-Par Thru Procura-Par-Exit
      End-if
   End-Perform.
 Concilia-Um-A-Um-Exit.
   Exit.
*
 Procura-Par.
   Move Zeros     To WS-MELHOR
   Move 999999999 To WS-MELHOR-DIF
   Perform Varying WS-LI From 1 By 1 Until WS-LI > WS-QTD-L
      If WS-L-PAR(WS-LI) = Spaces
         And WS-L-NAT(WS-LI) = WS-B-NAT(WS-BI)
         And WS-L-VALOR(WS-LI) = WS-B-VALOR(WS-BI)
         Compute WS-DIAS-DIF = WS-B-DIAS(WS-BI) - WS-L-DIAS(WS-LI)
         If WS-DIAS-DIF < Zeros
            Compute WS-DIAS-DIF = Zeros - WS-DIAS-DIF
         End-if
         If WS-DIAS-DIF <= WS-TOLERANCIA
            And WS-DIAS-DIF < WS-MELHOR-DIF
            Move WS-LI       To WS-MELHOR
            Move WS-DIAS-DIF To WS-MELHOR-DIF
         End-if
      End-if
   End-Perform
   If WS-MELHOR = Zeros
      Go To Procura-Par-Exit
   End-if
   Move WS-MELHOR To WS-LI
   Move Spaces To WS-B-PAR(WS-BI) WS-L-PAR(WS-LI)
   String "L" WS-L-IDENT(WS-LI) Delimited By Size
          Into WS-B-PAR(WS-BI)
   End-String
   String "B" WS-B-IDENT(WS-BI) Delimited By Size
          Into WS-L-PAR(WS-LI)
   End-String
   Perform Marca-Banco Thru Marca-Banco-Exit
   Perform Marca-Livro Thru Marca-Livro-Exit
   Move Spaces To CONCREL-DETALHE
   Move BK-CODIGO          To CR-D-BANCO
   Move WS-B-DATA(WS-BI)   To WS-DATA-NORM
   Perform Edita-Data Thru Edita-Data-Exit
   Move WS-DATA-ED         To CR-D-DATA
   Move WS-B-NAT(WS-BI)    To CR-D-NAT
   Move WS-B-VALOR(WS-BI)  To CR-D-VALOR
   Move "BANCO"            To CR-D-ORIGEM
   Move WS-B-HIST(WS-BI)   To CR-D-DESCR
   Move WS-L-HIST(WS-LI)   To CR-D-PAR
   Write CONCREL-REGI From CONCREL-DETALHE
   Add 1 To WS-QTD-CONCILIADOS.
 Procura-Par-Exit.
   Exit.
*
*  Credits still open against the retorno settlements of one
*  day taken together - the bank pays the collection out in a
*  single posting.
 Concilia-Cobranca.
   Perform Varying WS-BI From 1 By 1 Until WS-BI > WS-QTD-B
      If WS-B-PAR(WS-BI) = Spaces And WS-B-NAT(WS-BI) = "C"
         Perform Procura-Lote Thru Procura-Lote-Exit
      End-if
   End-Perform.
 Concilia-Cobranca-Exit.
   Exit.
*
 Procura-Lote.
   Move "N" To WS-LOTE-ACHADO
   Perform Varying WS-LI From 1 By 1
           Until WS-LI > WS-QTD-L Or Lote-Encontrado
      If WS-L-PAR(WS-LI) = Spaces And WS-L-COBR(WS-LI) = "S"
         Compute WS-DIAS-DIF = WS-B-DIAS(WS-BI) - WS-L-DIAS(WS-LI)
         If WS-DIAS-DIF < Zeros
            Compute WS-DIAS-DIF = Zeros - WS-DIAS-DIF
         End-if
         If WS-DIAS-DIF <= WS-TOLERANCIA
            Move WS-L-DIAS(WS-LI) To WS-LOTE-DIAS
            Perform Soma-Lote Thru Soma-Lote-Exit
            If WS-LOTE-QTD > 1
               And WS-LOTE-SOMA = WS-B-VALOR(WS-BI)
               Move "S" To WS-LOTE-ACHADO
            End-if
         End-if
      End-if
   End-Perform
   If Not Lote-Encontrado
      Go To Procura-Lote-Exit
   End-if
   Move WS-LOTE-QTD To WS-LOTE-QTD-ED
   Move Spaces To WS-B-PAR(WS-BI)
   String "LOTE COBRANCA " WS-LOTE-QTD-ED Delimited By Size
          Into WS-B-PAR(WS-BI)
   End-String
   Perform Marca-Banco Thru Marca-Banco-Exit
   Move Spaces To CONCREL-DETALHE
   Move BK-CODIGO          To CR-D-BANCO
   Move WS-B-DATA(WS-BI)   To WS-DATA-NORM
   Perform Edita-Data Thru Edita-Data-Exit
   Move WS-DATA-ED         To CR-D-DATA
   Move WS-B-NAT(WS-BI)    To CR-D-NAT
   Move WS-B-VALOR(WS-BI)  To CR-D-VALOR
   Move "BANCO"            To CR-D-ORIGEM
   Move WS-B-HIST(WS-BI)   To CR-D-DESCR
   String "LOTE DE " WS-LOTE-QTD-ED " TITULO(S) DO RETORNO"
          Delimited By Size Into CR-D-PAR
   End-String
   Write CONCREL-REGI From CONCREL-DETALHE
   Add 1 To WS-QTD-CONCILIADOS
   Perform Varying WS-LI From 1 By 1 Until WS-LI > WS-QTD-L
      If WS-L-PAR(WS-LI) = Spaces And WS-L-COBR(WS-LI) = "S"
         And WS-L-DIAS(WS-LI) = WS-LOTE-DIAS
         Move Spaces To WS-L-PAR(WS-LI)
         String "B" WS-B-IDENT(WS-BI) Delimited By Size
                Into WS-L-PAR(WS-LI)
         End-String
         Perform Marca-Livro Thru Marca-Livro-Exit
         Move Spaces To CONCREL-DETALHE
         Move BK-CODIGO          To CR-D-BANCO
         Move WS-L-DATA(WS-LI)   To WS-DATA-NORM
         Perform Edita-Data Thru Edita-Data-Exit
         Move WS-DATA-ED         To CR-D-DATA
         Move WS-L-NAT(WS-LI)    To CR-D-NAT
         Move WS-L-VALOR(WS-LI)  To CR-D-VALOR
         Move "LIVRO"            To CR-D-ORIGEM
         Move WS-L-HIST(WS-LI)   To CR-D-DESCR
         Move "  no lote acima"  To CR-D-PAR
         Write CONCREL-REGI From CONCREL-DETALHE
      End-if
   End-Perform.
 Procura-Lote-Exit.
   Exit.
*
 Soma-Lote.
   Move Zeros To WS-LOTE-SOMA WS-LOTE-QTD
   Perform Varying WS-LJ From 1 By 1 Until WS-LJ > WS-QTD-L
      If WS-L-PAR(WS-LJ) = Spaces And WS-L-COBR(WS-LJ) = "S"
         And WS-L-DIAS(WS-LJ) = WS-LOTE-DIAS
         Add WS-L-VALOR(WS-LJ) To WS-LOTE-SOMA
         Add 1 To WS-LOTE-QTD
      End-if
   End-Perform.
 Soma-Lote-Exit.
   Exit.
*
 Marca-Banco.
   Move BK-CODIGO        To CC-BANCO
   Move "B"              To CC-ORIGEM
   Move WS-B-IDENT(WS-BI) To CC-IDENT
   Move WS-B-PAR(WS-BI)   To WS-CHAVE-PAR
   Perform Marca-Conciliado Thru Marca-Conciliado-Exit.
 Marca-Banco-Exit.
   Exit.
*
 Marca-Livro.
   Move BK-CODIGO        To CC-BANCO
   Move "L"              To CC-ORIGEM
   Move WS-L-IDENT(WS-LI) To CC-IDENT
   Move WS-L-PAR(WS-LI)   To WS-CHAVE-PAR
   Perform Marca-Conciliado Thru Marca-Conciliado-Exit.
 Marca-Livro-Exit.
   Exit.
*
 Marca-Conciliado.
   Read CONCIL
      Invalid Key Go To Marca-Conciliado-Exit
   End-Read
   Move "C"             To CC-SITU
   Move WS-CHAVE-PAR    To CC-PAR
   Move WS-DATA-SISTEMA To CC-DTCONC
   Rewrite CONCIL-REGI
      Invalid Key
         Display "Erro ao conciliar " CC-IDENT
   End-Rewrite.
 Marca-Conciliado-Exit.
   Exit.
*
*  What is still open for the account, from CONCIL.DAT itself so
*  older pendencies keep showing until someone deals with them.
 Lista-Pendentes.
   Move Spaces To CONCREL-REGI
   Write CONCREL-REGI
   If WS-ORIGEM-LISTA = "B"
      Move "   MOVIMENTOS DO BANCO SEM LANCAMENTO NOS LIVROS:"
           To CONCREL-REGI
   Else
      Move "   LANCAMENTOS DOS LIVROS QUE O BANCO NAO MOVIMENTOU:"
           To CONCREL-REGI
   End-if
   Write CONCREL-REGI
   Move BK-CODIGO       To CC-BANCO
   Move WS-ORIGEM-LISTA To CC-ORIGEM
   Move Low-Values      To CC-IDENT
   Start CONCIL Key >= CC-CHAVE
      Invalid Key Go To Lista-Pendentes-Exit
   End-Start
   Move "00" To Stat-CONCIL
   Perform Until Fim-CONCIL
      Read CONCIL Next Record
         At End Move "10" To Stat-CONCIL
      End-Read
      If Not Fim-CONCIL
         If CC-BANCO Not = BK-CODIGO
            Or CC-ORIGEM Not = WS-ORIGEM-LISTA
            Move "10" To Stat-CONCIL
         Else
            If Item-Pendente
               Perform Imprime-Pendente Thru Imprime-Pendente-Exit
            End-if
         End-if
      End-if
   End-Perform.
 Lista-Pendentes-Exit.
   Exit.
*
 Imprime-Pendente.
   Move CC-DATA To WS-DATA-NORM
   Perform Calcula-Dias Thru Calcula-Dias-Exit
   Perform Edita-Data Thru Edita-Data-Exit
   Compute WS-DIAS-DIF = WS-DIAS-HOJE - WS-DIAS-CALC
   If WS-DIAS-DIF < Zeros
      Move Zeros To WS-DIAS-DIF
   End-if
   Move WS-DIAS-DIF To WS-ESPERA-ED
   Move Spaces To CONCREL-DETALHE
   Move CC-BANCO     To CR-D-BANCO
   Move WS-DATA-ED   To CR-D-DATA
   Move CC-NATUREZA  To CR-D-NAT
   Move CC-VALOR     To CR-D-VALOR
   If Item-Do-Banco
      Move "BANCO" To CR-D-ORIGEM
      Add 1 To WS-QTD-PEND-BANCO
   Else
      Move "LIVRO" To CR-D-ORIGEM
      Add 1 To WS-QTD-PEND-LIVRO
   End-if
   Move CC-HISTORICO To CR-D-DESCR
   String "PENDENTE HA " WS-ESPERA-ED " DIA(S)"
          Delimited By Size Into CR-D-PAR
   End-String
   Write CONCREL-REGI From CONCREL-DETALHE.
 Imprime-Pendente-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To CONCREL-REGI
   String "CONCILIACAO BANCARIA - " WS-DATA-SISTEMA-X
          Delimited By Size Into CONCREL-REGI
   End-String
   Write CONCREL-REGI
   Move Spaces To CONCREL-REGI
   Write CONCREL-REGI
   Move Spaces           To CONCREL-CABEC
   Move "BCO"            To CR-C-BANCO
   Move "DATA"           To CR-C-DATA
   Move "N"              To CR-C-NAT
   Move "VALOR"          To CR-C-VALOR
   Move "LADO"           To CR-C-ORIGEM
   Move "HISTORICO"      To CR-C-DESCR
   Move "CONCILIADO COM / SITUACAO" To CR-C-PAR
   Write CONCREL-REGI From CONCREL-CABEC.
 Imprime-Cabecalho-Exit.
   Exit.
*
 Imprime-Banco.
   Move Spaces To CONCREL-REGI
   Write CONCREL-REGI
   Move Spaces To CONCREL-REGI
   String "BANCO " BK-CODIGO " " BK-NOME " - CONCILIADOS:"
          Delimited By Size Into CONCREL-REGI
   End-String
   Write CONCREL-REGI.
 Imprime-Banco-Exit.
   Exit.
*
 Imprime-Rodape.
   Move Spaces To CONCREL-REGI
   Write CONCREL-REGI
   Move WS-QTD-IMPORTADOS To WS-QTD-ED
   Move WS-QTD-REPETIDOS  To WS-QTD-ED2
   Move WS-QTD-OUTRA-CONTA To WS-QTD-ED3
   Move Spaces To CONCREL-REGI
   String WS-QTD-ED " movimento(s) importado(s), " WS-QTD-ED2
          " ja importado(s) antes, " WS-QTD-ED3
          " de outra conta."
          Delimited By Size Into CONCREL-REGI
   End-String
   Write CONCREL-REGI
   Move WS-QTD-CONCILIADOS To WS-QTD-ED
   Move WS-QTD-ESTORNADOS  To WS-QTD-ED2
   Move Spaces To CONCREL-REGI
   String WS-QTD-ED " conciliado(s) nesta execucao, " WS-QTD-ED2
          " baixa(s) estornada(s) retirada(s) da conciliacao."
          Delimited By Size Into CONCREL-REGI
   End-String
   Write CONCREL-REGI
   Move WS-QTD-PEND-BANCO To WS-QTD-ED
   Move WS-QTD-PEND-LIVRO To WS-QTD-ED2
   Move Spaces To CONCREL-REGI
   String WS-QTD-ED " pendente(s) no banco, " WS-QTD-ED2
          " nos livros. Resolva pelo PROG1038."
          Delimited By Size Into CONCREL-REGI
   End-String
   Write CONCREL-REGI.
 Imprime-Rodape-Exit.
   Exit.
*
*  AAAAMMDD or AAAA-MM-DD, both shapes the suite keeps, into
*  AAAAMMDD; anything else comes back as spaces.
 Normaliza-Data.
   Move Spaces To WS-DATA-NORM
   If WS-DATA-BRUTA(5:1) = "-"
      Move WS-DATA-BRUTA(1:4) To WS-DATA-NORM(1:4)
      Move WS-DATA-BRUTA(6:2) To WS-DATA-NORM(5:2)
      Move WS-DATA-BRUTA(9:2) To WS-DATA-NORM(7:2)
   Else
      If WS-DATA-BRUTA(1:8) Not = Spaces
         Move WS-DATA-BRUTA(1:8) To WS-DATA-NORM
      End-if
   End-if.
 Normaliza-Data-Exit.
   Exit.
*
*  360/30 day number of WS-DATA-NORM; zero when it is no date.
 Calcula-Dias.
   Move Zeros To WS-DIAS-CALC
   If WS-DATA-NORM Is Numeric
      Compute WS-DIAS-CALC = WS-DN-ANO * 360
                           + WS-DN-MES * 30 + WS-DN-DIA
   End-if.
 Calcula-Dias-Exit.
   Exit.
*
 Edita-Data.
   Move Spaces To WS-DATA-ED
   If WS-DATA-NORM Is Numeric
      String WS-DATA-NORM(7:2) "/" WS-DATA-NORM(5:2) "/"
             WS-DATA-NORM(1:4)
             Delimited By Size Into WS-DATA-ED
      End-String
   End-if.
 Edita-Data-Exit.
   Exit.
