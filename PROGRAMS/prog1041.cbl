*IMPORTA OS CT-E XML DAS TRANSPORTADORAS PARA CTRC.DAT
 Identification Division.
 Program-Id. PROG1041.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\NFE.SL".
   Copy "..\COPY\CTRC.SL".
   Copy "..\COPY\CTEEXC.SL".
   Copy "..\COPY\CTEXML.SL".
   Copy "..\COPY\CTELIST.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
$XFD FILE=NFE
   Copy "..\COPY\NFE.FD".
$XFD FILE=CTRC
   Copy "..\COPY\CTRC.FD".
$XFD FILE=CTEEXC
   Copy "..\COPY\CTEEXC.FD".
   Copy "..\COPY\CTEXML.FD".
   Copy "..\COPY\CTELIST.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The conhecimentos stop being typed on PROG967: the carriers'
*  CT-e XML files, dropped in CTE-PASTA (default <unidade>\CTE\
*  ENTRADA\), become CTRC.DAT records. The carrier is the CT-e
*  emitter's CNPJ against TR-CNPJ (PROG950), the orders are the
*  ones whose NF-e (NFE.DAT, PROG1039) the CT-e lists - at most
*  20, as on the typed record. Number, date (dhEmi) and value
*  (vTPrest) come off the XML, and its file name and CT-e key
*  stay on the record for audit. A file that goes in is moved to
*  CTE-PASTA-LIDOS (default <unidade>\CTE\LIDOS\).
*  What cannot go in - unknown or inactive carrier, a carrier +
*  number already on file, a file that is no CT-e, a CT-e with
*  no order of the branch - becomes a pendente row of CTEEXC.DAT
*  and stays in the folder: every run tries it again (after the
*  carrier's CNPJ is enrolled, say) until it imports or an
*  operator discards it on PROG1042; a discarded file is moved
*  out on the next run. CTEIMP.REL lists the run, and when
*  anything went in PROG968 reconciles CTRC.DAT straight away.
*
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
     88 Fim-TRANSP       Value "10".
 01  PATHTRANSP          PIC X(060).
 01  Stat-NFE            PIC X(002).
     88 Valido-NFE       Value "00" THRU "09".
     88 Fim-NFE          Value "10".
 01  PATHNFE             PIC X(060).
 01  WS-TEM-NFE          PIC X(001) VALUE "N".
     88 Tem-NFe          Value "S".
 01  Stat-CTRC           PIC X(002).
     88 Valido-CTRC      Value "00" THRU "09".
     88 Duplicado-CTRC   Value "22".
 01  PATHCTRC            PIC X(060).
 01  Stat-CTEEXC         PIC X(002).
     88 Valido-CTEEXC    Value "00" THRU "09".
     88 Fim-CTEEXC       Value "10".
 01  PATHCTEEXC          PIC X(060).
 01  WS-TEM-EXCECAO      PIC X(001).
     88 Excecao-Existente Value "S".
 01  Stat-CTEXML         PIC X(002).
     88 Valido-CTEXML    Value "00" THRU "09".
     88 Fim-CTEXML       Value "10".
 01  PATHCTEXML          PIC X(120).
 01  Stat-CTELIST        PIC X(002).
     88 Valido-CTELIST   Value "00" THRU "09".
     88 Fim-CTELIST      Value "10".
 01  PATHCTELIST         PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-PASTA-ENTRADA    PIC X(040).
 01  WS-PASTA-LIDOS      PIC X(040).
 01  WS-PASTA            PIC X(040).
 01  WS-PASTA-IDX        PIC S9(004) COMP-5.
 01  WS-CMD              PIC X(200).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X REDEFINES WS-DATA-SISTEMA PIC X(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
*  The whole XML, its lines joined, and the tag search over it.
 01  WS-XML-BUF          PIC X(32000).
 01  WS-BUF-TAM          PIC S9(006) COMP-5.
 01  WS-LIN-TAM          PIC S9(006) COMP-5.
 01  WS-BUF-CHEIO        PIC X(001).
     88 Xml-Grande-Demais Value "S".
 01  WS-BUSCA-TAG        PIC X(020).
 01  WS-BUSCA-TAM        PIC S9(004) COMP-5.
 01  WS-BUSCA-INICIO     PIC S9(006) COMP-5.
 01  WS-BUSCA-POS        PIC S9(006) COMP-5.
 01  WS-BUSCA-ULT        PIC S9(006) COMP-5.
 01  WS-BUSCA-ACHOU      PIC S9(006) COMP-5.
 01  WS-BUSCA-VALOR      PIC X(080).
*
*  What the CT-e says.
 01  WS-ARQUIVO          PIC X(040).
 01  WS-CNPJ             PIC X(014).
 01  WS-NCT              PIC 9(009).
 01  WS-DATA-CTE         PIC X(008).
 01  WS-VALOR-CTE        PIC S9(011)V99 COMP-3.
 01  WS-CHCTE            PIC X(044).
 01  WS-TRAN             PIC S9(004) COMP-5.
 01  WS-NUM-ACUM         PIC 9(018).
 01  WS-DEC-ACUM         PIC 9(002).
 01  WS-DEC-CASAS        PIC 9(001).
 01  WS-CAR-IDX          PIC S9(004) COMP-5.
 01  WS-CAR              PIC X(001).
 01  WS-CAR-9 REDEFINES WS-CAR PIC 9(001).
 01  WS-NO-DECIMAL       PIC X(001).
     88 Parte-Decimal    Value "S".
*
*  The NF-e keys it lists and the orders they turned into.
 78  max-chaves          value 50.
 01  WS-CHAVE-TAB.
     03 WS-CHAVE-NFE     PIC X(044) occurs 50 times.
 01  WS-QTD-CHAVES       PIC 9(002) COMP-X.
 01  WS-CH-IDX           PIC 9(002) COMP-X.
 01  WS-PEDIDO-TAB.
     03 WS-PEDIDO        PIC S9(006) COMP-5 occurs 20 times.
 01  WS-QTD-PEDIDOS      PIC 9(002) COMP-X.
 01  WS-PED-IDX          PIC 9(002) COMP-X.
 01  WS-QTD-ACHADAS      PIC 9(002) COMP-X.
 01  WS-ACHOU            PIC X(001).
     88 Achou-Pedido     Value "S".
*
 01  WS-EXC-TIPO         PIC X(001).
 01  WS-EXC-MOTIVO       PIC X(060).
*
 01  WS-QTD-ARQUIVOS     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-IMPORTADOS   PIC 9(005) VALUE ZEROS.
 01  WS-QTD-EXCECOES     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-DESCARTADOS  PIC 9(005) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(004)9.
 01  WS-QTD-ED2          PIC Z(004)9.
 01  WS-QTD-ED3          PIC Z(004)9.
 01  WS-QTD-ED4          PIC Z(004)9.
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-NCT-ED           PIC Z(008)9.
 01  WS-VALOR-ED         PIC Z(010)9,99.
 01  WS-PED-ED           PIC Z9.
 01  WS-CHV-ED           PIC Z9.
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

   Move Spaces to PathCTRC.
   String Lk-Unidade        Delimited By Size
          "\DADOS\CTRC.DAT" Delimited By Size
          Into PathCTRC
   End-String.
   Open I-O CTRC
   If Not Valido-CTRC
      Open Output CTRC
      Close CTRC
      Open I-O CTRC
   End-if
   If Not Valido-CTRC
      Display "erro CTRC " Stat-CTRC
      Close TRANSP
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathCTEEXC.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CTEEXC.DAT" Delimited By Size
          Into PathCTEEXC
   End-String.
   Open I-O CTEEXC
   If Not Valido-CTEEXC
      Open Output CTEEXC
      Close CTEEXC
      Open I-O CTEEXC
   End-if
   If Not Valido-CTEEXC
      Display "erro CTEEXC " Stat-CTEEXC
      Close TRANSP
      Close CTRC
      Move 1 To Return-Code
      Exit Program
   End-if.

*  Without NF-e on file no CT-e finds its orders - they all wait.
   Move Spaces to PathNFE.
   String Lk-Unidade       Delimited By Size
          "\DADOS\NFE.DAT" Delimited By Size
          Into PathNFE
   End-String.
   Move "N" To WS-TEM-NFE
   Open Input NFE
   If Valido-NFE
      Move "S" To WS-TEM-NFE
   End-if

   Move Spaces to PathROMREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CTEIMP.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro CTEIMP.REL " Stat-ROMREL
      Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces To ROMREL-REGI
   String "IMPORTACAO DE CT-E - UNIDADE " Lk-Unidade
          "  DATA " WS-DATA-SISTEMA-X
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "PASTA " WS-PASTA-ENTRADA
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI

   Perform Lista-Pasta Thru Lista-Pasta-Exit
   Open Input CTELIST
   If Valido-CTELIST
      Perform Until Fim-CTELIST
         Read CTELIST
            At End Move "10" To Stat-CTELIST
         End-Read
         If Not Fim-CTELIST And CTELIST-REGI Not = Spaces
            Move CTELIST-REGI To WS-ARQUIVO
            Perform Importa-Arquivo Thru Importa-Arquivo-Exit
         End-if
      End-Perform
      Close CTELIST
   End-if

   Move WS-QTD-ARQUIVOS    To WS-QTD-ED
   Move WS-QTD-IMPORTADOS  To WS-QTD-ED2
   Move WS-QTD-EXCECOES    To WS-QTD-ED3
   Move WS-QTD-DESCARTADOS To WS-QTD-ED4
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "ARQUIVOS: " WS-QTD-ED "  IMPORTADOS: " WS-QTD-ED2
          "  EXCECOES: " WS-QTD-ED3 "  DESCARTADOS: " WS-QTD-ED4
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   If WS-QTD-EXCECOES > Zeros
      Move "EXCECOES PENDENTES: TRATE NO PROG1042." To ROMREL-REGI
      Write ROMREL-REGI
   End-if

   Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
   Close ROMREL.
   Move "PROG1041"   To WS-SP-PROGRAMA
   Move "CTEIMP.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Display WS-QTD-ED " arquivo(s), " WS-QTD-ED2 " importado(s), "
           WS-QTD-ED3 " excecao(oes) - detalhes em 'CTEIMP.REL'."

*  What went in is confronted at once with the freight the
*  orders carry - CTRC.DAT is closed here, PROG968 reads it.
   If WS-QTD-IMPORTADOS > Zeros
      Call "PROG968" Using LK-Linkage
         On Exception
            Display "PROG968 nao encontrado - rode a conciliacao"
                    " pelo menu."
      End-Call
      Cancel "PROG968"
   End-if
   Exit Program.
*
 Carrega-Parametros.
   Move Spaces To WS-PASTA-ENTRADA WS-PASTA-LIDOS
   String Lk-Unidade "\CTE\ENTRADA\" Delimited By Size
          Into WS-PASTA-ENTRADA
   End-String
   String Lk-Unidade "\CTE\LIDOS\" Delimited By Size
          Into WS-PASTA-LIDOS
   End-String
   Move "CTE-PASTA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR To WS-PASTA
      Perform Fecha-Pasta Thru Fecha-Pasta-Exit
      Move WS-PASTA To WS-PASTA-ENTRADA
   End-if
   Move "CTE-PASTA-LIDOS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR To WS-PASTA
      Perform Fecha-Pasta Thru Fecha-Pasta-Exit
      Move WS-PASTA To WS-PASTA-LIDOS
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
 Fecha-Arquivos.
   Close TRANSP.
   Close CTRC.
   Close CTEEXC.
   If Tem-NFe
      Close NFE
   End-if.
 Fecha-Arquivos-Exit.
   Exit.
*
*  The folder's XML names into CTELISTA.TXT, one per line.
 Lista-Pasta.
   Move Spaces to PathCTELIST.
   String Lk-Unidade            Delimited By Size
          "\DADOS\CTELISTA.TXT" Delimited By Size
          Into PathCTELIST
   End-String.
   Move Spaces To WS-CMD
   String 'DIR /B /A-D "'   Delimited By Size
          WS-PASTA-ENTRADA  Delimited By Space
          '*.XML" > "'      Delimited By Size
          PathCTELIST       Delimited By Space
          '"'               Delimited By Size
          Into WS-CMD
   End-String
   Call "SYSTEM" Using WS-CMD.
 Lista-Pasta-Exit.
   Exit.
*
*  A file that went in, or that an operator discarded, leaves the
*  pickup folder.
 Move-Arquivo.
   Move Spaces To WS-CMD
   String 'MOVE /Y "'       Delimited By Size
          WS-PASTA-ENTRADA  Delimited By Space
          WS-ARQUIVO        Delimited By Space
          '" "'             Delimited By Size
          WS-PASTA-LIDOS    Delimited By Space
          '"'               Delimited By Size
          Into WS-CMD
   End-String
   Call "SYSTEM" Using WS-CMD.
 Move-Arquivo-Exit.
   Exit.
*
 Importa-Arquivo.
   Add 1 To WS-QTD-ARQUIVOS
   Move "N" To WS-TEM-EXCECAO
   Move WS-ARQUIVO To CE-ARQUIVO
   Read CTEEXC
      Invalid Key Continue
   End-Read
   If Valido-CTEEXC
      Move "S" To WS-TEM-EXCECAO
      If Not Exc-Pendente
         Perform Move-Arquivo Thru Move-Arquivo-Exit
         If Exc-Descartada
            Add 1 To WS-QTD-DESCARTADOS
            Move Spaces To ROMREL-REGI
            String WS-ARQUIVO " DESCARTADO NO PROG1042 - RETIRADO"
                   " DA PASTA"
                   Delimited By Size Into ROMREL-REGI
            End-String
            Write ROMREL-REGI
         End-if
         Go To Importa-Arquivo-Exit
      End-if
   End-if

   Perform Carrega-Xml Thru Carrega-Xml-Exit
   If WS-BUF-TAM = Zeros
      Move Spaces To ROMREL-REGI
      String WS-ARQUIVO " ILEGIVEL OU VAZIO - FICA NA PASTA"
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
      Go To Importa-Arquivo-Exit
   End-if

   Perform Interpreta-Cte Thru Interpreta-Cte-Exit
   Move Spaces To WS-EXC-TIPO WS-EXC-MOTIVO
   Evaluate True
      When Xml-Grande-Demais
         Move "N" To WS-EXC-TIPO
         Move "XML grande demais para um CT-e." To WS-EXC-MOTIVO
      When WS-CNPJ = Spaces Or WS-NCT = Zeros
         Move "N" To WS-EXC-TIPO
         Move "Sem numero ou CNPJ do emitente - nao e um CT-e."
              To WS-EXC-MOTIVO
      When WS-NCT > 999999
         Move "N" To WS-EXC-TIPO
         Move "Numero do CT-e acima de 999999 - digite no PROG967."
              To WS-EXC-MOTIVO
   End-Evaluate
   If WS-EXC-TIPO = Spaces
      Perform Localiza-Transportadora
         Thru Localiza-Transportadora-Exit
   End-if
   If WS-EXC-TIPO = Spaces
      Move WS-TRAN To CT-TRAN
      Move WS-NCT  To CT-NUMERO
      Read CTRC
         Invalid Key Continue
      End-Read
      If Valido-CTRC
         Move "D" To WS-EXC-TIPO
         Move "Transportadora + numero ja em CTRC.DAT." To WS-EXC-MOTIVO
      End-if
   End-if
   If WS-EXC-TIPO = Spaces
      Perform Localiza-Pedidos Thru Localiza-Pedidos-Exit
      If WS-QTD-PEDIDOS = Zeros
         Move "P" To WS-EXC-TIPO
         Move "Nenhuma NF-e do CT-e e de pedido da filial."
              To WS-EXC-MOTIVO
      End-if
   End-if
   If WS-EXC-TIPO Not = Spaces
      Perform Grava-Excecao Thru Grava-Excecao-Exit
      Go To Importa-Arquivo-Exit
   End-if

   Initialize CTRC-REGI
   Move WS-TRAN         To CT-TRAN
   Move WS-NCT          To CT-NUMERO
   Move WS-DATA-CTE     To CT-DATA
   Move WS-VALOR-CTE    To CT-VALOR
   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > WS-QTD-PEDIDOS
      Move WS-PEDIDO(WS-PED-IDX) To CT-PEDIDO(WS-PED-IDX)
   End-Perform
   Move WS-DATA-SISTEMA To CT-DTIN
   Move WS-HORA-SISTEMA To CT-HRIN
   Move "I"             To CT-ORIGEM
   Move WS-ARQUIVO      To CT-ARQUIVO
   Move WS-CHCTE        To CT-CHCTE
   Write CTRC-REGI
      Invalid Key
         Move "D" To WS-EXC-TIPO
         Move "Transportadora + numero ja em CTRC.DAT." To WS-EXC-MOTIVO
   End-Write
   If WS-EXC-TIPO Not = Spaces
      Perform Grava-Excecao Thru Grava-Excecao-Exit
      Go To Importa-Arquivo-Exit
   End-if

   If Excecao-Existente
      Move "I"             To CE-SITU
      Move WS-TRAN         To CE-TRAN
      Move WS-DATA-SISTEMA To CE-DTULT
      Move WS-HORA-SISTEMA To CE-HRULT
      Rewrite CTEEXC-REGI
         Invalid Key Continue
      End-Rewrite
   End-if
   Perform Move-Arquivo Thru Move-Arquivo-Exit
   Add 1 To WS-QTD-IMPORTADOS
   Move WS-TRAN        To WS-TRAN-ED
   Move WS-NCT         To WS-NCT-ED
   Move WS-VALOR-CTE   To WS-VALOR-ED
   Move WS-QTD-PEDIDOS To WS-PED-ED
   Move WS-QTD-CHAVES  To WS-CHV-ED
   Move Spaces To ROMREL-REGI
   String WS-ARQUIVO(1:30) " TRANSP " WS-TRAN-ED " CTRC " WS-NCT-ED
          " " WS-VALOR-ED " PED " WS-PED-ED "/" WS-CHV-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Importa-Arquivo-Exit.
   Exit.
*
*  The lines joined without their trailing blanks; an XML larger
*  than the buffer is refused whole rather than read in part.
 Carrega-Xml.
   Move Zeros  To WS-BUF-TAM
   Move "N"    To WS-BUF-CHEIO
   Move Spaces To WS-XML-BUF
   Move Spaces To PATHCTEXML
   String WS-PASTA-ENTRADA Delimited By Space
          WS-ARQUIVO       Delimited By Space
          Into PATHCTEXML
   End-String
   Open Input CTEXML
   If Not Valido-CTEXML
      Go To Carrega-Xml-Exit
   End-if
   Perform Until Fim-CTEXML Or Xml-Grande-Demais
      Read CTEXML
         At End Move "10" To Stat-CTEXML
      End-Read
      If Not Fim-CTEXML
         Move 32000 To WS-LIN-TAM
         Perform Until WS-LIN-TAM < 100
                    Or CTEXML-REGI(WS-LIN-TAM - 99:100) Not = Spaces
            Subtract 100 From WS-LIN-TAM
         End-Perform
         Perform Until WS-LIN-TAM < 1
                    Or CTEXML-REGI(WS-LIN-TAM:1) Not = Space
            Subtract 1 From WS-LIN-TAM
         End-Perform
         If WS-LIN-TAM > Zeros
            If WS-BUF-TAM + WS-LIN-TAM > 32000
               Move "S" To WS-BUF-CHEIO
            Else
               Move CTEXML-REGI(1:WS-LIN-TAM)
                 To WS-XML-BUF(WS-BUF-TAM + 1:WS-LIN-TAM)
               Add WS-LIN-TAM To WS-BUF-TAM
            End-if
         End-if
      End-if
   End-Perform
   Close CTEXML.
 Carrega-Xml-Exit.
   Exit.
*
*  nCT, dhEmi and vTPrest are unique in the CT-e; the carrier's
*  CNPJ is the first one after <emit>; the key is the protocol's
*  chCTe, or the Id of infCte when the file came unprotocoled;
*  every <chave> of infDoc is an NF-e the freight covers.
 Interpreta-Cte.
   Move Spaces To WS-CNPJ WS-DATA-CTE WS-CHCTE
   Move Zeros  To WS-NCT WS-VALOR-CTE WS-QTD-CHAVES

   Move 1 To WS-BUSCA-INICIO
   Move "<nCT>" To WS-BUSCA-TAG
   Perform Procura-Tag Thru Procura-Tag-Exit
   If WS-BUSCA-ACHOU > Zeros
      Perform Converte-Numero Thru Converte-Numero-Exit
      If WS-NUM-ACUM > 999999999
         Move 999999999 To WS-NCT
      Else
         Move WS-NUM-ACUM To WS-NCT
      End-if
   End-if

   Move 1 To WS-BUSCA-INICIO
   Move "<dhEmi>" To WS-BUSCA-TAG
   Perform Procura-Tag Thru Procura-Tag-Exit
   If WS-BUSCA-ACHOU > Zeros
      String WS-BUSCA-VALOR(1:4) WS-BUSCA-VALOR(6:2)
             WS-BUSCA-VALOR(9:2)
             Delimited By Size Into WS-DATA-CTE
      End-String
   End-if
   If WS-DATA-CTE Not Numeric
      Move WS-DATA-SISTEMA-X To WS-DATA-CTE
   End-if

   Move 1 To WS-BUSCA-INICIO
   Move "<vTPrest>" To WS-BUSCA-TAG
   Perform Procura-Tag Thru Procura-Tag-Exit
   If WS-BUSCA-ACHOU > Zeros
      Perform Converte-Numero Thru Converte-Numero-Exit
      Compute WS-VALOR-CTE = WS-NUM-ACUM + WS-DEC-ACUM / 100
   End-if

   Move 1 To WS-BUSCA-INICIO
   Move "<emit>" To WS-BUSCA-TAG
   Perform Procura-Tag Thru Procura-Tag-Exit
   If WS-BUSCA-ACHOU > Zeros
      Move WS-BUSCA-ACHOU To WS-BUSCA-INICIO
      Move "<CNPJ>" To WS-BUSCA-TAG
      Perform Procura-Tag Thru Procura-Tag-Exit
      If WS-BUSCA-ACHOU > Zeros And WS-BUSCA-VALOR(1:14) Numeric
         Move WS-BUSCA-VALOR(1:14) To WS-CNPJ
      End-if
   End-if

   Move 1 To WS-BUSCA-INICIO
   Move "<chCTe>" To WS-BUSCA-TAG
   Perform Procura-Tag Thru Procura-Tag-Exit
   If WS-BUSCA-ACHOU > Zeros
      Move WS-BUSCA-VALOR(1:44) To WS-CHCTE
   Else
      Move 1 To WS-BUSCA-INICIO
      Move 'Id="CTe' To WS-BUSCA-TAG
      Perform Procura-Tag Thru Procura-Tag-Exit
      If WS-BUSCA-ACHOU > Zeros
         Move WS-BUSCA-VALOR(1:44) To WS-CHCTE
      End-if
   End-if

   Move 1 To WS-BUSCA-INICIO
   Move "<chave>" To WS-BUSCA-TAG
   Perform Procura-Tag Thru Procura-Tag-Exit
   Perform Until WS-BUSCA-ACHOU = Zeros
              Or WS-QTD-CHAVES = max-chaves
      Add 1 To WS-QTD-CHAVES
      Move WS-BUSCA-VALOR(1:44) To WS-CHAVE-NFE(WS-QTD-CHAVES)
      Move WS-BUSCA-ACHOU To WS-BUSCA-INICIO
      Perform Procura-Tag Thru Procura-Tag-Exit
   End-Perform.
 Interpreta-Cte-Exit.
   Exit.
*
*  First occurrence of WS-BUSCA-TAG at or after WS-BUSCA-INICIO;
*  WS-BUSCA-ACHOU is where its content starts (zero = absent),
*  WS-BUSCA-VALOR the content up to the next tag.
 Procura-Tag.
   Move 20 To WS-BUSCA-TAM
   Perform Until WS-BUSCA-TAM < 1
              Or WS-BUSCA-TAG(WS-BUSCA-TAM:1) Not = Space
      Subtract 1 From WS-BUSCA-TAM
   End-Perform
   Move Zeros  To WS-BUSCA-ACHOU
   Move Spaces To WS-BUSCA-VALOR
   Compute WS-BUSCA-ULT = WS-BUF-TAM - WS-BUSCA-TAM + 1
   Perform Varying WS-BUSCA-POS From WS-BUSCA-INICIO By 1
             Until WS-BUSCA-POS > WS-BUSCA-ULT
                Or WS-BUSCA-ACHOU > Zeros
      If WS-XML-BUF(WS-BUSCA-POS:WS-BUSCA-TAM)
         = WS-BUSCA-TAG(1:WS-BUSCA-TAM)
         Compute WS-BUSCA-ACHOU = WS-BUSCA-POS + WS-BUSCA-TAM
      End-if
   End-Perform
   If WS-BUSCA-ACHOU > Zeros
      Unstring WS-XML-BUF(WS-BUSCA-ACHOU:) Delimited By "<" Or '"'
               Into WS-BUSCA-VALOR
      End-Unstring
   End-if.
 Procura-Tag-Exit.
   Exit.
*
*  WS-BUSCA-VALOR read as the XML writes numbers - digits, a
*  point, decimals - into WS-NUM-ACUM and two decimals.
 Converte-Numero.
   Move Zeros To WS-NUM-ACUM WS-DEC-ACUM WS-DEC-CASAS
   Move "N"   To WS-NO-DECIMAL
   Perform Varying WS-CAR-IDX From 1 By 1 Until WS-CAR-IDX > 20
      Move WS-BUSCA-VALOR(WS-CAR-IDX:1) To WS-CAR
      Evaluate True
         When WS-CAR = "."
            Move "S" To WS-NO-DECIMAL
         When WS-CAR Not Numeric
            Continue
         When Parte-Decimal
            If WS-DEC-CASAS < 2
               Compute WS-DEC-ACUM = WS-DEC-ACUM * 10
                                   + WS-CAR-9
               Add 1 To WS-DEC-CASAS
            End-if
         When Other
            If WS-NUM-ACUM < 99999999999
               Compute WS-NUM-ACUM = WS-NUM-ACUM * 10 + WS-CAR-9
            End-if
      End-Evaluate
   End-Perform
   If WS-DEC-CASAS = 1
      Compute WS-DEC-ACUM = WS-DEC-ACUM * 10
   End-if.
 Converte-Numero-Exit.
   Exit.
*
*  The emitter's CNPJ on an active transportadora. TRANSP.DAT is
*  a short master: a straight walk finds it.
 Localiza-Transportadora.
   Move Zeros To WS-TRAN
   Move Low-Values To TRANSP-REGI
   Move Zeros To TR-CODIGO
   Start TRANSP Key Is Not Less TR-CODIGO
      Invalid Key Move "10" To Stat-TRANSP
   End-Start
   Perform Until Fim-TRANSP Or WS-TRAN > Zeros
      Read TRANSP Next Record
         At End Move "10" To Stat-TRANSP
      End-Read
      If Not Fim-TRANSP And Valido-TRANSP
         And TR-CNPJ = WS-CNPJ And Transportadora-Ativa
         Move TR-CODIGO To WS-TRAN
      End-if
   End-Perform
   Move "00" To Stat-TRANSP
   If WS-TRAN = Zeros
      Move "T" To WS-EXC-TIPO
      Move Spaces To WS-EXC-MOTIVO
      String "CNPJ " WS-CNPJ " sem transportadora ativa (PROG950)."
             Delimited By Size Into WS-EXC-MOTIVO
      End-String
   End-if.
 Localiza-Transportadora-Exit.
   Exit.
*
*  One pass over NFE.DAT for the CT-e's keys: each NF-e found is
*  an order (an order billed in loads appears once).
 Localiza-Pedidos.
   Move Zeros To WS-QTD-PEDIDOS WS-QTD-ACHADAS
   If Not Tem-NFe Or WS-QTD-CHAVES = Zeros
      Go To Localiza-Pedidos-Exit
   End-if
   Move Low-Values To NF-CHAVE
   Start NFE Key Is Not Less NF-CHAVE
      Invalid Key Move "10" To Stat-NFE
   End-Start
   Perform Until Fim-NFE Or WS-QTD-ACHADAS = WS-QTD-CHAVES
      Read NFE Next Record
         At End Move "10" To Stat-NFE
      End-Read
      If Not Fim-NFE And Valido-NFE And NF-CHNFE Not = Spaces
         Perform Varying WS-CH-IDX From 1 By 1
                   Until WS-CH-IDX > WS-QTD-CHAVES
            If WS-CHAVE-NFE(WS-CH-IDX) = NF-CHNFE
               Add 1 To WS-QTD-ACHADAS
               Perform Guarda-Pedido Thru Guarda-Pedido-Exit
            End-if
         End-Perform
      End-if
   End-Perform
   Move "00" To Stat-NFE.
 Localiza-Pedidos-Exit.
   Exit.
*
 Guarda-Pedido.
   Move "N" To WS-ACHOU
   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > WS-QTD-PEDIDOS Or Achou-Pedido
      If WS-PEDIDO(WS-PED-IDX) = NF-NUME
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Not Achou-Pedido And WS-QTD-PEDIDOS < 20
      Add 1 To WS-QTD-PEDIDOS
      Move NF-NUME To WS-PEDIDO(WS-QTD-PEDIDOS)
   End-if.
 Guarda-Pedido-Exit.
   Exit.
*
*  The file stays in the folder; its row says why, and each run
*  that finds it still failing counts one more try.
 Grava-Excecao.
   If Not Excecao-Existente
      Initialize CTEEXC-REGI
      Move WS-ARQUIVO      To CE-ARQUIVO
      Move WS-DATA-SISTEMA To CE-DTIN
      Move WS-HORA-SISTEMA To CE-HRIN
      Move Zeros           To CE-TENTATIVAS
   End-if
   Move WS-CNPJ         To CE-CNPJ
   Move WS-TRAN         To CE-TRAN
   Move WS-NCT          To CE-NCT
   Move WS-DATA-CTE     To CE-DATA
   Move WS-VALOR-CTE    To CE-VALOR
   Move WS-CHCTE        To CE-CHCTE
   Move WS-EXC-TIPO     To CE-TIPO
   Move WS-EXC-MOTIVO   To CE-MOTIVO
   Move "P"             To CE-SITU
   Add 1                To CE-TENTATIVAS
   Move WS-DATA-SISTEMA To CE-DTULT
   Move WS-HORA-SISTEMA To CE-HRULT
   If Excecao-Existente
      Rewrite CTEEXC-REGI
         Invalid Key Continue
      End-Rewrite
   Else
      Write CTEEXC-REGI
         Invalid Key Continue
      End-Write
   End-if
   Add 1 To WS-QTD-EXCECOES
   Move Spaces To ROMREL-REGI
   String WS-ARQUIVO(1:30) " EXCECAO: " WS-EXC-MOTIVO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Grava-Excecao-Exit.
   Exit.
