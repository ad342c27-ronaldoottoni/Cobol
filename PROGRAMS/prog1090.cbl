*EXECUTA UM RELATORIO AD-HOC SALVO (RELDEF.DAT) SOBRE ORDE.DAT
 Identification Division.
 Program-Id. PROG1090.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\RELDEF.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\VENDEDOR.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\RELWRK.SL".
   Copy "..\COPY\RELSAI.SL".
*
 Data Division.
 File Section.
$XFD FILE=RELDEF
   Copy "..\COPY\RELDEF.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
$XFD FILE=VENDEDOR
   Copy "..\COPY\VENDEDOR.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
   Copy "..\COPY\RELWRK.FD".
   Copy "..\COPY\RELSAI.FD".
*
 Working-Storage Section.
*
*  Runs one saved definition of PROG1089 against the branch's
*  ORDE.DAT - from that screen's Executar button or scheduled
*  through RELADHOC.BAT - so a new question from management is a
*  new definition, not a new program. Every order is read once:
*  the filters of the definition pick it (and, when a product
*  line field is asked for, its product lines), the client,
*  transporter, seller and product names are joined from the
*  branch masters (blank when a master is missing), and each
*  row goes to RELWRK-<nome>.TMP keyed by its sort values, which
*  hands the rows back already in order. The printed report
*  breaks on the first RD-QUEBRA sort fields with subtotals of
*  the money and quantity columns and ends with the grand total;
*  the CSV extract is the same rows under a heading line, with
*  no totals, for the spreadsheet. The output is ADHOC-<nome>.REL
*  or .CSV in the branch DADOS, registered in the spool of
*  RD-DESTINO (or of whoever saved the definition).
*  Return code 1 when the definition is missing or unusable or a
*  file cannot be opened.
*
 01  Stat-RELDEF         PIC X(002).
     88 Valido-RELDEF    Value "00" THRU "09".
 01  PATHRELDEF          PIC X(060)
     VALUE "..\DADOS\RELDEF.DAT".
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  WS-TEM-CLIENTE      PIC X(001) VALUE "N".
     88 Tem-Cliente      Value "S".
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
 01  PATHTRANSP          PIC X(060).
 01  WS-TEM-TRANSP       PIC X(001) VALUE "N".
     88 Tem-Transp       Value "S".
 01  Stat-VENDEDOR       PIC X(002).
     88 Valido-VENDEDOR  Value "00" THRU "09".
 01  PATHVENDEDOR        PIC X(060).
 01  WS-TEM-VENDEDOR     PIC X(001) VALUE "N".
     88 Tem-Vendedor     Value "S".
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  WS-TEM-PRODUTO      PIC X(001) VALUE "N".
     88 Tem-Produto      Value "S".
 01  Stat-RELWRK         PIC X(002).
     88 Valido-RELWRK    Value "00" THRU "09".
     88 Fim-RELWRK       Value "10".
 01  PATHRELWRK          PIC X(060).
 01  Stat-RELSAI         PIC X(002).
     88 Valido-RELSAI    Value "00" THRU "09".
 01  PATHRELSAI          PIC X(060).
*
 Copy "..\COPY\RELCAMPO.CPY".
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
*  The date window of the run, AAAAMMDD.
 01  WS-FILTRA-DATA      PIC X(001) VALUE "N".
     88 Filtra-Data      Value "S".
 01  WS-DATA-DE          PIC 9(008) VALUE ZEROS.
 01  WS-DATA-ATE         PIC 9(008) VALUE ZEROS.
 01  WS-PER-DATA.
     03 WS-PER-ANO       PIC 9(004).
     03 WS-PER-MES       PIC 9(002).
     03 WS-PER-DIA       PIC 9(002).
 01  WS-PER-DATA-N REDEFINES WS-PER-DATA PIC 9(008).
 01  WS-TRIMESTRE        PIC 9(001).
 01  WS-DATA-BRUTA       PIC X(010).
 01  WS-DATA-NORM        PIC X(008).
*
*  The definition resolved against RELCAMPO.CPY.
 01  WS-COLUNA-TAB.
     03 WS-COLUNA-ITEM occurs 12 times.
        05 WS-COL-IDX       PIC 9(002) COMP-X.
        05 WS-COL-POS       PIC 9(003) COMP-X.
        05 WS-COL-LARG      PIC 9(002) COMP-X.
 01  WS-QTD-COLUNAS      PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-ORD-IDX          PIC 9(002) COMP-X OCCURS 3.
 01  WS-QTD-ORDEM        PIC 9(001) COMP-X VALUE ZEROS.
 01  WS-QTD-QUEBRA       PIC 9(001) COMP-X VALUE ZEROS.
 01  WS-LARGURA-TOTAL    PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-MODO             PIC X(001) VALUE "P".
     88 Modo-Linha       Value "L".
 01  WS-BUSCA-COD        PIC X(004).
 01  WS-BUSCA-IDX        PIC 9(002) COMP-X.
 01  WS-I                PIC 9(002) COMP-X.
 01  WS-K                PIC 9(002) COMP-X.
 01  WS-N                PIC 9(002) COMP-X.
 01  WS-MENSAGEM         PIC X(070) VALUE SPACES.
*
*  The order being read and its joined names.
 01  WS-LIN              PIC 9(002) COMP-X.
 01  WS-PRIMEIRA-LINHA   PIC X(001).
     88 Primeira-Linha   Value "S".
 01  WS-PROD-OK          PIC X(001).
     88 Produto-Aceito   Value "S".
 01  WS-SITU-X           PIC 9(001).
 01  WS-SITU-C REDEFINES WS-SITU-X PIC X(001).
 01  WS-CONTA            PIC 9(003) COMP-X.
 01  WS-VALOR-PEDIDO     PIC S9(013)V99 COMP-3.
 01  WS-CLI-NOME         PIC X(040).
 01  WS-CLI-UF           PIC X(002).
 01  WS-CLI-CIDADE       PIC X(030).
 01  WS-TR-NOME          PIC X(040).
 01  WS-VD-NOME          PIC X(040).
 01  WS-PD-NOME          PIC X(040).
*
*  One field of the current row, and its text as printed.
 01  WS-EX-IDX           PIC 9(002) COMP-X.
 01  WS-EX-TEXTO         PIC X(030).
 01  WS-EX-NUM           PIC S9(013)V9999.
 01  WS-CHAVE-NUM        PIC 9(013)V9999.
 01  WS-CHAVE-NUM-X REDEFINES WS-CHAVE-NUM PIC X(017).
 01  WS-FM-IDX           PIC 9(002) COMP-X.
 01  WS-FM-TEXTO         PIC X(030).
 01  WS-FM-NUM           PIC S9(013)V9999.
 01  WS-FM-SAIDA         PIC X(030).
 01  WS-FM-LARG          PIC 9(002) COMP-X.
 01  WS-FM-INI           PIC 9(002) COMP-X.
 01  WS-FM-CSV           PIC X(001) VALUE "N".
     88 Formato-Csv      Value "S".
 01  WS-ED-CODIGO        PIC Z(009)9.
 01  WS-ED-VALOR         PIC -ZZZ.ZZZ.ZZ9,99.
 01  WS-ED-QUANT         PIC -ZZ.ZZZ.ZZ9,999.
 01  WS-ED-UNIT          PIC ZZ.ZZ9,9999.
 01  WS-CV-VALOR         PIC -(012)9,99.
 01  WS-CV-QUANT         PIC -(011)9,999.
 01  WS-CV-UNIT          PIC Z(004)9,9999.
 01  WS-BRANCOS          PIC 9(002) COMP-X.
 01  WS-TAMANHO          PIC 9(002) COMP-X.
*
*  Subtotals: level 1 is the grand total, 2 to 4 the breaks.
 01  WS-NIVEL-TAB.
     03 WS-NIVEL occurs 4 times.
        05 WS-NV-QTD        PIC 9(007).
        05 WS-NV-SOMA       PIC S9(013)V9999 COMP-3 occurs 12.
 01  WS-NV-K             PIC 9(001) COMP-X.
 01  WS-NV-QUEBRA        PIC 9(001) COMP-X.
 01  WS-ANT-ORDEM        PIC X(030) OCCURS 3.
 01  WS-ANT-QUEBRA       PIC X(030) OCCURS 3.
 01  WS-PRIMEIRO-REG     PIC X(001).
     88 Primeiro-Registro Value "S".
 01  WS-TEM-SOMA         PIC X(001).
     88 Tem-Soma         Value "S".
*
 01  WS-LINHA            PIC X(400).
 01  WS-PONTEIRO         PIC 9(003) COMP-X.
 01  WS-ROTULO           PIC X(100).
 01  WS-SEQ              PIC 9(007) VALUE ZEROS.
 01  WS-QTD-PEDIDOS      PIC 9(007) VALUE ZEROS.
 01  WS-QTD-LINHAS       PIC 9(007) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(006)9.
 01  WS-PED-ED           PIC Z(006)9.
 01  WS-FAIXA-DE         PIC Z(005)9.
 01  WS-FAIXA-ATE        PIC Z(005)9.
 01  WS-VALOR-DE-ED      PIC ZZZ.ZZZ.ZZ9,99.
 01  WS-VALOR-ATE-ED     PIC ZZZ.ZZZ.ZZ9,99.
 01  WS-DATA-DE-ED       PIC X(010).
 01  WS-DATA-ATE-ED      PIC X(010).
*
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 01  WS-SP-OPERADOR      PIC X(008).
 Linkage Section.
 Copy "..\copy\linkage.cpy".
 01  Lk-Relatorio        PIC X(010).
*
 Procedure Division Using LK-Linkage, Lk-Relatorio.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   If Lk-Relatorio = Spaces
      Display "PROG1090: informe o nome do relatorio (PROG1089)."
      Move 1 To Return-Code
      Exit Program
   End-if

   Open Input RELDEF
   If Not Valido-RELDEF
      Display "RELDEF.DAT ausente - cadastre o relatorio (PROG1089)."
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Lk-Relatorio To RD-NOME
   Inspect RD-NOME Converting "abcdefghijklmnopqrstuvwxyz"
                           To "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
   Read RELDEF
      Invalid Key Continue
   End-Read
   If Not Valido-RELDEF
      Display "PROG1090: relatorio " Lk-Relatorio
              " nao cadastrado em RELDEF.DAT."
      Close RELDEF
      Move 1 To Return-Code
      Exit Program
   End-if
   Close RELDEF.

   Perform Prepara-Definicao Thru Prepara-Definicao-Exit
   If WS-MENSAGEM Not = Spaces
      Display "PROG1090: " WS-MENSAGEM
      Move 1 To Return-Code
      Exit Program
   End-if
   Perform Monta-Periodo Thru Monta-Periodo-Exit

   Move Spaces to PathORDE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.
   Perform Abre-Mestres Thru Abre-Mestres-Exit

   Move Spaces to PathRELWRK.
   String Lk-Unidade        Delimited By Size
          "\DADOS\RELWRK-"  Delimited By Size
          RD-NOME           Delimited By Space
          ".TMP"            Delimited By Size
          Into PathRELWRK
   End-String.
   Open Output RELWRK
   Close RELWRK
   Open I-O RELWRK
   If Not Valido-RELWRK
      Display "erro RELWRK " Stat-RELWRK
      Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Le-Proxima-Ordem Thru Le-Proxima-Ordem-Exit
   Perform Until Fim-ORDE
      Perform Seleciona-Pedido Thru Seleciona-Pedido-Exit
      Perform Le-Proxima-Ordem Thru Le-Proxima-Ordem-Exit
   End-Perform
   Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
   Close RELWRK.

   Move Spaces To WS-SP-ARQUIVO
   If Saida-Csv
      String "ADHOC-" RD-NOME Delimited By Space
             ".CSV"           Delimited By Size
             Into WS-SP-ARQUIVO
      End-String
   Else
      String "ADHOC-" RD-NOME Delimited By Space
             ".REL"           Delimited By Size
             Into WS-SP-ARQUIVO
      End-String
   End-if
   Move Spaces to PathRELSAI.
   String Lk-Unidade        Delimited By Size
          "\DADOS\"         Delimited By Size
          WS-SP-ARQUIVO     Delimited By Space
          Into PathRELSAI
   End-String.
   Open Output RELSAI
   If Not Valido-RELSAI
      Display "erro RELSAI " Stat-RELSAI
      Move 1 To Return-Code
      Exit Program
   End-if.
   Open Input RELWRK
   If Not Valido-RELWRK
      Display "erro RELWRK " Stat-RELWRK
      Close RELSAI
      Move 1 To Return-Code
      Exit Program
   End-if.
   If Saida-Csv
      Perform Grava-Csv Thru Grava-Csv-Exit
   Else
      Perform Imprime-Relatorio Thru Imprime-Relatorio-Exit
   End-if
   Close RELWRK RELSAI.

   Move RD-DESTINO To WS-SP-OPERADOR
   If WS-SP-OPERADOR = Spaces
      Move RD-OPERADOR To WS-SP-OPERADOR
   End-if
   Move "PROG1090" To WS-SP-PROGRAMA
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO WS-SP-OPERADOR
      On Exception Continue
   End-Call

   Move WS-QTD-PEDIDOS To WS-QTD-ED
   Display "PROG1090: " RD-NOME " - " WS-QTD-ED " pedido(s)"
   Move WS-QTD-LINHAS To WS-QTD-ED
   Display "          " WS-QTD-ED " linha(s) em '"
           WS-SP-ARQUIVO "'."
   Move Zeros To Return-Code
   Exit Program.
*
*  Every code of the definition must be in RELCAMPO.CPY - a
*  definition saved before a field left the catalog is refused,
*  not run with a hole in it.
 Prepara-Definicao.
   Move Spaces To WS-MENSAGEM
   Move Zeros  To WS-QTD-COLUNAS WS-QTD-ORDEM WS-LARGURA-TOTAL
   Move "P"    To WS-MODO
   Perform Varying WS-I From 1 By 1 Until WS-I > 12
      If RD-CAMPO(WS-I) Not = Spaces
         Move RD-CAMPO(WS-I) To WS-BUSCA-COD
         Perform Busca-Campo Thru Busca-Campo-Exit
         If WS-BUSCA-IDX = Zeros
            String "campo " RD-CAMPO(WS-I) " fora do catalogo."
                   Delimited By Size Into WS-MENSAGEM
            End-String
         Else
            Add 1 To WS-QTD-COLUNAS
            Move WS-BUSCA-IDX To WS-COL-IDX(WS-QTD-COLUNAS)
            Move RC-LARGURA(WS-BUSCA-IDX)
                 To WS-COL-LARG(WS-QTD-COLUNAS)
            Compute WS-COL-POS(WS-QTD-COLUNAS) =
                    WS-LARGURA-TOTAL + 1
            Compute WS-LARGURA-TOTAL = WS-LARGURA-TOTAL
                    + RC-LARGURA(WS-BUSCA-IDX) + 1
            If Campo-Da-Linha(WS-BUSCA-IDX)
               Move "L" To WS-MODO
            End-if
         End-if
      End-if
   End-Perform
   Perform Varying WS-I From 1 By 1 Until WS-I > 3
      If RD-ORDEM(WS-I) Not = Spaces
         Move RD-ORDEM(WS-I) To WS-BUSCA-COD
         Perform Busca-Campo Thru Busca-Campo-Exit
         If WS-BUSCA-IDX = Zeros
            String "ordem " RD-ORDEM(WS-I) " fora do catalogo."
                   Delimited By Size Into WS-MENSAGEM
            End-String
         Else
            Add 1 To WS-QTD-ORDEM
            Move WS-BUSCA-IDX To WS-ORD-IDX(WS-QTD-ORDEM)
            If Campo-Da-Linha(WS-BUSCA-IDX)
               Move "L" To WS-MODO
            End-if
         End-if
      End-if
   End-Perform
   If WS-QTD-COLUNAS = Zeros
      Move "o relatorio nao tem nenhum campo." To WS-MENSAGEM
   End-if
   If WS-LARGURA-TOTAL > 201 And Saida-Relatorio
      Move "os campos passam de 200 colunas." To WS-MENSAGEM
   End-if
   Move RD-QUEBRA To WS-QTD-QUEBRA
   If WS-QTD-QUEBRA > WS-QTD-ORDEM
      Move WS-QTD-ORDEM To WS-QTD-QUEBRA
   End-if.
 Prepara-Definicao-Exit.
   Exit.
*
 Busca-Campo.
   Move Zeros To WS-BUSCA-IDX
   Perform Varying WS-N From 1 By 1
             Until WS-N > rel-qtd-campos Or WS-BUSCA-IDX > Zeros
      If RC-CODIGO(WS-N) = WS-BUSCA-COD
         Move WS-N To WS-BUSCA-IDX
      End-if
   End-Perform.
 Busca-Campo-Exit.
   Exit.
*
*  The relative periods follow the calendar of the day the run
*  happens, so a definition scheduled every month or quarter
*  always reports the one just closed.
 Monta-Periodo.
   Move "S" To WS-FILTRA-DATA
   Move WS-HOJE-ANO To WS-PER-ANO
   Move WS-HOJE-MES To WS-PER-MES
   Move 1           To WS-PER-DIA
   Evaluate True
      When Periodo-Fixo
         Move RD-DATA-DE  To WS-DATA-DE
         Move RD-DATA-ATE To WS-DATA-ATE
         If WS-DATA-ATE = Zeros
            Move 99999999 To WS-DATA-ATE
         End-if
      When Periodo-Mes-Anterior
         If WS-PER-MES = 1
            Move 12 To WS-PER-MES
            Subtract 1 From WS-PER-ANO
         Else
            Subtract 1 From WS-PER-MES
         End-if
         Move WS-PER-DATA-N To WS-DATA-DE
         Move 31 To WS-PER-DIA
         Move WS-PER-DATA-N To WS-DATA-ATE
      When Periodo-Trimestre
         Compute WS-TRIMESTRE = (WS-HOJE-MES - 1) / 3
         If WS-TRIMESTRE = Zeros
            Subtract 1 From WS-PER-ANO
            Move 10 To WS-PER-MES
         Else
            Compute WS-PER-MES = (WS-TRIMESTRE - 1) * 3 + 1
         End-if
         Move WS-PER-DATA-N To WS-DATA-DE
         Add 2 To WS-PER-MES
         Move 31 To WS-PER-DIA
         Move WS-PER-DATA-N To WS-DATA-ATE
      When Periodo-Mes-Corrente
         Move WS-PER-DATA-N   To WS-DATA-DE
         Move WS-DATA-SISTEMA To WS-DATA-ATE
      When Periodo-Ano-Corrente
         Move 1 To WS-PER-MES
         Move WS-PER-DATA-N   To WS-DATA-DE
         Move WS-DATA-SISTEMA To WS-DATA-ATE
      When Other
         Move "N" To WS-FILTRA-DATA
   End-Evaluate.
 Monta-Periodo-Exit.
   Exit.
*
*  The joined names are a courtesy: a branch without one of the
*  masters still gets its report, with that name blank.
 Abre-Mestres.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Valido-CLIENTE
      Move "S" To WS-TEM-CLIENTE
   End-if.
   Move Spaces to PathTRANSP.
   String Lk-Unidade          Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Valido-TRANSP
      Move "S" To WS-TEM-TRANSP
   End-if.
   Move Spaces to PathVENDEDOR.
   String Lk-Unidade            Delimited By Size
          "\DADOS\VENDEDOR.DAT" Delimited By Size
          Into PathVENDEDOR
   End-String.
   Open Input VENDEDOR
   If Valido-VENDEDOR
      Move "S" To WS-TEM-VENDEDOR
   End-if.
   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Valido-PRODUTO
      Move "S" To WS-TEM-PRODUTO
   End-if.
 Abre-Mestres-Exit.
   Exit.
*
 Fecha-Arquivos.
   Close ORDE
   If Tem-Cliente
      Close CLIENTE
   End-if
   If Tem-Transp
      Close TRANSP
   End-if
   If Tem-Vendedor
      Close VENDEDOR
   End-if
   If Tem-Produto
      Close PRODUTO
   End-if.
 Fecha-Arquivos-Exit.
   Exit.
*
 Le-Proxima-Ordem.
   Read ORDE Next Record
      At End Move "10" To Stat-ORDE
   End-Read.
 Le-Proxima-Ordem-Exit.
   Exit.
*
*  The order-level filters first; then, by product line or for
*  the whole order, the rows of the report. Without a product
*  line field the order is one row, taken when any of its lines
*  is within the product range.
 Seleciona-Pedido.
   If RD-SITUACOES Not = Spaces
      Move ORDE-SITU To WS-SITU-X
      Move Zeros To WS-CONTA
      Inspect RD-SITUACOES Tallying WS-CONTA For All WS-SITU-C
      If WS-CONTA = Zeros
         Go To Seleciona-Pedido-Exit
      End-if
   End-if
   If (RD-CLIE-DE  > Zeros And ORDE-CLIE < RD-CLIE-DE)
   Or (RD-CLIE-ATE > Zeros And ORDE-CLIE > RD-CLIE-ATE)
   Or (RD-TRAN-DE  > Zeros And ORDE-TRAN < RD-TRAN-DE)
   Or (RD-TRAN-ATE > Zeros And ORDE-TRAN > RD-TRAN-ATE)
   Or (RD-VEND-DE  > Zeros And ORDE-VEND < RD-VEND-DE)
   Or (RD-VEND-ATE > Zeros And ORDE-VEND > RD-VEND-ATE)
      Go To Seleciona-Pedido-Exit
   End-if
   If Filtra-Data
      If Data-Liberacao
         Move ORDE-DTLB To WS-DATA-BRUTA
      Else
         Move ORDE-EMIS To WS-DATA-BRUTA
      End-if
      Perform Normaliza-Data Thru Normaliza-Data-Exit
      If WS-DATA-NORM Not Numeric
      Or WS-DATA-NORM < WS-DATA-DE Or WS-DATA-NORM > WS-DATA-ATE
         Go To Seleciona-Pedido-Exit
      End-if
   End-if
   Move Zeros To WS-VALOR-PEDIDO
   Perform Varying WS-LIN From 1 By 1 Until WS-LIN > 10
      Add ORDE-VALO(WS-LIN) To WS-VALOR-PEDIDO
   End-Perform
   If (RD-VALOR-DE  > Zeros And WS-VALOR-PEDIDO < RD-VALOR-DE)
   Or (RD-VALOR-ATE > Zeros And WS-VALOR-PEDIDO > RD-VALOR-ATE)
      Go To Seleciona-Pedido-Exit
   End-if
   Perform Busca-Mestres Thru Busca-Mestres-Exit
   If RD-UF Not = Spaces And WS-CLI-UF Not = RD-UF
      Go To Seleciona-Pedido-Exit
   End-if

   Move "S" To WS-PRIMEIRA-LINHA
   If Modo-Linha
      Perform Varying WS-LIN From 1 By 1 Until WS-LIN > 20
         Perform Testa-Produto Thru Testa-Produto-Exit
         If Produto-Aceito
            Perform Busca-Produto Thru Busca-Produto-Exit
            Perform Grava-Trabalho Thru Grava-Trabalho-Exit
            Move "N" To WS-PRIMEIRA-LINHA
         End-if
      End-Perform
      If Not Primeira-Linha
         Add 1 To WS-QTD-PEDIDOS
      End-if
      Go To Seleciona-Pedido-Exit
   End-if

   If RD-PROD-DE > Zeros Or RD-PROD-ATE > Zeros
      Move "N" To WS-PROD-OK
      Perform Varying WS-LIN From 1 By 1
                Until WS-LIN > 20 Or Produto-Aceito
         Perform Testa-Produto Thru Testa-Produto-Exit
      End-Perform
      If Not Produto-Aceito
         Go To Seleciona-Pedido-Exit
      End-if
   End-if
   Move Zeros To WS-LIN
   Perform Grava-Trabalho Thru Grava-Trabalho-Exit
   Add 1 To WS-QTD-PEDIDOS.
 Seleciona-Pedido-Exit.
   Exit.
*
 Testa-Produto.
   Move "N" To WS-PROD-OK
   If ORDE-PROD(WS-LIN) = Zeros
      Go To Testa-Produto-Exit
   End-if
   If (RD-PROD-DE  > Zeros And ORDE-PROD(WS-LIN) < RD-PROD-DE)
   Or (RD-PROD-ATE > Zeros And ORDE-PROD(WS-LIN) > RD-PROD-ATE)
      Go To Testa-Produto-Exit
   End-if
   Move "S" To WS-PROD-OK.
 Testa-Produto-Exit.
   Exit.
*
 Busca-Mestres.
   Move Spaces To WS-CLI-NOME WS-CLI-UF WS-CLI-CIDADE
                  WS-TR-NOME WS-VD-NOME
   If Tem-Cliente
      Move ORDE-CLIE To CLI-CODIGO
      Read CLIENTE
         Invalid Key Continue
      End-Read
      If Valido-CLIENTE
         Move CLI-NOME   To WS-CLI-NOME
         Move CLI-UF     To WS-CLI-UF
         Move CLI-CIDADE To WS-CLI-CIDADE
      End-if
   End-if
   If Tem-Transp And ORDE-TRAN > Zeros
      Move ORDE-TRAN To TR-CODIGO
      Read TRANSP
         Invalid Key Continue
      End-Read
      If Valido-TRANSP
         Move TR-NOME To WS-TR-NOME
      End-if
   End-if
   If Tem-Vendedor And ORDE-VEND > Zeros
      Move ORDE-VEND To VD-CODIGO
      Read VENDEDOR
         Invalid Key Continue
      End-Read
      If Valido-VENDEDOR
         Move VD-NOME To WS-VD-NOME
      End-if
   End-if.
 Busca-Mestres-Exit.
   Exit.
*
 Busca-Produto.
   Move Spaces To WS-PD-NOME
   If Tem-Produto
      Move ORDE-PROD(WS-LIN) To PD-CODIGO
      Read PRODUTO
         Invalid Key Continue
      End-Read
      If Valido-PRODUTO
         Move PD-NOME To WS-PD-NOME
      End-if
   End-if.
 Busca-Produto-Exit.
   Exit.
*
*  A date the sync brought as AAAA-MM-DD (or one keyed as
*  DD/MM/AAAA) is taken as AAAAMMDD, the PROG1080 way.
 Normaliza-Data.
   Move Spaces To WS-DATA-NORM
   Evaluate True
      When WS-DATA-BRUTA(5:1) = "-"
         Move WS-DATA-BRUTA(1:4) To WS-DATA-NORM(1:4)
         Move WS-DATA-BRUTA(6:2) To WS-DATA-NORM(5:2)
         Move WS-DATA-BRUTA(9:2) To WS-DATA-NORM(7:2)
      When WS-DATA-BRUTA(3:1) = "/"
         Move WS-DATA-BRUTA(7:4) To WS-DATA-NORM(1:4)
         Move WS-DATA-BRUTA(4:2) To WS-DATA-NORM(5:2)
         Move WS-DATA-BRUTA(1:2) To WS-DATA-NORM(7:2)
      When Other
         Move WS-DATA-BRUTA(1:8) To WS-DATA-NORM
   End-Evaluate.
 Normaliza-Data-Exit.
   Exit.
*
*  One row: each column's value, what it adds to the subtotals
*  (an order value only on the order's first product line, so a
*  five-line order is not summed five times) and the sort key.
 Grava-Trabalho.
   Initialize RELWRK-REGI
   Add 1 To WS-SEQ
   Move WS-SEQ To RW-SEQ
   Perform Varying WS-I From 1 By 1 Until WS-I > WS-QTD-COLUNAS
      Move WS-COL-IDX(WS-I) To WS-EX-IDX
      Perform Extrai-Campo Thru Extrai-Campo-Exit
      Move WS-EX-TEXTO To RW-TEXTO(WS-I)
      Move WS-EX-NUM   To RW-NUM(WS-I)
      If Campo-Somado(WS-EX-IDX)
         If Campo-Da-Linha(WS-EX-IDX) Or Primeira-Linha
            Move WS-EX-NUM To RW-SOMA(WS-I)
         End-if
      End-if
   End-Perform
   Perform Varying WS-K From 1 By 1 Until WS-K > WS-QTD-ORDEM
      Move WS-ORD-IDX(WS-K) To WS-EX-IDX
      Perform Extrai-Campo Thru Extrai-Campo-Exit
      If RC-TIPO(WS-EX-IDX) = "A" Or RC-TIPO(WS-EX-IDX) = "D"
         Move WS-EX-TEXTO To RW-ORDEM(WS-K)
      Else
         Move WS-EX-NUM      To WS-CHAVE-NUM
         Move WS-CHAVE-NUM-X To RW-ORDEM(WS-K)
      End-if
      Move WS-EX-IDX   To WS-FM-IDX
      Move WS-EX-TEXTO To WS-FM-TEXTO
      Move WS-EX-NUM   To WS-FM-NUM
      Move "N"         To WS-FM-CSV
      Perform Formata-Campo Thru Formata-Campo-Exit
      Move WS-FM-SAIDA To RW-QUEBRA-TXT(WS-K)
   End-Perform
   Write RELWRK-REGI
      Invalid Key
         Display "erro RELWRK " Stat-RELWRK
      Not Invalid Key
         Add 1 To WS-QTD-LINHAS
   End-Write.
 Grava-Trabalho-Exit.
   Exit.
*
*  The value of catalog field WS-EX-IDX for the current order
*  and product line (WS-LIN, zero = the order as a whole).
 Extrai-Campo.
   Move Spaces To WS-EX-TEXTO
   Move Zeros  To WS-EX-NUM
   If Campo-Da-Linha(WS-EX-IDX) And WS-LIN = Zeros
      Go To Extrai-Campo-Exit
   End-if
   Evaluate RC-CODIGO(WS-EX-IDX)
      When "NUME" Move ORDE-NUME To WS-EX-NUM
      When "EMIS"
         Move ORDE-EMIS To WS-DATA-BRUTA
         Perform Normaliza-Data Thru Normaliza-Data-Exit
         Move WS-DATA-NORM To WS-EX-TEXTO
      When "SITU"
         Evaluate True
            When Situacao-Pendente Move "PENDENTE"  To WS-EX-TEXTO
            When Situacao-Liberado Move "LIBERADO"  To WS-EX-TEXTO
            When Situacao-Faturado Move "FATURADO"  To WS-EX-TEXTO
            When Situacao-Cancelado
                                   Move "CANCELADO" To WS-EX-TEXTO
            When Other
               Move ORDE-SITU To WS-SITU-X
               Move WS-SITU-X To WS-EX-TEXTO
         End-Evaluate
      When "CLIE" Move ORDE-CLIE     To WS-EX-NUM
      When "CNOM" Move WS-CLI-NOME   To WS-EX-TEXTO
      When "CUF " Move WS-CLI-UF     To WS-EX-TEXTO
      When "CCID" Move WS-CLI-CIDADE To WS-EX-TEXTO
      When "TRAN" Move ORDE-TRAN     To WS-EX-NUM
      When "TNOM" Move WS-TR-NOME    To WS-EX-TEXTO
      When "VEND" Move ORDE-VEND     To WS-EX-NUM
      When "VNOM" Move WS-VD-NOME    To WS-EX-TEXTO
      When "LOCA" Move ORDE-LOCA     To WS-EX-TEXTO
      When "DTLB"
         Move ORDE-DTLB To WS-DATA-BRUTA
         Perform Normaliza-Data Thru Normaliza-Data-Exit
         Move WS-DATA-NORM To WS-EX-TEXTO
      When "ROMA" Move ORDE-ROMA       To WS-EX-NUM
      When "LIQU" Move ORDE-LIQU       To WS-EX-NUM
      When "FRET" Move ORDE-FRET       To WS-EX-NUM
      When "VTOT" Move WS-VALOR-PEDIDO To WS-EX-NUM
      When "PROD" Move ORDE-PROD(WS-LIN) To WS-EX-NUM
      When "PNOM" Move WS-PD-NOME        To WS-EX-TEXTO
      When "QUAN" Move ORDE-QUAN(WS-LIN) To WS-EX-NUM
      When "VLUN" Move ORDE-VLUN(WS-LIN) To WS-EX-NUM
      When "VLIN"
         Compute WS-EX-NUM Rounded =
                 ORDE-QUAN(WS-LIN) * ORDE-VLUN(WS-LIN)
      When "QDFA" Move ORDE-QDFA(WS-LIN) To WS-EX-NUM
      When "LOTE" Move ORDE-LOTE(WS-LIN) To WS-EX-TEXTO
   End-Evaluate.
 Extrai-Campo-Exit.
   Exit.
*
*  WS-FM-TEXTO/WS-FM-NUM of field WS-FM-IDX as the column shows
*  it: in the printed report cut or right-aligned to the width,
*  with thousands points; in the CSV the plain number.
 Formata-Campo.
   Move Spaces To WS-FM-SAIDA
   Move RC-LARGURA(WS-FM-IDX) To WS-FM-LARG
   Evaluate RC-TIPO(WS-FM-IDX)
      When "A"
         Move WS-FM-TEXTO(1:WS-FM-LARG) To WS-FM-SAIDA
      When "D"
         If WS-FM-TEXTO(1:8) Numeric
            String WS-FM-TEXTO(7:2) "/" WS-FM-TEXTO(5:2) "/"
                   WS-FM-TEXTO(1:4)
                   Delimited By Size Into WS-FM-SAIDA
            End-String
         Else
            Move WS-FM-TEXTO(1:10) To WS-FM-SAIDA
         End-if
      When "N"
         Move WS-FM-NUM To WS-ED-CODIGO
         Compute WS-FM-INI = 11 - WS-FM-LARG
         Move WS-ED-CODIGO(WS-FM-INI:WS-FM-LARG) To WS-FM-SAIDA
      When "V"
         If Formato-Csv
            Move WS-FM-NUM   To WS-CV-VALOR
            Move WS-CV-VALOR To WS-FM-SAIDA
         Else
            Move WS-FM-NUM   To WS-ED-VALOR
            Move WS-ED-VALOR To WS-FM-SAIDA
         End-if
      When "Q"
         If Formato-Csv
            Move WS-FM-NUM   To WS-CV-QUANT
            Move WS-CV-QUANT To WS-FM-SAIDA
         Else
            Move WS-FM-NUM   To WS-ED-QUANT
            Move WS-ED-QUANT To WS-FM-SAIDA
         End-if
      When "U"
         If Formato-Csv
            Move WS-FM-NUM  To WS-CV-UNIT
            Move WS-CV-UNIT To WS-FM-SAIDA
         Else
            Move WS-FM-NUM  To WS-ED-UNIT
            Move WS-ED-UNIT To WS-FM-SAIDA
         End-if
   End-Evaluate.
 Formata-Campo-Exit.
   Exit.
*
*  The printed report: heading with the filters in force, the
*  rows in sort order, a subtotal whenever a break field changes
*  (the innermost first) and the grand total.
 Imprime-Relatorio.
   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit
   Initialize WS-NIVEL-TAB
   Move "S" To WS-PRIMEIRO-REG
   Move "N" To WS-FM-CSV
   Perform Le-Proximo-Trabalho Thru Le-Proximo-Trabalho-Exit
   Perform Until Fim-RELWRK Or Not Valido-RELWRK
      If Not Primeiro-Registro And WS-QTD-QUEBRA > Zeros
         Move Zeros To WS-NV-QUEBRA
         Perform Varying WS-K From 1 By 1
                   Until WS-K > WS-QTD-QUEBRA Or WS-NV-QUEBRA > Zeros
            If RW-ORDEM(WS-K) Not = WS-ANT-ORDEM(WS-K)
               Move WS-K To WS-NV-QUEBRA
            End-if
         End-Perform
         If WS-NV-QUEBRA > Zeros
            Perform Varying WS-NV-K From WS-QTD-QUEBRA By -1
                      Until WS-NV-K < WS-NV-QUEBRA
               Perform Imprime-Subtotal Thru Imprime-Subtotal-Exit
            End-Perform
         End-if
      End-if
      Perform Imprime-Detalhe Thru Imprime-Detalhe-Exit
      Move "N" To WS-PRIMEIRO-REG
      Perform Varying WS-K From 1 By 1 Until WS-K > 3
         Move RW-ORDEM(WS-K)      To WS-ANT-ORDEM(WS-K)
         Move RW-QUEBRA-TXT(WS-K) To WS-ANT-QUEBRA(WS-K)
      End-Perform
      Perform Le-Proximo-Trabalho Thru Le-Proximo-Trabalho-Exit
   End-Perform

   If Primeiro-Registro
      Move "NENHUM PEDIDO ATENDE AOS FILTROS DO RELATORIO."
           To RELSAI-REGI
      Write RELSAI-REGI
   Else
      Perform Varying WS-NV-K From WS-QTD-QUEBRA By -1
                Until WS-NV-K < 1
         Perform Imprime-Subtotal Thru Imprime-Subtotal-Exit
      End-Perform
      Move Zeros To WS-NV-K
      Perform Imprime-Subtotal Thru Imprime-Subtotal-Exit
   End-if
   Move Spaces To RELSAI-REGI
   Write RELSAI-REGI
   Move "FIM DO RELATORIO." To RELSAI-REGI
   Write RELSAI-REGI.
 Imprime-Relatorio-Exit.
   Exit.
*
 Le-Proximo-Trabalho.
   Read RELWRK Next Record
      At End Move "10" To Stat-RELWRK
   End-Read.
 Le-Proximo-Trabalho-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To RELSAI-REGI
   String "RELATORIO AD-HOC " RD-NOME " - " RD-DESCRICAO
          Delimited By Size Into RELSAI-REGI
   End-String
   Write RELSAI-REGI
   Move Spaces To RELSAI-REGI
   String "FILIAL " Lk-Unidade "   EMITIDO EM "
          WS-DATA-SISTEMA(7:2) "/" WS-DATA-SISTEMA(5:2) "/"
          WS-DATA-SISTEMA(1:4) " " WS-HORA-SISTEMA(1:2) ":"
          WS-HORA-SISTEMA(3:2) "   DEFINIDO POR " RD-OPER-NOME
          Delimited By Size Into RELSAI-REGI
   End-String
   Write RELSAI-REGI

   Move Spaces To RELSAI-REGI
   If Filtra-Data
      Move Spaces To WS-DATA-DE-ED WS-DATA-ATE-ED
      String WS-DATA-DE(7:2) "/" WS-DATA-DE(5:2) "/"
             WS-DATA-DE(1:4)
             Delimited By Size Into WS-DATA-DE-ED
      End-String
      String WS-DATA-ATE(7:2) "/" WS-DATA-ATE(5:2) "/"
             WS-DATA-ATE(1:4)
             Delimited By Size Into WS-DATA-ATE-ED
      End-String
      If Data-Liberacao
         String "PERIODO (LIBERACAO): " WS-DATA-DE-ED " A "
                WS-DATA-ATE-ED
                Delimited By Size Into RELSAI-REGI
         End-String
      Else
         String "PERIODO (EMISSAO): " WS-DATA-DE-ED " A "
                WS-DATA-ATE-ED
                Delimited By Size Into RELSAI-REGI
         End-String
      End-if
   Else
      Move "PERIODO: TODOS OS PEDIDOS" To RELSAI-REGI
   End-if
   If RD-SITUACOES Not = Spaces
      String "   SITUACOES: " RD-SITUACOES
             Delimited By Size Into RELSAI-REGI(60:)
      End-String
   End-if
   If RD-UF Not = Spaces
      String "   UF DO CLIENTE: " RD-UF
             Delimited By Size Into RELSAI-REGI(90:)
      End-String
   End-if
   Write RELSAI-REGI

   Perform Monta-Faixas Thru Monta-Faixas-Exit
   If WS-LINHA Not = Spaces
      Move WS-LINHA To RELSAI-REGI
      Write RELSAI-REGI
   End-if

   Move Spaces To RELSAI-REGI
   Write RELSAI-REGI
   Move Spaces To WS-LINHA
   Perform Varying WS-I From 1 By 1 Until WS-I > WS-QTD-COLUNAS
      Move WS-COL-IDX(WS-I)  To WS-FM-IDX
      Move WS-COL-LARG(WS-I) To WS-FM-LARG
      Move RC-CABECALHO(WS-FM-IDX)(1:WS-FM-LARG)
           To WS-LINHA(WS-COL-POS(WS-I):WS-FM-LARG)
   End-Perform
   Move WS-LINHA To RELSAI-REGI
   Write RELSAI-REGI
   Move Spaces To WS-LINHA
   Perform Varying WS-I From 1 By 1 Until WS-I > WS-QTD-COLUNAS
      Move WS-COL-LARG(WS-I) To WS-FM-LARG
      Move All "-" To WS-LINHA(WS-COL-POS(WS-I):WS-FM-LARG)
   End-Perform
   Move WS-LINHA To RELSAI-REGI
   Write RELSAI-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
*  The code and value ranges that are set, on one line.
 Monta-Faixas.
   Move Spaces To WS-LINHA
   Move 1 To WS-PONTEIRO
   If RD-CLIE-DE > Zeros Or RD-CLIE-ATE > Zeros
      Move RD-CLIE-DE  To WS-FAIXA-DE
      Move RD-CLIE-ATE To WS-FAIXA-ATE
      String "CLIENTE " WS-FAIXA-DE " A " WS-FAIXA-ATE "   "
             Delimited By Size Into WS-LINHA Pointer WS-PONTEIRO
      End-String
   End-if
   If RD-TRAN-DE > Zeros Or RD-TRAN-ATE > Zeros
      Move RD-TRAN-DE  To WS-FAIXA-DE
      Move RD-TRAN-ATE To WS-FAIXA-ATE
      String "TRANSP. " WS-FAIXA-DE " A " WS-FAIXA-ATE "   "
             Delimited By Size Into WS-LINHA Pointer WS-PONTEIRO
      End-String
   End-if
   If RD-VEND-DE > Zeros Or RD-VEND-ATE > Zeros
      Move RD-VEND-DE  To WS-FAIXA-DE
      Move RD-VEND-ATE To WS-FAIXA-ATE
      String "VENDEDOR " WS-FAIXA-DE " A " WS-FAIXA-ATE "   "
             Delimited By Size Into WS-LINHA Pointer WS-PONTEIRO
      End-String
   End-if
   If RD-PROD-DE > Zeros Or RD-PROD-ATE > Zeros
      Move RD-PROD-DE  To WS-FAIXA-DE
      Move RD-PROD-ATE To WS-FAIXA-ATE
      String "PRODUTO " WS-FAIXA-DE " A " WS-FAIXA-ATE "   "
             Delimited By Size Into WS-LINHA Pointer WS-PONTEIRO
      End-String
   End-if
   If RD-VALOR-DE > Zeros Or RD-VALOR-ATE > Zeros
      Move RD-VALOR-DE  To WS-VALOR-DE-ED
      Move RD-VALOR-ATE To WS-VALOR-ATE-ED
      String "VALOR DO PEDIDO " WS-VALOR-DE-ED " A "
             WS-VALOR-ATE-ED
             Delimited By Size Into WS-LINHA Pointer WS-PONTEIRO
      End-String
   End-if.
 Monta-Faixas-Exit.
   Exit.
*
 Imprime-Detalhe.
   Move Spaces To WS-LINHA
   Perform Varying WS-I From 1 By 1 Until WS-I > WS-QTD-COLUNAS
      Move WS-COL-IDX(WS-I) To WS-FM-IDX
      Move RW-TEXTO(WS-I)   To WS-FM-TEXTO
      Move RW-NUM(WS-I)     To WS-FM-NUM
      Perform Formata-Campo Thru Formata-Campo-Exit
      Move WS-COL-LARG(WS-I) To WS-FM-LARG
      Move WS-FM-SAIDA(1:WS-FM-LARG)
           To WS-LINHA(WS-COL-POS(WS-I):WS-FM-LARG)
   End-Perform
   Move WS-LINHA To RELSAI-REGI
   Write RELSAI-REGI
   Perform Varying WS-K From 1 By 1 Until WS-K > 4
      Add 1 To WS-NV-QTD(WS-K)
      Perform Varying WS-I From 1 By 1 Until WS-I > WS-QTD-COLUNAS
         Add RW-SOMA(WS-I) To WS-NV-SOMA(WS-K, WS-I)
      End-Perform
   End-Perform.
 Imprime-Detalhe-Exit.
   Exit.
*
*  Subtotal of break level WS-NV-K (zero = the grand total):
*  the label line, then the sums under their own columns.
 Imprime-Subtotal.
   Move WS-NV-K To WS-K
   Add 1 To WS-K
   Move Spaces To WS-ROTULO
   Move WS-NV-QTD(WS-K) To WS-QTD-ED
   If WS-NV-K = Zeros
      Move WS-QTD-PEDIDOS To WS-PED-ED
      String "TOTAL GERAL - " WS-PED-ED " PEDIDO(S), "
             WS-QTD-ED " LINHA(S)"
             Delimited By Size Into WS-ROTULO
      End-String
   Else
      Move WS-ORD-IDX(WS-NV-K) To WS-FM-IDX
      String ">> TOTAL " RC-CABECALHO(WS-FM-IDX) " "
             WS-ANT-QUEBRA(WS-NV-K) " " WS-QTD-ED " LINHA(S)"
             Delimited By Size Into WS-ROTULO
      End-String
   End-if
   Move WS-ROTULO To RELSAI-REGI
   Write RELSAI-REGI

   Move Spaces To WS-LINHA
   Move "N" To WS-TEM-SOMA
   Perform Varying WS-I From 1 By 1 Until WS-I > WS-QTD-COLUNAS
      Move WS-COL-IDX(WS-I) To WS-FM-IDX
      If Campo-Somado(WS-FM-IDX)
         Move "S" To WS-TEM-SOMA
         Move WS-NV-SOMA(WS-K, WS-I) To WS-FM-NUM
         Perform Formata-Campo Thru Formata-Campo-Exit
         Move WS-COL-LARG(WS-I) To WS-FM-LARG
         Move WS-FM-SAIDA(1:WS-FM-LARG)
              To WS-LINHA(WS-COL-POS(WS-I):WS-FM-LARG)
      End-if
   End-Perform
   If Tem-Soma
      Move WS-LINHA To RELSAI-REGI
      Write RELSAI-REGI
   End-if
   Move Spaces To RELSAI-REGI
   Write RELSAI-REGI
   Initialize WS-NIVEL(WS-K).
 Imprime-Subtotal-Exit.
   Exit.
*
*  The CSV extract: the field descriptions as heading, then one
*  line per row, values trimmed and ";" in a text turned into
*  ",". Totals are the spreadsheet's business.
 Grava-Csv.
   Move "S" To WS-FM-CSV
   Move Spaces To WS-LINHA
   Move 1 To WS-PONTEIRO
   Perform Varying WS-I From 1 By 1 Until WS-I > WS-QTD-COLUNAS
      If WS-I > 1
         String ";" Delimited By Size
                Into WS-LINHA Pointer WS-PONTEIRO
         End-String
      End-if
      Move WS-COL-IDX(WS-I) To WS-FM-IDX
      String RC-DESCRICAO(WS-FM-IDX) Delimited By "  "
             Into WS-LINHA Pointer WS-PONTEIRO
      End-String
   End-Perform
   Move WS-LINHA To RELSAI-REGI
   Write RELSAI-REGI

   Perform Le-Proximo-Trabalho Thru Le-Proximo-Trabalho-Exit
   Perform Until Fim-RELWRK Or Not Valido-RELWRK
      Move Spaces To WS-LINHA
      Move 1 To WS-PONTEIRO
      Perform Varying WS-I From 1 By 1 Until WS-I > WS-QTD-COLUNAS
         If WS-I > 1
            String ";" Delimited By Size
                   Into WS-LINHA Pointer WS-PONTEIRO
            End-String
         End-if
         Move WS-COL-IDX(WS-I) To WS-FM-IDX
         Move RW-TEXTO(WS-I)   To WS-FM-TEXTO
         Move RW-NUM(WS-I)     To WS-FM-NUM
         Perform Formata-Campo Thru Formata-Campo-Exit
         Inspect WS-FM-SAIDA Replacing All ";" By ","
         Perform Acrescenta-Valor Thru Acrescenta-Valor-Exit
      End-Perform
      Move WS-LINHA To RELSAI-REGI
      Write RELSAI-REGI
      Perform Le-Proximo-Trabalho Thru Le-Proximo-Trabalho-Exit
   End-Perform.
 Grava-Csv-Exit.
   Exit.
*
*  WS-FM-SAIDA without its leading and trailing blanks.
 Acrescenta-Valor.
   Move Zeros To WS-BRANCOS
   Inspect WS-FM-SAIDA Tallying WS-BRANCOS For Leading Spaces
   If WS-BRANCOS Not < 30
      Go To Acrescenta-Valor-Exit
   End-if
   Move 30 To WS-TAMANHO
   Perform Until WS-FM-SAIDA(WS-TAMANHO:1) Not = Space
      Subtract 1 From WS-TAMANHO
   End-Perform
   Compute WS-TAMANHO = WS-TAMANHO - WS-BRANCOS
   String WS-FM-SAIDA(WS-BRANCOS + 1:WS-TAMANHO) Delimited By Size
          Into WS-LINHA Pointer WS-PONTEIRO
   End-String.
 Acrescenta-Valor-Exit.
   Exit.
