*LIQUIDACAO DE COMPRA DE GRAOS AO PRODUTOR (RECEBE -> COMPPAG.DAT)
 Identification Division.
 Program-Id. PROG1021.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\RECEBE.SL".
   Copy "..\COPY\FORNEC.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\CLASSIF.SL".
   Copy "..\COPY\COMPPAG.SL".
   Copy "..\COPY\COMPREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=RECEBE
   Copy "..\COPY\RECEBE.FD".
$XFD FILE=FORNEC
   Copy "..\COPY\FORNEC.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=CLASSIF
   Copy "..\COPY\CLASSIF.FD".
$XFD FILE=COMPPAG
   Copy "..\COPY\COMPPAG.FD".
   Copy "..\COPY\COMPREL.FD".
*
 Working-Storage Section.
*
 Copy "..\copy\usuario.cpy".
*  Every run of this report survives the next one: one SPOOLREG
*  call files the just-written sheet in the spool catalog.
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
*
*  Paying the producer for what the scale took in: every load
*  still aberto on RECEBE.DAT for the producer is grouped into one
*  COMPPAG.DAT document. Each product is valued at the price
*  agreed with the producer (typed per saca of 60 kg, the way the
*  deal is made on the phone) against the load's commercial net;
*  the drying charge is TAXA-SECAGEM per tonne per umidade point
*  above the product's CL-UMID-BASE, the cleaning charge is
*  TAXA-LIMPEZA per tonne of a load that came in above
*  CL-IMP-BASE; a pessoa fisica producer has FUNRURAL-PCT and
*  SENAR-PCT kept back on the gross. What is left falls due the
*  producer's FO-PRAZO-PAGTO days out (PRAZO-PAGTO-COMPRA when he
*  has none) - the PROG921 arithmetic. The loads flip to
*  liquidado carrying the price and the document number, and the
*  statement goes to COMPRA.REL for the producer.
*
 01  Stat-RECEBE         PIC X(002).
     88 Valido-RECEBE    Value "00" THRU "09".
     88 Fim-RECEBE       Value "10".
 01  PATHRECEBE          PIC X(060).
 01  Stat-FORNEC         PIC X(002).
     88 Valido-FORNEC    Value "00" THRU "09".
 01  PATHFORNEC          PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-CLASSIF        PIC X(002).
     88 Valido-CLASSIF   Value "00" THRU "09".
 01  PATHCLASSIF         PIC X(060).
 01  WS-TEM-CLASSIF      PIC X(001) VALUE "N".
     88 Tem-Classificacao Value "S".
 01  Stat-COMPPAG        PIC X(002).
     88 Valido-COMPPAG   Value "00" THRU "09".
     88 Duplicado-COMPPAG Value "22".
 01  PATHCOMPPAG         PIC X(060).
*  The write's own status, kept across the Close that follows it.
 01  WS-STAT-GRAVACAO    PIC X(002).
     88 Gravacao-Valida  Value "00" THRU "09".
 01  Stat-COMPREL        PIC X(002).
     88 Valido-COMPREL   Value "00" THRU "09".
 01  PATHCOMPREL         PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-FUNRURAL-PCT     PIC S9(003)V9999 VALUE 1,2.
 01  WS-SENAR-PCT        PIC S9(003)V9999 VALUE 0,2.
 01  WS-TAXA-SECAGEM     PIC S9(007)V9999 VALUE ZEROS.
 01  WS-TAXA-LIMPEZA     PIC S9(007)V9999 VALUE ZEROS.
 01  WS-PRAZO-PADRAO     PIC S9(003) COMP-5 VALUE 30.
*
*  One price per product among the producer's open loads.
 78  max-produtos        value 10.
 01  WS-PRECO-TAB.
     03 WS-PRECO occurs 10 times.
        05 WS-PT-PROD    PIC S9(006) COMP-5.
        05 WS-PT-PESO    PIC S9(012)V999 COMP-3.
        05 WS-PT-PRECO-KG PIC S9(006)V9999 COMP-3.
 01  WS-QTD-PRODUTOS     PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-PT-IDX           PIC 9(002) COMP-X.
 01  WS-PT-ACHADO        PIC 9(002) COMP-X.
*
 01  WS-FORN-DIGITADO    PIC 9(006) VALUE ZEROS.
 01  WS-SACA-DIGITADA    PIC 9(006)V99 VALUE ZEROS.
 01  WS-CONFIRMA         PIC X(001) VALUE "N".
     88 Confirma-Liquidacao Value "S" "s".
*
 01  WS-VALOR-CARGA      PIC S9(011)V99 COMP-3.
 01  WS-SECAGEM-CARGA    PIC S9(011)V99 COMP-3.
 01  WS-LIMPEZA-CARGA    PIC S9(011)V99 COMP-3.
 01  WS-PONTOS-UMID      PIC S9(003)V99 COMP-3.
 01  WS-QTD-CARGAS       PIC 9(004) VALUE ZEROS.
 01  WS-TOT-PESO         PIC S9(012)V999 COMP-3 VALUE ZEROS.
 01  WS-TOT-BRUTO        PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-SECAGEM      PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-LIMPEZA      PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-FUNRURAL     PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-SENAR        PIC S9(011)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-LIQUIDO      PIC S9(011)V99 COMP-3 VALUE ZEROS.
*
 01  WS-NUM-TIPO         PIC X(008).
 01  WS-NUM-ALOCADO      PIC S9(006) COMP-5.
 01  WS-NUM-OK           PIC X(001).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-PRAZO-DIAS       PIC S9(003) COMP-5.
 01  WS-DIA-IDX          PIC S9(003) COMP-5.
 01  WS-DU-ANO           PIC 9(004).
 01  WS-DU-MES           PIC 9(002).
 01  WS-DU-DIA           PIC 9(002).
 01  WS-ZL-RESTO         PIC S9(009) COMP-5.
 01  WS-ZL-H             PIC S9(009) COMP-5.
 01  WS-MESES-TAB        PIC X(024)
     VALUE "312831303130313130313031".
 01  WS-MESES-R REDEFINES WS-MESES-TAB.
     03 WS-MES-DIAS      PIC 9(002) OCCURS 12.
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-PESO-ED          PIC ZZZ.ZZZ.ZZ9,999.
 01  WS-PRECO-ED         PIC ZZ9,9999.
 01  WS-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
 01  WS-QTD-ED           PIC Z(003)9.
 01  WS-VENC-ED          PIC X(010).
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   If Operador-Nao-Assinado
      Display "Operador nao assinado - entre pelo menu (PROG940)."
      Exit Program
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Perform Carrega-Parametros Thru Carrega-Parametros-Exit

   Move Spaces to PathFORNEC.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FORNEC.DAT" Delimited By Size
          Into PathFORNEC
   End-String.
   Open Input FORNEC
   If Not Valido-FORNEC
      Display "erro FORNEC " Stat-FORNEC
      Exit Program
   End-if.
   Display "Produtor a liquidar.......: " With No Advancing
   Accept WS-FORN-DIGITADO
   Move WS-FORN-DIGITADO To FO-CODIGO
   Read FORNEC
      Invalid Key
         Display "Produtor nao cadastrado (PROG1020)."
         Close FORNEC
         Exit Program
   End-Read
   Display "  " FO-NOME
   Close FORNEC

   Move Spaces to PathRECEBE.
   String Lk-Unidade          Delimited By Size
          "\DADOS\RECEBE.DAT" Delimited By Size
          Into PathRECEBE
   End-String.
   Open I-O RECEBE
   If Not Valido-RECEBE
      Display "erro RECEBE " Stat-RECEBE
      Exit Program
   End-if.

   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Not Valido-PRODUTO
      Display "erro PRODUTO " Stat-PRODUTO
      Close RECEBE
      Exit Program
   End-if.

   Move Spaces to PathCLASSIF.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLASSIF.DAT" Delimited By Size
          Into PathCLASSIF
   End-String.
   Move "N" To WS-TEM-CLASSIF
   Open Input CLASSIF
   If Valido-CLASSIF
      Move "S" To WS-TEM-CLASSIF
   End-if.

*  Primeira passada: os produtos das cargas abertas e o peso de
*  cada um, para pedir um preco por produto.
   Perform Posiciona-Produtor Thru Posiciona-Produtor-Exit
   Perform Until Fim-RECEBE
      If Recebe-Aberto
         Perform Junta-Produto Thru Junta-Produto-Exit
      End-if
      Perform Le-Proximo-Recebe Thru Le-Proximo-Recebe-Exit
   End-Perform
   If WS-QTD-PRODUTOS = Zeros
      Display "Nenhuma carga aberta para o produtor."
      Go To Encerra
   End-if

   Perform Varying WS-PT-IDX From 1 By 1
             Until WS-PT-IDX > WS-QTD-PRODUTOS
      Perform Pede-Preco Thru Pede-Preco-Exit
   End-Perform

*  Segunda passada: valores e encargos, so para a conferencia.
   Perform Posiciona-Produtor Thru Posiciona-Produtor-Exit
   Perform Until Fim-RECEBE
      If Recebe-Aberto
         Perform Calcula-Carga Thru Calcula-Carga-Exit
         Add 1               To WS-QTD-CARGAS
         Add RC-LIQ-COMERC   To WS-TOT-PESO
         Add WS-VALOR-CARGA  To WS-TOT-BRUTO
         Add WS-SECAGEM-CARGA To WS-TOT-SECAGEM
         Add WS-LIMPEZA-CARGA To WS-TOT-LIMPEZA
      End-if
      Perform Le-Proximo-Recebe Thru Le-Proximo-Recebe-Exit
   End-Perform
   If Fornecedor-Pessoa-Fisica
      Compute WS-TOT-FUNRURAL Rounded =
              WS-TOT-BRUTO * WS-FUNRURAL-PCT / 100
      Compute WS-TOT-SENAR Rounded =
              WS-TOT-BRUTO * WS-SENAR-PCT / 100
   End-if
   Compute WS-TOT-LIQUIDO = WS-TOT-BRUTO - WS-TOT-FUNRURAL
                          - WS-TOT-SENAR - WS-TOT-SECAGEM
                          - WS-TOT-LIMPEZA
   If WS-TOT-LIQUIDO < Zeros
      Move Zeros To WS-TOT-LIQUIDO
   End-if

   Move WS-QTD-CARGAS To WS-QTD-ED
   Display "Cargas....................: " WS-QTD-ED
   Move WS-TOT-PESO To WS-PESO-ED
   Display "Peso comercial (kg).......: " WS-PESO-ED
   Move WS-TOT-BRUTO To WS-VALOR-ED
   Display "Valor bruto...............: " WS-VALOR-ED
   Move WS-TOT-FUNRURAL To WS-VALOR-ED
   Display "(-) FUNRURAL..............: " WS-VALOR-ED
   Move WS-TOT-SENAR To WS-VALOR-ED
   Display "(-) SENAR.................: " WS-VALOR-ED
   Move WS-TOT-SECAGEM To WS-VALOR-ED
   Display "(-) Secagem...............: " WS-VALOR-ED
   Move WS-TOT-LIMPEZA To WS-VALOR-ED
   Display "(-) Limpeza...............: " WS-VALOR-ED
   Move WS-TOT-LIQUIDO To WS-VALOR-ED
   Display "Liquido a pagar...........: " WS-VALOR-ED
   Display "Confirma a liquidacao (S/N): " With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Liquidacao
      Display "Liquidacao abortada."
      Go To Encerra
   End-if

   Move "COMPRA" To WS-NUM-TIPO
   Move "N"      To WS-NUM-OK
   Call "GETNUM" Using Lk-Unidade WS-NUM-TIPO
                       WS-NUM-ALOCADO WS-NUM-OK
      On Exception Continue
   End-Call
   If WS-NUM-OK Not = "S"
      Display "Sem numero de liquidacao (NUMCTL.DAT) - nada"
              " gravado."
      Go To Encerra
   End-if

   Perform Grava-Pagavel Thru Grava-Pagavel-Exit
   If Not Gravacao-Valida
      Display "erro COMPPAG " WS-STAT-GRAVACAO
              " - cargas NAO liquidadas."
      Go To Encerra
   End-if

   Move Spaces to PathCOMPREL.
   String Lk-Unidade        Delimited By Size
          "\DADOS\COMPRA.REL" Delimited By Size
          Into PathCOMPREL
   End-String.
   Open Output COMPREL
   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit

*  Terceira passada: cada carga aberta vira liquidada, com o
*  preco e o documento carimbados.
   Perform Posiciona-Produtor Thru Posiciona-Produtor-Exit
   Perform Until Fim-RECEBE
      If Recebe-Aberto
         Perform Liquida-Carga Thru Liquida-Carga-Exit
      End-if
      Perform Le-Proximo-Recebe Thru Le-Proximo-Recebe-Exit
   End-Perform

   Perform Imprime-Totais Thru Imprime-Totais-Exit
   If Valido-COMPREL
      Close COMPREL
      Move "PROG1021"   To WS-SP-PROGRAMA
      Move "COMPRA.REL" To WS-SP-ARQUIVO
      Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                           WS-SP-ARQUIVO Oper-Codigo
         On Exception Continue
      End-Call
   End-if
   Move WS-NUM-ALOCADO To WS-NUME-ED
   Display "Liquidacao " WS-NUME-ED " gravada em COMPPAG.DAT -"
           " demonstrativo em 'COMPRA.REL'."
   Go To Encerra.
*
 Encerra.
   Close RECEBE
   Close PRODUTO
   If Tem-Classificacao
      Close CLASSIF
   End-if
   Exit Program.
*
 Carrega-Parametros.
   Move "FUNRURAL-PCT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-FUNRURAL-PCT
   End-if
   Move "SENAR-PCT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-SENAR-PCT
   End-if
   Move "TAXA-SECAGEM" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-TAXA-SECAGEM
   End-if
   Move "TAXA-LIMPEZA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-TAXA-LIMPEZA
   End-if
   Move "PRAZO-PAGTO-COMPRA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-PRAZO-PADRAO
   End-if.
 Carrega-Parametros-Exit.
   Exit.
*
*  On the producer's first load by the alternate key; Fim-RECEBE
*  once the loads run past him.
 Posiciona-Produtor.
   Move WS-FORN-DIGITADO To RC-FORN
   Start RECEBE Key = RC-FORN
      Invalid Key Move "10" To Stat-RECEBE
   End-Start
   If Not Fim-RECEBE
      Perform Le-Proximo-Recebe Thru Le-Proximo-Recebe-Exit
   End-if.
 Posiciona-Produtor-Exit.
   Exit.
*
 Le-Proximo-Recebe.
   Read RECEBE Next Record
      At End Move "10" To Stat-RECEBE
   End-Read
   If Valido-RECEBE And RC-FORN Not = WS-FORN-DIGITADO
      Move "10" To Stat-RECEBE
   End-if.
 Le-Proximo-Recebe-Exit.
   Exit.
*
 Junta-Produto.
   Move Zeros To WS-PT-ACHADO
   Perform Varying WS-PT-IDX From 1 By 1
             Until WS-PT-IDX > WS-QTD-PRODUTOS
      If WS-PT-PROD(WS-PT-IDX) = RC-PROD
         Move WS-PT-IDX To WS-PT-ACHADO
      End-if
   End-Perform
   If WS-PT-ACHADO = Zeros
      If WS-QTD-PRODUTOS = max-produtos
         Go To Junta-Produto-Exit
      End-if
      Add 1 To WS-QTD-PRODUTOS
      Move WS-QTD-PRODUTOS To WS-PT-ACHADO
      Move RC-PROD To WS-PT-PROD(WS-PT-ACHADO)
      Move Zeros   To WS-PT-PESO(WS-PT-ACHADO)
                      WS-PT-PRECO-KG(WS-PT-ACHADO)
   End-if
   Add RC-LIQ-COMERC To WS-PT-PESO(WS-PT-ACHADO).
 Junta-Produto-Exit.
   Exit.
*
 Pede-Preco.
   Move WS-PT-PROD(WS-PT-IDX) To PD-CODIGO WS-PROD-ED
   Read PRODUTO
      Invalid Key Move Spaces To PD-NOME
   End-Read
   Move WS-PT-PESO(WS-PT-IDX) To WS-PESO-ED
   Display WS-PROD-ED " " PD-NOME
   Display "  peso comercial aberto (kg): " WS-PESO-ED
   Display "  preco acordado (R$/saca 60kg): " With No Advancing
   Accept WS-SACA-DIGITADA
   Compute WS-PT-PRECO-KG(WS-PT-IDX) Rounded =
           WS-SACA-DIGITADA / 60.
 Pede-Preco-Exit.
   Exit.
*
*  Value and service charges of the load in hand.
 Calcula-Carga.
   Move Zeros To WS-VALOR-CARGA WS-SECAGEM-CARGA WS-LIMPEZA-CARGA
   Move Zeros To WS-PT-ACHADO
   Perform Varying WS-PT-IDX From 1 By 1
             Until WS-PT-IDX > WS-QTD-PRODUTOS
      If WS-PT-PROD(WS-PT-IDX) = RC-PROD
         Move WS-PT-IDX To WS-PT-ACHADO
      End-if
   End-Perform
   If WS-PT-ACHADO = Zeros
      Go To Calcula-Carga-Exit
   End-if
   Compute WS-VALOR-CARGA Rounded =
           RC-LIQ-COMERC * WS-PT-PRECO-KG(WS-PT-ACHADO)
   If Not Tem-Classificacao
      Go To Calcula-Carga-Exit
   End-if
   Move RC-PROD To CL-PROD
   Read CLASSIF
      Invalid Key Go To Calcula-Carga-Exit
   End-Read
   If RC-UMIDADE > CL-UMID-BASE
      Compute WS-PONTOS-UMID = RC-UMIDADE - CL-UMID-BASE
      Compute WS-SECAGEM-CARGA Rounded =
              RC-LIQU / 1000 * WS-PONTOS-UMID * WS-TAXA-SECAGEM
   End-if
   If RC-IMPUREZA > CL-IMP-BASE
      Compute WS-LIMPEZA-CARGA Rounded =
              RC-LIQU / 1000 * WS-TAXA-LIMPEZA
   End-if.
 Calcula-Carga-Exit.
   Exit.
*
 Liquida-Carga.
   Perform Calcula-Carga Thru Calcula-Carga-Exit
   If WS-PT-ACHADO = Zeros
      Go To Liquida-Carga-Exit
   End-if
   Move WS-PT-PRECO-KG(WS-PT-ACHADO) To RC-PRECO-KG
   Move WS-NUM-ALOCADO To RC-COMPRA
   Move "L"            To RC-SITU
   Rewrite RECEBE-REGI
      Invalid Key
         Display "Erro ao liquidar carga " RC-NUMERO
                 " - Status -> " Stat-RECEBE
   End-Rewrite
   If Valido-COMPREL
      Move RC-NUMERO     To WS-NUME-ED
      Move RC-PROD       To WS-PROD-ED
      Move RC-LIQ-COMERC To WS-PESO-ED
      Move RC-PRECO-KG   To WS-PRECO-ED
      Move WS-VALOR-CARGA To WS-VALOR-ED
      Move Spaces To COMPREL-REGI
      String WS-NUME-ED " " RC-DATA " " WS-PROD-ED " "
             WS-PESO-ED " " WS-PRECO-ED " " WS-VALOR-ED
             Delimited By Size Into COMPREL-REGI
      End-String
      Write COMPREL-REGI
   End-if.
 Liquida-Carga-Exit.
   Exit.
*
 Grava-Pagavel.
   If FO-PRAZO-PAGTO > Zeros
      Move FO-PRAZO-PAGTO To WS-PRAZO-DIAS
   Else
      Move WS-PRAZO-PADRAO To WS-PRAZO-DIAS
   End-if
   Move WS-DATA-SISTEMA(1:4) To WS-DU-ANO
   Move WS-DATA-SISTEMA(5:2) To WS-DU-MES
   Move WS-DATA-SISTEMA(7:2) To WS-DU-DIA
   Perform Varying WS-DIA-IDX From 1 By 1
             Until WS-DIA-IDX > WS-PRAZO-DIAS
      Perform Soma-Um-Dia Thru Soma-Um-Dia-Exit
   End-Perform

   Move Spaces to PathCOMPPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\COMPPAG.DAT" Delimited By Size
          Into PathCOMPPAG
   End-String.
   Open I-O COMPPAG
   If Not Valido-COMPPAG
      Open Output COMPPAG
      Close COMPPAG
      Open I-O COMPPAG
   End-if
   Move Stat-COMPPAG To WS-STAT-GRAVACAO
   If Not Valido-COMPPAG
      Go To Grava-Pagavel-Exit
   End-if
   Initialize COMPPAG-REGI
   Move WS-FORN-DIGITADO To CP-FORN
   Move WS-NUM-ALOCADO   To CP-NUMERO
   Move WS-DATA-SISTEMA  To CP-DATA
   Move Spaces           To CP-VENC
   Move WS-DU-ANO        To CP-VENC(1:4)
   Move WS-DU-MES        To CP-VENC(5:2)
   Move WS-DU-DIA        To CP-VENC(7:2)
   Move WS-QTD-CARGAS    To CP-QTD-CARGAS
   Move WS-TOT-PESO      To CP-PESO
   Move WS-TOT-BRUTO     To CP-VALOR-BRUTO
   Move WS-TOT-FUNRURAL  To CP-FUNRURAL
   Move WS-TOT-SENAR     To CP-SENAR
   Move WS-TOT-SECAGEM   To CP-SECAGEM
   Move WS-TOT-LIMPEZA   To CP-LIMPEZA
   Move WS-TOT-LIQUIDO   To CP-VALOR
   Move Zeros            To CP-VALOR-PAGO
   Move Spaces           To CP-DTPG CP-OPER-PG
   Move "A"              To CP-SITU
   Move Oper-Nome        To CP-OPER
   Move WS-DATA-SISTEMA  To CP-DTIN
   Move WS-HORA-SISTEMA  To CP-HRIN
   Write COMPPAG-REGI
      Invalid Key Continue
   End-Write
   Move Stat-COMPPAG To WS-STAT-GRAVACAO
   Close COMPPAG.
 Grava-Pagavel-Exit.
   Exit.
*
 Imprime-Cabecalho.
   If Not Valido-COMPREL
      Go To Imprime-Cabecalho-Exit
   End-if
   Move Spaces To COMPREL-REGI
   Move "DEMONSTRATIVO DE LIQUIDACAO DE COMPRA DE GRAOS"
        To COMPREL-REGI
   Write COMPREL-REGI
   Move WS-NUM-ALOCADO To WS-NUME-ED
   Move Spaces To COMPREL-REGI
   String "FILIAL " Lk-Unidade "   LIQUIDACAO " WS-NUME-ED
          "   EMITIDA EM " WS-DATA-SISTEMA
          Delimited By Size Into COMPREL-REGI
   End-String
   Write COMPREL-REGI
   Move WS-FORN-DIGITADO To WS-PROD-ED
   Move Spaces To COMPREL-REGI
   String "PRODUTOR " WS-PROD-ED " " FO-NOME " " FO-CGCCPF
          Delimited By Size Into COMPREL-REGI
   End-String
   Write COMPREL-REGI
   Move Spaces To COMPREL-REGI
   Write COMPREL-REGI
   Move "CARGA  DATA     PRODUTO  PESO COMERC.KG  PRECO/KG"
        To COMPREL-REGI
   Move "           VALOR" To COMPREL-REGI(51:16)
   Write COMPREL-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
 Imprime-Totais.
   If Not Valido-COMPREL
      Go To Imprime-Totais-Exit
   End-if
   Move Spaces To COMPREL-REGI
   Write COMPREL-REGI
   Move WS-TOT-BRUTO To WS-VALOR-ED
   Move Spaces To COMPREL-REGI
   String "VALOR BRUTO.............. " WS-VALOR-ED
          Delimited By Size Into COMPREL-REGI
   End-String
   Write COMPREL-REGI
   Move WS-TOT-FUNRURAL To WS-VALOR-ED
   Move Spaces To COMPREL-REGI
   String "(-) FUNRURAL............. " WS-VALOR-ED
          Delimited By Size Into COMPREL-REGI
   End-String
   Write COMPREL-REGI
   Move WS-TOT-SENAR To WS-VALOR-ED
   Move Spaces To COMPREL-REGI
   String "(-) SENAR................ " WS-VALOR-ED
          Delimited By Size Into COMPREL-REGI
   End-String
   Write COMPREL-REGI
   Move WS-TOT-SECAGEM To WS-VALOR-ED
   Move Spaces To COMPREL-REGI
   String "(-) SECAGEM.............. " WS-VALOR-ED
          Delimited By Size Into COMPREL-REGI
   End-String
   Write COMPREL-REGI
   Move WS-TOT-LIMPEZA To WS-VALOR-ED
   Move Spaces To COMPREL-REGI
   String "(-) LIMPEZA.............. " WS-VALOR-ED
          Delimited By Size Into COMPREL-REGI
   End-String
   Write COMPREL-REGI
   Move WS-TOT-LIQUIDO To WS-VALOR-ED
   Move Spaces To WS-VENC-ED
   String CP-VENC(7:2) "/" CP-VENC(5:2) "/" CP-VENC(1:4)
          Delimited By Size Into WS-VENC-ED
   End-String
   Move Spaces To COMPREL-REGI
   String "LIQUIDO A PAGAR.......... " WS-VALOR-ED
          "   VENCIMENTO " WS-VENC-ED
          Delimited By Size Into COMPREL-REGI
   End-String
   Write COMPREL-REGI.
 Imprime-Totais-Exit.
   Exit.
*
 Soma-Um-Dia.
   Add 1 To WS-DU-DIA
   If WS-DU-MES = 2
      If WS-DU-DIA > 29
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
      Else
         If WS-DU-DIA = 29
*           February 29th only exists in a leap year.
            Divide WS-DU-ANO By 4 Giving WS-ZL-RESTO
                   Remainder WS-ZL-H
            If WS-ZL-H Not = 0
               Move 1 To WS-DU-DIA
               Add 1 To WS-DU-MES
            Else
               Divide WS-DU-ANO By 100 Giving WS-ZL-RESTO
                      Remainder WS-ZL-H
               If WS-ZL-H = 0
                  Divide WS-DU-ANO By 400 Giving WS-ZL-RESTO
                         Remainder WS-ZL-H
                  If WS-ZL-H Not = 0
                     Move 1 To WS-DU-DIA
                     Add 1 To WS-DU-MES
                  End-if
               End-if
            End-if
         End-if
      End-if
   Else
      If WS-DU-DIA > WS-MES-DIAS(WS-DU-MES)
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
         If WS-DU-MES > 12
            Move 1 To WS-DU-MES
            Add 1 To WS-DU-ANO
         End-if
      End-if
   End-if.
 Soma-Um-Dia-Exit.
   Exit.
