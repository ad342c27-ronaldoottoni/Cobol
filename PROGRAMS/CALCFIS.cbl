*NUCLEO FISCAL - CFOP/CST/ICMS PELA MATRIZ DE REGRAS (REGFIS)
 Identification Division.
 Program-Id. CALCFIS.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\REGFIS.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\PISCOF.SL".
*
 Data Division.
 File Section.
$XFD FILE=REGFIS
   Copy "..\COPY\REGFIS.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=PISCOF
   Copy "..\COPY\PISCOF.FD".
*
 Working-Storage Section.
*
*  THE fiscal rule, in one place, the way CALCFRET holds the
*  freight one: the REGFIS.DAT row that fits the operation,
*  product and route gives the CFOP, the ICMS situation (CST),
*  the base reduction, the aliquota and the legal note, and the
*  tax is worked out here over the value passed. The billing
*  document (PROG961), the fiscal book (PROG1002), SINTEGRA
*  (PROG1003) and the NF-e (PROG1039) all ask this program, so
*  a change in the legislation is a row in PROG1044.
*
*  The most specific row wins. The product is tried first by its
*  code, then by its NCM, then as "any product" (code zero, NCM
*  blank); inside each, the destination UF exactly, then its
*  class ("*I" = inside the origin's UF, "*E" = across), then
*  "**"; inside each, the origin UF exactly, then "**". Only
*  active rows count. A sale to the exterior (destination UF
*  "EX") is looked up as an export.
*
*  With no row at all the old parameter rule stands, so a branch
*  that never filled the table bills as it always did: 5102
*  inside the UF at ICMS-ALIQ-INTERNA, 6102 across at
*  ICMS-ALIQ-INTERES (the debit note keeps the sale's CFOP, the
*  credit note is 1949/2949), and an export is 7101, CST 41.
*
*  PIS and COFINS come along over the same value: the PISCOF.DAT
*  row of the product under the branch's regime (PISCOFINS-REGIME,
*  C cumulativo or N nao cumulativo), else the regime's "any
*  product" row, else the regime's standard rates (cumulativo
*  0,65% and 3,00%, DARF 8109/2172; nao cumulativo 1,65% and
*  7,60%, DARF 6912/5856). Only CST 01/02 is taxed; an export is
*  outside both taxes (CST 08) whatever the table says.
*
*  REGFIS and PISCOF stay open between calls; ORDE and PRODUTO
*  stay open per unidade (CALCFRET's TABFRET precedent) - the
*  fiscal book asks once per document of the month.
*
 01  Stat-REGFIS         PIC X(002).
     88 Valido-REGFIS    Value "00" THRU "09".
 01  PATHREGFIS          PIC X(060)
     VALUE "..\DADOS\REGFIS.DAT".
 01  WS-TEM-REGFIS       PIC X(001) VALUE " ".
     88 Regfis-Aberto        Value "S".
     88 Regfis-Ausente       Value "N".
 01  Stat-PISCOF         PIC X(002).
     88 Valido-PISCOF    Value "00" THRU "09".
 01  PATHPISCOF          PIC X(060)
     VALUE "..\DADOS\PISCOF.DAT".
 01  WS-TEM-PISCOF       PIC X(001) VALUE " ".
     88 Piscof-Aberto        Value "S".
 01  WS-REGIME-PISCOF    PIC X(001) VALUE "C".
     88 Regime-Nao-Cumulativo Value "N".
 01  WS-PISCOF-ACHADA    PIC X(001).
     88 Piscof-Achada        Value "S".
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  WS-UNIDADE-ABERTA   PIC X(003) VALUE SPACES.
 01  WS-TEM-ORDE         PIC X(001) VALUE "N".
     88 Orde-Aberto          Value "S".
 01  WS-TEM-PRODUTO      PIC X(001) VALUE "N".
     88 Produto-Aberto       Value "S".
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-PARAMS-LIDOS     PIC X(001) VALUE "N".
     88 Params-Lidos         Value "S".
 01  WS-UF-FILIAL        PIC X(002) VALUE "BA".
 01  WS-ALIQ-INTERNA     PIC S9(002)V99 COMP-3 VALUE 17.
 01  WS-ALIQ-INTERES     PIC S9(002)V99 COMP-3 VALUE 12.
*
 01  WS-OPERACAO         PIC X(002).
 01  WS-UF-ORIG          PIC X(002).
 01  WS-CLASSE-DEST      PIC X(002).
 01  WS-NIVEL-PROD       PIC 9(001) COMP-X.
 01  WS-NIVEL-DEST       PIC 9(001) COMP-X.
 01  WS-NIVEL-ORIG       PIC 9(001) COMP-X.
 01  WS-NIVEL-VALIDO     PIC X(001).
     88 Nivel-Valido         Value "S".
 01  WS-REGRA-ACHADA     PIC X(001).
     88 Regra-Achada         Value "S".
*
 01  WS-ITEM-IDX         PIC 9(002) COMP-X.
 01  WS-ITEM-VALOR       PIC S9(015)V99 COMP-3.
 01  WS-MAIOR-VALOR      PIC S9(015)V99 COMP-3.
*
 Linkage Section.
 Copy "..\COPY\CALCFIS.CPY".
*
 Procedure Division Using FI-PARM.
*
 Inicio.
   Move "N"    To FI-ACHADA
   Move Spaces To FI-CFOP FI-CST FI-OBS FI-CST-PISCOF
                  FI-COD-PIS FI-COD-COFINS
   Move Zeros  To FI-RED-BASE FI-ALIQ FI-BASE FI-ICMS
                  FI-ISENTA FI-OUTRAS FI-BASE-PISCOF
                  FI-ALIQ-PIS FI-PIS FI-ALIQ-COFINS FI-COFINS

   If Not Params-Lidos
      Perform Le-Parametros Thru Le-Parametros-Exit
   End-if
   If WS-TEM-REGFIS = Space
      Open Input REGFIS
      If Valido-REGFIS
         Move "S" To WS-TEM-REGFIS
      Else
         Move "N" To WS-TEM-REGFIS
      End-if
   End-if
   If WS-TEM-PISCOF = Space
      Open Input PISCOF
      If Valido-PISCOF
         Move "S" To WS-TEM-PISCOF
      Else
         Move "N" To WS-TEM-PISCOF
      End-if
   End-if
   If FI-UNIDADE Not = WS-UNIDADE-ABERTA
      Perform Abre-Unidade Thru Abre-Unidade-Exit
   End-if

   If FI-PRODUTO = Zeros And FI-PEDIDO Not = Zeros
      Perform Busca-Produto-Principal
         Thru Busca-Produto-Principal-Exit
   End-if
   If FI-NCM = Spaces And FI-PRODUTO Not = Zeros
      And Produto-Aberto
      Move FI-PRODUTO To PD-CODIGO
      Read PRODUTO
         Invalid Key Continue
      End-Read
      If Valido-PRODUTO
         Move PD-NCM To FI-NCM
      End-if
   End-if

   Move FI-UF-ORIG To WS-UF-ORIG
   If WS-UF-ORIG = Spaces
      Move WS-UF-FILIAL To WS-UF-ORIG
   End-if
   Move FI-OPERACAO To WS-OPERACAO
   If FI-Op-Venda And FI-UF-DEST = "EX"
      Move "EX" To WS-OPERACAO
   End-if
   Evaluate True
      When FI-UF-DEST = "EX"
         Move Spaces To WS-CLASSE-DEST
      When FI-UF-DEST = WS-UF-ORIG
         Move "*I"   To WS-CLASSE-DEST
      When Other
         Move "*E"   To WS-CLASSE-DEST
   End-Evaluate

   Move "N" To WS-REGRA-ACHADA
   If Regfis-Aberto
      Perform Varying WS-NIVEL-PROD From 1 By 1
                Until WS-NIVEL-PROD > 3 Or Regra-Achada
         Perform Varying WS-NIVEL-DEST From 1 By 1
                   Until WS-NIVEL-DEST > 3 Or Regra-Achada
            Perform Varying WS-NIVEL-ORIG From 1 By 1
                      Until WS-NIVEL-ORIG > 2 Or Regra-Achada
               Perform Tenta-Regra Thru Tenta-Regra-Exit
            End-Perform
         End-Perform
      End-Perform
   End-if

   If Regra-Achada
      Move "S"         To FI-ACHADA
      Move RF-CFOP     To FI-CFOP
      Move RF-CST      To FI-CST
      Move RF-RED-BASE To FI-RED-BASE
      Move RF-ALIQ     To FI-ALIQ
      Move RF-OBS      To FI-OBS
   Else
      Perform Regra-Padrao Thru Regra-Padrao-Exit
   End-if
   Perform Calcula-Imposto Thru Calcula-Imposto-Exit
   Perform Calcula-Piscof Thru Calcula-Piscof-Exit
   Exit Program.
*
 Le-Parametros.
   Move "UNIDADE-UF" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR(1:2) To WS-UF-FILIAL
   End-if
   Move "ICMS-ALIQ-INTERNA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-ALIQ-INTERNA
   End-if
   Move "ICMS-ALIQ-INTERES" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-ALIQ-INTERES
   End-if
   Move "PISCOFINS-REGIME" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:1) = "N"
      Move "N" To WS-REGIME-PISCOF
   End-if
   Move "S" To WS-PARAMS-LIDOS.
 Le-Parametros-Exit.
   Exit.
*
 Abre-Unidade.
   If Orde-Aberto
      Close ORDE
      Move "N" To WS-TEM-ORDE
   End-if
   If Produto-Aberto
      Close PRODUTO
      Move "N" To WS-TEM-PRODUTO
   End-if
   Move Spaces to PathORDE.
   String FI-UNIDADE        Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Valido-ORDE
      Move "S" To WS-TEM-ORDE
   End-if
   Move Spaces to PathPRODUTO.
   String FI-UNIDADE           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Valido-PRODUTO
      Move "S" To WS-TEM-PRODUTO
   End-if
   Move FI-UNIDADE To WS-UNIDADE-ABERTA.
 Abre-Unidade-Exit.
   Exit.
*
*  The document carries one CFOP, so the order's largest line
*  (quantity x unit price) speaks for the whole of it - the same
*  line the NF-e hands its rounding residue to.
 Busca-Produto-Principal.
   If Not Orde-Aberto
      Go To Busca-Produto-Principal-Exit
   End-if
   Move FI-PEDIDO To ORDE-NUME
   Read ORDE
      Invalid Key Go To Busca-Produto-Principal-Exit
   End-Read
   Move Zeros To WS-MAIOR-VALOR
   Perform Varying WS-ITEM-IDX From 1 By 1 Until WS-ITEM-IDX > 20
      If ORDE-PROD(WS-ITEM-IDX) Not = Zeros
         Compute WS-ITEM-VALOR =
                 ORDE-QUAN(WS-ITEM-IDX) * ORDE-VLUN(WS-ITEM-IDX)
         If FI-PRODUTO = Zeros Or WS-ITEM-VALOR > WS-MAIOR-VALOR
            Move ORDE-PROD(WS-ITEM-IDX) To FI-PRODUTO
            Move WS-ITEM-VALOR          To WS-MAIOR-VALOR
         End-if
      End-if
   End-Perform.
 Busca-Produto-Principal-Exit.
   Exit.
*
*  One key of the specificity walk: product level 1 = the code,
*  2 = the NCM, 3 = any; destination 1 = the UF, 2 = its class,
*  3 = any; origin 1 = the UF, 2 = any. A level with nothing to
*  try (no product code, no NCM, no class) is skipped.
 Tenta-Regra.
   Move "S" To WS-NIVEL-VALIDO
   Move WS-OPERACAO To RF-OPERACAO
   Evaluate WS-NIVEL-PROD
      When 1
         If FI-PRODUTO = Zeros
            Move "N" To WS-NIVEL-VALIDO
         End-if
         Move FI-PRODUTO To RF-PRODUTO
         Move Spaces     To RF-NCM
      When 2
         If FI-NCM = Spaces
            Move "N" To WS-NIVEL-VALIDO
         End-if
         Move Zeros      To RF-PRODUTO
         Move FI-NCM     To RF-NCM
      When Other
         Move Zeros      To RF-PRODUTO
         Move Spaces     To RF-NCM
   End-Evaluate
   Evaluate WS-NIVEL-DEST
      When 1
         Move FI-UF-DEST To RF-UF-DEST
      When 2
         If WS-CLASSE-DEST = Spaces
            Move "N" To WS-NIVEL-VALIDO
         End-if
         Move WS-CLASSE-DEST To RF-UF-DEST
      When Other
         Move "**"       To RF-UF-DEST
   End-Evaluate
   If WS-NIVEL-ORIG = 1
      Move WS-UF-ORIG To RF-UF-ORIG
   Else
      Move "**"       To RF-UF-ORIG
   End-if
   If Not Nivel-Valido
      Go To Tenta-Regra-Exit
   End-if
   Read REGFIS
      Invalid Key Go To Tenta-Regra-Exit
   End-Read
   If Valido-REGFIS And Regra-Ativa
      Move "S" To WS-REGRA-ACHADA
   End-if.
 Tenta-Regra-Exit.
   Exit.
*
 Regra-Padrao.
   Move "00" To FI-CST
   If FI-UF-DEST = WS-UF-ORIG
      Move WS-ALIQ-INTERNA To FI-ALIQ
   Else
      Move WS-ALIQ-INTERES To FI-ALIQ
   End-if
   Evaluate True
      When WS-OPERACAO = "EX"
         Move "7101" To FI-CFOP
         Move "41"   To FI-CST
         Move Zeros  To FI-ALIQ
      When FI-Op-Nota-Credito And FI-UF-DEST = WS-UF-ORIG
         Move "1949" To FI-CFOP
      When FI-Op-Nota-Credito
         Move "2949" To FI-CFOP
      When FI-UF-DEST = WS-UF-ORIG
         Move "5102" To FI-CFOP
      When Other
         Move "6102" To FI-CFOP
   End-Evaluate.
 Regra-Padrao-Exit.
   Exit.
*
*  Base = value less the reduction; the tax over the base. What
*  the base leaves out goes to the book as exempt (reduced base,
*  40/41) or as other (suspended 50, deferred 51, others 90).
 Calcula-Imposto.
   If FI-Cst-Sem-Icms
      Move Zeros To FI-ALIQ FI-BASE FI-ICMS
   Else
      Compute FI-BASE Rounded =
              FI-VALOR * (100 - FI-RED-BASE) / 100
      Compute FI-ICMS Rounded = FI-BASE * FI-ALIQ / 100
   End-if
   Evaluate FI-CST
      When "00"
      When "20"
      When "40"
      When "41"
         Compute FI-ISENTA = FI-VALOR - FI-BASE
      When Other
         Compute FI-OUTRAS = FI-VALOR - FI-BASE
   End-Evaluate.
 Calcula-Imposto-Exit.
   Exit.
*
 Calcula-Piscof.
   Move "N" To WS-PISCOF-ACHADA
   If Piscof-Aberto
      Move WS-REGIME-PISCOF To PC-REGIME
      Move FI-PRODUTO       To PC-PRODUTO
      Perform Le-Aliquota-Piscof Thru Le-Aliquota-Piscof-Exit
      If Not Piscof-Achada And FI-PRODUTO Not = Zeros
         Move WS-REGIME-PISCOF To PC-REGIME
         Move Zeros            To PC-PRODUTO
         Perform Le-Aliquota-Piscof Thru Le-Aliquota-Piscof-Exit
      End-if
   End-if
   If Piscof-Achada
      Move PC-CST         To FI-CST-PISCOF
      Move PC-ALIQ-PIS    To FI-ALIQ-PIS
      Move PC-ALIQ-COFINS To FI-ALIQ-COFINS
      Move PC-COD-PIS     To FI-COD-PIS
      Move PC-COD-COFINS  To FI-COD-COFINS
   Else
      Move "01" To FI-CST-PISCOF
      If Regime-Nao-Cumulativo
         Move 1,65   To FI-ALIQ-PIS
         Move 7,60   To FI-ALIQ-COFINS
         Move "6912" To FI-COD-PIS
         Move "5856" To FI-COD-COFINS
      Else
         Move 0,65   To FI-ALIQ-PIS
         Move 3,00   To FI-ALIQ-COFINS
         Move "8109" To FI-COD-PIS
         Move "2172" To FI-COD-COFINS
      End-if
   End-if
   If WS-OPERACAO = "EX"
      Move "08" To FI-CST-PISCOF
   End-if
   If FI-Piscof-Tributado
      Move FI-VALOR To FI-BASE-PISCOF
      Compute FI-PIS Rounded =
              FI-BASE-PISCOF * FI-ALIQ-PIS / 100
      Compute FI-COFINS Rounded =
              FI-BASE-PISCOF * FI-ALIQ-COFINS / 100
   Else
      Move Zeros To FI-ALIQ-PIS FI-ALIQ-COFINS
   End-if.
 Calcula-Piscof-Exit.
   Exit.
*
 Le-Aliquota-Piscof.
   Read PISCOF
      Invalid Key Go To Le-Aliquota-Piscof-Exit
   End-Read
   If Valido-PISCOF And Aliquota-Ativa
      Move "S" To WS-PISCOF-ACHADA
   End-if.
 Le-Aliquota-Piscof-Exit.
   Exit.
