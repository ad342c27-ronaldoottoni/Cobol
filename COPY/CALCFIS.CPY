*****************************************************************
* COPY.....: CALCFIS.CPY
* FUNCAO...: Parameter block of CALCFIS, the one fiscal-rule core
*            (REGFIS.DAT matrix, most specific rule first, the
*            old 5102/6102 parameter rule when none applies).
*            The billing document, the fiscal book, SINTEGRA and
*            the NF-e all go through this block, so a change in
*            the legislation lands in the table and nowhere else.
*            In: operation, branch, product (FI-NCM may come
*            blank - CALCFIS reads it off PRODUTO.DAT; product
*            zero with FI-PEDIDO set = the order's predominant
*            line, the largest quantity x unit price), origin
*            UF (blank = UNIDADE-UF) and destination UF, value.
*            Out: the rule and the ICMS worked out over FI-VALOR
*            - base, tax, and the part that goes to the book as
*            exempt (FI-ISENTA) or as other (FI-OUTRAS).
* ALTERACAO:
*   15/10/2026 RO  Criacao.
*   15/10/2026 RO  PIS and COFINS of the document over FI-VALOR:
*                  the PISCOF.DAT row of the product under the
*                  branch's regime (PISCOFINS-REGIME) gives the
*                  CST, the rates and the DARF codes. The caller
*                  block grew - every caller is rebuilt with it.
*****************************************************************
 01  FI-PARM.
     03 FI-OPERACAO         PIC  X(002).
        88 FI-Op-Venda          Value "VE".
        88 FI-Op-Exportacao     Value "EX".
        88 FI-Op-Nota-Credito   Value "NC".
        88 FI-Op-Nota-Debito    Value "ND".
     03 FI-UNIDADE          PIC  X(003).
     03 FI-PEDIDO           PIC S9(006)     COMP-5.
     03 FI-PRODUTO          PIC S9(006)     COMP-5.
     03 FI-NCM              PIC  X(008).
     03 FI-UF-ORIG          PIC  X(002).
     03 FI-UF-DEST          PIC  X(002).
     03 FI-VALOR            PIC S9(012)V99  COMP-3.
     03 FI-ACHADA           PIC  X(001).
        88 FI-Regra-Achada      Value "S".
     03 FI-CFOP             PIC  X(004).
     03 FI-CST              PIC  X(002).
        88 FI-Cst-Sem-Icms      Value "40" "41" "50" "51".
        88 FI-Cst-Reduzida      Value "20".
     03 FI-RED-BASE         PIC S9(003)V99  COMP-3.
     03 FI-ALIQ             PIC S9(002)V99  COMP-3.
     03 FI-BASE             PIC S9(012)V99  COMP-3.
     03 FI-ICMS             PIC S9(012)V99  COMP-3.
     03 FI-ISENTA           PIC S9(012)V99  COMP-3.
     03 FI-OUTRAS           PIC S9(012)V99  COMP-3.
     03 FI-OBS              PIC  X(200).
     03 FI-CST-PISCOF       PIC  X(002).
        88 FI-Piscof-Tributado  Value "01" "02".
     03 FI-BASE-PISCOF      PIC S9(012)V99  COMP-3.
     03 FI-ALIQ-PIS         PIC S9(002)V9999 COMP-3.
     03 FI-PIS              PIC S9(012)V99  COMP-3.
     03 FI-ALIQ-COFINS      PIC S9(002)V9999 COMP-3.
     03 FI-COFINS           PIC S9(012)V99  COMP-3.
     03 FI-COD-PIS          PIC  X(004).
     03 FI-COD-COFINS       PIC  X(004).
