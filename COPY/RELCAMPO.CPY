*****************************************************************
* COPY.....: RELCAMPO.CPY
* FUNCAO...: The fields an ad-hoc report (RELDEF.DAT) may print,
*            sort or break on - the ORDE.DAT layout plus the names
*            joined from CLIENTE, TRANSP, VENDEDOR and PRODUTO:
*              RC-CABECALHO  column heading (cut to the width)
*              RC-LARGURA    printed width of the column
*              RC-TIPO       N code, A text, D date (DD/MM/AAAA),
*                            V money and Q quantity - the two that
*                            are subtotalled - U unit price
*              RC-NIVEL      P one value per order, L one per
*                            product line: a report with any L
*                            field prints one line per product
*                            line, and then sums the P values
*                            only on an order's first line.
* ALTERACAO:
*   15/10/2026 RO  Criacao.
*****************************************************************
 01  REL-CAMPOS.
     03 Filler Pic X(049) Value
        "NUMEPEDIDO         Numero do pedido          06NP".
     03 Filler Pic X(049) Value
        "EMISEMISSAO        Data de emissao           10DP".
     03 Filler Pic X(049) Value
        "SITUSITUACAO       Situacao do pedido        09AP".
     03 Filler Pic X(049) Value
        "CLIECLIE           Cliente (codigo)          04NP".
     03 Filler Pic X(049) Value
        "CNOMCLIENTE        Nome do cliente           30AP".
     03 Filler Pic X(049) Value
        "CUF UF             UF do cliente             02AP".
     03 Filler Pic X(049) Value
        "CCIDCIDADE         Cidade do cliente         20AP".
     03 Filler Pic X(049) Value
        "TRANTRAN           Transportador (codigo)    04NP".
     03 Filler Pic X(049) Value
        "TNOMTRANSPORTADOR  Nome do transportador     25AP".
     03 Filler Pic X(049) Value
        "VENDVEND           Vendedor (codigo)         04NP".
     03 Filler Pic X(049) Value
        "VNOMVENDEDOR       Nome do vendedor          25AP".
     03 Filler Pic X(049) Value
        "LOCALOCAL          Local de entrega          20AP".
     03 Filler Pic X(049) Value
        "DTLBLIBERACAO      Data de liberacao         10DP".
     03 Filler Pic X(049) Value
        "ROMAROMAN.         Romaneio                  06NP".
     03 Filler Pic X(049) Value
        "LIQUPESO LIQUIDO   Peso liquido              15QP".
     03 Filler Pic X(049) Value
        "FRETFRETE          Valor do frete            15VP".
     03 Filler Pic X(049) Value
        "VTOTVALOR PEDIDO   Valor do pedido           15VP".
     03 Filler Pic X(049) Value
        "PRODPROD           Produto (codigo)          06NL".
     03 Filler Pic X(049) Value
        "PNOMPRODUTO        Nome do produto           25AL".
     03 Filler Pic X(049) Value
        "QUANQUANTIDADE     Quantidade da linha       15QL".
     03 Filler Pic X(049) Value
        "VLUNVLR UNIT       Valor unitario            11UL".
     03 Filler Pic X(049) Value
        "VLINVALOR LINHA    Valor da linha            15VL".
     03 Filler Pic X(049) Value
        "QDFAQTD FATURADA   Quantidade faturada       15QL".
     03 Filler Pic X(049) Value
        "LOTELOTE           Lote/safra da linha       10AL".
 01  REL-CAMPOS-R REDEFINES REL-CAMPOS.
     03 RC-ITEM OCCURS 24 TIMES.
        05 RC-CODIGO      PIC X(004).
        05 RC-CABECALHO   PIC X(015).
        05 RC-DESCRICAO   PIC X(026).
        05 RC-LARGURA     PIC 9(002).
        05 RC-TIPO        PIC X(001).
           88 Campo-Somado     Value "V" "Q".
        05 RC-NIVEL       PIC X(001).
           88 Campo-Da-Linha   Value "L".
 78  rel-qtd-campos  value 24.
