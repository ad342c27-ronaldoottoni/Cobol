*****************************************************************
* COPY.....: SODATIV.CPY
* FUNCAO...: The activities a segregation-of-duties rule can pair
*            - each one an operator stamp the suite already
*            writes - and the USUARIOS.DAT byte that opens it:
*              IN  order created        ORDE-INCL      Pode-953
*              AL  order changed        ORDE-ALTE      Pode-953
*              RP  order repriced       REPRECO RP-OPER Pode-953
*              LC  credit released      ORDE-LIBE and  Pode-Liberar-
*                                       SITHIST to 1   Credito
*              AP  held change approved ALTPEND        Pode-Aprovar
*              BT  title settled        TI-OPER-PG     Pode-959
*              PF  freight paid         PG-OPER-PG     Pode-959
*              AD  advance entered      AD-OPER        Pode-959
*            SOD-AT-PERMISSAO names the byte: 3 = US-P953,
*            C = US-PCRED, A = US-PAPRV, 9 = US-P959.
* ALTERACAO:
*   15/10/2026 RO  Criacao.
*****************************************************************
 01  SOD-ATIVIDADES.
     03 Filler Pic X(033) Value "INIncluiu o pedido              3".
     03 Filler Pic X(033) Value "ALAlterou o pedido              3".
     03 Filler Pic X(033) Value "RPReajustou o preco do pedido   3".
     03 Filler Pic X(033) Value "LCLiberou o credito do pedido   C".
     03 Filler Pic X(033) Value "APAprovou alteracao retida      A".
     03 Filler Pic X(033) Value "BTBaixou titulo do pedido       9".
     03 Filler Pic X(033) Value "PFPagou o frete do pedido       9".
     03 Filler Pic X(033) Value "ADLancou adiantamento do cliente9".
 01  SOD-ATIVIDADES-R REDEFINES SOD-ATIVIDADES.
     03 SOD-AT-ITEM OCCURS 8 TIMES.
        05 SOD-AT-CODIGO    PIC X(002).
        05 SOD-AT-DESCRICAO PIC X(030).
        05 SOD-AT-PERMISSAO PIC X(001).
 78  sod-qtd-atividades  value 8.
