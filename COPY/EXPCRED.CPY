*****************************************************************
* COPY.....: EXPCRED.CPY
* FUNCAO...: Parameter block of EXPCRED, the company-wide credit
*            exposure of one client: open titles plus the unbilled
*            part of released orders in every active branch of
*            UNIDADES.DAT where the same CGC/CPF is registered.
*            The release screen (PROG972) and the daily exposure
*            report (PROG1035) both go through this block, so the
*            two never add the group up differently.
*            EX-UNIDADE/EX-CLIE name the client as the caller
*            knows it; with EX-CGCCPF blank nothing can be matched
*            across branches and only that branch is counted.
*            EX-UNID holds one line per branch where the client
*            was found - EX-U-SITU "I" means that branch's files
*            could not be opened and its share is missing.
* ALTERACAO:
*   15/10/2026 RO  Criacao.
*****************************************************************
 01  EX-PARM.
     03 EX-UNIDADE          PIC  X(003).
     03 EX-CLIE             PIC S9(004)     COMP-5.
     03 EX-CGCCPF           PIC  X(018).
     03 EX-TITULOS          PIC S9(012)V99  COMP-3.
     03 EX-PEDIDOS          PIC S9(012)V99  COMP-3.
     03 EX-EXPOSICAO        PIC S9(012)V99  COMP-3.
     03 EX-INDISPONIVEL     PIC  X(001).
        88 EX-Unidade-Indisponivel Value "S".
     03 EX-QTD-UNID         PIC  9(002)     COMP-X.
     03 EX-UNID             OCCURS 30.
        05 EX-U-CODIGO      PIC  X(003).
        05 EX-U-CLIE        PIC S9(004)     COMP-5.
        05 EX-U-LIMITE      PIC S9(011)V99  COMP-3.
        05 EX-U-TITULOS     PIC S9(012)V99  COMP-3.
        05 EX-U-PEDIDOS     PIC S9(012)V99  COMP-3.
        05 EX-U-SITU        PIC  X(001).
           88 EX-U-Lida         Value "S".
           88 EX-U-Inacessivel  Value "I".
