*****************************************************************
* COPY.....: GERAPARC.CPY
* FUNCAO...: Parameter block of GERAPARC, the one place a payment
*            terms code (PRAZO.DAT) becomes an installment
*            schedule: days counted from the base date, each due
*            date rolled forward to the next business day on the
*            FERIADOS.DAT calendar, the percents applied to the
*            total and the rounding left on the last installment.
*            GP-Gera fills GP-VENC/GP-VALO from GP-TOTAL;
*            GP-Confere regenerates from the sum of the GP-VALO
*            handed in and says whether the schedule matches
*            (GP-Parcelas-Divergem otherwise). GP-VENC has the
*            ORDE-VENC shape (AAAAMMDD in the first 8 bytes).
* ALTERACAO:
*   15/10/2026 RO  Criacao.
*****************************************************************
 01  GP-PARM.
     03 GP-FUNCAO           PIC  X(001).
        88 GP-Gera              Value "G".
        88 GP-Confere           Value "C".
     03 GP-PRAZO            PIC  9(003).
     03 GP-BASE             PIC  X(008).
     03 GP-TOTAL            PIC S9(012)V99  COMP-3.
     03 GP-VENC             PIC  X(010)              OCCURS 10.
     03 GP-VALO             PIC S9(012)V99  COMP-3   OCCURS 10.
     03 GP-QTD-PARC         PIC  9(002).
     03 GP-DESCRICAO        PIC  X(030).
     03 GP-RETORNO          PIC  X(001).
        88 GP-Prazo-Ok          Value "S".
        88 GP-Prazo-Inexistente Value "N".
        88 GP-Base-Invalida     Value "B".
        88 GP-Parcelas-Divergem Value "D".
