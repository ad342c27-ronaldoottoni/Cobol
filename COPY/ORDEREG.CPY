*            the way ORDEHIST.FD is.
* ALTERACAO:
*   22/08/2026 RO  Criacao (gerado de ORDE.FD).
*   15/10/2026 RO  Brought back in step with ORDE.FD: LKO-LOTE,
*                  LKO-FAGR and the new LKO-PRAZ at the end.
*****************************************************************
 01  LKO-REGI.
    03 LKO-NUME     PIC S9(006)     COMP-5.
    03 LKO-ALTE     PIC  X(020)     .
    03 LKO-DTAL     PIC  X(010)     .
    03 LKO-HRAL     PIC  X(008)     .
    03 LKO-LOTE     PIC  X(010)              OCCURS 20.
    03 LKO-FAGR     PIC S9(006)     COMP-5.
    03 LKO-PRAZ     PIC  9(003)     .
