*  RESET = forget everything (the BAT's force-full-rerun flag).
*  TRAVA = take the branch's SYNC.LCK for a BAT-driven run -
*          return-code 1 (and no lock) when ONLINE.LCK is busy or
*          SYNC.LCK is already held. The marker's origin is the
*          step name (REORG for REORG.BAT, ARQANUAL for
*          ARQANUAL.BAT, LGPD for LGPDANON.BAT), ORDSYNCP for
*          SYNC.
*  SOLTA = release SYNC.LCK (empty it, CHECKPT convention).
 01 Lk-Acao                   Pic X(005).
 01 Lk-Passo                  Pic X(008).
   String WS-HH-SIS ":" WS-MM-SIS ":" WS-SS-SIS
          Delimited By Size Into LC-HORA
   End-String
   If Lk-Passo = "SYNC"
      Move "ORDSYNCP"     To LC-ORIGEM
   Else
      Move Lk-Passo       To LC-ORIGEM
   End-if
   Write LOCKMRK-REGI
   Close LOCKMRK.
 Trava-Sync-Batch-Exit.
