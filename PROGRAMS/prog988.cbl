 01  WS-QTD-ED           PIC Z(005)9.
 01  WS-STATUS-HANDOFF   PIC X(010) VALUE SPACES.
 01  WS-CMD              PIC X(200).
*
*  ORDE.CSV leaves only if its PROG947 seal still matches: an
*  extract edited in DADOS after it was written is refused,
*  logged as RECUSADO here and in SELO.LOG.
 Copy "..\COPY\SELOARQ.CPY".
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
      Subtract 1 From WS-QTD-LINHAS
   End-if

   Move "V"        To SA-OPERACAO
   Move Lk-Unidade To SA-UNIDADE
   Move PathIMPCSV To SA-ARQUIVO
   Move "PROG988"  To SA-PROGRAMA
   Move Zeros      To SA-TOTAL
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display "ORDE.CSV RECUSADO - selo nao confere ("
              SA-RESULTADO "). Gere de novo (PROG947)."
      Move "RECUSADO" To WS-STATUS-HANDOFF
      Perform Grava-Log-Handoff Thru Grava-Log-Handoff-Exit
      Move 1 To Return-Code
      Exit Program
   End-if

*  The control file travels WITH the CSV - count and stamp, so
*  the BI load can refuse a file that does not match its control.
   Move Spaces to PathBICTL.
