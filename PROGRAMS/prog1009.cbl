 01  WS-STATUS-HANDOFF   PIC X(010) VALUE SPACES.
 01  WS-CMD              PIC X(200).
 01  WS-FALHOU           PIC X(001) VALUE "N".
*
*  No extract leaves without its PROG1008 seal matching: a CSV
*  edited in DADOS after it was written is refused, logged as
*  RECUSADO here and in SELO.LOG, and the night fails.
 Copy "..\COPY\SELOARQ.CPY".
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
      Subtract 1 From WS-QTD-LINHAS
   End-if

   Move "V"        To SA-OPERACAO
   Move Lk-Unidade To SA-UNIDADE
   Move PathIMPCSV To SA-ARQUIVO
   Move "PROG1009" To SA-PROGRAMA
   Move Zeros      To SA-TOTAL
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display WS-NOME-ATUAL ".CSV RECUSADO - selo nao confere ("
              SA-RESULTADO "). Gere de novo (PROG1008)."
      Move "RECUSADO" To WS-STATUS-HANDOFF
      Perform Grava-Log-Handoff Thru Grava-Log-Handoff-Exit
      Move "S" To WS-FALHOU
      Go To Entrega-Um-Extrato-Exit
   End-if

   Move Spaces to PathBICTL.
   String Lk-Unidade   Delimited By Size
          "\DADOS\"     Delimited By Size
