*  stays: the next sync re-fetches the row, rewrites it in place
*  and files it in ORDE_ARCH like any other, closing the loop the
*  reconciliation report was complaining about.
*  A repriced order (UP-MOTIVO "R", PROG1071) may still have its
*  old row upstream: that row is deleted in the same transaction
*  as the insert, so the new prices replace it rather than being
*  overwritten by it on the next sync.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
   Perform Monta-Registro-Sql Thru Monta-Registro-Sql-Exit

   EXEC SQL WHENEVER SQLERROR GOTO Envio-Falhou END-EXEC
   If Upload-Repreco
      EXEC SQL
           DELETE FROM IBICOARA.ORDE WHERE OD_NUME = :OD-NUME
      END-EXEC
   End-if
   EXEC SQL
        INSERT INTO IBICOARA.ORDE VALUES (
           :OD-NUME, :OD-EMIS, :OD-CLIE,
   END-EXEC
   EXEC SQL COMMIT END-EXEC
   Move "E"             To UP-SITU
   Move Spaces          To UP-MOTIVO
   Add 1 To UP-TENTATIVAS
   Move Zeros           To UP-ULT-SQLCODE
   Move WS-DATA-SISTEMA To UP-DTUL
