*
*  Accounting maintains its own account codes here, one debit/
*  credit pair per journal event (FATURAMENTO, CANCELAMENTO,
*  BAIXA-TITULO, FRETE, CMV, ESTORNO-CMV, NOTA-CREDITO,
*  NOTA-DEBITO, PIS, COFINS, RET-INSS, RET-SEST, RET-IRRF);
*  PROG926 refuses to
*  invent accounts - an event without a row is skipped and
*  counted at export time.
*
 01  Stat-CONTAMAP        PIC X(002).
     88 Valido-CONTAMAP   Value "00" THRU "09".
