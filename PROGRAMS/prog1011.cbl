 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-SITU-ED          PIC 9(001).
 01  WS-IMAGEM           PIC X(040).
*  A situacao taken from MySQL re-states the reservation (RESERVA).
 01  WS-RSV-OPERACAO     PIC X(001).
*
 EXEC SQL INCLUDE SQLCA END-EXEC.
 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         Display "Erro ao regravar ORDE.DAT."
         Go To Aplica-Mysql-No-Local-Exit
   End-Rewrite
   If Situacao-Liberado
      Move "R" To WS-RSV-OPERACAO
   Else
      Move "L" To WS-RSV-OPERACAO
   End-if
   Call "RESERVA" Using ORDE-REGI, Lk-Unidade, WS-RSV-OPERACAO
      On Exception Continue
   End-Call
   Move "MYSQL VENCEU - ORDE.DAT REESCRITO" To WS-IMAGEM
   Perform Grava-Auditoria Thru Grava-Auditoria-Exit
   Display "ORDE.DAT reescrito com os valores do MySQL.".
