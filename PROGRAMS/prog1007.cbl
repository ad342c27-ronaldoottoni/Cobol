 01  WS-QTD-ENVIADOS     PIC 9(006) VALUE ZEROS.
 01  WS-QTD-FALHAS       PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
*
*  The client status files (MQ-DOC "STATUS", PROG1074) are sealed
*  interface files: one whose seal no longer matches is not sent
*  - the row is marked falhou and the refusal is in SELO.LOG.
 Copy "..\COPY\SELOARQ.CPY".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*  branch's DADOS, through the shop mailer. The mailer's exit
*  code decides enviado/falhou.
 Envia-Um-Email.
   If MQ-DOC = "STATUS"
      Move "V"        To SA-OPERACAO
      Move Lk-Unidade To SA-UNIDADE
      Move Spaces     To SA-ARQUIVO
      String Lk-Unidade Delimited By Size
             "\DADOS\"  Delimited By Size
             MQ-ARQUIVO Delimited By Space
             Into SA-ARQUIVO
      End-String
      Move "PROG1007" To SA-PROGRAMA
      Move Zeros      To SA-TOTAL
      Call "SELOARQ" Using SA-PARM
      If Not SA-Selo-Confere
         Display MQ-ARQUIVO " RECUSADO - selo nao confere ("
                 SA-RESULTADO ")."
         Add 1 To MQ-TENTATIVAS
         Move WS-DATA-SISTEMA To MQ-DTUL
         Move "F" To MQ-SITU
         Add 1 To WS-QTD-FALHAS
         Rewrite MAILQ-REGI
            Invalid Key Continue
         End-Rewrite
         Go To Envia-Um-Email-Exit
      End-if
   End-if
   Move Spaces To WS-MAIL-CMD
   String "..\DADOS\MAILALRT.BAT " Delimited By Size
          Lk-Unidade               Delimited By Size
