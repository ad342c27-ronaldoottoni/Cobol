*  single-bank RETORNO.240. The processing is identical - the
*  nosso-numero finds the title whichever bank answered.
 01  WS-BANCO-ESCOLHIDO  PIC X(003) VALUE SPACES.
*
*  The retorno is read only as it was received: PROG1078 copies
*  it into DADOS and seals it on arrival, and a file with no seal
*  or whose seal no longer matches settles nothing.
 Copy "..\COPY\SELOARQ.CPY".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
             Into PathCNAB
      End-String
   End-if.
   Move "V"        To SA-OPERACAO
   Move Lk-Unidade To SA-UNIDADE
   Move PathCNAB   To SA-ARQUIVO
   Move "PROG979"  To SA-PROGRAMA
   Move Zeros      To SA-TOTAL
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display "Retorno RECUSADO - selo nao confere (" SA-RESULTADO
              "). Receba o arquivo pelo PROG1078."
      Close TITULOS
      If Tem-Fila-Instrucao
         Close INSTRBAN
      End-if
      Move 1 To Return-Code
      Exit Program
   End-if.
   Open Input CNAB
   If Not Valido-CNAB
      Display "erro CNAB (RETORNO.240) " Stat-CNAB
*     confirming it is not a second payment.
      Go To Baixa-Pelo-Retorno-Exit
   End-if
   If Titulo-Renegociado
*     Closed by an agreement (PROG1033) and its baixa queued - the
*     bank collecting it anyway is money the office must place by
*     hand against the agreement's installments.
      Display "Titulo " TI-NUME "/" TI-PARC " renegociado ("
              TI-OPER-PG ") pago no banco - tratar a mao."
      Go To Baixa-Pelo-Retorno-Exit
   End-if
   Move CU-DATA-OCORRENCIA To WS-DATA-BANCO
   Move WS-DB-ANO To WS-AMD-ANO
   Move WS-DB-MES To WS-AMD-MES
