*CONVERSAO DE COTACOES E MOTIVOS DE PERDA POR VENDEDOR E PRODUTO
 Identification Division.
 Program-Id. PROG1069.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\COTACAO.SL".
   Copy "..\COPY\CONTATO.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\ORDEHIST.SL".
   Copy "..\COPY\VENDEDOR.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\MOTPERDA.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=COTACAO
   Copy "..\COPY\COTACAO.FD".
$XFD FILE=CONTATO
   Copy "..\COPY\CONTATO.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=ORDEHIST
   Copy "..\COPY\ORDEHIST.FD".
$XFD FILE=VENDEDOR
   Copy "..\COPY\VENDEDOR.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=MOTPERDA
   Copy "..\COPY\MOTPERDA.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  What became of the month's quotations. Every COTACAO.DAT
*  record dated in the competencia is given
*    - a seller: the one of the latest contact logged against the
*      quotation (CONTATO.DAT, PROG1067); failing that, the
*      vendedor of the order it turned into (ORDE.DAT, then the
*      ORDEHIST.DAT archive); otherwise 0 - nobody followed it;
*    - an outcome: converted when CT-PEDIDO is filled or the
*      latest contact says the order was won (G); lost when the
*      latest contact says lost (P, with its MOTPERDA.DAT reason)
*      or no interest (S, reason 00); open otherwise.
*  Printed per seller and product with the conversion rate
*  (converted / quoted), then the loss reasons counted by seller
*  and by product. Report in CONVCOT.REL.
*
 01  Stat-COTACAO        PIC X(002).
     88 Valido-COTACAO   Value "00" THRU "09".
     88 Fim-COTACAO      Value "10".
 01  PATHCOTACAO         PIC X(060).
 01  Stat-CONTATO        PIC X(002).
     88 Valido-CONTATO   Value "00" THRU "09".
     88 Fim-CONTATO      Value "10".
 01  PATHCONTATO         PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-ORDEHIST       PIC X(002).
     88 Valido-ORDEHIST  Value "00" THRU "09".
 01  PATHORDEHIST        PIC X(060).
 01  Stat-VENDEDOR       PIC X(002).
     88 Valido-VENDEDOR  Value "00" THRU "09".
 01  PATHVENDEDOR        PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-MOTPERDA       PIC X(002).
     88 Valido-MOTPERDA  Value "00" THRU "09".
 01  PATHMOTPERDA        PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-COMP-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-COMP-X           PIC X(006).
 01  WS-DATA-SISTEMA     PIC 9(008).
*
*  The quotation being classified.
 01  WS-COT-VEND         PIC S9(004) COMP-5.
 01  WS-COT-ULTIMO       PIC S9(006) COMP-5.
 01  WS-COT-RESULTADO    PIC X(001).
 01  WS-COT-MOTIVO       PIC 9(002).
 01  WS-COT-SITU         PIC X(001).
     88 Cotacao-Convertida Value "C".
     88 Cotacao-Perdida    Value "P".
     88 Cotacao-Aberta     Value "A".
*
*  One row per seller and product - the PROG964 linear search/
*  insert and bubble sort.
 78  max-linhas          value 500.
 01  WS-LINHA-TAB.
     03 WS-LN occurs 500 times.
        05 WS-LN-VEND        PIC S9(004)     COMP-5.
        05 WS-LN-PROD        PIC S9(006)     COMP-5.
        05 WS-LN-QTD         PIC S9(005)     COMP-5.
        05 WS-LN-CONV        PIC S9(005)     COMP-5.
        05 WS-LN-PERD        PIC S9(005)     COMP-5.
        05 WS-LN-ABER        PIC S9(005)     COMP-5.
        05 WS-LN-PESO        PIC S9(012)V999 COMP-3.
        05 WS-LN-PESO-CONV   PIC S9(012)V999 COMP-3.
 01  WS-TROCA-LN.
     03 WS-TL-VEND           PIC S9(004)     COMP-5.
     03 WS-TL-PROD           PIC S9(006)     COMP-5.
     03 WS-TL-QTD            PIC S9(005)     COMP-5.
     03 WS-TL-CONV           PIC S9(005)     COMP-5.
     03 WS-TL-PERD           PIC S9(005)     COMP-5.
     03 WS-TL-ABER           PIC S9(005)     COMP-5.
     03 WS-TL-PESO           PIC S9(012)V999 COMP-3.
     03 WS-TL-PESO-CONV      PIC S9(012)V999 COMP-3.
 01  WS-QTD-LINHAS       PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-LN-IDX           PIC 9(004) COMP-X.
*
*  Loss reasons counted twice: by seller (tipo V, chave = seller)
*  and by product (tipo P, chave = product).
 78  max-perdas          value 600.
 01  WS-PERDA-TAB.
     03 WS-PE occurs 600 times.
        05 WS-PE-TIPO        PIC X(001).
        05 WS-PE-CHAVE       PIC S9(006)     COMP-5.
        05 WS-PE-MOTIVO      PIC 9(002).
        05 WS-PE-QTD         PIC S9(005)     COMP-5.
 01  WS-TROCA-PE.
     03 WS-TP-TIPO           PIC X(001).
     03 WS-TP-CHAVE          PIC S9(006)     COMP-5.
     03 WS-TP-MOTIVO         PIC 9(002).
     03 WS-TP-QTD            PIC S9(005)     COMP-5.
 01  WS-QTD-PERDAS       PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-PE-IDX           PIC 9(004) COMP-X.
 01  WS-PE-FIM           PIC 9(004) COMP-X.
 01  WS-PE-TIPO-ACUM     PIC X(001).
 01  WS-PE-CHAVE-ACUM    PIC S9(006) COMP-5.
*
 01  WS-SORT-I           PIC 9(004) COMP-X.
 01  WS-SORT-J           PIC 9(004) COMP-X.
 01  WS-ACHOU            PIC X(001).
     88 Achou-Linha      Value "S".
 01  WS-TABELA-CHEIA     PIC X(001) VALUE "N".
     88 Tabela-Cheia     Value "S".
 01  WS-TROCAR           PIC X(001).
     88 Deve-Trocar      Value "S".
*
*  Totals - per seller while printing, and for the month.
 01  WS-VEND-ANTERIOR    PIC S9(004) COMP-5.
 01  WS-SUB-TOTAIS.
     03 WS-SUB-QTD           PIC S9(005)     COMP-5.
     03 WS-SUB-CONV          PIC S9(005)     COMP-5.
     03 WS-SUB-PERD          PIC S9(005)     COMP-5.
     03 WS-SUB-ABER          PIC S9(005)     COMP-5.
     03 WS-SUB-PESO          PIC S9(012)V999 COMP-3.
     03 WS-SUB-PESO-CONV     PIC S9(012)V999 COMP-3.
 01  WS-TOTAIS.
     03 WS-TOT-QTD           PIC S9(005)     COMP-5.
     03 WS-TOT-CONV          PIC S9(005)     COMP-5.
     03 WS-TOT-PERD          PIC S9(005)     COMP-5.
     03 WS-TOT-ABER          PIC S9(005)     COMP-5.
     03 WS-TOT-PESO          PIC S9(012)V999 COMP-3.
     03 WS-TOT-PESO-CONV     PIC S9(012)V999 COMP-3.
 01  WS-TOT-CHAVE        PIC S9(005) COMP-5.
 01  WS-PCT              PIC S9(003)V9 COMP-3.
*
*  One printed line, whatever its level.
 01  WS-IMP-ROTULO       PIC X(030).
 01  WS-IMP-QTD          PIC S9(005) COMP-5.
 01  WS-IMP-CONV         PIC S9(005) COMP-5.
 01  WS-IMP-PERD         PIC S9(005) COMP-5.
 01  WS-IMP-ABER         PIC S9(005) COMP-5.
 01  WS-IMP-PESO         PIC S9(012)V999 COMP-3.
 01  WS-IMP-PESO-CONV    PIC S9(012)V999 COMP-3.
*
 01  WS-VEND-ED          PIC Z(003)9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-MOT-ED           PIC 99.
 01  WS-QTD-ED           PIC ZZZZ9.
 01  WS-CONV-ED          PIC ZZZZ9.
 01  WS-PERD-ED          PIC ZZZZ9.
 01  WS-ABER-ED          PIC ZZZZ9.
 01  WS-PCT-ED           PIC ZZ9,9.
 01  WS-PESO-ED          PIC ZZZZZZZ9,999.
 01  WS-PESO2-ED         PIC ZZZZZZZ9,999.
*
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 Copy "..\copy\usuario.cpy".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Display "Competencia (AAAAMM): " With No Advancing
   Accept WS-COMPETENCIA
   If WS-COMP-MES < 1 Or WS-COMP-MES > 12
      Display "Competencia invalida."
      Move 1 To Return-Code
      Exit Program
   End-if
   Move WS-COMPETENCIA To WS-COMP-X

   Move Spaces to PathCOTACAO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\COTACAO.DAT" Delimited By Size
          Into PathCOTACAO
   End-String.
   Open Input COTACAO
   If Not Valido-COTACAO
      Display "erro COTACAO " Stat-COTACAO
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathVENDEDOR.
   String Lk-Unidade            Delimited By Size
          "\DADOS\VENDEDOR.DAT" Delimited By Size
          Into PathVENDEDOR
   End-String.
   Open Input VENDEDOR
   If Not Valido-VENDEDOR
      Display "erro VENDEDOR " Stat-VENDEDOR
      Close COTACAO
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Not Valido-PRODUTO
      Display "erro PRODUTO " Stat-PRODUTO
      Close COTACAO
      Close VENDEDOR
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathROMREL.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CONVCOT.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro CONVCOT.REL " Stat-ROMREL
      Close COTACAO
      Close VENDEDOR
      Close PRODUTO
      Move 1 To Return-Code
      Exit Program
   End-if.

*  No contact log, order archive or reason table yet only means
*  nothing is found there.
   Move Spaces to PathCONTATO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CONTATO.DAT" Delimited By Size
          Into PathCONTATO
   End-String.
   Open Input CONTATO
   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   Move Spaces to PathORDEHIST.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ORDEHIST.DAT" Delimited By Size
          Into PathORDEHIST
   End-String.
   Open Input ORDEHIST
   Move Spaces to PathMOTPERDA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\MOTPERDA.DAT" Delimited By Size
          Into PathMOTPERDA
   End-String.
   Open Input MOTPERDA

   Initialize WS-TOTAIS
   Perform Until Fim-COTACAO
      Read COTACAO Next Record
         At End Move "10" To Stat-COTACAO
      End-Read
      If Valido-COTACAO And CT-DATA(1:6) = WS-COMP-X
         Perform Classifica-Cotacao Thru Classifica-Cotacao-Exit
      End-if
   End-Perform

   Perform Ordena-Linhas Thru Ordena-Linhas-Exit
   Perform Ordena-Perdas Thru Ordena-Perdas-Exit
   Perform Imprime-Conversao Thru Imprime-Conversao-Exit
   Perform Imprime-Perdas Thru Imprime-Perdas-Exit

   Close COTACAO
   Close CONTATO
   Close ORDE
   Close ORDEHIST
   Close VENDEDOR
   Close PRODUTO
   Close MOTPERDA
   Close ROMREL
   Move "PROG1069"    To WS-SP-PROGRAMA
   Move "CONVCOT.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-TOT-QTD To WS-QTD-ED
   Display WS-QTD-ED " cotacao(oes) na competencia;"
           " relatorio em 'CONVCOT.REL'."
   If Tabela-Cheia
      Display "Tabela de vendedor/produto ou de motivos cheia - "
              "o excedente ficou de fora."
   End-if.
   Exit Program.
*
 Classifica-Cotacao.
   Move Zeros  To WS-COT-VEND WS-COT-ULTIMO WS-COT-MOTIVO
   Move Spaces To WS-COT-RESULTADO
   Move CT-NUMERO To CO-COTACAO
   Start CONTATO Key = CO-COTACAO
      Invalid Key Move "10" To Stat-CONTATO
   End-Start
   Perform Until Fim-CONTATO
      Read CONTATO Next Record
         At End Move "10" To Stat-CONTATO
      End-Read
      If Valido-CONTATO
         If CO-COTACAO Not = CT-NUMERO
            Move "10" To Stat-CONTATO
         Else
            If CO-NUMERO > WS-COT-ULTIMO
               Move CO-NUMERO    To WS-COT-ULTIMO
               Move CO-VEND      To WS-COT-VEND
               Move CO-RESULTADO To WS-COT-RESULTADO
               Move CO-MOTIVO    To WS-COT-MOTIVO
            End-if
         End-if
      End-if
   End-Perform

   If WS-COT-VEND = Zeros And CT-PEDIDO > Zeros
      Move CT-PEDIDO To ORDE-NUME
      Read ORDE
         Invalid Key Continue
      End-Read
      If Valido-ORDE
         Move ORDE-VEND To WS-COT-VEND
      Else
         Move CT-PEDIDO To OH-NUME
         Read ORDEHIST
            Invalid Key Continue
         End-Read
         If Valido-ORDEHIST
            Move OH-VEND To WS-COT-VEND
         End-if
      End-if
   End-if

   Evaluate True
      When CT-PEDIDO > Zeros Or WS-COT-RESULTADO = "G"
         Move "C" To WS-COT-SITU
      When WS-COT-RESULTADO = "P"
         Move "P" To WS-COT-SITU
      When WS-COT-RESULTADO = "S"
         Move "P" To WS-COT-SITU
         Move Zeros To WS-COT-MOTIVO
      When Other
         Move "A" To WS-COT-SITU
   End-Evaluate

   Perform Localiza-Linha Thru Localiza-Linha-Exit
   If Achou-Linha
      Add 1       To WS-LN-QTD(WS-LN-IDX)
      Add CT-PESO To WS-LN-PESO(WS-LN-IDX)
      Evaluate True
         When Cotacao-Convertida
            Add 1       To WS-LN-CONV(WS-LN-IDX)
            Add CT-PESO To WS-LN-PESO-CONV(WS-LN-IDX)
         When Cotacao-Perdida
            Add 1 To WS-LN-PERD(WS-LN-IDX)
         When Other
            Add 1 To WS-LN-ABER(WS-LN-IDX)
      End-Evaluate
   End-if
   If Cotacao-Perdida
      Move "V"         To WS-PE-TIPO-ACUM
      Move WS-COT-VEND To WS-PE-CHAVE-ACUM
      Perform Conta-Perda Thru Conta-Perda-Exit
      Move "P"         To WS-PE-TIPO-ACUM
      Move CT-PROD     To WS-PE-CHAVE-ACUM
      Perform Conta-Perda Thru Conta-Perda-Exit
   End-if.
 Classifica-Cotacao-Exit.
   Exit.
*
 Localiza-Linha.
   Move "N" To WS-ACHOU
   Perform Varying WS-LN-IDX From 1 By 1
             Until WS-LN-IDX > WS-QTD-LINHAS Or Achou-Linha
      If WS-LN-VEND(WS-LN-IDX) = WS-COT-VEND
         And WS-LN-PROD(WS-LN-IDX) = CT-PROD
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Achou-Linha
      Subtract 1 From WS-LN-IDX
      Go To Localiza-Linha-Exit
   End-if
   If WS-QTD-LINHAS Not < max-linhas
      Move "S" To WS-TABELA-CHEIA
      Go To Localiza-Linha-Exit
   End-if
   Add 1 To WS-QTD-LINHAS
   Move WS-QTD-LINHAS To WS-LN-IDX
   Initialize WS-LN(WS-LN-IDX)
   Move WS-COT-VEND To WS-LN-VEND(WS-LN-IDX)
   Move CT-PROD     To WS-LN-PROD(WS-LN-IDX)
   Move "S" To WS-ACHOU.
 Localiza-Linha-Exit.
   Exit.
*
 Conta-Perda.
   Move "N" To WS-ACHOU
   Perform Varying WS-PE-IDX From 1 By 1
             Until WS-PE-IDX > WS-QTD-PERDAS Or Achou-Linha
      If WS-PE-TIPO(WS-PE-IDX) = WS-PE-TIPO-ACUM
         And WS-PE-CHAVE(WS-PE-IDX) = WS-PE-CHAVE-ACUM
         And WS-PE-MOTIVO(WS-PE-IDX) = WS-COT-MOTIVO
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Achou-Linha
      Subtract 1 From WS-PE-IDX
      Add 1 To WS-PE-QTD(WS-PE-IDX)
      Go To Conta-Perda-Exit
   End-if
   If WS-QTD-PERDAS Not < max-perdas
      Move "S" To WS-TABELA-CHEIA
      Go To Conta-Perda-Exit
   End-if
   Add 1 To WS-QTD-PERDAS
   Move WS-QTD-PERDAS    To WS-PE-IDX
   Move WS-PE-TIPO-ACUM  To WS-PE-TIPO(WS-PE-IDX)
   Move WS-PE-CHAVE-ACUM To WS-PE-CHAVE(WS-PE-IDX)
   Move WS-COT-MOTIVO    To WS-PE-MOTIVO(WS-PE-IDX)
   Move 1                To WS-PE-QTD(WS-PE-IDX).
 Conta-Perda-Exit.
   Exit.
*
*  Seller, then product.
 Ordena-Linhas.
   Perform Varying WS-SORT-I From 1 By 1
             Until WS-SORT-I > WS-QTD-LINHAS
      Perform Varying WS-SORT-J From 1 By 1
                Until WS-SORT-J > WS-QTD-LINHAS - WS-SORT-I
         Move "N" To WS-TROCAR
         If WS-LN-VEND(WS-SORT-J) > WS-LN-VEND(WS-SORT-J + 1)
            Move "S" To WS-TROCAR
         End-if
         If WS-LN-VEND(WS-SORT-J) = WS-LN-VEND(WS-SORT-J + 1)
            And WS-LN-PROD(WS-SORT-J) > WS-LN-PROD(WS-SORT-J + 1)
            Move "S" To WS-TROCAR
         End-if
         If Deve-Trocar
            Move WS-LN(WS-SORT-J)     To WS-TROCA-LN
            Move WS-LN(WS-SORT-J + 1) To WS-LN(WS-SORT-J)
            Move WS-TROCA-LN          To WS-LN(WS-SORT-J + 1)
         End-if
      End-Perform
   End-Perform.
 Ordena-Linhas-Exit.
   Exit.
*
*  By seller before by product; within each, the most frequent
*  reason first.
 Ordena-Perdas.
   Perform Varying WS-SORT-I From 1 By 1
             Until WS-SORT-I > WS-QTD-PERDAS
      Perform Varying WS-SORT-J From 1 By 1
                Until WS-SORT-J > WS-QTD-PERDAS - WS-SORT-I
         Move "N" To WS-TROCAR
         If WS-PE-TIPO(WS-SORT-J) < WS-PE-TIPO(WS-SORT-J + 1)
            Move "S" To WS-TROCAR
         End-if
         If WS-PE-TIPO(WS-SORT-J) = WS-PE-TIPO(WS-SORT-J + 1)
            And WS-PE-CHAVE(WS-SORT-J) > WS-PE-CHAVE(WS-SORT-J + 1)
            Move "S" To WS-TROCAR
         End-if
         If WS-PE-TIPO(WS-SORT-J) = WS-PE-TIPO(WS-SORT-J + 1)
            And WS-PE-CHAVE(WS-SORT-J) = WS-PE-CHAVE(WS-SORT-J + 1)
            And WS-PE-QTD(WS-SORT-J) < WS-PE-QTD(WS-SORT-J + 1)
            Move "S" To WS-TROCAR
         End-if
         If Deve-Trocar
            Move WS-PE(WS-SORT-J)     To WS-TROCA-PE
            Move WS-PE(WS-SORT-J + 1) To WS-PE(WS-SORT-J)
            Move WS-TROCA-PE          To WS-PE(WS-SORT-J + 1)
         End-if
      End-Perform
   End-Perform.
 Ordena-Perdas-Exit.
   Exit.
*
 Imprime-Conversao.
   Move Spaces To ROMREL-REGI
   String "CONVERSAO DE COTACOES - COMPETENCIA " WS-COMP-X(5:2) "/"
          WS-COMP-X(1:4) " - EMITIDO EM " WS-DATA-SISTEMA(7:2) "/"
          WS-DATA-SISTEMA(5:2) "/" WS-DATA-SISTEMA(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move "VENDEDOR 0 = COTACAO SEM CONTATO REGISTRADO NEM PEDIDO"
     To ROMREL-REGI
   Write ROMREL-REGI

   Move -1 To WS-VEND-ANTERIOR
   Perform Varying WS-LN-IDX From 1 By 1
             Until WS-LN-IDX > WS-QTD-LINHAS
      If WS-LN-VEND(WS-LN-IDX) Not = WS-VEND-ANTERIOR
         Perform Fecha-Vendedor Thru Fecha-Vendedor-Exit
         Move WS-LN-VEND(WS-LN-IDX) To WS-VEND-ANTERIOR VD-CODIGO
                                       WS-VEND-ED
         Read VENDEDOR
            Invalid Key Move Spaces To VD-NOME
         End-Read
         Move Spaces To ROMREL-REGI
         Write ROMREL-REGI
         Move Spaces To ROMREL-REGI
         String "VENDEDOR " WS-VEND-ED " - " VD-NOME
                Delimited By Size Into ROMREL-REGI
         End-String
         Write ROMREL-REGI
         Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit
      End-if
      Move WS-LN-PROD(WS-LN-IDX) To PD-CODIGO WS-PROD-ED
      Read PRODUTO
         Invalid Key Move Spaces To PD-NOME
      End-Read
      Move Spaces To WS-IMP-ROTULO
      String WS-PROD-ED " " PD-NOME(1:23)
             Delimited By Size Into WS-IMP-ROTULO
      End-String
      Move WS-LN-QTD(WS-LN-IDX)       To WS-IMP-QTD
      Move WS-LN-CONV(WS-LN-IDX)      To WS-IMP-CONV
      Move WS-LN-PERD(WS-LN-IDX)      To WS-IMP-PERD
      Move WS-LN-ABER(WS-LN-IDX)      To WS-IMP-ABER
      Move WS-LN-PESO(WS-LN-IDX)      To WS-IMP-PESO
      Move WS-LN-PESO-CONV(WS-LN-IDX) To WS-IMP-PESO-CONV
      Perform Imprime-Linha Thru Imprime-Linha-Exit
      Add WS-LN-QTD(WS-LN-IDX)       To WS-SUB-QTD WS-TOT-QTD
      Add WS-LN-CONV(WS-LN-IDX)      To WS-SUB-CONV WS-TOT-CONV
      Add WS-LN-PERD(WS-LN-IDX)      To WS-SUB-PERD WS-TOT-PERD
      Add WS-LN-ABER(WS-LN-IDX)      To WS-SUB-ABER WS-TOT-ABER
      Add WS-LN-PESO(WS-LN-IDX)      To WS-SUB-PESO WS-TOT-PESO
      Add WS-LN-PESO-CONV(WS-LN-IDX) To WS-SUB-PESO-CONV
                                        WS-TOT-PESO-CONV
   End-Perform
   Perform Fecha-Vendedor Thru Fecha-Vendedor-Exit

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "TOTAL DA COMPETENCIA" To WS-IMP-ROTULO
   Move WS-TOT-QTD       To WS-IMP-QTD
   Move WS-TOT-CONV      To WS-IMP-CONV
   Move WS-TOT-PERD      To WS-IMP-PERD
   Move WS-TOT-ABER      To WS-IMP-ABER
   Move WS-TOT-PESO      To WS-IMP-PESO
   Move WS-TOT-PESO-CONV To WS-IMP-PESO-CONV
   Perform Imprime-Linha Thru Imprime-Linha-Exit.
 Imprime-Conversao-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To ROMREL-REGI
   Move "PRODUTO"      To ROMREL-REGI(1:7)
   Move "COTAC"        To ROMREL-REGI(32:5)
   Move "CONV"         To ROMREL-REGI(39:4)
   Move "PERD"         To ROMREL-REGI(45:4)
   Move "ABER"         To ROMREL-REGI(51:4)
   Move "%CONV"        To ROMREL-REGI(56:5)
   Move "PESO COTADO"  To ROMREL-REGI(63:11)
   Move "PESO CONV"    To ROMREL-REGI(78:9)
   Write ROMREL-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
 Fecha-Vendedor.
   If WS-SUB-QTD = Zeros
      Initialize WS-SUB-TOTAIS
      Go To Fecha-Vendedor-Exit
   End-if
   Move "   TOTAL DO VENDEDOR" To WS-IMP-ROTULO
   Move WS-SUB-QTD       To WS-IMP-QTD
   Move WS-SUB-CONV      To WS-IMP-CONV
   Move WS-SUB-PERD      To WS-IMP-PERD
   Move WS-SUB-ABER      To WS-IMP-ABER
   Move WS-SUB-PESO      To WS-IMP-PESO
   Move WS-SUB-PESO-CONV To WS-IMP-PESO-CONV
   Perform Imprime-Linha Thru Imprime-Linha-Exit
   Initialize WS-SUB-TOTAIS.
 Fecha-Vendedor-Exit.
   Exit.
*
 Imprime-Linha.
   Move Zeros To WS-PCT
   If WS-IMP-QTD > Zeros
      Compute WS-PCT Rounded = WS-IMP-CONV * 100 / WS-IMP-QTD
   End-if
   Move WS-IMP-QTD       To WS-QTD-ED
   Move WS-IMP-CONV      To WS-CONV-ED
   Move WS-IMP-PERD      To WS-PERD-ED
   Move WS-IMP-ABER      To WS-ABER-ED
   Move WS-PCT           To WS-PCT-ED
   Move WS-IMP-PESO      To WS-PESO-ED
   Move WS-IMP-PESO-CONV To WS-PESO2-ED
   Move Spaces To ROMREL-REGI
   String WS-IMP-ROTULO " " WS-QTD-ED " " WS-CONV-ED " " WS-PERD-ED
          " " WS-ABER-ED " " WS-PCT-ED " " WS-PESO-ED " " WS-PESO2-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Imprime-Linha-Exit.
   Exit.
*
 Imprime-Perdas.
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "MOTIVOS DE PERDA (MOTIVO 00 = CLIENTE SEM INTERESSE)"
     To ROMREL-REGI
   Write ROMREL-REGI
   If WS-QTD-PERDAS = Zeros
      Move "NENHUMA COTACAO PERDIDA NA COMPETENCIA" To ROMREL-REGI
      Write ROMREL-REGI
      Go To Imprime-Perdas-Exit
   End-if
   Move Spaces To WS-PE-TIPO-ACUM
   Move -1     To WS-PE-CHAVE-ACUM
   Perform Varying WS-PE-IDX From 1 By 1
             Until WS-PE-IDX > WS-QTD-PERDAS
      If WS-PE-TIPO(WS-PE-IDX) Not = WS-PE-TIPO-ACUM
         Move WS-PE-TIPO(WS-PE-IDX) To WS-PE-TIPO-ACUM
         Move Spaces To ROMREL-REGI
         Write ROMREL-REGI
         If WS-PE-TIPO-ACUM = "V"
            Move "POR VENDEDOR" To ROMREL-REGI
         Else
            Move "POR PRODUTO" To ROMREL-REGI
         End-if
         Write ROMREL-REGI
         Move -1 To WS-PE-CHAVE-ACUM
      End-if
      If WS-PE-CHAVE(WS-PE-IDX) Not = WS-PE-CHAVE-ACUM
         Move WS-PE-CHAVE(WS-PE-IDX) To WS-PE-CHAVE-ACUM
         Perform Imprime-Chave-Perda Thru Imprime-Chave-Perda-Exit
      End-if
      Move WS-PE-MOTIVO(WS-PE-IDX) To MP-CODIGO WS-MOT-ED
      If WS-PE-MOTIVO(WS-PE-IDX) = Zeros
         Move "SEM INTERESSE" To MP-DESCRICAO
      Else
         Read MOTPERDA
            Invalid Key Move "MOTIVO NAO CADASTRADO" To MP-DESCRICAO
         End-Read
      End-if
      Move Zeros To WS-PCT
      If WS-TOT-CHAVE > Zeros
         Compute WS-PCT Rounded =
                 WS-PE-QTD(WS-PE-IDX) * 100 / WS-TOT-CHAVE
      End-if
      Move WS-PE-QTD(WS-PE-IDX) To WS-QTD-ED
      Move WS-PCT               To WS-PCT-ED
      Move Spaces To ROMREL-REGI
      String "      " WS-MOT-ED " " MP-DESCRICAO " " WS-QTD-ED " "
             WS-PCT-ED "%"
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-Perform.
 Imprime-Perdas-Exit.
   Exit.
*
*  Heading of one seller's or product's reasons, with its total
*  losses - the base of each reason's share.
 Imprime-Chave-Perda.
   Move Zeros To WS-TOT-CHAVE
   Perform Varying WS-PE-FIM From WS-PE-IDX By 1
             Until WS-PE-FIM > WS-QTD-PERDAS
      If WS-PE-TIPO(WS-PE-FIM) = WS-PE-TIPO-ACUM
         And WS-PE-CHAVE(WS-PE-FIM) = WS-PE-CHAVE-ACUM
         Add WS-PE-QTD(WS-PE-FIM) To WS-TOT-CHAVE
      End-if
   End-Perform
   Move WS-TOT-CHAVE To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   If WS-PE-TIPO-ACUM = "V"
      Move WS-PE-CHAVE-ACUM To VD-CODIGO WS-VEND-ED
      Read VENDEDOR
         Invalid Key Move Spaces To VD-NOME
      End-Read
      String "   VENDEDOR " WS-VEND-ED " - " VD-NOME(1:30)
             " - PERDIDAS: " WS-QTD-ED
             Delimited By Size Into ROMREL-REGI
      End-String
   Else
      Move WS-PE-CHAVE-ACUM To PD-CODIGO WS-PROD-ED
      Read PRODUTO
         Invalid Key Move Spaces To PD-NOME
      End-Read
      String "   PRODUTO " WS-PROD-ED " - " PD-NOME(1:30)
             " - PERDIDAS: " WS-QTD-ED
             Delimited By Size Into ROMREL-REGI
      End-String
   End-if
   Write ROMREL-REGI.
 Imprime-Chave-Perda-Exit.
   Exit.
