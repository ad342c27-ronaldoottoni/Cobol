*  decision, not a batch one. Reruns are safe: an existing
*  payable (possibly already settled) is left exactly as it is,
*  the PROG958 convention.
*
*  A self-employed carrier (TR-TIPO F) is paid net of what the
*  law makes us withhold. INSS: 11% of the freight's 20% base,
*  the month's bases of the carrier capped at the contribution
*  ceiling; SEST/SENAT: 2,5% of the same base; IRRF: the monthly
*  progressive table over the freight's 10%, less the INSS and
*  the dependants' deduction. All three are worked out over the
*  carrier's month (the CTRC's, PG-COMPETENCIA) - what earlier
*  payables of that month already withheld is taken off, so
*  the ceiling and the table hold for the month as a whole. The
*  rates, bases, ceiling and table are parameters (RET-... and
*  IRRF-...) with the law's current figures as defaults.
*
 01  Stat-CTRC           PIC X(002).
     88 Valido-CTRC      Value "00" THRU "09".
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Duplicado-CTRCPAG Value "22".
     88 Fim-CTRCPAG      Value "10".
 01  PATHCTRCPAG         PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-TOLERANCIA-PCT   PIC S9(003)V9999 VALUE ZEROS.
 01  WS-PRAZO-PADRAO     PIC S9(003) COMP-5 VALUE 30.
*
 01  WS-RET-BASE-INSS-PCT PIC S9(003)V99 VALUE 20.
 01  WS-RET-ALIQ-INSS     PIC S9(003)V99 VALUE 11.
 01  WS-RET-TETO-INSS     PIC S9(009)V99 VALUE 8157,41.
 01  WS-RET-ALIQ-SEST     PIC S9(003)V99 VALUE 2,5.
 01  WS-RET-BASE-IRRF-PCT PIC S9(003)V99 VALUE 10.
 01  WS-RET-DEDUCAO-DEP   PIC S9(007)V99 VALUE 189,59.
*  Monthly IRRF table: up to the limit, aliquota less the
*  parcela a deduzir. The last line has no limit.
 01  WS-IRRF-PADRAO.
     03 FILLER PIC X(020) VALUE "00024288000000000000".
     03 FILLER PIC X(020) VALUE "00028266507500018216".
     03 FILLER PIC X(020) VALUE "00037510515000039416".
     03 FILLER PIC X(020) VALUE "00046646822500067549".
     03 FILLER PIC X(020) VALUE "99999999927500090873".
 01  WS-IRRF-TAB REDEFINES WS-IRRF-PADRAO.
     03 WS-IRRF-FAIXA OCCURS 5.
        05 WS-FX-LIMITE  PIC 9(007)V99.
        05 WS-FX-ALIQ    PIC 9(002)V99.
        05 WS-FX-PARCELA PIC 9(005)V99.
 01  WS-FX-IDX           PIC 9(001).
*
*  What the carrier's earlier payables of the month already hold,
*  and what this one withholds.
 01  WS-ANT-BASE-INSS    PIC S9(011)V99 COMP-3.
 01  WS-ANT-INSS         PIC S9(011)V99 COMP-3.
 01  WS-ANT-RENDIMENTO   PIC S9(011)V99 COMP-3.
 01  WS-ANT-IRRF         PIC S9(011)V99 COMP-3.
 01  WS-RT-BASE-INSS     PIC S9(011)V99 COMP-3.
 01  WS-RT-ACUMULADO     PIC S9(011)V99 COMP-3.
 01  WS-RT-INSS          PIC S9(011)V99 COMP-3.
 01  WS-RT-SEST          PIC S9(011)V99 COMP-3.
 01  WS-RT-RENDIMENTO    PIC S9(011)V99 COMP-3.
 01  WS-RT-BASE-IRRF     PIC S9(011)V99 COMP-3.
 01  WS-RT-IRRF-MES      PIC S9(011)V99 COMP-3.
 01  WS-RT-IRRF          PIC S9(011)V99 COMP-3.
 01  WS-RT-LIQUIDO       PIC S9(011)V99 COMP-3.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
 01  WS-QTD-GERADOS      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-JA-EXISTIAM  PIC 9(006) VALUE ZEROS.
 01  WS-QTD-COLISOES     PIC 9(006) VALUE ZEROS.
 01  WS-QTD-REPROVADOS   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-AUTONOMOS    PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
*
 Linkage Section.
   Display WS-QTD-ED " pagavel(is) gerado(s) em 'CTRCPAG.DAT',"
   Move WS-QTD-JA-EXISTIAM To WS-QTD-ED
   Display WS-QTD-ED " ja existia(m),"
   If WS-QTD-COLISOES > Zeros
      Move WS-QTD-COLISOES To WS-QTD-ED
      Display WS-QTD-ED " em conflito com estadia - NAO gerado(s),"
   End-if
   Move WS-QTD-AUTONOMOS To WS-QTD-ED
   Display WS-QTD-ED " de autonomo(s), com retencoes,"
   Move WS-QTD-REPROVADOS To WS-QTD-ED
   Display WS-QTD-ED " CTRC(s) fora da margem - nao gerados.".
   Exit Program.
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-PRAZO-PADRAO
   End-if
   Move "RET-BASE-INSS-PCT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-RET-BASE-INSS-PCT
   End-if
   Move "RET-ALIQ-INSS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-RET-ALIQ-INSS
   End-if
   Move "RET-TETO-INSS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-RET-TETO-INSS
   End-if
   Move "RET-ALIQ-SEST-SENAT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-RET-ALIQ-SEST
   End-if
   Move "RET-BASE-IRRF-PCT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-RET-BASE-IRRF-PCT
   End-if
   Move "IRRF-DEDUCAO-DEPEND" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-RET-DEDUCAO-DEP
   End-if
   Perform Varying WS-FX-IDX From 1 By 1 Until WS-FX-IDX > 5
      Perform Carrega-Faixa-Irrf Thru Carrega-Faixa-Irrf-Exit
   End-Perform.
 Carrega-Parametros-Exit.
   Exit.
*
*  IRRF-LIMITE-n / IRRF-ALIQ-n / IRRF-PARCELA-n replace line n
*  of the table when the law changes it.
 Carrega-Faixa-Irrf.
   Move Spaces To WS-PARAM-NOME
   String "IRRF-LIMITE-" WS-FX-IDX Delimited By Size
          Into WS-PARAM-NOME
   End-String
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-FX-LIMITE(WS-FX-IDX)
   End-if
   Move Spaces To WS-PARAM-NOME
   String "IRRF-ALIQ-" WS-FX-IDX Delimited By Size
          Into WS-PARAM-NOME
   End-String
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-FX-ALIQ(WS-FX-IDX)
   End-if
   Move Spaces To WS-PARAM-NOME
   String "IRRF-PARCELA-" WS-FX-IDX Delimited By Size
          Into WS-PARAM-NOME
   End-String
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-FX-PARCELA(WS-FX-IDX)
   End-if.
 Carrega-Faixa-Irrf-Exit.
   Exit.
*
 Le-Proximo-Ctrc.
   Read CTRC Next Record
 Gera-Pagavel.
   Move CT-TRAN To TR-CODIGO
   Read TRANSP
      Invalid Key
         Move Zeros  To TR-PRAZO-PAGTO TR-DEPENDENTES
         Move Spaces To TR-TIPO
   End-Read
   If TR-PRAZO-PAGTO > Zeros
      Move TR-PRAZO-PAGTO To WS-PRAZO-DIAS
      Perform Soma-Um-Dia Thru Soma-Um-Dia-Exit
   End-Perform

   Move Zeros    To WS-RT-BASE-INSS WS-RT-INSS WS-RT-SEST
                    WS-RT-RENDIMENTO WS-RT-IRRF
   Move CT-VALOR To WS-RT-LIQUIDO
   If Transportador-Autonomo
      Perform Calcula-Retencoes Thru Calcula-Retencoes-Exit
   End-if

   Initialize CTRCPAG-REGI
   Move CT-TRAN         To PG-TRAN
   Move CT-NUMERO       To PG-NUMERO
   Move WS-DU-ANO       To PG-VENC(1:4)
   Move WS-DU-MES       To PG-VENC(5:2)
   Move WS-DU-DIA       To PG-VENC(7:2)
   Move WS-RT-LIQUIDO   To PG-VALOR
   Move CT-VALOR        To PG-VALOR-BRUTO
   Move CT-DATA(1:6)    To PG-COMPETENCIA
   Move Spaces          To PG-AUTONOMO
   If Transportador-Autonomo
      Move "S"              To PG-AUTONOMO
      Move WS-RT-BASE-INSS  To PG-BASE-INSS
      Move WS-RT-INSS       To PG-INSS
      Move WS-RT-SEST       To PG-SEST-SENAT
      Move WS-RT-RENDIMENTO To PG-RENDIMENTO
      Move WS-RT-IRRF       To PG-IRRF
   End-if
   Move Zeros           To PG-VALOR-PAGO
   Move Spaces          To PG-DTPG PG-OPER-PG
   Move "A"             To PG-SITU
   Write CTRCPAG-REGI
      Invalid Key
         If Duplicado-CTRCPAG
            Perform Confere-Existente Thru Confere-Existente-Exit
         Else
            Display "Erro ao gravar pagavel " CT-TRAN "/" CT-NUMERO
                    " - Status -> " Stat-CTRCPAG
         End-if
      Not Invalid Key
         Add 1 To WS-QTD-GERADOS
         If Pagavel-Autonomo
            Add 1 To WS-QTD-AUTONOMOS
         End-if
   End-Write.
 Gera-Pagavel-Exit.
   Exit.
*
*  The key is taken: by this CTRC's own payable from an earlier
*  run, or - on a file from before demurrage was numbered apart -
*  by a PROG1052 estadia under the same number. The latter leaves
*  the freight unpaid, so it is an error, not a rerun.
 Confere-Existente.
   Read CTRCPAG
      Invalid Key Continue
   End-Read
   If Valido-CTRCPAG And Pagavel-Estadia
      Add 1 To WS-QTD-COLISOES
      Move 1 To Return-Code
      Display "ERRO: pagavel " CT-TRAN "/" CT-NUMERO
              " ja ocupado por estadia (PROG1052) - frete do"
              " CTRC NAO gerado."
   Else
      Add 1 To WS-QTD-JA-EXISTIAM
   End-if.
 Confere-Existente-Exit.
   Exit.
*
*  The carrier's month so far: every other self-employed payable
*  of the CTRC's competencia. This one then withholds what the
*  month as a whole owes less what those already kept back.
 Calcula-Retencoes.
   Move Zeros To WS-ANT-BASE-INSS WS-ANT-INSS
                 WS-ANT-RENDIMENTO WS-ANT-IRRF
   Move CT-TRAN To PG-TRAN
   Move Zeros   To PG-NUMERO
   Start CTRCPAG Key Is Not Less PG-CHAVE
      Invalid Key Move "10" To Stat-CTRCPAG
   End-Start
   Perform Until Fim-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Not Fim-CTRCPAG And Valido-CTRCPAG
         If PG-TRAN Not = CT-TRAN
            Move "10" To Stat-CTRCPAG
         Else
            If Pagavel-Autonomo And PG-NUMERO Not = CT-NUMERO
               And PG-COMPETENCIA = CT-DATA(1:6)
               Add PG-BASE-INSS  To WS-ANT-BASE-INSS
               Add PG-INSS       To WS-ANT-INSS
               Add PG-RENDIMENTO To WS-ANT-RENDIMENTO
               Add PG-IRRF       To WS-ANT-IRRF
            End-if
         End-if
      End-if
   End-Perform

   Compute WS-RT-BASE-INSS Rounded =
           CT-VALOR * WS-RET-BASE-INSS-PCT / 100
   Compute WS-RT-ACUMULADO = WS-ANT-BASE-INSS + WS-RT-BASE-INSS
   If WS-RT-ACUMULADO > WS-RET-TETO-INSS
      Move WS-RET-TETO-INSS To WS-RT-ACUMULADO
   End-if
   Compute WS-RT-INSS Rounded =
           WS-RT-ACUMULADO * WS-RET-ALIQ-INSS / 100 - WS-ANT-INSS
   If WS-RT-INSS < Zeros
      Move Zeros To WS-RT-INSS
   End-if
   Compute WS-RT-SEST Rounded =
           WS-RT-BASE-INSS * WS-RET-ALIQ-SEST / 100

   Compute WS-RT-RENDIMENTO Rounded =
           CT-VALOR * WS-RET-BASE-IRRF-PCT / 100
   Compute WS-RT-BASE-IRRF = WS-ANT-RENDIMENTO + WS-RT-RENDIMENTO
                           - WS-ANT-INSS - WS-RT-INSS
                           - TR-DEPENDENTES * WS-RET-DEDUCAO-DEP
   Move Zeros To WS-RT-IRRF-MES
   If WS-RT-BASE-IRRF > Zeros
      Move 1 To WS-FX-IDX
      Perform Until WS-FX-IDX = 5
                Or WS-RT-BASE-IRRF Not > WS-FX-LIMITE(WS-FX-IDX)
         Add 1 To WS-FX-IDX
      End-Perform
      Compute WS-RT-IRRF-MES Rounded =
              WS-RT-BASE-IRRF * WS-FX-ALIQ(WS-FX-IDX) / 100
              - WS-FX-PARCELA(WS-FX-IDX)
   End-if
   Compute WS-RT-IRRF = WS-RT-IRRF-MES - WS-ANT-IRRF
   If WS-RT-IRRF < Zeros
      Move Zeros To WS-RT-IRRF
   End-if

   Compute WS-RT-LIQUIDO = CT-VALOR - WS-RT-INSS - WS-RT-SEST
                                    - WS-RT-IRRF.
 Calcula-Retencoes-Exit.
   Exit.
*
 Soma-Um-Dia.
   Add 1 To WS-DU-DIA
