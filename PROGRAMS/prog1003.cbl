*  identity parameters, one tipo 50 per fiscal register row of
*  the competencia (LIVROFIS.DAT, the PROG1002 accumulation),
*  one tipo 75 per active product, tipo 90 with the counts.
*
*  Tipo 50 splits the value as the book row does - base, exempt
*  and other as CALCFIS decided them when PROG1002 registered
*  the document (a row from before the rule matrix, with no CST,
*  is taxed in full). Tipo 75 carries the product's NCM and the
*  aliquota/base reduction of its internal sale in the rule
*  matrix (CALCFIS, the branch's UF to itself).
*
 01  Stat-LIVROFIS       PIC X(002).
     88 Valido-LIVROFIS  Value "00" THRU "09".
 01  WS-UF-FILIAL        PIC X(002) VALUE "BA".
*
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-PARAMETROS   PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-COMP-X           PIC X(006).
 01  WS-COMP-R REDEFINES WS-COMP-X.
     03 WS-CP-ANO        PIC 9(004).
 01  WS-DIA-FIM          PIC 9(002).
 01  WS-BIS-QUOC         PIC S9(009) COMP-5.
 01  WS-BIS-RESTO        PIC S9(009) COMP-5.
*
 Copy "..\COPY\CALCFIS.CPY".
*
 01  WS-QTD-50           PIC 9(008) VALUE ZEROS.
 01  WS-QTD-75           PIC 9(008) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(007)9.
*
*  SINTEGRA.TXT leaves sealed (SINTEGRA.TXT.SEL - count, the sum
*  of the tipo 50 values and the keyed MAC); PROG1078 releases it
*  to the state's validator only if the seal still matches.
 01  WS-VALOR-50         PIC S9(013)V99 COMP-3 VALUE ZEROS.
 Copy "..\COPY\SELOARQ.CPY".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*  Optional: the competence (AAAAMM) - passed by MONTHEND.BAT,
*  which runs the month with nobody at the console. Only
*  referenced when C$NARG says the caller supplied it.
 01 Lk-Competencia     Pic 9(006).
*
 Procedure Division Using LK-Linkage, Lk-Competencia.
*
 Inicio.
   Call "C$NARG" Using WS-QTD-PARAMETROS
   If WS-QTD-PARAMETROS > 1
      Move Lk-Competencia To WS-COMPETENCIA
   Else
      Display "Competencia a exportar (AAAAMM): " With No Advancing
      Accept WS-COMPETENCIA
   End-if
   Move WS-COMPETENCIA To WS-COMP-X
   Compute WS-DATA-INI = WS-COMPETENCIA * 100 + 1
   Move WS-MES-DIAS(WS-CP-MES) To WS-DIA-FIM
   Close LIVROFIS.
   Close PRODUTO.
   Close SINTEGRA.
   Perform Sela-Sintegra Thru Sela-Sintegra-Exit
   Move WS-QTD-50 To WS-QTD-ED
   Display WS-QTD-ED " registro(s) tipo 50,"
   Move WS-QTD-75 To WS-QTD-ED
   Display WS-QTD-ED " registro(s) tipo 75 em 'SINTEGRA.TXT'.".
   Exit Program.
*
 Sela-Sintegra.
   Move "G"          To SA-OPERACAO
   Move Lk-Unidade   To SA-UNIDADE
   Move PathSINTEGRA To SA-ARQUIVO
   Move "PROG1003"   To SA-PROGRAMA
   Move WS-VALOR-50  To SA-TOTAL
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display "SINTEGRA.TXT NAO selado (" SA-RESULTADO
              ") - nao sera liberado."
      Move 1 To Return-Code
   End-if.
 Sela-Sintegra-Exit.
   Exit.
*
 Carrega-Identidade.
   Move "UNIDADE-CNPJ" To WS-PARAM-NOME
   Move 01            To S50-MODELO
   Move "001"         To S50-SERIE
   Move LF-NUME       To S50-NUMERO
*  Nota de credito/debito: numeracao propria, em serie propria.
   If LF-NOTA > Zeros
      Move "002"      To S50-SERIE
      Move LF-NOTA    To S50-NUMERO
   End-if
   Move LF-CFOP       To S50-CFOP
   Move "P"           To S50-EMITENTE
   Move LF-VALOR      To S50-VALOR
   If LF-CST = Spaces
      Move LF-VALOR   To S50-BASE-ICMS
      Move Zeros      To S50-ISENTA S50-OUTRAS
   Else
      Move LF-BASE    To S50-BASE-ICMS
      Move LF-ISENTA  To S50-ISENTA
      Move LF-OUTRAS  To S50-OUTRAS
   End-if
   Move LF-ICMS       To S50-ICMS
   Move LF-ALIQ       To S50-ALIQUOTA
   Move "N"           To S50-SITUACAO
   Write SINTEGRA-REGI
   Add LF-VALOR To WS-VALOR-50
   Add 1 To WS-QTD-50.
 Grava-Tipo-50-Exit.
   Exit.
   Move WS-DATA-INI   To S75-DATA-INI
   Move WS-DATA-FIM   To S75-DATA-FIM
   Move PD-CODIGO     To S75-CODIGO
   Move PD-NCM        To S75-NCM
   Move PD-NOME       To S75-DESCRICAO
   Move PD-UNIDADE    To S75-UNIDADE
   Move Zeros         To S75-ALIQ-IPI S75-BASE-ST
   Move "VE"          To FI-OPERACAO
   Move Lk-Unidade    To FI-UNIDADE
   Move Zeros         To FI-PEDIDO FI-VALOR
   Move PD-CODIGO     To FI-PRODUTO
   Move PD-NCM        To FI-NCM
   Move WS-UF-FILIAL  To FI-UF-ORIG FI-UF-DEST
   Call "CALCFIS" Using FI-PARM
   Move FI-ALIQ       To S75-ALIQ-ICMS
   Move FI-RED-BASE   To S75-RED-BASE
   Write SINTEGRA-REGI
   Add 1 To WS-QTD-75.
 Grava-Tipo-75-Exit.
