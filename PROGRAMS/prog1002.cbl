   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\LIVROFIS.SL".
   Copy "..\COPY\ROMREL.SL".
   Copy "..\COPY\NOTAAJ.SL".
*
 Data Division.
 File Section.
$XFD FILE=LIVROFIS
   Copy "..\COPY\LIVROFIS.FD".
   Copy "..\COPY\ROMREL.FD".
$XFD FILE=NOTAAJ
   Copy "..\COPY\NOTAAJ.FD".
*
 Working-Storage Section.
*
*  The livro de saidas stops being typed from the printed PROG961
*  sheets: every transition INTO faturado found in SITHIST.DAT
*  for the asked competencia becomes one LIVROFIS.DAT register
*  row - document number, client UF, the document value (sum of
*  installments) and what the fiscal rule matrix says of it:
*  CALCFIS gives the CFOP, CST, base reduction and aliquota of
*  the sale (the order's predominant product, branch UF in
*  UNIDADE-UF to the client's UF) and works out the base, the
*  ICMS and the exempt/other parts of the value. A document
*  already registered is left as it is - reruns only add what is
*  missing. The month's book, totaled per CFOP and aliquota with
*  the book's base/exempt/other columns, goes to LIVROFIS.REL.
*  The row also keeps the document's PIS and COFINS (CST, base,
*  rates, values, DARF codes) for the monthly apuracao, PROG1046.
*
*  The notas de credito and de debito of the month (NOTAAJ.DAT,
*  PROG1031) are registered the same way, one row each under the
*  original order with the note number in LF-NOTA, asked of
*  CALCFIS as their own operations (NC / ND) - with no rule for
*  them a debit note keeps the sale's CFOP (5102/6102) and a
*  credit note is the entry side of the same route (1949/2949).
*
 01  Stat-SITHIST        PIC X(002).
     88 Valido-SITHIST   Value "00" THRU "09".
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
 01  Stat-NOTAAJ         PIC X(002).
     88 Valido-NOTAAJ    Value "00" THRU "09".
     88 Fim-NOTAAJ       Value "10".
 01  PATHNOTAAJ          PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-UF-FILIAL        PIC X(002) VALUE "BA".
*
 Copy "..\COPY\CALCFIS.CPY".
*
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-PARAMETROS   PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-COMP-X           PIC X(006).
 01  WS-NUME-COMPARA     PIC Z(005)9.
*
        05 WS-G-ALIQ     PIC S9(002)V99 COMP-3.
        05 WS-G-VALOR    PIC S9(012)V99 COMP-3.
        05 WS-G-ICMS     PIC S9(012)V99 COMP-3.
        05 WS-G-BASE     PIC S9(012)V99 COMP-3.
        05 WS-G-ISENTA   PIC S9(012)V99 COMP-3.
        05 WS-G-OUTRAS   PIC S9(012)V99 COMP-3.
 01  WS-QTD-GRUPOS       PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-G-IDX            PIC 9(002) COMP-X.
 01  WS-BUSCA-IDX        PIC 9(002) COMP-X.
     88 Achou-Grupo      Value "S".
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-NOTA-ED          PIC Z(005)9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-VALOR-ED         PIC ZZZZZZZZZ,99.
 01  WS-ICMS-ED          PIC ZZZZZZZZ,99.
 01  WS-ALIQ-ED          PIC Z9,99.
 01  WS-BASE-ED          PIC ZZZZZZZZZ,99.
 01  WS-ISENTA-ED        PIC ZZZZZZZZZ,99.
 01  WS-OUTRAS-ED        PIC ZZZZZZZZZ,99.
 01  WS-QTD-GERADOS      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
*
 01  WS-SP-ARQUIVO       PIC X(030).
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
      Display "Competencia do livro (AAAAMM): " With No Advancing
      Accept WS-COMPETENCIA
   End-if
   Move WS-COMPETENCIA To WS-COMP-X
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR(1:2) To WS-UF-FILIAL
   End-if

   Move Spaces to PathSITHIST.
   String Lk-Unidade           Delimited By Size
   End-Perform
   Close SITHIST

*  As notas de credito/debito da competencia.
   Move Spaces to PathNOTAAJ.
   String Lk-Unidade          Delimited By Size
          "\DADOS\NOTAAJ.DAT" Delimited By Size
          Into PathNOTAAJ
   End-String.
   Open Input NOTAAJ
   If Valido-NOTAAJ
      Perform Le-Proxima-Nota Thru Le-Proxima-Nota-Exit
      Perform Until Fim-NOTAAJ
         If NA-DATA(1:6) = WS-COMP-X
            Perform Registra-Nota Thru Registra-Nota-Exit
         End-if
         Perform Le-Proxima-Nota Thru Le-Proxima-Nota-Exit
      End-Perform
      Close NOTAAJ
   End-if

*  Livro: totaliza o registro da competencia.
   Move Spaces to PathROMREL.
   String Lk-Unidade           Delimited By Size
   Move SH-DATA     To LF-DATA
   Move ORDE-CLIE   To LF-CLIE
   Move CLI-UF      To LF-UF
   Move "VE"         To FI-OPERACAO
   Move ORDE-NUME    To FI-PEDIDO
   Move WS-VALOR-DOC To FI-VALOR
   Perform Aplica-Regra-Fiscal Thru Aplica-Regra-Fiscal-Exit
   Move WS-DATA-SISTEMA To LF-DTIN
   Move WS-HORA-SISTEMA To LF-HRIN
   Write LIVROFIS-REGI
      Invalid Key
         If Duplicado-LIVROFIS
            Continue
         End-if
      Not Invalid Key
         Add 1 To WS-QTD-GERADOS
   End-Write.
 Registra-Documento-Exit.
   Exit.
*
 Le-Proxima-Nota.
   Read NOTAAJ Next Record
      At End Move "10" To Stat-NOTAAJ
   End-Read.
 Le-Proxima-Nota-Exit.
   Exit.
*
 Registra-Nota.
   If NA-VALOR = Zeros
      Go To Registra-Nota-Exit
   End-if
   Move NA-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move Spaces To CLI-UF
   End-Read

   Initialize LIVROFIS-REGI
   Move NA-PEDIDO   To LF-NUME
   Move NA-NUME     To LF-NOTA
   Move NA-TIPO     To LF-ESPECIE
   Move NA-DATA     To LF-DATA
   Move NA-CLIE     To LF-CLIE
   Move CLI-UF      To LF-UF
   If Nota-Credito
      Move "NC"     To FI-OPERACAO
   Else
      Move "ND"     To FI-OPERACAO
   End-if
   Move NA-PEDIDO    To FI-PEDIDO
   Move NA-VALOR     To FI-VALOR
   Perform Aplica-Regra-Fiscal Thru Aplica-Regra-Fiscal-Exit
   Move WS-DATA-SISTEMA To LF-DTIN
   Move WS-HORA-SISTEMA To LF-HRIN
   Write LIVROFIS-REGI
      Not Invalid Key
         Add 1 To WS-QTD-GERADOS
   End-Write.
 Registra-Nota-Exit.
   Exit.
*
*  The register row takes what CALCFIS decided for the route
*  (the branch's UF to the client's) over the value in FI-VALOR.
 Aplica-Regra-Fiscal.
   Move Lk-Unidade   To FI-UNIDADE
   Move Zeros        To FI-PRODUTO
   Move Spaces       To FI-NCM
   Move WS-UF-FILIAL To FI-UF-ORIG
   Move CLI-UF       To FI-UF-DEST
   Call "CALCFIS" Using FI-PARM
   Move FI-CFOP      To LF-CFOP
   Move FI-CST       To LF-CST
   Move FI-RED-BASE  To LF-RED-BASE
   Move FI-ALIQ      To LF-ALIQ
   Move FI-VALOR     To LF-VALOR
   Move FI-BASE      To LF-BASE
   Move FI-ICMS      To LF-ICMS
   Move FI-ISENTA    To LF-ISENTA
   Move FI-OUTRAS    To LF-OUTRAS
   Move FI-CST-PISCOF  To LF-CST-PISCOF
   Move FI-BASE-PISCOF To LF-BASE-PISCOF
   Move FI-ALIQ-PIS    To LF-ALIQ-PIS
   Move FI-PIS         To LF-PIS
   Move FI-ALIQ-COFINS To LF-ALIQ-COFINS
   Move FI-COFINS      To LF-COFINS
   Move FI-COD-PIS     To LF-COD-PIS
   Move FI-COD-COFINS  To LF-COD-COFINS.
 Aplica-Regra-Fiscal-Exit.
   Exit.
*
 Imprime-Livro.
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "DOCTO  DATA     CLIE UF CFOP CST        VALOR  ALIQ"
          "        ICMS"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Move Low-Values To LF-CHAVE
   Start LIVROFIS Key Is Not Less LF-CHAVE
      Invalid Key Move "10" To Stat-LIVROFIS
   End-Start
   Perform Until Fim-LIVROFIS
   Write ROMREL-REGI
   Move "TOTAIS POR CFOP / ALIQUOTA" To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "CFOP  ALIQ        VALOR        ICMS         BASE"
          "      ISENTAS       OUTRAS"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Perform Varying WS-G-IDX From 1 By 1
             Until WS-G-IDX > WS-QTD-GRUPOS
      Move WS-G-VALOR(WS-G-IDX) To WS-VALOR-ED
      Move WS-G-ICMS(WS-G-IDX)  To WS-ICMS-ED
      Move WS-G-ALIQ(WS-G-IDX)  To WS-ALIQ-ED
      Move WS-G-BASE(WS-G-IDX)   To WS-BASE-ED
      Move WS-G-ISENTA(WS-G-IDX) To WS-ISENTA-ED
      Move WS-G-OUTRAS(WS-G-IDX) To WS-OUTRAS-ED
      Move Spaces To ROMREL-REGI
      String WS-G-CFOP(WS-G-IDX) " " WS-ALIQ-ED
             " " WS-VALOR-ED " " WS-ICMS-ED
             " " WS-BASE-ED " " WS-ISENTA-ED
             " " WS-OUTRAS-ED
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   Exit.
*
 Linha-Livro.
*  A row from before the rule matrix has no CST: taxed in full.
   If LF-CST = Spaces
      Move LF-VALOR To LF-BASE
      Move Zeros    To LF-ISENTA LF-OUTRAS
   End-if
   Move LF-NUME  To WS-NUME-ED
   Move LF-CLIE  To WS-CLIE-ED
   Move LF-VALOR To WS-VALOR-ED
   Move LF-ALIQ  To WS-ALIQ-ED
   Move Spaces To ROMREL-REGI
   String WS-NUME-ED " " LF-DATA " " WS-CLIE-ED " " LF-UF
          " " LF-CFOP " " LF-CST " " WS-VALOR-ED " " WS-ALIQ-ED
          " " WS-ICMS-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   If LF-NOTA > Zeros
      Move LF-NOTA To WS-NOTA-ED
      If Registro-Nota-Credito
         Move "NOTA CREDITO" To ROMREL-REGI(70:12)
      Else
         Move "NOTA DEBITO"  To ROMREL-REGI(70:12)
      End-if
      Move WS-NOTA-ED To ROMREL-REGI(83:6)
   End-if
   Write ROMREL-REGI

   Move "N" To WS-ACHOU-GRUPO
      Move LF-CFOP To WS-G-CFOP(WS-G-IDX)
      Move LF-ALIQ To WS-G-ALIQ(WS-G-IDX)
      Move Zeros To WS-G-VALOR(WS-G-IDX) WS-G-ICMS(WS-G-IDX)
                    WS-G-BASE(WS-G-IDX) WS-G-ISENTA(WS-G-IDX)
                    WS-G-OUTRAS(WS-G-IDX)
   End-if
   Add LF-VALOR  To WS-G-VALOR(WS-G-IDX)
   Add LF-ICMS   To WS-G-ICMS(WS-G-IDX)
   Add LF-BASE   To WS-G-BASE(WS-G-IDX)
   Add LF-ISENTA To WS-G-ISENTA(WS-G-IDX)
   Add LF-OUTRAS To WS-G-OUTRAS(WS-G-IDX).
 Linha-Livro-Exit.
   Exit.
