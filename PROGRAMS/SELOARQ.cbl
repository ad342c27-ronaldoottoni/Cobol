*SELO DE INTEGRIDADE DOS ARQUIVOS DE INTERFACE (<ARQUIVO>.SEL)
 Identification Division.
 Program-Id. SELOARQ.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\SELODADO.SL".
   Copy "..\COPY\SELO.SL".
   Copy "..\COPY\SELOLOG.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\SELODADO.FD".
   Copy "..\COPY\SELO.FD".
   Copy "..\COPY\SELOLOG.FD".
*
 Working-Storage Section.
*
*  The files that leave the suite (CNAB remessa, SINTEGRA, the BI
*  extracts, the carrier EDI, the client status files) and the
*  ones it lives on (CNAB retorno, the exchange-rate download)
*  sit in shared folders between being written and being used.
*  The seal proves nobody touched them there: the program that
*  produces (or receives) a file asks for SA-GERAR; the step that
*  sends (or consumes) it asks for SA-VERIFICAR and refuses the
*  file unless the answer is SA-Selo-Confere.
*
*  The MAC is keyed with the CRYPTO key in force (GETCHAVE, the
*  legacy compiled-in key when CHAVES.DAT does not exist yet) and
*  built on CRYPTO's own construction: the key shuffles a
*  256-byte table, then every byte of every line (and the line
*  end) is stirred into the table the same way, so a changed,
*  swapped, added or dropped byte leaves a different table. The
*  seal's own fields are stirred in last, the key once more on
*  top, and 16 bytes drawn from the table are the MAC. Without
*  the key there is no way to write a seal that matches.
*
 01  Stat-SELODADO       PIC X(002).
     88 Valido-SELODADO  Value "00" THRU "09".
     88 Fim-SELODADO     Value "10".
 01  PATHSELODADO        PIC X(060).
 01  Stat-SELO           PIC X(002).
     88 Valido-SELO      Value "00" THRU "09".
 01  PATHSELO            PIC X(065).
 01  Stat-SELOLOG        PIC X(002).
     88 Valido-SELOLOG   Value "00" THRU "09".
 01  PATHSELOLOG         PIC X(060).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
     03 WS-HORA-HHMMSS   PIC 9(006).
     03 FILLER           PIC 9(002).
*
*  The key, as GETCHAVE hands it out (or the legacy one).
 01  WS-DB-CHAVE         PIC X(008) VALUE "R0N944KY".
 01  WS-CHAVE-VERSAO     PIC 9(003).
 01  WS-CHAVE            PIC X(016).
 01  WS-CHAVE-ACHADA     PIC X(001).
*
*  The MAC state - CRYPTO's table and its two indexes.
 01  WS-S                PIC 9(03) COMP-X OCCURS 256.
 01  WS-I                PIC 9(03) COMP-X.
 01  WS-J                PIC 9(03) COMP-X.
 01  WS-TMP              PIC 9(03) COMP-X.
 01  WS-SOMA             PIC 9(04) COMP-X.
 01  WS-DESCARTE         PIC 9(04) COMP-X.
 01  WS-BYTE             PIC 9(03) COMP-X.
 01  WS-POS              PIC 9(04) COMP-X.
*
*  What gets stirred in: a line, the seal fields or the key.
 01  WS-TEXTO            PIC X(1000).
 01  WS-TEXTO-BYTE REDEFINES WS-TEXTO
                         PIC 9(02) COMP-X OCCURS 1000.
 01  WS-TEXTO-TAM        PIC 9(04) COMP-X.
 01  WS-QTD-REGISTROS    PIC 9(009).
*
 01  WS-MAC              PIC X(016).
 01  WS-MAC-BYTE REDEFINES WS-MAC
                         PIC 9(02) COMP-X OCCURS 16.
 01  WS-MAC-HEX          PIC X(032).
 01  WS-HEX              PIC X(016) VALUE "0123456789ABCDEF".
 01  WS-ALTO             PIC 9(03) COMP-X.
 01  WS-BAIXO            PIC 9(03) COMP-X.
*
 01  WS-SITUACAO         PIC X(010).
*
 Linkage Section.
 Copy "..\COPY\SELOARQ.CPY".
*
 Procedure Division Using SA-PARM.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move Zeros  To SA-REGISTROS SA-VERSAO
   Move Spaces To SA-DATA-SELO SA-HORA-SELO
   Move "E"    To SA-RESULTADO

   Move SA-ARQUIVO To PATHSELODADO
   Move Spaces To PATHSELO
   String SA-ARQUIVO Delimited By Space
          ".SEL"     Delimited By Size
          Into PATHSELO
   End-String

   Evaluate True
      When SA-Gerar
         Perform Gera-Selo Thru Gera-Selo-Exit
      When SA-Verificar
         Perform Verifica-Selo Thru Verifica-Selo-Exit
   End-Evaluate

   Perform Grava-Log Thru Grava-Log-Exit
   Exit Program.
*
*  The seal of a file just written: key in force, every line
*  through the MAC, then the seal line - its fields stirred in
*  before the MAC is drawn.
 Gera-Selo.
   Perform Busca-Chave-Vigente Thru Busca-Chave-Vigente-Exit
   Perform Absorve-Arquivo Thru Absorve-Arquivo-Exit
   If SA-Sem-Arquivo
      Go To Gera-Selo-Exit
   End-if
   Open Output SELO
   If Not Valido-SELO
      Move "E" To SA-RESULTADO
      Go To Gera-Selo-Exit
   End-if
   Move Spaces           To SELO-REGI
   Move "SELO"           To SE-TIPO
   Move SA-PROGRAMA      To SE-PROGRAMA
   Move WS-DATA-SISTEMA  To SE-DATA
   Move WS-HORA-HHMMSS   To SE-HORA
   Move WS-CHAVE-VERSAO  To SE-VERSAO
   Move WS-QTD-REGISTROS To SE-REGISTROS
   Move SA-TOTAL         To SE-TOTAL
   Perform Fecha-Mac Thru Fecha-Mac-Exit
   Move WS-MAC-HEX       To SE-MAC
   Write SELO-REGI
   Close SELO
   Move WS-CHAVE-VERSAO  To SA-VERSAO
   Move WS-QTD-REGISTROS To SA-REGISTROS
   Move SE-DATA          To SA-DATA-SELO
   Move SE-HORA          To SA-HORA-SELO
   Move "S"              To SA-RESULTADO.
 Gera-Selo-Exit.
   Exit.
*
*  The check: the seal names the key version it was made with;
*  the file is run through the MAC again under that key with the
*  seal's own fields, and both the MAC and the line count must
*  come out as sealed.
 Verifica-Selo.
   Open Input SELO
   If Not Valido-SELO
      Move "A" To SA-RESULTADO
      Go To Verifica-Selo-Exit
   End-if
   Read SELO
      At End Move "10" To Stat-SELO
   End-Read
   If Not Valido-SELO Or SE-TIPO Not = "SELO"
      Close SELO
      Move "A" To SA-RESULTADO
      Go To Verifica-Selo-Exit
   End-if
   Move SE-VERSAO To WS-CHAVE-VERSAO SA-VERSAO
   Move SE-TOTAL  To SA-TOTAL
   Move SE-DATA   To SA-DATA-SELO
   Move SE-HORA   To SA-HORA-SELO
   Perform Busca-Chave Thru Busca-Chave-Exit
   If SA-Sem-Chave
      Close SELO
      Go To Verifica-Selo-Exit
   End-if
   Perform Absorve-Arquivo Thru Absorve-Arquivo-Exit
   If SA-Sem-Arquivo
      Close SELO
      Go To Verifica-Selo-Exit
   End-if
   Move WS-QTD-REGISTROS To SA-REGISTROS
   Perform Fecha-Mac Thru Fecha-Mac-Exit
   If WS-MAC-HEX = SE-MAC And WS-QTD-REGISTROS = SE-REGISTROS
      Move "S" To SA-RESULTADO
   Else
      Move "D" To SA-RESULTADO
   End-if
   Close SELO.
 Verifica-Selo-Exit.
   Exit.
*
*  A new seal takes the current version; no CHAVES.DAT = the
*  legacy key as version zero, as PROG946 does.
 Busca-Chave-Vigente.
   Move Zeros To WS-CHAVE-VERSAO
   Move "N"   To WS-CHAVE-ACHADA
   Call "GETCHAVE" Using WS-CHAVE-VERSAO WS-CHAVE WS-CHAVE-ACHADA
   If WS-CHAVE-ACHADA Not = "S"
      Move Zeros       To WS-CHAVE-VERSAO
      Move Spaces      To WS-CHAVE
      Move WS-DB-CHAVE To WS-CHAVE(1:8)
   End-if.
 Busca-Chave-Vigente-Exit.
   Exit.
*
*  A check takes the version the seal names - zero is the legacy
*  key. A seal made under a version no longer on file cannot be
*  checked.
 Busca-Chave.
   If WS-CHAVE-VERSAO = Zeros
      Move Spaces      To WS-CHAVE
      Move WS-DB-CHAVE To WS-CHAVE(1:8)
      Go To Busca-Chave-Exit
   End-if
   Move "N" To WS-CHAVE-ACHADA
   Call "GETCHAVE" Using WS-CHAVE-VERSAO WS-CHAVE WS-CHAVE-ACHADA
   If WS-CHAVE-ACHADA Not = "S"
      Move "K" To SA-RESULTADO
   End-if.
 Busca-Chave-Exit.
   Exit.
*
*  Key schedule (CRYPTO's), then every line of the file, each
*  up to its last non-blank byte followed by the line end.
 Absorve-Arquivo.
   Perform Varying WS-I From 1 By 1 Until WS-I > 256
      Compute WS-S(WS-I) = WS-I - 1
   End-Perform
   Move Zeros To WS-J
   Perform Varying WS-POS From 1 By 1 Until WS-POS > 256
      Compute WS-SOMA = WS-POS - 1
      Divide WS-SOMA By 16 Giving WS-DESCARTE Remainder WS-TMP
      Move WS-CHAVE(WS-TMP + 1:1) To WS-TEXTO(1:1)
      Compute WS-SOMA = WS-J + WS-S(WS-POS) + WS-TEXTO-BYTE(1)
      Divide WS-SOMA By 256 Giving WS-DESCARTE Remainder WS-J
      Move WS-S(WS-POS)   To WS-TMP
      Move WS-S(WS-J + 1) To WS-S(WS-POS)
      Move WS-TMP         To WS-S(WS-J + 1)
   End-Perform
   Move Zeros To WS-I WS-J WS-QTD-REGISTROS

   Open Input SELODADO
   If Not Valido-SELODADO
      Move "F" To SA-RESULTADO
      Go To Absorve-Arquivo-Exit
   End-if
   Perform Le-Proxima-Linha Thru Le-Proxima-Linha-Exit
   Perform Until Fim-SELODADO
      Add 1 To WS-QTD-REGISTROS
      Move SELODADO-REGI To WS-TEXTO
      Move 1000 To WS-TEXTO-TAM
      Perform Until WS-TEXTO-TAM = Zeros
                 Or WS-TEXTO(WS-TEXTO-TAM:1) Not = Space
         Subtract 1 From WS-TEXTO-TAM
      End-Perform
      Perform Absorve-Texto Thru Absorve-Texto-Exit
      Move 10 To WS-BYTE
      Perform Absorve-Byte Thru Absorve-Byte-Exit
      Perform Le-Proxima-Linha Thru Le-Proxima-Linha-Exit
   End-Perform
   Close SELODADO.
 Absorve-Arquivo-Exit.
   Exit.
*
 Le-Proxima-Linha.
   Read SELODADO
      At End Move "10" To Stat-SELODADO
   End-Read.
 Le-Proxima-Linha-Exit.
   Exit.
*
*  The seal fields (SELO-REGI up to the MAC), the key again, a
*  round of 256 draws thrown away, and the 16 MAC bytes in hex.
 Fecha-Mac.
   Move SELO-REGI(1:60) To WS-TEXTO
   Move 60 To WS-TEXTO-TAM
   Perform Absorve-Texto Thru Absorve-Texto-Exit
   Move WS-CHAVE To WS-TEXTO
   Move 16 To WS-TEXTO-TAM
   Perform Absorve-Texto Thru Absorve-Texto-Exit
   Perform 256 Times
      Perform Sorteia-Byte Thru Sorteia-Byte-Exit
   End-Perform
   Perform Varying WS-POS From 1 By 1 Until WS-POS > 16
      Perform Sorteia-Byte Thru Sorteia-Byte-Exit
      Move WS-BYTE To WS-MAC-BYTE(WS-POS)
      Divide WS-BYTE By 16 Giving WS-ALTO Remainder WS-BAIXO
      Move WS-HEX(WS-ALTO + 1:1)  To WS-MAC-HEX(WS-POS * 2 - 1:1)
      Move WS-HEX(WS-BAIXO + 1:1) To WS-MAC-HEX(WS-POS * 2:1)
   End-Perform.
 Fecha-Mac-Exit.
   Exit.
*
 Absorve-Texto.
   Perform Varying WS-POS From 1 By 1 Until WS-POS > WS-TEXTO-TAM
      Move WS-TEXTO-BYTE(WS-POS) To WS-BYTE
      Perform Absorve-Byte Thru Absorve-Byte-Exit
   End-Perform.
 Absorve-Texto-Exit.
   Exit.
*
*  One byte into the table: the step of CRYPTO's key schedule,
*  with the data byte in place of the key byte.
 Absorve-Byte.
   Compute WS-SOMA = WS-I + 1
   Divide WS-SOMA By 256 Giving WS-DESCARTE Remainder WS-I
   Compute WS-SOMA = WS-J + WS-S(WS-I + 1) + WS-BYTE
   Divide WS-SOMA By 256 Giving WS-DESCARTE Remainder WS-J
   Move WS-S(WS-I + 1) To WS-TMP
   Move WS-S(WS-J + 1) To WS-S(WS-I + 1)
   Move WS-TMP         To WS-S(WS-J + 1).
 Absorve-Byte-Exit.
   Exit.
*
*  One byte out of the table: CRYPTO's keystream step.
 Sorteia-Byte.
   Compute WS-SOMA = WS-I + 1
   Divide WS-SOMA By 256 Giving WS-DESCARTE Remainder WS-I
   Compute WS-SOMA = WS-J + WS-S(WS-I + 1)
   Divide WS-SOMA By 256 Giving WS-DESCARTE Remainder WS-J
   Move WS-S(WS-I + 1) To WS-TMP
   Move WS-S(WS-J + 1) To WS-S(WS-I + 1)
   Move WS-TMP         To WS-S(WS-J + 1)
   Compute WS-SOMA = WS-S(WS-I + 1) + WS-S(WS-J + 1)
   Divide WS-SOMA By 256 Giving WS-DESCARTE Remainder WS-TMP
   Move WS-S(WS-TMP + 1) To WS-BYTE.
 Sorteia-Byte-Exit.
   Exit.
*
 Grava-Log.
   Move Spaces To PATHSELOLOG
   String SA-UNIDADE        Delimited By Size
          "\DADOS\SELO.LOG" Delimited By Size
          Into PATHSELOLOG
   End-String
   Open Extend SELOLOG
   If Not Valido-SELOLOG
      Open Output SELOLOG
   End-if
   If Not Valido-SELOLOG
      Go To Grava-Log-Exit
   End-if
   Evaluate True
      When SA-Selo-Confere And SA-Gerar
         Move "SELADO"     To WS-SITUACAO
      When SA-Selo-Confere
         Move "CONFERE"    To WS-SITUACAO
      When SA-Selo-Diverge
         Move "DIVERGE"    To WS-SITUACAO
      When SA-Sem-Selo
         Move "SEM SELO"   To WS-SITUACAO
      When SA-Sem-Arquivo
         Move "SEM ARQUIV" To WS-SITUACAO
      When SA-Sem-Chave
         Move "SEM CHAVE"  To WS-SITUACAO
      When Other
         Move "ERRO"       To WS-SITUACAO
   End-Evaluate
   Move Spaces          To SELOLOG-REGI
   Move SA-UNIDADE      To SG-UNIDADE
   Move WS-DATA-SISTEMA To SG-DATA
   Move WS-HORA-HHMMSS  To SG-HORA
   Move SA-OPERACAO     To SG-OPERACAO
   Move SA-PROGRAMA     To SG-PROGRAMA
   Move SA-RESULTADO    To SG-RESULTADO
   Move WS-SITUACAO     To SG-SITUACAO
   Move SA-VERSAO       To SG-VERSAO
   Move SA-REGISTROS    To SG-REGISTROS
   Move SA-TOTAL        To SG-TOTAL
   Move SA-ARQUIVO      To SG-ARQUIVO
   Write SELOLOG-REGI
   Close SELOLOG.
 Grava-Log-Exit.
   Exit.
