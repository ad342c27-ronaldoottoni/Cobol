*APURACAO MENSAL DE PIS/COFINS (LIVROFIS x DEVOL -> APURPC.DAT)
 Identification Division.
 Program-Id. PROG1046.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\LIVROFIS.SL".
   Copy "..\COPY\DEVOL.SL".
   Copy "..\COPY\APURPC.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=LIVROFIS
   Copy "..\COPY\LIVROFIS.FD".
$XFD FILE=DEVOL
   Copy "..\COPY\DEVOL.FD".
$XFD FILE=APURPC
   Copy "..\COPY\APURPC.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The month's PIS and COFINS, off what the fiscal register
*  already holds: every LIVROFIS.DAT row of the competencia
*  (PROG1002) carries the tax CALCFIS worked out for it and the
*  DARF code it goes under. Sales and debit notes are the debit;
*  credit notes are deducted at the values of their own rows.
*  Goods returned in the month (DEVOL.DAT, PROG903) are deducted
*  at the rates of the order's own document in the register -
*  a return of an order the register never saw had no tax
*  debited and is only counted. Rows registered before PIS/COFINS
*  (LF-CST-PISCOF blank) are counted and left out: re-run PROG1002
*  for the month to bring them in.
*
*  The result, one row per tax and DARF code, replaces the
*  month's rows in APURPC.DAT - the journal export (PROG926)
*  posts the amount payable from there - and the sheet, with
*  the revenue per CST, goes to PISCOF.REL. A negative result is
*  kept as saldo credor and nothing is payable.
*
 01  Stat-LIVROFIS       PIC X(002).
     88 Valido-LIVROFIS  Value "00" THRU "09".
     88 Fim-LIVROFIS     Value "10".
 01  PATHLIVROFIS        PIC X(060).
 01  Stat-DEVOL          PIC X(002).
     88 Valido-DEVOL     Value "00" THRU "09".
     88 Fim-DEVOL        Value "10".
 01  PATHDEVOL           PIC X(060).
 01  WS-TEM-DEVOL        PIC X(001) VALUE "N".
     88 Tem-Devolucoes   Value "S".
 01  Stat-APURPC         PIC X(002).
     88 Valido-APURPC    Value "00" THRU "09".
     88 Fim-APURPC       Value "10".
     88 Duplicado-APURPC Value "22".
 01  PATHAPURPC          PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-REGIME           PIC X(001) VALUE "C".
     88 Regime-Nao-Cumulativo Value "N".
*
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-COMP-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-COMP-X           PIC X(006).
*
*  One line per tax and DARF code.
 78  max-apuracao        value 20.
 01  WS-APU-TAB.
     03 WS-APU occurs 20 times.
        05 WS-A-TRIBUTO  PIC X(006).
        05 WS-A-CODIGO   PIC X(004).
        05 WS-A-RECEITA  PIC S9(013)V99 COMP-3.
        05 WS-A-BASE     PIC S9(013)V99 COMP-3.
        05 WS-A-DEBITO   PIC S9(013)V99 COMP-3.
        05 WS-A-NOTAS    PIC S9(013)V99 COMP-3.
        05 WS-A-DEVOL    PIC S9(013)V99 COMP-3.
        05 WS-A-RECOLHER PIC S9(013)V99 COMP-3.
        05 WS-A-CREDOR   PIC S9(013)V99 COMP-3.
 01  WS-QTD-APU          PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-A-IDX            PIC 9(002) COMP-X.
 01  WS-BUSCA-IDX        PIC 9(002) COMP-X.
 01  WS-ACHOU-APU        PIC X(001).
     88 Achou-Apuracao   Value "S".
*
*  Revenue of the month per CST, net of credit notes.
 78  max-csts            value 10.
 01  WS-CST-TAB.
     03 WS-CST-LIN occurs 10 times.
        05 WS-C-CST      PIC X(002).
        05 WS-C-RECEITA  PIC S9(013)V99 COMP-3.
 01  WS-QTD-CST          PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-C-IDX            PIC 9(002) COMP-X.
 01  WS-ACHOU-CST        PIC X(001).
     88 Achou-Cst        Value "S".
*
*  What one register row or return adds to one tax line.
 01  WS-MV-TRIBUTO       PIC X(006).
 01  WS-MV-CODIGO        PIC X(004).
 01  WS-MV-RECEITA       PIC S9(013)V99 COMP-3.
 01  WS-MV-BASE          PIC S9(013)V99 COMP-3.
 01  WS-MV-VALOR         PIC S9(013)V99 COMP-3.
 01  WS-MV-TIPO          PIC X(001).
     88 Mv-Debito        Value "D".
     88 Mv-Nota          Value "N".
     88 Mv-Devolucao     Value "V".
 01  WS-MV-CST           PIC X(002).
     88 Mv-Tributado     Value "01" "02".
*
 01  WS-QTD-LIDOS        PIC 9(006) VALUE ZEROS.
 01  WS-QTD-SEM-PISCOF   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-DEVOL        PIC 9(006) VALUE ZEROS.
 01  WS-QTD-DEVOL-FORA   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-EXCEDENTE    PIC 9(006) VALUE ZEROS.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
 01  WS-RECEITA-ED       PIC -ZZZZZZZZZ9,99.
 01  WS-BASE-ED          PIC -ZZZZZZZZZ9,99.
 01  WS-DEBITO-ED        PIC -ZZZZZZZ9,99.
 01  WS-NOTAS-ED         PIC -ZZZZZZZ9,99.
 01  WS-DEVOL-ED         PIC -ZZZZZZZ9,99.
 01  WS-RECOLHER-ED      PIC -ZZZZZZZ9,99.
 01  WS-CREDOR-ED        PIC -ZZZZZZZ9,99.
 01  WS-QTD-ED           PIC Z(005)9.
*
*  Every run of this report survives the next one: one SPOOLREG
*  call files the just-written sheet in the spool catalog.
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Display "Competencia (AAAAMM): " With No Advancing
   Accept WS-COMPETENCIA
   If WS-COMP-MES < 1 Or WS-COMP-MES > 12
      Display "Competencia invalida."
      Move 1 To Return-Code
      Exit Program
   End-if
   Move WS-COMPETENCIA To WS-COMP-X
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.

   Move "PISCOFINS-REGIME" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR(1:1) = "N"
      Move "N" To WS-REGIME
   End-if

   Move Spaces to PathLIVROFIS.
   String Lk-Unidade            Delimited By Size
          "\DADOS\LIVROFIS.DAT" Delimited By Size
          Into PathLIVROFIS
   End-String.
   Open Input LIVROFIS
   If Not Valido-LIVROFIS
      Display "LIVROFIS.DAT ausente - registre o mes (PROG1002)."
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathDEVOL.
   String Lk-Unidade         Delimited By Size
          "\DADOS\DEVOL.DAT" Delimited By Size
          Into PathDEVOL
   End-String.
   Move "N" To WS-TEM-DEVOL
   Open Input DEVOL
   If Valido-DEVOL
      Move "S" To WS-TEM-DEVOL
   End-if.

   Move Spaces to PathAPURPC.
   String Lk-Unidade          Delimited By Size
          "\DADOS\APURPC.DAT" Delimited By Size
          Into PathAPURPC
   End-String.
   Open I-O APURPC
   If Not Valido-APURPC
      Open Output APURPC
      Close APURPC
      Open I-O APURPC
   End-if.
   If Not Valido-APURPC
      Display "erro APURPC " Stat-APURPC
      Close LIVROFIS
      If Tem-Devolucoes
         Close DEVOL
      End-if
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathROMREL.
   String Lk-Unidade         Delimited By Size
          "\DADOS\PISCOF.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro PISCOF.REL " Stat-ROMREL
      Close LIVROFIS
      Close APURPC
      If Tem-Devolucoes
         Close DEVOL
      End-if
      Move 1 To Return-Code
      Exit Program
   End-if.

*  Debito e notas: o registro fiscal da competencia.
   Move Low-Values To LF-CHAVE
   Start LIVROFIS Key Is Not Less LF-CHAVE
      Invalid Key Move "10" To Stat-LIVROFIS
   End-Start
   Perform Until Fim-LIVROFIS
      Read LIVROFIS Next Record
         At End Move "10" To Stat-LIVROFIS
      End-Read
      If Not Fim-LIVROFIS And Valido-LIVROFIS
         If LF-DATA(1:6) = WS-COMP-X
            Perform Apura-Registro Thru Apura-Registro-Exit
         End-if
      End-if
   End-Perform

*  Devolucoes do mes.
   If Tem-Devolucoes
      Move Low-Values To DV-CHAVE
      Start DEVOL Key Is Not Less DV-CHAVE
         Invalid Key Move "10" To Stat-DEVOL
      End-Start
      Perform Until Fim-DEVOL
         Read DEVOL Next Record
            At End Move "10" To Stat-DEVOL
         End-Read
         If Not Fim-DEVOL And Valido-DEVOL
            If DV-DATA(1:6) = WS-COMP-X
               Perform Apura-Devolucao Thru Apura-Devolucao-Exit
            End-if
         End-if
      End-Perform
      Close DEVOL
   End-if

   Perform Apaga-Competencia Thru Apaga-Competencia-Exit
   Perform Varying WS-A-IDX From 1 By 1
             Until WS-A-IDX > WS-QTD-APU
      Perform Fecha-Apuracao Thru Fecha-Apuracao-Exit
   End-Perform
   Perform Imprime-Apuracao Thru Imprime-Apuracao-Exit

   Close LIVROFIS.
   Close APURPC.
   Close ROMREL.
   Move "PROG1046"   To WS-SP-PROGRAMA
   Move "PISCOF.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-LIDOS To WS-QTD-ED
   Display WS-QTD-ED " documento(s) apurado(s) em 'PISCOF.REL'"
           " e APURPC.DAT."
   If WS-QTD-SEM-PISCOF > Zeros
      Move WS-QTD-SEM-PISCOF To WS-QTD-ED
      Display WS-QTD-ED " documento(s) sem PIS/COFINS no registro"
              " - re-execute o PROG1002 do mes."
   End-if
   If WS-QTD-DEVOL-FORA > Zeros
      Move WS-QTD-DEVOL-FORA To WS-QTD-ED
      Display WS-QTD-ED " devolucao(oes) de pedido fora do"
              " registro fiscal - nao deduzida(s)."
   End-if
   If WS-QTD-EXCEDENTE > Zeros
      Move WS-QTD-EXCEDENTE To WS-QTD-ED
      Display WS-QTD-ED " lancamento(s) fora da tabela de"
              " apuracao - NAO apurados."
      Move 1 To Return-Code
   End-if.
   Exit Program.
*
*  One register row: its PIS and its COFINS, each under its own
*  DARF code. A credit note deducts what its row says.
 Apura-Registro.
   If LF-CST-PISCOF = Spaces
      Add 1 To WS-QTD-SEM-PISCOF
      Go To Apura-Registro-Exit
   End-if
   Add 1 To WS-QTD-LIDOS
   If Registro-Nota-Credito
      Move "N" To WS-MV-TIPO
   Else
      Move "D" To WS-MV-TIPO
   End-if
   Move LF-CST-PISCOF To WS-MV-CST
   Perform Soma-Cst Thru Soma-Cst-Exit

   Move "PIS"          To WS-MV-TRIBUTO
   Move LF-COD-PIS     To WS-MV-CODIGO
   Move LF-VALOR       To WS-MV-RECEITA
   Move LF-BASE-PISCOF To WS-MV-BASE
   Move LF-PIS         To WS-MV-VALOR
   Perform Soma-Apuracao Thru Soma-Apuracao-Exit

   Move "COFINS"       To WS-MV-TRIBUTO
   Move LF-COD-COFINS  To WS-MV-CODIGO
   Move LF-VALOR       To WS-MV-RECEITA
   Move LF-BASE-PISCOF To WS-MV-BASE
   Move LF-COFINS      To WS-MV-VALOR
   Perform Soma-Apuracao Thru Soma-Apuracao-Exit.
 Apura-Registro-Exit.
   Exit.
*
*  A return deducts the tax of the value returned at the rates
*  of the order's own document (LF-NOTA zero) - only when that
*  document was taxed.
 Apura-Devolucao.
   Add 1 To WS-QTD-DEVOL
   Move DV-NUME To LF-NUME
   Move Zeros   To LF-NOTA
   Read LIVROFIS
      Invalid Key Continue
   End-Read
   If Not Valido-LIVROFIS Or LF-CST-PISCOF = Spaces
      Add 1 To WS-QTD-DEVOL-FORA
      Go To Apura-Devolucao-Exit
   End-if
   Move LF-CST-PISCOF To WS-MV-CST
   If Not Mv-Tributado
      Go To Apura-Devolucao-Exit
   End-if
   Move "V" To WS-MV-TIPO

   Move "PIS"          To WS-MV-TRIBUTO
   Move LF-COD-PIS     To WS-MV-CODIGO
   Move DV-VALOR       To WS-MV-RECEITA WS-MV-BASE
   Compute WS-MV-VALOR Rounded = DV-VALOR * LF-ALIQ-PIS / 100
   Perform Soma-Apuracao Thru Soma-Apuracao-Exit

   Move "COFINS"       To WS-MV-TRIBUTO
   Move LF-COD-COFINS  To WS-MV-CODIGO
   Move DV-VALOR       To WS-MV-RECEITA WS-MV-BASE
   Compute WS-MV-VALOR Rounded = DV-VALOR * LF-ALIQ-COFINS / 100
   Perform Soma-Apuracao Thru Soma-Apuracao-Exit.
 Apura-Devolucao-Exit.
   Exit.
*
 Soma-Apuracao.
   Move "N" To WS-ACHOU-APU
   Perform Varying WS-BUSCA-IDX From 1 By 1
             Until WS-BUSCA-IDX > WS-QTD-APU Or Achou-Apuracao
      If WS-A-TRIBUTO(WS-BUSCA-IDX) = WS-MV-TRIBUTO
         And WS-A-CODIGO(WS-BUSCA-IDX) = WS-MV-CODIGO
         Move WS-BUSCA-IDX To WS-A-IDX
         Move "S"          To WS-ACHOU-APU
      End-if
   End-Perform
   If Not Achou-Apuracao
      If WS-QTD-APU >= max-apuracao
         Add 1 To WS-QTD-EXCEDENTE
         Go To Soma-Apuracao-Exit
      End-if
      Add 1 To WS-QTD-APU
      Move WS-QTD-APU    To WS-A-IDX
      Move WS-MV-TRIBUTO To WS-A-TRIBUTO(WS-A-IDX)
      Move WS-MV-CODIGO  To WS-A-CODIGO(WS-A-IDX)
      Move Zeros To WS-A-RECEITA(WS-A-IDX) WS-A-BASE(WS-A-IDX)
                    WS-A-DEBITO(WS-A-IDX)  WS-A-NOTAS(WS-A-IDX)
                    WS-A-DEVOL(WS-A-IDX)   WS-A-RECOLHER(WS-A-IDX)
                    WS-A-CREDOR(WS-A-IDX)
   End-if
   Evaluate True
      When Mv-Debito
         Add WS-MV-RECEITA      To WS-A-RECEITA(WS-A-IDX)
         Add WS-MV-BASE         To WS-A-BASE(WS-A-IDX)
         Add WS-MV-VALOR        To WS-A-DEBITO(WS-A-IDX)
      When Mv-Nota
         Subtract WS-MV-RECEITA From WS-A-RECEITA(WS-A-IDX)
         Subtract WS-MV-BASE    From WS-A-BASE(WS-A-IDX)
         Add WS-MV-VALOR        To WS-A-NOTAS(WS-A-IDX)
      When Mv-Devolucao
         Subtract WS-MV-RECEITA From WS-A-RECEITA(WS-A-IDX)
         Subtract WS-MV-BASE    From WS-A-BASE(WS-A-IDX)
         Add WS-MV-VALOR        To WS-A-DEVOL(WS-A-IDX)
   End-Evaluate.
 Soma-Apuracao-Exit.
   Exit.
*
 Soma-Cst.
   Move "N" To WS-ACHOU-CST
   Perform Varying WS-BUSCA-IDX From 1 By 1
             Until WS-BUSCA-IDX > WS-QTD-CST Or Achou-Cst
      If WS-C-CST(WS-BUSCA-IDX) = WS-MV-CST
         Move WS-BUSCA-IDX To WS-C-IDX
         Move "S"          To WS-ACHOU-CST
      End-if
   End-Perform
   If Not Achou-Cst
      If WS-QTD-CST >= max-csts
         Go To Soma-Cst-Exit
      End-if
      Add 1 To WS-QTD-CST
      Move WS-QTD-CST To WS-C-IDX
      Move WS-MV-CST  To WS-C-CST(WS-C-IDX)
      Move Zeros      To WS-C-RECEITA(WS-C-IDX)
   End-if
   If Mv-Nota
      Subtract LF-VALOR From WS-C-RECEITA(WS-C-IDX)
   Else
      Add LF-VALOR      To WS-C-RECEITA(WS-C-IDX)
   End-if.
 Soma-Cst-Exit.
   Exit.
*
*  A rerun replaces the month: its old rows go first, so a DARF
*  code no longer used does not linger.
 Apaga-Competencia.
   Move WS-COMP-X   To AP-ANOMES
   Move Low-Values  To AP-TRIBUTO AP-CODIGO
   Start APURPC Key Is Not Less AP-CHAVE
      Invalid Key Go To Apaga-Competencia-Exit
   End-Start
   Perform Le-Proxima-Apuracao Thru Le-Proxima-Apuracao-Exit
   Perform Until Fim-APURPC Or AP-ANOMES Not = WS-COMP-X
      Delete APURPC Record
         Invalid Key Continue
      End-Delete
      Perform Le-Proxima-Apuracao Thru Le-Proxima-Apuracao-Exit
   End-Perform.
 Apaga-Competencia-Exit.
   Exit.
*
 Le-Proxima-Apuracao.
   Read APURPC Next Record
      At End Move "10" To Stat-APURPC
   End-Read.
 Le-Proxima-Apuracao-Exit.
   Exit.
*
 Fecha-Apuracao.
   Compute WS-A-RECOLHER(WS-A-IDX) =
           WS-A-DEBITO(WS-A-IDX) - WS-A-NOTAS(WS-A-IDX)
                                 - WS-A-DEVOL(WS-A-IDX)
   If WS-A-RECOLHER(WS-A-IDX) < Zeros
      Compute WS-A-CREDOR(WS-A-IDX) = Zeros - WS-A-RECOLHER(WS-A-IDX)
      Move Zeros To WS-A-RECOLHER(WS-A-IDX)
   End-if
   Initialize APURPC-REGI
   Move WS-COMP-X               To AP-ANOMES
   Move WS-A-TRIBUTO(WS-A-IDX)  To AP-TRIBUTO
   Move WS-A-CODIGO(WS-A-IDX)   To AP-CODIGO
   Move WS-A-RECEITA(WS-A-IDX)  To AP-VLR-RECEITA
   Move WS-A-BASE(WS-A-IDX)     To AP-VLR-BASE
   Move WS-A-DEBITO(WS-A-IDX)   To AP-VLR-DEBITO
   Move WS-A-NOTAS(WS-A-IDX)    To AP-VLR-NOTAS
   Move WS-A-DEVOL(WS-A-IDX)    To AP-VLR-DEVOL
   Move WS-A-RECOLHER(WS-A-IDX) To AP-VLR-RECOLHER
   Move WS-A-CREDOR(WS-A-IDX)   To AP-SALDO-CREDOR
   Move WS-DATA-SISTEMA         To AP-DTIN
   Move WS-HORA-SISTEMA         To AP-HRIN
   Write APURPC-REGI
      Invalid Key
         If Duplicado-APURPC
            Rewrite APURPC-REGI
               Invalid Key Continue
            End-Rewrite
         End-if
   End-Write.
 Fecha-Apuracao-Exit.
   Exit.
*
 Imprime-Apuracao.
   Move Spaces To ROMREL-REGI
   String "APURACAO PIS/COFINS - COMPETENCIA " WS-COMP-X
          Delimited By Size Into ROMREL-REGI
   End-String
   If Regime-Nao-Cumulativo
      Move "REGIME NAO CUMULATIVO" To ROMREL-REGI(50:21)
   Else
      Move "REGIME CUMULATIVO"     To ROMREL-REGI(50:17)
   End-if
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "RECEITA POR CST (LIQUIDA DE NOTAS DE CREDITO)"
        To ROMREL-REGI
   Write ROMREL-REGI
   Perform Varying WS-C-IDX From 1 By 1
             Until WS-C-IDX > WS-QTD-CST
      Move WS-C-RECEITA(WS-C-IDX) To WS-RECEITA-ED
      Move Spaces To ROMREL-REGI
      String "CST " WS-C-CST(WS-C-IDX) "  " WS-RECEITA-ED
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-Perform

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "TRIBUTO DARF        RECEITA           BASE"
          "      DEBITO"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "                 (-)NOTAS   (-)DEVOLUCOES"
          "   A RECOLHER  SALDO CREDOR"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Perform Varying WS-A-IDX From 1 By 1
             Until WS-A-IDX > WS-QTD-APU
      Move WS-A-RECEITA(WS-A-IDX)  To WS-RECEITA-ED
      Move WS-A-BASE(WS-A-IDX)     To WS-BASE-ED
      Move WS-A-DEBITO(WS-A-IDX)   To WS-DEBITO-ED
      Move WS-A-NOTAS(WS-A-IDX)    To WS-NOTAS-ED
      Move WS-A-DEVOL(WS-A-IDX)    To WS-DEVOL-ED
      Move WS-A-RECOLHER(WS-A-IDX) To WS-RECOLHER-ED
      Move WS-A-CREDOR(WS-A-IDX)   To WS-CREDOR-ED
      Move Spaces To ROMREL-REGI
      String WS-A-TRIBUTO(WS-A-IDX) "  " WS-A-CODIGO(WS-A-IDX)
             " " WS-RECEITA-ED " " WS-BASE-ED " " WS-DEBITO-ED
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
      Move Spaces To ROMREL-REGI
      String "              " WS-NOTAS-ED "    " WS-DEVOL-ED
             " " WS-RECOLHER-ED "  " WS-CREDOR-ED
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-Perform.
 Imprime-Apuracao-Exit.
   Exit.
