*VALORIZACAO MENSAL DO ESTOQUE A CUSTO MEDIO (ESTMOV x CUSTOS)
 Identification Division.
 Program-Id. PROG1025.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ESTMOV.SL".
   Copy "..\COPY\CUSTOS.SL".
   Copy "..\COPY\RECEBE.SL".
   Copy "..\COPY\CUSTMED.SL".
   Copy "..\COPY\VALEST.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\ESTMOV.FD".
$XFD FILE=CUSTOS
   Copy "..\COPY\CUSTOS.FD".
$XFD FILE=RECEBE
   Copy "..\COPY\RECEBE.FD".
$XFD FILE=CUSTMED
   Copy "..\COPY\CUSTMED.FD".
   Copy "..\COPY\VALEST.FD".
*
 Working-Storage Section.
*
*  What the stock is worth at month-end, movement by movement:
*  the month's ESTMOV.DAT lines are replayed in journal order per
*  produto+area against a moving weighted-average cost. The
*  opening is last month's CUSTMED.DAT closing; a produto+area
*  never valued before opens with the quantity the journal
*  accumulated up to the month, at the CUSTOS.DAT cost in force
*  on day one. An entry comes in at its own cost - the price the
*  producer settlement stamped on a liquidated receipt (RECEBE),
*  otherwise the CUSTOS.DAT row in force on the movement date;
*  goods coming back (DEVOL, CANCEL, ESTORNO) re-enter at the
*  running average, and an area transfer (TRFAREA) enters at the
*  cost it left the other area with. Every exit leaves at the
*  running average. The closing rows go to CUSTMED.DAT for next
*  month and for PROG930/PROG926, the sheet to VALEST.REL.
*
 01  Stat-ESTMOV         PIC X(002).
     88 Valido-ESTMOV    Value "00" THRU "09".
     88 Fim-ESTMOV       Value "10".
 01  PATHESTMOV          PIC X(060).
 01  Stat-CUSTOS         PIC X(002).
     88 Valido-CUSTOS    Value "00" THRU "09".
 01  PATHCUSTOS          PIC X(060).
 01  Stat-RECEBE         PIC X(002).
     88 Valido-RECEBE    Value "00" THRU "09".
 01  PATHRECEBE          PIC X(060).
 01  WS-TEM-RECEBE       PIC X(001) VALUE "N".
     88 Tem-Recebimentos Value "S".
 01  Stat-CUSTMED        PIC X(002).
     88 Valido-CUSTMED   Value "00" THRU "09".
     88 Fim-CUSTMED      Value "10".
     88 Duplicado-CUSTMED Value "22".
 01  PATHCUSTMED         PIC X(060).
 01  Stat-VALEST         PIC X(002).
     88 Valido-VALEST    Value "00" THRU "09".
 01  PATHVALEST          PIC X(060).
*
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-COMP-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-COMP-X           PIC X(006).
 01  WS-ANTERIOR         PIC 9(006).
 01  WS-ANT-R REDEFINES WS-ANTERIOR.
     03 WS-ANT-ANO       PIC 9(004).
     03 WS-ANT-MES       PIC 9(002).
 01  WS-ANT-X            PIC X(006).
*
*  One running balance per produto+area met in the journal.
*  WS-S-ORIGEM: "S" opened from last month's CUSTMED.DAT row,
*  "N" opening quantity still being summed from the journal,
*  "V" that quantity already valued at the day-one cost.
 78  max-saldos          value 500.
 01  WS-SALDO-TAB.
     03 WS-SALDO occurs 500 times.
        05 WS-S-PROD     PIC S9(006)     COMP-5.
        05 WS-S-AREA     PIC S9(004)     COMP-5.
        05 WS-S-ORIGEM   PIC X(001).
        05 WS-S-QTD-INI  PIC S9(012)V999 COMP-3.
        05 WS-S-VLR-INI  PIC S9(013)V99  COMP-3.
        05 WS-S-QTD-ENT  PIC S9(012)V999 COMP-3.
        05 WS-S-VLR-ENT  PIC S9(013)V99  COMP-3.
        05 WS-S-QTD-SAI  PIC S9(012)V999 COMP-3.
        05 WS-S-VLR-SAI  PIC S9(013)V99  COMP-3.
        05 WS-S-QTD      PIC S9(012)V999 COMP-3.
        05 WS-S-VLR      PIC S9(013)V99  COMP-3.
        05 WS-S-VLR-CMV  PIC S9(013)V99  COMP-3.
        05 WS-S-CUSTO    PIC S9(005)V9999 COMP-3.
 01  WS-QTD-SALDOS       PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-S-IDX            PIC 9(004) COMP-X.
 01  WS-BUSCA-IDX        PIC 9(004) COMP-X.
 01  WS-ACHOU-SALDO      PIC X(001).
     88 Achou-Saldo      Value "S".
 01  WS-QTD-EXCEDENTE    PIC 9(006) VALUE ZEROS.
*
 01  WS-MOV-ANOMES       PIC X(006).
 01  WS-MOV-PROD         PIC S9(006) COMP-5.
 01  WS-MOV-AREA         PIC S9(004) COMP-5.
 01  WS-MOV-NUME         PIC S9(006) COMP-5.
 01  WS-MOV-QTD          PIC S9(012)V999 COMP-3.
 01  WS-QTD-ABS          PIC S9(012)V999 COMP-3.
 01  WS-VALOR-MOV        PIC S9(013)V99  COMP-3.
 01  WS-CUSTO-UNIT       PIC S9(005)V9999 COMP-3.
*  The cost an area transfer left its origin with, handed to the
*  destination line PROG909 writes right after it.
 01  WS-CUSTO-TRANSF     PIC S9(005)V9999 COMP-3 VALUE ZEROS.
 01  WS-TEM-TRANSF       PIC X(001) VALUE "N".
     88 Transferencia-Pendente Value "S".
*
 01  WS-PROD-BUSCA       PIC S9(006) COMP-5.
 01  WS-VIGENCIA-BUSCA   PIC X(008).
 01  WS-CUSTO-VIGENTE    PIC S9(005)V9999 COMP-3.
 01  WS-CUSTO-ACHADO     PIC X(001).
     88 Custo-Achado     Value "S".
 01  WS-QTD-SEM-CUSTO    PIC 9(006) VALUE ZEROS.
*
 01  WS-TOT-VLR-INI      PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-VLR-ENT      PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-VLR-SAI      PIC S9(013)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-VLR-FIN      PIC S9(013)V99 COMP-3 VALUE ZEROS.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-AREA-ED          PIC Z(003)9.
 01  WS-QINI-ED          PIC -ZZZZZZZZZ9,999.
 01  WS-QENT-ED          PIC -ZZZZZZZZZ9,999.
 01  WS-QSAI-ED          PIC -ZZZZZZZZZ9,999.
 01  WS-QFIN-ED          PIC -ZZZZZZZZZ9,999.
 01  WS-VINI-ED          PIC -ZZZZZZZZZZZ9,99.
 01  WS-VENT-ED          PIC -ZZZZZZZZZZZ9,99.
 01  WS-VSAI-ED          PIC -ZZZZZZZZZZZ9,99.
 01  WS-VFIN-ED          PIC -ZZZZZZZZZZZ9,99.
 01  WS-CUSTO-ED         PIC ZZZZ9,9999.
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
   Move WS-COMPETENCIA To WS-ANTERIOR
   If WS-ANT-MES = 1
      Move 12 To WS-ANT-MES
      Subtract 1 From WS-ANT-ANO
   Else
      Subtract 1 From WS-ANT-MES
   End-if
   Move WS-ANTERIOR To WS-ANT-X
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.

   Move Spaces to PathCUSTOS.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CUSTOS.DAT" Delimited By Size
          Into PathCUSTOS
   End-String.
   Open Input CUSTOS
   If Not Valido-CUSTOS
      Display "CUSTOS.DAT ausente - cadastre os custos (PROG929)."
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathESTMOV.
   String Lk-Unidade         Delimited By Size
          "\DADOS\ESTMOV.DAT" Delimited By Size
          Into PathESTMOV
   End-String.
   Open Input ESTMOV
   If Not Valido-ESTMOV
      Display "erro ESTMOV " Stat-ESTMOV
      Close CUSTOS
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathRECEBE.
   String Lk-Unidade          Delimited By Size
          "\DADOS\RECEBE.DAT" Delimited By Size
          Into PathRECEBE
   End-String.
   Move "N" To WS-TEM-RECEBE
   Open Input RECEBE
   If Valido-RECEBE
      Move "S" To WS-TEM-RECEBE
   End-if.

   Move Spaces to PathCUSTMED.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CUSTMED.DAT" Delimited By Size
          Into PathCUSTMED
   End-String.
   Open I-O CUSTMED
   If Not Valido-CUSTMED
      Open Output CUSTMED
      Close CUSTMED
      Open I-O CUSTMED
   End-if.
   If Not Valido-CUSTMED
      Display "erro CUSTMED " Stat-CUSTMED
      Close CUSTOS
      Close ESTMOV
      If Tem-Recebimentos
         Close RECEBE
      End-if
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathVALEST.
   String Lk-Unidade         Delimited By Size
          "\DADOS\VALEST.REL" Delimited By Size
          Into PathVALEST
   End-String.
   Open Output VALEST
   If Not Valido-VALEST
      Display "erro VALEST " Stat-VALEST
      Close CUSTOS
      Close ESTMOV
      Close CUSTMED
      If Tem-Recebimentos
         Close RECEBE
      End-if
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Carrega-Anterior Thru Carrega-Anterior-Exit

   Perform Le-Proximo-Movimento Thru Le-Proximo-Movimento-Exit
   Perform Until Fim-ESTMOV
      Perform Processa-Movimento Thru Processa-Movimento-Exit
      Perform Le-Proximo-Movimento Thru Le-Proximo-Movimento-Exit
   End-Perform

   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit
   Perform Varying WS-S-IDX From 1 By 1
             Until WS-S-IDX > WS-QTD-SALDOS
      Perform Fecha-Saldo Thru Fecha-Saldo-Exit
   End-Perform
   Perform Imprime-Totais Thru Imprime-Totais-Exit

   Close CUSTOS.
   Close ESTMOV.
   Close CUSTMED.
   If Tem-Recebimentos
      Close RECEBE
   End-if.
   Close VALEST.
   Move "PROG1025"   To WS-SP-PROGRAMA
   Move "VALEST.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-SALDOS To WS-QTD-ED
   Display WS-QTD-ED " produto(s)/area(s) valorizado(s) em"
           " 'VALEST.REL' e CUSTMED.DAT."
   If WS-QTD-SEM-CUSTO > Zeros
      Move WS-QTD-SEM-CUSTO To WS-QTD-ED
      Display WS-QTD-ED " entrada(s) sem custo em CUSTOS.DAT -"
              " valorizada(s) a zero."
   End-if
   If WS-QTD-EXCEDENTE > Zeros
      Move WS-QTD-EXCEDENTE To WS-QTD-ED
      Display WS-QTD-ED " movimento(s) fora da tabela de saldos"
              " - NAO valorizados."
      Move 1 To Return-Code
   End-if.
   Exit Program.
*
*  Last month's closing rows open this month.
 Carrega-Anterior.
   Move WS-ANT-X To VM-ANOMES
   Move Zeros    To VM-PROD VM-AREA
   Start CUSTMED Key Is Not Less VM-CHAVE
      Invalid Key Go To Carrega-Anterior-Exit
   End-Start
   Perform Le-Proximo-Custmed Thru Le-Proximo-Custmed-Exit
   Perform Until Fim-CUSTMED Or VM-ANOMES Not = WS-ANT-X
      If WS-QTD-SALDOS < max-saldos
         Add 1 To WS-QTD-SALDOS
         Move WS-QTD-SALDOS To WS-S-IDX
         Perform Zera-Saldo Thru Zera-Saldo-Exit
         Move VM-PROD        To WS-S-PROD(WS-S-IDX)
         Move VM-AREA        To WS-S-AREA(WS-S-IDX)
         Move "S"            To WS-S-ORIGEM(WS-S-IDX)
         Move VM-QTD-FIN     To WS-S-QTD-INI(WS-S-IDX)
                                WS-S-QTD(WS-S-IDX)
         Move VM-VLR-FIN     To WS-S-VLR-INI(WS-S-IDX)
                                WS-S-VLR(WS-S-IDX)
         Move VM-CUSTO-MEDIO To WS-S-CUSTO(WS-S-IDX)
      Else
         Add 1 To WS-QTD-EXCEDENTE
      End-if
      Perform Le-Proximo-Custmed Thru Le-Proximo-Custmed-Exit
   End-Perform.
 Carrega-Anterior-Exit.
   Exit.
*
 Le-Proximo-Custmed.
   Read CUSTMED Next Record
      At End Move "10" To Stat-CUSTMED
   End-Read.
 Le-Proximo-Custmed-Exit.
   Exit.
*
 Le-Proximo-Movimento.
   Read ESTMOV
      At End Move "10" To Stat-ESTMOV
   End-Read.
 Le-Proximo-Movimento-Exit.
   Exit.
*
 Processa-Movimento.
   Move MV-DATA(1:6) To WS-MOV-ANOMES
   If WS-MOV-ANOMES > WS-COMP-X
      Go To Processa-Movimento-Exit
   End-if
   Move MV-PROD To WS-MOV-PROD
   Move MV-AREA To WS-MOV-AREA
   Move MV-QTD  To WS-MOV-QTD
   If WS-MOV-PROD = Zeros Or WS-MOV-QTD = Zeros
      Go To Processa-Movimento-Exit
   End-if
   Perform Acha-Saldo Thru Acha-Saldo-Exit
   If Not Achou-Saldo
      Add 1 To WS-QTD-EXCEDENTE
      Go To Processa-Movimento-Exit
   End-if
*  Before the month: only builds the opening of a produto+area
*  that last month's valuation never saw.
   If WS-MOV-ANOMES < WS-COMP-X
      If WS-S-ORIGEM(WS-S-IDX) = "N"
         Add WS-MOV-QTD To WS-S-QTD-INI(WS-S-IDX)
      End-if
      Go To Processa-Movimento-Exit
   End-if
   If WS-S-ORIGEM(WS-S-IDX) = "N"
      Perform Valoriza-Abertura Thru Valoriza-Abertura-Exit
   End-if
   If WS-MOV-QTD > Zeros
      Perform Valoriza-Entrada Thru Valoriza-Entrada-Exit
   Else
      Perform Valoriza-Saida Thru Valoriza-Saida-Exit
   End-if.
 Processa-Movimento-Exit.
   Exit.
*
 Acha-Saldo.
   Move "N" To WS-ACHOU-SALDO
   Perform Varying WS-BUSCA-IDX From 1 By 1
             Until WS-BUSCA-IDX > WS-QTD-SALDOS Or Achou-Saldo
      If WS-S-PROD(WS-BUSCA-IDX) = WS-MOV-PROD
         And WS-S-AREA(WS-BUSCA-IDX) = WS-MOV-AREA
         Move WS-BUSCA-IDX To WS-S-IDX
         Move "S"          To WS-ACHOU-SALDO
      End-if
   End-Perform
   If Achou-Saldo
      Go To Acha-Saldo-Exit
   End-if
   If WS-QTD-SALDOS >= max-saldos
      Go To Acha-Saldo-Exit
   End-if
   Add 1 To WS-QTD-SALDOS
   Move WS-QTD-SALDOS To WS-S-IDX
   Perform Zera-Saldo Thru Zera-Saldo-Exit
   Move WS-MOV-PROD To WS-S-PROD(WS-S-IDX)
   Move WS-MOV-AREA To WS-S-AREA(WS-S-IDX)
   Move "N"         To WS-S-ORIGEM(WS-S-IDX)
   Move "S"         To WS-ACHOU-SALDO.
 Acha-Saldo-Exit.
   Exit.
*
 Zera-Saldo.
   Move Zeros To WS-S-QTD-INI(WS-S-IDX) WS-S-VLR-INI(WS-S-IDX)
                 WS-S-QTD-ENT(WS-S-IDX) WS-S-VLR-ENT(WS-S-IDX)
                 WS-S-QTD-SAI(WS-S-IDX) WS-S-VLR-SAI(WS-S-IDX)
                 WS-S-QTD(WS-S-IDX)     WS-S-VLR(WS-S-IDX)
                 WS-S-VLR-CMV(WS-S-IDX)
                 WS-S-CUSTO(WS-S-IDX).
 Zera-Saldo-Exit.
   Exit.
*
*  The journal-built opening quantity, at the cost in force on
*  the first day of the month.
 Valoriza-Abertura.
   Move WS-S-PROD(WS-S-IDX) To WS-PROD-BUSCA
   Move Spaces              To WS-VIGENCIA-BUSCA
   String WS-COMP-X "01" Delimited By Size Into WS-VIGENCIA-BUSCA
   End-String
   Perform Busca-Custo-Vigente Thru Busca-Custo-Vigente-Exit
   Compute WS-S-VLR-INI(WS-S-IDX) Rounded =
           WS-S-QTD-INI(WS-S-IDX) * WS-CUSTO-VIGENTE
   Move WS-S-QTD-INI(WS-S-IDX) To WS-S-QTD(WS-S-IDX)
   Move WS-S-VLR-INI(WS-S-IDX) To WS-S-VLR(WS-S-IDX)
   Move WS-CUSTO-VIGENTE       To WS-S-CUSTO(WS-S-IDX)
   Move "V"                    To WS-S-ORIGEM(WS-S-IDX).
 Valoriza-Abertura-Exit.
   Exit.
*
 Valoriza-Entrada.
   Evaluate MV-ORIGEM
      When "TRFAREA"
         If Transferencia-Pendente
            Move WS-CUSTO-TRANSF To WS-CUSTO-UNIT
            Move "N"             To WS-TEM-TRANSF
         Else
            Perform Custo-Corrente Thru Custo-Corrente-Exit
         End-if
      When "DEVOL"
      When "CANCEL"
      When "ESTORNO"
         Perform Custo-Corrente Thru Custo-Corrente-Exit
      When "RECEBE"
         Perform Custo-Recebimento Thru Custo-Recebimento-Exit
      When Other
         Perform Custo-Da-Data Thru Custo-Da-Data-Exit
   End-Evaluate
   Compute WS-VALOR-MOV Rounded = WS-MOV-QTD * WS-CUSTO-UNIT
   Add WS-MOV-QTD   To WS-S-QTD-ENT(WS-S-IDX) WS-S-QTD(WS-S-IDX)
   Add WS-VALOR-MOV To WS-S-VLR-ENT(WS-S-IDX) WS-S-VLR(WS-S-IDX)
   If MV-ORIGEM = "DEVOL" Or MV-ORIGEM = "CANCEL"
      Or MV-ORIGEM = "ESTORNO"
      Subtract WS-VALOR-MOV From WS-S-VLR-CMV(WS-S-IDX)
   End-if.
 Valoriza-Entrada-Exit.
   Exit.
*
*  An exit leaves at the running average; the last unit out takes
*  whatever value is left, so no rounding residue survives an
*  emptied balance.
 Valoriza-Saida.
   Compute WS-QTD-ABS = 0 - WS-MOV-QTD
   Perform Custo-Corrente Thru Custo-Corrente-Exit
   If WS-QTD-ABS = WS-S-QTD(WS-S-IDX)
      Move WS-S-VLR(WS-S-IDX) To WS-VALOR-MOV
   Else
      Compute WS-VALOR-MOV Rounded = WS-QTD-ABS * WS-CUSTO-UNIT
   End-if
   Add WS-QTD-ABS        To WS-S-QTD-SAI(WS-S-IDX)
   Add WS-VALOR-MOV      To WS-S-VLR-SAI(WS-S-IDX)
   Subtract WS-QTD-ABS   From WS-S-QTD(WS-S-IDX)
   Subtract WS-VALOR-MOV From WS-S-VLR(WS-S-IDX)
   If MV-ORIGEM = "TRFAREA"
      Move WS-CUSTO-UNIT To WS-CUSTO-TRANSF
      Move "S"           To WS-TEM-TRANSF
   Else
      Add WS-VALOR-MOV   To WS-S-VLR-CMV(WS-S-IDX)
   End-if.
 Valoriza-Saida-Exit.
   Exit.
*
*  The running average; an empty balance keeps the last average
*  it had, and one that never had any takes the dated cost.
 Custo-Corrente.
   If WS-S-QTD(WS-S-IDX) > Zeros
      Compute WS-CUSTO-UNIT Rounded =
              WS-S-VLR(WS-S-IDX) / WS-S-QTD(WS-S-IDX)
      Move WS-CUSTO-UNIT To WS-S-CUSTO(WS-S-IDX)
   Else
      If WS-S-CUSTO(WS-S-IDX) > Zeros
         Move WS-S-CUSTO(WS-S-IDX) To WS-CUSTO-UNIT
      Else
         Perform Custo-Da-Data Thru Custo-Da-Data-Exit
      End-if
   End-if.
 Custo-Corrente-Exit.
   Exit.
*
 Custo-Da-Data.
   Move WS-MOV-PROD To WS-PROD-BUSCA
   Move MV-DATA     To WS-VIGENCIA-BUSCA
   Perform Busca-Custo-Vigente Thru Busca-Custo-Vigente-Exit
   If Not Custo-Achado
      Add 1 To WS-QTD-SEM-CUSTO
   End-if
   Move WS-CUSTO-VIGENTE To WS-CUSTO-UNIT.
 Custo-Da-Data-Exit.
   Exit.
*
*  A receipt already settled with the producer (PROG1021) enters
*  at the price it was bought for; one still open, at the dated
*  cost until the settlement comes.
 Custo-Recebimento.
   If Not Tem-Recebimentos
      Perform Custo-Da-Data Thru Custo-Da-Data-Exit
      Go To Custo-Recebimento-Exit
   End-if
   Move MV-NUME     To WS-MOV-NUME
   Move WS-MOV-NUME To RC-NUMERO
   Read RECEBE
      Invalid Key Continue
   End-Read
   If Valido-RECEBE And Recebe-Liquidado And RC-PRECO-KG > Zeros
      Move RC-PRECO-KG To WS-CUSTO-UNIT
   Else
      Perform Custo-Da-Data Thru Custo-Da-Data-Exit
   End-if.
 Custo-Recebimento-Exit.
   Exit.
*
*  The cost in force on the given date - the PROG930 walk over
*  CUSTOS.DAT.
 Busca-Custo-Vigente.
   Move "N" To WS-CUSTO-ACHADO
   Move Zeros To WS-CUSTO-VIGENTE
   Move WS-PROD-BUSCA To CU-PROD
   Move Low-Values    To CU-VIGENCIA
   Start CUSTOS Key Is Not Less CU-CHAVE
      Invalid Key
         Go To Busca-Custo-Vigente-Exit
   End-Start
   Perform Le-Proximo-Custo Thru Le-Proximo-Custo-Exit
   Perform Until Not Valido-CUSTOS
             Or CU-PROD Not = WS-PROD-BUSCA
             Or CU-VIGENCIA > WS-VIGENCIA-BUSCA
      Move "S"      To WS-CUSTO-ACHADO
      Move CU-CUSTO To WS-CUSTO-VIGENTE
      Perform Le-Proximo-Custo Thru Le-Proximo-Custo-Exit
   End-Perform.
 Busca-Custo-Vigente-Exit.
   Exit.
*
 Le-Proximo-Custo.
   Read CUSTOS Next Record
      At End Move "10" To Stat-CUSTOS
   End-Read.
 Le-Proximo-Custo-Exit.
   Exit.
*
*  Closing row for the month, written (or rewritten on a rerun)
*  to CUSTMED.DAT and printed.
 Fecha-Saldo.
   If WS-S-ORIGEM(WS-S-IDX) = "N"
      Perform Valoriza-Abertura Thru Valoriza-Abertura-Exit
   End-if
   If WS-S-QTD(WS-S-IDX) > Zeros
      Compute WS-S-CUSTO(WS-S-IDX) Rounded =
              WS-S-VLR(WS-S-IDX) / WS-S-QTD(WS-S-IDX)
   End-if
   Initialize CUSTMED-REGI
   Move WS-COMP-X              To VM-ANOMES
   Move WS-S-PROD(WS-S-IDX)    To VM-PROD
   Move WS-S-AREA(WS-S-IDX)    To VM-AREA
   Move WS-S-QTD-INI(WS-S-IDX) To VM-QTD-INI
   Move WS-S-VLR-INI(WS-S-IDX) To VM-VLR-INI
   Move WS-S-QTD-ENT(WS-S-IDX) To VM-QTD-ENT
   Move WS-S-VLR-ENT(WS-S-IDX) To VM-VLR-ENT
   Move WS-S-QTD-SAI(WS-S-IDX) To VM-QTD-SAI
   Move WS-S-VLR-SAI(WS-S-IDX) To VM-VLR-SAI
   Move WS-S-QTD(WS-S-IDX)     To VM-QTD-FIN
   Move WS-S-VLR(WS-S-IDX)     To VM-VLR-FIN
   Move WS-S-VLR-CMV(WS-S-IDX) To VM-VLR-CMV
   Move WS-S-CUSTO(WS-S-IDX)   To VM-CUSTO-MEDIO
   Move WS-DATA-SISTEMA        To VM-DTIN
   Move WS-HORA-SISTEMA        To VM-HRIN
   Write CUSTMED-REGI
      Invalid Key
         If Duplicado-CUSTMED
            Rewrite CUSTMED-REGI
               Invalid Key
                  Display "erro CUSTMED " Stat-CUSTMED
            End-Rewrite
         End-if
   End-Write

   Add VM-VLR-INI To WS-TOT-VLR-INI
   Add VM-VLR-ENT To WS-TOT-VLR-ENT
   Add VM-VLR-SAI To WS-TOT-VLR-SAI
   Add VM-VLR-FIN To WS-TOT-VLR-FIN

   Move VM-PROD        To WS-PROD-ED
   Move VM-AREA        To WS-AREA-ED
   Move VM-QTD-INI     To WS-QINI-ED
   Move VM-QTD-ENT     To WS-QENT-ED
   Move VM-QTD-SAI     To WS-QSAI-ED
   Move VM-QTD-FIN     To WS-QFIN-ED
   Move VM-CUSTO-MEDIO To WS-CUSTO-ED
   Move Spaces To VALEST-REGI
   String WS-PROD-ED " " WS-AREA-ED " QTD  " WS-QINI-ED " "
          WS-QENT-ED " " WS-QSAI-ED " " WS-QFIN-ED " "
          WS-CUSTO-ED
          Delimited By Size Into VALEST-REGI
   End-String
   Write VALEST-REGI
   Move VM-VLR-INI To WS-VINI-ED
   Move VM-VLR-ENT To WS-VENT-ED
   Move VM-VLR-SAI To WS-VSAI-ED
   Move VM-VLR-FIN To WS-VFIN-ED
   Move Spaces To VALEST-REGI
   String "            VALOR" WS-VINI-ED WS-VENT-ED
          WS-VSAI-ED WS-VFIN-ED
          Delimited By Size Into VALEST-REGI
   End-String
   Write VALEST-REGI.
 Fecha-Saldo-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To VALEST-REGI
   String "VALORIZACAO DO ESTOQUE A CUSTO MEDIO - COMPETENCIA "
          WS-COMP-X
          Delimited By Size Into VALEST-REGI
   End-String
   Write VALEST-REGI
   Move Spaces To VALEST-REGI
   Write VALEST-REGI
   Move "PROD.  AREA         SALDO INICIAL        ENTRADAS"
        To VALEST-REGI
   Move "          SAIDAS     SALDO FINAL CUSTO MEDIO"
        To VALEST-REGI(51:45)
   Write VALEST-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
 Imprime-Totais.
   Move Spaces To VALEST-REGI
   Write VALEST-REGI
   Move WS-TOT-VLR-INI To WS-VINI-ED
   Move WS-TOT-VLR-ENT To WS-VENT-ED
   Move WS-TOT-VLR-SAI To WS-VSAI-ED
   Move WS-TOT-VLR-FIN To WS-VFIN-ED
   Move Spaces To VALEST-REGI
   String "TOTAL       VALOR" WS-VINI-ED WS-VENT-ED
          WS-VSAI-ED WS-VFIN-ED
          Delimited By Size Into VALEST-REGI
   End-String
   Write VALEST-REGI.
 Imprime-Totais-Exit.
   Exit.
