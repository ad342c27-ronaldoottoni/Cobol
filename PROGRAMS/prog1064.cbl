*PREVISAO DE DEMANDA POR PRODUTO E MES (ORDE/ORDEHIST -> PREVISAO)
 Identification Division.
 Program-Id. PROG1064.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\ORDEHIST.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\CONTRATO.SL".
   Copy "..\COPY\ESTOQUE.SL".
   Copy "..\COPY\PREVISAO.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=ORDEHIST
   Copy "..\COPY\ORDEHIST.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=CONTRATO
   Copy "..\COPY\CONTRATO.FD".
$XFD FILE=ESTOQUE
   Copy "..\COPY\ESTOQUE.FD".
$XFD FILE=PREVISAO
   Copy "..\COPY\PREVISAO.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  Demand forecast for purchasing and storage planning. The
*  quantity shipped per produto and month (faturado orders by
*  emission month, ORDE.DAT plus the ORDEHIST.DAT archive) is
*  built for the 48 months up to the last closed month, and each
*  of the next six months is projected seasonally: the average of
*  the same month over the last PREV-SAFRAS harvests (GETPARAM,
*  default 3, at most 4 - only harvests in which the product
*  shipped at all count) times the trend of the last twelve
*  months against the twelve before (held between 0,5 and 2,0).
*  The projection is set against the stock still available
*  (ES-SALDO summed over the areas) and the open contract
*  balances (contracted minus delivered, CONTRATO.DAT): the month
*  in which the larger of cumulative forecast and contract
*  balance passes the stock is flagged as the shortage.
*  Every run saves its six months in PREVISAO.DAT and first
*  reports how far the saved forecast of the month just closed
*  was from what actually shipped. Report in PREVISAO.REL.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-ORDEHIST       PIC X(002).
     88 Valido-ORDEHIST  Value "00" THRU "09".
     88 Fim-ORDEHIST     Value "10".
 01  PATHORDEHIST        PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
     88 Fim-PRODUTO      Value "10".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-CONTRATO       PIC X(002).
     88 Valido-CONTRATO  Value "00" THRU "09".
     88 Fim-CONTRATO     Value "10".
 01  PATHCONTRATO        PIC X(060).
 01  Stat-ESTOQUE        PIC X(002).
     88 Valido-ESTOQUE   Value "00" THRU "09".
     88 Fim-ESTOQUE      Value "10".
 01  PATHESTOQUE         PIC X(060).
 01  Stat-PREVISAO       PIC X(002).
     88 Valido-PREVISAO  Value "00" THRU "09".
     88 Fim-PREVISAO     Value "10".
 01  PATHPREVISAO        PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-SAFRAS           PIC 9(001) VALUE 3.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
*  Months are handled as an absolute count (ano * 12 + mes - 1);
*  history slot 48 is the base month, slot 1 the 47th before it.
 01  WS-BASE             PIC 9(006) VALUE ZEROS.
 01  WS-BASE-R REDEFINES WS-BASE.
     03 WS-BASE-ANO      PIC 9(004).
     03 WS-BASE-MES      PIC 9(002).
 01  WS-BASE-ABS         PIC S9(006) COMP-5.
 01  WS-ANOMES           PIC 9(006).
 01  WS-ANOMES-R REDEFINES WS-ANOMES.
     03 WS-AM-ANO        PIC 9(004).
     03 WS-AM-MES        PIC 9(002).
 01  WS-MES-ABS          PIC S9(006) COMP-5.
 01  WS-HIST-IDX         PIC S9(004) COMP-5.
 78  qtd-meses           value 48.
*
 78  max-produtos        value 500.
 01  WS-PRODUTO-TAB.
     03 WS-PR occurs 500 times.
        05 WS-PR-CODIGO      PIC S9(006)     COMP-5.
        05 WS-PR-MES         PIC S9(012)V999 COMP-3 OCCURS 48.
        05 WS-PR-PREV        PIC S9(012)V999 COMP-3 OCCURS 6.
        05 WS-PR-SALDO       PIC S9(012)V999 COMP-3.
        05 WS-PR-CONTRATO    PIC S9(012)V999 COMP-3.
        05 WS-PR-FATOR       PIC S9(001)V9999 COMP-3.
 01  WS-QTD-PRODUTOS     PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-PR-IDX           PIC 9(004) COMP-X.
 01  WS-PROD-ACUM        PIC S9(006) COMP-5.
 01  WS-ACHOU            PIC X(001).
     88 Achou-Produto    Value "S".
 01  WS-PODE-INCLUIR     PIC X(001).
     88 Pode-Incluir     Value "S".
 01  WS-TABELA-CHEIA     PIC X(001) VALUE "N".
     88 Tabela-Cheia     Value "S".
*
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-MES-IDX          PIC 9(002) COMP-X.
 01  WS-ANO-IDX          PIC 9(001) COMP-X.
 01  WS-K-IDX            PIC 9(002) COMP-X.
 01  WS-SOMA-12          PIC S9(014)V999 COMP-3.
 01  WS-SOMA-ANTERIOR    PIC S9(014)V999 COMP-3.
 01  WS-SOMA-SAFRA       PIC S9(014)V999 COMP-3.
 01  WS-SOMA-MES         PIC S9(014)V999 COMP-3.
 01  WS-QTD-ATIVAS       PIC 9(001).
 01  WS-SAFRA-TAB.
     03 WS-SAFRA-ATIVA   PIC X(001) OCCURS 4.
 01  WS-FATOR            PIC S9(003)V9999 COMP-3.
 01  WS-TOTAL-PREV       PIC S9(014)V999 COMP-3.
 01  WS-DEMANDA          PIC S9(014)V999 COMP-3.
 01  WS-FALTA-K          PIC 9(002) COMP-X.
 01  WS-FALTA-QTD        PIC S9(014)V999 COMP-3.
*
 01  WS-AP-PREVISTO      PIC S9(014)V999 COMP-3 VALUE ZEROS.
 01  WS-AP-REAL          PIC S9(014)V999 COMP-3 VALUE ZEROS.
 01  WS-AP-DESVIO-ABS    PIC S9(014)V999 COMP-3 VALUE ZEROS.
 01  WS-AP-QTD           PIC 9(005) VALUE ZEROS.
 01  WS-DESVIO           PIC S9(014)V999 COMP-3.
 01  WS-ERRO-PCT         PIC S9(005)V9 COMP-3.
 01  WS-QTD-GRAVADAS     PIC 9(006) VALUE ZEROS.
*
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-QTD-ED           PIC -ZZZZZZZZ9,999.
 01  WS-QTD2-ED          PIC -ZZZZZZZZ9,999.
 01  WS-QTD3-ED          PIC -ZZZZZZZZ9,999.
 01  WS-PREV-ED          PIC ZZZZZZZ9,9.
 01  WS-PCT-ED           PIC -ZZZ9,9.
 01  WS-PCT-X            PIC X(007).
 01  WS-FATOR-ED         PIC Z9,99.
 01  WS-GRAV-ED          PIC Z(005)9.
 01  WS-SAFRAS-ED        PIC 9.
 01  WS-LINHA-MESES      PIC X(090).
 01  WS-LINHA-PREV       PIC X(090).
 01  WS-POS              PIC 9(003) COMP-X.
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
   Accept WS-HORA-SISTEMA From Time.
   Display "Ultimo mes fechado (AAAAMM, enter = mes anterior): "
           With No Advancing
   Accept WS-BASE
   If WS-BASE = Zeros
      If WS-HOJE-MES = 1
         Compute WS-BASE-ANO = WS-HOJE-ANO - 1
         Move 12 To WS-BASE-MES
      Else
         Move WS-HOJE-ANO To WS-BASE-ANO
         Compute WS-BASE-MES = WS-HOJE-MES - 1
      End-if
   End-if
   If WS-BASE-MES < 1 Or WS-BASE-MES > 12
      Display "Competencia invalida."
      Move 1 To Return-Code
      Exit Program
   End-if
   Compute WS-BASE-ABS = WS-BASE-ANO * 12 + WS-BASE-MES - 1

   Move "PREV-SAFRAS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      If WS-PARAM-NUM > 4
         Move 4 To WS-SAFRAS
      Else
         Move WS-PARAM-NUM To WS-SAFRAS
      End-if
   End-if

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
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
      Close ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathPREVISAO.
   String Lk-Unidade            Delimited By Size
          "\DADOS\PREVISAO.DAT" Delimited By Size
          Into PathPREVISAO
   End-String.
   Open I-O PREVISAO
   If Not Valido-PREVISAO
      Open Output PREVISAO
      Close PREVISAO
      Open I-O PREVISAO
   End-if.
   If Not Valido-PREVISAO
      Display "erro PREVISAO " Stat-PREVISAO
      Close ORDE
      Close PRODUTO
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathROMREL.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PREVISAO.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro PREVISAO.REL " Stat-ROMREL
      Close ORDE
      Close PRODUTO
      Close PREVISAO
      Move 1 To Return-Code
      Exit Program
   End-if.

*  Shipped history: the live file, then the archive.
   Perform Until Fim-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Valido-ORDE
         Perform Acumula-Ordem Thru Acumula-Ordem-Exit
      End-if
   End-Perform
   Close ORDE

   Move Spaces to PathORDEHIST.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ORDEHIST.DAT" Delimited By Size
          Into PathORDEHIST
   End-String.
   Open Input ORDEHIST
   If Valido-ORDEHIST
      Perform Until Fim-ORDEHIST
         Read ORDEHIST Next Record
            At End Move "10" To Stat-ORDEHIST
         End-Read
         If Valido-ORDEHIST
            Perform Acumula-Historico Thru Acumula-Historico-Exit
         End-if
      End-Perform
      Close ORDEHIST
   End-if

   Perform Soma-Contratos Thru Soma-Contratos-Exit
   Perform Soma-Estoque   Thru Soma-Estoque-Exit

   Move WS-SAFRAS To WS-SAFRAS-ED
   Move Spaces To ROMREL-REGI
   String "PREVISAO DE DEMANDA - BASE " WS-BASE(5:2) "/"
          WS-BASE(1:4) " - MEDIA SAZONAL DE " WS-SAFRAS-ED
          " SAFRA(S) x TENDENCIA 12 MESES"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Perform Apura-Previsao Thru Apura-Previsao-Exit

   Perform Varying WS-PR-IDX From 1 By 1
             Until WS-PR-IDX > WS-QTD-PRODUTOS
      Perform Projeta-Produto Thru Projeta-Produto-Exit
      Perform Grava-Previsao  Thru Grava-Previsao-Exit
   End-Perform

   Perform Imprime-Previsao Thru Imprime-Previsao-Exit

   Close PRODUTO
   Close PREVISAO
   Close ROMREL
   Move "PROG1064"     To WS-SP-PROGRAMA
   Move "PREVISAO.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-GRAVADAS To WS-GRAV-ED
   Display WS-GRAV-ED " mes(es)/produto gravado(s) em PREVISAO.DAT;"
           " relatorio em 'PREVISAO.REL'."
   If Tabela-Cheia
      Display "Mais de 500 produtos - os excedentes ficaram de fora."
   End-if.
   Exit Program.
*
*  A faturado order ships its lines in its emission month;
*  cancelled, pending and released ones shipped nothing.
 Acumula-Ordem.
   If Not Situacao-Faturado
      Go To Acumula-Ordem-Exit
   End-if
   If ORDE-EMIS(1:6) Not Numeric
      Go To Acumula-Ordem-Exit
   End-if
   Move ORDE-EMIS(1:6) To WS-ANOMES
   Perform Calcula-Slot Thru Calcula-Slot-Exit
   If WS-HIST-IDX < 1 Or WS-HIST-IDX > qtd-meses
      Go To Acumula-Ordem-Exit
   End-if
   Move "S" To WS-PODE-INCLUIR
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) > Zeros
         Move ORDE-PROD(WS-LIN-IDX) To WS-PROD-ACUM
         Perform Localiza-Produto Thru Localiza-Produto-Exit
         If Achou-Produto
            Add ORDE-QUAN(WS-LIN-IDX)
             To WS-PR-MES(WS-PR-IDX, WS-HIST-IDX)
         End-if
      End-if
   End-Perform.
 Acumula-Ordem-Exit.
   Exit.
*
 Acumula-Historico.
   If Not Hist-Situacao-Faturado
      Go To Acumula-Historico-Exit
   End-if
   If OH-EMIS(1:6) Not Numeric
      Go To Acumula-Historico-Exit
   End-if
   Move OH-EMIS(1:6) To WS-ANOMES
   Perform Calcula-Slot Thru Calcula-Slot-Exit
   If WS-HIST-IDX < 1 Or WS-HIST-IDX > qtd-meses
      Go To Acumula-Historico-Exit
   End-if
   Move "S" To WS-PODE-INCLUIR
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If OH-PROD(WS-LIN-IDX) > Zeros
         Move OH-PROD(WS-LIN-IDX) To WS-PROD-ACUM
         Perform Localiza-Produto Thru Localiza-Produto-Exit
         If Achou-Produto
            Add OH-QUAN(WS-LIN-IDX)
             To WS-PR-MES(WS-PR-IDX, WS-HIST-IDX)
         End-if
      End-if
   End-Perform.
 Acumula-Historico-Exit.
   Exit.
*
 Calcula-Slot.
   Compute WS-MES-ABS = WS-AM-ANO * 12 + WS-AM-MES - 1
   Compute WS-HIST-IDX = WS-MES-ABS - WS-BASE-ABS + qtd-meses.
 Calcula-Slot-Exit.
   Exit.
*
*  Slot of WS-PROD-ACUM in the table; with Pode-Incluir a product
*  not yet there is added while there is room.
 Localiza-Produto.
   Move "N" To WS-ACHOU
   Perform Varying WS-PR-IDX From 1 By 1
             Until WS-PR-IDX > WS-QTD-PRODUTOS Or Achou-Produto
      If WS-PR-CODIGO(WS-PR-IDX) = WS-PROD-ACUM
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Achou-Produto
      Subtract 1 From WS-PR-IDX
      Go To Localiza-Produto-Exit
   End-if
   If Not Pode-Incluir
      Go To Localiza-Produto-Exit
   End-if
   If WS-QTD-PRODUTOS Not < max-produtos
      Move "S" To WS-TABELA-CHEIA
      Go To Localiza-Produto-Exit
   End-if
   Add 1 To WS-QTD-PRODUTOS
   Move WS-QTD-PRODUTOS To WS-PR-IDX
   Initialize WS-PR(WS-PR-IDX)
   Move WS-PROD-ACUM To WS-PR-CODIGO(WS-PR-IDX)
   Move "S" To WS-ACHOU.
 Localiza-Produto-Exit.
   Exit.
*
*  Contracted minus delivered of every open contract - a product
*  with a balance but no history still gets a line.
 Soma-Contratos.
   Move Spaces to PathCONTRATO.
   String Lk-Unidade            Delimited By Size
          "\DADOS\CONTRATO.DAT" Delimited By Size
          Into PathCONTRATO
   End-String.
   Open Input CONTRATO
   If Not Valido-CONTRATO
      Go To Soma-Contratos-Exit
   End-if
   Move "S" To WS-PODE-INCLUIR
   Perform Until Fim-CONTRATO
      Read CONTRATO Next Record
         At End Move "10" To Stat-CONTRATO
      End-Read
      If Valido-CONTRATO And Contrato-Aberto
         And CN-QUAN-CONTRAT > CN-QUAN-ENTREG
         Move CN-PROD To WS-PROD-ACUM
         Perform Localiza-Produto Thru Localiza-Produto-Exit
         If Achou-Produto
            Compute WS-PR-CONTRATO(WS-PR-IDX) =
                    WS-PR-CONTRATO(WS-PR-IDX)
                  + CN-QUAN-CONTRAT - CN-QUAN-ENTREG
         End-if
      End-if
   End-Perform
   Close CONTRATO.
 Soma-Contratos-Exit.
   Exit.
*
 Soma-Estoque.
   Move Spaces to PathESTOQUE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ESTOQUE.DAT" Delimited By Size
          Into PathESTOQUE
   End-String.
   Open Input ESTOQUE
   If Not Valido-ESTOQUE
      Go To Soma-Estoque-Exit
   End-if
   Move "N" To WS-PODE-INCLUIR
   Perform Until Fim-ESTOQUE
      Read ESTOQUE Next Record
         At End Move "10" To Stat-ESTOQUE
      End-Read
      If Valido-ESTOQUE
         Move ES-PROD To WS-PROD-ACUM
         Perform Localiza-Produto Thru Localiza-Produto-Exit
         If Achou-Produto
            Add ES-SALDO To WS-PR-SALDO(WS-PR-IDX)
         End-if
      End-if
   End-Perform
   Close ESTOQUE.
 Soma-Estoque-Exit.
   Exit.
*
*  The month just closed: what the saved forecast said against
*  what shipped (history slot 48), recorded on the row.
 Apura-Previsao.
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "APURACAO DA PREVISAO DE " WS-BASE(5:2) "/" WS-BASE(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move "PROD.        PREVISTO      REALIZADO         DESVIO  ERRO %
-       "  BASE" To ROMREL-REGI
   Write ROMREL-REGI
   Move "N" To WS-PODE-INCLUIR
   Perform Until Fim-PREVISAO
      Read PREVISAO Next Record
         At End Move "10" To Stat-PREVISAO
      End-Read
      If Valido-PREVISAO And PV-ANOMES = WS-BASE
         Perform Apura-Linha Thru Apura-Linha-Exit
      End-if
   End-Perform
   If WS-AP-QTD = Zeros
      Move "  NENHUMA PREVISAO GRAVADA PARA ESTE MES." To ROMREL-REGI
      Write ROMREL-REGI
      Go To Apura-Previsao-Exit
   End-if
   Move WS-AP-PREVISTO To WS-QTD-ED
   Move WS-AP-REAL     To WS-QTD2-ED
   Compute WS-DESVIO = WS-AP-REAL - WS-AP-PREVISTO
   Move WS-DESVIO      To WS-QTD3-ED
   Move Spaces To ROMREL-REGI
   String "TOTAL " WS-QTD-ED " " WS-QTD2-ED " " WS-QTD3-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   If WS-AP-REAL > Zeros
      Compute WS-ERRO-PCT Rounded =
              WS-AP-DESVIO-ABS * 100 / WS-AP-REAL
         On Size Error Move 9999,9 To WS-ERRO-PCT
      End-Compute
      Move WS-ERRO-PCT To WS-PCT-ED
      Move Spaces To ROMREL-REGI
      String "ERRO MEDIO ABSOLUTO PONDERADO: " WS-PCT-ED " %"
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-if.
 Apura-Previsao-Exit.
   Exit.
*
 Apura-Linha.
   Move PV-PROD To WS-PROD-ACUM
   Perform Localiza-Produto Thru Localiza-Produto-Exit
   If Achou-Produto
      Move WS-PR-MES(WS-PR-IDX, qtd-meses) To PV-REAL
   Else
      Move Zeros To PV-REAL
   End-if
   Move "S" To PV-APURADO
   Rewrite PREVISAO-REGI
      Invalid Key Continue
   End-Rewrite
   Add 1 To WS-AP-QTD
   Add PV-QUANT To WS-AP-PREVISTO
   Add PV-REAL  To WS-AP-REAL
   Compute WS-DESVIO = PV-REAL - PV-QUANT
   If WS-DESVIO < Zeros
      Subtract WS-DESVIO From WS-AP-DESVIO-ABS
   Else
      Add WS-DESVIO To WS-AP-DESVIO-ABS
   End-if
   Move PV-PROD  To WS-PROD-ED
   Move PV-QUANT To WS-QTD-ED
   Move PV-REAL  To WS-QTD2-ED
   Move WS-DESVIO To WS-QTD3-ED
   If PV-REAL > Zeros
      Compute WS-ERRO-PCT Rounded = WS-DESVIO * 100 / PV-REAL
         On Size Error Move 9999,9 To WS-ERRO-PCT
      End-Compute
      Move WS-ERRO-PCT To WS-PCT-ED
      Move WS-PCT-ED   To WS-PCT-X
   Else
      Move "    ---" To WS-PCT-X
   End-if
   Move Spaces To ROMREL-REGI
   String WS-PROD-ED " " WS-QTD-ED " " WS-QTD2-ED " " WS-QTD3-ED
          " " WS-PCT-X "  " PV-BASE(5:2) "/" PV-BASE(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Apura-Linha-Exit.
   Exit.
*
*  Six months ahead of the base for the product at WS-PR-IDX.
 Projeta-Produto.
   Move Zeros To WS-SOMA-12 WS-SOMA-ANTERIOR
   Perform Varying WS-MES-IDX From 37 By 1 Until WS-MES-IDX > 48
      Add WS-PR-MES(WS-PR-IDX, WS-MES-IDX) To WS-SOMA-12
   End-Perform
   Perform Varying WS-MES-IDX From 25 By 1 Until WS-MES-IDX > 36
      Add WS-PR-MES(WS-PR-IDX, WS-MES-IDX) To WS-SOMA-ANTERIOR
   End-Perform
   Move 1 To WS-FATOR
   If WS-SOMA-ANTERIOR > Zeros
      Compute WS-FATOR Rounded = WS-SOMA-12 / WS-SOMA-ANTERIOR
         On Size Error Move 2 To WS-FATOR
      End-Compute
      If WS-FATOR < 0,5
         Move 0,5 To WS-FATOR
      End-if
      If WS-FATOR > 2
         Move 2 To WS-FATOR
      End-if
   End-if
   Move WS-FATOR To WS-PR-FATOR(WS-PR-IDX)

*  A harvest year counts only if the product shipped in it.
   Move Zeros To WS-QTD-ATIVAS
   Perform Varying WS-ANO-IDX From 1 By 1
             Until WS-ANO-IDX > WS-SAFRAS
      Move "N" To WS-SAFRA-ATIVA(WS-ANO-IDX)
      Move Zeros To WS-SOMA-SAFRA
      Compute WS-HIST-IDX = qtd-meses - WS-ANO-IDX * 12 + 1
      Perform Varying WS-MES-IDX From 1 By 1 Until WS-MES-IDX > 12
         Add WS-PR-MES(WS-PR-IDX, WS-HIST-IDX) To WS-SOMA-SAFRA
         Add 1 To WS-HIST-IDX
      End-Perform
      If WS-SOMA-SAFRA > Zeros
         Move "S" To WS-SAFRA-ATIVA(WS-ANO-IDX)
         Add 1 To WS-QTD-ATIVAS
      End-if
   End-Perform

   Perform Varying WS-K-IDX From 1 By 1 Until WS-K-IDX > 6
      Move Zeros To WS-SOMA-MES
      Perform Varying WS-ANO-IDX From 1 By 1
                Until WS-ANO-IDX > WS-SAFRAS
         If WS-SAFRA-ATIVA(WS-ANO-IDX) = "S"
            Compute WS-HIST-IDX =
                    qtd-meses + WS-K-IDX - WS-ANO-IDX * 12
            Add WS-PR-MES(WS-PR-IDX, WS-HIST-IDX) To WS-SOMA-MES
         End-if
      End-Perform
      If WS-QTD-ATIVAS > Zeros
         Compute WS-PR-PREV(WS-PR-IDX, WS-K-IDX) Rounded =
                 WS-SOMA-MES / WS-QTD-ATIVAS * WS-FATOR
      Else
         Move Zeros To WS-PR-PREV(WS-PR-IDX, WS-K-IDX)
      End-if
   End-Perform.
 Projeta-Produto-Exit.
   Exit.
*
*  One row per target month; a later run replaces the projection
*  with its nearer one.
 Grava-Previsao.
   Perform Varying WS-K-IDX From 1 By 1 Until WS-K-IDX > 6
      Compute WS-MES-ABS = WS-BASE-ABS + WS-K-IDX
      Perform Converte-Mes Thru Converte-Mes-Exit
      Move WS-PR-CODIGO(WS-PR-IDX) To PV-PROD
      Move WS-ANOMES               To PV-ANOMES
      Read PREVISAO
         Invalid Key Continue
      End-Read
      If Valido-PREVISAO
         Move WS-PR-PREV(WS-PR-IDX, WS-K-IDX) To PV-QUANT
         Move WS-BASE         To PV-BASE
         Move WS-DATA-SISTEMA To PV-DTIN
         Move WS-HORA-SISTEMA To PV-HRIN
         Rewrite PREVISAO-REGI
            Invalid Key Continue
         End-Rewrite
      Else
         Initialize PREVISAO-REGI
         Move WS-PR-CODIGO(WS-PR-IDX) To PV-PROD
         Move WS-ANOMES               To PV-ANOMES
         Move WS-PR-PREV(WS-PR-IDX, WS-K-IDX) To PV-QUANT
         Move WS-BASE         To PV-BASE
         Move "N"             To PV-APURADO
         Move WS-DATA-SISTEMA To PV-DTIN
         Move WS-HORA-SISTEMA To PV-HRIN
         Write PREVISAO-REGI
            Invalid Key Continue
         End-Write
      End-if
      If Valido-PREVISAO
         Add 1 To WS-QTD-GRAVADAS
      End-if
   End-Perform.
 Grava-Previsao-Exit.
   Exit.
*
 Converte-Mes.
   Divide WS-MES-ABS By 12 Giving WS-AM-ANO
   Compute WS-AM-MES = WS-MES-ABS - WS-AM-ANO * 12 + 1.
 Converte-Mes-Exit.
   Exit.
*
*  Printed in product-code order off PRODUTO.DAT.
 Imprime-Previsao.
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "PREVISAO PARA OS PROXIMOS SEIS MESES" To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To WS-LINHA-MESES
   Move 11 To WS-POS
   Perform Varying WS-K-IDX From 1 By 1 Until WS-K-IDX > 6
      Compute WS-MES-ABS = WS-BASE-ABS + WS-K-IDX
      Perform Converte-Mes Thru Converte-Mes-Exit
      Move WS-ANOMES(5:2) To WS-LINHA-MESES(WS-POS + 3:2)
      Move "/"            To WS-LINHA-MESES(WS-POS + 5:1)
      Move WS-ANOMES(1:4) To WS-LINHA-MESES(WS-POS + 6:4)
      Add 11 To WS-POS
   End-Perform
   Move WS-LINHA-MESES To ROMREL-REGI
   Write ROMREL-REGI

   Move "N" To WS-PODE-INCLUIR
   Move Zeros To PD-CODIGO
   Start PRODUTO Key Is Not Less PD-CODIGO
      Invalid Key Move "10" To Stat-PRODUTO
   End-Start
   Perform Until Fim-PRODUTO
      Read PRODUTO Next Record
         At End Move "10" To Stat-PRODUTO
      End-Read
      If Valido-PRODUTO
         Move PD-CODIGO To WS-PROD-ACUM
         Perform Localiza-Produto Thru Localiza-Produto-Exit
         If Achou-Produto
            Perform Imprime-Produto Thru Imprime-Produto-Exit
         End-if
      End-if
   End-Perform.
 Imprime-Previsao-Exit.
   Exit.
*
 Imprime-Produto.
   Move Zeros To WS-TOTAL-PREV WS-FALTA-K
   Move Spaces To WS-LINHA-PREV
   Move 11 To WS-POS
   Perform Varying WS-K-IDX From 1 By 1 Until WS-K-IDX > 6
      Add WS-PR-PREV(WS-PR-IDX, WS-K-IDX) To WS-TOTAL-PREV
      Move WS-PR-PREV(WS-PR-IDX, WS-K-IDX) To WS-PREV-ED
      Move WS-PREV-ED To WS-LINHA-PREV(WS-POS:10)
      Add 11 To WS-POS
*     Cumulative demand - never less than the contracted balance.
      If WS-TOTAL-PREV > WS-PR-CONTRATO(WS-PR-IDX)
         Move WS-TOTAL-PREV To WS-DEMANDA
      Else
         Move WS-PR-CONTRATO(WS-PR-IDX) To WS-DEMANDA
      End-if
      If WS-FALTA-K = Zeros And WS-DEMANDA > WS-PR-SALDO(WS-PR-IDX)
         Move WS-K-IDX To WS-FALTA-K
         Compute WS-FALTA-QTD = WS-DEMANDA - WS-PR-SALDO(WS-PR-IDX)
      End-if
   End-Perform
   If WS-TOTAL-PREV = Zeros And WS-PR-CONTRATO(WS-PR-IDX) = Zeros
      Go To Imprime-Produto-Exit
   End-if

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move PD-CODIGO To WS-PROD-ED
   Move WS-PR-FATOR(WS-PR-IDX) To WS-FATOR-ED
   Move Spaces To ROMREL-REGI
   String WS-PROD-ED " " PD-NOME " TENDENCIA " WS-FATOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move "  PREVISTO" To WS-LINHA-PREV(1:10)
   Move WS-LINHA-PREV To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-PR-SALDO(WS-PR-IDX)    To WS-QTD-ED
   Move WS-PR-CONTRATO(WS-PR-IDX) To WS-QTD2-ED
   Move Spaces To ROMREL-REGI
   String "  SALDO ESTOQUE " WS-QTD-ED
          "  SALDO CONTRATOS " WS-QTD2-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   If WS-FALTA-K = Zeros
      Move "  ESTOQUE SUFICIENTE PARA O PERIODO." To ROMREL-REGI
   Else
      Compute WS-MES-ABS = WS-BASE-ABS + WS-FALTA-K
      Perform Converte-Mes Thru Converte-Mes-Exit
      Move WS-FALTA-QTD To WS-QTD3-ED
      String "  *** FALTA DE ESTOQUE EM " WS-ANOMES(5:2) "/"
             WS-ANOMES(1:4) " - FALTAM " WS-QTD3-ED
             Delimited By Size Into ROMREL-REGI
      End-String
   End-if
   Write ROMREL-REGI.
 Imprime-Produto-Exit.
   Exit.
