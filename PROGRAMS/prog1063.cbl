*ORCADO X REALIZADO MENSAL DA FILIAL OU CONSOLIDADO (ORCAMENT.DAT)
 Identification Division.
 Program-Id. PROG1063.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORCAMENT.SL".
   Copy "..\COPY\SITHIST.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\ARMAZFAT.SL".
   Copy "..\COPY\DEVOL.SL".
   Copy "..\COPY\UNIDADES.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORCAMENT
   Copy "..\COPY\ORCAMENT.FD".
   Copy "..\COPY\SITHIST.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=ARMAZFAT
   Copy "..\COPY\ARMAZFAT.FD".
$XFD FILE=DEVOL
   Copy "..\COPY\DEVOL.FD".
   Copy "..\COPY\UNIDADES.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The monthly management sheet: the branch budget (ORCAMENT.DAT,
*  PROG1062) against what the suite already recorded, month and
*  year-to-date (January to the competencia):
*    tonnage and revenue - SITHIST transitions into faturado,
*      valued at the order (ORDE-QUAN / ORDE-VALO in reais, the
*      PROG926 conversion); a faturado order later cancelled
*      comes out again in the month of the cancellation;
*    freight cost - CTRCPAG.DAT freight payables by inclusion
*      date (a self-employed carrier's at the gross), demurrage
*      left out;
*    storage revenue - the titles PROG1000 registered in
*      ARMAZFAT.DAT under the competencia;
*    returns - DEVOL.DAT entries by date.
*  One branch (the calling one, or the code keyed), or TOD for
*  every active branch of UNIDADES.DAT summed (the PROG964
*  pass); a branch whose file is missing counts as zero for that
*  line and is named on the sheet. Report in ORCREAL.REL.
*
 01  Stat-ORCAMENT       PIC X(002).
     88 Valido-ORCAMENT  Value "00" THRU "09".
 01  PATHORCAMENT        PIC X(060).
 01  Stat-SITHIST        PIC X(002).
     88 Valido-SITHIST   Value "00" THRU "09".
     88 Fim-SITHIST      Value "10".
 01  PATHSITHIST         PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Fim-CTRCPAG      Value "10".
 01  PATHCTRCPAG         PIC X(060).
 01  Stat-ARMAZFAT       PIC X(002).
     88 Valido-ARMAZFAT  Value "00" THRU "09".
     88 Fim-ARMAZFAT     Value "10".
 01  PATHARMAZFAT        PIC X(060).
 01  Stat-DEVOL          PIC X(002).
     88 Valido-DEVOL     Value "00" THRU "09".
     88 Fim-DEVOL        Value "10".
 01  PATHDEVOL           PIC X(060).
 01  Stat-UNIDADES       PIC X(002).
     88 Valido-UNIDADES  Value "00" THRU "09".
     88 Fim-UNIDADES     Value "10".
 01  PATHUNID            PIC X(060)
     VALUE "..\DADOS\UNIDADES.DAT".
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-COMPETENCIA      PIC 9(006) VALUE ZEROS.
 01  WS-COMP-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-COMP-X           PIC X(006).
 01  WS-INICIO-ANO       PIC 9(006).
 01  WS-INICIO-X         PIC X(006).
 01  WS-MOV-ANOMES       PIC X(006).
 01  WS-MES-IDX          PIC 9(002).
*
 01  WS-UNIDADE-PEDIDA   PIC X(003) VALUE SPACES.
     88 Consolidado      Value "TOD".
 01  WS-UNIDADE-ATUAL    PIC X(003).
*  Always the historical <codigo>\DADOS (UN-PATH not yet honored;
*  see UNIDADES.FD).
 01  WS-PASTA-DADOS      PIC X(034).
 01  WS-QTD-UNIDADES     PIC 9(004) VALUE ZEROS.
*
*  The five budget lines and the result derived from them, each
*  with budget and actual, month and year-to-date.
 01  WS-DESCR-VALORES.
     03 FILLER PIC X(020) VALUE "TONELADAS FATURADAS".
     03 FILLER PIC X(020) VALUE "FATURAMENTO R$".
     03 FILLER PIC X(020) VALUE "CUSTO DE FRETE R$".
     03 FILLER PIC X(020) VALUE "ARMAZENAGEM R$".
     03 FILLER PIC X(020) VALUE "DEVOLUCOES R$".
     03 FILLER PIC X(020) VALUE "RESULTADO R$".
 01  WS-DESCR-TAB REDEFINES WS-DESCR-VALORES.
     03 WS-DESCR         PIC X(020) OCCURS 6.
 78  linha-tonel         value 1.
 78  linha-fatur         value 2.
 78  linha-frete         value 3.
 78  linha-armaz         value 4.
 78  linha-devol         value 5.
 78  linha-result        value 6.
 01  WS-LINHA-TAB.
     03 WS-LINHA occurs 6 times.
        05 WS-L-ORC-MES      PIC S9(014)V999 COMP-3.
        05 WS-L-REAL-MES     PIC S9(014)V999 COMP-3.
        05 WS-L-ORC-ANO      PIC S9(014)V999 COMP-3.
        05 WS-L-REAL-ANO     PIC S9(014)V999 COMP-3.
 01  WS-L-IDX            PIC 9(002) COMP-X.
 01  WS-VALOR-SOMA       PIC S9(014)V999 COMP-3.
*
 01  WS-SINAL            PIC S9(001).
 01  WS-VALO-IDX         PIC 9(002) COMP-X.
 01  WS-SOMA-QUAN-ORDEM  PIC S9(014)V999 COMP-3.
 01  WS-SOMA-VALO-ORDEM  PIC S9(014)V99  COMP-3.
 01  WS-CAMBIO-MOEDA     PIC X(003).
 01  WS-CAMBIO-DATA      PIC X(008).
 01  WS-CAMBIO-TABELA    PIC S9(004)V9999 COMP-3.
 01  WS-CAMBIO-ACHADO    PIC X(001).
 01  WS-QTD-SEM-CAMBIO   PIC 9(005) VALUE ZEROS.
*
 01  WS-ORC-SIM          PIC X(001).
     88 Tem-Orcamento-Mes Value "S".
*
 01  WS-ORC-MOSTRA       PIC S9(014)V999 COMP-3.
 01  WS-REAL-MOSTRA      PIC S9(014)V999 COMP-3.
 01  WS-VARIACAO         PIC S9(014)V999 COMP-3.
 01  WS-PERCENTUAL       PIC S9(005)V9   COMP-3.
 01  WS-ORC-ED           PIC -ZZZZZZZZZZ9,99.
 01  WS-REAL-ED          PIC -ZZZZZZZZZZ9,99.
 01  WS-VAR-ED           PIC -ZZZZZZZZZZ9,99.
 01  WS-TORC-ED          PIC -ZZZZZZZZZ9,999.
 01  WS-TREAL-ED         PIC -ZZZZZZZZZ9,999.
 01  WS-TVAR-ED          PIC -ZZZZZZZZZ9,999.
 01  WS-PCT-ED           PIC -ZZZ9,9.
 01  WS-PCT-X            PIC X(007).
 01  WS-QTD-ED           PIC ZZZ9.
 01  WS-LINHA-ED         PIC X(090).
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
   Display "Competencia (AAAAMM): " With No Advancing
   Accept WS-COMPETENCIA
   If WS-COMP-MES < 1 Or WS-COMP-MES > 12
      Display "Competencia invalida."
      Move 1 To Return-Code
      Exit Program
   End-if
   Display "Filial (enter = " Lk-Unidade ", TOD = consolidado): "
           With No Advancing
   Accept WS-UNIDADE-PEDIDA
   If WS-UNIDADE-PEDIDA = Spaces
      Move Lk-Unidade To WS-UNIDADE-PEDIDA
   End-if
   Move WS-COMPETENCIA To WS-COMP-X
   Compute WS-INICIO-ANO = WS-COMP-ANO * 100 + 1
   Move WS-INICIO-ANO To WS-INICIO-X
   Initialize WS-LINHA-TAB

   Move Spaces to PathROMREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ORCREAL.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro ORCREAL.REL " Stat-ROMREL
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces To ROMREL-REGI
   If Consolidado
      String "ORCADO X REALIZADO - COMPETENCIA " WS-COMP-X(5:2) "/"
             WS-COMP-X(1:4) " - CONSOLIDADO DAS FILIAIS"
             Delimited By Size Into ROMREL-REGI
      End-String
   Else
      String "ORCADO X REALIZADO - COMPETENCIA " WS-COMP-X(5:2) "/"
             WS-COMP-X(1:4) " - FILIAL " WS-UNIDADE-PEDIDA
             Delimited By Size Into ROMREL-REGI
      End-String
   End-if
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI

   If Consolidado
      Open Input UNIDADES
      If Not Valido-UNIDADES
         Display "erro UNIDADES " Stat-UNIDADES
         Close ROMREL
         Move 1 To Return-Code
         Exit Program
      End-if
      Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
      Perform Until Fim-UNIDADES
         If UN-CODIGO Not = Spaces And Unidade-Ativa
            Move UN-CODIGO To WS-UNIDADE-ATUAL
            Perform Acumula-Unidade Thru Acumula-Unidade-Exit
         End-if
         Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
      End-Perform
      Close UNIDADES
   Else
      Move WS-UNIDADE-PEDIDA To WS-UNIDADE-ATUAL
      Perform Acumula-Unidade Thru Acumula-Unidade-Exit
   End-if

   Perform Calcula-Resultado Thru Calcula-Resultado-Exit
   Perform Imprime-Quadros Thru Imprime-Quadros-Exit

   Close ROMREL
   Move "PROG1063"    To WS-SP-PROGRAMA
   Move "ORCREAL.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Display "Orcado x realizado em 'ORCREAL.REL'.".
   Exit Program.
*
 Le-Proxima-Unidade.
   Read UNIDADES
      At End Move "10" To Stat-UNIDADES
   End-Read.
 Le-Proxima-Unidade-Exit.
   Exit.
*
*  Budget and the four actual sources of one branch, added to the
*  running lines.
 Acumula-Unidade.
   Move Spaces To WS-PASTA-DADOS
   String WS-UNIDADE-ATUAL Delimited By Space
          "\DADOS"          Delimited By Size
          Into WS-PASTA-DADOS
   End-String
   Add 1 To WS-QTD-UNIDADES
   Move Spaces To ROMREL-REGI
   String "FILIAL " WS-UNIDADE-ATUAL
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Perform Soma-Orcamento   Thru Soma-Orcamento-Exit
   Perform Soma-Faturamento Thru Soma-Faturamento-Exit
   Perform Soma-Frete       Thru Soma-Frete-Exit
   Perform Soma-Armazenagem Thru Soma-Armazenagem-Exit
   Perform Soma-Devolucao   Thru Soma-Devolucao-Exit.
 Acumula-Unidade-Exit.
   Exit.
*
*  Writes a note under the branch line when one of its sources
*  could not be read.
 Avisa-Ausente.
   Move Spaces To ROMREL-REGI
   String "  " WS-LINHA-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Avisa-Ausente-Exit.
   Exit.
*
 Soma-Orcamento.
   Move Spaces To PathORCAMENT
   String WS-PASTA-DADOS Delimited By Space
          "\ORCAMENT.DAT" Delimited By Size
          Into PathORCAMENT
   End-String
   Open Input ORCAMENT
   If Not Valido-ORCAMENT
      Move "SEM ORCAMENTO CADASTRADO (PROG1062)" To WS-LINHA-ED
      Perform Avisa-Ausente Thru Avisa-Ausente-Exit
      Go To Soma-Orcamento-Exit
   End-if
   Move "N" To WS-ORC-SIM
   Perform Varying WS-MES-IDX From 1 By 1
             Until WS-MES-IDX > WS-COMP-MES
      Compute OR-ANOMES = WS-COMP-ANO * 100 + WS-MES-IDX
      Read ORCAMENT
         Invalid Key Continue
      End-Read
      If Valido-ORCAMENT
         Add OR-TONEL       To WS-L-ORC-ANO(linha-tonel)
         Add OR-FATURAMENTO To WS-L-ORC-ANO(linha-fatur)
         Add OR-FRETE       To WS-L-ORC-ANO(linha-frete)
         Add OR-ARMAZENAGEM To WS-L-ORC-ANO(linha-armaz)
         Add OR-DEVOLUCAO   To WS-L-ORC-ANO(linha-devol)
         If OR-ANOMES = WS-COMPETENCIA
            Move "S" To WS-ORC-SIM
            Add OR-TONEL       To WS-L-ORC-MES(linha-tonel)
            Add OR-FATURAMENTO To WS-L-ORC-MES(linha-fatur)
            Add OR-FRETE       To WS-L-ORC-MES(linha-frete)
            Add OR-ARMAZENAGEM To WS-L-ORC-MES(linha-armaz)
            Add OR-DEVOLUCAO   To WS-L-ORC-MES(linha-devol)
         End-if
      End-if
   End-Perform
   Close ORCAMENT
   If Not Tem-Orcamento-Mes
      Move "SEM ORCAMENTO PARA A COMPETENCIA (PROG1062)"
        To WS-LINHA-ED
      Perform Avisa-Ausente Thru Avisa-Ausente-Exit
   End-if.
 Soma-Orcamento-Exit.
   Exit.
*
*  The movement date's AAAAMM lands in the month and/or the year
*  columns of line WS-L-IDX.
 Soma-Real.
   If WS-MOV-ANOMES < WS-INICIO-X Or WS-MOV-ANOMES > WS-COMP-X
      Go To Soma-Real-Exit
   End-if
   Add WS-VALOR-SOMA To WS-L-REAL-ANO(WS-L-IDX)
   If WS-MOV-ANOMES = WS-COMP-X
      Add WS-VALOR-SOMA To WS-L-REAL-MES(WS-L-IDX)
   End-if.
 Soma-Real-Exit.
   Exit.
*
 Soma-Faturamento.
   Move Spaces To PathSITHIST
   String WS-PASTA-DADOS Delimited By Space
          "\SITHIST.DAT" Delimited By Size
          Into PathSITHIST
   End-String
   Move Spaces To PathORDE
   String WS-PASTA-DADOS Delimited By Space
          "\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String
   Open Input ORDE
   If Not Valido-ORDE
      Move "SEM ORDE.DAT - FATURAMENTO NAO APURADO" To WS-LINHA-ED
      Perform Avisa-Ausente Thru Avisa-Ausente-Exit
      Go To Soma-Faturamento-Exit
   End-if
   Open Input SITHIST
   If Not Valido-SITHIST
      Close ORDE
      Move "SEM SITHIST.DAT - FATURAMENTO NAO APURADO"
        To WS-LINHA-ED
      Perform Avisa-Ausente Thru Avisa-Ausente-Exit
      Go To Soma-Faturamento-Exit
   End-if
   Perform Le-Proxima-Historia Thru Le-Proxima-Historia-Exit
   Perform Until Fim-SITHIST
      Perform Avalia-Historia Thru Avalia-Historia-Exit
      Perform Le-Proxima-Historia Thru Le-Proxima-Historia-Exit
   End-Perform
   Close SITHIST
   Close ORDE.
 Soma-Faturamento-Exit.
   Exit.
*
 Le-Proxima-Historia.
   Read SITHIST
      At End Move "10" To Stat-SITHIST
   End-Read.
 Le-Proxima-Historia-Exit.
   Exit.
*
 Avalia-Historia.
   Move SH-DATA(1:6) To WS-MOV-ANOMES
   If WS-MOV-ANOMES < WS-INICIO-X Or WS-MOV-ANOMES > WS-COMP-X
      Go To Avalia-Historia-Exit
   End-if
   Evaluate True
      When SH-PARA = 2
         Move 1 To WS-SINAL
      When SH-PARA = 9 And SH-DE = 2
         Move -1 To WS-SINAL
      When Other
         Go To Avalia-Historia-Exit
   End-Evaluate
   Move SH-NUME To ORDE-NUME
   Read ORDE
      Invalid Key Go To Avalia-Historia-Exit
   End-Read
   Move Zeros To WS-SOMA-QUAN-ORDEM WS-SOMA-VALO-ORDEM
   Perform Varying WS-VALO-IDX From 1 By 1 Until WS-VALO-IDX > 20
      Add ORDE-QUAN(WS-VALO-IDX) To WS-SOMA-QUAN-ORDEM
   End-Perform
   Perform Varying WS-VALO-IDX From 1 By 1 Until WS-VALO-IDX > 10
      Add ORDE-VALO(WS-VALO-IDX) To WS-SOMA-VALO-ORDEM
   End-Perform
*  Revenue in reais, the PROG964 conversion.
   If Not Moeda-Real And ORDE-MOEDA Not = Spaces
      If ORDE-CAMBIO > Zeros
         Compute WS-SOMA-VALO-ORDEM Rounded =
                 WS-SOMA-VALO-ORDEM * ORDE-CAMBIO
      Else
         Move ORDE-MOEDA     To WS-CAMBIO-MOEDA
         Move ORDE-DTIN(1:8) To WS-CAMBIO-DATA
         Move "N"            To WS-CAMBIO-ACHADO
         Move Zeros          To WS-CAMBIO-TABELA
         Call "GETCAMBIO" Using WS-CAMBIO-MOEDA WS-CAMBIO-DATA
                                WS-CAMBIO-TABELA WS-CAMBIO-ACHADO
            On Exception Move "N" To WS-CAMBIO-ACHADO
         End-Call
         If WS-CAMBIO-ACHADO = "S"
            Compute WS-SOMA-VALO-ORDEM Rounded =
                    WS-SOMA-VALO-ORDEM * WS-CAMBIO-TABELA
         Else
            Add 1 To WS-QTD-SEM-CAMBIO
            Move Zeros To WS-SOMA-VALO-ORDEM
         End-if
      End-if
   End-if
   Move linha-tonel To WS-L-IDX
   Compute WS-VALOR-SOMA = WS-SOMA-QUAN-ORDEM * WS-SINAL
   Perform Soma-Real Thru Soma-Real-Exit
   Move linha-fatur To WS-L-IDX
   Compute WS-VALOR-SOMA = WS-SOMA-VALO-ORDEM * WS-SINAL
   Perform Soma-Real Thru Soma-Real-Exit.
 Avalia-Historia-Exit.
   Exit.
*
 Soma-Frete.
   Move Spaces To PathCTRCPAG
   String WS-PASTA-DADOS Delimited By Space
          "\CTRCPAG.DAT" Delimited By Size
          Into PathCTRCPAG
   End-String
   Open Input CTRCPAG
   If Not Valido-CTRCPAG
      Move "SEM CTRCPAG.DAT - FRETE NAO APURADO" To WS-LINHA-ED
      Perform Avisa-Ausente Thru Avisa-Ausente-Exit
      Go To Soma-Frete-Exit
   End-if
   Move linha-frete To WS-L-IDX
   Perform Until Fim-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Valido-CTRCPAG And Pagavel-Frete
         Move PG-DTIN(1:6) To WS-MOV-ANOMES
         If Pagavel-Autonomo
            Move PG-VALOR-BRUTO To WS-VALOR-SOMA
         Else
            Move PG-VALOR       To WS-VALOR-SOMA
         End-if
         Perform Soma-Real Thru Soma-Real-Exit
      End-if
   End-Perform
   Close CTRCPAG.
 Soma-Frete-Exit.
   Exit.
*
 Soma-Armazenagem.
   Move Spaces To PathARMAZFAT
   String WS-PASTA-DADOS Delimited By Space
          "\ARMAZFAT.DAT" Delimited By Size
          Into PathARMAZFAT
   End-String
   Open Input ARMAZFAT
   If Not Valido-ARMAZFAT
      Move "SEM ARMAZFAT.DAT - ARMAZENAGEM NAO APURADA"
        To WS-LINHA-ED
      Perform Avisa-Ausente Thru Avisa-Ausente-Exit
      Go To Soma-Armazenagem-Exit
   End-if
   Move linha-armaz   To WS-L-IDX
   Move WS-INICIO-ANO To AF-COMPETENCIA
   Move Zeros         To AF-NUME AF-PARC
   Start ARMAZFAT Key Is Not Less AF-CHAVE
      Invalid Key Move "10" To Stat-ARMAZFAT
   End-Start
   Perform Until Fim-ARMAZFAT
      Read ARMAZFAT Next Record
         At End Move "10" To Stat-ARMAZFAT
      End-Read
      If Valido-ARMAZFAT
         If AF-COMPETENCIA > WS-COMPETENCIA
            Move "10" To Stat-ARMAZFAT
         Else
            Move AF-COMPETENCIA To WS-MOV-ANOMES
            Move AF-VALOR       To WS-VALOR-SOMA
            Perform Soma-Real Thru Soma-Real-Exit
         End-if
      End-if
   End-Perform
   Close ARMAZFAT.
 Soma-Armazenagem-Exit.
   Exit.
*
 Soma-Devolucao.
   Move Spaces To PathDEVOL
   String WS-PASTA-DADOS Delimited By Space
          "\DEVOL.DAT" Delimited By Size
          Into PathDEVOL
   End-String
   Open Input DEVOL
   If Not Valido-DEVOL
      Move "SEM DEVOL.DAT - DEVOLUCOES NAO APURADAS" To WS-LINHA-ED
      Perform Avisa-Ausente Thru Avisa-Ausente-Exit
      Go To Soma-Devolucao-Exit
   End-if
   Move linha-devol To WS-L-IDX
   Perform Until Fim-DEVOL
      Read DEVOL Next Record
         At End Move "10" To Stat-DEVOL
      End-Read
      If Valido-DEVOL
         Move DV-DATA(1:6) To WS-MOV-ANOMES
         Move DV-VALOR     To WS-VALOR-SOMA
         Perform Soma-Real Thru Soma-Real-Exit
      End-if
   End-Perform
   Close DEVOL.
 Soma-Devolucao-Exit.
   Exit.
*
*  Result = revenue + storage - freight - returns, both sides.
 Calcula-Resultado.
   Compute WS-L-ORC-MES(linha-result) =
           WS-L-ORC-MES(linha-fatur) + WS-L-ORC-MES(linha-armaz)
         - WS-L-ORC-MES(linha-frete) - WS-L-ORC-MES(linha-devol)
   Compute WS-L-REAL-MES(linha-result) =
           WS-L-REAL-MES(linha-fatur) + WS-L-REAL-MES(linha-armaz)
         - WS-L-REAL-MES(linha-frete) - WS-L-REAL-MES(linha-devol)
   Compute WS-L-ORC-ANO(linha-result) =
           WS-L-ORC-ANO(linha-fatur) + WS-L-ORC-ANO(linha-armaz)
         - WS-L-ORC-ANO(linha-frete) - WS-L-ORC-ANO(linha-devol)
   Compute WS-L-REAL-ANO(linha-result) =
           WS-L-REAL-ANO(linha-fatur) + WS-L-REAL-ANO(linha-armaz)
         - WS-L-REAL-ANO(linha-frete) - WS-L-REAL-ANO(linha-devol).
 Calcula-Resultado-Exit.
   Exit.
*
 Imprime-Quadros.
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "NO MES " WS-COMP-X(5:2) "/" WS-COMP-X(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Perform Imprime-Titulo Thru Imprime-Titulo-Exit
   Perform Varying WS-L-IDX From 1 By 1 Until WS-L-IDX > 6
      Move WS-L-ORC-MES(WS-L-IDX)  To WS-ORC-MOSTRA
      Move WS-L-REAL-MES(WS-L-IDX) To WS-REAL-MOSTRA
      Perform Imprime-Linha Thru Imprime-Linha-Exit
   End-Perform

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "ACUMULADO NO ANO - 01/" WS-COMP-X(1:4) " A "
          WS-COMP-X(5:2) "/" WS-COMP-X(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Perform Imprime-Titulo Thru Imprime-Titulo-Exit
   Perform Varying WS-L-IDX From 1 By 1 Until WS-L-IDX > 6
      Move WS-L-ORC-ANO(WS-L-IDX)  To WS-ORC-MOSTRA
      Move WS-L-REAL-ANO(WS-L-IDX) To WS-REAL-MOSTRA
      Perform Imprime-Linha Thru Imprime-Linha-Exit
   End-Perform

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "VARIACAO = REALIZADO - ORCADO; % = REALIZADO / ORCADO."
     To ROMREL-REGI
   Write ROMREL-REGI
   If Consolidado
      Move WS-QTD-UNIDADES To WS-QTD-ED
      Move Spaces To ROMREL-REGI
      String "FILIAIS SOMADAS: " WS-QTD-ED
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-if
   If WS-QTD-SEM-CAMBIO > Zeros
      Move WS-QTD-SEM-CAMBIO To WS-QTD-ED
      Move Spaces To ROMREL-REGI
      String WS-QTD-ED " PEDIDO(S) EM MOEDA ESTRANGEIRA SEM TAXA -"
             " FORA DO FATURAMENTO (PROG1010)"
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-if.
 Imprime-Quadros-Exit.
   Exit.
*
 Imprime-Titulo.
   Move "LINHA                        ORCADO      REALIZADO       VARI
-       "ACAO      %" To ROMREL-REGI
   Write ROMREL-REGI.
 Imprime-Titulo-Exit.
   Exit.
*
 Imprime-Linha.
   Compute WS-VARIACAO = WS-REAL-MOSTRA - WS-ORC-MOSTRA
   If WS-ORC-MOSTRA = Zeros
      Move "    ---" To WS-PCT-X
   Else
      Compute WS-PERCENTUAL Rounded =
              WS-REAL-MOSTRA * 100 / WS-ORC-MOSTRA
         On Size Error Move 9999,9 To WS-PERCENTUAL
      End-Compute
      Move WS-PERCENTUAL To WS-PCT-ED
      Move WS-PCT-ED     To WS-PCT-X
   End-if
   Move Spaces To ROMREL-REGI
   If WS-L-IDX = linha-tonel
      Move WS-ORC-MOSTRA  To WS-TORC-ED
      Move WS-REAL-MOSTRA To WS-TREAL-ED
      Move WS-VARIACAO    To WS-TVAR-ED
      String WS-DESCR(WS-L-IDX) WS-TORC-ED WS-TREAL-ED WS-TVAR-ED
             " " WS-PCT-X
             Delimited By Size Into ROMREL-REGI
      End-String
   Else
      Move WS-ORC-MOSTRA  To WS-ORC-ED
      Move WS-REAL-MOSTRA To WS-REAL-ED
      Move WS-VARIACAO    To WS-VAR-ED
      String WS-DESCR(WS-L-IDX) WS-ORC-ED WS-REAL-ED WS-VAR-ED
             " " WS-PCT-X
             Delimited By Size Into ROMREL-REGI
      End-String
   End-if
   Write ROMREL-REGI.
 Imprime-Linha-Exit.
   Exit.
