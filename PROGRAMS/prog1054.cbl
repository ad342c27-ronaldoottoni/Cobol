*HISTORICO DE LANCES DO LEILAO DE FRETE POR TRANSPORTADORA E ROTA
 Identification Division.
 Program-Id. PROG1054.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\LANCE.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=LANCE
   Copy "..\COPY\LANCE.FD".
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  How each carrier has behaved in the freight bidding (PROG1053)
*  per route, over the offers whose loading date falls in the
*  asked period: how often it was invited, how often it bid and
*  won, its average bid and its average winning bid (R$ per
*  tonne). Read straight from LANCE.DAT, which keeps every
*  invitation; transportadora zero lists them all. The sheet goes
*  to LANCES.REL, one carrier after the other.
*
 01  Stat-LANCE          PIC X(002).
     88 Valido-LANCE     Value "00" THRU "09".
     88 Fim-LANCE        Value "10".
 01  PATHLANCE           PIC X(060).
 01  Stat-TRANSP         PIC X(002).
     88 Valido-TRANSP    Value "00" THRU "09".
 01  PATHTRANSP          PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-DATA-INICIAL     PIC X(008) VALUE SPACES.
 01  WS-DATA-FINAL       PIC X(008) VALUE SPACES.
 01  WS-TRAN-DIGITADA    PIC 9(004) VALUE ZEROS.
*
*  One line per carrier and route, kept in carrier/route order as
*  it is filled.
 78  max-historico       value 500.
 01  WS-HIST-TAB.
     03 WS-H             OCCURS 500.
        05 WS-H-TRAN     PIC S9(004) COMP-5.
        05 WS-H-ROTA     PIC X(010).
        05 WS-H-CONVITES PIC 9(005).
        05 WS-H-LANCES   PIC 9(005).
        05 WS-H-VITORIAS PIC 9(005).
        05 WS-H-SOMA     PIC S9(011)V99 COMP-3.
        05 WS-H-SOMA-VEN PIC S9(011)V99 COMP-3.
 01  WS-QTD-HIST         PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-H-IDX            PIC 9(004) COMP-X.
 01  WS-H-POS            PIC 9(004) COMP-X.
 01  WS-ACHOU            PIC X(001).
     88 Achou            Value "S".
 01  WS-CHEIO            PIC X(001) VALUE "N".
     88 Tabela-Cheia     Value "S".
 01  WS-TRAN-ANT         PIC S9(004) COMP-5.
*
 01  WS-MEDIA            PIC S9(007)V99 COMP-3.
 01  WS-L-DET.
     03 WS-LD-TRAN       PIC Z(003)9.
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-LD-NOME       PIC X(020).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-LD-ROTA       PIC X(010).
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-LD-CONVITES   PIC ZZZZ9.
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-LD-LANCES     PIC ZZZZ9.
     03 FILLER           PIC X(001) VALUE SPACES.
     03 WS-LD-VITORIAS   PIC ZZZZ9.
     03 FILLER           PIC X(002) VALUE SPACES.
     03 WS-LD-MEDIA      PIC ZZZZZZ9,99.
     03 FILLER           PIC X(002) VALUE SPACES.
     03 WS-LD-MEDIA-VEN  PIC ZZZZZZ9,99.
*
 01  WS-QTD-LINHAS       PIC 9(006) VALUE ZEROS.
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
   Display "Carregamento inicial (AAAAMMDD): " With No Advancing
   Accept WS-DATA-INICIAL
   Display "Carregamento final   (AAAAMMDD): " With No Advancing
   Accept WS-DATA-FINAL
   If WS-DATA-INICIAL Not Numeric Or WS-DATA-FINAL Not Numeric
      Or WS-DATA-FINAL < WS-DATA-INICIAL
      Display "Periodo invalido."
      Move 1 To Return-Code
      Exit Program
   End-if
   Display "Transportadora (0 = todas): " With No Advancing
   Accept WS-TRAN-DIGITADA

   Move Spaces to PathLANCE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\LANCE.DAT" Delimited By Size
          Into PathLANCE
   End-String.
   Open Input LANCE
   If Not Valido-LANCE
      Display "erro LANCE " Stat-LANCE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathTRANSP.
   String Lk-Unidade        Delimited By Size
          "\DADOS\TRANSP.DAT" Delimited By Size
          Into PathTRANSP
   End-String.
   Open Input TRANSP
   If Not Valido-TRANSP
      Display "erro TRANSP " Stat-TRANSP
      Close LANCE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathROMREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\LANCES.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro LANCES.REL " Stat-ROMREL
      Close LANCE
      Close TRANSP
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Until Fim-LANCE
      Read LANCE Next Record
         At End Move "10" To Stat-LANCE
      End-Read
      If Not Fim-LANCE And Valido-LANCE
         If LN-DATA-OF Not < WS-DATA-INICIAL
            And LN-DATA-OF Not > WS-DATA-FINAL
            And (WS-TRAN-DIGITADA = Zeros
                 Or LN-TRAN = WS-TRAN-DIGITADA)
            Perform Acumula-Lance Thru Acumula-Lance-Exit
         End-if
      End-if
   End-Perform

   Perform Imprime-Historico Thru Imprime-Historico-Exit

   Close LANCE.
   Close TRANSP.
   Close ROMREL.
   Move "PROG1054"   To WS-SP-PROGRAMA
   Move "LANCES.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   If Tabela-Cheia
      Display "Mais de 500 pares transportadora/rota - "
              "reduza o periodo."
   End-if
   Move WS-QTD-LINHAS To WS-QTD-ED
   Display WS-QTD-ED " linha(s) em 'LANCES.REL'.".
   Exit Program.
*
*  Finds the carrier/route line, or opens one in its place in the
*  order, and counts the invitation, the bid and the win.
 Acumula-Lance.
   Move "N" To WS-ACHOU
   Move Zeros To WS-H-POS
   Perform Varying WS-H-IDX From 1 By 1
             Until WS-H-IDX > WS-QTD-HIST Or Achou Or WS-H-POS > 0
      Evaluate True
         When WS-H-TRAN(WS-H-IDX) = LN-TRAN
              And WS-H-ROTA(WS-H-IDX) = LN-ROTA
            Move "S" To WS-ACHOU
            Move WS-H-IDX To WS-H-POS
         When WS-H-TRAN(WS-H-IDX) > LN-TRAN
           Or (WS-H-TRAN(WS-H-IDX) = LN-TRAN
               And WS-H-ROTA(WS-H-IDX) > LN-ROTA)
            Move WS-H-IDX To WS-H-POS
      End-Evaluate
   End-Perform
   If Not Achou
      If WS-QTD-HIST >= max-historico
         Move "S" To WS-CHEIO
         Go To Acumula-Lance-Exit
      End-if
      If WS-H-POS = Zeros
         Compute WS-H-POS = WS-QTD-HIST + 1
      End-if
      Perform Varying WS-H-IDX From WS-QTD-HIST By -1
                Until WS-H-IDX < WS-H-POS
         Move WS-H(WS-H-IDX) To WS-H(WS-H-IDX + 1)
      End-Perform
      Add 1 To WS-QTD-HIST
      Initialize WS-H(WS-H-POS)
      Move LN-TRAN To WS-H-TRAN(WS-H-POS)
      Move LN-ROTA To WS-H-ROTA(WS-H-POS)
   End-if
   Add 1 To WS-H-CONVITES(WS-H-POS)
   If Lance-Com-Valor
      Add 1            To WS-H-LANCES(WS-H-POS)
      Add LN-VALOR-TON To WS-H-SOMA(WS-H-POS)
   End-if
   If Lance-Vencedor
      Add 1            To WS-H-VITORIAS(WS-H-POS)
      Add LN-VALOR-TON To WS-H-SOMA-VEN(WS-H-POS)
   End-if.
 Acumula-Lance-Exit.
   Exit.
*
 Imprime-Historico.
   Move Spaces To ROMREL-REGI
   String "HISTORICO DE LANCES - CARREGAMENTO DE " WS-DATA-INICIAL
          " A " WS-DATA-FINAL
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "TRAN NOME                 ROTA       CONV. LANCE VENC."
        To ROMREL-REGI
   Move "  MEDIA R$/T   VENC. R$/T" To ROMREL-REGI(55:26)
   Write ROMREL-REGI
   Move All "-" To ROMREL-REGI
   Write ROMREL-REGI

   Move -1 To WS-TRAN-ANT
   Perform Varying WS-H-IDX From 1 By 1
             Until WS-H-IDX > WS-QTD-HIST
      Move Spaces To WS-LD-NOME
      If WS-H-TRAN(WS-H-IDX) Not = WS-TRAN-ANT
         Move WS-H-TRAN(WS-H-IDX) To TR-CODIGO WS-TRAN-ANT
         Read TRANSP
            Invalid Key Move Spaces To TR-NOME
         End-Read
         Move TR-NOME To WS-LD-NOME
      End-if
      Move WS-H-TRAN(WS-H-IDX)     To WS-LD-TRAN
      Move WS-H-ROTA(WS-H-IDX)     To WS-LD-ROTA
      Move WS-H-CONVITES(WS-H-IDX) To WS-LD-CONVITES
      Move WS-H-LANCES(WS-H-IDX)   To WS-LD-LANCES
      Move WS-H-VITORIAS(WS-H-IDX) To WS-LD-VITORIAS
      Move Zeros To WS-MEDIA
      If WS-H-LANCES(WS-H-IDX) > Zeros
         Compute WS-MEDIA Rounded =
                 WS-H-SOMA(WS-H-IDX) / WS-H-LANCES(WS-H-IDX)
      End-if
      Move WS-MEDIA To WS-LD-MEDIA
      Move Zeros To WS-MEDIA
      If WS-H-VITORIAS(WS-H-IDX) > Zeros
         Compute WS-MEDIA Rounded =
                 WS-H-SOMA-VEN(WS-H-IDX) / WS-H-VITORIAS(WS-H-IDX)
      End-if
      Move WS-MEDIA To WS-LD-MEDIA-VEN
      Move WS-L-DET To ROMREL-REGI
      Write ROMREL-REGI
      Add 1 To WS-QTD-LINHAS
   End-Perform.
 Imprime-Historico-Exit.
   Exit.
