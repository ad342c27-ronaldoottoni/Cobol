*PONTUACAO DE CREDITO E PROPOSTA DE LIMITE POR CLIENTE (MENSAL)
 Identification Division.
 Program-Id. PROG1034.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\RENEG.SL".
   Copy "..\COPY\DEVOL.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CREDSCOR.SL".
   Copy "..\COPY\SCOREREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=RENEG
   Copy "..\COPY\RENEG.FD".
$XFD FILE=DEVOL
   Copy "..\COPY\DEVOL.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CREDSCOR
   Copy "..\COPY\CREDSCOR.FD".
   Copy "..\COPY\SCOREREL.FD".
*
 Working-Storage Section.
*
*  CLI-LIMITE-CRED is typed once at registration and CHKCRED only
*  answers yes/no on delinquency; this monthly run (CREDSCOR.BAT,
*  or the menu) reads every active client's whole TITULOS.DAT
*  history and scores the behaviour:
*     100 points, less the average days late (at most 40),
*     less 30% of the share of titles paid late, less 10 per
*     renegotiation agreement (at most 20) and 5 per order with
*     a return (at most 10).
*  Bands A >= 85, B >= 70, C >= 50, D >= 30, E below. The
*  proposed limit is the largest open exposure the client ever
*  carried times the band factor (PARAM944 SCORE-FATOR-A..E,
*  compiled defaults 1,50 1,20 1,00 0,50 0,00), rounded up to the
*  hundred; a client with no history keeps the limit he has.
*  Days late use the 360/30 arithmetic of CHKCRED/PROG960; an
*  open title past due counts late up to today. Each client's
*  row goes to CREDSCOR.DAT as a pendente proposal - credit
*  accepts it in PROG949 - and to the review list SCORE.REL.
*
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
     88 Fim-CLIENTE      Value "10".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  Stat-RENEG          PIC X(002).
     88 Valido-RENEG     Value "00" THRU "09".
     88 Fim-RENEG        Value "10".
 01  PATHRENEG           PIC X(060).
 01  Stat-DEVOL          PIC X(002).
     88 Valido-DEVOL     Value "00" THRU "09".
     88 Fim-DEVOL        Value "10".
 01  PATHDEVOL           PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-CREDSCOR       PIC X(002).
     88 Valido-CREDSCOR  Value "00" THRU "09".
 01  PATHCREDSCOR        PIC X(060).
 01  Stat-SCOREREL       PIC X(002).
     88 Valido-SCOREREL  Value "00" THRU "09".
 01  PATHSCOREREL        PIC X(060).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-DATA-SISTEMA-X   PIC X(008).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-DIAS-VENC        PIC S9(009) COMP-5.
 01  WS-DIAS-FIM         PIC S9(009) COMP-5.
 01  WS-DIAS-ATRASO      PIC S9(009) COMP-5.
 01  WS-DATA-BRUTA       PIC X(010).
 01  WS-DATA-NORM        PIC X(008).
 01  WS-DATA-NORM-R REDEFINES WS-DATA-NORM.
     03 WS-DN-ANO        PIC 9(004).
     03 WS-DN-MES        PIC 9(002).
     03 WS-DN-DIA        PIC 9(002).
*
*  Per-client counts of agreements and of orders with returns,
*  one pass each over RENEG.DAT and DEVOL.DAT, indexed by the
*  client code itself.
 01  WS-CONTA-TAB.
     03 WS-CONTA         OCCURS 9999.
        05 WS-CT-RENEG   PIC S9(004) COMP-5.
        05 WS-CT-DEVOL   PIC S9(004) COMP-5.
 01  WS-CT-IDX           PIC S9(004) COMP-5.
 01  WS-DEVOL-ULTIMO     PIC S9(006) COMP-5 VALUE ZEROS.
*
*  The client's titles, for the exposure peak: at each title's
*  issue date, the sum of what was issued by then and not yet
*  closed.
 78  max-titulos         value 500.
 01  WS-QTD-TIT          PIC 9(004) COMP-X.
 01  WS-TIT-IDX          PIC 9(004) COMP-X.
 01  WS-TIT-JDX          PIC 9(004) COMP-X.
 01  WS-TIT-TAB.
     03 WS-TIT           OCCURS 500.
        05 WS-TT-EMISSAO PIC X(008).
        05 WS-TT-FIM     PIC X(008).
        05 WS-TT-VALOR   PIC S9(012)V99 COMP-3.
 01  WS-EXPOSICAO        PIC S9(012)V99 COMP-3.
 01  WS-TABELA-AVISADA   PIC X(001) VALUE "N".
     88 Tabela-Cheia-Avisada Value "S".
*
 01  WS-QTD-AVAL         PIC S9(004) COMP-5.
 01  WS-QTD-ATRASO       PIC S9(004) COMP-5.
 01  WS-SOMA-ATRASO      PIC S9(009) COMP-5.
 01  WS-MEDIA-ATRASO     PIC S9(004) COMP-5.
 01  WS-PCT-ATRASO       PIC S9(003) COMP-5.
 01  WS-MAIOR-EXPOS      PIC S9(012)V99 COMP-3.
 01  WS-EM-ABERTO        PIC S9(012)V99 COMP-3.
 01  WS-PONTOS           PIC S9(004) COMP-5.
 01  WS-DESCONTO         PIC S9(004) COMP-5.
 01  WS-FAIXA            PIC X(001).
 01  WS-FATOR            PIC S9(003)V99 COMP-3.
 01  WS-LIMITE-PROP      PIC S9(011)V99 COMP-3.
 01  WS-CENTENAS         PIC S9(011) COMP-3.
*
 01  WS-FATORES.
     03 WS-FATOR-A       PIC S9(003)V99 COMP-3 VALUE 1,50.
     03 WS-FATOR-B       PIC S9(003)V99 COMP-3 VALUE 1,20.
     03 WS-FATOR-C       PIC S9(003)V99 COMP-3 VALUE 1,00.
     03 WS-FATOR-D       PIC S9(003)V99 COMP-3 VALUE 0,50.
     03 WS-FATOR-E       PIC S9(003)V99 COMP-3 VALUE ZEROS.
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
*
 01  WS-QTD-CLIENTES     PIC 9(006) VALUE ZEROS.
 01  WS-QTD-SOBE         PIC 9(006) VALUE ZEROS.
 01  WS-QTD-DESCE        PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(005)9.
 01  WS-SOBE-ED          PIC Z(005)9.
 01  WS-DESCE-ED         PIC Z(005)9.
*
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Move WS-DATA-SISTEMA To WS-DATA-SISTEMA-X
   Compute WS-DIAS-HOJE = WS-HOJE-ANO * 360
                        + WS-HOJE-MES * 30 + WS-HOJE-DIA.

   Move Spaces to PathCLIENTE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display "erro CLIENTE " Stat-CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Not Valido-TITULOS
      Display "erro TITULOS " Stat-TITULOS
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathCREDSCOR.
   String Lk-Unidade            Delimited By Size
          "\DADOS\CREDSCOR.DAT" Delimited By Size
          Into PathCREDSCOR
   End-String.
   Open I-O CREDSCOR
   If Not Valido-CREDSCOR
      Open Output CREDSCOR
      Close CREDSCOR
      Open I-O CREDSCOR
   End-if
   If Not Valido-CREDSCOR
      Display "erro CREDSCOR " Stat-CREDSCOR
      Close TITULOS
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathSCOREREL.
   String Lk-Unidade         Delimited By Size
          "\DADOS\SCORE.REL" Delimited By Size
          Into PathSCOREREL
   End-String.
   Open Output SCOREREL
   If Not Valido-SCOREREL
      Display "erro SCOREREL " Stat-SCOREREL
      Close CREDSCOR
      Close TITULOS
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Carrega-Fatores Thru Carrega-Fatores-Exit
   Perform Conta-Renegociacoes Thru Conta-Renegociacoes-Exit
   Perform Conta-Devolucoes Thru Conta-Devolucoes-Exit
   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit

   Perform Le-Proximo-Cliente Thru Le-Proximo-Cliente-Exit
   Perform Until Fim-CLIENTE
      If Cliente-Ativo
         Perform Pontua-Cliente Thru Pontua-Cliente-Exit
      End-if
      Perform Le-Proximo-Cliente Thru Le-Proximo-Cliente-Exit
   End-Perform

   Perform Imprime-Rodape Thru Imprime-Rodape-Exit

   Close SCOREREL.
   Close CREDSCOR.
   Close TITULOS.
   Close CLIENTE.
   Move "PROG1034" To WS-SP-PROGRAMA
   Move "SCORE.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-CLIENTES To WS-QTD-ED
   Display WS-QTD-ED " cliente(s) pontuado(s) - revisao em"
           " 'SCORE.REL'."
   Exit Program.
*
*  Band factors out of PARAM944.DAT - absent rows keep the
*  compiled-in defaults.
 Carrega-Fatores.
   Move "SCORE-FATOR-A" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-FATOR-A
   End-if
   Move "SCORE-FATOR-B" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-FATOR-B
   End-if
   Move "SCORE-FATOR-C" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-FATOR-C
   End-if
   Move "SCORE-FATOR-D" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-FATOR-D
   End-if
   Move "SCORE-FATOR-E" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-FATOR-E
   End-if.
 Carrega-Fatores-Exit.
   Exit.
*
 Conta-Renegociacoes.
   Perform Varying WS-CT-IDX From 1 By 1 Until WS-CT-IDX > 9999
      Move Zeros To WS-CT-RENEG(WS-CT-IDX) WS-CT-DEVOL(WS-CT-IDX)
   End-Perform
   Move Spaces to PathRENEG.
   String Lk-Unidade         Delimited By Size
          "\DADOS\RENEG.DAT" Delimited By Size
          Into PathRENEG
   End-String.
   Open Input RENEG
   If Not Valido-RENEG
      Go To Conta-Renegociacoes-Exit
   End-if
   Perform Until Fim-RENEG
      Read RENEG Next Record
         At End Move "10" To Stat-RENEG
      End-Read
      If Valido-RENEG And RN-CLIE > Zeros
         Add 1 To WS-CT-RENEG(RN-CLIE)
      End-if
   End-Perform
   Close RENEG.
 Conta-Renegociacoes-Exit.
   Exit.
*
*  DEVOL.DAT is keyed by order: each order with a return counts
*  once, against the client ORDE.DAT gives it.
 Conta-Devolucoes.
   Move Spaces to PathDEVOL.
   String Lk-Unidade         Delimited By Size
          "\DADOS\DEVOL.DAT" Delimited By Size
          Into PathDEVOL
   End-String.
   Open Input DEVOL
   If Not Valido-DEVOL
      Go To Conta-Devolucoes-Exit
   End-if
   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Close DEVOL
      Go To Conta-Devolucoes-Exit
   End-if
   Perform Until Fim-DEVOL
      Read DEVOL Next Record
         At End Move "10" To Stat-DEVOL
      End-Read
      If Valido-DEVOL And DV-NUME Not = WS-DEVOL-ULTIMO
         Move DV-NUME To WS-DEVOL-ULTIMO ORDE-NUME
         Read ORDE
            Invalid Key Continue
         End-Read
         If Valido-ORDE And ORDE-CLIE > Zeros
            Add 1 To WS-CT-DEVOL(ORDE-CLIE)
         End-if
      End-if
   End-Perform
   Close ORDE
   Close DEVOL.
 Conta-Devolucoes-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To SCOREREL-REGI
   String "REVISAO DE LIMITES DE CREDITO - PONTUACAO DE "
          WS-DATA-SISTEMA-X
          Delimited By Size Into SCOREREL-REGI
   End-String
   Write SCOREREL-REGI
   Move Spaces To SCOREREL-REGI
   Write SCOREREL-REGI
   Move Spaces          To SCOREREL-CABEC
   Move "CLIE"          To SR-C-CLIE
   Move "NOME"          To SR-C-NOME
   Move "TIT"           To SR-C-TIT
   Move "ATRAS"         To SR-C-MEDIA
   Move "%ATR"          To SR-C-PCT
   Move "REN"           To SR-C-RENEG
   Move "DEV"           To SR-C-DEVOL
   Move "MAIOR EXPOSIC" To SR-C-EXPOS
   Move "PTS"           To SR-C-PONTOS
   Move "FX"            To SR-C-FAIXA
   Move "LIMITE ATUAL"  To SR-C-ATUAL
   Move "PROPOSTO"      To SR-C-PROP
   Write SCOREREL-REGI From SCOREREL-CABEC.
 Imprime-Cabecalho-Exit.
   Exit.
*
 Le-Proximo-Cliente.
   Read CLIENTE Next Record
      At End Move "10" To Stat-CLIENTE
   End-Read.
 Le-Proximo-Cliente-Exit.
   Exit.
*
 Pontua-Cliente.
   Move Zeros To WS-QTD-TIT WS-QTD-AVAL WS-QTD-ATRASO
                 WS-SOMA-ATRASO WS-MEDIA-ATRASO WS-PCT-ATRASO
                 WS-MAIOR-EXPOS WS-EM-ABERTO
   Move CLI-CODIGO To TI-CLIE
   Start TITULOS Key = TI-CLIE
      Invalid Key Move "10" To Stat-TITULOS
   End-Start
   Perform Until Fim-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Not Fim-TITULOS And Valido-TITULOS
         If TI-CLIE Not = CLI-CODIGO
            Move "10" To Stat-TITULOS
         Else
            Perform Avalia-Titulo Thru Avalia-Titulo-Exit
         End-if
      End-if
   End-Perform
   Move "00" To Stat-TITULOS

   Perform Calcula-Exposicao Thru Calcula-Exposicao-Exit
   If WS-QTD-AVAL > Zeros
      Compute WS-MEDIA-ATRASO = WS-SOMA-ATRASO / WS-QTD-AVAL
      Compute WS-PCT-ATRASO = WS-QTD-ATRASO * 100 / WS-QTD-AVAL
   End-if
   Perform Calcula-Pontos Thru Calcula-Pontos-Exit
   Perform Propoe-Limite Thru Propoe-Limite-Exit
   Perform Grava-Pontuacao Thru Grava-Pontuacao-Exit
   Perform Imprime-Cliente Thru Imprime-Cliente-Exit
   Add 1 To WS-QTD-CLIENTES.
 Pontua-Cliente-Exit.
   Exit.
*
*  A title is judged once it closed (paid or renegotiated) or
*  fell due still open; it is late when it closed, or today
*  stands, after its due date.
 Avalia-Titulo.
   If WS-QTD-TIT < max-titulos
      Add 1 To WS-QTD-TIT
      Move TI-DTIN To WS-DATA-BRUTA
      Perform Normaliza-Data Thru Normaliza-Data-Exit
      Move WS-DATA-NORM To WS-TT-EMISSAO(WS-QTD-TIT)
      Move TI-VALOR     To WS-TT-VALOR(WS-QTD-TIT)
      Move Spaces       To WS-TT-FIM(WS-QTD-TIT)
   Else
      If Not Tabela-Cheia-Avisada
         Display "Cliente com mais de " max-titulos " titulos - a"
                 " exposicao considera os primeiros."
         Move "S" To WS-TABELA-AVISADA
      End-if
   End-if
   If Titulo-Aberto
      Add TI-VALOR To WS-EM-ABERTO
   End-if

   If TI-VENC(1:8) Not Numeric
      Go To Avalia-Titulo-Exit
   End-if
   Move TI-VENC(1:4) To WS-DN-ANO
   Move TI-VENC(5:2) To WS-DN-MES
   Move TI-VENC(7:2) To WS-DN-DIA
   Compute WS-DIAS-VENC = WS-DN-ANO * 360
                        + WS-DN-MES * 30 + WS-DN-DIA
   If Titulo-Aberto
      If WS-DIAS-VENC >= WS-DIAS-HOJE
         Go To Avalia-Titulo-Exit
      End-if
      Move WS-DIAS-HOJE To WS-DIAS-FIM
   Else
      Move TI-DTPG To WS-DATA-BRUTA
      Perform Normaliza-Data Thru Normaliza-Data-Exit
      If WS-DATA-NORM = Spaces
         Go To Avalia-Titulo-Exit
      End-if
      If WS-QTD-TIT Not > max-titulos
         And WS-TT-EMISSAO(WS-QTD-TIT) Not = Spaces
         Move WS-DATA-NORM To WS-TT-FIM(WS-QTD-TIT)
      End-if
      Compute WS-DIAS-FIM = WS-DN-ANO * 360
                          + WS-DN-MES * 30 + WS-DN-DIA
   End-if
   Add 1 To WS-QTD-AVAL
   Compute WS-DIAS-ATRASO = WS-DIAS-FIM - WS-DIAS-VENC
   If WS-DIAS-ATRASO > Zeros
      Add 1 To WS-QTD-ATRASO
      Add WS-DIAS-ATRASO To WS-SOMA-ATRASO
   End-if.
 Avalia-Titulo-Exit.
   Exit.
*
*  The exposure peak: at each issue date, what was issued by
*  then and had not closed before it.
 Calcula-Exposicao.
   Perform Varying WS-TIT-IDX From 1 By 1
             Until WS-TIT-IDX > WS-QTD-TIT
      If WS-TT-EMISSAO(WS-TIT-IDX) Not = Spaces
         Move Zeros To WS-EXPOSICAO
         Perform Varying WS-TIT-JDX From 1 By 1
                   Until WS-TIT-JDX > WS-QTD-TIT
            If WS-TT-EMISSAO(WS-TIT-JDX) Not = Spaces
               And WS-TT-EMISSAO(WS-TIT-JDX)
                   <= WS-TT-EMISSAO(WS-TIT-IDX)
               And (WS-TT-FIM(WS-TIT-JDX) = Spaces
                    Or WS-TT-FIM(WS-TIT-JDX)
                       > WS-TT-EMISSAO(WS-TIT-IDX))
               Add WS-TT-VALOR(WS-TIT-JDX) To WS-EXPOSICAO
            End-if
         End-Perform
         If WS-EXPOSICAO > WS-MAIOR-EXPOS
            Move WS-EXPOSICAO To WS-MAIOR-EXPOS
         End-if
      End-if
   End-Perform
   If WS-EM-ABERTO > WS-MAIOR-EXPOS
      Move WS-EM-ABERTO To WS-MAIOR-EXPOS
   End-if.
 Calcula-Exposicao-Exit.
   Exit.
*
 Calcula-Pontos.
   Move 100 To WS-PONTOS
   If WS-QTD-AVAL = Zeros
      Move "-" To WS-FAIXA
      Go To Calcula-Pontos-Exit
   End-if
   If WS-MEDIA-ATRASO > 40
      Subtract 40 From WS-PONTOS
   Else
      Subtract WS-MEDIA-ATRASO From WS-PONTOS
   End-if
   Compute WS-DESCONTO = WS-PCT-ATRASO * 30 / 100
   Subtract WS-DESCONTO From WS-PONTOS
   Compute WS-DESCONTO = WS-CT-RENEG(CLI-CODIGO) * 10
   If WS-DESCONTO > 20
      Move 20 To WS-DESCONTO
   End-if
   Subtract WS-DESCONTO From WS-PONTOS
   Compute WS-DESCONTO = WS-CT-DEVOL(CLI-CODIGO) * 5
   If WS-DESCONTO > 10
      Move 10 To WS-DESCONTO
   End-if
   Subtract WS-DESCONTO From WS-PONTOS
   If WS-PONTOS < Zeros
      Move Zeros To WS-PONTOS
   End-if
   Evaluate True
      When WS-PONTOS >= 85  Move "A" To WS-FAIXA
      When WS-PONTOS >= 70  Move "B" To WS-FAIXA
      When WS-PONTOS >= 50  Move "C" To WS-FAIXA
      When WS-PONTOS >= 30  Move "D" To WS-FAIXA
      When Other            Move "E" To WS-FAIXA
   End-Evaluate.
 Calcula-Pontos-Exit.
   Exit.
*
 Propoe-Limite.
   Move CLI-LIMITE-CRED To WS-LIMITE-PROP
   Evaluate WS-FAIXA
      When "A"  Move WS-FATOR-A To WS-FATOR
      When "B"  Move WS-FATOR-B To WS-FATOR
      When "C"  Move WS-FATOR-C To WS-FATOR
      When "D"  Move WS-FATOR-D To WS-FATOR
      When "E"  Move WS-FATOR-E To WS-FATOR
      When Other
         Go To Propoe-Limite-Exit
   End-Evaluate
   If WS-MAIOR-EXPOS = Zeros
      Go To Propoe-Limite-Exit
   End-if
*  Rounded up to the hundred - a limit is a round number.
   Compute WS-CENTENAS = (WS-MAIOR-EXPOS * WS-FATOR + 99,99) / 100
   Compute WS-LIMITE-PROP = WS-CENTENAS * 100.
 Propoe-Limite-Exit.
   Exit.
*
*  The row is replaced whole each month: last month's proposal,
*  accepted or not, gives way to this one.
 Grava-Pontuacao.
   Initialize CREDSCOR-REGI
   Move CLI-CODIGO                To CS-CLIE
   Move WS-DATA-SISTEMA-X         To CS-DATA
   Move WS-QTD-TIT                To CS-QTD-TIT
   Move WS-QTD-AVAL               To CS-QTD-AVAL
   Move WS-QTD-ATRASO             To CS-QTD-ATRASO
   Move WS-MEDIA-ATRASO           To CS-MEDIA-ATRASO
   Move WS-PCT-ATRASO             To CS-PCT-ATRASO
   Move WS-MAIOR-EXPOS            To CS-MAIOR-EXPOS
   Move WS-EM-ABERTO              To CS-EM-ABERTO
   Move WS-CT-RENEG(CLI-CODIGO)   To CS-QTD-RENEG
   Move WS-CT-DEVOL(CLI-CODIGO)   To CS-QTD-DEVOL
   Move WS-PONTOS                 To CS-PONTOS
   Move WS-FAIXA                  To CS-FAIXA
   Move CLI-LIMITE-CRED           To CS-LIMITE-ATUAL
   Move WS-LIMITE-PROP            To CS-LIMITE-PROP
   Move "P"                       To CS-SITU
   Move Spaces                    To CS-OPER-AC CS-DTAC CS-HRAC
   Write CREDSCOR-REGI
      Invalid Key
         Rewrite CREDSCOR-REGI
            Invalid Key
               Display "erro CREDSCOR " Stat-CREDSCOR
         End-Rewrite
   End-Write.
 Grava-Pontuacao-Exit.
   Exit.
*
 Imprime-Cliente.
   Move Spaces                  To SCOREREL-DETALHE
   Move CLI-CODIGO              To SR-D-CLIE
   Move CLI-NOME                To SR-D-NOME
   Move WS-QTD-TIT              To SR-D-TIT
   Move WS-MEDIA-ATRASO         To SR-D-MEDIA
   Move WS-PCT-ATRASO           To SR-D-PCT
   Move "%"                     To SR-D-PCT-SINAL
   Move WS-CT-RENEG(CLI-CODIGO) To SR-D-RENEG
   Move WS-CT-DEVOL(CLI-CODIGO) To SR-D-DEVOL
   Move WS-MAIOR-EXPOS          To SR-D-EXPOS
   Move WS-PONTOS               To SR-D-PONTOS
   Move WS-FAIXA                To SR-D-FAIXA
   Move CLI-LIMITE-CRED         To SR-D-ATUAL
   Move WS-LIMITE-PROP          To SR-D-PROP
   Evaluate True
      When WS-LIMITE-PROP > CLI-LIMITE-CRED
         Move "+" To SR-D-SENTIDO
         Add 1 To WS-QTD-SOBE
      When WS-LIMITE-PROP < CLI-LIMITE-CRED
         Move "-" To SR-D-SENTIDO
         Add 1 To WS-QTD-DESCE
      When Other
         Move "=" To SR-D-SENTIDO
   End-Evaluate
   Write SCOREREL-REGI From SCOREREL-DETALHE.
 Imprime-Cliente-Exit.
   Exit.
*
 Imprime-Rodape.
   Move WS-QTD-CLIENTES To WS-QTD-ED
   Move WS-QTD-SOBE     To WS-SOBE-ED
   Move WS-QTD-DESCE    To WS-DESCE-ED
   Move Spaces To SCOREREL-REGI
   Write SCOREREL-REGI
   Move Spaces To SCOREREL-REGI
   String WS-QTD-ED " cliente(s); " WS-SOBE-ED " com limite a"
          " subir, " WS-DESCE-ED " a reduzir. Aceite pelo PROG949."
          Delimited By Size Into SCOREREL-REGI
   End-String
   Write SCOREREL-REGI
   Move Spaces To SCOREREL-REGI
   String "FAIXAS: A>=85 B>=70 C>=50 D>=30 E<30 (- sem historico)."
          Delimited By Size Into SCOREREL-REGI
   End-String
   Write SCOREREL-REGI.
 Imprime-Rodape-Exit.
   Exit.
*
*  AAAAMMDD or AAAA-MM-DD, both shapes the suite keeps, into
*  AAAAMMDD; anything else comes back as spaces.
 Normaliza-Data.
   Move Spaces To WS-DATA-NORM
   If WS-DATA-BRUTA(5:1) = "-"
      Move WS-DATA-BRUTA(1:4) To WS-DATA-NORM(1:4)
      Move WS-DATA-BRUTA(6:2) To WS-DATA-NORM(5:2)
      Move WS-DATA-BRUTA(9:2) To WS-DATA-NORM(7:2)
   Else
      If WS-DATA-BRUTA(1:8) Not = Spaces
         Move WS-DATA-BRUTA(1:8) To WS-DATA-NORM
      End-if
   End-if
   If WS-DATA-NORM Not Numeric
      Move Spaces To WS-DATA-NORM
   End-if.
 Normaliza-Data-Exit.
   Exit.
