*ALERTAS DE NEGOCIO - AVALIACAO DAS REGRAS (ALRREGRA.DAT)
 Identification Division.
 Program-Id. PROG1092.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ALRREGRA.SL".
   Copy "..\COPY\ALRHIST.SL".
   Copy "..\COPY\ESTOQUE.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\CONTRATO.SL".
   Copy "..\COPY\VASILHA.SL".
   Copy "..\COPY\MAILQ.SL".
   Copy "..\COPY\ROMREL.SL".
   Copy "..\COPY\ARQOUT.SL".
*
 Data Division.
 File Section.
$XFD FILE=ALRREGRA
   Copy "..\COPY\ALRREGRA.FD".
$XFD FILE=ALRHIST
   Copy "..\COPY\ALRHIST.FD".
$XFD FILE=ESTOQUE
   Copy "..\COPY\ESTOQUE.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=CONTRATO
   Copy "..\COPY\CONTRATO.FD".
$XFD FILE=VASILHA
   Copy "..\COPY\VASILHA.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
   Copy "..\COPY\ROMREL.FD".
   Copy "..\COPY\ARQOUT.FD".
*
 Working-Storage Section.
*
*  The scheduled look at the branch's business alert rules
*  (ALRREGRA.DAT, kept in PROG1091). Every active rule whose
*  turn has come (RA-FREQUENCIA: every run, once a day, once a
*  week) is checked against the files it names - stock below
*  its minimum, overdue titles, freight payables due, contracts
*  ending with balance, packaging held by clients - and each
*  object it trips on is matched with ALRHIST.DAT:
*    - no open alert for the rule and object: one is opened, a
*      short notice ALR<seq>.TXT is written to the branch DADOS
*      and queued in MAILQ.DAT for RA-EMAIL (or ALERTA-EMAIL
*      when the rule names nobody), for PROG1007 to send;
*    - an open alert: only its last value and date move - the
*      same condition is not mailed again;
*    - an open alert whose object no longer trips: it is closed
*      with the date and hour the condition cleared.
*  ALRHIST.DAT is therefore the history of when each alert
*  opened and closed; an inactive rule has its open alerts
*  closed. A rule whose file cannot be opened is left as it
*  was and tried again next run. ALERTAS.REL lists what
*  happened; ALERTAS.SUM, rewritten every run, lists the alerts
*  still open for the morning digest (PROG974).
*
 01  Stat-ALRREGRA       PIC X(002).
     88 Valido-ALRREGRA  Value "00" THRU "09".
     88 Fim-ALRREGRA     Value "10".
 01  PATHALRREGRA        PIC X(060).
 01  Stat-ALRHIST        PIC X(002).
     88 Valido-ALRHIST   Value "00" THRU "09".
     88 Fim-ALRHIST      Value "10".
 01  PATHALRHIST         PIC X(060).
 01  Stat-ESTOQUE        PIC X(002).
     88 Valido-ESTOQUE   Value "00" THRU "09".
     88 Fim-ESTOQUE      Value "10".
 01  PATHESTOQUE         PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Fim-CTRCPAG      Value "10".
 01  PATHCTRCPAG         PIC X(060).
 01  Stat-CONTRATO       PIC X(002).
     88 Valido-CONTRATO  Value "00" THRU "09".
     88 Fim-CONTRATO     Value "10".
 01  PATHCONTRATO        PIC X(060).
 01  Stat-VASILHA        PIC X(002).
     88 Valido-VASILHA   Value "00" THRU "09".
     88 Fim-VASILHA      Value "10".
 01  PATHVASILHA         PIC X(060).
 01  Stat-MAILQ          PIC X(002).
     88 Valido-MAILQ     Value "00" THRU "09".
 01  PATHMAILQ           PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
 01  Stat-ARQOUT         PIC X(002).
     88 Valido-ARQOUT    Value "00" THRU "09".
 01  PATHARQOUT          PIC X(060).
*
 01  WS-TEM-PRODUTO      PIC X(001).
     88 Tem-Produto      Value "S".
 01  WS-TEM-CLIENTE      PIC X(001).
     88 Tem-Cliente      Value "S".
 01  WS-TEM-MAILQ        PIC X(001).
     88 Tem-Mailq        Value "S".
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-EMAIL-PADRAO     PIC X(060) VALUE SPACES.
 01  WS-EMAIL-DESTINO    PIC X(060).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-R REDEFINES WS-HORA-SISTEMA.
     03 WS-HORA-HH       PIC 9(002).
     03 WS-HORA-MM       PIC 9(002).
     03 WS-HORA-RESTO    PIC 9(004).
 01  WS-HOJE-X           PIC X(008).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-DIAS-CALC        PIC S9(009) COMP-5.
 01  WS-DIAS-ATRASO      PIC S9(009) COMP-5.
 01  WS-DATA-CALC        PIC 9(008).
 01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
     03 WS-CALC-ANO      PIC 9(004).
     03 WS-CALC-MES      PIC 9(002).
     03 WS-CALC-DIA      PIC 9(002).
 01  WS-DATA-ALVO        PIC X(008).
 01  WS-QTD-DIAS         PIC S9(004) COMP-5.
 01  WS-FIM-MES          PIC 9(002).
 01  WS-BISSEXTO         PIC 9(004).
 01  WS-RESTO            PIC 9(004).
 01  WS-TAB-MESES        PIC X(024) VALUE "312831303130313130313031".
 01  WS-TAB-MESES-R REDEFINES WS-TAB-MESES.
     03 WS-DIAS-MES      PIC 9(002) OCCURS 12.
*
*  What the rule tripped on this run.
 78  max-achados         value 300.
 01  WS-ACHADO-TAB.
     03 WS-ACHADO occurs 300 times.
        05 WS-AC-OBJETO     PIC X(020).
        05 WS-AC-DESCR      PIC X(070).
        05 WS-AC-VALOR      PIC S9(012)V999 COMP-3.
        05 WS-AC-CLIE       PIC S9(004) COMP-5.
 01  WS-QTD-ACHADOS      PIC 9(004) COMP-X.
 01  WS-TAB-CHEIA        PIC X(001).
     88 Tabela-Cheia     Value "S".
 01  WS-NV-OBJETO        PIC X(020).
 01  WS-NV-DESCR         PIC X(070).
 01  WS-NV-VALOR         PIC S9(012)V999 COMP-3.
 01  WS-NV-CLIE          PIC S9(004) COMP-5.
*
*  Amounts added up per client (overdue titles, packaging) - the
*  PROG952 linear search/insert.
 01  WS-SOMA-TAB.
     03 WS-SOMA occurs 300 times.
        05 WS-SO-CLIE       PIC S9(004) COMP-5.
        05 WS-SO-VALOR      PIC S9(012)V999 COMP-3.
        05 WS-SO-MAIOR      PIC S9(009) COMP-5.
 01  WS-QTD-SOMAS        PIC 9(004) COMP-X.
 01  WS-SO-IX            PIC 9(004) COMP-X.
 01  WS-CLIE-BUSCA       PIC S9(004) COMP-5.
 01  WS-VALOR-SOMA       PIC S9(012)V999 COMP-3.
*
 01  WS-IX               PIC 9(004) COMP-X.
 01  WS-ACHOU            PIC X(001).
     88 Achou            Value "S".
 01  WS-FIM-BUSCA        PIC X(001).
     88 Fim-Busca        Value "S".
 01  WS-ERRO-ARQ         PIC X(001).
     88 Erro-Arquivo     Value "S".
 01  WS-VEZ              PIC X(001).
     88 Vez-Da-Regra     Value "S".
 01  WS-TOTAL            PIC S9(012)V999 COMP-3.
 01  WS-QTD-DOCS         PIC S9(006) COMP-5.
 01  WS-NOME-ED          PIC X(025).
*
 01  WS-QTD-REGRAS       PIC S9(006) COMP-5 VALUE ZEROS.
 01  WS-QTD-AVALIADAS    PIC S9(006) COMP-5 VALUE ZEROS.
 01  WS-QTD-NOVOS        PIC S9(006) COMP-5.
 01  WS-QTD-MANTIDOS     PIC S9(006) COMP-5.
 01  WS-QTD-FECHADOS     PIC S9(006) COMP-5.
 01  WS-TOT-NOVOS        PIC S9(006) COMP-5 VALUE ZEROS.
 01  WS-TOT-FECHADOS     PIC S9(006) COMP-5 VALUE ZEROS.
 01  WS-TOT-ABERTOS      PIC S9(006) COMP-5 VALUE ZEROS.
*
 01  WS-MQ-SEQ           PIC 9(006).
 01  WS-AVISO-ARQUIVO    PIC X(030).
*
 01  WS-VALOR-ED         PIC -(011)9,999.
 01  WS-LIMITE-ED        PIC -(011)9,999.
 01  WS-DINH-ED          PIC -(011)9,99.
 01  WS-QTD-ED           PIC ZZZZ9.
 01  WS-NOVOS-ED         PIC ZZZZ9.
 01  WS-FECH-ED          PIC ZZZZ9.
 01  WS-PROD-ED          PIC 9(006).
 01  WS-AREA-ED          PIC 9(004).
 01  WS-CLIE-ED          PIC 9(004).
 01  WS-NUME-ED          PIC 9(006).
 01  WS-DIAS-ED          PIC ZZZ9.
 01  WS-DATA-ED          PIC X(010).
*
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move WS-DATA-SISTEMA To WS-HOJE-X
   Compute WS-DIAS-HOJE = WS-HOJE-ANO * 360
                        + WS-HOJE-MES * 30 + WS-HOJE-DIA
   Perform Carrega-Parametros Thru Carrega-Parametros-Exit

   Move Spaces to PathALRREGRA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ALRREGRA.DAT" Delimited By Size
          Into PathALRREGRA
   End-String.
   Open I-O ALRREGRA
   If Not Valido-ALRREGRA
      Open Output ALRREGRA
      Close ALRREGRA
      Open I-O ALRREGRA
   End-if.
   If Not Valido-ALRREGRA
      Display "erro ALRREGRA " Stat-ALRREGRA
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathALRHIST.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ALRHIST.DAT" Delimited By Size
          Into PathALRHIST
   End-String.
   Open I-O ALRHIST
   If Not Valido-ALRHIST
      Open Output ALRHIST
      Close ALRHIST
      Open I-O ALRHIST
   End-if.
   If Not Valido-ALRHIST
      Display "erro ALRHIST " Stat-ALRHIST
      Close ALRREGRA
      Move 1 To Return-Code
      Exit Program
   End-if.
   Perform Abre-Cadastros Thru Abre-Cadastros-Exit
   Perform Abre-Fila-Email Thru Abre-Fila-Email-Exit

   Move Spaces to PathARQOUT.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ALERTAS.REL" Delimited By Size
          Into PathARQOUT
   End-String.
   Open Output ARQOUT
   If Not Valido-ARQOUT
      Display "erro ALERTAS.REL " Stat-ARQOUT
      Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
      Move 1 To Return-Code
      Exit Program
   End-if.
   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit

   Move Low-Values To RA-CODIGO
   Start ALRREGRA Key Not < RA-CODIGO
      Invalid Key Move "10" To Stat-ALRREGRA
   End-Start
   Perform Until Fim-ALRREGRA
      Read ALRREGRA Next Record
         At End Move "10" To Stat-ALRREGRA
      End-Read
      If Valido-ALRREGRA
         Add 1 To WS-QTD-REGRAS
         Perform Avalia-Regra Thru Avalia-Regra-Exit
      End-if
   End-Perform

   Perform Grava-Resumo Thru Grava-Resumo-Exit
   Move WS-QTD-REGRAS    To WS-QTD-ED
   Move WS-QTD-AVALIADAS To WS-NOVOS-ED
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   String "REGRAS: " WS-QTD-ED "  AVALIADAS NESTA EXECUCAO: "
          WS-NOVOS-ED
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move WS-TOT-NOVOS    To WS-NOVOS-ED
   Move WS-TOT-FECHADOS To WS-FECH-ED
   Move WS-TOT-ABERTOS  To WS-QTD-ED
   Move Spaces To ARQOUT-REGI
   String "ALERTAS ABERTOS AGORA: " WS-NOVOS-ED
          "  FECHADOS: " WS-FECH-ED
          "  EM ABERTO: " WS-QTD-ED
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Close ARQOUT.
   Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit

   Move "PROG1092" To WS-SP-PROGRAMA
   Move "ALERTAS.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Display "Alertas em 'ALERTAS.REL' - " WS-NOVOS-ED
           " aberto(s), " WS-FECH-ED " fechado(s), "
           WS-QTD-ED " em aberto.".
   Exit Program.
*
 Carrega-Parametros.
   Move "ALERTA-EMAIL" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-VALOR To WS-EMAIL-PADRAO
   End-if.
 Carrega-Parametros-Exit.
   Exit.
*
*  Names for the notices only - a missing master does not stop
*  the rules.
 Abre-Cadastros.
   Move "N" To WS-TEM-PRODUTO WS-TEM-CLIENTE
   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Valido-PRODUTO
      Move "S" To WS-TEM-PRODUTO
   End-if
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Valido-CLIENTE
      Move "S" To WS-TEM-CLIENTE
   End-if.
 Abre-Cadastros-Exit.
   Exit.
*
*  The queue is opened once; its last sequence is found once and
*  counted up for every notice of the run.
 Abre-Fila-Email.
   Move "N" To WS-TEM-MAILQ
   Move Zeros To WS-MQ-SEQ
   Move Spaces to PathMAILQ.
   String Lk-Unidade         Delimited By Size
          "\DADOS\MAILQ.DAT" Delimited By Size
          Into PathMAILQ
   End-String.
   Open I-O MAILQ
   If Not Valido-MAILQ
      Open Output MAILQ
      Close MAILQ
      Open I-O MAILQ
   End-if
   If Not Valido-MAILQ
      Display "MAILQ indisponivel - alertas sem e-mail " Stat-MAILQ
      Go To Abre-Fila-Email-Exit
   End-if
   Move "S" To WS-TEM-MAILQ
   Perform Until Stat-MAILQ = "10"
      Read MAILQ Next Record
         At End Move "10" To Stat-MAILQ
      End-Read
      If Valido-MAILQ
         Move MQ-SEQ To WS-MQ-SEQ
      End-if
   End-Perform.
 Abre-Fila-Email-Exit.
   Exit.
*
 Fecha-Arquivos.
   Close ALRREGRA ALRHIST
   If Tem-Produto
      Close PRODUTO
   End-if
   If Tem-Cliente
      Close CLIENTE
   End-if
   If Tem-Mailq
      Close MAILQ
   End-if.
 Fecha-Arquivos-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To ARQOUT-REGI
   String "ALERTAS DE NEGOCIO - UNIDADE " Lk-Unidade " - "
          WS-HOJE-DIA "/" WS-HOJE-MES "/" WS-HOJE-ANO " "
          WS-HORA-HH ":" WS-HORA-MM
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
*  A rule taken out of use no longer watches anything, so what
*  it had open is closed on its first run inactive.
 Avalia-Regra.
   If Not Regra-Ativa
      Move Zeros To WS-QTD-ACHADOS WS-QTD-FECHADOS
      Move "N"   To WS-TAB-CHEIA
      Move Spaces To ARQOUT-REGI
      String "REGRA " RA-CODIGO " (" RA-TIPO ") INATIVA"
             Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
      Perform Fecha-Liberados Thru Fecha-Liberados-Exit
      Add WS-QTD-FECHADOS To WS-TOT-FECHADOS
      Go To Avalia-Regra-Exit
   End-if
   Perform Verifica-Vez Thru Verifica-Vez-Exit
   If Not Vez-Da-Regra
      Go To Avalia-Regra-Exit
   End-if
   Add 1 To WS-QTD-AVALIADAS
   Move Zeros To WS-QTD-ACHADOS WS-QTD-NOVOS WS-QTD-MANTIDOS
                 WS-QTD-FECHADOS
   Move "N"   To WS-TAB-CHEIA WS-ERRO-ARQ
   Move Spaces To ARQOUT-REGI
   String "REGRA " RA-CODIGO " (" RA-TIPO ") " RA-DESCRICAO
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI

   Evaluate True
      When Regra-Estoque
         Perform Avalia-Estoque Thru Avalia-Estoque-Exit
      When Regra-Titulos
         Perform Avalia-Titulos Thru Avalia-Titulos-Exit
      When Regra-Fretes
         Perform Avalia-Fretes Thru Avalia-Fretes-Exit
      When Regra-Contratos
         Perform Avalia-Contratos Thru Avalia-Contratos-Exit
      When Regra-Vasilhame
         Perform Avalia-Vasilhame Thru Avalia-Vasilhame-Exit
      When Other
         Move "S" To WS-ERRO-ARQ
   End-Evaluate
   If Erro-Arquivo
      Move Spaces To ARQOUT-REGI
      String "   NAO AVALIADA - tipo invalido ou arquivo "
             "indisponivel; fica para a proxima execucao."
             Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
      Move Spaces To ARQOUT-REGI
      Write ARQOUT-REGI
      Go To Avalia-Regra-Exit
   End-if

   Perform Varying WS-IX From 1 By 1 Until WS-IX > WS-QTD-ACHADOS
      Perform Registra-Achado Thru Registra-Achado-Exit
   End-Perform
   Perform Fecha-Liberados Thru Fecha-Liberados-Exit

   Move WS-HOJE-X       To RA-ULT-AVAL
   Move WS-HORA-SISTEMA To RA-ULT-HORA
   Rewrite ALRREGRA-REGI
      Invalid Key Continue
   End-Rewrite
   Add WS-QTD-NOVOS    To WS-TOT-NOVOS
   Add WS-QTD-FECHADOS To WS-TOT-FECHADOS
   Move WS-QTD-ACHADOS  To WS-QTD-ED
   Move WS-QTD-NOVOS    To WS-NOVOS-ED
   Move WS-QTD-FECHADOS To WS-FECH-ED
   Move Spaces To ARQOUT-REGI
   String "   DISPARADA EM " WS-QTD-ED " OBJETO(S) - NOVOS "
          WS-NOVOS-ED " - FECHADOS " WS-FECH-ED
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   If Tabela-Cheia
      Move Spaces To ARQOUT-REGI
      String "   MAIS DE 300 OBJETOS - SO OS PRIMEIROS ENTRAM; "
             "NENHUM ALERTA FECHADO NESTA EXECUCAO."
             Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
   End-if
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI.
 Avalia-Regra-Exit.
   Exit.
*
*  Once a day: not yet today. Once a week: seven days since the
*  last look, on the 360/30 day count CHKCRED uses.
 Verifica-Vez.
   Move "S" To WS-VEZ
   If RA-ULT-AVAL Not Numeric
      Go To Verifica-Vez-Exit
   End-if
   Evaluate True
      When Regra-Diaria
         If RA-ULT-AVAL Not < WS-HOJE-X
            Move "N" To WS-VEZ
         End-if
      When Regra-Semanal
         Move RA-ULT-AVAL To WS-DATA-CALC
         Compute WS-DIAS-CALC = WS-CALC-ANO * 360
                              + WS-CALC-MES * 30 + WS-CALC-DIA
         If WS-DIAS-HOJE - WS-DIAS-CALC < 7
            Move "N" To WS-VEZ
         End-if
   End-Evaluate.
 Verifica-Vez-Exit.
   Exit.
*
 Adiciona-Achado.
   If WS-QTD-ACHADOS Not < max-achados
      Move "S" To WS-TAB-CHEIA
      Go To Adiciona-Achado-Exit
   End-if
   Add 1 To WS-QTD-ACHADOS
   Move WS-NV-OBJETO To WS-AC-OBJETO(WS-QTD-ACHADOS)
   Move WS-NV-DESCR  To WS-AC-DESCR(WS-QTD-ACHADOS)
   Move WS-NV-VALOR  To WS-AC-VALOR(WS-QTD-ACHADOS)
   Move WS-NV-CLIE   To WS-AC-CLIE(WS-QTD-ACHADOS).
 Adiciona-Achado-Exit.
   Exit.
*
 Acumula-Cliente.
   Move Zeros To WS-SO-IX
   Perform Varying WS-IX From 1 By 1
             Until WS-IX > WS-QTD-SOMAS Or WS-SO-IX > Zeros
      If WS-SO-CLIE(WS-IX) = WS-CLIE-BUSCA
         Move WS-IX To WS-SO-IX
      End-if
   End-Perform
   If WS-SO-IX = Zeros
      If WS-QTD-SOMAS Not < 300
         Move "S" To WS-TAB-CHEIA
         Go To Acumula-Cliente-Exit
      End-if
      Add 1 To WS-QTD-SOMAS
      Move WS-QTD-SOMAS  To WS-SO-IX
      Move WS-CLIE-BUSCA To WS-SO-CLIE(WS-SO-IX)
      Move Zeros To WS-SO-VALOR(WS-SO-IX) WS-SO-MAIOR(WS-SO-IX)
   End-if
   Add WS-VALOR-SOMA To WS-SO-VALOR(WS-SO-IX)
   If WS-DIAS-ATRASO > WS-SO-MAIOR(WS-SO-IX)
      Move WS-DIAS-ATRASO To WS-SO-MAIOR(WS-SO-IX)
   End-if.
 Acumula-Cliente-Exit.
   Exit.
*
 Nome-Cliente.
   Move Spaces To WS-NOME-ED
   If Not Tem-Cliente
      Go To Nome-Cliente-Exit
   End-if
   Move WS-CLIE-BUSCA To CLI-CODIGO
   Read CLIENTE
      Invalid Key Continue
   End-Read
   If Valido-CLIENTE
      Move CLI-NOME To WS-NOME-ED
   End-if.
 Nome-Cliente-Exit.
   Exit.
*
*  A product and area named: a missing balance record is a zero
*  balance. Otherwise every balance record of the product (or of
*  the branch) is looked at, narrowed to the area when given.
 Avalia-Estoque.
   Move Spaces to PathESTOQUE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ESTOQUE.DAT" Delimited By Size
          Into PathESTOQUE
   End-String.
   Open Input ESTOQUE
   If Not Valido-ESTOQUE
      Move "S" To WS-ERRO-ARQ
      Go To Avalia-Estoque-Exit
   End-if
   If RA-PROD > Zeros And RA-AREA > Zeros
      Move RA-PROD To ES-PROD
      Move RA-AREA To ES-AREA
      Read ESTOQUE
         Invalid Key Move Zeros To ES-SALDO
      End-Read
      Move RA-PROD To ES-PROD
      Move RA-AREA To ES-AREA
      If ES-SALDO < RA-LIMITE
         Perform Achado-Estoque Thru Achado-Estoque-Exit
      End-if
      Close ESTOQUE
      Go To Avalia-Estoque-Exit
   End-if
   Move RA-PROD To ES-PROD
   Move Zeros   To ES-AREA
   Start ESTOQUE Key Not < ES-CHAVE
      Invalid Key Move "10" To Stat-ESTOQUE
   End-Start
   Perform Until Fim-ESTOQUE
      Read ESTOQUE Next Record
         At End Move "10" To Stat-ESTOQUE
      End-Read
      If Valido-ESTOQUE
         If RA-PROD > Zeros And ES-PROD Not = RA-PROD
            Move "10" To Stat-ESTOQUE
         Else
            If (RA-AREA = Zeros Or ES-AREA = RA-AREA)
            And ES-SALDO < RA-LIMITE
               Perform Achado-Estoque Thru Achado-Estoque-Exit
            End-if
         End-if
      End-if
   End-Perform
   Close ESTOQUE.
 Avalia-Estoque-Exit.
   Exit.
*
 Achado-Estoque.
   Move ES-PROD  To WS-PROD-ED
   Move ES-AREA  To WS-AREA-ED
   Move ES-SALDO To WS-VALOR-ED
   Move Spaces To WS-NOME-ED
   If Tem-Produto
      Move ES-PROD To PD-CODIGO
      Read PRODUTO
         Invalid Key Continue
      End-Read
      If Valido-PRODUTO
         Move PD-NOME To WS-NOME-ED
      End-if
   End-if
   Move Spaces To WS-NV-OBJETO WS-NV-DESCR
   String "P" WS-PROD-ED "A" WS-AREA-ED
          Delimited By Size Into WS-NV-OBJETO
   End-String
   String "PROD " WS-PROD-ED " " WS-NOME-ED(1:20) " AREA "
          WS-AREA-ED " SALDO " WS-VALOR-ED
          Delimited By Size Into WS-NV-DESCR
   End-String
   Move ES-SALDO To WS-NV-VALOR
   Move Zeros    To WS-NV-CLIE
   Perform Adiciona-Achado Thru Adiciona-Achado-Exit.
 Achado-Estoque-Exit.
   Exit.
*
*  What each client owes on titles more than RA-DIAS days past
*  due, against RA-LIMITE (zero = any amount at all).
 Avalia-Titulos.
   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Not Valido-TITULOS
      Move "S" To WS-ERRO-ARQ
      Go To Avalia-Titulos-Exit
   End-if
   Move Zeros To WS-QTD-SOMAS
   If RA-CLIE > Zeros
      Move RA-CLIE To TI-CLIE
      Start TITULOS Key = TI-CLIE
         Invalid Key Move "10" To Stat-TITULOS
      End-Start
   End-if
   Perform Until Fim-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Valido-TITULOS And RA-CLIE > Zeros
      And TI-CLIE Not = RA-CLIE
         Move "10" To Stat-TITULOS
      End-if
      If Valido-TITULOS And Titulo-Aberto
      And TI-VENC(1:8) Numeric
         Move TI-VENC(1:8) To WS-DATA-CALC
         Compute WS-DIAS-CALC = WS-CALC-ANO * 360
                              + WS-CALC-MES * 30 + WS-CALC-DIA
         Compute WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-CALC
         If WS-DIAS-ATRASO > RA-DIAS
            Move TI-CLIE To WS-CLIE-BUSCA
            Compute WS-VALOR-SOMA = TI-VALOR - TI-VALOR-PAGO
            Perform Acumula-Cliente Thru Acumula-Cliente-Exit
         End-if
      End-if
   End-Perform
   Close TITULOS
   Perform Varying WS-SO-IX From 1 By 1 Until WS-SO-IX > WS-QTD-SOMAS
      If WS-SO-VALOR(WS-SO-IX) > RA-LIMITE
      And WS-SO-VALOR(WS-SO-IX) > Zeros
         Move WS-SO-CLIE(WS-SO-IX) To WS-CLIE-BUSCA WS-CLIE-ED
         Perform Nome-Cliente Thru Nome-Cliente-Exit
         Move WS-SO-VALOR(WS-SO-IX) To WS-DINH-ED
         Move WS-SO-MAIOR(WS-SO-IX) To WS-DIAS-ED
         Move Spaces To WS-NV-OBJETO WS-NV-DESCR
         String "C" WS-CLIE-ED Delimited By Size Into WS-NV-OBJETO
         End-String
         String "CLIENTE " WS-CLIE-ED " " WS-NOME-ED(1:20)
                " VENCIDO " WS-DINH-ED " ATE " WS-DIAS-ED " DIAS"
                Delimited By Size Into WS-NV-DESCR
         End-String
         Move WS-SO-VALOR(WS-SO-IX) To WS-NV-VALOR
         Move WS-SO-CLIE(WS-SO-IX)  To WS-NV-CLIE
         Perform Adiciona-Achado Thru Adiciona-Achado-Exit
      End-if
   End-Perform.
 Avalia-Titulos-Exit.
   Exit.
*
*  Open freight payables falling due RA-DIAS days ahead (zero
*  is tomorrow). The due date is part of the object, so the
*  alert closes by itself once that day is past.
 Avalia-Fretes.
   Move RA-DIAS To WS-QTD-DIAS
   If WS-QTD-DIAS < 1
      Move 1 To WS-QTD-DIAS
   End-if
   Perform Calcula-Data-Alvo Thru Calcula-Data-Alvo-Exit
   Move Spaces to PathCTRCPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CTRCPAG.DAT" Delimited By Size
          Into PathCTRCPAG
   End-String.
   Open Input CTRCPAG
   If Not Valido-CTRCPAG
      Move "S" To WS-ERRO-ARQ
      Go To Avalia-Fretes-Exit
   End-if
   Move Zeros To WS-TOTAL WS-QTD-DOCS
   Perform Until Fim-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Valido-CTRCPAG And Pagavel-Aberto
      And PG-VENC = WS-DATA-ALVO
         Compute WS-TOTAL = WS-TOTAL + PG-VALOR - PG-VALOR-PAGO
         Add 1 To WS-QTD-DOCS
      End-if
   End-Perform
   Close CTRCPAG
   If WS-QTD-DOCS > Zeros And WS-TOTAL > RA-LIMITE
      Move WS-TOTAL    To WS-DINH-ED
      Move WS-QTD-DOCS To WS-QTD-ED
      Move Spaces To WS-NV-OBJETO WS-NV-DESCR
      String "V" WS-DATA-ALVO Delimited By Size Into WS-NV-OBJETO
      End-String
      String "FRETES A PAGAR EM " WS-DATA-ED ": " WS-QTD-ED
             " CTRC, TOTAL " WS-DINH-ED
             Delimited By Size Into WS-NV-DESCR
      End-String
      Move WS-TOTAL To WS-NV-VALOR
      Move Zeros    To WS-NV-CLIE
      Perform Adiciona-Achado Thru Adiciona-Achado-Exit
   End-if.
 Avalia-Fretes-Exit.
   Exit.
*
*  Open contracts ending by RA-DIAS days from today - or already
*  past their end - with more than RA-LIMITE left to deliver.
 Avalia-Contratos.
   Move RA-DIAS To WS-QTD-DIAS
   Perform Calcula-Data-Alvo Thru Calcula-Data-Alvo-Exit
   Move Spaces to PathCONTRATO.
   String Lk-Unidade            Delimited By Size
          "\DADOS\CONTRATO.DAT" Delimited By Size
          Into PathCONTRATO
   End-String.
   Open Input CONTRATO
   If Not Valido-CONTRATO
      Move "S" To WS-ERRO-ARQ
      Go To Avalia-Contratos-Exit
   End-if
   Perform Until Fim-CONTRATO
      Read CONTRATO Next Record
         At End Move "10" To Stat-CONTRATO
      End-Read
      If Valido-CONTRATO And Contrato-Aberto
      And CN-DATA-ATE Not = Spaces
      And CN-DATA-ATE Not > WS-DATA-ALVO
      And (RA-CLIE = Zeros Or CN-CLIE = RA-CLIE)
      And (RA-PROD = Zeros Or CN-PROD = RA-PROD)
         Compute WS-TOTAL = CN-QUAN-CONTRAT - CN-QUAN-ENTREG
         If WS-TOTAL > RA-LIMITE And WS-TOTAL > Zeros
            Perform Achado-Contrato Thru Achado-Contrato-Exit
         End-if
      End-if
   End-Perform
   Close CONTRATO.
 Avalia-Contratos-Exit.
   Exit.
*
 Achado-Contrato.
   Move CN-NUMERO To WS-NUME-ED
   Move CN-CLIE   To WS-CLIE-ED
   Move WS-TOTAL  To WS-VALOR-ED
   Move Spaces To WS-NV-OBJETO WS-NV-DESCR
   String "K" WS-NUME-ED Delimited By Size Into WS-NV-OBJETO
   End-String
   String "CONTRATO " WS-NUME-ED " CLIENTE " WS-CLIE-ED
          " TERMINA " CN-DATA-ATE(7:2) "/" CN-DATA-ATE(5:2) "/"
          CN-DATA-ATE(1:4) " SALDO " WS-VALOR-ED
          Delimited By Size Into WS-NV-DESCR
   End-String
   Move WS-TOTAL To WS-NV-VALOR
   Move CN-CLIE  To WS-NV-CLIE
   Perform Adiciona-Achado Thru Adiciona-Achado-Exit.
 Achado-Contrato-Exit.
   Exit.
*
*  Packaging a client holds: what went out less what came back.
 Avalia-Vasilhame.
   Move Spaces to PathVASILHA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\VASILHA.DAT" Delimited By Size
          Into PathVASILHA
   End-String.
   Open Input VASILHA
   If Not Valido-VASILHA
      Move "S" To WS-ERRO-ARQ
      Go To Avalia-Vasilhame-Exit
   End-if
   Move Zeros To WS-QTD-SOMAS WS-DIAS-ATRASO
   Move RA-CLIE To VS-CLIE
   Move Zeros   To VS-SEQ
   Start VASILHA Key Not < VS-CHAVE
      Invalid Key Move "10" To Stat-VASILHA
   End-Start
   Perform Until Fim-VASILHA
      Read VASILHA Next Record
         At End Move "10" To Stat-VASILHA
      End-Read
      If Valido-VASILHA
         If RA-CLIE > Zeros And VS-CLIE Not = RA-CLIE
            Move "10" To Stat-VASILHA
         Else
            Move VS-CLIE To WS-CLIE-BUSCA
            If Vasilha-Saida
               Move VS-QTD To WS-VALOR-SOMA
            Else
               Compute WS-VALOR-SOMA = Zeros - VS-QTD
            End-if
            Perform Acumula-Cliente Thru Acumula-Cliente-Exit
         End-if
      End-if
   End-Perform
   Close VASILHA
   Perform Varying WS-SO-IX From 1 By 1 Until WS-SO-IX > WS-QTD-SOMAS
      If WS-SO-VALOR(WS-SO-IX) > RA-LIMITE
         Move WS-SO-CLIE(WS-SO-IX) To WS-CLIE-BUSCA WS-CLIE-ED
         Perform Nome-Cliente Thru Nome-Cliente-Exit
         Move WS-SO-VALOR(WS-SO-IX) To WS-VALOR-ED
         Move Spaces To WS-NV-OBJETO WS-NV-DESCR
         String "C" WS-CLIE-ED Delimited By Size Into WS-NV-OBJETO
         End-String
         String "CLIENTE " WS-CLIE-ED " " WS-NOME-ED(1:20)
                " VASILHAME EM PODER " WS-VALOR-ED
                Delimited By Size Into WS-NV-DESCR
         End-String
         Move WS-SO-VALOR(WS-SO-IX) To WS-NV-VALOR
         Move WS-SO-CLIE(WS-SO-IX)  To WS-NV-CLIE
         Perform Adiciona-Achado Thru Adiciona-Achado-Exit
      End-if
   End-Perform.
 Avalia-Vasilhame-Exit.
   Exit.
*
*  Today plus WS-QTD-DIAS calendar days, into WS-DATA-ALVO
*  (AAAAMMDD) and WS-DATA-ED (DD/MM/AAAA).
 Calcula-Data-Alvo.
   Move WS-DATA-SISTEMA To WS-DATA-CALC
   Perform WS-QTD-DIAS Times
      Add 1 To WS-CALC-DIA
      Move WS-DIAS-MES(WS-CALC-MES) To WS-FIM-MES
      If WS-CALC-MES = 2
         Divide WS-CALC-ANO By 4 Giving WS-BISSEXTO
                Remainder WS-RESTO
         If WS-RESTO = Zeros
            Move 29 To WS-FIM-MES
         End-if
      End-if
      If WS-CALC-DIA > WS-FIM-MES
         Move 1 To WS-CALC-DIA
         Add 1 To WS-CALC-MES
         If WS-CALC-MES > 12
            Move 1 To WS-CALC-MES
            Add 1 To WS-CALC-ANO
         End-if
      End-if
   End-Perform
   Move WS-DATA-CALC To WS-DATA-ALVO
   Move Spaces To WS-DATA-ED
   String WS-CALC-DIA "/" WS-CALC-MES "/" WS-CALC-ANO
          Delimited By Size Into WS-DATA-ED
   End-String.
 Calcula-Data-Alvo-Exit.
   Exit.
*
*  An open alert for the rule and object keeps its place and is
*  not mailed again; otherwise one is opened and told about.
 Registra-Achado.
   Move "N" To WS-ACHOU WS-FIM-BUSCA
   Move RA-CODIGO            To AH-REGRA
   Move WS-AC-OBJETO(WS-IX)  To AH-OBJETO
   Move Low-Values           To AH-DT-ABRE AH-HR-ABRE
   Start ALRHIST Key Not < AH-CHAVE
      Invalid Key Move "S" To WS-FIM-BUSCA
   End-Start
   Perform Until Fim-Busca Or Achou
      Read ALRHIST Next Record
         At End Move "S" To WS-FIM-BUSCA
      End-Read
      If Not Fim-Busca
         If AH-REGRA Not = RA-CODIGO
         Or AH-OBJETO Not = WS-AC-OBJETO(WS-IX)
            Move "S" To WS-FIM-BUSCA
         Else
            If Alerta-Aberto
               Move "S" To WS-ACHOU
            End-if
         End-if
      End-if
   End-Perform
   If Achou
      Move WS-AC-VALOR(WS-IX) To AH-VALOR-ULT
      Move WS-HOJE-X          To AH-DT-ULT
      Rewrite ALRHIST-REGI
         Invalid Key Continue
      End-Rewrite
      Add 1 To WS-QTD-MANTIDOS
      Go To Registra-Achado-Exit
   End-if

   Initialize ALRHIST-REGI
   Move RA-CODIGO            To AH-REGRA
   Move WS-AC-OBJETO(WS-IX)  To AH-OBJETO
   Move WS-HOJE-X            To AH-DT-ABRE AH-DT-ULT
   Move WS-HORA-SISTEMA      To AH-HR-ABRE
   Move "A"                  To AH-SITU
   Move RA-TIPO              To AH-TIPO
   Move WS-AC-DESCR(WS-IX)   To AH-DESCRICAO
   Move WS-AC-VALOR(WS-IX)   To AH-VALOR-ABRE AH-VALOR-ULT
   Move RA-LIMITE            To AH-LIMITE
   Move Spaces               To AH-DT-FECHA AH-HR-FECHA
   Move Zeros                To AH-MQ-SEQ
   Perform Envia-Aviso Thru Envia-Aviso-Exit
   Write ALRHIST-REGI
      Invalid Key
         Display "erro ALRHIST " Stat-ALRHIST " " AH-OBJETO
      Not Invalid Key
         Add 1 To WS-QTD-NOVOS
         Move Spaces To ARQOUT-REGI
         String "   ABRE   " WS-AC-DESCR(WS-IX)
                Delimited By Size Into ARQOUT-REGI
         End-String
         If AH-MQ-SEQ = Zeros
            Move "(sem e-mail)" To ARQOUT-REGI(82:12)
         End-if
         Write ARQOUT-REGI
   End-Write.
 Registra-Achado-Exit.
   Exit.
*
*  The rule's open alerts that did not trip this time have
*  cleared. With the table full nothing is closed - an object
*  left out of it may well still be tripping.
 Fecha-Liberados.
   If Tabela-Cheia
      Go To Fecha-Liberados-Exit
   End-if
   Move "N" To WS-FIM-BUSCA
   Move RA-CODIGO  To AH-REGRA
   Move Low-Values To AH-OBJETO AH-DT-ABRE AH-HR-ABRE
   Start ALRHIST Key Not < AH-CHAVE
      Invalid Key Move "S" To WS-FIM-BUSCA
   End-Start
   Perform Until Fim-Busca
      Read ALRHIST Next Record
         At End Move "S" To WS-FIM-BUSCA
      End-Read
      If Not Fim-Busca
         If AH-REGRA Not = RA-CODIGO
            Move "S" To WS-FIM-BUSCA
         Else
            If Alerta-Aberto
               Perform Verifica-Liberado Thru Verifica-Liberado-Exit
            End-if
         End-if
      End-if
   End-Perform.
 Fecha-Liberados-Exit.
   Exit.
*
 Verifica-Liberado.
   Move "N" To WS-ACHOU
   Perform Varying WS-IX From 1 By 1
             Until WS-IX > WS-QTD-ACHADOS Or Achou
      If WS-AC-OBJETO(WS-IX) = AH-OBJETO
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Achou
      Go To Verifica-Liberado-Exit
   End-if
   Move "F"             To AH-SITU
   Move WS-HOJE-X       To AH-DT-FECHA
   Move WS-HORA-SISTEMA To AH-HR-FECHA
   Rewrite ALRHIST-REGI
      Invalid Key Continue
      Not Invalid Key
         Add 1 To WS-QTD-FECHADOS
         Move Spaces To ARQOUT-REGI
         String "   FECHA  " AH-DESCRICAO " (ABERTO EM "
                AH-DT-ABRE(7:2) "/" AH-DT-ABRE(5:2) "/"
                AH-DT-ABRE(1:4) ")"
                Delimited By Size Into ARQOUT-REGI
         End-String
         Write ARQOUT-REGI
   End-Rewrite.
 Verifica-Liberado-Exit.
   Exit.
*
*  The notice PROG1007 mails, the way PROG1072 queues its
*  decision notices: a short text file in the branch DADOS and
*  a MAILQ.DAT entry pointing at it.
 Envia-Aviso.
   Move RA-EMAIL To WS-EMAIL-DESTINO
   If WS-EMAIL-DESTINO = Spaces
      Move WS-EMAIL-PADRAO To WS-EMAIL-DESTINO
   End-if
   If WS-EMAIL-DESTINO = Spaces Or Not Tem-Mailq
      Go To Envia-Aviso-Exit
   End-if
   Add 1 To WS-MQ-SEQ
   Move Spaces To WS-AVISO-ARQUIVO
   String "ALR" WS-MQ-SEQ ".TXT"
          Delimited By Size Into WS-AVISO-ARQUIVO
   End-String
   Move Spaces to PathROMREL.
   String Lk-Unidade       Delimited By Size
          "\DADOS\"        Delimited By Size
          WS-AVISO-ARQUIVO Delimited By Space
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Go To Envia-Aviso-Exit
   End-if
   Move Spaces To ROMREL-REGI
   String "ALERTA " RA-CODIGO " - " RA-DESCRICAO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "Unidade " Lk-Unidade " - aberto em " WS-HOJE-DIA "/"
          WS-HOJE-MES "/" WS-HOJE-ANO " as " WS-HORA-HH ":"
          WS-HORA-MM
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-AC-DESCR(WS-IX) To ROMREL-REGI
   Write ROMREL-REGI
   Move RA-LIMITE To WS-LIMITE-ED
   Move Spaces To ROMREL-REGI
   String "Limite da regra: " WS-LIMITE-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "Nao sera avisado de novo enquanto a condicao persistir."
        To ROMREL-REGI
   Write ROMREL-REGI
   Close ROMREL

   Initialize MAILQ-REGI
   Move WS-MQ-SEQ          To MQ-SEQ
   Move WS-AC-CLIE(WS-IX)  To MQ-CLIE
   Move WS-EMAIL-DESTINO   To MQ-EMAIL
   Move WS-AVISO-ARQUIVO   To MQ-ARQUIVO
   Move "ALERTA"           To MQ-DOC
   Move Zeros              To MQ-NUME
   Move "P"                To MQ-SITU
   Move Zeros              To MQ-TENTATIVAS
   Move WS-DATA-SISTEMA    To MQ-DTIN
   Move WS-HORA-SISTEMA    To MQ-HRIN
   Move Spaces             To MQ-DTUL
   Write MAILQ-REGI
      Invalid Key Continue
      Not Invalid Key Move WS-MQ-SEQ To AH-MQ-SEQ
   End-Write.
 Envia-Aviso-Exit.
   Exit.
*
*  Rewritten every run: an empty ALERTAS.SUM means no alert is
*  open in the branch.
 Grava-Resumo.
   Move Spaces to PathROMREL.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ALERTAS.SUM" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Go To Grava-Resumo-Exit
   End-if
   Move Low-Values To AH-CHAVE
   Move "N" To WS-FIM-BUSCA
   Start ALRHIST Key Not < AH-CHAVE
      Invalid Key Move "S" To WS-FIM-BUSCA
   End-Start
   Perform Until Fim-Busca
      Read ALRHIST Next Record
         At End Move "S" To WS-FIM-BUSCA
      End-Read
      If Not Fim-Busca And Alerta-Aberto
         Add 1 To WS-TOT-ABERTOS
         Move Spaces To ROMREL-REGI
         String AH-REGRA " " AH-DESCRICAO(1:48) " DESDE "
                AH-DT-ABRE(7:2) "/" AH-DT-ABRE(5:2)
                Delimited By Size Into ROMREL-REGI
         End-String
         Write ROMREL-REGI
      End-if
   End-Perform
   Close ROMREL.
 Grava-Resumo-Exit.
   Exit.
