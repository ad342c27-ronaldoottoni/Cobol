*RENEGOCIACAO DE TITULOS VENCIDOS EM PARCELAS (RENEG.DAT)
 Identification Division.
 Program-Id. PROG1033.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\RENEG.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\FERIADOS.SL".
   Copy "..\COPY\INSTRBAN.SL".
   Copy "..\COPY\DOCFAT.SL".
   Copy "..\COPY\MAILQ.SL".
*
 Data Division.
 File Section.
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=RENEG
   Copy "..\COPY\RENEG.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=FERIADOS
   Copy "..\COPY\FERIADOS.FD".
$XFD FILE=INSTRBAN
   Copy "..\COPY\INSTRBAN.FD".
   Copy "..\COPY\DOCFAT.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
*
 Working-Storage Section.
*
*  A delinquent client who agrees to pay in installments: PROG959
*  only settles, partially settles or leaves a title open, so the
*  deal lives here. The client's overdue open titles are offered
*  one by one, each with its juros and multa to today by the
*  PROG959 rule (PARAM944 rates, business days against
*  FERIADOS.DAT); the chosen ones plus charges are split into the
*  new installments - equal values, the last one taking the
*  rounding - due from the date and at the interval the operator
*  types. Above RENEG-LIMITE-APROV (PARAM944) the agreement waits
*  for a second operator through APROVA/PROG1012. The originals
*  close as renegociado ("R") pointing at the agreement, their
*  pedido de baixa is queued for the bank (INSTRBAN.DAT, the
*  PROG959 way), and the new titles are ordinary open titles under
*  the first original's order, next free parcels above 10 - so
*  PROG915 prints their boletos and PROG978 remits them. The
*  agreement for the client's signature goes to RENEG.LST.
*  A title is in its order's currency (the PROG959 rule) and the
*  new titles take the first original's order, so a deal never
*  mixes currencies or exchange rates: a title that would stays
*  out, with a message.
*
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  WS-TEM-ORDE         PIC X(001) VALUE "N".
     88 Tem-Ordens       Value "S".
 01  Stat-RENEG          PIC X(002).
     88 Valido-RENEG     Value "00" THRU "09".
     88 Fim-RENEG        Value "10".
 01  PATHRENEG           PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-FERIADOS       PIC X(002).
     88 Valido-FERIADOS  Value "00" THRU "09".
 01  PATHFERIADOS        PIC X(060)
     VALUE "..\DADOS\FERIADOS.DAT".
 01  WS-TEM-FERIADOS     PIC X(001) VALUE "N".
     88 Tem-Calendario   Value "S".
 01  Stat-INSTRBAN       PIC X(002).
     88 Valido-INSTRBAN  Value "00" THRU "09".
 01  PATHINSTRBAN        PIC X(060).
 01  WS-TEM-INSTRBAN     PIC X(001) VALUE "N".
     88 Tem-Fila-Instrucao Value "S".
 01  Stat-DOCFAT         PIC X(002).
     88 Valido-DOCFAT    Value "00" THRU "09".
 01  PATHDOCFAT          PIC X(060).
 01  Stat-MAILQ          PIC X(002).
     88 Valido-MAILQ     Value "00" THRU "09".
 01  PATHMAILQ           PIC X(060).
*
*  The operator signs the agreement.
 Copy "..\copy\usuario.cpy".
*
 01  WS-CLIE-DIGITADO    PIC 9(004) VALUE ZEROS.
 01  WS-INCLUI           PIC X(001) VALUE "N".
     88 Inclui-Titulo    Value "S" "s".
 01  WS-QTD-DIGITADA     PIC 9(002) VALUE ZEROS.
 01  WS-VENC-DIGITADO    PIC 9(008) VALUE ZEROS.
 01  WS-INTERVALO        PIC 9(003) VALUE ZEROS.
 01  WS-CONFIRMA         PIC X(001) VALUE "N".
     88 Confirma-Acordo  Value "S" "s".
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X   PIC X(008).
 01  WS-HORA-SISTEMA-X   PIC X(008).
 01  WS-HORA-ACEITA      PIC 9(008).
 01  WS-HORA-ACEITA-R REDEFINES WS-HORA-ACEITA.
     03 WS-HA-HH         PIC 9(002).
     03 WS-HA-MM         PIC 9(002).
     03 WS-HA-SS         PIC 9(002).
     03 FILLER           PIC 9(002).
 01  WS-FCH-DATA         PIC X(010).
 01  WS-FCH-BLOQ         PIC X(001).
*
*  The titles the client brought into the deal.
 01  WS-QTD-SEL          PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-SEL-IDX          PIC 9(002) COMP-X.
 78  max-originais       value 60.
 01  WS-SEL-TAB.
     03 WS-SEL           OCCURS 60.
        05 WS-SL-NUME    PIC S9(006)     COMP-5.
        05 WS-SL-PARC    PIC S9(002)     COMP-5.
        05 WS-SL-VENC    PIC X(008).
        05 WS-SL-VALOR   PIC S9(012)V99  COMP-3.
        05 WS-SL-JUROS   PIC S9(012)V99  COMP-3.
        05 WS-SL-MULTA   PIC S9(012)V99  COMP-3.
 01  WS-TABELA-CHEIA     PIC X(001) VALUE "N".
     88 Tabela-Cheia     Value "S".
 01  WS-BANCO-ACORDO     PIC X(003) VALUE SPACES.
*
*  The first chosen title sets the deal's currency and rate; a
*  foreign order with no ORDE-CAMBIO of its own is booked at the
*  rate of its own inclusion date, so it only joins titles of
*  that very order.
 01  WS-TITULO-MOEDA     PIC X(003).
 01  WS-TITULO-CAMBIO    PIC S9(004)V9999 COMP-3.
 01  WS-ACORDO-MOEDA     PIC X(003) VALUE SPACES.
 01  WS-ACORDO-CAMBIO    PIC S9(004)V9999 COMP-3 VALUE ZEROS.
*
 01  WS-PRINCIPAL        PIC S9(012)V99 COMP-3 VALUE ZEROS.
 01  WS-JUROS-TOTAL      PIC S9(012)V99 COMP-3 VALUE ZEROS.
 01  WS-MULTA-TOTAL      PIC S9(012)V99 COMP-3 VALUE ZEROS.
 01  WS-TOTAL-ACORDO     PIC S9(012)V99 COMP-3 VALUE ZEROS.
*
*  The new installments.
 78  max-parcelas        value 24.
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-VALOR-PARCELA    PIC S9(012)V99 COMP-3.
 01  WS-VALOR-ULTIMA     PIC S9(012)V99 COMP-3.
 01  WS-NOVO-TAB.
     03 WS-NOVO          OCCURS 24.
        05 WS-NV-VENC    PIC X(008).
        05 WS-NV-VALOR   PIC S9(012)V99  COMP-3.
 01  WS-DIAS-IDX         PIC 9(003) COMP-X.
 01  WS-PARC-LIVRE       PIC 9(002) COMP-X.
 01  WS-QTD-LIVRES       PIC 9(002) COMP-X.
 01  WS-NOVA-PARC        PIC 9(002) COMP-X.
*
*  Dual control above the limit; the detail pins client and
*  principal so the approval given is for this very agreement.
 01  WS-LIMITE-APROV     PIC S9(012)V99 COMP-3 VALUE 10000,00.
 01  WS-AP-OPERACAO      PIC X(012).
 01  WS-AP-DETALHE       PIC X(020).
 01  WS-AP-RESULTADO     PIC X(001).
 01  WS-AP-CLIE          PIC 9(004).
 01  WS-AP-TOTAL         PIC 9(012).
 01  WS-APROVADO         PIC X(001) VALUE "N".
*
*  Overdue charges - PROG959's rates, calendar and arithmetic.
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-JUROS-TAXA-MES   PIC S9(003)V9999 VALUE ZEROS.
 01  WS-MULTA-PCT        PIC S9(003)V9999 VALUE ZEROS.
*
 01  WS-DU-ANO           PIC 9(004).
 01  WS-DU-MES           PIC 9(002).
 01  WS-DU-DIA           PIC 9(002).
 01  WS-DU-COMPACTA      PIC X(008).
 01  WS-DIA-SEMANA       PIC 9(001).
 01  WS-DU-UTIL          PIC X(001).
     88 Dia-Util         Value "S".
 01  WS-ZL-Q             PIC S9(004) COMP-5.
 01  WS-ZL-M             PIC S9(004) COMP-5.
 01  WS-ZL-K             PIC S9(004) COMP-5.
 01  WS-ZL-J             PIC S9(004) COMP-5.
 01  WS-ZL-ANO           PIC S9(004) COMP-5.
 01  WS-ZL-H             PIC S9(009) COMP-5.
 01  WS-ZL-RESTO         PIC S9(009) COMP-5.
 01  WS-MESES-TAB        PIC X(024)
     VALUE "312831303130313130313031".
 01  WS-MESES-R REDEFINES WS-MESES-TAB.
     03 WS-MES-DIAS      PIC 9(002) OCCURS 12.
*
 01  WS-ENC-ATE          PIC X(008).
 01  WS-DU-CORRIDOS      PIC 9(004) COMP-5.
 01  WS-DIAS-UTEIS       PIC 9(004) COMP-5 VALUE ZEROS.
 01  WS-JUROS            PIC S9(012)V99 COMP-3 VALUE ZEROS.
 01  WS-MULTA            PIC S9(012)V99 COMP-3 VALUE ZEROS.
 01  WS-TOTAL-DEVIDO     PIC S9(012)V99 COMP-3 VALUE ZEROS.
*
 01  WS-PROX-ACORDO      PIC S9(006) COMP-5.
 01  WS-MQ-SEQ           PIC 9(006).
 01  WS-MQ-ARQUIVO       PIC X(030).
 01  WS-MQ-DOC           PIC X(008).
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 01  WS-OPER-PG          PIC X(020).
*
 01  WS-ACORDO-ED        PIC 9(006).
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-PARC-ED          PIC Z9.
 01  WS-QTD-ED           PIC Z9.
 01  WS-ATRA-ED          PIC Z(003)9.
 01  WS-VALOR-ED         PIC ZZZZZZZZZZ,99.
 01  WS-JUROS-ED         PIC ZZZZZZZZZZ,99.
 01  WS-MULTA-ED         PIC ZZZZZZZZZZ,99.
 01  WS-TOTAL-ED         PIC ZZZZZZZZZZ,99.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   If Operador-Nao-Assinado
      Display "Operador nao assinado - entre pelo menu (PROG940)."
      Exit Program
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Move WS-DATA-SISTEMA To WS-DATA-SISTEMA-X
   Accept WS-HORA-ACEITA From Time
   Move Spaces To WS-HORA-SISTEMA-X
   String WS-HA-HH ":" WS-HA-MM ":" WS-HA-SS
          Delimited By Size Into WS-HORA-SISTEMA-X
   End-String

*  The originals close today - not in a competencia the
*  accountants already signed.
   Move WS-DATA-SISTEMA-X To WS-FCH-DATA
   Move "N" To WS-FCH-BLOQ
   Call "CHKFECH" Using Lk-Unidade WS-FCH-DATA WS-FCH-BLOQ
      On Exception Continue
   End-Call
   If WS-FCH-BLOQ = "B"
      Display "Competencia fechada - renegociacao recusada"
              " (PROG1014)."
      Exit Program
   End-if

   Display "Cliente da renegociacao...: " With No Advancing
   Accept WS-CLIE-DIGITADO
   If WS-CLIE-DIGITADO = Zeros
      Exit Program
   End-if

   Move Spaces to PathCLIENTE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display "erro CLIENTE " Stat-CLIENTE
      Exit Program
   End-if
   Move WS-CLIE-DIGITADO To CLI-CODIGO
   Read CLIENTE
      Invalid Key
         Display "Cliente nao cadastrado."
         Close CLIENTE
         Exit Program
   End-Read
   Display "Cliente: " CLI-NOME
   Close CLIENTE

   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open I-O TITULOS
   If Not Valido-TITULOS
      Display "erro TITULOS " Stat-TITULOS
      Exit Program
   End-if

   Move "N" To WS-TEM-FERIADOS
   Open Input FERIADOS
   If Valido-FERIADOS
      Move "S" To WS-TEM-FERIADOS
   End-if
   Perform Carrega-Taxas Thru Carrega-Taxas-Exit

   Move Spaces to PathORDE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Move "N" To WS-TEM-ORDE
   Open Input ORDE
   If Valido-ORDE
      Move "S" To WS-TEM-ORDE
   End-if

   Perform Seleciona-Titulos Thru Seleciona-Titulos-Exit
   If Tem-Calendario
      Close FERIADOS
   End-if
   If Tem-Ordens
      Close ORDE
   End-if
   If WS-QTD-SEL = Zeros
      Display "Nenhum titulo vencido escolhido - nada renegociado."
      Close TITULOS
      Exit Program
   End-if
   If Tabela-Cheia
      Display "AVISO: limite de " max-originais " titulos por"
              " acordo - os demais ficam para outro acordo."
   End-if

   Move WS-QTD-SEL     To WS-QTD-ED
   Move WS-PRINCIPAL   To WS-VALOR-ED
   Move WS-JUROS-TOTAL To WS-JUROS-ED
   Move WS-MULTA-TOTAL To WS-MULTA-ED
   Move WS-TOTAL-ACORDO To WS-TOTAL-ED
   Display WS-QTD-ED " titulo(s): principal " WS-VALOR-ED
           " juros " WS-JUROS-ED " multa " WS-MULTA-ED
   Display "Total a renegociar: " WS-TOTAL-ED

   Perform Monta-Parcelas Thru Monta-Parcelas-Exit
   If WS-QTD-DIGITADA = Zeros
      Close TITULOS
      Exit Program
   End-if

   Display "Confirma o acordo (S/N)...: " With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Acordo
      Display "Acordo abortado."
      Close TITULOS
      Exit Program
   End-if

   Perform Carrega-Limite Thru Carrega-Limite-Exit
   If WS-TOTAL-ACORDO > WS-LIMITE-APROV
      Move "RENEGOCIACAO" To WS-AP-OPERACAO
      Move WS-CLIE-DIGITADO To WS-AP-CLIE
*        Keyed on the principal, not the total: juros and multa
*        grow every day and the approval must still match tomorrow.
      Compute WS-AP-TOTAL = WS-PRINCIPAL * 100
      Move Spaces To WS-AP-DETALHE
      String "C" WS-AP-CLIE "-" WS-AP-TOTAL
             Delimited By Size Into WS-AP-DETALHE
      End-String
      Move Space To WS-AP-RESULTADO
      Call "APROVA" Using Lk-Unidade WS-AP-OPERACAO WS-AP-DETALHE
                          Oper-Codigo WS-AP-RESULTADO
         On Exception Continue
      End-Call
      Evaluate WS-AP-RESULTADO
         When "L"
            Move "S" To WS-APROVADO
         When "A"
            Display "Aprovacao ainda pendente (PROG1012) - nada"
                    " renegociado."
            Close TITULOS
            Exit Program
         When Other
            Display "Pedido de aprovacao ENFILEIRADO - um segundo"
                    " operador confirma no PROG1012."
            Close TITULOS
            Exit Program
      End-Evaluate
   End-if

*  The new titles all go under the first original's order: it
*  must have enough free parcels above 10 before anything moves.
   Perform Conta-Parcelas-Livres Thru Conta-Parcelas-Livres-Exit
   If WS-QTD-LIVRES < WS-QTD-DIGITADA
      Move WS-SL-NUME(1) To WS-NUME-ED
      Display "Pedido " WS-NUME-ED " sem parcelas livres para o"
              " acordo - nada renegociado."
      Close TITULOS
      Exit Program
   End-if

   Move Spaces to PathRENEG.
   String Lk-Unidade         Delimited By Size
          "\DADOS\RENEG.DAT" Delimited By Size
          Into PathRENEG
   End-String.
   Open I-O RENEG
   If Not Valido-RENEG
      Open Output RENEG
      Close RENEG
      Open I-O RENEG
   End-if
   If Not Valido-RENEG
      Display "erro RENEG " Stat-RENEG
      Close TITULOS
      Exit Program
   End-if
   Perform Proximo-Numero-Acordo Thru Proximo-Numero-Acordo-Exit

   Move Spaces to PathINSTRBAN.
   String Lk-Unidade            Delimited By Size
          "\DADOS\INSTRBAN.DAT" Delimited By Size
          Into PathINSTRBAN
   End-String.
   Open I-O INSTRBAN
   If Not Valido-INSTRBAN
      Open Output INSTRBAN
      Close INSTRBAN
      Open I-O INSTRBAN
   End-if
   If Valido-INSTRBAN
      Move "S" To WS-TEM-INSTRBAN
   End-if

   Initialize RENEG-REGI
   Move WS-PROX-ACORDO    To RN-NUME
   Move WS-CLIE-DIGITADO  To RN-CLIE
   Move WS-DATA-SISTEMA-X To RN-DATA
   Move "A"               To RN-SITU
   Move WS-PRINCIPAL      To RN-PRINCIPAL
   Move WS-JUROS-TOTAL    To RN-JUROS
   Move WS-MULTA-TOTAL    To RN-MULTA
   Move WS-TOTAL-ACORDO   To RN-TOTAL
   Move WS-APROVADO       To RN-APROVADO
   Move Oper-Nome         To RN-OPER
   Move WS-DATA-SISTEMA-X To RN-DTIN
   Move WS-HORA-SISTEMA-X To RN-HRIN

   Perform Grava-Novos-Titulos Thru Grava-Novos-Titulos-Exit
   Perform Fecha-Originais Thru Fecha-Originais-Exit
   Write RENEG-REGI
      Invalid Key
         Display "erro RENEG " Stat-RENEG
   End-Write

   Perform Imprime-Acordo Thru Imprime-Acordo-Exit

   If Tem-Fila-Instrucao
      Close INSTRBAN
   End-if
   Close RENEG
   Close TITULOS
   Move RN-NUME To WS-ACORDO-ED
   Move RN-QTD-PARC To WS-QTD-ED
   Display "Acordo " WS-ACORDO-ED " registrado - " WS-QTD-ED
           " parcela(s) nova(s)."
   Exit Program.
*
*  The client's open titles already past due, off the TI-CLIE
*  alternate key; the operator says which enter the deal.
 Seleciona-Titulos.
   Move WS-CLIE-DIGITADO To TI-CLIE
   Start TITULOS Key = TI-CLIE
      Invalid Key Move "10" To Stat-TITULOS
   End-Start
   Perform Until Fim-TITULOS Or Tabela-Cheia
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Not Fim-TITULOS And Valido-TITULOS
         If TI-CLIE Not = WS-CLIE-DIGITADO
            Move "10" To Stat-TITULOS
         Else
            Perform Oferece-Titulo Thru Oferece-Titulo-Exit
         End-if
      End-if
   End-Perform.
 Seleciona-Titulos-Exit.
   Exit.
*
 Oferece-Titulo.
   If Not Titulo-Aberto
      Go To Oferece-Titulo-Exit
   End-if
   If TI-VENC(1:8) Not Numeric
      Or TI-VENC(1:8) Not < WS-DATA-SISTEMA-X
      Go To Oferece-Titulo-Exit
   End-if
   Move TI-NUME         To WS-NUME-ED
   Move TI-PARC         To WS-PARC-ED
   Perform Identifica-Moeda Thru Identifica-Moeda-Exit
   If WS-QTD-SEL > Zeros
      If WS-TITULO-MOEDA Not = WS-ACORDO-MOEDA
         Display "Titulo " WS-NUME-ED "/" WS-PARC-ED " fica fora:"
                 " em " WS-TITULO-MOEDA ", o acordo esta em "
                 WS-ACORDO-MOEDA "."
         Go To Oferece-Titulo-Exit
      End-if
      If WS-TITULO-MOEDA Not = "BRL"
         If WS-TITULO-CAMBIO Not = WS-ACORDO-CAMBIO
            Or (WS-TITULO-CAMBIO = Zeros
                And TI-NUME Not = WS-SL-NUME(1))
            Display "Titulo " WS-NUME-ED "/" WS-PARC-ED " fica"
                    " fora: cambio diferente do primeiro titulo"
                    " do acordo."
            Go To Oferece-Titulo-Exit
         End-if
      End-if
   End-if
   Move WS-DATA-SISTEMA-X To WS-ENC-ATE
   Perform Calcula-Encargos Thru Calcula-Encargos-Exit
   Move TI-VALOR        To WS-VALOR-ED
   Move WS-DIAS-UTEIS   To WS-ATRA-ED
   Move WS-TOTAL-DEVIDO To WS-TOTAL-ED
   Display "Titulo " WS-NUME-ED "/" WS-PARC-ED " venc " TI-VENC
           " valor " WS-VALOR-ED " atraso " WS-ATRA-ED
           " d.u. - devido " WS-TOTAL-ED
   Display "   Incluir no acordo (S/N): " With No Advancing
   Accept WS-INCLUI
   If Not Inclui-Titulo
      Go To Oferece-Titulo-Exit
   End-if
   If WS-QTD-SEL >= max-originais
      Move "S" To WS-TABELA-CHEIA
      Go To Oferece-Titulo-Exit
   End-if
   Add 1 To WS-QTD-SEL
   Move TI-NUME       To WS-SL-NUME(WS-QTD-SEL)
   Move TI-PARC       To WS-SL-PARC(WS-QTD-SEL)
   Move TI-VENC(1:8)  To WS-SL-VENC(WS-QTD-SEL)
   Move TI-VALOR      To WS-SL-VALOR(WS-QTD-SEL)
   Move WS-JUROS      To WS-SL-JUROS(WS-QTD-SEL)
   Move WS-MULTA      To WS-SL-MULTA(WS-QTD-SEL)
   If WS-QTD-SEL = 1
      Move TI-BANCO         To WS-BANCO-ACORDO
      Move WS-TITULO-MOEDA  To WS-ACORDO-MOEDA
      Move WS-TITULO-CAMBIO To WS-ACORDO-CAMBIO
   End-if
   Add TI-VALOR        To WS-PRINCIPAL
   Add WS-JUROS        To WS-JUROS-TOTAL
   Add WS-MULTA        To WS-MULTA-TOTAL
   Add WS-TOTAL-DEVIDO To WS-TOTAL-ACORDO.
 Oferece-Titulo-Exit.
   Exit.
*
*  The title's currency and rate off its order; a title whose
*  order is gone from ORDE.DAT is in reais, as PROG959 takes it.
 Identifica-Moeda.
   Move "BRL" To WS-TITULO-MOEDA
   Move Zeros To WS-TITULO-CAMBIO
   If Not Tem-Ordens
      Go To Identifica-Moeda-Exit
   End-if
   Move TI-NUME To ORDE-NUME
   Read ORDE
      Invalid Key Go To Identifica-Moeda-Exit
   End-Read
   If Moeda-Real Or ORDE-MOEDA = Spaces
      Go To Identifica-Moeda-Exit
   End-if
   Move ORDE-MOEDA  To WS-TITULO-MOEDA
   Move ORDE-CAMBIO To WS-TITULO-CAMBIO.
 Identifica-Moeda-Exit.
   Exit.
*
*  How many, from when, how far apart: equal installments cut to
*  the centavo, the last one absorbing what the cut left over.
 Monta-Parcelas.
   Display "Quantidade de parcelas (1-24): " With No Advancing
   Accept WS-QTD-DIGITADA
   If WS-QTD-DIGITADA = Zeros Or WS-QTD-DIGITADA > max-parcelas
      Display "Quantidade invalida - nada renegociado."
      Move Zeros To WS-QTD-DIGITADA
      Go To Monta-Parcelas-Exit
   End-if
   Display "Vencimento da 1a parcela (AAAAMMDD): " With No Advancing
   Accept WS-VENC-DIGITADO
   Move WS-VENC-DIGITADO(1:4) To WS-DU-ANO
   Move WS-VENC-DIGITADO(5:2) To WS-DU-MES
   Move WS-VENC-DIGITADO(7:2) To WS-DU-DIA
   If WS-VENC-DIGITADO < WS-DATA-SISTEMA
      Or WS-DU-MES < 1 Or WS-DU-MES > 12
      Or WS-DU-DIA < 1 Or WS-DU-DIA > WS-MES-DIAS(WS-DU-MES)
      Display "Vencimento invalido ou anterior a hoje."
      Move Zeros To WS-QTD-DIGITADA
      Go To Monta-Parcelas-Exit
   End-if
   If WS-QTD-DIGITADA > 1
      Display "Intervalo entre parcelas em dias (0 = 30): "
              With No Advancing
      Accept WS-INTERVALO
   End-if
   If WS-INTERVALO = Zeros
      Move 30 To WS-INTERVALO
   End-if

   Compute WS-VALOR-PARCELA = WS-TOTAL-ACORDO / WS-QTD-DIGITADA
   Compute WS-VALOR-ULTIMA = WS-TOTAL-ACORDO
         - WS-VALOR-PARCELA * (WS-QTD-DIGITADA - 1)
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > WS-QTD-DIGITADA
      If WS-PARC-IDX > 1
         Perform Varying WS-DIAS-IDX From 1 By 1
                   Until WS-DIAS-IDX > WS-INTERVALO
            Perform Soma-Um-Dia Thru Soma-Um-Dia-Exit
         End-Perform
      End-if
      Move WS-DU-ANO To WS-NV-VENC(WS-PARC-IDX)(1:4)
      Move WS-DU-MES To WS-NV-VENC(WS-PARC-IDX)(5:2)
      Move WS-DU-DIA To WS-NV-VENC(WS-PARC-IDX)(7:2)
      If WS-PARC-IDX = WS-QTD-DIGITADA
         Move WS-VALOR-ULTIMA  To WS-NV-VALOR(WS-PARC-IDX)
      Else
         Move WS-VALOR-PARCELA To WS-NV-VALOR(WS-PARC-IDX)
      End-if
      Move WS-PARC-IDX               To WS-PARC-ED
      Move WS-NV-VALOR(WS-PARC-IDX)  To WS-VALOR-ED
      Display "   Parcela " WS-PARC-ED " venc "
              WS-NV-VENC(WS-PARC-IDX) " valor " WS-VALOR-ED
   End-Perform.
 Monta-Parcelas-Exit.
   Exit.
*
*  The approval threshold out of PARAM944.DAT - absent row keeps
*  the compiled-in default.
 Carrega-Limite.
   Move "RENEG-LIMITE-APROV" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-LIMITE-APROV
   End-if.
 Carrega-Limite-Exit.
   Exit.
*
 Conta-Parcelas-Livres.
   Move Zeros To WS-QTD-LIVRES
   Perform Varying WS-PARC-LIVRE From 11 By 1
             Until WS-PARC-LIVRE > 99
      Move WS-SL-NUME(1) To TI-NUME
      Move WS-PARC-LIVRE To TI-PARC
      Read TITULOS
         Invalid Key Add 1 To WS-QTD-LIVRES
      End-Read
   End-Perform.
 Conta-Parcelas-Livres-Exit.
   Exit.
*
 Proximo-Numero-Acordo.
   Move Zeros To WS-PROX-ACORDO
   Move Zeros To RN-NUME
   Start RENEG Key Not < RN-NUME
      Invalid Key Move "10" To Stat-RENEG
   End-Start
   Perform Until Fim-RENEG
      Read RENEG Next Record
         At End Move "10" To Stat-RENEG
      End-Read
      If Valido-RENEG
         Move RN-NUME To WS-PROX-ACORDO
      End-if
   End-Perform
   Add 1 To WS-PROX-ACORDO.
 Proximo-Numero-Acordo-Exit.
   Exit.
*
*  One open title per installment under the first original's
*  order, next free parcel above 10, at the bank the first
*  original was allocated to.
 Grava-Novos-Titulos.
   Move Zeros To RN-QTD-PARC
   Move 10    To WS-NOVA-PARC
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > WS-QTD-DIGITADA
      Move "23" To Stat-TITULOS
      Perform Until Valido-TITULOS Or WS-NOVA-PARC > 98
         Add 1 To WS-NOVA-PARC
         Initialize TITULOS-REGI
         Move WS-SL-NUME(1)            To TI-NUME
         Move WS-NOVA-PARC             To TI-PARC
         Move WS-CLIE-DIGITADO         To TI-CLIE
         Move Spaces                   To TI-VENC
         Move WS-NV-VENC(WS-PARC-IDX)  To TI-VENC(1:8)
         Move WS-NV-VALOR(WS-PARC-IDX) To TI-VALOR
         Move Zeros                    To TI-VALOR-PAGO
         Move Spaces                   To TI-DTPG TI-OPER-PG
         Move WS-BANCO-ACORDO          To TI-BANCO
         Move "A"                      To TI-SITU
         Move WS-DATA-SISTEMA-X        To TI-DTIN
         Move WS-HORA-SISTEMA-X        To TI-HRIN
         Write TITULOS-REGI
            Invalid Key Continue
         End-Write
      End-Perform
      If Valido-TITULOS
         Add 1 To RN-QTD-PARC
         Move TI-NUME  To RN-NV-NUME(RN-QTD-PARC)
         Move TI-PARC  To RN-NV-PARC(RN-QTD-PARC)
         Move WS-NV-VENC(WS-PARC-IDX)  To RN-NV-VENC(RN-QTD-PARC)
         Move TI-VALOR To RN-NV-VALOR(RN-QTD-PARC)
      Else
         Move WS-PARC-IDX To WS-PARC-ED
         Display "Parcela " WS-PARC-ED " do acordo NAO gerada -"
                 " sem parcela livre."
      End-if
   End-Perform.
 Grava-Novos-Titulos-Exit.
   Exit.
*
*  The originals leave the open book as renegociado - not paid,
*  no money came in - each pointing at the agreement, and their
*  pedido de baixa goes to the bank queue.
 Fecha-Originais.
   Move RN-NUME To WS-ACORDO-ED
   Move Spaces To WS-OPER-PG
   String "RENEG " WS-ACORDO-ED Delimited By Size Into WS-OPER-PG
   End-String
   Move Zeros To RN-QTD-ORIG
   Perform Varying WS-SEL-IDX From 1 By 1
             Until WS-SEL-IDX > WS-QTD-SEL
      Move WS-SL-NUME(WS-SEL-IDX) To TI-NUME
      Move WS-SL-PARC(WS-SEL-IDX) To TI-PARC
      Read TITULOS
         Invalid Key Continue
      End-Read
      If Valido-TITULOS And Titulo-Aberto
         Move "R"               To TI-SITU
         Move Spaces            To TI-DTPG
         Move WS-DATA-SISTEMA-X To TI-DTPG(1:8)
         Move Zeros             To TI-VALOR-PAGO
         Move WS-OPER-PG        To TI-OPER-PG
         Rewrite TITULOS-REGI
            Invalid Key Continue
         End-Rewrite
         Perform Enfileira-Baixa Thru Enfileira-Baixa-Exit
      End-if
      Add 1 To RN-QTD-ORIG
      Move WS-SL-NUME(WS-SEL-IDX)  To RN-OR-NUME(RN-QTD-ORIG)
      Move WS-SL-PARC(WS-SEL-IDX)  To RN-OR-PARC(RN-QTD-ORIG)
      Move WS-SL-VENC(WS-SEL-IDX)  To RN-OR-VENC(RN-QTD-ORIG)
      Move WS-SL-VALOR(WS-SEL-IDX) To RN-OR-VALOR(RN-QTD-ORIG)
      Move WS-SL-JUROS(WS-SEL-IDX) To RN-OR-JUROS(RN-QTD-ORIG)
      Move WS-SL-MULTA(WS-SEL-IDX) To RN-OR-MULTA(RN-QTD-ORIG)
   End-Perform.
 Fecha-Originais-Exit.
   Exit.
*
*  The bank may still be collecting the original: queue the
*  pedido de baixa for the next remessa - PROG959's rule, an
*  entry already there is refreshed to pendente.
 Enfileira-Baixa.
   If Not Tem-Fila-Instrucao
      Go To Enfileira-Baixa-Exit
   End-if
   Initialize INSTRBAN-REGI
   Move TI-NUME           To IB-NUME
   Move TI-PARC           To IB-PARC
   Move "02"              To IB-MOVIMENTO
   Move Spaces            To IB-NOVO-VENC
   Move Zeros             To IB-VALOR
   Move "P"               To IB-SITU
   Move Oper-Nome         To IB-OPER
   Move WS-DATA-SISTEMA-X To IB-DTIN
   Move WS-HORA-SISTEMA-X To IB-HRIN
   Move Spaces            To IB-DTENV IB-DTCONF
   Write INSTRBAN-REGI
      Invalid Key
         Rewrite INSTRBAN-REGI
            Invalid Key Continue
         End-Rewrite
   End-Write.
 Enfileira-Baixa-Exit.
   Exit.
*
*  The juros/multa rates out of PARAM944.DAT - absent rows keep
*  zero and the deal is made at face value.
 Carrega-Taxas.
   Move "JUROS-TAXA-MES" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-JUROS-TAXA-MES
   End-if
   Move "MULTA-PCT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-MULTA-PCT
   End-if.
 Carrega-Taxas-Exit.
   Exit.
*
*  Overdue business days from TI-VENC (exclusive) to WS-ENC-ATE
*  (inclusive), then the charges - PROG959's arithmetic: juros at
*  the monthly rate pro-rata per business day (30 per month),
*  multa as a one-off percent of the face value.
 Calcula-Encargos.
   Move Zeros    To WS-DIAS-UTEIS WS-JUROS WS-MULTA
   Move TI-VALOR To WS-TOTAL-DEVIDO
   If TI-VENC(1:4) Not Numeric
      Go To Calcula-Encargos-Exit
   End-if
   Move TI-VENC(1:4) To WS-DU-ANO
   Move TI-VENC(5:2) To WS-DU-MES
   Move TI-VENC(7:2) To WS-DU-DIA
   Move Spaces    To WS-DU-COMPACTA
   Move WS-DU-ANO To WS-DU-COMPACTA(1:4)
   Move WS-DU-MES To WS-DU-COMPACTA(5:2)
   Move WS-DU-DIA To WS-DU-COMPACTA(7:2)
   Move Zeros To WS-DU-CORRIDOS
   Perform Until WS-DU-COMPACTA >= WS-ENC-ATE
              Or WS-DU-CORRIDOS > 1500
      Perform Soma-Um-Dia Thru Soma-Um-Dia-Exit
      Move WS-DU-ANO To WS-DU-COMPACTA(1:4)
      Move WS-DU-MES To WS-DU-COMPACTA(5:2)
      Move WS-DU-DIA To WS-DU-COMPACTA(7:2)
      If WS-DU-COMPACTA <= WS-ENC-ATE
         Perform Avalia-Dia-Util Thru Avalia-Dia-Util-Exit
         If Dia-Util
            Add 1 To WS-DIAS-UTEIS
         End-if
      End-if
      Add 1 To WS-DU-CORRIDOS
   End-Perform
   If WS-DIAS-UTEIS > Zeros
      Compute WS-JUROS Rounded = TI-VALOR * WS-JUROS-TAXA-MES
            * WS-DIAS-UTEIS / 3000
      Compute WS-MULTA Rounded = TI-VALOR * WS-MULTA-PCT / 100
      Compute WS-TOTAL-DEVIDO = TI-VALOR + WS-JUROS + WS-MULTA
   End-if.
 Calcula-Encargos-Exit.
   Exit.
*
*  Business day = not Saturday/Sunday (Zeller's congruence: h 0 =
*  Saturday, 1 = Sunday) and not on the holiday calendar.
 Avalia-Dia-Util.
   Move "N" To WS-DU-UTIL
   Move WS-DU-ANO To WS-ZL-ANO
   Move WS-DU-MES To WS-ZL-M
   Move WS-DU-DIA To WS-ZL-Q
   If WS-ZL-M < 3
      Add 12 To WS-ZL-M
      Subtract 1 From WS-ZL-ANO
   End-if
   Divide WS-ZL-ANO By 100 Giving WS-ZL-J Remainder WS-ZL-K
   Compute WS-ZL-H = WS-ZL-Q
                   + ((WS-ZL-M + 1) * 13 / 5)
                   + WS-ZL-K + (WS-ZL-K / 4)
                   + (WS-ZL-J / 4) + (5 * WS-ZL-J)
   Divide WS-ZL-H By 7 Giving WS-ZL-RESTO Remainder WS-ZL-H
   Move WS-ZL-H To WS-DIA-SEMANA
   If WS-DIA-SEMANA = 0 Or WS-DIA-SEMANA = 1
      Go To Avalia-Dia-Util-Exit
   End-if
   If Tem-Calendario
      Move WS-DU-COMPACTA To FE-DATA
      Read FERIADOS
         Invalid Key Continue
      End-Read
      If Valido-FERIADOS
         Go To Avalia-Dia-Util-Exit
      End-if
   End-if
   Move "S" To WS-DU-UTIL.
 Avalia-Dia-Util-Exit.
   Exit.
*
 Soma-Um-Dia.
   Add 1 To WS-DU-DIA
   If WS-DU-MES = 2
      If WS-DU-DIA > 29
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
      Else
         If WS-DU-DIA = 29
*           February 29th only exists in a leap year.
            Divide WS-DU-ANO By 4 Giving WS-ZL-RESTO
                   Remainder WS-ZL-H
            If WS-ZL-H Not = 0
               Move 1 To WS-DU-DIA
               Add 1 To WS-DU-MES
            Else
               Divide WS-DU-ANO By 100 Giving WS-ZL-RESTO
                      Remainder WS-ZL-H
               If WS-ZL-H = 0
                  Divide WS-DU-ANO By 400 Giving WS-ZL-RESTO
                         Remainder WS-ZL-H
                  If WS-ZL-H Not = 0
                     Move 1 To WS-DU-DIA
                     Add 1 To WS-DU-MES
                  End-if
               End-if
            End-if
         End-if
      End-if
   Else
      If WS-DU-DIA > WS-MES-DIAS(WS-DU-MES)
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
         If WS-DU-MES > 12
            Move 1 To WS-DU-MES
            Add 1 To WS-DU-ANO
         End-if
      End-if
   End-if.
 Soma-Um-Dia-Exit.
   Exit.
*
*  The agreement for the client's signature: the titles it
*  replaces with their charges, the new installments, and the
*  signature lines.
 Imprime-Acordo.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   Move Spaces to PathDOCFAT.
   String Lk-Unidade        Delimited By Size
          "\DADOS\RENEG.LST" Delimited By Size
          Into PathDOCFAT
   End-String.
   Open Output DOCFAT
   If Not Valido-DOCFAT
      Display "erro DOCFAT " Stat-DOCFAT
      Close CLIENTE
      Go To Imprime-Acordo-Exit
   End-if

   Move RN-NUME To WS-ACORDO-ED
   Move Spaces To DOCFAT-REGI
   String "ACORDO DE RENEGOCIACAO DE DIVIDA " WS-ACORDO-ED
          "   DATA: " RN-DATA
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move RN-CLIE To CLI-CODIGO WS-CLIE-ED
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
   End-Read
   Move Spaces To DOCFAT-REGI
   String "DEVEDOR: " WS-CLIE-ED " - " CLI-NOME
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "CGC/CPF: " CLI-CGCCPF
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "ENDERECO: " CLI-ENDERECO
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "CIDADE/UF: " CLI-CIDADE " " CLI-UF "  CEP: " CLI-CEP
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move "TITULOS RENEGOCIADOS" To DOCFAT-REGI
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "  TITULO     VENCTO            VALOR"
          "          JUROS          MULTA"
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Perform Varying WS-SEL-IDX From 1 By 1
             Until WS-SEL-IDX > RN-QTD-ORIG
      Move RN-OR-NUME(WS-SEL-IDX)  To WS-NUME-ED
      Move RN-OR-PARC(WS-SEL-IDX)  To WS-PARC-ED
      Move RN-OR-VALOR(WS-SEL-IDX) To WS-VALOR-ED
      Move RN-OR-JUROS(WS-SEL-IDX) To WS-JUROS-ED
      Move RN-OR-MULTA(WS-SEL-IDX) To WS-MULTA-ED
      Move Spaces To DOCFAT-REGI
      String "  " WS-NUME-ED "/" WS-PARC-ED " "
             RN-OR-VENC(WS-SEL-IDX) " " WS-VALOR-ED
             "  " WS-JUROS-ED "  " WS-MULTA-ED
             Delimited By Size Into DOCFAT-REGI
      End-String
      Write DOCFAT-REGI
   End-Perform
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Move RN-PRINCIPAL To WS-VALOR-ED
   Move Spaces To DOCFAT-REGI
   String "PRINCIPAL.......: " WS-VALOR-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move RN-JUROS To WS-JUROS-ED
   Move Spaces To DOCFAT-REGI
   String "JUROS...........: " WS-JUROS-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move RN-MULTA To WS-MULTA-ED
   Move Spaces To DOCFAT-REGI
   String "MULTA...........: " WS-MULTA-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move RN-TOTAL To WS-TOTAL-ED
   Move Spaces To DOCFAT-REGI
   String "TOTAL DO ACORDO.: " WS-TOTAL-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move "NOVAS PARCELAS" To DOCFAT-REGI
   Write DOCFAT-REGI
   Move "  PARC  TITULO     VENCTO            VALOR"
        To DOCFAT-REGI
   Write DOCFAT-REGI
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > RN-QTD-PARC
      Move WS-PARC-IDX To WS-QTD-ED
      Move RN-NV-NUME(WS-PARC-IDX)  To WS-NUME-ED
      Move RN-NV-PARC(WS-PARC-IDX)  To WS-PARC-ED
      Move RN-NV-VALOR(WS-PARC-IDX) To WS-VALOR-ED
      Move Spaces To DOCFAT-REGI
      String "  " WS-QTD-ED "    " WS-NUME-ED "/" WS-PARC-ED " "
             RN-NV-VENC(WS-PARC-IDX) " " WS-VALOR-ED
             Delimited By Size Into DOCFAT-REGI
      End-String
      Write DOCFAT-REGI
   End-Perform
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move "O DEVEDOR RECONHECE A DIVIDA ACIMA E SE OBRIGA A PAGA-LA"
        To DOCFAT-REGI
   Write DOCFAT-REGI
   Move "NAS PARCELAS E VENCIMENTOS ACORDADOS. O ATRASO DE QUALQUER"
        To DOCFAT-REGI
   Write DOCFAT-REGI
   Move "PARCELA SUJEITA-A AOS ENCARGOS DE MORA VIGENTES."
        To DOCFAT-REGI
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Move All "_" To DOCFAT-REGI(1:30)
   Move All "_" To DOCFAT-REGI(35:30)
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "DEVEDOR                           CREDOR - " RN-OPER
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Close CLIENTE
   Close DOCFAT
   Move "PROG1033"  To WS-SP-PROGRAMA
   Move "RENEG.LST" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move "RENEG.LST" To WS-MQ-ARQUIVO
   Move "RENEG"     To WS-MQ-DOC
   Perform Enfileira-Email Thru Enfileira-Email-Exit
   Display "Acordo " WS-ACORDO-ED " impresso em 'RENEG.LST'.".
 Imprime-Acordo-Exit.
   Exit.
*
*  Queues the agreement for the client's e-mail - the PROG961 way.
 Enfileira-Email.
   If CLI-EMAIL = Spaces
      Go To Enfileira-Email-Exit
   End-if
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
      Go To Enfileira-Email-Exit
   End-if
   Move Zeros To WS-MQ-SEQ
   Perform Until Stat-MAILQ = "10"
      Read MAILQ Next Record
         At End Move "10" To Stat-MAILQ
      End-Read
      If Valido-MAILQ
         Move MQ-SEQ To WS-MQ-SEQ
      End-if
   End-Perform
   Add 1 To WS-MQ-SEQ
   Initialize MAILQ-REGI
   Move WS-MQ-SEQ         To MQ-SEQ
   Move CLI-CODIGO        To MQ-CLIE
   Move CLI-EMAIL         To MQ-EMAIL
   Move WS-MQ-ARQUIVO     To MQ-ARQUIVO
   Move WS-MQ-DOC         To MQ-DOC
   Move RN-NUME           To MQ-NUME
   Move "P"               To MQ-SITU
   Move Zeros             To MQ-TENTATIVAS
   Move WS-DATA-SISTEMA-X To MQ-DTIN
   Move WS-HORA-ACEITA    To MQ-HRIN
   Move Spaces            To MQ-DTUL
   Write MAILQ-REGI
      Invalid Key Continue
   End-Write
   Close MAILQ.
 Enfileira-Email-Exit.
   Exit.
