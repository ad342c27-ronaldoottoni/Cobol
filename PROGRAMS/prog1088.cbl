*ANONIMIZACAO (LGPD) DOS CLIENTES PESSOA FISICA INATIVOS
 Identification Division.
 Program-Id. PROG1088.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\CLIMEST.SL".
   Copy "..\COPY\CLIXREF.SL".
   Copy "..\COPY\UNIDADES.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\ORDEHIST.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\ENTREGA.SL".
   Copy "..\COPY\MAILQ.SL".
   Copy "..\COPY\EDICLI.SL".
   Copy "..\COPY\CONTATO.SL".
   Copy "..\COPY\AUDIT.SL".
   Copy "..\COPY\LGPDLOG.SL".
   Copy "..\COPY\ARQOUT.SL".
   Copy "..\COPY\LOCKMRK.SL".
*
 Data Division.
 File Section.
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=CLIMEST
   Copy "..\COPY\CLIMEST.FD".
$XFD FILE=CLIXREF
   Copy "..\COPY\CLIXREF.FD".
   Copy "..\COPY\UNIDADES.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=ORDEHIST
   Copy "..\COPY\ORDEHIST.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=ENTREGA
   Copy "..\COPY\ENTREGA.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
$XFD FILE=EDICLI
   Copy "..\COPY\EDICLI.FD".
$XFD FILE=CONTATO
   Copy "..\COPY\CONTATO.FD".
   Copy "..\COPY\AUDIT.FD".
   Copy "..\COPY\LGPDLOG.FD".
   Copy "..\COPY\ARQOUT.FD".
   Copy "..\COPY\LOCKMRK.FD".
*
 Working-Storage Section.
*
*  The LGPD run of LGPDANON.BAT, with the branch held (SYNC.LCK,
*  origin LGPD). A client is anonymised when it is a person (an
*  11-digit CPF, not a CNPJ), inactive, with no open order and no
*  open title, and its last movement - the later of the cadastro
*  change, an order's emission (ORDE, ORDEHIST), a title's due or
*  payment date (TITULOS and the archived TITULOS.<ano> of those
*  years) - is older than LGPD-ANOS-FISCAL whole years (PARAM944,
*  5 when not set: the fiscal prescription). Whatever still holds
*  the person's data then gets a mask in its place:
*    - ENTREGA.DAT and every ENTREGA.<ano>: the receiver of the
*      client's orders;
*    - MAILQ.DAT: the address (a message still pending is failed,
*      not sent to nobody); EDICLI.DAT: address and pickup folder,
*      the subscription inactivated; CONTATO.DAT: the seller's
*      note;
*    - AUDIT.DAT: the name in PROG949's before/after images of
*      the client (rewritten through LGPD.TMP);
*    - CLIENTE.DAT, last: name, CGC/CPF (LGPD-<master code> -
*      one per person, so CLIDIST never pairs two of them), address,
*      CEP, phone and e-mail. City and UF stay for the fiscal books.
*  Orders, titles, CTRCs and every value and document number are
*  left exactly as they were - the accounting does not move. A run
*  that stops part-way is run again: the client row is masked
*  only after everything else, so it is picked up once more.
*  The head-office master (CLIMEST.DAT) is masked by the run of
*  the LAST branch still holding the person: while another active
*  branch (not a training clone) has the CPF unmasked it keeps the
*  data, and CLIDIST lists the branch row as drift meanwhile - an
*  inactive client's master is not altered, so nothing is pushed
*  back; once masked it carries the very same mask as the branch
*  rows. Each client and file touched goes to LGPD.LOG and the
*  client to AUDIT.DAT; LGPDANON.REL, spooled to LGPD-ENCARREGADO
*  (SOD-CONTROLLER when not set), shows who went and why the
*  others stayed. Lk-DryRun "S" only lists.
*
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
     88 Fim-CLIENTE      Value "10".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-CLIMEST        PIC X(002).
     88 Valido-CLIMEST   Value "00" THRU "09".
 01  PATHCLIMEST         PIC X(060)
     VALUE "..\DADOS\CLIMEST.DAT".
 01  Stat-CLIXREF        PIC X(002).
     88 Valido-CLIXREF   Value "00" THRU "09".
 01  PATHCLIXREF         PIC X(060)
     VALUE "..\DADOS\CLIXREF.DAT".
 01  WS-TEM-CLIXREF      PIC X(001) VALUE "N".
     88 Tem-Clixref      Value "S".
 01  Stat-UNIDADES       PIC X(002).
     88 Valido-UNIDADES  Value "00" THRU "09".
     88 Fim-UNIDADES     Value "10".
 01  PATHUNID            PIC X(060)
     VALUE "..\DADOS\UNIDADES.DAT".
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-ORDEHIST       PIC X(002).
     88 Valido-ORDEHIST  Value "00" THRU "09".
     88 Fim-ORDEHIST     Value "10".
 01  PATHORDEHIST        PIC X(060).
 01  WS-TEM-ORDEHIST     PIC X(001) VALUE "N".
     88 Tem-Ordehist     Value "S".
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  Stat-ENTREGA        PIC X(002).
     88 Valido-ENTREGA   Value "00" THRU "09".
 01  PATHENTREGA         PIC X(060).
 01  Stat-MAILQ          PIC X(002).
     88 Valido-MAILQ     Value "00" THRU "09".
     88 Fim-MAILQ        Value "10".
 01  PATHMAILQ           PIC X(060).
 01  Stat-EDICLI         PIC X(002).
     88 Valido-EDICLI    Value "00" THRU "09".
 01  PATHEDICLI          PIC X(060).
 01  Stat-CONTATO        PIC X(002).
     88 Valido-CONTATO   Value "00" THRU "09".
     88 Fim-CONTATO      Value "10".
 01  PATHCONTATO         PIC X(060).
 01  Stat-AUDIT          PIC X(002).
     88 Valido-AUDIT     Value "00" THRU "09".
     88 Fim-AUDIT        Value "10".
 01  PATHAUDIT           PIC X(060).
 01  Stat-LGPDLOG        PIC X(002).
     88 Valido-LGPDLOG   Value "00" THRU "09".
 01  PATHLGPDLOG         PIC X(060).
 01  Stat-ARQOUT         PIC X(002).
     88 Valido-ARQOUT    Value "00" THRU "09".
     88 Fim-ARQOUT       Value "10".
 01  PATHARQOUT          PIC X(060).
 01  Stat-LOCKMRK        PIC X(002).
     88 Valido-LOCKMRK   Value "00" THRU "09".
 01  PATHLOCK            PIC X(060).
*
 01  WS-HOUVE-FALHA      PIC X(001) VALUE "N".
     88 Houve-Falha      Value "S".
 01  WS-MOTIVO           PIC X(070) VALUE SPACES.
 01  WS-MOTIVO-MESTRE    PIC X(070) VALUE SPACES.
*
 01  WS-ANOS-FISCAL      PIC 9(002) VALUE 5.
 01  WS-ANO-CORTE        PIC 9(004).
 01  WS-ANO-CORTE-X REDEFINES WS-ANO-CORTE PIC X(004).
 01  WS-ANO-ARQ          PIC 9(004).
 01  WS-ANO-ULTIMO       PIC 9(004).
 01  WS-ULTIMO           PIC X(004).
 01  WS-ANO-DOC          PIC X(004).
 01  WS-BLOQUEIO         PIC X(001).
     88 Tem-Aberto       Value "S".
*
*  What replaces the person.
 01  WS-NOME-ANONIMO     PIC X(040)
     VALUE "TITULAR ANONIMIZADO (LGPD)".
 01  WS-TEXTO-ANONIMO    PIC X(030)
     VALUE "ANONIMIZADO (LGPD)".
 01  WS-CPF-ANONIMO.
     03 FILLER           PIC X(005) VALUE "LGPD-".
     03 WS-AN-CODIGO     PIC 9(004).
*
 01  WS-CGCCPF           PIC X(018).
 01  WS-DOC-DIGITOS      PIC X(014).
 01  WS-DOC-QTD          PIC 9(002) COMP-X.
 01  WS-DOC-IDX          PIC 9(002) COMP-X.
 01  WS-DOC-CHAR         PIC X(001).
*
*  The clients chosen, with what was done to each. CA-SITU:
*  E = to be (or being) anonymised, R = found recent in an
*  archived year after all, F = a file of its failed.
 78  max-clientes        value 500.
 01  WS-CAND-TAB.
     03 WS-CA-ITEM occurs 500 times.
        05 WS-CA-CLIE    PIC S9(004) COMP-5.
        05 WS-CA-MESTRE  PIC S9(004) COMP-5.
        05 WS-CA-CHAVE   PIC X(010).
        05 WS-CA-CPF     PIC X(014).
        05 WS-CA-ULTIMO  PIC X(004).
        05 WS-CA-SITU    PIC X(001).
           88 Ca-Elegivel  Value "E".
           88 Ca-Recente   Value "R".
           88 Ca-Falhou    Value "F".
        05 WS-CA-RETIDO  PIC X(001).
           88 Ca-Retido    Value "S".
        05 WS-CA-RES-MESTRE PIC X(001).
        05 WS-CA-QTD-CLI PIC 9(006).
        05 WS-CA-QTD-ENT PIC 9(006).
        05 WS-CA-QTD-MQ  PIC 9(006).
        05 WS-CA-QTD-EDI PIC 9(006).
        05 WS-CA-QTD-CON PIC 9(006).
        05 WS-CA-QTD-AUD PIC 9(006).
 01  WS-CA-QTD           PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-CA-IDX           PIC 9(004) COMP-X.
 01  WS-PROCURA-CLIE     PIC S9(004) COMP-5.
 01  WS-ACHOU            PIC X(001).
     88 Achou-Candidato  Value "S".
*
*  Their orders, for the delivery receivers.
 78  max-pedidos         value 5000.
 01  WS-PED-TAB.
     03 WS-PD-ITEM occurs 5000 times.
        05 WS-PD-NUME    PIC S9(006) COMP-5.
        05 WS-PD-CA      PIC 9(004) COMP-X.
 01  WS-PD-QTD           PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-PD-SALVO         PIC 9(004) COMP-X.
 01  WS-PD-IDX           PIC 9(004) COMP-X.
 01  WS-PD-NOVO          PIC S9(006) COMP-5.
 01  WS-PD-CHEIA         PIC X(001).
     88 Pedidos-Demais   Value "S".
*
*  Why the inactive persons that stayed, stayed.
 01  WS-QTD-LIDOS        PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ATIVOS       PIC 9(006) VALUE ZEROS.
 01  WS-QTD-JA-ANONIMOS  PIC 9(006) VALUE ZEROS.
 01  WS-QTD-CNPJ         PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ABERTOS      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-RECENTES     PIC 9(006) VALUE ZEROS.
 01  WS-QTD-EXCEDE       PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ELEGIVEIS    PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ANONIMOS     PIC 9(006) VALUE ZEROS.
 01  WS-QTD-COPIADOS     PIC 9(009).
 01  WS-QTD-DEVOLVIDOS   PIC 9(009).
 01  WS-QTD-MASCARAS     PIC 9(009).
*
 01  WS-LG-ACAO          PIC X(001).
 01  WS-LG-ARQUIVO       PIC X(008).
 01  WS-LG-QTD           PIC 9(006).
 01  WS-LG-TEXTO         PIC X(040).
 01  WS-REFERENCIA       PIC X(014).
*
 01  WS-MESTRE-ED        PIC Z(003)9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-QTD-ED           PIC Z(005)9.
 01  WS-QTD-ED-2         PIC Z(005)9.
 01  WS-QTD-ED-3         PIC Z(005)9.
 01  WS-QTD-ED-4         PIC Z(005)9.
 01  WS-QTD-ED-5         PIC Z(005)9.
 01  WS-SITU-ED          PIC X(030).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
*
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 01  WS-SP-OPERADOR      PIC X(008).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X REDEFINES WS-DATA-SISTEMA PIC X(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-ANO-SISTEMA   PIC 9(004).
     03 FILLER           PIC 9(004).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
     03 WS-HH-SIS        PIC 9(002).
     03 WS-MM-SIS        PIC 9(002).
     03 FILLER           PIC 9(004).
*
 Copy "..\copy\usuario.cpy".
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Compute WS-ANO-ULTIMO = WS-ANO-SISTEMA - 1

   If Not Lk-Simulacao
      Perform Verifica-Trava Thru Verifica-Trava-Exit
      If WS-MOTIVO Not = Spaces
         Display "PROG1088: " WS-MOTIVO
         Move 1 To Return-Code
         Exit Program
      End-if
   End-if

   Move "LGPD-ANOS-FISCAL" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-ANOS-FISCAL
   End-if
   Compute WS-ANO-CORTE = WS-ANO-SISTEMA - WS-ANOS-FISCAL

   Perform Abre-Consultas Thru Abre-Consultas-Exit
   If WS-MOTIVO Not = Spaces
      Display "PROG1088: " WS-MOTIVO
      Move 1 To Return-Code
      Exit Program
   End-if

   Perform Until Fim-CLIENTE Or Not Valido-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Valido-CLIENTE
         Add 1 To WS-QTD-LIDOS
         Perform Avalia-Cliente Thru Avalia-Cliente-Exit
      End-if
   End-Perform
   Perform Fecha-Consultas Thru Fecha-Consultas-Exit
   If Not Fim-CLIENTE
      Display "PROG1088: leitura do CLIENTE parou - status "
              Stat-CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if
   Perform Verifica-Arquivados Thru Verifica-Arquivados-Exit

   If Lk-Simulacao
      Move "SIMULACAO - nada foi alterado" To WS-MOTIVO
   Else
      If WS-QTD-ELEGIVEIS = Zeros
         Move "nenhum cliente a anonimizar" To WS-MOTIVO
      Else
         Perform Anonimiza Thru Anonimiza-Exit
      End-if
   End-if
   Perform Registra-Clientes Thru Registra-Clientes-Exit
   Perform Imprime-Relatorio Thru Imprime-Relatorio-Exit

   Move Oper-Codigo To WS-SP-OPERADOR
   Move "LGPD-ENCARREGADO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO Not = "S" Or WS-PARAM-VALOR = Spaces
      Move "SOD-CONTROLLER" To WS-PARAM-NOME
      Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                            WS-PARAM-NUM WS-PARAM-ACHADO
   End-if
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR(1:8) To WS-SP-OPERADOR
   End-if
   Move "PROG1088" To WS-SP-PROGRAMA
   Move "LGPDANON.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO WS-SP-OPERADOR
      On Exception Continue
   End-Call

   If Houve-Falha
      Display "PROG1088: anonimizacao com falha - ver LGPDANON.REL."
      Move 1 To Return-Code
   Else
      Display "PROG1088: " WS-QTD-ANONIMOS
              " cliente(s) anonimizado(s) - LGPDANON.REL."
      Move Zeros To Return-Code
   End-if
   Exit Program.
*
*  CLIENTE, ORDE and TITULOS are needed to judge anyone; ORDEHIST
*  and CLIXREF are looked at when there.
 Abre-Consultas.
   Move Spaces To WS-MOTIVO
   Move Spaces to PathCLIENTE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      String "erro CLIENTE " Stat-CLIENTE
             Delimited By Size Into WS-MOTIVO
      End-String
      Go To Abre-Consultas-Exit
   End-if.
   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      String "erro ORDE " Stat-ORDE
             Delimited By Size Into WS-MOTIVO
      End-String
      Close CLIENTE
      Go To Abre-Consultas-Exit
   End-if.
   Move Spaces to PathTITULOS.
   String Lk-Unidade         Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Not Valido-TITULOS
      String "erro TITULOS " Stat-TITULOS
             Delimited By Size Into WS-MOTIVO
      End-String
      Close CLIENTE
      Close ORDE
      Go To Abre-Consultas-Exit
   End-if.
   Move Spaces to PathORDEHIST.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ORDEHIST.DAT" Delimited By Size
          Into PathORDEHIST
   End-String.
   Open Input ORDEHIST
   If Valido-ORDEHIST
      Move "S" To WS-TEM-ORDEHIST
   End-if.
   Open Input CLIXREF
   If Valido-CLIXREF
      Move "S" To WS-TEM-CLIXREF
   End-if.
 Abre-Consultas-Exit.
   Exit.
*
 Fecha-Consultas.
   Close CLIENTE.
   Close ORDE.
   Close TITULOS.
   If Tem-Ordehist
      Close ORDEHIST
   End-if.
   If Tem-Clixref
      Close CLIXREF
   End-if.
 Fecha-Consultas-Exit.
   Exit.
*
*  The branch's lock, taken by LGPDANON.BAT.
 Verifica-Trava.
   Move Spaces To WS-MOTIVO
   Move Spaces to PathLOCK.
   String Lk-Unidade        Delimited By Size
          "\DADOS\SYNC.LCK" Delimited By Size
          Into PathLOCK
   End-String.
   Move Spaces To LOCKMRK-REGI
   Open Input LOCKMRK
   If Valido-LOCKMRK
      Read LOCKMRK
         At End Move Spaces To LOCKMRK-REGI
      End-Read
      Close LOCKMRK
   End-if
   If LC-ORIGEM Not = "LGPD"
      Move "filial nao travada para a anonimizacao (LGPDANON.BAT)"
           To WS-MOTIVO
   End-if.
 Verifica-Trava-Exit.
   Exit.
*
*  WS-CGCCPF stripped to its digits, in order.
 Extrai-Digitos.
   Move Spaces To WS-DOC-DIGITOS
   Move Zeros  To WS-DOC-QTD
   Perform Varying WS-DOC-IDX From 1 By 1 Until WS-DOC-IDX > 18
      Move WS-CGCCPF(WS-DOC-IDX:1) To WS-DOC-CHAR
      If WS-DOC-CHAR >= "0" And WS-DOC-CHAR <= "9"
         If WS-DOC-QTD < 14
            Add 1 To WS-DOC-QTD
            Move WS-DOC-CHAR To WS-DOC-DIGITOS(WS-DOC-QTD:1)
         End-if
      End-if
   End-Perform.
 Extrai-Digitos-Exit.
   Exit.
*
*================================================================
*  Choosing.
*================================================================
*
 Avalia-Cliente.
   If Not Cliente-Inativo
      Add 1 To WS-QTD-ATIVOS
      Go To Avalia-Cliente-Exit
   End-if
   If CLI-CGCCPF(1:4) = "LGPD"
      Add 1 To WS-QTD-JA-ANONIMOS
      Go To Avalia-Cliente-Exit
   End-if
   Move CLI-CGCCPF To WS-CGCCPF
   Perform Extrai-Digitos Thru Extrai-Digitos-Exit
   If WS-DOC-QTD Not = 11
      Add 1 To WS-QTD-CNPJ
      Go To Avalia-Cliente-Exit
   End-if

   Move CLI-DTIN(1:4) To WS-ULTIMO
   If CLI-DTAL(1:4) Is Numeric And CLI-DTAL(1:4) > WS-ULTIMO
      Move CLI-DTAL(1:4) To WS-ULTIMO
   End-if
   Move "N" To WS-BLOQUEIO
   Move "N" To WS-PD-CHEIA
   Move WS-PD-QTD To WS-PD-SALVO
   Perform Avalia-Pedidos Thru Avalia-Pedidos-Exit
   Perform Avalia-Titulos Thru Avalia-Titulos-Exit

   If Tem-Aberto
      Add 1 To WS-QTD-ABERTOS
      Move WS-PD-SALVO To WS-PD-QTD
      Go To Avalia-Cliente-Exit
   End-if
   If WS-ULTIMO Not < WS-ANO-CORTE-X
      Add 1 To WS-QTD-RECENTES
      Move WS-PD-SALVO To WS-PD-QTD
      Go To Avalia-Cliente-Exit
   End-if
   If WS-CA-QTD >= max-clientes Or Pedidos-Demais
      Add 1 To WS-QTD-EXCEDE
      Move WS-PD-SALVO To WS-PD-QTD
      Go To Avalia-Cliente-Exit
   End-if

   Add 1 To WS-CA-QTD
   Add 1 To WS-QTD-ELEGIVEIS
   Initialize WS-CA-ITEM(WS-CA-QTD)
   Move CLI-CODIGO     To WS-CA-CLIE(WS-CA-QTD)
   Move CLI-CODIGO     To WS-CA-MESTRE(WS-CA-QTD)
   Move WS-DOC-DIGITOS To WS-CA-CPF(WS-CA-QTD)
   Move WS-ULTIMO      To WS-CA-ULTIMO(WS-CA-QTD)
   Move "E"            To WS-CA-SITU(WS-CA-QTD)
   Move "N"            To WS-CA-RETIDO(WS-CA-QTD)
   Move Space          To WS-CA-RES-MESTRE(WS-CA-QTD)
   If Tem-Clixref
      Move Lk-Unidade To XR-UNIDADE-L
      Move CLI-CODIGO To XR-LOCAL
      Read CLIXREF Key Is XR-CHAVE-LOCAL
         Invalid Key Continue
      End-Read
      If Valido-CLIXREF
         Move XR-MESTRE To WS-CA-MESTRE(WS-CA-QTD)
      End-if
   End-if
*  PROG949 keys its client audit lines by the master code, edited.
   Move WS-CA-MESTRE(WS-CA-QTD) To WS-MESTRE-ED
   Move Spaces       To WS-CA-CHAVE(WS-CA-QTD)
   Move WS-MESTRE-ED To WS-CA-CHAVE(WS-CA-QTD)
   Perform Varying WS-PD-IDX From WS-PD-SALVO By 1
             Until WS-PD-IDX >= WS-PD-QTD
      Move WS-CA-QTD To WS-PD-CA(WS-PD-IDX + 1)
   End-Perform.
 Avalia-Cliente-Exit.
   Exit.
*
*  The client's orders: an open one holds it; every emission
*  counts as movement and every number is kept for ENTREGA.
 Avalia-Pedidos.
   Move CLI-CODIGO To ORDE-CLIE
   Move "00" To Stat-ORDE
   Start ORDE Key = ORDE-CLIE
      Invalid Key Move "10" To Stat-ORDE
   End-Start
   Perform Until Fim-ORDE Or Not Valido-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Valido-ORDE
         If ORDE-CLIE Not = CLI-CODIGO
            Move "10" To Stat-ORDE
         Else
            If Situacao-Aberta
               Move "S" To WS-BLOQUEIO
            End-if
            Move ORDE-EMIS(1:4) To WS-ANO-DOC
            Perform Conta-Movimento Thru Conta-Movimento-Exit
            Move ORDE-NUME To WS-PD-NOVO
            Perform Guarda-Pedido Thru Guarda-Pedido-Exit
         End-if
      End-if
   End-Perform
   If Not Tem-Ordehist
      Go To Avalia-Pedidos-Exit
   End-if
   Move CLI-CODIGO To OH-CLIE
   Move "00" To Stat-ORDEHIST
   Start ORDEHIST Key = OH-CLIE
      Invalid Key Move "10" To Stat-ORDEHIST
   End-Start
   Perform Until Fim-ORDEHIST Or Not Valido-ORDEHIST
      Read ORDEHIST Next Record
         At End Move "10" To Stat-ORDEHIST
      End-Read
      If Valido-ORDEHIST
         If OH-CLIE Not = CLI-CODIGO
            Move "10" To Stat-ORDEHIST
         Else
            Move OH-EMIS(1:4) To WS-ANO-DOC
            Perform Conta-Movimento Thru Conta-Movimento-Exit
            Move OH-NUME To WS-PD-NOVO
            Perform Guarda-Pedido Thru Guarda-Pedido-Exit
         End-if
      End-if
   End-Perform.
 Avalia-Pedidos-Exit.
   Exit.
*
 Avalia-Titulos.
   Move CLI-CODIGO To TI-CLIE
   Move "00" To Stat-TITULOS
   Start TITULOS Key = TI-CLIE
      Invalid Key Move "10" To Stat-TITULOS
   End-Start
   Perform Until Fim-TITULOS Or Not Valido-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Valido-TITULOS
         If TI-CLIE Not = CLI-CODIGO
            Move "10" To Stat-TITULOS
         Else
            If Titulo-Aberto
               Move "S" To WS-BLOQUEIO
            End-if
            Move TI-VENC(1:4) To WS-ANO-DOC
            Perform Conta-Movimento Thru Conta-Movimento-Exit
            Move TI-DTPG(1:4) To WS-ANO-DOC
            Perform Conta-Movimento Thru Conta-Movimento-Exit
         End-if
      End-if
   End-Perform.
 Avalia-Titulos-Exit.
   Exit.
*
*  WS-ULTIMO keeps the latest year seen.
 Conta-Movimento.
   If WS-ANO-DOC Is Numeric And WS-ANO-DOC > WS-ULTIMO
      Move WS-ANO-DOC To WS-ULTIMO
   End-if.
 Conta-Movimento-Exit.
   Exit.
*
 Guarda-Pedido.
   If WS-PD-QTD >= max-pedidos
      Move "S" To WS-PD-CHEIA
      Go To Guarda-Pedido-Exit
   End-if
   Add 1 To WS-PD-QTD
   Move WS-PD-NOVO To WS-PD-NUME(WS-PD-QTD)
   Move Zeros      To WS-PD-CA(WS-PD-QTD).
 Guarda-Pedido-Exit.
   Exit.
*
*  A title ARQANUAL moved to a year inside the retention period
*  is movement too - the files of those years are looked at once
*  each for all the chosen.
 Verifica-Arquivados.
   If WS-CA-QTD = Zeros
      Go To Verifica-Arquivados-Exit
   End-if
   Move WS-ANO-CORTE To WS-ANO-ARQ
   Perform Until WS-ANO-ARQ > WS-ANO-ULTIMO
      Move Spaces to PathTITULOS
      String Lk-Unidade "\DADOS\TITULOS." WS-ANO-ARQ
             Delimited By Size Into PathTITULOS
      End-String
      Open Input TITULOS
      If Valido-TITULOS
         Perform Varying WS-CA-IDX From 1 By 1
                   Until WS-CA-IDX > WS-CA-QTD
            If Ca-Elegivel(WS-CA-IDX)
               Perform Procura-Arquivado Thru Procura-Arquivado-Exit
            End-if
         End-Perform
         Close TITULOS
      End-if
      Add 1 To WS-ANO-ARQ
   End-Perform.
 Verifica-Arquivados-Exit.
   Exit.
*
 Procura-Arquivado.
   Move WS-CA-CLIE(WS-CA-IDX) To TI-CLIE
   Start TITULOS Key = TI-CLIE
      Invalid Key Go To Procura-Arquivado-Exit
   End-Start
   Read TITULOS Next Record
      At End Go To Procura-Arquivado-Exit
   End-Read
   If Valido-TITULOS And TI-CLIE = WS-CA-CLIE(WS-CA-IDX)
      Move "R" To WS-CA-SITU(WS-CA-IDX)
      Move WS-ANO-ARQ To WS-CA-ULTIMO(WS-CA-IDX)
      Subtract 1 From WS-QTD-ELEGIVEIS
      Add 1 To WS-QTD-RECENTES
   End-if.
 Procura-Arquivado-Exit.
   Exit.
*
*  WS-PROCURA-CLIE among the chosen still to be anonymised.
 Procura-Candidato.
   Move "N" To WS-ACHOU
   Perform Varying WS-CA-IDX From 1 By 1
             Until WS-CA-IDX > WS-CA-QTD Or Achou-Candidato
      If WS-CA-CLIE(WS-CA-IDX) = WS-PROCURA-CLIE
         And Ca-Elegivel(WS-CA-IDX)
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Achou-Candidato
      Subtract 1 From WS-CA-IDX
   End-if.
 Procura-Candidato-Exit.
   Exit.
*
*================================================================
*  Masking - the files that point at the client first, the
*  client row last.
*================================================================
*
 Anonimiza.
   Perform Mascara-Entregas Thru Mascara-Entregas-Exit
   Perform Mascara-Mailq Thru Mascara-Mailq-Exit
   Perform Mascara-Edicli Thru Mascara-Edicli-Exit
   Perform Mascara-Contatos Thru Mascara-Contatos-Exit
   Perform Mascara-Auditoria Thru Mascara-Auditoria-Exit
   If Houve-Falha
      String "falha nos arquivos ligados - nenhum cadastro alterado;"
             " rode de novo" Delimited By Size Into WS-MOTIVO
      End-String
      Go To Anonimiza-Exit
   End-if
   Perform Mascara-Clientes Thru Mascara-Clientes-Exit
   Perform Mascara-Mestre Thru Mascara-Mestre-Exit
   If Houve-Falha
      Move "cadastro com falha - ver os clientes acima" To WS-MOTIVO
   Else
      Move "CONCLUIDO" To WS-MOTIVO
   End-if.
 Anonimiza-Exit.
   Exit.
*
*  The receivers of the chosen clients' orders, live and in every
*  archived year.
 Mascara-Entregas.
   Move Spaces to PathENTREGA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\ENTREGA.DAT" Delimited By Size
          Into PathENTREGA
   End-String.
   Perform Mascara-Entregas-Arquivo
      Thru Mascara-Entregas-Arquivo-Exit
   Move 2000 To WS-ANO-ARQ
   Perform Until WS-ANO-ARQ > WS-ANO-ULTIMO
      Move Spaces to PathENTREGA
      String Lk-Unidade "\DADOS\ENTREGA." WS-ANO-ARQ
             Delimited By Size Into PathENTREGA
      End-String
      Perform Mascara-Entregas-Arquivo
         Thru Mascara-Entregas-Arquivo-Exit
      Add 1 To WS-ANO-ARQ
   End-Perform.
 Mascara-Entregas-Exit.
   Exit.
*
 Mascara-Entregas-Arquivo.
   Open I-O ENTREGA
   If Stat-ENTREGA = "35"
      Go To Mascara-Entregas-Arquivo-Exit
   End-if
   If Not Valido-ENTREGA
      Display "PROG1088: erro " PathENTREGA " " Stat-ENTREGA
      Move "S" To WS-HOUVE-FALHA
      Go To Mascara-Entregas-Arquivo-Exit
   End-if
   Perform Varying WS-PD-IDX From 1 By 1 Until WS-PD-IDX > WS-PD-QTD
      Move WS-PD-CA(WS-PD-IDX) To WS-CA-IDX
      If Ca-Elegivel(WS-CA-IDX)
         Move WS-PD-NUME(WS-PD-IDX) To EN-NUME
         Read ENTREGA
            Invalid Key Continue
         End-Read
         If Valido-ENTREGA And EN-RECEBEDOR Not = Spaces
            Move WS-TEXTO-ANONIMO To EN-RECEBEDOR
            Rewrite ENTREGA-REGI
               Invalid Key Move "S" To WS-HOUVE-FALHA
               Not Invalid Key Add 1 To WS-CA-QTD-ENT(WS-CA-IDX)
            End-Rewrite
         End-if
      End-if
   End-Perform
   Close ENTREGA.
 Mascara-Entregas-Arquivo-Exit.
   Exit.
*
*  The queue has no client key - read through.
 Mascara-Mailq.
   Move Spaces to PathMAILQ.
   String Lk-Unidade       Delimited By Size
          "\DADOS\MAILQ.DAT" Delimited By Size
          Into PathMAILQ
   End-String.
   Open I-O MAILQ
   If Stat-MAILQ = "35"
      Go To Mascara-Mailq-Exit
   End-if
   If Not Valido-MAILQ
      Display "PROG1088: erro MAILQ " Stat-MAILQ
      Move "S" To WS-HOUVE-FALHA
      Go To Mascara-Mailq-Exit
   End-if
   Perform Until Fim-MAILQ Or Not Valido-MAILQ
      Read MAILQ Next Record
         At End Move "10" To Stat-MAILQ
      End-Read
      If Valido-MAILQ
         Move MQ-CLIE To WS-PROCURA-CLIE
         Perform Procura-Candidato Thru Procura-Candidato-Exit
         If Achou-Candidato And MQ-EMAIL Not = Spaces
            Move Spaces To MQ-EMAIL
            If Mail-Pendente
               Move "F" To MQ-SITU
            End-if
            Rewrite MAILQ-REGI
               Invalid Key Move "S" To WS-HOUVE-FALHA
               Not Invalid Key Add 1 To WS-CA-QTD-MQ(WS-CA-IDX)
            End-Rewrite
         End-if
      End-if
   End-Perform
   Close MAILQ.
 Mascara-Mailq-Exit.
   Exit.
*
 Mascara-Edicli.
   Move Spaces to PathEDICLI.
   String Lk-Unidade        Delimited By Size
          "\DADOS\EDICLI.DAT" Delimited By Size
          Into PathEDICLI
   End-String.
   Open I-O EDICLI
   If Stat-EDICLI = "35"
      Go To Mascara-Edicli-Exit
   End-if
   If Not Valido-EDICLI
      Display "PROG1088: erro EDICLI " Stat-EDICLI
      Move "S" To WS-HOUVE-FALHA
      Go To Mascara-Edicli-Exit
   End-if
   Perform Varying WS-CA-IDX From 1 By 1 Until WS-CA-IDX > WS-CA-QTD
      If Ca-Elegivel(WS-CA-IDX)
         Move WS-CA-CLIE(WS-CA-IDX) To EC-CLIE
         Read EDICLI
            Invalid Key Continue
         End-Read
         If Valido-EDICLI
            Move Spaces          To EC-EMAIL EC-PASTA
            Move "I"             To EC-SITU
            Move Oper-Nome       To EC-OPER
            Move WS-DATA-SISTEMA To EC-DTAL
            Move WS-HORA-SISTEMA To EC-HRAL
            Rewrite EDICLI-REGI
               Invalid Key Move "S" To WS-HOUVE-FALHA
               Not Invalid Key Add 1 To WS-CA-QTD-EDI(WS-CA-IDX)
            End-Rewrite
         End-if
      End-if
   End-Perform
   Close EDICLI.
 Mascara-Edicli-Exit.
   Exit.
*
 Mascara-Contatos.
   Move Spaces to PathCONTATO.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CONTATO.DAT" Delimited By Size
          Into PathCONTATO
   End-String.
   Open I-O CONTATO
   If Stat-CONTATO = "35"
      Go To Mascara-Contatos-Exit
   End-if
   If Not Valido-CONTATO
      Display "PROG1088: erro CONTATO " Stat-CONTATO
      Move "S" To WS-HOUVE-FALHA
      Go To Mascara-Contatos-Exit
   End-if
   Perform Varying WS-CA-IDX From 1 By 1 Until WS-CA-IDX > WS-CA-QTD
      If Ca-Elegivel(WS-CA-IDX)
         Perform Mascara-Contatos-Cliente
            Thru Mascara-Contatos-Cliente-Exit
      End-if
   End-Perform
   Close CONTATO.
 Mascara-Contatos-Exit.
   Exit.
*
 Mascara-Contatos-Cliente.
   Move WS-CA-CLIE(WS-CA-IDX) To CO-CLIE
   Move "00" To Stat-CONTATO
   Start CONTATO Key = CO-CLIE
      Invalid Key Move "10" To Stat-CONTATO
   End-Start
   Perform Until Fim-CONTATO Or Not Valido-CONTATO
      Read CONTATO Next Record
         At End Move "10" To Stat-CONTATO
      End-Read
      If Valido-CONTATO
         If CO-CLIE Not = WS-CA-CLIE(WS-CA-IDX)
            Move "10" To Stat-CONTATO
         Else
            If CO-NOTA Not = Spaces And CO-NOTA Not = WS-TEXTO-ANONIMO
               Move WS-TEXTO-ANONIMO To CO-NOTA
               Rewrite CONTATO-REGI
                  Invalid Key Move "S" To WS-HOUVE-FALHA
                  Not Invalid Key Add 1 To WS-CA-QTD-CON(WS-CA-IDX)
               End-Rewrite
            End-if
         End-if
      End-if
   End-Perform.
 Mascara-Contatos-Cliente-Exit.
   Exit.
*
*  AUDIT.DAT is copied to LGPD.TMP with the chosen clients' names
*  masked, then copied back - only when there was a name to mask,
*  and only in full: a short copy leaves AUDIT.DAT as it was.
 Mascara-Auditoria.
   Move Spaces to PathAUDIT.
   String Lk-Unidade        Delimited By Size
          "\DADOS\AUDIT.DAT" Delimited By Size
          Into PathAUDIT
   End-String.
   Move Spaces to PathARQOUT.
   String Lk-Unidade       Delimited By Size
          "\DADOS\LGPD.TMP" Delimited By Size
          Into PathARQOUT
   End-String.
   Move Zeros To WS-QTD-COPIADOS WS-QTD-DEVOLVIDOS WS-QTD-MASCARAS
   Open Input AUDIT
   If Stat-AUDIT = "35"
      Go To Mascara-Auditoria-Exit
   End-if
   If Not Valido-AUDIT
      Display "PROG1088: erro AUDIT " Stat-AUDIT
      Move "S" To WS-HOUVE-FALHA
      Go To Mascara-Auditoria-Exit
   End-if
   Open Output ARQOUT
   If Not Valido-ARQOUT
      Display "PROG1088: erro LGPD.TMP " Stat-ARQOUT
      Close AUDIT
      Move "S" To WS-HOUVE-FALHA
      Go To Mascara-Auditoria-Exit
   End-if
   Perform Until Fim-AUDIT Or Not Valido-AUDIT
      Read AUDIT
         At End Move "10" To Stat-AUDIT
      End-Read
      If Valido-AUDIT
         If AU-ARQUIVO = "CLIENTE"
            Perform Mascara-Linha-Auditoria
               Thru Mascara-Linha-Auditoria-Exit
         End-if
         Move Spaces     To ARQOUT-REGI
         Move AUDIT-REGI To ARQOUT-REGI
         Write ARQOUT-REGI
         If Valido-ARQOUT
            Add 1 To WS-QTD-COPIADOS
         Else
            Move "S" To WS-HOUVE-FALHA
         End-if
      End-if
   End-Perform
   If Not Fim-AUDIT
      Move "S" To WS-HOUVE-FALHA
   End-if
   Close AUDIT
   Close ARQOUT
   If Houve-Falha Or WS-QTD-MASCARAS = Zeros
      Go To Mascara-Auditoria-Exit
   End-if

   Open Input ARQOUT
   Open Output AUDIT
   If Not Valido-ARQOUT Or Not Valido-AUDIT
      Display "PROG1088: AUDIT.DAT nao regravado - ver LGPD.TMP"
      Move "S" To WS-HOUVE-FALHA
      Go To Mascara-Auditoria-Exit
   End-if
   Perform Until Fim-ARQOUT Or Not Valido-ARQOUT
      Read ARQOUT
         At End Move "10" To Stat-ARQOUT
      End-Read
      If Valido-ARQOUT
         Move ARQOUT-REGI To AUDIT-REGI
         Write AUDIT-REGI
         If Valido-AUDIT
            Add 1 To WS-QTD-DEVOLVIDOS
         End-if
      End-if
   End-Perform
   Close ARQOUT
   Close AUDIT
   If WS-QTD-DEVOLVIDOS Not = WS-QTD-COPIADOS
      Display "PROG1088: AUDIT.DAT incompleto - a copia inteira esta"
              " em LGPD.TMP"
      Move "S" To WS-HOUVE-FALHA
   End-if.
 Mascara-Auditoria-Exit.
   Exit.
*
*  A PROG949 image starts with the name; the credit-limit lines
*  (LIMITE CRED ...) carry no personal data and stay.
 Mascara-Linha-Auditoria.
   Move "N" To WS-ACHOU
   Perform Varying WS-CA-IDX From 1 By 1
             Until WS-CA-IDX > WS-CA-QTD Or Achou-Candidato
      If WS-CA-CHAVE(WS-CA-IDX) = AU-CHAVE
         And Ca-Elegivel(WS-CA-IDX)
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Not Achou-Candidato
      Go To Mascara-Linha-Auditoria-Exit
   End-if
   Subtract 1 From WS-CA-IDX
   If AU-ANTES Not = Spaces And AU-ANTES(1:11) Not = "LIMITE CRED"
      And AU-ANTES(1:26) Not = WS-NOME-ANONIMO(1:26)
      Move WS-NOME-ANONIMO To AU-ANTES(1:30)
      Add 1 To WS-QTD-MASCARAS
      Add 1 To WS-CA-QTD-AUD(WS-CA-IDX)
   End-if
   If AU-DEPOIS Not = Spaces And AU-DEPOIS(1:11) Not = "LIMITE CRED"
      And AU-DEPOIS(1:26) Not = WS-NOME-ANONIMO(1:26)
      Move WS-NOME-ANONIMO To AU-DEPOIS(1:30)
      Add 1 To WS-QTD-MASCARAS
      Add 1 To WS-CA-QTD-AUD(WS-CA-IDX)
   End-if.
 Mascara-Linha-Auditoria-Exit.
   Exit.
*
 Mascara-Clientes.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open I-O CLIENTE
   If Not Valido-CLIENTE
      Display "PROG1088: erro CLIENTE " Stat-CLIENTE
      Move "S" To WS-HOUVE-FALHA
      Go To Mascara-Clientes-Exit
   End-if
   Perform Varying WS-CA-IDX From 1 By 1 Until WS-CA-IDX > WS-CA-QTD
      If Ca-Elegivel(WS-CA-IDX)
         Move WS-CA-CLIE(WS-CA-IDX) To CLI-CODIGO
         Read CLIENTE
            Invalid Key Continue
         End-Read
         If Valido-CLIENTE
            Move WS-CA-MESTRE(WS-CA-IDX) To WS-AN-CODIGO
            Move WS-NOME-ANONIMO To CLI-NOME
            Move WS-CPF-ANONIMO  To CLI-CGCCPF
            Move Spaces          To CLI-ENDERECO CLI-CEP
                                    CLI-TELEFONE CLI-EMAIL
            Move WS-DATA-SISTEMA To CLI-DTAL
            Move WS-HORA-SISTEMA To CLI-HRAL
            Rewrite CLIENTE-REGI
               Invalid Key Continue
            End-Rewrite
         End-if
         If Valido-CLIENTE
            Move 1 To WS-CA-QTD-CLI(WS-CA-IDX)
            Add 1 To WS-QTD-ANONIMOS
         Else
            Move "F" To WS-CA-SITU(WS-CA-IDX)
            Move "S" To WS-HOUVE-FALHA
         End-if
      End-if
   End-Perform
   Close CLIENTE.
 Mascara-Clientes-Exit.
   Exit.
*
*  The master row goes once no other active branch holds the CPF
*  unmasked. CA-RES-MESTRE: M masked, R still held elsewhere
*  (the last branch to run masks it), N not in the master, D the
*  master row has another CGC/CPF.
 Mascara-Mestre.
   Move Spaces To WS-MOTIVO-MESTRE
   Open Input UNIDADES
   If Not Valido-UNIDADES
      Move "UNIDADES.DAT inacessivel - cadastro mestre nao tocado"
           To WS-MOTIVO-MESTRE
      Go To Mascara-Mestre-Exit
   End-if
   Perform Until Fim-UNIDADES Or Not Valido-UNIDADES
      Read UNIDADES
         At End Move "10" To Stat-UNIDADES
      End-Read
      If Valido-UNIDADES And UN-CODIGO Not = Spaces
         And UN-CODIGO Not = Lk-Unidade And Unidade-Ativa
         Perform Verifica-Unidade Thru Verifica-Unidade-Exit
      End-if
   End-Perform
   Close UNIDADES

   Open I-O CLIMEST
   If Not Valido-CLIMEST
      String "CLIMEST.DAT inacessivel (" Stat-CLIMEST
             ") - cadastro mestre nao tocado"
             Delimited By Size Into WS-MOTIVO-MESTRE
      End-String
      Go To Mascara-Mestre-Exit
   End-if
   Perform Varying WS-CA-IDX From 1 By 1 Until WS-CA-IDX > WS-CA-QTD
      If Ca-Elegivel(WS-CA-IDX)
         Perform Mascara-Mestre-Cliente
            Thru Mascara-Mestre-Cliente-Exit
      End-if
   End-Perform
   Close CLIMEST.
 Mascara-Mestre-Exit.
   Exit.
*
 Mascara-Mestre-Cliente.
   If Ca-Retido(WS-CA-IDX)
      Move "R" To WS-CA-RES-MESTRE(WS-CA-IDX)
      Go To Mascara-Mestre-Cliente-Exit
   End-if
   Move WS-CA-MESTRE(WS-CA-IDX) To CM-CODIGO
   Read CLIMEST
      Invalid Key Continue
   End-Read
   If Not Valido-CLIMEST
      Move "N" To WS-CA-RES-MESTRE(WS-CA-IDX)
      Go To Mascara-Mestre-Cliente-Exit
   End-if
   Move CM-CGCCPF To WS-CGCCPF
   Perform Extrai-Digitos Thru Extrai-Digitos-Exit
   If WS-DOC-DIGITOS Not = WS-CA-CPF(WS-CA-IDX)
      Move "D" To WS-CA-RES-MESTRE(WS-CA-IDX)
      Go To Mascara-Mestre-Cliente-Exit
   End-if
   Move CM-CODIGO       To WS-AN-CODIGO
   Move WS-NOME-ANONIMO To CM-NOME
   Move WS-CPF-ANONIMO  To CM-CGCCPF
   Move Spaces          To CM-ENDERECO CM-CEP CM-TELEFONE CM-EMAIL
   Rewrite CLIMEST-REGI
      Invalid Key Continue
   End-Rewrite
   If Valido-CLIMEST
      Move "M" To WS-CA-RES-MESTRE(WS-CA-IDX)
   Else
      Move "S" To WS-HOUVE-FALHA
   End-if.
 Mascara-Mestre-Cliente-Exit.
   Exit.
*
*  One other branch's clients against the chosen CPFs. A training
*  clone (TREINO.MRK, PROG1017) does not hold anyone back.
 Verifica-Unidade.
   Move Spaces to PathLOCK.
   String UN-CODIGO           Delimited By Size
          "\DADOS\TREINO.MRK" Delimited By Size
          Into PathLOCK
   End-String.
   Open Input LOCKMRK
   If Valido-LOCKMRK
      Close LOCKMRK
      Go To Verifica-Unidade-Exit
   End-if
   Move Spaces to PathCLIENTE.
   String UN-CODIGO            Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Go To Verifica-Unidade-Exit
   End-if
   Perform Until Fim-CLIENTE Or Not Valido-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Valido-CLIENTE And CLI-CGCCPF(1:4) Not = "LGPD"
         Move CLI-CGCCPF To WS-CGCCPF
         Perform Extrai-Digitos Thru Extrai-Digitos-Exit
         If WS-DOC-QTD = 11
            Perform Varying WS-CA-IDX From 1 By 1
                      Until WS-CA-IDX > WS-CA-QTD
               If WS-CA-CPF(WS-CA-IDX) = WS-DOC-DIGITOS
                  Move "S" To WS-CA-RETIDO(WS-CA-IDX)
               End-if
            End-Perform
         End-if
      End-if
   End-Perform
   Close CLIENTE.
 Verifica-Unidade-Exit.
   Exit.
*
*================================================================
*  Logging and the report.
*================================================================
*
*  Per client chosen: the LGPD.LOG lines (one per file touched,
*  or one "would go" line in a simulation) and the AUDIT.DAT line.
 Registra-Clientes.
   Move Spaces to PathLGPDLOG.
   String Lk-Unidade       Delimited By Size
          "\DADOS\LGPD.LOG" Delimited By Size
          Into PathLGPDLOG
   End-String.
   Open Extend LGPDLOG
   If Not Valido-LGPDLOG
      Open Output LGPDLOG
   End-if
   If Not Valido-LGPDLOG
      Display "PROG1088: erro LGPD.LOG " Stat-LGPDLOG
      Move "S" To WS-HOUVE-FALHA
      Go To Registra-Clientes-Exit
   End-if
   If Not Lk-Simulacao
      Move Spaces to PathAUDIT
      String Lk-Unidade        Delimited By Size
             "\DADOS\AUDIT.DAT" Delimited By Size
             Into PathAUDIT
      End-String
      Open Extend AUDIT
      If Not Valido-AUDIT
         Open Output AUDIT
      End-if
   End-if
   Perform Varying WS-CA-IDX From 1 By 1 Until WS-CA-IDX > WS-CA-QTD
      If Ca-Elegivel(WS-CA-IDX)
         Perform Registra-Cliente Thru Registra-Cliente-Exit
      End-if
   End-Perform
   If Valido-AUDIT
      Close AUDIT
   End-if
   Close LGPDLOG.
 Registra-Clientes-Exit.
   Exit.
*
 Registra-Cliente.
   Move Spaces To WS-REFERENCIA
   String "***.***.*" WS-CA-CPF(WS-CA-IDX)(8:2) "-"
          WS-CA-CPF(WS-CA-IDX)(10:2)
          Delimited By Size Into WS-REFERENCIA
   End-String
   If Lk-Simulacao
      Move "S"       To WS-LG-ACAO
      Move "CLIENTE" To WS-LG-ARQUIVO
      Move Zeros     To WS-LG-QTD
      Move "seria anonimizado" To WS-LG-TEXTO
      Perform Grava-Log Thru Grava-Log-Exit
      Go To Registra-Cliente-Exit
   End-if
   Move "A" To WS-LG-ACAO
   Move "anonimizado" To WS-LG-TEXTO
   If WS-CA-QTD-ENT(WS-CA-IDX) > Zeros
      Move "ENTREGA" To WS-LG-ARQUIVO
      Move WS-CA-QTD-ENT(WS-CA-IDX) To WS-LG-QTD
      Perform Grava-Log Thru Grava-Log-Exit
   End-if
   If WS-CA-QTD-MQ(WS-CA-IDX) > Zeros
      Move "MAILQ" To WS-LG-ARQUIVO
      Move WS-CA-QTD-MQ(WS-CA-IDX) To WS-LG-QTD
      Perform Grava-Log Thru Grava-Log-Exit
   End-if
   If WS-CA-QTD-EDI(WS-CA-IDX) > Zeros
      Move "EDICLI" To WS-LG-ARQUIVO
      Move WS-CA-QTD-EDI(WS-CA-IDX) To WS-LG-QTD
      Perform Grava-Log Thru Grava-Log-Exit
   End-if
   If WS-CA-QTD-CON(WS-CA-IDX) > Zeros
      Move "CONTATO" To WS-LG-ARQUIVO
      Move WS-CA-QTD-CON(WS-CA-IDX) To WS-LG-QTD
      Perform Grava-Log Thru Grava-Log-Exit
   End-if
   If WS-CA-QTD-AUD(WS-CA-IDX) > Zeros
      Move "AUDIT" To WS-LG-ARQUIVO
      Move WS-CA-QTD-AUD(WS-CA-IDX) To WS-LG-QTD
      Perform Grava-Log Thru Grava-Log-Exit
   End-if
   If WS-CA-RES-MESTRE(WS-CA-IDX) = "M"
      Move "CLIMEST" To WS-LG-ARQUIVO
      Move 1 To WS-LG-QTD
      Perform Grava-Log Thru Grava-Log-Exit
   End-if
   Move "CLIENTE" To WS-LG-ARQUIVO
   Move WS-CA-QTD-CLI(WS-CA-IDX) To WS-LG-QTD
   If WS-CA-QTD-CLI(WS-CA-IDX) = Zeros
      Move "cadastro NAO alterado - falhou" To WS-LG-TEXTO
   End-if
   Perform Grava-Log Thru Grava-Log-Exit
   If WS-CA-QTD-CLI(WS-CA-IDX) > Zeros And Valido-AUDIT
      Move Spaces To AUDIT-REGI
      Initialize AUDIT-REGI
      Move WS-DATA-SISTEMA   To AU-DATA
      Move WS-HORA-SISTEMA   To AU-HORA
      Move Oper-Nome         To AU-OPERADOR
      Move "CLIENTE"         To AU-ARQUIVO
      Move "A"               To AU-OPERACAO
      Move WS-CA-CHAVE(WS-CA-IDX) To AU-CHAVE
      Move "DADOS PESSOAIS DO TITULAR" To AU-ANTES
      Move "ANONIMIZADO (LGPD) - PROG1088" To AU-DEPOIS
      Write AUDIT-REGI
   End-if.
 Registra-Cliente-Exit.
   Exit.
*
 Grava-Log.
   Move Spaces To LGPDLOG-REGI
   Initialize LGPDLOG-REGI
   Move WS-DATA-SISTEMA       To LG-DATA
   Move WS-HORA-SISTEMA       To LG-HORA
   Move Oper-Nome             To LG-OPERADOR
   Move "PROG1088"            To LG-PROGRAMA
   Move WS-LG-ACAO            To LG-ACAO
   Move WS-REFERENCIA         To LG-REFERENCIA
   Move WS-CA-CLIE(WS-CA-IDX) To LG-CLIE
   Move WS-LG-ARQUIVO         To LG-ARQUIVO
   Move WS-LG-QTD             To LG-QTD
   Move WS-LG-TEXTO           To LG-TEXTO
   Write LGPDLOG-REGI.
 Grava-Log-Exit.
   Exit.
*
*  The chosen, one line each with what was masked where, then
*  why the other inactive clients stayed. No name or whole CPF is
*  printed - the report outlives the data it describes.
 Imprime-Relatorio.
   Move Spaces to PathARQOUT.
   String Lk-Unidade            Delimited By Size
          "\DADOS\LGPDANON.REL" Delimited By Size
          Into PathARQOUT
   End-String.
   Open Output ARQOUT
   If Not Valido-ARQOUT
      Display "PROG1088: erro LGPDANON.REL " Stat-ARQOUT
      Move "S" To WS-HOUVE-FALHA
      Go To Imprime-Relatorio-Exit
   End-if
   Move Spaces To ARQOUT-REGI
   String "ANONIMIZACAO LGPD - FILIAL " Lk-Unidade
          "   SEM MOVIMENTO DESDE " WS-ANO-CORTE
          "   EMITIDO EM " WS-DATA-SISTEMA-X(7:2) "/"
          WS-DATA-SISTEMA-X(5:2) "/" WS-DATA-SISTEMA-X(1:4) " "
          WS-HH-SIS ":" WS-MM-SIS
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   If Lk-Simulacao
      Move Spaces To ARQOUT-REGI
      String "SIMULACAO - nada foi alterado; a lista mostra quem"
             " seria anonimizado." Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
   End-if
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   String "CLIENTE MESTRE CPF            ULT.MOV ENTREGA   MAILQ"
          "  EDICLI CONTATO   AUDIT  SITUACAO"
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Perform Varying WS-CA-IDX From 1 By 1 Until WS-CA-IDX > WS-CA-QTD
      If Not Ca-Recente(WS-CA-IDX)
         Perform Imprime-Cliente Thru Imprime-Cliente-Exit
      End-if
   End-Perform
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI

   Move WS-QTD-LIDOS       To WS-QTD-ED
   Move WS-QTD-ATIVOS      To WS-QTD-ED-2
   Move WS-QTD-CNPJ        To WS-QTD-ED-3
   Move WS-QTD-JA-ANONIMOS To WS-QTD-ED-4
   Move Spaces To ARQOUT-REGI
   String "CLIENTES LIDOS " WS-QTD-ED "   ATIVOS " WS-QTD-ED-2
          "   PESSOA JURIDICA " WS-QTD-ED-3
          "   JA ANONIMIZADOS " WS-QTD-ED-4
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move WS-QTD-ABERTOS  To WS-QTD-ED
   Move WS-QTD-RECENTES To WS-QTD-ED-2
   Move WS-QTD-EXCEDE   To WS-QTD-ED-3
   Move Spaces To ARQOUT-REGI
   String "INATIVOS QUE FICAM: COM PEDIDO/TITULO ABERTO " WS-QTD-ED
          "   COM MOVIMENTO NO PRAZO " WS-QTD-ED-2
          "   PARA A PROXIMA RODADA " WS-QTD-ED-3
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move WS-QTD-ELEGIVEIS To WS-QTD-ED
   Move WS-QTD-ANONIMOS  To WS-QTD-ED-2
   Move Spaces To ARQOUT-REGI
   String "A ANONIMIZAR " WS-QTD-ED "   ANONIMIZADOS " WS-QTD-ED-2
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   If Pedidos-Demais Or WS-QTD-EXCEDE > Zeros
      Move "   (lista de clientes ou pedidos cheia - rode de novo)"
           To ARQOUT-REGI
      Write ARQOUT-REGI
   End-if
   If WS-MOTIVO-MESTRE Not = Spaces
      Move Spaces To ARQOUT-REGI
      String "CADASTRO MESTRE: " WS-MOTIVO-MESTRE
             Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
   End-if
   Move Spaces To ARQOUT-REGI
   String "RESULTADO: " WS-MOTIVO
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Close ARQOUT.
 Imprime-Relatorio-Exit.
   Exit.
*
 Imprime-Cliente.
   Move WS-CA-CLIE(WS-CA-IDX)    To WS-CLIE-ED
   Move WS-CA-MESTRE(WS-CA-IDX)  To WS-MESTRE-ED
   Move WS-CA-QTD-ENT(WS-CA-IDX) To WS-QTD-ED
   Move WS-CA-QTD-MQ(WS-CA-IDX)  To WS-QTD-ED-2
   Move WS-CA-QTD-EDI(WS-CA-IDX) To WS-QTD-ED-3
   Move WS-CA-QTD-CON(WS-CA-IDX) To WS-QTD-ED-4
   Move WS-CA-QTD-AUD(WS-CA-IDX) To WS-QTD-ED-5
   Move Spaces To WS-REFERENCIA
   String "***.***.*" WS-CA-CPF(WS-CA-IDX)(8:2) "-"
          WS-CA-CPF(WS-CA-IDX)(10:2)
          Delimited By Size Into WS-REFERENCIA
   End-String
   Evaluate True
      When Lk-Simulacao
         Move "seria anonimizado" To WS-SITU-ED
      When Ca-Falhou(WS-CA-IDX)
         Move "FALHOU - cadastro intacto" To WS-SITU-ED
      When WS-CA-QTD-CLI(WS-CA-IDX) = Zeros
         Move "nao tocado" To WS-SITU-ED
      When WS-CA-RES-MESTRE(WS-CA-IDX) = "M"
         Move "anonimizado, com o mestre" To WS-SITU-ED
      When WS-CA-RES-MESTRE(WS-CA-IDX) = "R"
         Move "anonimizado, mestre retido" To WS-SITU-ED
      When WS-CA-RES-MESTRE(WS-CA-IDX) = "D"
         Move "anonimizado, mestre outro CPF" To WS-SITU-ED
      When WS-CA-RES-MESTRE(WS-CA-IDX) = "N"
         Move "anonimizado, sem mestre" To WS-SITU-ED
      When Other
         Move "anonimizado, mestre intocado" To WS-SITU-ED
   End-Evaluate
   Move Spaces To ARQOUT-REGI
   String "   " WS-CLIE-ED "   " WS-MESTRE-ED " " WS-REFERENCIA
          "  " WS-CA-ULTIMO(WS-CA-IDX) " " WS-QTD-ED " " WS-QTD-ED-2
          "  " WS-QTD-ED-3 "  " WS-QTD-ED-4 "  " WS-QTD-ED-5
          "  " WS-SITU-ED
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI.
 Imprime-Cliente-Exit.
   Exit.
