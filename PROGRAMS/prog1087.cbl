*RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD) POR CPF
 Identification Division.
 Program-Id. PROG1087.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\CLIXREF.SL".
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
*
 Data Division.
 File Section.
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=CLIXREF
   Copy "..\COPY\CLIXREF.FD".
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
*
 Working-Storage Section.
*
*  What the branch holds about one person, asked for by CPF under
*  the LGPD: every CLIENTE.DAT row whose CGC/CPF has those eleven
*  digits (however it was typed - dots and dash do not count), and
*  for each of them the orders (live and ORDEHIST), the titles
*  (live and the yearly TITULOS.<ano> of ARQANUAL), the delivery
*  receivers of those orders (ENTREGA.DAT and ENTREGA.<ano>), the
*  e-mail queue (MAILQ), the status subscription (EDICLI), the
*  sellers' contact notes (CONTATO) and the audit lines PROG949
*  left on the client (AUDIT.DAT, keyed by the master code -
*  CLIXREF.DAT gives it when the branch code differs).
*  LGPDTIT.REL goes to the spool of the person answering these
*  requests (LGPD-ENCARREGADO in PARAM944, the operator when not
*  set), and the request itself is written to LGPD.LOG with only
*  the CPF's last four digits. A client already anonymised
*  (PROG1088) no longer carries the CPF and is simply not found.
*
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
     88 Fim-CLIENTE      Value "10".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-CLIXREF        PIC X(002).
     88 Valido-CLIXREF   Value "00" THRU "09".
 01  PATHCLIXREF         PIC X(060)
     VALUE "..\DADOS\CLIXREF.DAT".
 01  WS-TEM-CLIXREF      PIC X(001) VALUE "N".
     88 Tem-Clixref      Value "S".
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
 01  PATHARQOUT          PIC X(060).
*
*  The CPF asked for, its digits alone, and how the log shows it.
 01  WS-CGCCPF           PIC X(018).
 01  WS-CGC-OK           PIC X(001).
 01  WS-CPF-PEDIDO       PIC X(014).
 01  WS-REFERENCIA       PIC X(014).
 01  WS-DOC-DIGITOS      PIC X(014).
 01  WS-DOC-QTD          PIC 9(002) COMP-X.
 01  WS-DOC-IDX          PIC 9(002) COMP-X.
 01  WS-DOC-CHAR         PIC X(001).
*
 01  WS-CLIE             PIC S9(004) COMP-5.
 01  WS-MESTRE           PIC S9(004) COMP-5.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-MESTRE-ED        PIC Z(003)9.
 01  WS-CHAVE-AUDIT      PIC X(010).
 01  WS-QTD-CLIENTES     PIC 9(004) VALUE ZEROS.
 01  WS-QTD-ITENS        PIC 9(006).
 01  WS-LG-ARQUIVO       PIC X(008).
 01  WS-LG-TEXTO         PIC X(040).
*
*  The orders of the client in hand - their deliveries are looked
*  up afterwards, live and in every archived year.
 78  max-pedidos         value 1000.
 01  WS-PED-TAB.
     03 WS-PD-NUME       PIC S9(006) COMP-5 occurs 1000 times.
 01  WS-PD-QTD           PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-PD-IDX           PIC 9(004) COMP-X.
 01  WS-PD-NOVO          PIC S9(006) COMP-5.
 01  WS-PD-CHEIA         PIC X(001).
     88 Pedidos-Demais   Value "S".
*
 01  WS-ANO-ARQ          PIC 9(004).
 01  WS-ANO-ULTIMO       PIC 9(004).
 01  WS-ORIGEM           PIC X(012).
 01  WS-VALOR            PIC S9(013)V99 COMP-3.
 01  WS-VAL-IDX          PIC 9(002) COMP-X.
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-PARC-ED          PIC Z9.
 01  WS-SEQ-ED           PIC Z(005)9.
 01  WS-QTD-ED           PIC Z(005)9.
 01  WS-VALOR-ED         PIC ZZZZZZZZZZZZ9,99.
 01  WS-SITU-ED          PIC X(010).
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
 01 Lk-Cpf                    Pic X(018).
*
 Procedure Division Using LK-Linkage, Lk-Cpf.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Compute WS-ANO-ULTIMO = WS-ANO-SISTEMA - 1

*  Only a person's CPF - eleven digits with a good check digit.
   Move Lk-Cpf To WS-CGCCPF
   Perform Extrai-Digitos Thru Extrai-Digitos-Exit
   Call "VALCGC" Using WS-CGCCPF WS-CGC-OK
   If WS-DOC-QTD Not = 11 Or WS-CGC-OK Not = "S"
      Display "PROG1087: informe um CPF valido (11 digitos)."
      Move 1 To Return-Code
      Exit Program
   End-if
   Move WS-DOC-DIGITOS To WS-CPF-PEDIDO
   Move Spaces To WS-REFERENCIA
   String "***.***.*" WS-CPF-PEDIDO(8:2) "-" WS-CPF-PEDIDO(10:2)
          Delimited By Size Into WS-REFERENCIA
   End-String

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
   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
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

   Move Spaces to PathARQOUT.
   String Lk-Unidade           Delimited By Size
          "\DADOS\LGPDTIT.REL" Delimited By Size
          Into PathARQOUT
   End-String.
   Open Output ARQOUT
   If Not Valido-ARQOUT
      Display "erro LGPDTIT.REL " Stat-ARQOUT
      Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
      Move 1 To Return-Code
      Exit Program
   End-if
   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit

   Perform Until Fim-CLIENTE Or Not Valido-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Valido-CLIENTE
         Move CLI-CGCCPF To WS-CGCCPF
         Perform Extrai-Digitos Thru Extrai-Digitos-Exit
         If WS-DOC-QTD = 11 And WS-DOC-DIGITOS = WS-CPF-PEDIDO
            Perform Relata-Cliente Thru Relata-Cliente-Exit
         End-if
      End-if
   End-Perform

   If WS-QTD-CLIENTES = Zeros
      Move "NENHUM CADASTRO DESTA FILIAL TEM ESTE CPF." To ARQOUT-REGI
      Write ARQOUT-REGI
      Move Zeros To WS-CLIE
      Move Zeros To WS-QTD-ITENS
      Move "CLIENTE" To WS-LG-ARQUIVO
      Move "nenhum cadastro com o CPF" To WS-LG-TEXTO
      Perform Grava-Log Thru Grava-Log-Exit
   End-if
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move "FIM DO RELATORIO." To ARQOUT-REGI
   Write ARQOUT-REGI
   Close ARQOUT.
   Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit

   Move Oper-Codigo To WS-SP-OPERADOR
   Move "LGPD-ENCARREGADO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR(1:8) To WS-SP-OPERADOR
   End-if
   Move "PROG1087" To WS-SP-PROGRAMA
   Move "LGPDTIT.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO WS-SP-OPERADOR
      On Exception Continue
   End-Call

   Display "PROG1087: " WS-QTD-CLIENTES
           " cadastro(s) com o CPF - ver LGPDTIT.REL."
   Move Zeros To Return-Code
   Exit Program.
*
 Fecha-Arquivos.
   Close CLIENTE.
   Close ORDE.
   If Tem-Ordehist
      Close ORDEHIST
   End-if.
   If Tem-Clixref
      Close CLIXREF
   End-if.
 Fecha-Arquivos-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To ARQOUT-REGI
   String "DADOS PESSOAIS DO TITULAR (LGPD) - FILIAL " Lk-Unidade
          "   CPF " WS-REFERENCIA
          "   EMITIDO EM " WS-DATA-SISTEMA-X(7:2) "/"
          WS-DATA-SISTEMA-X(5:2) "/" WS-DATA-SISTEMA-X(1:4) " "
          WS-HH-SIS ":" WS-MM-SIS
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI.
 Imprime-Cabecalho-Exit.
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
*  One client row with the CPF and everything hanging from it.
 Relata-Cliente.
   Add 1 To WS-QTD-CLIENTES
   Move CLI-CODIGO To WS-CLIE
   Move CLI-CODIGO To WS-MESTRE
   If Tem-Clixref
      Move Lk-Unidade To XR-UNIDADE-L
      Move CLI-CODIGO To XR-LOCAL
      Read CLIXREF Key Is XR-CHAVE-LOCAL
         Invalid Key Continue
      End-Read
      If Valido-CLIXREF
         Move XR-MESTRE To WS-MESTRE
      End-if
   End-if
   Move WS-CLIE   To WS-CLIE-ED
   Move WS-MESTRE To WS-MESTRE-ED
   Move Zeros To WS-QTD-ITENS

   Move Spaces To ARQOUT-REGI
   String "CADASTRO DO CLIENTE " WS-CLIE-ED
          "   (CODIGO NO CADASTRO MESTRE " WS-MESTRE-ED ")"
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   String "   NOME ......: " CLI-NOME
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   String "   CPF .......: " CLI-CGCCPF
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   String "   ENDERECO ..: " CLI-ENDERECO " CEP " CLI-CEP
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   String "   CIDADE/UF .: " CLI-CIDADE " " CLI-UF
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   String "   TELEFONE ..: " CLI-TELEFONE
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   String "   E-MAIL ....: " CLI-EMAIL
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   If Cliente-Ativo
      Move "ATIVO" To WS-SITU-ED
   Else
      Move "INATIVO" To WS-SITU-ED
   End-if
   Move Spaces To ARQOUT-REGI
   String "   SITUACAO ..: " WS-SITU-ED
          "   INCLUIDO EM " CLI-DTIN
          "   ALTERADO EM " CLI-DTAL
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Add 1 To WS-QTD-ITENS

   Move Zeros To WS-PD-QTD
   Move "N" To WS-PD-CHEIA
   Perform Relata-Pedidos Thru Relata-Pedidos-Exit
   Perform Relata-Titulos Thru Relata-Titulos-Exit
   Perform Relata-Entregas Thru Relata-Entregas-Exit
   Perform Relata-Mailq Thru Relata-Mailq-Exit
   Perform Relata-Assinatura Thru Relata-Assinatura-Exit
   Perform Relata-Contatos Thru Relata-Contatos-Exit
   Perform Relata-Auditoria Thru Relata-Auditoria-Exit

   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move "CLIENTE" To WS-LG-ARQUIVO
   Move "relatorio do titular emitido" To WS-LG-TEXTO
   Perform Grava-Log Thru Grava-Log-Exit.
 Relata-Cliente-Exit.
   Exit.
*
*  Orders: the live ones and those PROG963 moved to ORDEHIST.
 Relata-Pedidos.
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move "   PEDIDOS" To ARQOUT-REGI
   Write ARQOUT-REGI
   Move WS-CLIE To ORDE-CLIE
   Move "00" To Stat-ORDE
   Start ORDE Key = ORDE-CLIE
      Invalid Key Move "10" To Stat-ORDE
   End-Start
   Perform Until Fim-ORDE Or Not Valido-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Valido-ORDE
         If ORDE-CLIE Not = WS-CLIE
            Move "10" To Stat-ORDE
         Else
            Move Zeros To WS-VALOR
            Perform Varying WS-VAL-IDX From 1 By 1
                      Until WS-VAL-IDX > 10
               Add ORDE-VALO(WS-VAL-IDX) To WS-VALOR
            End-Perform
            Evaluate True
               When Situacao-Pendente  Move "PENDENTE"  To WS-SITU-ED
               When Situacao-Liberado  Move "LIBERADO"  To WS-SITU-ED
               When Situacao-Faturado  Move "FATURADO"  To WS-SITU-ED
               When Other              Move "CANCELADO" To WS-SITU-ED
            End-Evaluate
            Move ORDE-NUME To WS-NUME-ED
            Move WS-VALOR  To WS-VALOR-ED
            Move Spaces To ARQOUT-REGI
            String "      PEDIDO " WS-NUME-ED "   EMISSAO " ORDE-EMIS
                   "   " WS-SITU-ED "   VALOR " WS-VALOR-ED
                   Delimited By Size Into ARQOUT-REGI
            End-String
            Write ARQOUT-REGI
            Add 1 To WS-QTD-ITENS
            Move ORDE-NUME To WS-PD-NOVO
            Perform Guarda-Pedido Thru Guarda-Pedido-Exit
         End-if
      End-if
   End-Perform
   If Not Tem-Ordehist
      Go To Relata-Pedidos-Exit
   End-if
   Move WS-CLIE To OH-CLIE
   Move "00" To Stat-ORDEHIST
   Start ORDEHIST Key = OH-CLIE
      Invalid Key Move "10" To Stat-ORDEHIST
   End-Start
   Perform Until Fim-ORDEHIST Or Not Valido-ORDEHIST
      Read ORDEHIST Next Record
         At End Move "10" To Stat-ORDEHIST
      End-Read
      If Valido-ORDEHIST
         If OH-CLIE Not = WS-CLIE
            Move "10" To Stat-ORDEHIST
         Else
            Move Zeros To WS-VALOR
            Perform Varying WS-VAL-IDX From 1 By 1
                      Until WS-VAL-IDX > 10
               Add OH-VALO(WS-VAL-IDX) To WS-VALOR
            End-Perform
            If Hist-Situacao-Faturado
               Move "FATURADO"  To WS-SITU-ED
            Else
               Move "CANCELADO" To WS-SITU-ED
            End-if
            Move OH-NUME  To WS-NUME-ED
            Move WS-VALOR To WS-VALOR-ED
            Move Spaces To ARQOUT-REGI
            String "      PEDIDO " WS-NUME-ED "   EMISSAO " OH-EMIS
                   "   " WS-SITU-ED "   VALOR " WS-VALOR-ED
                   "   (HISTORICO)"
                   Delimited By Size Into ARQOUT-REGI
            End-String
            Write ARQOUT-REGI
            Add 1 To WS-QTD-ITENS
            Move OH-NUME To WS-PD-NOVO
            Perform Guarda-Pedido Thru Guarda-Pedido-Exit
         End-if
      End-if
   End-Perform.
 Relata-Pedidos-Exit.
   Exit.
*
*  WS-PD-NOVO added to the client's order list.
 Guarda-Pedido.
   If WS-PD-QTD >= max-pedidos
      Move "S" To WS-PD-CHEIA
      Go To Guarda-Pedido-Exit
   End-if
   Add 1 To WS-PD-QTD
   Move WS-PD-NOVO To WS-PD-NUME(WS-PD-QTD).
 Guarda-Pedido-Exit.
   Exit.
*
*  Titles: the live file, then every archived year.
 Relata-Titulos.
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move "   TITULOS" To ARQOUT-REGI
   Write ARQOUT-REGI
   Move Spaces to PathTITULOS.
   String Lk-Unidade         Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Move Spaces To WS-ORIGEM
   Perform Relata-Titulos-Arquivo Thru Relata-Titulos-Arquivo-Exit
   Move 2000 To WS-ANO-ARQ
   Perform Until WS-ANO-ARQ > WS-ANO-ULTIMO
      Move Spaces to PathTITULOS
      String Lk-Unidade "\DADOS\TITULOS." WS-ANO-ARQ
             Delimited By Size Into PathTITULOS
      End-String
      Move Spaces To WS-ORIGEM
      String "(ANO " WS-ANO-ARQ ")" Delimited By Size Into WS-ORIGEM
      End-String
      Perform Relata-Titulos-Arquivo
         Thru Relata-Titulos-Arquivo-Exit
      Add 1 To WS-ANO-ARQ
   End-Perform.
 Relata-Titulos-Exit.
   Exit.
*
 Relata-Titulos-Arquivo.
   Open Input TITULOS
   If Not Valido-TITULOS
      Go To Relata-Titulos-Arquivo-Exit
   End-if
   Move WS-CLIE To TI-CLIE
   Start TITULOS Key = TI-CLIE
      Invalid Key Move "10" To Stat-TITULOS
   End-Start
   Perform Until Fim-TITULOS Or Not Valido-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Valido-TITULOS
         If TI-CLIE Not = WS-CLIE
            Move "10" To Stat-TITULOS
         Else
            Evaluate True
               When Titulo-Aberto      Move "ABERTO"    To WS-SITU-ED
               When Titulo-Pago        Move "PAGO"      To WS-SITU-ED
               When Other              Move "RENEGOC."  To WS-SITU-ED
            End-Evaluate
            Move TI-NUME  To WS-NUME-ED
            Move TI-PARC  To WS-PARC-ED
            Move TI-VALOR To WS-VALOR-ED
            Move Spaces To ARQOUT-REGI
            String "      TITULO " WS-NUME-ED "/" WS-PARC-ED
                   "   VENC " TI-VENC "   VALOR " WS-VALOR-ED
                   "   " WS-SITU-ED " " TI-DTPG " " WS-ORIGEM
                   Delimited By Size Into ARQOUT-REGI
            End-String
            Write ARQOUT-REGI
            Add 1 To WS-QTD-ITENS
         End-if
      End-if
   End-Perform
   Close TITULOS.
 Relata-Titulos-Arquivo-Exit.
   Exit.
*
*  Who signed for the client's orders, live and archived.
 Relata-Entregas.
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move "   RECEBEDORES DAS ENTREGAS" To ARQOUT-REGI
   Write ARQOUT-REGI
   If Pedidos-Demais
      Move "      (mais de 1000 pedidos - so os primeiros 1000)"
           To ARQOUT-REGI
      Write ARQOUT-REGI
   End-if
   If WS-PD-QTD = Zeros
      Go To Relata-Entregas-Exit
   End-if
   Move Spaces to PathENTREGA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\ENTREGA.DAT" Delimited By Size
          Into PathENTREGA
   End-String.
   Move Spaces To WS-ORIGEM
   Perform Relata-Entregas-Arquivo Thru Relata-Entregas-Arquivo-Exit
   Move 2000 To WS-ANO-ARQ
   Perform Until WS-ANO-ARQ > WS-ANO-ULTIMO
      Move Spaces to PathENTREGA
      String Lk-Unidade "\DADOS\ENTREGA." WS-ANO-ARQ
             Delimited By Size Into PathENTREGA
      End-String
      Move Spaces To WS-ORIGEM
      String "(ANO " WS-ANO-ARQ ")" Delimited By Size Into WS-ORIGEM
      End-String
      Perform Relata-Entregas-Arquivo
         Thru Relata-Entregas-Arquivo-Exit
      Add 1 To WS-ANO-ARQ
   End-Perform.
 Relata-Entregas-Exit.
   Exit.
*
 Relata-Entregas-Arquivo.
   Open Input ENTREGA
   If Not Valido-ENTREGA
      Go To Relata-Entregas-Arquivo-Exit
   End-if
   Perform Varying WS-PD-IDX From 1 By 1 Until WS-PD-IDX > WS-PD-QTD
      Move WS-PD-NUME(WS-PD-IDX) To EN-NUME
      Read ENTREGA
         Invalid Key Continue
      End-Read
      If Valido-ENTREGA
         Move EN-NUME To WS-NUME-ED
         Move Spaces To ARQOUT-REGI
         String "      PEDIDO " WS-NUME-ED "   ENTREGUE EM " EN-DTENT
                "   RECEBEDOR " EN-RECEBEDOR " " WS-ORIGEM
                Delimited By Size Into ARQOUT-REGI
         End-String
         Write ARQOUT-REGI
         Add 1 To WS-QTD-ITENS
      End-if
   End-Perform
   Close ENTREGA.
 Relata-Entregas-Arquivo-Exit.
   Exit.
*
*  The e-mail queue has no client key - read through.
 Relata-Mailq.
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move "   FILA DE E-MAIL" To ARQOUT-REGI
   Write ARQOUT-REGI
   Move Spaces to PathMAILQ.
   String Lk-Unidade       Delimited By Size
          "\DADOS\MAILQ.DAT" Delimited By Size
          Into PathMAILQ
   End-String.
   Open Input MAILQ
   If Not Valido-MAILQ
      Go To Relata-Mailq-Exit
   End-if
   Perform Until Fim-MAILQ Or Not Valido-MAILQ
      Read MAILQ Next Record
         At End Move "10" To Stat-MAILQ
      End-Read
      If Valido-MAILQ And MQ-CLIE = WS-CLIE
         Move MQ-SEQ To WS-SEQ-ED
         Move Spaces To ARQOUT-REGI
         String "      " WS-SEQ-ED " " MQ-DTIN " " MQ-SITU " "
                MQ-DOC " " MQ-EMAIL
                Delimited By Size Into ARQOUT-REGI
         End-String
         Write ARQOUT-REGI
         Add 1 To WS-QTD-ITENS
      End-if
   End-Perform
   Close MAILQ.
 Relata-Mailq-Exit.
   Exit.
*
 Relata-Assinatura.
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move "   ASSINATURA DE SITUACAO DE PEDIDOS" To ARQOUT-REGI
   Write ARQOUT-REGI
   Move Spaces to PathEDICLI.
   String Lk-Unidade        Delimited By Size
          "\DADOS\EDICLI.DAT" Delimited By Size
          Into PathEDICLI
   End-String.
   Open Input EDICLI
   If Not Valido-EDICLI
      Go To Relata-Assinatura-Exit
   End-if
   Move WS-CLIE To EC-CLIE
   Read EDICLI
      Invalid Key Continue
   End-Read
   If Valido-EDICLI
      Move Spaces To ARQOUT-REGI
      String "      MEIO " EC-MEIO "   SITUACAO " EC-SITU
             "   E-MAIL " EC-EMAIL
             Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
      Move Spaces To ARQOUT-REGI
      String "      PASTA " EC-PASTA
             Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
      Add 1 To WS-QTD-ITENS
   End-if
   Close EDICLI.
 Relata-Assinatura-Exit.
   Exit.
*
 Relata-Contatos.
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move "   CONTATOS DOS VENDEDORES" To ARQOUT-REGI
   Write ARQOUT-REGI
   Move Spaces to PathCONTATO.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CONTATO.DAT" Delimited By Size
          Into PathCONTATO
   End-String.
   Open Input CONTATO
   If Not Valido-CONTATO
      Go To Relata-Contatos-Exit
   End-if
   Move WS-CLIE To CO-CLIE
   Start CONTATO Key = CO-CLIE
      Invalid Key Move "10" To Stat-CONTATO
   End-Start
   Perform Until Fim-CONTATO Or Not Valido-CONTATO
      Read CONTATO Next Record
         At End Move "10" To Stat-CONTATO
      End-Read
      If Valido-CONTATO
         If CO-CLIE Not = WS-CLIE
            Move "10" To Stat-CONTATO
         Else
            Move CO-NUMERO To WS-NUME-ED
            Move Spaces To ARQOUT-REGI
            String "      " WS-NUME-ED " " CO-DATA " " CO-TIPO " "
                   CO-NOTA
                   Delimited By Size Into ARQOUT-REGI
            End-String
            Write ARQOUT-REGI
            Add 1 To WS-QTD-ITENS
         End-if
      End-if
   End-Perform
   Close CONTATO.
 Relata-Contatos-Exit.
   Exit.
*
*  PROG949 keys its client lines by the master code, edited.
 Relata-Auditoria.
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move "   TRILHA DE AUDITORIA DO CADASTRO" To ARQOUT-REGI
   Write ARQOUT-REGI
   Move Spaces To WS-CHAVE-AUDIT
   Move WS-MESTRE-ED To WS-CHAVE-AUDIT
   Move Spaces to PathAUDIT.
   String Lk-Unidade        Delimited By Size
          "\DADOS\AUDIT.DAT" Delimited By Size
          Into PathAUDIT
   End-String.
   Open Input AUDIT
   If Not Valido-AUDIT
      Go To Relata-Auditoria-Exit
   End-if
   Perform Until Fim-AUDIT Or Not Valido-AUDIT
      Read AUDIT
         At End Move "10" To Stat-AUDIT
      End-Read
      If Valido-AUDIT And AU-ARQUIVO = "CLIENTE"
         And AU-CHAVE = WS-CHAVE-AUDIT
         Move Spaces To ARQOUT-REGI
         String "      " AUDIT-REGI Delimited By Size
                Into ARQOUT-REGI
         End-String
         Write ARQOUT-REGI
         Add 1 To WS-QTD-ITENS
      End-if
   End-Perform
   Close AUDIT.
 Relata-Auditoria-Exit.
   Exit.
*
*  One LGPD.LOG line - WS-LG-ARQUIVO and WS-LG-TEXTO set by the
*  caller.
 Grava-Log.
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
      Go To Grava-Log-Exit
   End-if
   Move Spaces To LGPDLOG-REGI
   Initialize LGPDLOG-REGI
   Move WS-DATA-SISTEMA  To LG-DATA
   Move WS-HORA-SISTEMA  To LG-HORA
   Move Oper-Nome        To LG-OPERADOR
   Move "PROG1087"       To LG-PROGRAMA
   Move "C"              To LG-ACAO
   Move WS-REFERENCIA    To LG-REFERENCIA
   Move WS-CLIE          To LG-CLIE
   Move WS-LG-ARQUIVO    To LG-ARQUIVO
   Move WS-QTD-ITENS     To LG-QTD
   Move WS-LG-TEXTO      To LG-TEXTO
   Write LGPDLOG-REGI
   Close LGPDLOG.
 Grava-Log-Exit.
   Exit.
