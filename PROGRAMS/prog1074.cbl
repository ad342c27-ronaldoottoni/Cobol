*ARQUIVO DIARIO DE SITUACAO DE PEDIDOS PARA CLIENTES ASSINANTES
 Identification Division.
 Program-Id. PROG1074.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\EDICLI.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\NFE.SL".
   Copy "..\COPY\ROMVEIC.SL".
   Copy "..\COPY\ENTREGA.SL".
   Copy "..\COPY\AGENDA.SL".
   Copy "..\COPY\STATCLI.SL".
   Copy "..\COPY\STATLOG.SL".
   Copy "..\COPY\MAILQ.SL".
*
 Data Division.
 File Section.
$XFD FILE=EDICLI
   Copy "..\COPY\EDICLI.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=NFE
   Copy "..\COPY\NFE.FD".
$XFD FILE=ROMVEIC
   Copy "..\COPY\ROMVEIC.FD".
$XFD FILE=ENTREGA
   Copy "..\COPY\ENTREGA.FD".
$XFD FILE=AGENDA
   Copy "..\COPY\AGENDA.FD".
   Copy "..\COPY\STATCLI.FD".
$XFD FILE=STATLOG
   Copy "..\COPY\STATLOG.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
*
 Working-Storage Section.
*
*  The clients' daily "where is my order", answered by file the way
*  PROG1005 answered the carriers. Run by ORDSYNC.BAT after the
*  sync: for every active subscription in EDICLI.DAT, the client's
*  open orders plus the faturado/cancelado ones changed in the
*  last EC-DIAS days go into STccccAAAAMMDDHHMM.TXT in the
*  published STATCLI layout - situacao, liberacao, loading slot
*  (AGENDA.DAT), ticket and weighed net, the authorized NF-e
*  (NFE.DAT, the latest one of the order), romaneio and plate
*  (ROMVEIC.DAT) and the delivery date (ENTREGA.DAT). The file is
*  queued on MAILQ.DAT (sent by PROG1007) or copied to the
*  client's SFTP pickup folder, stays in DADOS, and gets a
*  STATLOG.DAT row - the record of what each client was told and
*  when. NFE/ROMVEIC/ENTREGA/AGENDA are optional: a branch
*  without them just leaves those columns empty.
*
 01  Stat-EDICLI         PIC X(002).
     88 Valido-EDICLI    Value "00" THRU "09".
     88 Fim-EDICLI       Value "10".
 01  PATHEDICLI          PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-NFE            PIC X(002).
     88 Valido-NFE       Value "00" THRU "09".
 01  PATHNFE             PIC X(060).
 01  Stat-ROMVEIC        PIC X(002).
     88 Valido-ROMVEIC   Value "00" THRU "09".
 01  PATHROMVEIC         PIC X(060).
 01  Stat-ENTREGA        PIC X(002).
     88 Valido-ENTREGA   Value "00" THRU "09".
 01  PATHENTREGA         PIC X(060).
 01  Stat-AGENDA         PIC X(002).
     88 Valido-AGENDA    Value "00" THRU "09".
     88 Fim-AGENDA       Value "10".
 01  PATHAGENDA          PIC X(060).
 01  Stat-STATCLI        PIC X(002).
     88 Valido-STATCLI   Value "00" THRU "09".
 01  PATHSTATCLI         PIC X(060).
 01  Stat-STATLOG        PIC X(002).
     88 Valido-STATLOG   Value "00" THRU "09".
 01  PATHSTATLOG         PIC X(060).
 01  Stat-MAILQ          PIC X(002).
     88 Valido-MAILQ     Value "00" THRU "09".
 01  PATHMAILQ           PIC X(060).
*
 01  WS-TEM-NFE          PIC X(001) VALUE "N".
     88 Tem-NFe          Value "S".
 01  WS-TEM-ROMVEIC      PIC X(001) VALUE "N".
     88 Tem-Romveic      Value "S".
 01  WS-TEM-ENTREGA      PIC X(001) VALUE "N".
     88 Tem-Entrega      Value "S".
*
*  The loading slots of the last 60 days and onward, by order -
*  AGENDA.DAT is keyed by date and slot only.
 01  WS-AGENDA-TAB.
     03 WS-AG-QTD        PIC 9(004) COMP-X VALUE ZEROS.
     03 WS-AG-ITEM       OCCURS 3000.
        05 WS-AG-NUME    PIC S9(006) COMP-5.
        05 WS-AG-DATA    PIC X(008).
        05 WS-AG-SLOT    PIC 9(002).
 01  WS-AG-IDX           PIC 9(004) COMP-X.
 01  WS-AG-DESDE         PIC X(008).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
     03 WS-HORA-HHMM     PIC 9(004).
     03 WS-HORA-SS       PIC 9(002).
     03 FILLER           PIC 9(002).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-DIAS-CALC        PIC S9(009) COMP-5.
 01  WS-DATA-TESTE       PIC X(008).
 01  WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
     03 WS-TESTE-ANO     PIC 9(004).
     03 WS-TESTE-MES     PIC 9(002).
     03 WS-TESTE-DIA     PIC 9(002).
*
 01  WS-CLIE-ARQ         PIC 9(004).
 01  WS-ARQUIVO          PIC X(030).
 01  WS-DESTINO          PIC X(060).
 01  WS-DIAS-LIMITE      PIC 9(003).
 01  WS-INCLUI           PIC X(001).
     88 Inclui-Pedido    Value "S".
 01  WS-QTD-PEDIDOS      PIC 9(006).
 01  WS-PESO-TOTAL       PIC S9(012)V999 COMP-3.
 01  WS-QTD-ARQUIVOS     PIC 9(004) VALUE ZEROS.
 01  WS-QTD-FALHAS       PIC 9(004) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(003)9.
 01  WS-MQ-SEQ           PIC 9(006).
 01  WS-CMD              PIC X(200).
*
*  Each client file is sealed as it is closed (<arquivo>.SEL -
*  count, the weight delivered and the keyed MAC). The copy to
*  the client's folder checks the seal first; queued e-mails are
*  checked by PROG1007 when they go out. A file that cannot be
*  sealed is not delivered.
 Copy "..\COPY\SELOARQ.CPY".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Compute WS-DIAS-HOJE = WS-HOJE-ANO * 360
                        + WS-HOJE-MES * 30 + WS-HOJE-DIA

   Move Spaces to PathEDICLI.
   String Lk-Unidade          Delimited By Size
          "\DADOS\EDICLI.DAT" Delimited By Size
          Into PathEDICLI
   End-String.
   Open I-O EDICLI
   If Not Valido-EDICLI
      Display "Nenhum cliente assinante (EDICLI.DAT ausente)."
      Exit Program
   End-if.

   Move Spaces to PathORDE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Close EDICLI
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display "erro CLIENTE " Stat-CLIENTE
      Close EDICLI
      Close ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathSTATLOG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\STATLOG.DAT" Delimited By Size
          Into PathSTATLOG
   End-String.
   Open I-O STATLOG
   If Not Valido-STATLOG
      Open Output STATLOG
      Close STATLOG
      Open I-O STATLOG
   End-if
   If Not Valido-STATLOG
      Display "erro STATLOG " Stat-STATLOG
      Close EDICLI
      Close ORDE
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathNFE.
   String Lk-Unidade       Delimited By Size
          "\DADOS\NFE.DAT" Delimited By Size
          Into PathNFE
   End-String.
   Open Input NFE
   If Valido-NFE
      Move "S" To WS-TEM-NFE
   End-if
   Move Spaces to PathROMVEIC.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ROMVEIC.DAT" Delimited By Size
          Into PathROMVEIC
   End-String.
   Open Input ROMVEIC
   If Valido-ROMVEIC
      Move "S" To WS-TEM-ROMVEIC
   End-if
   Move Spaces to PathENTREGA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ENTREGA.DAT" Delimited By Size
          Into PathENTREGA
   End-String.
   Open Input ENTREGA
   If Valido-ENTREGA
      Move "S" To WS-TEM-ENTREGA
   End-if
   Perform Carrega-Agenda Thru Carrega-Agenda-Exit

   Move Low-Values To EDICLI-REGI
   Move "00" To Stat-EDICLI
   Start EDICLI Key Not < EC-CLIE
      Invalid Key Move "10" To Stat-EDICLI
   End-Start
   Perform Until Fim-EDICLI
      Read EDICLI Next Record
         At End Move "10" To Stat-EDICLI
      End-Read
      If Valido-EDICLI And Assinatura-Ativa
         Perform Gera-Arquivo-Cliente
            Thru Gera-Arquivo-Cliente-Exit
      End-if
   End-Perform

   Close EDICLI.
   Close ORDE.
   Close CLIENTE.
   Close STATLOG.
   If Tem-NFe
      Close NFE
   End-if
   If Tem-Romveic
      Close ROMVEIC
   End-if
   If Tem-Entrega
      Close ENTREGA
   End-if
   Move WS-QTD-ARQUIVOS To WS-QTD-ED
   Display WS-QTD-ED " arquivo(s) de situacao gerado(s),"
   Move WS-QTD-FALHAS To WS-QTD-ED
   Display WS-QTD-ED " entrega(s) com falha (ver STATLOG.DAT)."
   If WS-QTD-FALHAS > Zeros
      Move 1 To Return-Code
   End-if
   Exit Program.
*
*  60 days back on the 360-day calendar is close enough for a
*  slot table - an older slot no longer matters to the client.
 Carrega-Agenda.
   Move Zeros To WS-AG-QTD
   Move Spaces to PathAGENDA.
   String Lk-Unidade          Delimited By Size
          "\DADOS\AGENDA.DAT" Delimited By Size
          Into PathAGENDA
   End-String.
   Open Input AGENDA
   If Not Valido-AGENDA
      Go To Carrega-Agenda-Exit
   End-if
   Move WS-DATA-SISTEMA To WS-DATA-TESTE
   If WS-TESTE-MES > 2
      Subtract 2 From WS-TESTE-MES
   Else
      Add 10 To WS-TESTE-MES
      Subtract 1 From WS-TESTE-ANO
   End-if
   Move WS-DATA-TESTE To WS-AG-DESDE
   Move WS-AG-DESDE   To AG-DATA
   Move Zeros         To AG-SLOT
   Start AGENDA Key Not < AG-CHAVE
      Invalid Key Move "10" To Stat-AGENDA
   End-Start
   Perform Until Fim-AGENDA Or WS-AG-QTD Not < 3000
      Read AGENDA Next Record
         At End Move "10" To Stat-AGENDA
      End-Read
      If Valido-AGENDA And AG-NUME > Zeros
         Add 1 To WS-AG-QTD
         Move AG-NUME To WS-AG-NUME(WS-AG-QTD)
         Move AG-DATA To WS-AG-DATA(WS-AG-QTD)
         Move AG-SLOT To WS-AG-SLOT(WS-AG-QTD)
      End-if
   End-Perform
   Close AGENDA.
 Carrega-Agenda-Exit.
   Exit.
*
 Gera-Arquivo-Cliente.
   Move EC-CLIE To CLI-CODIGO WS-CLIE-ARQ
   Read CLIENTE
      Invalid Key Move Spaces To CLI-CGCCPF CLI-EMAIL
   End-Read
   Move EC-DIAS To WS-DIAS-LIMITE
   If WS-DIAS-LIMITE = Zeros
      Move 7 To WS-DIAS-LIMITE
   End-if
   Move Spaces To WS-ARQUIVO
   String "ST" WS-CLIE-ARQ WS-DATA-SISTEMA WS-HORA-HHMM ".TXT"
          Delimited By Size Into WS-ARQUIVO
   End-String
   Move Spaces to PathSTATCLI.
   String Lk-Unidade Delimited By Size
          "\DADOS\"  Delimited By Size
          WS-ARQUIVO Delimited By Space
          Into PathSTATCLI
   End-String.
   Open Output STATCLI
   If Not Valido-STATCLI
      Display "erro STATCLI " Stat-STATCLI " cliente " WS-CLIE-ARQ
      Add 1 To WS-QTD-FALHAS
      Go To Gera-Arquivo-Cliente-Exit
   End-if
   Move Spaces          To STATCLI-CABEC
   Move "H"             To SC-H-TIPO
   Move 1               To SC-H-VERSAO
   Move Lk-Unidade      To SC-H-UNIDADE
   Move WS-CLIE-ARQ     To SC-H-CLIE
   Move CLI-CGCCPF      To SC-H-CGCCPF
   Move WS-DATA-SISTEMA To SC-H-DATA
   Move WS-HORA-SISTEMA(1:6) To SC-H-HORA
   Write STATCLI-CABEC
   Move Zeros To WS-QTD-PEDIDOS WS-PESO-TOTAL

   Move EC-CLIE To ORDE-CLIE
   Move "00" To Stat-ORDE
   Start ORDE Key = ORDE-CLIE
      Invalid Key Move "10" To Stat-ORDE
   End-Start
   Perform Until Fim-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Valido-ORDE
         If ORDE-CLIE Not = EC-CLIE
            Move "10" To Stat-ORDE
         Else
            Perform Verifica-Pedido Thru Verifica-Pedido-Exit
            If Inclui-Pedido
               Perform Grava-Pedido Thru Grava-Pedido-Exit
            End-if
         End-if
      End-if
   End-Perform

   Move Spaces        To STATCLI-TRAILER
   Move "T"           To SC-T-TIPO
   Move WS-QTD-PEDIDOS To SC-T-QTD
   Move WS-PESO-TOTAL To SC-T-PESO
   Write STATCLI-TRAILER
   Close STATCLI
   Add 1 To WS-QTD-ARQUIVOS
   Move "G"           To SA-OPERACAO
   Move Lk-Unidade    To SA-UNIDADE
   Move PathSTATCLI   To SA-ARQUIVO
   Move "PROG1074"    To SA-PROGRAMA
   Move WS-PESO-TOTAL To SA-TOTAL
   Call "SELOARQ" Using SA-PARM

   Initialize STATLOG-REGI
   Move EC-CLIE         To SL-CLIE
   Move WS-DATA-SISTEMA To SL-DATA
   Move WS-HORA-SISTEMA(1:6) To SL-HORA
   Move WS-ARQUIVO      To SL-ARQUIVO
   Move WS-QTD-PEDIDOS  To SL-QTD
   Move WS-PESO-TOTAL   To SL-PESO
   Move EC-MEIO         To SL-MEIO
   Evaluate True
      When Not SA-Selo-Confere
         Display "Arquivo do cliente " WS-CLIE-ARQ
                 " NAO selado - nao entregue."
         Move "F" To SL-SITU
      When Entrega-Pasta
         Perform Copia-Para-Pasta Thru Copia-Para-Pasta-Exit
      When Other
         Perform Enfileira-Email Thru Enfileira-Email-Exit
   End-Evaluate
   If Status-Falhou
      Add 1 To WS-QTD-FALHAS
   End-if
   Write STATLOG-REGI
      Invalid Key
         Rewrite STATLOG-REGI
   End-Write

   Move WS-DATA-SISTEMA To EC-ULTIMO
   Rewrite EDICLI-REGI
      Invalid Key Continue
   End-Rewrite.
 Gera-Arquivo-Cliente-Exit.
   Exit.
*
*  Open orders always; faturado/cancelado while their last change
*  (ORDE-DTAL, else the emission) is within WS-DIAS-LIMITE days.
 Verifica-Pedido.
   Move "N" To WS-INCLUI
   If Situacao-Aberta
      Move "S" To WS-INCLUI
      Go To Verifica-Pedido-Exit
   End-if
   Move ORDE-DTAL(1:8) To WS-DATA-TESTE
   If WS-DATA-TESTE Not Numeric
      Move ORDE-EMIS(1:8) To WS-DATA-TESTE
   End-if
   If WS-DATA-TESTE Not Numeric
      Go To Verifica-Pedido-Exit
   End-if
   Compute WS-DIAS-CALC = WS-DIAS-HOJE
                        - (WS-TESTE-ANO * 360
                        + WS-TESTE-MES * 30 + WS-TESTE-DIA)
   If WS-DIAS-CALC Not > WS-DIAS-LIMITE
      Move "S" To WS-INCLUI
   End-if.
 Verifica-Pedido-Exit.
   Exit.
*
 Grava-Pedido.
   Move Spaces      To STATCLI-REGI
   Move "D"         To SC-TIPO
   Move ORDE-NUME   To SC-NUME
   Move ORDE-EMIS(1:8) To SC-EMIS
   Move ORDE-SITU   To SC-SITU
   If ORDE-DTLB(1:8) Numeric
      Move ORDE-DTLB(1:8) To SC-DTLB
   End-if
   Move Zeros       To SC-AGENDA-HORA SC-TICK SC-PESO SC-NF-NUMERO
                       SC-ROMA
   Perform Varying WS-AG-IDX From 1 By 1
           Until WS-AG-IDX > WS-AG-QTD
      If WS-AG-NUME(WS-AG-IDX) = ORDE-NUME
         And WS-AG-DATA(WS-AG-IDX) > SC-AGENDA-DATA
         Move WS-AG-DATA(WS-AG-IDX) To SC-AGENDA-DATA
         Move WS-AG-SLOT(WS-AG-IDX) To SC-AGENDA-HORA
      End-if
   End-Perform
   If ORDE-TICK > Zeros
      Move ORDE-TICK To SC-TICK
      Move ORDE-LIQU To SC-PESO
      Add ORDE-LIQU  To WS-PESO-TOTAL
   End-if
   If Tem-NFe
      Perform Busca-NFe Thru Busca-NFe-Exit
   End-if
   If ORDE-ROMA > Zeros
      Move ORDE-ROMA To SC-ROMA
      If Tem-Romveic
         Move ORDE-ROMA To RV-ROMANEIO
         Read ROMVEIC
            Invalid Key Continue
         End-Read
         If Valido-ROMVEIC
            Move RV-PLACA To SC-PLACA
         End-if
      End-if
   End-if
   If Tem-Entrega
      Move ORDE-NUME To EN-NUME
      Read ENTREGA
         Invalid Key Continue
      End-Read
      If Valido-ENTREGA
         Move EN-DTENT To SC-DTENT
      End-if
   End-if
   Write STATCLI-REGI
   Add 1 To WS-QTD-PEDIDOS.
 Grava-Pedido-Exit.
   Exit.
*
*  The order's NF-e rows (whole order = carga 0, then each carga):
*  the last authorized one is the one the client can look up.
 Busca-NFe.
   Move ORDE-NUME To NF-NUME
   Move Zeros     To NF-CARGA
   Start NFE Key Not < NF-CHAVE
      Invalid Key Go To Busca-NFe-Exit
   End-Start
   Perform Until Not Valido-NFE
      Read NFE Next Record
         At End Move "10" To Stat-NFE
      End-Read
      If Valido-NFE
         If NF-NUME Not = ORDE-NUME
            Move "10" To Stat-NFE
         Else
            If NFe-Autorizada
               Move NF-SERIE  To SC-NF-SERIE
               Move NF-NNF    To SC-NF-NUMERO
               Move NF-DATA   To SC-NF-DATA
               Move NF-CHNFE  To SC-NF-CHAVE
            End-if
         End-if
      End-if
   End-Perform
   Move "00" To Stat-NFE.
 Busca-NFe-Exit.
   Exit.
*
 Copia-Para-Pasta.
   Move EC-PASTA To SL-DESTINO
   Move "F"      To SL-SITU
   Move "V"      To SA-OPERACAO
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display "Arquivo do cliente " WS-CLIE-ARQ
              " RECUSADO - selo nao confere."
      Go To Copia-Para-Pasta-Exit
   End-if
   Move Spaces To WS-CMD
   String "COPY /Y "  Delimited By Size
          Lk-Unidade  Delimited By Size
          "\DADOS\"   Delimited By Size
          WS-ARQUIVO  Delimited By Space
          " "         Delimited By Size
          EC-PASTA    Delimited By Size
          Into WS-CMD
   End-String
   Move Zeros To Return-Code
   Call "SYSTEM" Using WS-CMD
   If Return-Code = Zeros
      Move "C" To SL-SITU
   Else
      Move "F" To SL-SITU
   End-if
   Move Zeros To Return-Code.
 Copia-Para-Pasta-Exit.
   Exit.
*
*  Queued the PROG1030 way; PROG1007 sends it and MQ-SITU on the
*  row SL-MQ-SEQ points at says whether it went out.
 Enfileira-Email.
   Move EC-EMAIL To WS-DESTINO
   If WS-DESTINO = Spaces
      Move CLI-EMAIL To WS-DESTINO
   End-if
   Move WS-DESTINO To SL-DESTINO
   Move "F"        To SL-SITU
   If WS-DESTINO = Spaces
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
   Move WS-MQ-SEQ       To MQ-SEQ
   Move EC-CLIE         To MQ-CLIE
   Move WS-DESTINO      To MQ-EMAIL
   Move WS-ARQUIVO      To MQ-ARQUIVO
   Move "STATUS"        To MQ-DOC
   Move Zeros           To MQ-NUME
   Move "P"             To MQ-SITU
   Move Zeros           To MQ-TENTATIVAS
   Move WS-DATA-SISTEMA To MQ-DTIN
   Move WS-HORA-SISTEMA To MQ-HRIN
   Move Spaces          To MQ-DTUL
   Write MAILQ-REGI
      Invalid Key Continue
      Not Invalid Key
         Move "E"       To SL-SITU
         Move WS-MQ-SEQ To SL-MQ-SEQ
   End-Write
   Close MAILQ.
 Enfileira-Email-Exit.
   Exit.
