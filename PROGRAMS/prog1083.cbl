*CAPACIDADE - CONTADORES, FAIXAS DE NUMERACAO E ARQUIVOS (SEMANAL)
 Identification Division.
 Program-Id. PROG1083.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\ROMCTL.SL".
   Copy "..\COPY\NUMCTL.SL".
   Copy "..\COPY\MAILQ.SL".
   Copy "..\COPY\VASILHA.SL".
   Copy "..\COPY\ADIANT.SL".
   Copy "..\COPY\DEVOL.SL".
   Copy "..\COPY\ORDEHIST.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\CTRC.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\ENTREGA.SL".
   Copy "..\COPY\CAPHIST.SL".
   Copy "..\COPY\ARQOUT.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
   Copy "..\COPY\ROMCTL.FD".
$XFD FILE=NUMCTL
   Copy "..\COPY\NUMCTL.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
$XFD FILE=VASILHA
   Copy "..\COPY\VASILHA.FD".
$XFD FILE=ADIANT
   Copy "..\COPY\ADIANT.FD".
$XFD FILE=DEVOL
   Copy "..\COPY\DEVOL.FD".
$XFD FILE=ORDEHIST
   Copy "..\COPY\ORDEHIST.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=CTRC
   Copy "..\COPY\CTRC.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=ENTREGA
   Copy "..\COPY\ENTREGA.FD".
$XFD FILE=CAPHIST
   Copy "..\COPY\CAPHIST.FD".
   Copy "..\COPY\ARQOUT.FD".
*
 Working-Storage Section.
*
*  The weekly look at what runs out before a write fails at
*  night. Every counter and every number range of the branch is
*  read and its use taken against the most its field holds:
*    ORDE-NUME   highest order below the manual range
*                (NUM-FAIXA-DE, default 900000);
*    CLI-CODIGO  highest client code, against 9999;
*    ROMANEIO    RN-ULTIMO of ROMANEIO.CTL, against 999999;
*    NC-<tipo>   each NUMCTL.DAT range, next number against
*                the end of its range;
*    MQ-SEQ      highest MAILQ.DAT sequence, against 999999;
*    VS-SEQ,     highest sequence of any client (VASILHA,
*    AD-SEQ,     against 999999; ADIANT, 9999) and of any
*    DV-SEQ      order (DEVOL, 99).
*  The main indexed files are counted (REG <arquivo>) and sized
*  in MB, data and .vix index together (MB <arquivo>); the
*  limits come from CAPAC-REG-<arquivo> (none by default) and
*  CAPAC-MB-<arquivo> (default CAPAC-MB-PADRAO, or 1800 - short
*  of the 2 GB a Vision file stops at). The big line sequential
*  logs are sized only.
*  Each reading is kept in CAPHIST.DAT; the rate is what the
*  item grew since its oldest reading inside the last
*  CAPAC-SEMANAS weeks (default 8), and the exhaustion date is
*  the room left at that rate. An item out of room, used past
*  CAPAC-PCT-AVISO percent (default 90) or due to run out within
*  CAPAC-HORIZONTE weeks (default 13) is flagged in CAPACID.REL
*  and goes to CAPACID.SUM, which the morning digest (PROG974)
*  carries to the operations mailbox.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
     88 Fim-CLIENTE      Value "10".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-ROMCTL         PIC X(002).
     88 Valido-ROMCTL    Value "00" THRU "09".
 01  PATHROMCTL          PIC X(060).
 01  Stat-NUMCTL         PIC X(002).
     88 Valido-NUMCTL    Value "00" THRU "09".
     88 Fim-NUMCTL       Value "10".
 01  PATHNUMCTL          PIC X(060).
 01  Stat-MAILQ          PIC X(002).
     88 Valido-MAILQ     Value "00" THRU "09".
     88 Fim-MAILQ        Value "10".
 01  PATHMAILQ           PIC X(060).
 01  Stat-VASILHA        PIC X(002).
     88 Valido-VASILHA   Value "00" THRU "09".
     88 Fim-VASILHA      Value "10".
 01  PATHVASILHA         PIC X(060).
 01  Stat-ADIANT         PIC X(002).
     88 Valido-ADIANT    Value "00" THRU "09".
     88 Fim-ADIANT       Value "10".
 01  PATHADIANT          PIC X(060).
 01  Stat-DEVOL          PIC X(002).
     88 Valido-DEVOL     Value "00" THRU "09".
     88 Fim-DEVOL        Value "10".
 01  PATHDEVOL           PIC X(060).
 01  Stat-ORDEHIST       PIC X(002).
     88 Valido-ORDEHIST  Value "00" THRU "09".
     88 Fim-ORDEHIST     Value "10".
 01  PATHORDEHIST        PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  Stat-CTRC           PIC X(002).
     88 Valido-CTRC      Value "00" THRU "09".
     88 Fim-CTRC         Value "10".
 01  PATHCTRC            PIC X(060).
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Fim-CTRCPAG      Value "10".
 01  PATHCTRCPAG         PIC X(060).
 01  Stat-ENTREGA        PIC X(002).
     88 Valido-ENTREGA   Value "00" THRU "09".
     88 Fim-ENTREGA      Value "10".
 01  PATHENTREGA         PIC X(060).
 01  Stat-CAPHIST        PIC X(002).
     88 Valido-CAPHIST   Value "00" THRU "09".
     88 Fim-CAPHIST      Value "10".
 01  PATHCAPHIST         PIC X(060).
 01  Stat-ARQOUT         PIC X(002).
     88 Valido-ARQOUT    Value "00" THRU "09".
 01  PATHARQOUT          PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-SEMANAS          PIC S9(004) COMP-5 VALUE 8.
 01  WS-HORIZONTE        PIC S9(004) COMP-5 VALUE 13.
 01  WS-PCT-AVISO        PIC S9(003) COMP-5 VALUE 90.
 01  WS-MB-PADRAO        PIC S9(009) COMP-5 VALUE 1800.
 01  WS-FAIXA-DE         PIC S9(006) COMP-5 VALUE 900000.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-DIAS-JANELA      PIC S9(009) COMP-5.
 01  WS-DIAS-CALC        PIC S9(009) COMP-5.
 01  WS-DATA-CALC        PIC 9(008).
 01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
     03 WS-CALC-ANO      PIC 9(004).
     03 WS-CALC-MES      PIC 9(002).
     03 WS-CALC-DIA      PIC 9(002).
 01  WS-RESTO-DIAS       PIC S9(009) COMP-5.
*
*  What was read, one row per item.
 78  max-itens           value 60.
 01  WS-ITEM-TAB.
     03 WS-ITEM occurs 60 times.
        05 WS-IT-NOME       PIC X(012).
        05 WS-IT-DESCR      PIC X(030).
        05 WS-IT-ATUAL      PIC S9(012) COMP-3.
        05 WS-IT-BASE       PIC S9(012) COMP-3.
        05 WS-IT-LIMITE     PIC S9(012) COMP-3.
 01  WS-QTD-ITENS        PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-IX               PIC 9(004) COMP-X.
 01  WS-NV-NOME          PIC X(012).
 01  WS-NV-DESCR         PIC X(030).
 01  WS-NV-ATUAL         PIC S9(012) COMP-3.
 01  WS-NV-BASE          PIC S9(012) COMP-3.
 01  WS-NV-LIMITE        PIC S9(012) COMP-3.
*
*  Highest value seen while reading a file.
 01  WS-MAIOR            PIC S9(012) COMP-3.
 01  WS-MAIOR-DONO       PIC S9(006) COMP-5.
 01  WS-QTD-REGS         PIC S9(012) COMP-3.
*
*  File size, the data part and the .vix index part together.
 01  WS-ARQ-NOME         PIC X(008).
 01  WS-ARQ-EXT          PIC X(004).
 01  WS-ARQ-CONTADO      PIC X(001).
 01  WS-ARQ-PATH         PIC X(080).
 01  WS-FILE-INFO.
     03 WS-FI-TAMANHO    PIC X(008) COMP-X.
     03 WS-FI-DATA       PIC 9(008) COMP-X.
     03 WS-FI-HORA       PIC 9(008) COMP-X.
 01  WS-FI-STATUS        PIC S9(004) COMP-5.
 01  WS-BYTES            PIC S9(015) COMP-3.
*
*  The judgement of one item.
 01  WS-TEM-BASE         PIC X(001).
     88 Tem-Base         Value "S".
 01  WS-BASE-VALOR       PIC S9(012) COMP-3.
 01  WS-BASE-DIAS        PIC S9(009) COMP-5.
 01  WS-TAXA-DIA         PIC S9(009)V9999 COMP-3.
 01  WS-TAXA-SEMANA      PIC S9(011)V99 COMP-3.
 01  WS-RESTANTE         PIC S9(012) COMP-3.
 01  WS-CAPACIDADE       PIC S9(012) COMP-3.
 01  WS-PCT-USO          PIC S9(005) COMP-3.
 01  WS-DIAS-ESGOTA      PIC S9(009) COMP-5.
 01  WS-ALERTA           PIC X(001).
     88 Item-Em-Alerta   Value "S".
 01  WS-AVISO            PIC X(016).
 01  WS-ESGOTA-ED        PIC X(010).
*
*  Digest lines, written to CAPACID.SUM at the end.
 01  WS-RESUMO-TAB.
     03 WS-RESUMO occurs 60 times PIC X(070).
 01  WS-QTD-ALERTAS      PIC 9(004) COMP-X VALUE ZEROS.
*
 01  WS-ATUAL-ED         PIC Z(011)9.
 01  WS-LIMITE-ED        PIC Z(011)9.
 01  WS-RESTA-ED         PIC -(011)9.
 01  WS-PCT-ED           PIC ZZZ9.
 01  WS-TAXA-ED          PIC -(009)9.
 01  WS-DONO-ED          PIC Z(005)9.
 01  WS-QTD-ED           PIC Z(005)9.
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
   Compute WS-DIAS-HOJE = WS-HOJE-ANO * 360
                        + WS-HOJE-MES * 30 + WS-HOJE-DIA
   Perform Carrega-Parametros Thru Carrega-Parametros-Exit
   Compute WS-DIAS-JANELA = WS-DIAS-HOJE - WS-SEMANAS * 7

   Move Spaces to PathCAPHIST.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CAPHIST.DAT" Delimited By Size
          Into PathCAPHIST
   End-String.
   Open I-O CAPHIST
   If Not Valido-CAPHIST
      Open Output CAPHIST
      Close CAPHIST
      Open I-O CAPHIST
   End-if.
   If Not Valido-CAPHIST
      Display "erro CAPHIST " Stat-CAPHIST
      Move 1 To Return-Code
      Exit Program
   End-if.

   Perform Le-Ordens Thru Le-Ordens-Exit
   Perform Le-Clientes Thru Le-Clientes-Exit
   Perform Le-Romaneio Thru Le-Romaneio-Exit
   Perform Le-Faixas Thru Le-Faixas-Exit
   Perform Le-Fila-Email Thru Le-Fila-Email-Exit
   Perform Le-Vasilhames Thru Le-Vasilhames-Exit
   Perform Le-Adiantamentos Thru Le-Adiantamentos-Exit
   Perform Le-Devolucoes Thru Le-Devolucoes-Exit
   Perform Conta-Ordehist Thru Conta-Ordehist-Exit
   Perform Conta-Titulos Thru Conta-Titulos-Exit
   Perform Conta-Ctrc Thru Conta-Ctrc-Exit
   Perform Conta-Ctrcpag Thru Conta-Ctrcpag-Exit
   Perform Conta-Entrega Thru Conta-Entrega-Exit
   Move "N" To WS-ARQ-CONTADO
   Move "SITHIST" To WS-ARQ-NOME
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit
   Move "ESTMOV" To WS-ARQ-NOME
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit
   Move "AUDIT" To WS-ARQ-NOME
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit

   Move Spaces to PathARQOUT.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CAPACID.REL" Delimited By Size
          Into PathARQOUT
   End-String.
   Open Output ARQOUT
   If Not Valido-ARQOUT
      Display "erro CAPACID.REL " Stat-ARQOUT
      Close CAPHIST
      Move 1 To Return-Code
      Exit Program
   End-if.
   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit
   Perform Varying WS-IX From 1 By 1 Until WS-IX > WS-QTD-ITENS
      Perform Avalia-Item Thru Avalia-Item-Exit
   End-Perform
   Move WS-QTD-ALERTAS To WS-QTD-ED
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   String "ITENS EM AVISO: " WS-QTD-ED
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Close ARQOUT.
   Close CAPHIST.

   Perform Grava-Resumo Thru Grava-Resumo-Exit
   Move "PROG1083" To WS-SP-PROGRAMA
   Move "CAPACID.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Display "Capacidade em 'CAPACID.REL' - " WS-QTD-ED
           " item(ns) em aviso.".
   Exit Program.
*
 Carrega-Parametros.
   Move "CAPAC-SEMANAS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-SEMANAS
   End-if
   Move "CAPAC-HORIZONTE" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-HORIZONTE
   End-if
   Move "CAPAC-PCT-AVISO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-PCT-AVISO
   End-if
   Move "CAPAC-MB-PADRAO" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-MB-PADRAO
   End-if
   Move "NUM-FAIXA-DE" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-FAIXA-DE
   End-if.
 Carrega-Parametros-Exit.
   Exit.
*
 Registra-Item.
   If WS-QTD-ITENS Not < max-itens
      Go To Registra-Item-Exit
   End-if
   Add 1 To WS-QTD-ITENS
   Move WS-NV-NOME   To WS-IT-NOME(WS-QTD-ITENS)
   Move WS-NV-DESCR  To WS-IT-DESCR(WS-QTD-ITENS)
   Move WS-NV-ATUAL  To WS-IT-ATUAL(WS-QTD-ITENS)
   Move WS-NV-BASE   To WS-IT-BASE(WS-QTD-ITENS)
   Move WS-NV-LIMITE To WS-IT-LIMITE(WS-QTD-ITENS).
 Registra-Item-Exit.
   Exit.
*
*  A file's REG (when it was counted) and MB items, each with its
*  CAPAC-REG-/CAPAC-MB- limit.
 Registra-Arquivo.
   If WS-ARQ-CONTADO = "S"
      Move Spaces To WS-NV-NOME WS-PARAM-NOME
      String "REG " WS-ARQ-NOME Delimited By Size Into WS-NV-NOME
      End-String
      String "CAPAC-REG-" WS-ARQ-NOME
             Delimited By Space Into WS-PARAM-NOME
      End-String
      Move Zeros To WS-NV-LIMITE WS-NV-BASE
      Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                            WS-PARAM-NUM WS-PARAM-ACHADO
      If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
         Move WS-PARAM-NUM To WS-NV-LIMITE
      End-if
      Move Spaces To WS-NV-DESCR
      String "Registros em " WS-ARQ-NOME ".DAT"
             Delimited By Size Into WS-NV-DESCR
      End-String
      Move WS-QTD-REGS To WS-NV-ATUAL
      Perform Registra-Item Thru Registra-Item-Exit
   End-if
   Move Zeros To WS-BYTES
   Move ".DAT" To WS-ARQ-EXT
   Perform Soma-Tamanho Thru Soma-Tamanho-Exit
   Move ".vix" To WS-ARQ-EXT
   Perform Soma-Tamanho Thru Soma-Tamanho-Exit
   Move Spaces To WS-NV-NOME WS-PARAM-NOME
   String "MB " WS-ARQ-NOME Delimited By Size Into WS-NV-NOME
   End-String
   String "CAPAC-MB-" WS-ARQ-NOME
          Delimited By Space Into WS-PARAM-NOME
   End-String
   Move WS-MB-PADRAO To WS-NV-LIMITE
   Move Zeros        To WS-NV-BASE
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-NV-LIMITE
   End-if
   Move Spaces To WS-NV-DESCR
   String "Tamanho de " WS-ARQ-NOME ".DAT (MB)"
          Delimited By Size Into WS-NV-DESCR
   End-String
   Compute WS-NV-ATUAL = (WS-BYTES + 1048575) / 1048576
   Perform Registra-Item Thru Registra-Item-Exit.
 Registra-Arquivo-Exit.
   Exit.
*
*  ".DAT" is the file itself; ".vix" is the index part Vision
*  keeps beside it ("ORDE.DAT.vix"), absent for line sequential.
 Soma-Tamanho.
   Move Spaces To WS-ARQ-PATH
   If WS-ARQ-EXT = ".DAT"
      String Lk-Unidade "\DADOS\" Delimited By Size
             WS-ARQ-NOME          Delimited By Space
             ".DAT"               Delimited By Size
             Into WS-ARQ-PATH
      End-String
   Else
      String Lk-Unidade "\DADOS\" Delimited By Size
             WS-ARQ-NOME          Delimited By Space
             ".DAT.vix"           Delimited By Size
             Into WS-ARQ-PATH
      End-String
   End-if
   Initialize WS-FILE-INFO
   Call "C$FILEINFO" Using WS-ARQ-PATH WS-FILE-INFO
      Giving WS-FI-STATUS
   If WS-FI-STATUS = Zeros
      Add WS-FI-TAMANHO To WS-BYTES
   End-if.
 Soma-Tamanho-Exit.
   Exit.
*
*  The MySQL sequence numbers orders up to the manual range;
*  what GETNUM hands out above it is the NC-ORDE range.
 Le-Ordens.
   Move Zeros To WS-MAIOR WS-QTD-REGS
   Move Spaces to PathORDE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Go To Le-Ordens-Exit
   End-if
   Perform Until Fim-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Not Fim-ORDE
         Add 1 To WS-QTD-REGS
         If ORDE-NUME < WS-FAIXA-DE And ORDE-NUME > WS-MAIOR
            Move ORDE-NUME To WS-MAIOR
         End-if
      End-if
   End-Perform
   Close ORDE
   Move "ORDE-NUME"  To WS-NV-NOME
   Move "Numero de pedido (sequencia)" To WS-NV-DESCR
   Move WS-MAIOR     To WS-NV-ATUAL
   Move Zeros        To WS-NV-BASE
   Compute WS-NV-LIMITE = WS-FAIXA-DE - 1
   Perform Registra-Item Thru Registra-Item-Exit
   Move "ORDE" To WS-ARQ-NOME
   Move "S"    To WS-ARQ-CONTADO
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit.
 Le-Ordens-Exit.
   Exit.
*
 Le-Clientes.
   Move Zeros To WS-MAIOR WS-QTD-REGS
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Go To Le-Clientes-Exit
   End-if
   Perform Until Fim-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Not Fim-CLIENTE
         Add 1 To WS-QTD-REGS
         If CLI-CODIGO > WS-MAIOR
            Move CLI-CODIGO To WS-MAIOR
         End-if
      End-if
   End-Perform
   Close CLIENTE
   Move "CLI-CODIGO" To WS-NV-NOME
   Move "Codigo de cliente" To WS-NV-DESCR
   Move WS-MAIOR     To WS-NV-ATUAL
   Move Zeros        To WS-NV-BASE
   Move 9999         To WS-NV-LIMITE
   Perform Registra-Item Thru Registra-Item-Exit
   Move "CLIENTE" To WS-ARQ-NOME
   Move "S"       To WS-ARQ-CONTADO
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit.
 Le-Clientes-Exit.
   Exit.
*
 Le-Romaneio.
   Move Spaces to PathROMCTL.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ROMANEIO.CTL" Delimited By Size
          Into PathROMCTL
   End-String.
   Move Zeros To RN-ULTIMO
   Open Input ROMCTL
   If Not Valido-ROMCTL
      Go To Le-Romaneio-Exit
   End-if
   Read ROMCTL
      At End Move Zeros To RN-ULTIMO
   End-Read
   Close ROMCTL
   Move "ROMANEIO"   To WS-NV-NOME
   Move "Numero de romaneio" To WS-NV-DESCR
   Move RN-ULTIMO    To WS-NV-ATUAL
   Move Zeros        To WS-NV-BASE
   Move 999999       To WS-NV-LIMITE
   Perform Registra-Item Thru Registra-Item-Exit.
 Le-Romaneio-Exit.
   Exit.
*
*  Each GETNUM range: used is what went out of it so far.
 Le-Faixas.
   Move Spaces to PathNUMCTL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\NUMCTL.DAT" Delimited By Size
          Into PathNUMCTL
   End-String.
   Open Input NUMCTL
   If Not Valido-NUMCTL
      Go To Le-Faixas-Exit
   End-if
   Perform Until Fim-NUMCTL
      Read NUMCTL Next Record
         At End Move "10" To Stat-NUMCTL
      End-Read
      If Not Fim-NUMCTL
         Move Spaces To WS-NV-NOME WS-NV-DESCR
         String "NC-" NC-TIPO Delimited By Size Into WS-NV-NOME
         End-String
         String "Faixa manual " NC-TIPO
                Delimited By Size Into WS-NV-DESCR
         End-String
         Compute WS-NV-ATUAL = NC-PROXIMO - 1
         Compute WS-NV-BASE  = NC-FAIXA-DE - 1
         Move NC-FAIXA-ATE To WS-NV-LIMITE
         Perform Registra-Item Thru Registra-Item-Exit
      End-if
   End-Perform
   Close NUMCTL.
 Le-Faixas-Exit.
   Exit.
*
 Le-Fila-Email.
   Move Zeros To WS-MAIOR WS-QTD-REGS
   Move Spaces to PathMAILQ.
   String Lk-Unidade         Delimited By Size
          "\DADOS\MAILQ.DAT" Delimited By Size
          Into PathMAILQ
   End-String.
   Open Input MAILQ
   If Not Valido-MAILQ
      Go To Le-Fila-Email-Exit
   End-if
   Perform Until Fim-MAILQ
      Read MAILQ Next Record
         At End Move "10" To Stat-MAILQ
      End-Read
      If Not Fim-MAILQ
         Add 1 To WS-QTD-REGS
         Move MQ-SEQ To WS-MAIOR
      End-if
   End-Perform
   Close MAILQ
   Move "MQ-SEQ"     To WS-NV-NOME
   Move "Sequencia da fila de e-mail" To WS-NV-DESCR
   Move WS-MAIOR     To WS-NV-ATUAL
   Move Zeros        To WS-NV-BASE
   Move 999999       To WS-NV-LIMITE
   Perform Registra-Item Thru Registra-Item-Exit
   Move "MAILQ" To WS-ARQ-NOME
   Move "S"     To WS-ARQ-CONTADO
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit.
 Le-Fila-Email-Exit.
   Exit.
*
*  The per-client and per-order sequences run out one key at a
*  time - the one closest to its end is what is watched.
 Le-Vasilhames.
   Move Zeros To WS-MAIOR WS-MAIOR-DONO
   Move Spaces to PathVASILHA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\VASILHA.DAT" Delimited By Size
          Into PathVASILHA
   End-String.
   Open Input VASILHA
   If Not Valido-VASILHA
      Go To Le-Vasilhames-Exit
   End-if
   Perform Until Fim-VASILHA
      Read VASILHA Next Record
         At End Move "10" To Stat-VASILHA
      End-Read
      If Not Fim-VASILHA And VS-SEQ > WS-MAIOR
         Move VS-SEQ  To WS-MAIOR
         Move VS-CLIE To WS-MAIOR-DONO
      End-if
   End-Perform
   Close VASILHA
   Move WS-MAIOR-DONO To WS-DONO-ED
   Move "VS-SEQ"     To WS-NV-NOME
   Move Spaces To WS-NV-DESCR
   String "Vasilhame - cliente " WS-DONO-ED
          Delimited By Size Into WS-NV-DESCR
   End-String
   Move WS-MAIOR     To WS-NV-ATUAL
   Move Zeros        To WS-NV-BASE
   Move 999999       To WS-NV-LIMITE
   Perform Registra-Item Thru Registra-Item-Exit.
 Le-Vasilhames-Exit.
   Exit.
*
 Le-Adiantamentos.
   Move Zeros To WS-MAIOR WS-MAIOR-DONO
   Move Spaces to PathADIANT.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ADIANT.DAT" Delimited By Size
          Into PathADIANT
   End-String.
   Open Input ADIANT
   If Not Valido-ADIANT
      Go To Le-Adiantamentos-Exit
   End-if
   Perform Until Fim-ADIANT
      Read ADIANT Next Record
         At End Move "10" To Stat-ADIANT
      End-Read
      If Not Fim-ADIANT And AD-SEQ > WS-MAIOR
         Move AD-SEQ  To WS-MAIOR
         Move AD-CLIE To WS-MAIOR-DONO
      End-if
   End-Perform
   Close ADIANT
   Move WS-MAIOR-DONO To WS-DONO-ED
   Move "AD-SEQ"     To WS-NV-NOME
   Move Spaces To WS-NV-DESCR
   String "Adiantamento - cliente " WS-DONO-ED
          Delimited By Size Into WS-NV-DESCR
   End-String
   Move WS-MAIOR     To WS-NV-ATUAL
   Move Zeros        To WS-NV-BASE
   Move 9999         To WS-NV-LIMITE
   Perform Registra-Item Thru Registra-Item-Exit.
 Le-Adiantamentos-Exit.
   Exit.
*
 Le-Devolucoes.
   Move Zeros To WS-MAIOR WS-MAIOR-DONO
   Move Spaces to PathDEVOL.
   String Lk-Unidade         Delimited By Size
          "\DADOS\DEVOL.DAT" Delimited By Size
          Into PathDEVOL
   End-String.
   Open Input DEVOL
   If Not Valido-DEVOL
      Go To Le-Devolucoes-Exit
   End-if
   Perform Until Fim-DEVOL
      Read DEVOL Next Record
         At End Move "10" To Stat-DEVOL
      End-Read
      If Not Fim-DEVOL And DV-SEQ > WS-MAIOR
         Move DV-SEQ  To WS-MAIOR
         Move DV-NUME To WS-MAIOR-DONO
      End-if
   End-Perform
   Close DEVOL
   Move WS-MAIOR-DONO To WS-DONO-ED
   Move "DV-SEQ"     To WS-NV-NOME
   Move Spaces To WS-NV-DESCR
   String "Devolucao - pedido " WS-DONO-ED
          Delimited By Size Into WS-NV-DESCR
   End-String
   Move WS-MAIOR     To WS-NV-ATUAL
   Move Zeros        To WS-NV-BASE
   Move 99           To WS-NV-LIMITE
   Perform Registra-Item Thru Registra-Item-Exit.
 Le-Devolucoes-Exit.
   Exit.
*
 Conta-Ordehist.
   Move Zeros To WS-QTD-REGS
   Move Spaces to PathORDEHIST.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ORDEHIST.DAT" Delimited By Size
          Into PathORDEHIST
   End-String.
   Open Input ORDEHIST
   If Not Valido-ORDEHIST
      Go To Conta-Ordehist-Exit
   End-if
   Perform Until Fim-ORDEHIST
      Read ORDEHIST Next Record
         At End Move "10" To Stat-ORDEHIST
      End-Read
      If Not Fim-ORDEHIST
         Add 1 To WS-QTD-REGS
      End-if
   End-Perform
   Close ORDEHIST
   Move "ORDEHIST" To WS-ARQ-NOME
   Move "S"        To WS-ARQ-CONTADO
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit.
 Conta-Ordehist-Exit.
   Exit.
*
 Conta-Titulos.
   Move Zeros To WS-QTD-REGS
   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Not Valido-TITULOS
      Go To Conta-Titulos-Exit
   End-if
   Perform Until Fim-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Not Fim-TITULOS
         Add 1 To WS-QTD-REGS
      End-if
   End-Perform
   Close TITULOS
   Move "TITULOS" To WS-ARQ-NOME
   Move "S"       To WS-ARQ-CONTADO
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit.
 Conta-Titulos-Exit.
   Exit.
*
 Conta-Ctrc.
   Move Zeros To WS-QTD-REGS
   Move Spaces to PathCTRC.
   String Lk-Unidade        Delimited By Size
          "\DADOS\CTRC.DAT" Delimited By Size
          Into PathCTRC
   End-String.
   Open Input CTRC
   If Not Valido-CTRC
      Go To Conta-Ctrc-Exit
   End-if
   Perform Until Fim-CTRC
      Read CTRC Next Record
         At End Move "10" To Stat-CTRC
      End-Read
      If Not Fim-CTRC
         Add 1 To WS-QTD-REGS
      End-if
   End-Perform
   Close CTRC
   Move "CTRC" To WS-ARQ-NOME
   Move "S"    To WS-ARQ-CONTADO
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit.
 Conta-Ctrc-Exit.
   Exit.
*
 Conta-Ctrcpag.
   Move Zeros To WS-QTD-REGS
   Move Spaces to PathCTRCPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CTRCPAG.DAT" Delimited By Size
          Into PathCTRCPAG
   End-String.
   Open Input CTRCPAG
   If Not Valido-CTRCPAG
      Go To Conta-Ctrcpag-Exit
   End-if
   Perform Until Fim-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Not Fim-CTRCPAG
         Add 1 To WS-QTD-REGS
      End-if
   End-Perform
   Close CTRCPAG
   Move "CTRCPAG" To WS-ARQ-NOME
   Move "S"       To WS-ARQ-CONTADO
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit.
 Conta-Ctrcpag-Exit.
   Exit.
*
 Conta-Entrega.
   Move Zeros To WS-QTD-REGS
   Move Spaces to PathENTREGA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ENTREGA.DAT" Delimited By Size
          Into PathENTREGA
   End-String.
   Open Input ENTREGA
   If Not Valido-ENTREGA
      Go To Conta-Entrega-Exit
   End-if
   Perform Until Fim-ENTREGA
      Read ENTREGA Next Record
         At End Move "10" To Stat-ENTREGA
      End-Read
      If Not Fim-ENTREGA
         Add 1 To WS-QTD-REGS
      End-if
   End-Perform
   Close ENTREGA
   Move "ENTREGA" To WS-ARQ-NOME
   Move "S"       To WS-ARQ-CONTADO
   Perform Registra-Arquivo Thru Registra-Arquivo-Exit.
 Conta-Entrega-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To ARQOUT-REGI
   String "CAPACIDADE DE CONTADORES E ARQUIVOS - UNIDADE "
          Lk-Unidade " - " WS-HOJE-DIA "/" WS-HOJE-MES "/"
          WS-HOJE-ANO
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move WS-SEMANAS   To WS-QTD-ED
   Move WS-PCT-AVISO To WS-PCT-ED
   Move WS-HORIZONTE To WS-DONO-ED
   Move Spaces To ARQOUT-REGI
   String "RITMO DAS ULTIMAS " WS-QTD-ED " SEMANA(S); AVISO A "
          WS-PCT-ED "% DE USO OU ESGOTANDO EM " WS-DONO-ED
          " SEMANA(S)"
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   String "ITEM         DESCRICAO                             "
          "  EM USO       LIMITE        RESTA  USO%  /SEMANA  "
          " ESGOTA EM"
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
*  Today's reading is kept; the oldest one inside the window
*  gives the rate.
 Avalia-Item.
   Move WS-IT-NOME(WS-IX)   To CH-ITEM
   Move WS-DATA-SISTEMA     To CH-DATA
   Move WS-IT-ATUAL(WS-IX)  To CH-VALOR
   Move WS-IT-LIMITE(WS-IX) To CH-LIMITE
   Move WS-HORA-SISTEMA     To CH-HRIN
   Write CAPHIST-REGI
      Invalid Key
         Rewrite CAPHIST-REGI
            Invalid Key Continue
         End-Rewrite
   End-Write

   Move "N" To WS-TEM-BASE
   Move WS-IT-NOME(WS-IX) To CH-ITEM
   Move Low-Values        To CH-DATA
   Start CAPHIST Key Is Not Less CH-CHAVE
      Invalid Key Move "10" To Stat-CAPHIST
   End-Start
   Perform Until Fim-CAPHIST Or Tem-Base
      Read CAPHIST Next Record
         At End Move "10" To Stat-CAPHIST
      End-Read
      If Not Fim-CAPHIST
         If CH-ITEM Not = WS-IT-NOME(WS-IX)
            Or CH-DATA Not < WS-DATA-SISTEMA
            Move "10" To Stat-CAPHIST
         Else
            Move CH-DATA To WS-DATA-CALC
            Compute WS-DIAS-CALC = WS-CALC-ANO * 360
                                 + WS-CALC-MES * 30 + WS-CALC-DIA
            If WS-DIAS-CALC Not < WS-DIAS-JANELA
               Move "S"          To WS-TEM-BASE
               Move CH-VALOR     To WS-BASE-VALOR
               Move WS-DIAS-CALC To WS-BASE-DIAS
            End-if
         End-if
      End-if
   End-Perform
   Move "00" To Stat-CAPHIST

   Move Zeros  To WS-TAXA-DIA WS-TAXA-SEMANA WS-PCT-USO
                  WS-RESTANTE WS-DIAS-ESGOTA
   Move Spaces To WS-AVISO WS-ESGOTA-ED
   Move "N"    To WS-ALERTA
   If Tem-Base And WS-DIAS-HOJE > WS-BASE-DIAS
      Compute WS-TAXA-DIA Rounded =
              (WS-IT-ATUAL(WS-IX) - WS-BASE-VALOR)
            / (WS-DIAS-HOJE - WS-BASE-DIAS)
      Compute WS-TAXA-SEMANA Rounded = WS-TAXA-DIA * 7
   End-if
   If WS-IT-LIMITE(WS-IX) > Zeros
      Compute WS-RESTANTE = WS-IT-LIMITE(WS-IX) - WS-IT-ATUAL(WS-IX)
      Compute WS-CAPACIDADE = WS-IT-LIMITE(WS-IX) - WS-IT-BASE(WS-IX)
      If WS-CAPACIDADE > Zeros
         Compute WS-PCT-USO =
                 (WS-IT-ATUAL(WS-IX) - WS-IT-BASE(WS-IX)) * 100
               / WS-CAPACIDADE
      End-if
      If WS-TAXA-DIA > Zeros And WS-RESTANTE > Zeros
         Compute WS-DIAS-ESGOTA = WS-RESTANTE / WS-TAXA-DIA
         Compute WS-DIAS-CALC = WS-DIAS-HOJE + WS-DIAS-ESGOTA
         Perform Converte-Dias Thru Converte-Dias-Exit
         String WS-CALC-DIA "/" WS-CALC-MES "/" WS-CALC-ANO
                Delimited By Size Into WS-ESGOTA-ED
         End-String
      End-if
      Evaluate True
         When WS-RESTANTE Not > Zeros
            Move "S" To WS-ALERTA
            Move "*** ESGOTADO" To WS-AVISO
         When WS-PCT-USO Not < WS-PCT-AVISO
            Move "S" To WS-ALERTA
            Move "*** USO ALTO" To WS-AVISO
         When WS-ESGOTA-ED Not = Spaces
          And WS-DIAS-ESGOTA Not > WS-HORIZONTE * 7
            Move "S" To WS-ALERTA
            Move "*** ESGOTANDO" To WS-AVISO
      End-Evaluate
   End-if

   Move WS-IT-ATUAL(WS-IX)  To WS-ATUAL-ED
   Move WS-IT-LIMITE(WS-IX) To WS-LIMITE-ED
   Move WS-RESTANTE         To WS-RESTA-ED
   Move WS-PCT-USO          To WS-PCT-ED
   Move WS-TAXA-SEMANA      To WS-TAXA-ED
   Move Spaces To ARQOUT-REGI
   String WS-IT-NOME(WS-IX) " " WS-IT-DESCR(WS-IX) " " WS-ATUAL-ED
          " " Delimited By Size Into ARQOUT-REGI
   End-String
   If WS-IT-LIMITE(WS-IX) > Zeros
      Move WS-LIMITE-ED To ARQOUT-REGI(70:12)
      Move WS-RESTA-ED  To ARQOUT-REGI(83:12)
      Move WS-PCT-ED    To ARQOUT-REGI(97:4)
   Else
      Move "SEM LIMITE" To ARQOUT-REGI(72:10)
   End-if
   If Tem-Base
      Move WS-TAXA-ED   To ARQOUT-REGI(101:10)
   End-if
   Move WS-ESGOTA-ED To ARQOUT-REGI(112:10)
   Move WS-AVISO     To ARQOUT-REGI(123:16)
   Write ARQOUT-REGI

   If Item-Em-Alerta And WS-QTD-ALERTAS < max-itens
      Add 1 To WS-QTD-ALERTAS
      Move Spaces To WS-RESUMO(WS-QTD-ALERTAS)
      If WS-ESGOTA-ED = Spaces
         String WS-IT-NOME(WS-IX) " resta " WS-RESTA-ED
                " (" WS-PCT-ED "%) " WS-AVISO(5:12)
                Delimited By Size Into WS-RESUMO(WS-QTD-ALERTAS)
         End-String
      Else
         String WS-IT-NOME(WS-IX) " resta " WS-RESTA-ED
                " (" WS-PCT-ED "%) esgota ~" WS-ESGOTA-ED
                Delimited By Size Into WS-RESUMO(WS-QTD-ALERTAS)
         End-String
      End-if
   End-if.
 Avalia-Item-Exit.
   Exit.
*
*  Back from a 360/30 day number to a date - an estimate, so a
*  February past the 28th is taken to the 28th.
 Converte-Dias.
   Compute WS-CALC-ANO = (WS-DIAS-CALC - 31) / 360
   Compute WS-RESTO-DIAS = WS-DIAS-CALC - WS-CALC-ANO * 360
   Compute WS-CALC-MES = (WS-RESTO-DIAS - 1) / 30
   Compute WS-CALC-DIA = WS-RESTO-DIAS - WS-CALC-MES * 30
   If WS-CALC-MES = 2 And WS-CALC-DIA > 28
      Move 28 To WS-CALC-DIA
   End-if
   Move Spaces To WS-ESGOTA-ED.
 Converte-Dias-Exit.
   Exit.
*
*  Rewritten every run: an empty CAPACID.SUM means nothing is
*  near its end.
 Grava-Resumo.
   Move Spaces to PathARQOUT.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CAPACID.SUM" Delimited By Size
          Into PathARQOUT
   End-String.
   Open Output ARQOUT
   If Not Valido-ARQOUT
      Go To Grava-Resumo-Exit
   End-if
   Perform Varying WS-IX From 1 By 1 Until WS-IX > WS-QTD-ALERTAS
      Move WS-RESUMO(WS-IX) To ARQOUT-REGI
      Write ARQOUT-REGI
   End-Perform
   Close ARQOUT.
 Grava-Resumo-Exit.
   Exit.
