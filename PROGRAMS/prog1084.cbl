*REORGANIZACAO DOS ARQUIVOS INDEXADOS COM VERIFICACAO (OFF-LINE)
 Identification Division.
 Program-Id. PROG1084.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\ESTOQUE.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\CTRC.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\ENTREGA.SL".
   Copy "..\COPY\ORDEHIST.SL".
   Copy "..\COPY\REORGUNL.SL".
   Copy "..\COPY\REORGLOG.SL".
   Copy "..\COPY\ORDECTL.SL".
   Copy "..\COPY\LOCKMRK.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=ESTOQUE
   Copy "..\COPY\ESTOQUE.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=CTRC
   Copy "..\COPY\CTRC.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=ENTREGA
   Copy "..\COPY\ENTREGA.FD".
$XFD FILE=ORDEHIST
   Copy "..\COPY\ORDEHIST.FD".
   Copy "..\COPY\REORGUNL.FD".
   Copy "..\COPY\REORGLOG.FD".
   Copy "..\COPY\ORDECTL.FD".
   Copy "..\COPY\LOCKMRK.FD".
*
 Working-Storage Section.
*
*  One indexed file of the branch rebuilt per call, from
*  REORG.BAT, while that chain holds SYNC.LCK (PROG943 TRAVA
*  REORG) - without that marker nothing is touched. The file is
*  unloaded to <arquivo>.UNL and reloaded into a fresh
*  <arquivo>.NEW in key order, which leaves behind the holes the
*  deletes and rewrites made; the new file is then read back
*  end to end. Only when the records unloaded, loaded and read
*  back are the same number - and, for ORDE.DAT, the count, sum
*  of numbers and sum of installments agree before, after and
*  with ORDECTL.DAT - is it swapped in: the original becomes
*  <arquivo>.ORG (the one from the previous run is dropped only
*  now) and the .NEW becomes the .DAT, index part (.vix) with
*  it. Anything else leaves the .DAT as it was. Lk-DryRun "S"
*  does all of it but the swap. Every file gets a REORG.LOG line
*  with the sizes before and after.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  Stat-ESTOQUE        PIC X(002).
     88 Valido-ESTOQUE   Value "00" THRU "09".
     88 Fim-ESTOQUE      Value "10".
 01  PATHESTOQUE         PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
     88 Fim-CLIENTE      Value "10".
 01  PATHCLIENTE         PIC X(060).
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
 01  Stat-ORDEHIST       PIC X(002).
     88 Valido-ORDEHIST  Value "00" THRU "09".
     88 Fim-ORDEHIST     Value "10".
 01  PATHORDEHIST        PIC X(060).
 01  Stat-REORGUNL       PIC X(002).
     88 Valido-REORGUNL  Value "00" THRU "09".
     88 Fim-REORGUNL     Value "10".
 01  PATHREORGUNL        PIC X(060).
 01  Stat-REORGLOG       PIC X(002).
     88 Valido-REORGLOG  Value "00" THRU "09".
 01  PATHREORGLOG        PIC X(060).
 01  Stat-ORDECTL        PIC X(002).
     88 Valido-ORDECTL   Value "00" THRU "09".
 01  PATHORDECTL         PIC X(060).
 01  Stat-LOCKMRK        PIC X(002).
     88 Valido-LOCKMRK   Value "00" THRU "09".
 01  PATHLOCK            PIC X(060).
*
 01  WS-ARQ-NOME         PIC X(008).
 01  WS-PATH-DAT         PIC X(060).
 01  WS-PATH-NEW         PIC X(060).
 01  WS-PATH-ORG         PIC X(060).
 01  WS-STAT-ARQ         PIC X(002).
 01  WS-CMD              PIC X(200).
*
 01  WS-QTD-ANTES        PIC 9(009) VALUE ZEROS.
 01  WS-QTD-CARGA        PIC 9(009) VALUE ZEROS.
 01  WS-QTD-DEPOIS       PIC 9(009) VALUE ZEROS.
 01  WS-QTD-RECUSADOS    PIC 9(009) VALUE ZEROS.
 01  WS-QTD-ED           PIC Z(008)9.
*
*  The ORDE.DAT control totals, PROG942's arithmetic.
 01  WS-CTL-QTD          PIC 9(009) VALUE ZEROS.
 01  WS-CTL-SOMA-NUME    PIC 9(012) VALUE ZEROS.
 01  WS-CTL-SOMA-VALOR   PIC 9(013)V99 VALUE ZEROS.
 01  WS-CTL-IDX          PIC 9(002) COMP-X.
 01  WS-ANT-QTD          PIC 9(009) VALUE ZEROS.
 01  WS-ANT-SOMA-NUME    PIC 9(012) VALUE ZEROS.
 01  WS-ANT-SOMA-VALOR   PIC 9(013)V99 VALUE ZEROS.
*
*  Size on disk, data and .vix index part together (PROG1083).
 01  WS-TAM-PATH         PIC X(080).
 01  WS-FILE-INFO.
     03 WS-FI-TAMANHO    PIC X(008) COMP-X.
     03 WS-FI-DATA       PIC 9(008) COMP-X.
     03 WS-FI-HORA       PIC 9(008) COMP-X.
 01  WS-FI-STATUS        PIC S9(004) COMP-5.
 01  WS-BYTES            PIC S9(015) COMP-3.
 01  WS-BYTES-ANTES      PIC S9(015) COMP-3 VALUE ZEROS.
 01  WS-BYTES-DEPOIS     PIC S9(015) COMP-3 VALUE ZEROS.
 01  WS-REDUCAO-PCT      PIC S9(003) COMP-3 VALUE ZEROS.
*
 01  WS-RESULTADO        PIC X(008) VALUE SPACES.
 01  WS-MOTIVO           PIC X(050) VALUE SPACES.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*  The file to rebuild, by its name in DADOS without the .DAT.
 01 Lk-Arquivo                Pic X(008).
*
 Procedure Division Using LK-Linkage, Lk-Arquivo.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move Lk-Arquivo To WS-ARQ-NOME

   Perform Verifica-Trava Thru Verifica-Trava-Exit
   If WS-MOTIVO Not = Spaces
      Display "PROG1084: " WS-MOTIVO
      Move 1 To Return-Code
      Exit Program
   End-if
   If WS-ARQ-NOME Not = "ORDE" And Not = "TITULOS"
      And Not = "ESTOQUE" And Not = "CLIENTE" And Not = "CTRC"
      And Not = "CTRCPAG" And Not = "ENTREGA" And Not = "ORDEHIST"
      Display "PROG1084: arquivo '" WS-ARQ-NOME
              "' fora da reorganizacao."
      Move 2 To Return-Code
      Exit Program
   End-if

   Move Spaces To WS-PATH-DAT WS-PATH-NEW WS-PATH-ORG
                  PathREORGUNL
   String Lk-Unidade "\DADOS\" Delimited By Size
          WS-ARQ-NOME Delimited By Space ".DAT" Delimited By Size
          Into WS-PATH-DAT
   End-String
   String Lk-Unidade "\DADOS\" Delimited By Size
          WS-ARQ-NOME Delimited By Space ".NEW" Delimited By Size
          Into WS-PATH-NEW
   End-String
   String Lk-Unidade "\DADOS\" Delimited By Size
          WS-ARQ-NOME Delimited By Space ".ORG" Delimited By Size
          Into WS-PATH-ORG
   End-String
   String Lk-Unidade "\DADOS\" Delimited By Size
          WS-ARQ-NOME Delimited By Space ".UNL" Delimited By Size
          Into PathREORGUNL
   End-String

*  A .NEW or .UNL left by an interrupted run is only debris.
   Move WS-PATH-NEW To WS-TAM-PATH
   Perform Apaga-Arquivo Thru Apaga-Arquivo-Exit
   Move PathREORGUNL To WS-TAM-PATH
   Perform Apaga-Arquivo Thru Apaga-Arquivo-Exit

   Move WS-PATH-DAT To WS-TAM-PATH
   Perform Mede-Arquivo Thru Mede-Arquivo-Exit
   Move WS-BYTES To WS-BYTES-ANTES

   Perform Reorganiza Thru Reorganiza-Exit

   Move PathREORGUNL To WS-TAM-PATH
   Perform Apaga-Arquivo Thru Apaga-Arquivo-Exit
   If WS-RESULTADO Not = "TROCADO" And Not = "SIMULADO"
      Move WS-PATH-NEW To WS-TAM-PATH
      Perform Apaga-Arquivo Thru Apaga-Arquivo-Exit
      Move "RECUSADO" To WS-RESULTADO
   End-if
   Perform Grava-Log Thru Grava-Log-Exit

   Move WS-QTD-ANTES To WS-QTD-ED
   If WS-RESULTADO = "RECUSADO"
      Display WS-ARQ-NOME " RECUSADO - " WS-MOTIVO
      Display "   " WS-ARQ-NOME ".DAT ficou como estava."
      Move 1 To Return-Code
   Else
      Display WS-ARQ-NOME " " WS-RESULTADO " - " WS-QTD-ED
              " registro(s), reducao de " RG-REDUCAO-PCT "%."
      Move Zeros To Return-Code
   End-if
   Exit Program.
*
 Reorganiza.
   Open Output REORGUNL
   If Not Valido-REORGUNL
      Move "descarga (.UNL) nao pode ser criada" To WS-MOTIVO
      Go To Reorganiza-Exit
   End-if
   Move Zeros To WS-CTL-QTD WS-CTL-SOMA-NUME WS-CTL-SOMA-VALOR
   Move "00" To WS-STAT-ARQ
   Perform Descarrega Thru Descarrega-Exit
   Close REORGUNL
   If WS-STAT-ARQ Not = "10"
      Move Spaces To WS-MOTIVO
      String "leitura do original parou - status " WS-STAT-ARQ
             Delimited By Size Into WS-MOTIVO
      End-String
      Go To Reorganiza-Exit
   End-if
   Move WS-CTL-QTD        To WS-ANT-QTD
   Move WS-CTL-SOMA-NUME  To WS-ANT-SOMA-NUME
   Move WS-CTL-SOMA-VALOR To WS-ANT-SOMA-VALOR
   If WS-ARQ-NOME = "ORDE"
      Perform Confere-Ordectl Thru Confere-Ordectl-Exit
      If WS-MOTIVO Not = Spaces
         Go To Reorganiza-Exit
      End-if
   End-if

   Open Input REORGUNL
   If Not Valido-REORGUNL
      Move "descarga (.UNL) nao pode ser relida" To WS-MOTIVO
      Go To Reorganiza-Exit
   End-if
   Move "00" To WS-STAT-ARQ
   Perform Recarrega Thru Recarrega-Exit
   Close REORGUNL
   If WS-STAT-ARQ Not = "10"
      Move Spaces To WS-MOTIVO
      String "recarga no arquivo novo (.NEW) falhou - status "
             WS-STAT-ARQ
             Delimited By Size Into WS-MOTIVO
      End-String
      Go To Reorganiza-Exit
   End-if

   Move Zeros To WS-CTL-QTD WS-CTL-SOMA-NUME WS-CTL-SOMA-VALOR
   Move "00" To WS-STAT-ARQ
   Perform Reconta Thru Reconta-Exit
   If WS-STAT-ARQ Not = "10"
      Move Spaces To WS-MOTIVO
      String "releitura do .NEW parou - status " WS-STAT-ARQ
             Delimited By Size Into WS-MOTIVO
      End-String
      Go To Reorganiza-Exit
   End-if
   If WS-QTD-CARGA Not = WS-QTD-ANTES
      Or WS-QTD-DEPOIS Not = WS-QTD-ANTES
      Or WS-QTD-RECUSADOS Not = Zeros
      Move WS-QTD-DEPOIS To WS-QTD-ED
      Move Spaces To WS-MOTIVO
      String "contagem nao confere - relidos " WS-QTD-ED
             Delimited By Size Into WS-MOTIVO
      End-String
      Go To Reorganiza-Exit
   End-if
   If WS-CTL-QTD Not = WS-ANT-QTD
      Or WS-CTL-SOMA-NUME Not = WS-ANT-SOMA-NUME
      Or WS-CTL-SOMA-VALOR Not = WS-ANT-SOMA-VALOR
      Move "totais de controle antes/depois nao conferem"
           To WS-MOTIVO
      Go To Reorganiza-Exit
   End-if

   Move WS-PATH-NEW To WS-TAM-PATH
   Perform Mede-Arquivo Thru Mede-Arquivo-Exit
   Move WS-BYTES To WS-BYTES-DEPOIS
   If Lk-Simulacao
      Move "SIMULADO" To WS-RESULTADO
      Move ".NEW conferido e mantido - nada trocado" To WS-MOTIVO
      Go To Reorganiza-Exit
   End-if
   Perform Troca-Arquivos Thru Troca-Arquivos-Exit.
 Reorganiza-Exit.
   Exit.
*
*  ORDE.DAT is not reorganised against a control that already
*  disagrees with it - that is PROG942's problem to raise first.
*  A stale control (a restore) has nothing to say and is let be.
 Confere-Ordectl.
   Move Spaces to PATHORDECTL.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ORDECTL.DAT" Delimited By Size
          Into PATHORDECTL
   End-String.
   Move "X" To OT-SITU
   Open Input ORDECTL
   If Valido-ORDECTL
      Read ORDECTL
         At End Move "X" To OT-SITU
      End-Read
      Close ORDECTL
   End-if
   If Controle-Valido
      If OT-QTD Not = WS-ANT-QTD
         Or OT-SOMA-NUME Not = WS-ANT-SOMA-NUME
         Or OT-SOMA-VALOR Not = WS-ANT-SOMA-VALOR
         Move "ORDE.DAT ja diverge de ORDECTL.DAT - rode o PROG942"
              To WS-MOTIVO
      End-if
   End-if.
 Confere-Ordectl-Exit.
   Exit.
*
*  The previous original goes only now that a new one is proven;
*  should the .NEW fail to take the .DAT name, the original is
*  put back under it.
 Troca-Arquivos.
   Move WS-PATH-ORG To WS-TAM-PATH
   Perform Apaga-Arquivo Thru Apaga-Arquivo-Exit
   Move Spaces To WS-CMD
   String 'MOVE /Y "' WS-PATH-DAT Delimited By Space
          '" "'      WS-PATH-ORG Delimited By Space
          '"'        Delimited By Size
          Into WS-CMD
   End-String
   Perform Executa-Comando Thru Executa-Comando-Exit
   If Return-Code Not = Zeros
      Move "original nao pode ser renomeado para .ORG" To WS-MOTIVO
      Go To Troca-Arquivos-Exit
   End-if
   Move Spaces To WS-CMD
   String 'IF EXIST "' WS-PATH-DAT Delimited By Space
          '.vix" MOVE /Y "' WS-PATH-DAT Delimited By Space
          '.vix" "'  WS-PATH-ORG Delimited By Space
          '.vix"'    Delimited By Size
          Into WS-CMD
   End-String
   Perform Executa-Comando Thru Executa-Comando-Exit
   Move Spaces To WS-CMD
   String 'MOVE /Y "' WS-PATH-NEW Delimited By Space
          '" "'      WS-PATH-DAT Delimited By Space
          '"'        Delimited By Size
          Into WS-CMD
   End-String
   Perform Executa-Comando Thru Executa-Comando-Exit
   If Return-Code Not = Zeros
      Move Spaces To WS-CMD
      String 'MOVE /Y "' WS-PATH-ORG Delimited By Space
             '" "'      WS-PATH-DAT Delimited By Space
             '"'        Delimited By Size
             Into WS-CMD
      End-String
      Perform Executa-Comando Thru Executa-Comando-Exit
      Move Spaces To WS-CMD
      String 'IF EXIST "' WS-PATH-ORG Delimited By Space
             '.vix" MOVE /Y "' WS-PATH-ORG Delimited By Space
             '.vix" "'  WS-PATH-DAT Delimited By Space
             '.vix"'    Delimited By Size
             Into WS-CMD
      End-String
      Perform Executa-Comando Thru Executa-Comando-Exit
      Move ".NEW nao assumiu o nome - original restaurado"
           To WS-MOTIVO
      Go To Troca-Arquivos-Exit
   End-if
   Move Spaces To WS-CMD
   String 'IF EXIST "' WS-PATH-NEW Delimited By Space
          '.vix" MOVE /Y "' WS-PATH-NEW Delimited By Space
          '.vix" "'  WS-PATH-DAT Delimited By Space
          '.vix"'    Delimited By Size
          Into WS-CMD
   End-String
   Perform Executa-Comando Thru Executa-Comando-Exit
   Move "TROCADO" To WS-RESULTADO
   Move "original mantido como .ORG ate a proxima" To WS-MOTIVO.
 Troca-Arquivos-Exit.
   Exit.
*
 Executa-Comando.
   Move Zeros To Return-Code
   Call "SYSTEM" Using WS-CMD.
 Executa-Comando-Exit.
   Exit.
*
*  The file named in WS-TAM-PATH and its .vix, when they exist.
 Apaga-Arquivo.
   Move Spaces To WS-CMD
   String 'IF EXIST "' WS-TAM-PATH Delimited By Space
          '" DEL "'   WS-TAM-PATH Delimited By Space
          '"'         Delimited By Size
          Into WS-CMD
   End-String
   Perform Executa-Comando Thru Executa-Comando-Exit
   Move Spaces To WS-CMD
   String 'IF EXIST "' WS-TAM-PATH Delimited By Space
          '.vix" DEL "' WS-TAM-PATH Delimited By Space
          '.vix"'     Delimited By Size
          Into WS-CMD
   End-String
   Perform Executa-Comando Thru Executa-Comando-Exit.
 Apaga-Arquivo-Exit.
   Exit.
*
 Mede-Arquivo.
   Move Zeros To WS-BYTES
   Initialize WS-FILE-INFO
   Call "C$FILEINFO" Using WS-TAM-PATH WS-FILE-INFO
      Giving WS-FI-STATUS
   If WS-FI-STATUS = Zeros
      Add WS-FI-TAMANHO To WS-BYTES
   End-if
   Move Spaces To WS-CMD
   String WS-TAM-PATH Delimited By Space ".vix" Delimited By Size
          Into WS-CMD
   End-String
   Initialize WS-FILE-INFO
   Call "C$FILEINFO" Using WS-CMD WS-FILE-INFO
      Giving WS-FI-STATUS
   If WS-FI-STATUS = Zeros
      Add WS-FI-TAMANHO To WS-BYTES
   End-if.
 Mede-Arquivo-Exit.
   Exit.
*
*  The chain's marker, not just any: an ORDSYNC night holding
*  SYNC.LCK is no time to move files around.
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
   If LC-ORIGEM Not = "REORG"
      Move "filial nao travada para reorganizacao (REORG.BAT)"
           To WS-MOTIVO
   End-if.
 Verifica-Trava-Exit.
   Exit.
*
 Le-Descarga.
   Read REORGUNL
      At End Move "10" To Stat-REORGUNL
   End-Read.
 Le-Descarga-Exit.
   Exit.
*
 Grava-Log.
   Move Zeros To WS-REDUCAO-PCT
   If WS-BYTES-ANTES > Zeros And WS-BYTES-DEPOIS > Zeros
      Compute WS-REDUCAO-PCT =
              (WS-BYTES-ANTES - WS-BYTES-DEPOIS) * 100
            / WS-BYTES-ANTES
   End-if
   Move Spaces to PathREORGLOG.
   String Lk-Unidade          Delimited By Size
          "\DADOS\REORG.LOG"  Delimited By Size
          Into PathREORGLOG
   End-String.
   Move Spaces           To REORGLOG-REGI
   Move WS-DATA-SISTEMA  To RG-DATA
   Move WS-HORA-SISTEMA  To RG-HORA
   Move WS-ARQ-NOME      To RG-ARQUIVO
   Move WS-RESULTADO     To RG-RESULTADO
   Move WS-QTD-ANTES     To RG-REGISTROS
   Move WS-BYTES-ANTES   To RG-BYTES-ANTES
   Move WS-BYTES-DEPOIS  To RG-BYTES-DEPOIS
   Move WS-REDUCAO-PCT   To RG-REDUCAO-PCT
   Move WS-MOTIVO        To RG-MOTIVO
   Open Extend REORGLOG
   If Not Valido-REORGLOG
      Open Output REORGLOG
   End-if
   If Valido-REORGLOG
      Write REORGLOG-REGI
      Close REORGLOG
   End-if.
 Grava-Log-Exit.
   Exit.
*
 Descarrega.
   Evaluate WS-ARQ-NOME
      When "ORDE"
         Perform Descarrega-Orde Thru Descarrega-Orde-Exit
      When "TITULOS"
         Perform Descarrega-Titulos Thru Descarrega-Titulos-Exit
      When "ESTOQUE"
         Perform Descarrega-Estoque Thru Descarrega-Estoque-Exit
      When "CLIENTE"
         Perform Descarrega-Cliente Thru Descarrega-Cliente-Exit
      When "CTRC"
         Perform Descarrega-Ctrc Thru Descarrega-Ctrc-Exit
      When "CTRCPAG"
         Perform Descarrega-Ctrcpag Thru Descarrega-Ctrcpag-Exit
      When "ENTREGA"
         Perform Descarrega-Entrega Thru Descarrega-Entrega-Exit
      When "ORDEHIST"
         Perform Descarrega-Ordehist Thru Descarrega-Ordehist-Exit
   End-Evaluate.
 Descarrega-Exit.
   Exit.
*
 Recarrega.
   Evaluate WS-ARQ-NOME
      When "ORDE"
         Perform Recarrega-Orde Thru Recarrega-Orde-Exit
      When "TITULOS"
         Perform Recarrega-Titulos Thru Recarrega-Titulos-Exit
      When "ESTOQUE"
         Perform Recarrega-Estoque Thru Recarrega-Estoque-Exit
      When "CLIENTE"
         Perform Recarrega-Cliente Thru Recarrega-Cliente-Exit
      When "CTRC"
         Perform Recarrega-Ctrc Thru Recarrega-Ctrc-Exit
      When "CTRCPAG"
         Perform Recarrega-Ctrcpag Thru Recarrega-Ctrcpag-Exit
      When "ENTREGA"
         Perform Recarrega-Entrega Thru Recarrega-Entrega-Exit
      When "ORDEHIST"
         Perform Recarrega-Ordehist Thru Recarrega-Ordehist-Exit
   End-Evaluate.
 Recarrega-Exit.
   Exit.
*
 Reconta.
   Evaluate WS-ARQ-NOME
      When "ORDE"
         Perform Reconta-Orde Thru Reconta-Orde-Exit
      When "TITULOS"
         Perform Reconta-Titulos Thru Reconta-Titulos-Exit
      When "ESTOQUE"
         Perform Reconta-Estoque Thru Reconta-Estoque-Exit
      When "CLIENTE"
         Perform Reconta-Cliente Thru Reconta-Cliente-Exit
      When "CTRC"
         Perform Reconta-Ctrc Thru Reconta-Ctrc-Exit
      When "CTRCPAG"
         Perform Reconta-Ctrcpag Thru Reconta-Ctrcpag-Exit
      When "ENTREGA"
         Perform Reconta-Entrega Thru Reconta-Entrega-Exit
      When "ORDEHIST"
         Perform Reconta-Ordehist Thru Reconta-Ordehist-Exit
   End-Evaluate.
 Reconta-Exit.
   Exit.
*
 Descarrega-Orde.
   Move WS-PATH-DAT To PATHORDE
   Open Input ORDE
   If Not Valido-ORDE
      Move Stat-ORDE To WS-STAT-ARQ
      Go To Descarrega-Orde-Exit
   End-if
   Perform Until Fim-ORDE Or Not Valido-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Valido-ORDE
         Move ORDE-REGI To UN-REGI
         Write UN-REGI
         Add 1 To WS-QTD-ANTES
         Add 1 To WS-CTL-QTD
         Add ORDE-NUME To WS-CTL-SOMA-NUME
         Perform Varying WS-CTL-IDX From 1 By 1
                 Until WS-CTL-IDX > 10
            Add ORDE-VALO(WS-CTL-IDX) To WS-CTL-SOMA-VALOR
         End-Perform
      End-if
   End-Perform
   Move Stat-ORDE To WS-STAT-ARQ
   Close ORDE.
 Descarrega-Orde-Exit.
   Exit.
*
 Recarrega-Orde.
   Move WS-PATH-NEW To PATHORDE
   Open Output ORDE
   If Not Valido-ORDE
      Move Stat-ORDE To WS-STAT-ARQ
      Go To Recarrega-Orde-Exit
   End-if
   Perform Le-Descarga Thru Le-Descarga-Exit
   Perform Until Fim-REORGUNL Or Not Valido-REORGUNL
      Move UN-REGI To ORDE-REGI
      Write ORDE-REGI
         Invalid Key Add 1 To WS-QTD-RECUSADOS
         Not Invalid Key Add 1 To WS-QTD-CARGA
      End-Write
      Perform Le-Descarga Thru Le-Descarga-Exit
   End-Perform
   Move Stat-REORGUNL To WS-STAT-ARQ
   Close ORDE.
 Recarrega-Orde-Exit.
   Exit.
*
 Reconta-Orde.
   Move WS-PATH-NEW To PATHORDE
   Open Input ORDE
   If Not Valido-ORDE
      Move Stat-ORDE To WS-STAT-ARQ
      Go To Reconta-Orde-Exit
   End-if
   Perform Until Fim-ORDE Or Not Valido-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Valido-ORDE
         Add 1 To WS-QTD-DEPOIS
         Add 1 To WS-CTL-QTD
         Add ORDE-NUME To WS-CTL-SOMA-NUME
         Perform Varying WS-CTL-IDX From 1 By 1
                 Until WS-CTL-IDX > 10
            Add ORDE-VALO(WS-CTL-IDX) To WS-CTL-SOMA-VALOR
         End-Perform
      End-if
   End-Perform
   Move Stat-ORDE To WS-STAT-ARQ
   Close ORDE.
 Reconta-Orde-Exit.
   Exit.
*
 Descarrega-Titulos.
   Move WS-PATH-DAT To PATHTITULOS
   Open Input TITULOS
   If Not Valido-TITULOS
      Move Stat-TITULOS To WS-STAT-ARQ
      Go To Descarrega-Titulos-Exit
   End-if
   Perform Until Fim-TITULOS Or Not Valido-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Valido-TITULOS
         Move TITULOS-REGI To UN-REGI
         Write UN-REGI
         Add 1 To WS-QTD-ANTES
      End-if
   End-Perform
   Move Stat-TITULOS To WS-STAT-ARQ
   Close TITULOS.
 Descarrega-Titulos-Exit.
   Exit.
*
 Recarrega-Titulos.
   Move WS-PATH-NEW To PATHTITULOS
   Open Output TITULOS
   If Not Valido-TITULOS
      Move Stat-TITULOS To WS-STAT-ARQ
      Go To Recarrega-Titulos-Exit
   End-if
   Perform Le-Descarga Thru Le-Descarga-Exit
   Perform Until Fim-REORGUNL Or Not Valido-REORGUNL
      Move UN-REGI To TITULOS-REGI
      Write TITULOS-REGI
         Invalid Key Add 1 To WS-QTD-RECUSADOS
         Not Invalid Key Add 1 To WS-QTD-CARGA
      End-Write
      Perform Le-Descarga Thru Le-Descarga-Exit
   End-Perform
   Move Stat-REORGUNL To WS-STAT-ARQ
   Close TITULOS.
 Recarrega-Titulos-Exit.
   Exit.
*
 Reconta-Titulos.
   Move WS-PATH-NEW To PATHTITULOS
   Open Input TITULOS
   If Not Valido-TITULOS
      Move Stat-TITULOS To WS-STAT-ARQ
      Go To Reconta-Titulos-Exit
   End-if
   Perform Until Fim-TITULOS Or Not Valido-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Valido-TITULOS
         Add 1 To WS-QTD-DEPOIS
      End-if
   End-Perform
   Move Stat-TITULOS To WS-STAT-ARQ
   Close TITULOS.
 Reconta-Titulos-Exit.
   Exit.
*
 Descarrega-Estoque.
   Move WS-PATH-DAT To PATHESTOQUE
   Open Input ESTOQUE
   If Not Valido-ESTOQUE
      Move Stat-ESTOQUE To WS-STAT-ARQ
      Go To Descarrega-Estoque-Exit
   End-if
   Perform Until Fim-ESTOQUE Or Not Valido-ESTOQUE
      Read ESTOQUE Next Record
         At End Move "10" To Stat-ESTOQUE
      End-Read
      If Valido-ESTOQUE
         Move ESTOQUE-REGI To UN-REGI
         Write UN-REGI
         Add 1 To WS-QTD-ANTES
      End-if
   End-Perform
   Move Stat-ESTOQUE To WS-STAT-ARQ
   Close ESTOQUE.
 Descarrega-Estoque-Exit.
   Exit.
*
 Recarrega-Estoque.
   Move WS-PATH-NEW To PATHESTOQUE
   Open Output ESTOQUE
   If Not Valido-ESTOQUE
      Move Stat-ESTOQUE To WS-STAT-ARQ
      Go To Recarrega-Estoque-Exit
   End-if
   Perform Le-Descarga Thru Le-Descarga-Exit
   Perform Until Fim-REORGUNL Or Not Valido-REORGUNL
      Move UN-REGI To ESTOQUE-REGI
      Write ESTOQUE-REGI
         Invalid Key Add 1 To WS-QTD-RECUSADOS
         Not Invalid Key Add 1 To WS-QTD-CARGA
      End-Write
      Perform Le-Descarga Thru Le-Descarga-Exit
   End-Perform
   Move Stat-REORGUNL To WS-STAT-ARQ
   Close ESTOQUE.
 Recarrega-Estoque-Exit.
   Exit.
*
 Reconta-Estoque.
   Move WS-PATH-NEW To PATHESTOQUE
   Open Input ESTOQUE
   If Not Valido-ESTOQUE
      Move Stat-ESTOQUE To WS-STAT-ARQ
      Go To Reconta-Estoque-Exit
   End-if
   Perform Until Fim-ESTOQUE Or Not Valido-ESTOQUE
      Read ESTOQUE Next Record
         At End Move "10" To Stat-ESTOQUE
      End-Read
      If Valido-ESTOQUE
         Add 1 To WS-QTD-DEPOIS
      End-if
   End-Perform
   Move Stat-ESTOQUE To WS-STAT-ARQ
   Close ESTOQUE.
 Reconta-Estoque-Exit.
   Exit.
*
 Descarrega-Cliente.
   Move WS-PATH-DAT To PATHCLIENTE
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Move Stat-CLIENTE To WS-STAT-ARQ
      Go To Descarrega-Cliente-Exit
   End-if
   Perform Until Fim-CLIENTE Or Not Valido-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Valido-CLIENTE
         Move CLIENTE-REGI To UN-REGI
         Write UN-REGI
         Add 1 To WS-QTD-ANTES
      End-if
   End-Perform
   Move Stat-CLIENTE To WS-STAT-ARQ
   Close CLIENTE.
 Descarrega-Cliente-Exit.
   Exit.
*
 Recarrega-Cliente.
   Move WS-PATH-NEW To PATHCLIENTE
   Open Output CLIENTE
   If Not Valido-CLIENTE
      Move Stat-CLIENTE To WS-STAT-ARQ
      Go To Recarrega-Cliente-Exit
   End-if
   Perform Le-Descarga Thru Le-Descarga-Exit
   Perform Until Fim-REORGUNL Or Not Valido-REORGUNL
      Move UN-REGI To CLIENTE-REGI
      Write CLIENTE-REGI
         Invalid Key Add 1 To WS-QTD-RECUSADOS
         Not Invalid Key Add 1 To WS-QTD-CARGA
      End-Write
      Perform Le-Descarga Thru Le-Descarga-Exit
   End-Perform
   Move Stat-REORGUNL To WS-STAT-ARQ
   Close CLIENTE.
 Recarrega-Cliente-Exit.
   Exit.
*
 Reconta-Cliente.
   Move WS-PATH-NEW To PATHCLIENTE
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Move Stat-CLIENTE To WS-STAT-ARQ
      Go To Reconta-Cliente-Exit
   End-if
   Perform Until Fim-CLIENTE Or Not Valido-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Valido-CLIENTE
         Add 1 To WS-QTD-DEPOIS
      End-if
   End-Perform
   Move Stat-CLIENTE To WS-STAT-ARQ
   Close CLIENTE.
 Reconta-Cliente-Exit.
   Exit.
*
 Descarrega-Ctrc.
   Move WS-PATH-DAT To PATHCTRC
   Open Input CTRC
   If Not Valido-CTRC
      Move Stat-CTRC To WS-STAT-ARQ
      Go To Descarrega-Ctrc-Exit
   End-if
   Perform Until Fim-CTRC Or Not Valido-CTRC
      Read CTRC Next Record
         At End Move "10" To Stat-CTRC
      End-Read
      If Valido-CTRC
         Move CTRC-REGI To UN-REGI
         Write UN-REGI
         Add 1 To WS-QTD-ANTES
      End-if
   End-Perform
   Move Stat-CTRC To WS-STAT-ARQ
   Close CTRC.
 Descarrega-Ctrc-Exit.
   Exit.
*
 Recarrega-Ctrc.
   Move WS-PATH-NEW To PATHCTRC
   Open Output CTRC
   If Not Valido-CTRC
      Move Stat-CTRC To WS-STAT-ARQ
      Go To Recarrega-Ctrc-Exit
   End-if
   Perform Le-Descarga Thru Le-Descarga-Exit
   Perform Until Fim-REORGUNL Or Not Valido-REORGUNL
      Move UN-REGI To CTRC-REGI
      Write CTRC-REGI
         Invalid Key Add 1 To WS-QTD-RECUSADOS
         Not Invalid Key Add 1 To WS-QTD-CARGA
      End-Write
      Perform Le-Descarga Thru Le-Descarga-Exit
   End-Perform
   Move Stat-REORGUNL To WS-STAT-ARQ
   Close CTRC.
 Recarrega-Ctrc-Exit.
   Exit.
*
 Reconta-Ctrc.
   Move WS-PATH-NEW To PATHCTRC
   Open Input CTRC
   If Not Valido-CTRC
      Move Stat-CTRC To WS-STAT-ARQ
      Go To Reconta-Ctrc-Exit
   End-if
   Perform Until Fim-CTRC Or Not Valido-CTRC
      Read CTRC Next Record
         At End Move "10" To Stat-CTRC
      End-Read
      If Valido-CTRC
         Add 1 To WS-QTD-DEPOIS
      End-if
   End-Perform
   Move Stat-CTRC To WS-STAT-ARQ
   Close CTRC.
 Reconta-Ctrc-Exit.
   Exit.
*
 Descarrega-Ctrcpag.
   Move WS-PATH-DAT To PATHCTRCPAG
   Open Input CTRCPAG
   If Not Valido-CTRCPAG
      Move Stat-CTRCPAG To WS-STAT-ARQ
      Go To Descarrega-Ctrcpag-Exit
   End-if
   Perform Until Fim-CTRCPAG Or Not Valido-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Valido-CTRCPAG
         Move CTRCPAG-REGI To UN-REGI
         Write UN-REGI
         Add 1 To WS-QTD-ANTES
      End-if
   End-Perform
   Move Stat-CTRCPAG To WS-STAT-ARQ
   Close CTRCPAG.
 Descarrega-Ctrcpag-Exit.
   Exit.
*
 Recarrega-Ctrcpag.
   Move WS-PATH-NEW To PATHCTRCPAG
   Open Output CTRCPAG
   If Not Valido-CTRCPAG
      Move Stat-CTRCPAG To WS-STAT-ARQ
      Go To Recarrega-Ctrcpag-Exit
   End-if
   Perform Le-Descarga Thru Le-Descarga-Exit
   Perform Until Fim-REORGUNL Or Not Valido-REORGUNL
      Move UN-REGI To CTRCPAG-REGI
      Write CTRCPAG-REGI
         Invalid Key Add 1 To WS-QTD-RECUSADOS
         Not Invalid Key Add 1 To WS-QTD-CARGA
      End-Write
      Perform Le-Descarga Thru Le-Descarga-Exit
   End-Perform
   Move Stat-REORGUNL To WS-STAT-ARQ
   Close CTRCPAG.
 Recarrega-Ctrcpag-Exit.
   Exit.
*
 Reconta-Ctrcpag.
   Move WS-PATH-NEW To PATHCTRCPAG
   Open Input CTRCPAG
   If Not Valido-CTRCPAG
      Move Stat-CTRCPAG To WS-STAT-ARQ
      Go To Reconta-Ctrcpag-Exit
   End-if
   Perform Until Fim-CTRCPAG Or Not Valido-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Valido-CTRCPAG
         Add 1 To WS-QTD-DEPOIS
      End-if
   End-Perform
   Move Stat-CTRCPAG To WS-STAT-ARQ
   Close CTRCPAG.
 Reconta-Ctrcpag-Exit.
   Exit.
*
 Descarrega-Entrega.
   Move WS-PATH-DAT To PATHENTREGA
   Open Input ENTREGA
   If Not Valido-ENTREGA
      Move Stat-ENTREGA To WS-STAT-ARQ
      Go To Descarrega-Entrega-Exit
   End-if
   Perform Until Fim-ENTREGA Or Not Valido-ENTREGA
      Read ENTREGA Next Record
         At End Move "10" To Stat-ENTREGA
      End-Read
      If Valido-ENTREGA
         Move ENTREGA-REGI To UN-REGI
         Write UN-REGI
         Add 1 To WS-QTD-ANTES
      End-if
   End-Perform
   Move Stat-ENTREGA To WS-STAT-ARQ
   Close ENTREGA.
 Descarrega-Entrega-Exit.
   Exit.
*
 Recarrega-Entrega.
   Move WS-PATH-NEW To PATHENTREGA
   Open Output ENTREGA
   If Not Valido-ENTREGA
      Move Stat-ENTREGA To WS-STAT-ARQ
      Go To Recarrega-Entrega-Exit
   End-if
   Perform Le-Descarga Thru Le-Descarga-Exit
   Perform Until Fim-REORGUNL Or Not Valido-REORGUNL
      Move UN-REGI To ENTREGA-REGI
      Write ENTREGA-REGI
         Invalid Key Add 1 To WS-QTD-RECUSADOS
         Not Invalid Key Add 1 To WS-QTD-CARGA
      End-Write
      Perform Le-Descarga Thru Le-Descarga-Exit
   End-Perform
   Move Stat-REORGUNL To WS-STAT-ARQ
   Close ENTREGA.
 Recarrega-Entrega-Exit.
   Exit.
*
 Reconta-Entrega.
   Move WS-PATH-NEW To PATHENTREGA
   Open Input ENTREGA
   If Not Valido-ENTREGA
      Move Stat-ENTREGA To WS-STAT-ARQ
      Go To Reconta-Entrega-Exit
   End-if
   Perform Until Fim-ENTREGA Or Not Valido-ENTREGA
      Read ENTREGA Next Record
         At End Move "10" To Stat-ENTREGA
      End-Read
      If Valido-ENTREGA
         Add 1 To WS-QTD-DEPOIS
      End-if
   End-Perform
   Move Stat-ENTREGA To WS-STAT-ARQ
   Close ENTREGA.
 Reconta-Entrega-Exit.
   Exit.
*
 Descarrega-Ordehist.
   Move WS-PATH-DAT To PATHORDEHIST
   Open Input ORDEHIST
   If Not Valido-ORDEHIST
      Move Stat-ORDEHIST To WS-STAT-ARQ
      Go To Descarrega-Ordehist-Exit
   End-if
   Perform Until Fim-ORDEHIST Or Not Valido-ORDEHIST
      Read ORDEHIST Next Record
         At End Move "10" To Stat-ORDEHIST
      End-Read
      If Valido-ORDEHIST
         Move OH-REGI To UN-REGI
         Write UN-REGI
         Add 1 To WS-QTD-ANTES
      End-if
   End-Perform
   Move Stat-ORDEHIST To WS-STAT-ARQ
   Close ORDEHIST.
 Descarrega-Ordehist-Exit.
   Exit.
*
 Recarrega-Ordehist.
   Move WS-PATH-NEW To PATHORDEHIST
   Open Output ORDEHIST
   If Not Valido-ORDEHIST
      Move Stat-ORDEHIST To WS-STAT-ARQ
      Go To Recarrega-Ordehist-Exit
   End-if
   Perform Le-Descarga Thru Le-Descarga-Exit
   Perform Until Fim-REORGUNL Or Not Valido-REORGUNL
      Move UN-REGI To OH-REGI
      Write OH-REGI
         Invalid Key Add 1 To WS-QTD-RECUSADOS
         Not Invalid Key Add 1 To WS-QTD-CARGA
      End-Write
      Perform Le-Descarga Thru Le-Descarga-Exit
   End-Perform
   Move Stat-REORGUNL To WS-STAT-ARQ
   Close ORDEHIST.
 Recarrega-Ordehist-Exit.
   Exit.
*
 Reconta-Ordehist.
   Move WS-PATH-NEW To PATHORDEHIST
   Open Input ORDEHIST
   If Not Valido-ORDEHIST
      Move Stat-ORDEHIST To WS-STAT-ARQ
      Go To Reconta-Ordehist-Exit
   End-if
   Perform Until Fim-ORDEHIST Or Not Valido-ORDEHIST
      Read ORDEHIST Next Record
         At End Move "10" To Stat-ORDEHIST
      End-Read
      If Valido-ORDEHIST
         Add 1 To WS-QTD-DEPOIS
      End-if
   End-Perform
   Move Stat-ORDEHIST To WS-STAT-ARQ
   Close ORDEHIST.
 Reconta-Ordehist-Exit.
   Exit.
