*REAJUSTE DE PRECO DOS PEDIDOS PENDENTES PARA NOVA VIGENCIA
 Identification Division.
 Program-Id. PROG1071.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\PRECOS.SL".
   Copy "..\COPY\DESCQTD.SL".
   Copy "..\COPY\CONTRATO.SL".
   Copy "..\COPY\REPRECO.SL".
   Copy "..\COPY\UPLOAD.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\ROMREL.SL".
   Copy "..\COPY\LOCKMRK.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=PRECOS
   Copy "..\COPY\PRECOS.FD".
$XFD FILE=DESCQTD
   Copy "..\COPY\DESCQTD.FD".
$XFD FILE=CONTRATO
   Copy "..\COPY\CONTRATO.FD".
$XFD FILE=REPRECO
   Copy "..\COPY\REPRECO.FD".
$XFD FILE=UPLOAD
   Copy "..\COPY\UPLOAD.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
   Copy "..\COPY\ROMREL.FD".
   Copy "..\COPY\LOCKMRK.FD".
*
 Working-Storage Section.
*
*  A new PRECOS.DAT vigencia reaches the orders still pendente:
*  for the product and vigencia given, every pendente order with
*  a line of the product whose unit value is not the new list
*  price - less the DESCQTD band for the line's quantity, the
*  same rule the sync confronts with - is shown line by line, old
*  against new. Orders under an open season contract of the
*  client for the product (CONTRATO.DAT, the period covering the
*  emission) are left out unless the operator says otherwise.
*  On confirmation each order gets the new unit values, its
*  installments follow the value change (regenerated by GERAPARC
*  when it carries payment terms, scaled in proportion when not),
*  the control totals hear of it (ORDECTL), the change is logged
*  in REPRECO.DAT - which the sync then confronts the line
*  against - and the order goes on the UPLOAD.DAT queue marked
*  "R" so PROG912 replaces it upstream. Report in REPRECO.REL.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-PRECOS         PIC X(002).
     88 Valido-PRECOS    Value "00" THRU "09".
 01  PATHPRECOS          PIC X(060).
 01  Stat-DESCQTD        PIC X(002).
     88 Valido-DESCQTD   Value "00" THRU "09".
     88 Fim-DESCQTD      Value "10".
 01  PATHDESCQTD         PIC X(060).
 01  WS-TEM-DESCONTOS    PIC X(001) VALUE "N".
     88 Tem-Tabela-Descontos Value "S".
 01  Stat-CONTRATO       PIC X(002).
     88 Valido-CONTRATO  Value "00" THRU "09".
     88 Fim-CONTRATO     Value "10".
 01  PATHCONTRATO        PIC X(060).
 01  Stat-REPRECO        PIC X(002).
     88 Valido-REPRECO   Value "00" THRU "09".
 01  PATHREPRECO         PIC X(060).
 01  Stat-UPLOAD         PIC X(002).
     88 Valido-UPLOAD    Value "00" THRU "09".
 01  PATHUPLOAD          PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 Copy "..\copy\usuario.cpy".
*
*  The branch lock protocol of the other on-line writers: refuse
*  while the sync holds SYNC.LCK, hold ONLINE.LCK while ORDE.DAT
*  is open, release on every exit.
 01  Stat-LOCKMRK        PIC X(002).
     88 Valido-LOCKMRK   Value "00" THRU "09".
 01  PATHLOCK            PIC X(060).
 01  WS-SYNC-RODANDO     PIC X(001).
     88 Sync-Em-Andamento Value "S".
*
 01  WS-PROD-DIGITADO    PIC 9(006) VALUE ZEROS.
 01  WS-VIGENCIA-DIGITADA PIC 9(008) VALUE ZEROS.
 01  WS-VIGENCIA-X       PIC X(008).
 01  WS-EXCLUI-CONTRATO  PIC X(001) VALUE "S".
     88 Exclui-Contrato  Value "S" "s".
 01  WS-CONFIRMA         PIC X(001) VALUE "N".
     88 Confirma-Operacao Value "S" "s".
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-X   PIC X(008).
 01  WS-HORA-ACEITA      PIC 9(008).
 01  WS-HORA-ACEITA-R REDEFINES WS-HORA-ACEITA.
     03 WS-HA-HH         PIC 9(002).
     03 WS-HA-MM         PIC 9(002).
     03 WS-HA-SS         PIC 9(002).
     03 FILLER           PIC 9(002).
*
*  The list price of the vigencia and the band-discounted price
*  for one line.
 01  WS-PRECO-LISTA      PIC S9(005)V9999 COMP-3.
 01  WS-PRECO-NOVO       PIC S9(005)V9999 COMP-3.
 01  WS-QUAN-TESTE       PIC S9(012)V999  COMP-3.
 01  WS-DESC-PCT         PIC S9(003)V99   COMP-3.
*
*  The product's open contracts, loaded once.
 78  max-contratos       value 300.
 01  WS-CON-TAB.
     03 WS-CON occurs 300 times.
        05 WS-CN-CLIE    PIC S9(004)     COMP-5.
        05 WS-CN-DE      PIC X(008).
        05 WS-CN-ATE     PIC X(008).
 01  WS-QTD-CON          PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-CON-IDX          PIC 9(003) COMP-X.
 01  WS-SOB-CONTRATO     PIC X(001).
     88 Pedido-Sob-Contrato Value "S".
*
*  The orders the preview selected, applied on confirmation.
 78  max-pedidos         value 500.
 01  WS-SEL-TAB.
     03 WS-SEL-NUME      PIC S9(006) COMP-5 OCCURS 500.
 01  WS-QTD-SEL          PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-SEL-IDX          PIC 9(003) COMP-X.
 01  WS-TABELA-CHEIA     PIC X(001) VALUE "N".
     88 Tabela-Cheia     Value "S".
*
*  One order, judged the same way in the preview and when applied.
 01  WS-MODO             PIC X(001).
     88 Modo-Previa      Value "P".
     88 Modo-Aplica      Value "A".
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-PARC-ULTIMA      PIC 9(002) COMP-X.
 01  WS-LINHAS-PEDIDO    PIC 9(002).
 01  WS-DIF-PEDIDO       PIC S9(012)V99   COMP-3.
 01  WS-DIF-LINHA        PIC S9(012)V99   COMP-3.
 01  WS-VLUN-ANTIGO      PIC S9(005)V9999 COMP-3.
 01  WS-VLUN-PRIMEIRA    PIC S9(005)V9999 COMP-3.
 01  WS-NOVO-PRIMEIRA    PIC S9(005)V9999 COMP-3.
 01  WS-VALOR-ANTES      PIC S9(012)V99   COMP-3.
 01  WS-VALOR-DEPOIS     PIC S9(012)V99   COMP-3.
 01  WS-VALOR-ACUM       PIC S9(012)V99   COMP-3.
 Copy "..\COPY\GERAPARC.CPY".
*
*  Control totals (ORDECTL): the value change of each order.
 01  WS-CTL-ACAO         PIC X(001).
 01  WS-CTL-NUME         PIC S9(006) COMP-5.
 01  WS-CTL-VALOR        PIC S9(013)V99 COMP-3.
*
 01  WS-QTD-PEDIDOS      PIC 9(005) VALUE ZEROS.
 01  WS-QTD-LINHAS       PIC 9(005) VALUE ZEROS.
 01  WS-QTD-CONTRATO     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-GRAVADOS     PIC 9(005) VALUE ZEROS.
 01  WS-DIF-TOTAL        PIC S9(013)V99   COMP-3 VALUE ZEROS.
*
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-LINHA-ED         PIC Z9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-QUAN-ED          PIC ZZZZZZZZ9,999.
 01  WS-VLUN-ED          PIC ZZZZ9,9999.
 01  WS-VLUN-NOVO-ED     PIC ZZZZ9,9999.
 01  WS-DIF-ED           PIC -ZZZZZZZZZ9,99.
 01  WS-VALOR-ED         PIC -ZZZZZZZZZ9,99.
 01  WS-QTD-ED           PIC ZZZZ9.
 01  WS-LINHA-DET        PIC X(090).
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
   Accept WS-HORA-ACEITA From Time
   Move Spaces To WS-HORA-SISTEMA-X
   String WS-HA-HH ":" WS-HA-MM ":" WS-HA-SS
          Delimited By Size Into WS-HORA-SISTEMA-X
   End-String

   Display "Codigo do produto.................: "
           With No Advancing
   Accept WS-PROD-DIGITADO
   If WS-PROD-DIGITADO = Zeros
      Exit Program
   End-if
   Display "Nova vigencia (AAAAMMDD)..........: "
           With No Advancing
   Accept WS-VIGENCIA-DIGITADA
   Display "Excluir pedidos com preco de contrato (S/N) [S]: "
           With No Advancing
   Accept WS-EXCLUI-CONTRATO
   If WS-EXCLUI-CONTRATO = Spaces
      Move "S" To WS-EXCLUI-CONTRATO
   End-if
   Move WS-VIGENCIA-DIGITADA To WS-VIGENCIA-X

   Move Spaces to PathPRECOS.
   String Lk-Unidade          Delimited By Size
          "\DADOS\PRECOS.DAT" Delimited By Size
          Into PathPRECOS
   End-String.
   Open Input PRECOS
   If Not Valido-PRECOS
      Display "erro PRECOS " Stat-PRECOS
      Exit Program
   End-if
   Move WS-PROD-DIGITADO To PR-PROD
   Move WS-VIGENCIA-X    To PR-VIGENCIA
   Read PRECOS
      Invalid Key
         Display "Vigencia nao cadastrada para o produto em "
                 "PRECOS.DAT - nada feito."
         Close PRECOS
         Exit Program
   End-Read
   Move PR-PRECO To WS-PRECO-LISTA
   Close PRECOS

   Perform Verifica-Trava-Sync Thru Verifica-Trava-Sync-Exit
   If Sync-Em-Andamento
      Display "Sincronismo em andamento nesta unidade desde "
              LC-DATA " " LC-HORA " - tente mais tarde."
      Exit Program
   End-if
   Perform Trava-Online Thru Trava-Online-Exit

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open I-O ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Perform Destrava-Online Thru Destrava-Online-Exit
      Exit Program
   End-if

   Move Spaces to PathREPRECO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\REPRECO.DAT" Delimited By Size
          Into PathREPRECO
   End-String.
   Open I-O REPRECO
   If Not Valido-REPRECO
      Open Output REPRECO
      Close REPRECO
      Open I-O REPRECO
   End-if
   If Not Valido-REPRECO
      Display "erro REPRECO " Stat-REPRECO
      Close ORDE
      Perform Destrava-Online Thru Destrava-Online-Exit
      Exit Program
   End-if

*  The discount bands and the contracts are optional, as in the
*  sync: a branch without them reprices at the flat list price
*  and has nothing under contract.
   Move Spaces to PathDESCQTD.
   String Lk-Unidade           Delimited By Size
          "\DADOS\DESCQTD.DAT" Delimited By Size
          Into PathDESCQTD
   End-String.
   Move "N" To WS-TEM-DESCONTOS
   Open Input DESCQTD
   If Valido-DESCQTD
      Move "S" To WS-TEM-DESCONTOS
   End-if
   Perform Carrega-Contratos Thru Carrega-Contratos-Exit

   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Move Spaces To PD-NOME
   Open Input PRODUTO
   If Valido-PRODUTO
      Move WS-PROD-DIGITADO To PD-CODIGO
      Read PRODUTO
         Invalid Key Move Spaces To PD-NOME
      End-Read
      Close PRODUTO
   End-if

   Move WS-PROD-DIGITADO To WS-PROD-ED
   Move WS-PRECO-LISTA   To WS-VLUN-ED
   Display "Produto " WS-PROD-ED " " PD-NOME
   Display "Preco de lista da vigencia " WS-VIGENCIA-X(7:2) "/"
           WS-VIGENCIA-X(5:2) "/" WS-VIGENCIA-X(1:4) ": "
           WS-VLUN-ED
   Display "PEDIDO LN CLIE      QUANTIDADE   ANTIGO     NOVO"
           "      DIFERENCA"

   Move "P" To WS-MODO
   Perform Seleciona-Pedidos Thru Seleciona-Pedidos-Exit
   Move WS-QTD-CONTRATO To WS-QTD-ED
   If WS-QTD-CONTRATO > Zeros
      Display WS-QTD-ED " pedido(s) com preco de contrato "
              "deixado(s) de fora."
   End-if
   If WS-QTD-SEL = Zeros
      Display "Nenhum pedido pendente a reajustar - nada feito."
      Go To Encerra
   End-if
   Move WS-QTD-PEDIDOS To WS-QTD-ED
   Move WS-DIF-TOTAL   To WS-VALOR-ED
   Display WS-QTD-ED " pedido(s) a reajustar, diferenca total "
           WS-VALOR-ED "."
   Display "Confirma o reajuste (S/N): " With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Operacao
      Display "Reajuste abortado - nada gravado."
      Go To Encerra
   End-if

   Perform Aplica-Reajuste Thru Aplica-Reajuste-Exit.
*
 Encerra.
   If Tem-Tabela-Descontos
      Close DESCQTD
   End-if
   Close REPRECO
   Close ORDE
   Perform Destrava-Online Thru Destrava-Online-Exit
   Exit Program.
*
*  Open contracts of the product, with their period - scanned
*  once, CONTRATO.DAT has no product key.
 Carrega-Contratos.
   Move Zeros To WS-QTD-CON
   Move Spaces to PathCONTRATO.
   String Lk-Unidade            Delimited By Size
          "\DADOS\CONTRATO.DAT" Delimited By Size
          Into PathCONTRATO
   End-String.
   Open Input CONTRATO
   If Not Valido-CONTRATO
      Go To Carrega-Contratos-Exit
   End-if
   Perform Until Fim-CONTRATO
      Read CONTRATO Next Record
         At End Move "10" To Stat-CONTRATO
      End-Read
      If Valido-CONTRATO And Contrato-Aberto
         And CN-PROD = WS-PROD-DIGITADO
         And WS-QTD-CON < max-contratos
         Add 1 To WS-QTD-CON
         Move CN-CLIE     To WS-CN-CLIE(WS-QTD-CON)
         Move CN-DATA-DE  To WS-CN-DE(WS-QTD-CON)
         Move CN-DATA-ATE To WS-CN-ATE(WS-QTD-CON)
      End-if
   End-Perform
   Close CONTRATO.
 Carrega-Contratos-Exit.
   Exit.
*
*  The preview: every order read once, the pendente ones with a
*  line to move shown and kept for the confirmation.
 Seleciona-Pedidos.
   Move Zeros To WS-QTD-SEL WS-QTD-PEDIDOS WS-QTD-LINHAS
                 WS-QTD-CONTRATO WS-DIF-TOTAL
   Move Zeros To ORDE-NUME
   Start ORDE Key Is Not Less ORDE-NUME
      Invalid Key Move "10" To Stat-ORDE
   End-Start
   Perform Until Fim-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Not Fim-ORDE And Valido-ORDE And Situacao-Pendente
         Perform Avalia-Pedido Thru Avalia-Pedido-Exit
      End-if
   End-Perform
   If Tabela-Cheia
      Display "Mais de 500 pedidos a reajustar - rode de novo "
              "para os demais."
   End-if.
 Seleciona-Pedidos-Exit.
   Exit.
*
*  One pendente order: the product's lines off the new price are
*  counted, valued and - in the preview - shown; an order under
*  contract is left out when the operator asked for it.
 Avalia-Pedido.
   Move Zeros To WS-LINHAS-PEDIDO WS-DIF-PEDIDO WS-VLUN-PRIMEIRA
                 WS-NOVO-PRIMEIRA
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) = WS-PROD-DIGITADO
         And ORDE-QUAN(WS-LIN-IDX) > Zeros
         Perform Preco-Da-Linha Thru Preco-Da-Linha-Exit
         If ORDE-VLUN(WS-LIN-IDX) Not = WS-PRECO-NOVO
            Add 1 To WS-LINHAS-PEDIDO
            Compute WS-DIF-LINHA Rounded = ORDE-QUAN(WS-LIN-IDX)
                  * (WS-PRECO-NOVO - ORDE-VLUN(WS-LIN-IDX))
            Add WS-DIF-LINHA To WS-DIF-PEDIDO
            If WS-LINHAS-PEDIDO = 1
               Move ORDE-VLUN(WS-LIN-IDX) To WS-VLUN-PRIMEIRA
               Move WS-PRECO-NOVO         To WS-NOVO-PRIMEIRA
            End-if
         End-if
      End-if
   End-Perform
   If WS-LINHAS-PEDIDO = Zeros
      Go To Avalia-Pedido-Exit
   End-if
   If Exclui-Contrato
      Perform Verifica-Contrato Thru Verifica-Contrato-Exit
      If Pedido-Sob-Contrato
         If Modo-Previa
            Add 1 To WS-QTD-CONTRATO
         End-if
         Move Zeros To WS-LINHAS-PEDIDO
         Go To Avalia-Pedido-Exit
      End-if
   End-if
   If Modo-Aplica
      Go To Avalia-Pedido-Exit
   End-if
   If WS-QTD-SEL Not < max-pedidos
      Move "S" To WS-TABELA-CHEIA
      Go To Avalia-Pedido-Exit
   End-if
   Add 1 To WS-QTD-SEL
   Move ORDE-NUME To WS-SEL-NUME(WS-QTD-SEL)
   Add 1 To WS-QTD-PEDIDOS
   Add WS-LINHAS-PEDIDO To WS-QTD-LINHAS
   Add WS-DIF-PEDIDO    To WS-DIF-TOTAL
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) = WS-PROD-DIGITADO
         And ORDE-QUAN(WS-LIN-IDX) > Zeros
         Perform Preco-Da-Linha Thru Preco-Da-Linha-Exit
         If ORDE-VLUN(WS-LIN-IDX) Not = WS-PRECO-NOVO
            Move ORDE-VLUN(WS-LIN-IDX) To WS-VLUN-ANTIGO
            Perform Monta-Linha Thru Monta-Linha-Exit
            Display WS-LINHA-DET(1:80)
         End-if
      End-if
   End-Perform.
 Avalia-Pedido-Exit.
   Exit.
*
*  List price less the band the line's quantity falls in - the
*  sync's own rule (Busca-Desconto-Faixa): largest band minimum
*  not above the quantity wins.
 Preco-Da-Linha.
   Move ORDE-QUAN(WS-LIN-IDX) To WS-QUAN-TESTE
   Move Zeros To WS-DESC-PCT
   If Tem-Tabela-Descontos
      Move WS-PROD-DIGITADO To DQ-PROD
      Move Zeros            To DQ-QTDMIN
      Start DESCQTD Key >= DQ-CHAVE
         Invalid Key Move "10" To Stat-DESCQTD
      End-Start
      Perform Until Fim-DESCQTD
         Read DESCQTD Next Record
            At End Move "10" To Stat-DESCQTD
         End-Read
         If Not Fim-DESCQTD And Valido-DESCQTD
            If DQ-PROD Not = WS-PROD-DIGITADO
               Or DQ-QTDMIN > WS-QUAN-TESTE
               Move "10" To Stat-DESCQTD
            Else
               Move DQ-DESC-PCT To WS-DESC-PCT
            End-if
         End-if
      End-Perform
      Move "00" To Stat-DESCQTD
   End-if
   Compute WS-PRECO-NOVO Rounded = WS-PRECO-LISTA
         * (100 - WS-DESC-PCT) / 100.
 Preco-Da-Linha-Exit.
   Exit.
*
 Verifica-Contrato.
   Move "N" To WS-SOB-CONTRATO
   Perform Varying WS-CON-IDX From 1 By 1
             Until WS-CON-IDX > WS-QTD-CON
      If WS-CN-CLIE(WS-CON-IDX) = ORDE-CLIE
         And ORDE-EMIS(1:8) Not < WS-CN-DE(WS-CON-IDX)
         And ORDE-EMIS(1:8) Not > WS-CN-ATE(WS-CON-IDX)
         Move "S" To WS-SOB-CONTRATO
      End-if
   End-Perform.
 Verifica-Contrato-Exit.
   Exit.
*
*  One shown line: order, line, client, quantity, old and new
*  unit value, value change.
 Monta-Linha.
   Move ORDE-NUME              To WS-NUME-ED
   Move WS-LIN-IDX             To WS-LINHA-ED
   Move ORDE-CLIE              To WS-CLIE-ED
   Move ORDE-QUAN(WS-LIN-IDX)  To WS-QUAN-ED
   Move WS-VLUN-ANTIGO         To WS-VLUN-ED
   Move WS-PRECO-NOVO          To WS-VLUN-NOVO-ED
   Compute WS-DIF-LINHA Rounded = ORDE-QUAN(WS-LIN-IDX)
         * (WS-PRECO-NOVO - WS-VLUN-ANTIGO)
   Move WS-DIF-LINHA           To WS-DIF-ED
   Move Spaces To WS-LINHA-DET
   String WS-NUME-ED " " WS-LINHA-ED " " WS-CLIE-ED " "
          WS-QUAN-ED " " WS-VLUN-ED " " WS-VLUN-NOVO-ED " "
          WS-DIF-ED
          Delimited By Size Into WS-LINHA-DET
   End-String.
 Monta-Linha-Exit.
   Exit.
*
*  The confirmed run: each selected order re-read and judged
*  again (it may have moved since the preview), then rewritten
*  with its lines, installments, log, control and queue.
 Aplica-Reajuste.
   Move Spaces to PathROMREL.
   String Lk-Unidade           Delimited By Size
          "\DADOS\REPRECO.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro REPRECO.REL " Stat-ROMREL
      Go To Aplica-Reajuste-Exit
   End-if
   Move Spaces To ROMREL-REGI
   String "REAJUSTE DE PRECO DOS PEDIDOS PENDENTES - PRODUTO "
          WS-PROD-ED " VIGENCIA " WS-VIGENCIA-X(7:2) "/"
          WS-VIGENCIA-X(5:2) "/" WS-VIGENCIA-X(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String PD-NOME " - LISTA " WS-VLUN-ED " - OPERADOR " Oper-Nome
          " EM " WS-DATA-SISTEMA(7:2) "/" WS-DATA-SISTEMA(5:2) "/"
          WS-DATA-SISTEMA(1:4) " " WS-HORA-SISTEMA-X
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "PEDIDO LN CLIE      QUANTIDADE   ANTIGO     NOVO"
        To ROMREL-REGI
   Move "      DIFERENCA" To ROMREL-REGI(49:15)
   Write ROMREL-REGI

   Move "A"   To WS-MODO
   Move Zeros To WS-QTD-GRAVADOS WS-DIF-TOTAL
   Perform Varying WS-SEL-IDX From 1 By 1
             Until WS-SEL-IDX > WS-QTD-SEL
      Move WS-SEL-NUME(WS-SEL-IDX) To ORDE-NUME
      Read ORDE
         Invalid Key Continue
      End-Read
      If Valido-ORDE And Situacao-Pendente
         Perform Avalia-Pedido Thru Avalia-Pedido-Exit
         If WS-LINHAS-PEDIDO > Zeros
            Perform Reajusta-Pedido Thru Reajusta-Pedido-Exit
         End-if
      End-if
   End-Perform

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-QTD-GRAVADOS To WS-QTD-ED
   Move WS-DIF-TOTAL    To WS-VALOR-ED
   Move Spaces To ROMREL-REGI
   String "PEDIDOS REAJUSTADOS: " WS-QTD-ED
          "   DIFERENCA TOTAL: " WS-VALOR-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Close ROMREL
   Move "PROG1071"    To WS-SP-PROGRAMA
   Move "REPRECO.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Display WS-QTD-ED " pedido(s) reajustado(s); relatorio em "
           "'REPRECO.REL'.".
 Aplica-Reajuste-Exit.
   Exit.
*
 Reajusta-Pedido.
   Move Zeros To WS-VALOR-ANTES
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If ORDE-VALO(WS-PARC-IDX) Numeric
         Add ORDE-VALO(WS-PARC-IDX) To WS-VALOR-ANTES
      End-if
   End-Perform
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) = WS-PROD-DIGITADO
         And ORDE-QUAN(WS-LIN-IDX) > Zeros
         Perform Preco-Da-Linha Thru Preco-Da-Linha-Exit
         If ORDE-VLUN(WS-LIN-IDX) Not = WS-PRECO-NOVO
            Move ORDE-VLUN(WS-LIN-IDX) To WS-VLUN-ANTIGO
            Perform Monta-Linha Thru Monta-Linha-Exit
            Move WS-LINHA-DET To ROMREL-REGI
            Write ROMREL-REGI
            Move WS-PRECO-NOVO To ORDE-VLUN(WS-LIN-IDX)
         End-if
      End-if
   End-Perform
   Perform Recalcula-Parcelas Thru Recalcula-Parcelas-Exit
   Move Oper-Nome       To ORDE-ALTE
   Move WS-DATA-SISTEMA To ORDE-DTAL
   Move WS-HORA-ACEITA  To ORDE-HRAL
   Rewrite ORDE-REGI
      Invalid Key
         Move ORDE-NUME To WS-NUME-ED
         Display "Erro ao regravar o pedido " WS-NUME-ED
                 " - Status " Stat-ORDE
         Go To Reajusta-Pedido-Exit
   End-Rewrite
   Add 1 To WS-QTD-GRAVADOS
   Add WS-DIF-PEDIDO To WS-DIF-TOTAL

   Move ORDE-NUME To WS-CTL-NUME
   Compute WS-CTL-VALOR = WS-VALOR-DEPOIS - WS-VALOR-ANTES
   Move "A" To WS-CTL-ACAO
   Call "ORDECTL" Using Lk-Unidade WS-CTL-ACAO
                        WS-CTL-NUME WS-CTL-VALOR
      On Exception Continue
   End-Call

   Initialize REPRECO-REGI
   Move ORDE-NUME        To RP-NUME
   Move WS-PROD-DIGITADO To RP-PROD
   Move WS-VIGENCIA-X    To RP-VIGENCIA
   Move WS-VLUN-PRIMEIRA To RP-VLUN-ANTIGO
   Move WS-NOVO-PRIMEIRA To RP-VLUN-NOVO
   Move WS-VALOR-ANTES   To RP-VALOR-ANTIGO
   Move WS-VALOR-DEPOIS  To RP-VALOR-NOVO
   Move WS-LINHAS-PEDIDO To RP-LINHAS
   Move Oper-Nome        To RP-OPER
   Move WS-DATA-SISTEMA  To RP-DTIN
   Move WS-HORA-SISTEMA-X To RP-HRIN
   Write REPRECO-REGI
      Invalid Key
         Rewrite REPRECO-REGI
            Invalid Key Continue
         End-Rewrite
   End-Write

   Perform Enfileira-Upload Thru Enfileira-Upload-Exit.
 Reajusta-Pedido-Exit.
   Exit.
*
*  The installments follow the value the lines gained or lost:
*  an order with payment terms gets them regenerated on the new
*  total; one without, each installment scaled in proportion and
*  the rounding left on the last. No installments, nothing to do.
 Recalcula-Parcelas.
   Compute WS-VALOR-DEPOIS = WS-VALOR-ANTES + WS-DIF-PEDIDO
   If WS-VALOR-ANTES = Zeros Or WS-VALOR-DEPOIS Not > Zeros
      Move WS-VALOR-ANTES To WS-VALOR-DEPOIS
      Go To Recalcula-Parcelas-Exit
   End-if
   If ORDE-PRAZ Numeric And ORDE-PRAZ > Zeros
      Move "G"             To GP-FUNCAO
      Move ORDE-PRAZ       To GP-PRAZO
      Move ORDE-EMIS(1:8)  To GP-BASE
      Move WS-VALOR-DEPOIS To GP-TOTAL
      Call "GERAPARC" Using GP-PARM
         On Exception Move "N" To GP-RETORNO
      End-Call
      If GP-Prazo-Ok
         Perform Varying WS-PARC-IDX From 1 By 1
                   Until WS-PARC-IDX > 10
            Move GP-VENC(WS-PARC-IDX) To ORDE-VENC(WS-PARC-IDX)
            Move GP-VALO(WS-PARC-IDX) To ORDE-VALO(WS-PARC-IDX)
         End-Perform
         Go To Recalcula-Parcelas-Exit
      End-if
   End-if
   Move Zeros To WS-PARC-ULTIMA WS-VALOR-ACUM
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If ORDE-VALO(WS-PARC-IDX) Numeric
         And ORDE-VALO(WS-PARC-IDX) Not = Zeros
         Move WS-PARC-IDX To WS-PARC-ULTIMA
      End-if
   End-Perform
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX Not < WS-PARC-ULTIMA
      If ORDE-VALO(WS-PARC-IDX) Numeric
         And ORDE-VALO(WS-PARC-IDX) Not = Zeros
         Compute ORDE-VALO(WS-PARC-IDX) Rounded =
                 ORDE-VALO(WS-PARC-IDX) * WS-VALOR-DEPOIS
                 / WS-VALOR-ANTES
         Add ORDE-VALO(WS-PARC-IDX) To WS-VALOR-ACUM
      End-if
   End-Perform
   Compute ORDE-VALO(WS-PARC-ULTIMA) =
           WS-VALOR-DEPOIS - WS-VALOR-ACUM.
 Recalcula-Parcelas-Exit.
   Exit.
*
*  The queue PROG912 pushes, marked "R": a row still upstream is
*  replaced whole rather than only having its situation updated.
 Enfileira-Upload.
   Move Spaces to PathUPLOAD.
   String Lk-Unidade          Delimited By Size
          "\DADOS\UPLOAD.DAT" Delimited By Size
          Into PathUPLOAD
   End-String.
   Open I-O UPLOAD
   If Not Valido-UPLOAD
      Open Output UPLOAD
      Close UPLOAD
      Open I-O UPLOAD
   End-if
   If Not Valido-UPLOAD
      Go To Enfileira-Upload-Exit
   End-if
   Initialize UPLOAD-REGI
   Move ORDE-NUME       To UP-NUME
   Move "P"             To UP-SITU
   Move Zeros           To UP-TENTATIVAS UP-ULT-SQLCODE
   Move WS-DATA-SISTEMA To UP-DTIN
   Move WS-HORA-ACEITA  To UP-HRIN
   Move "R"             To UP-MOTIVO
   Write UPLOAD-REGI
      Invalid Key
         Rewrite UPLOAD-REGI
            Invalid Key Continue
         End-Rewrite
   End-Write
   Close UPLOAD.
 Enfileira-Upload-Exit.
   Exit.
*
 Verifica-Trava-Sync.
   Move "N" To WS-SYNC-RODANDO
   Move Spaces to PathLOCK.
   String Lk-Unidade        Delimited By Size
          "\DADOS\SYNC.LCK" Delimited By Size
          Into PathLOCK
   End-String.
   Open Input LOCKMRK
   If Valido-LOCKMRK
      Read LOCKMRK
         At End Continue
      End-Read
      If Valido-LOCKMRK
         Move "S" To WS-SYNC-RODANDO
      End-if
      Close LOCKMRK
   End-if.
 Verifica-Trava-Sync-Exit.
   Exit.
*
 Trava-Online.
   Move Spaces to PathLOCK.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ONLINE.LCK"  Delimited By Size
          Into PathLOCK
   End-String.
   Open Output LOCKMRK
   If Not Valido-LOCKMRK
      Go To Trava-Online-Exit
   End-if
   Move Spaces            To LOCKMRK-REGI
   Move WS-DATA-SISTEMA   To LC-DATA
   Move WS-HORA-ACEITA    To LC-HORA
   Move "PROG1071"        To LC-ORIGEM
   Write LOCKMRK-REGI
   Close LOCKMRK.
 Trava-Online-Exit.
   Exit.
*
 Destrava-Online.
   Move Spaces to PathLOCK.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ONLINE.LCK"  Delimited By Size
          Into PathLOCK
   End-String.
   Open Output LOCKMRK
   If Valido-LOCKMRK
      Close LOCKMRK
   End-if.
 Destrava-Online-Exit.
   Exit.
