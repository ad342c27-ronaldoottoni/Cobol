*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
*
*  Available-to-promise (GETDISP) for the line on screen, over
*  every area - a pre-order has no area yet - and a warning box
*  when an open pre-order agrees more than that. Warn, not block:
*  the agreement is commercial, the stock decision comes later.
 01 WS-DSP-PROD        PIC S9(006)     COMP-5.
 01 WS-DSP-AREA        PIC S9(004)     COMP-5 VALUE ZEROS.
 01 WS-DSP-NUME        PIC S9(006)     COMP-5 VALUE ZEROS.
 01 WS-DSP-SALDO       PIC S9(012)V999 COMP-3.
 01 WS-DSP-RESERVADO   PIC S9(012)V999 COMP-3.
 01 WS-DSP-DISPONIVEL  PIC S9(012)V999 COMP-3.
 01 WS-DSP-IDX         PIC 9(002) COMP-X.
 01 WS-DSP-DISPONIVEL-ED PIC -ZZZZZZZZZ9,999.
 01 WS-DSP-LINHA-ED    PIC Z9.
 01 WS-DISPONIVEL-ED   PIC X(035) VALUE SPACES.
*
 01 WS-MENSAGEM        PIC X(055) VALUE SPACES.
*
*  Agreed payment terms: the code typed (blank = the client's
*  CLI-PRAZO) spread over the agreed lines by GERAPARC - from
*  today on a new pre-order, from PV-DTIN on a change - into
*  PV-VENC/PV-VALO, the schedule the order inherits at the sync.
*  No terms, or no priced line yet, leaves the schedule empty.
 Copy "..\COPY\GERAPARC.CPY".
 01 WS-PRAZ-DIGITADO   PIC 9(003) VALUE ZEROS.
 01 WS-PARC-IDX        PIC 9(002) COMP-X.
 01 WS-PARC-BASE       PIC X(008).
 01 WS-PARC-TOTAL      PIC S9(012)V99 COMP-3.
 01 WS-PARC-QTD        PIC 9(002).
 01 WS-PARC-TOTAL-ED   PIC ZZZ.ZZZ.ZZ9,99.
 01 WS-PARCELAS-ED     PIC X(058) VALUE SPACES.
*
01 Handle-TELA992             Handle Of Window.
*
 Linkage Section.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 5,00, Col 18,00, Size 01,00,
      Using WS-SITU-DIGITADO.
   03 Label "Prazo Pagto.:", Line 5,00, Col 28,00.
   03 WS-PRAZ-DIGITADO, Entry-Field,
      Line 5,00, Col 43,00, Size 05,00,
      Using WS-PRAZ-DIGITADO.
   03 Label From WS-PARCELAS-ED, Line 6,00, Col 3,00,
      Size 58,00.
*
   03 Label "Linha", Line 7,00, Col 3,00.
   03 WS-LINHA-ED, Label, Line 7,00, Col 9,00, Size 02,00.
   03 WS-PRECO-DIGITADO, Entry-Field,
      Line 8,00, Col 51,00, Size 10,00,
      Using WS-PRECO-DIGITADO.
   03 Label From WS-DISPONIVEL-ED, Line 9,00, Col 3,00,
      Size 35,00.
*
   03 Label From WS-MENSAGEM, Line 10,50, Col 3,00, Size 58,00.
*
      Move PV-CLIE To WS-CLIE-DIGITADO
      Move PV-VEND To WS-VEND-DIGITADO
      Move PV-SITU To WS-SITU-DIGITADO
      Move Zeros   To WS-PRAZ-DIGITADO
      If PV-PRAZO Numeric
         Move PV-PRAZO To WS-PRAZ-DIGITADO
      End-if
      Perform Mostra-Parcelas Thru Mostra-Parcelas-Exit
      Perform Varying WS-LINHA-ATUAL From 1 By 1
                Until WS-LINHA-ATUAL > 10
         Move PV-PROD (WS-LINHA-ATUAL) To WS-L-PROD (WS-LINHA-ATUAL)
      Go To Inclui-Pedido-Exit
   End-if
   Perform Descarrega-Linha-Atual Thru Descarrega-Linha-Atual-Exit
   Perform Avisa-Disponivel Thru Avisa-Disponivel-Exit
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move WS-DATA-SISTEMA To WS-PARC-BASE
   Perform Monta-Parcelas Thru Monta-Parcelas-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Pedido
      Go To Inclui-Pedido-Exit
   End-if
   Initialize PEDIDO-REGI
   Move WS-NUME-DIGITADO To PV-NUME
   Move WS-CLIE-DIGITADO To PV-CLIE
   Perform Carrega-Linha-Atual Thru Carrega-Linha-Atual-Exit
   Move WS-DATA-SISTEMA  To PV-DTIN
   Move WS-HORA-SISTEMA  To PV-HRIN
   Perform Grava-Parcelas Thru Grava-Parcelas-Exit
   Write PEDIDO-REGI
      Invalid Key
         If Duplicado-PEDIDO
      Go To Altera-Pedido-Exit
   End-if
   Perform Descarrega-Linha-Atual Thru Descarrega-Linha-Atual-Exit
   Perform Avisa-Disponivel Thru Avisa-Disponivel-Exit
   Move PV-DTIN To WS-PARC-BASE
   Perform Monta-Parcelas Thru Monta-Parcelas-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Pedido
      Go To Altera-Pedido-Exit
   End-if
   Perform Grava-Parcelas Thru Grava-Parcelas-Exit
   Move WS-CLIE-DIGITADO To PV-CLIE
   Move WS-VEND-DIGITADO To PV-VEND
   Move WS-SITU-DIGITADO To PV-SITU
   Move WS-LINHA-ATUAL             To WS-LINHA-ED
   Move WS-L-PROD (WS-LINHA-ATUAL)  To WS-PROD-DIGITADO
   Move WS-L-QUAN (WS-LINHA-ATUAL)  To WS-QUAN-DIGITADA
   Move WS-L-PRECO(WS-LINHA-ATUAL)  To WS-PRECO-DIGITADO
   Move Spaces To WS-DISPONIVEL-ED
   If WS-PROD-DIGITADO Not = Zeros
      Move WS-PROD-DIGITADO To WS-DSP-PROD
      Perform Chama-Getdisp Thru Chama-Getdisp-Exit
      Move WS-DSP-DISPONIVEL To WS-DSP-DISPONIVEL-ED
      String "Disp. p/ prometer:" Delimited By Size
             WS-DSP-DISPONIVEL-ED Delimited By Size
             Into WS-DISPONIVEL-ED
      End-String
   End-if.
 Carrega-Linha-Atual-Exit.
   Exit.
*
 Chama-Getdisp.
   Move Zeros To WS-DSP-SALDO WS-DSP-RESERVADO WS-DSP-DISPONIVEL
   Call "GETDISP" Using Lk-Unidade WS-DSP-PROD WS-DSP-AREA
                        WS-DSP-NUME WS-DSP-SALDO WS-DSP-RESERVADO
                        WS-DSP-DISPONIVEL
      On Exception Continue
   End-Call.
 Chama-Getdisp-Exit.
   Exit.
*
 Avisa-Disponivel.
   If WS-SITU-DIGITADO Not = "A"
      Go To Avisa-Disponivel-Exit
   End-if
   Perform Varying WS-DSP-IDX From 1 By 1 Until WS-DSP-IDX > 10
      If WS-L-PROD(WS-DSP-IDX) > Zeros
         Move WS-L-PROD(WS-DSP-IDX) To WS-DSP-PROD
         Perform Chama-Getdisp Thru Chama-Getdisp-Exit
         If WS-L-QUAN(WS-DSP-IDX) > WS-DSP-DISPONIVEL
            Move WS-DSP-IDX        To WS-DSP-LINHA-ED
            Move WS-DSP-DISPONIVEL To WS-DSP-DISPONIVEL-ED
            Display Message Box
              "ATENCAO: linha " WS-DSP-LINHA-ED
              " acima do disponivel para prometer ("
              WS-DSP-DISPONIVEL-ED " kg) - gravando mesmo assim."
            Exit Perform
         End-if
      End-if
   End-Perform.
 Avisa-Disponivel-Exit.
   Exit.
*
 Descarrega-Linha-Atual.
   Move WS-PROD-DIGITADO  To WS-L-PROD (WS-LINHA-ATUAL)
   Move Zeros  To WS-NUME-DIGITADO WS-CLIE-DIGITADO
                  WS-VEND-DIGITADO WS-PROD-DIGITADO
                  WS-QUAN-DIGITADA WS-PRECO-DIGITADO
                  WS-PRAZ-DIGITADO
   Move Spaces To WS-MENSAGEM WS-PARCELAS-ED
   Move "A"    To WS-SITU-DIGITADO
   Perform Varying WS-LINHA-ATUAL From 1 By 1
             Until WS-LINHA-ATUAL > 10
   Close USUARIOS.
 Carrega-Override-Exit.
   Exit.
*
*  Valida-Cadastros has just read the client: a blank terms code
*  takes its CLI-PRAZO. The total is the agreed lines priced, and
*  GERAPARC turns it into GP-VENC/GP-VALO; an unknown or inactive
*  code refuses the write.
 Monta-Parcelas.
   Move Spaces To WS-MENSAGEM
   If WS-PRAZ-DIGITADO = Zeros And CLI-PRAZO Numeric
      Move CLI-PRAZO To WS-PRAZ-DIGITADO
   End-if
   Move Zeros To WS-PARC-TOTAL GP-QTD-PARC
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      Compute WS-PARC-TOTAL Rounded = WS-PARC-TOTAL
              + WS-L-QUAN(WS-PARC-IDX) * WS-L-PRECO(WS-PARC-IDX)
      Move Spaces To GP-VENC(WS-PARC-IDX)
      Move Zeros  To GP-VALO(WS-PARC-IDX)
   End-Perform
   If WS-PRAZ-DIGITADO = Zeros Or WS-PARC-TOTAL Not > Zeros
      Go To Monta-Parcelas-Exit
   End-if
   Move "G"              To GP-FUNCAO
   Move WS-PRAZ-DIGITADO To GP-PRAZO
   Move WS-PARC-BASE     To GP-BASE
   Move WS-PARC-TOTAL    To GP-TOTAL
   Call "GERAPARC" Using GP-PARM
      On Exception Move "N" To GP-RETORNO
   End-Call
   If Not GP-Prazo-Ok
      Move "Prazo de pagamento inexistente ou inativo (PROG1070)."
           To WS-MENSAGEM
   End-if.
 Monta-Parcelas-Exit.
   Exit.
*
 Grava-Parcelas.
   Move WS-PRAZ-DIGITADO To PV-PRAZO
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      Move GP-VENC(WS-PARC-IDX) To PV-VENC(WS-PARC-IDX)
      Move GP-VALO(WS-PARC-IDX) To PV-VALO(WS-PARC-IDX)
   End-Perform
   Perform Mostra-Parcelas Thru Mostra-Parcelas-Exit.
 Grava-Parcelas-Exit.
   Exit.
*
*  One line under the header: how many installments, the first
*  due date and the total of the schedule on the pre-order.
 Mostra-Parcelas.
   Move Spaces To WS-PARCELAS-ED
   Move Zeros  To WS-PARC-TOTAL WS-PARC-QTD
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If PV-VALO(WS-PARC-IDX) Numeric
         And PV-VALO(WS-PARC-IDX) > Zeros
         Add 1 To WS-PARC-QTD
         Add PV-VALO(WS-PARC-IDX) To WS-PARC-TOTAL
      End-if
   End-Perform
   If WS-PARC-QTD = Zeros
      Go To Mostra-Parcelas-Exit
   End-if
   Move WS-PARC-TOTAL To WS-PARC-TOTAL-ED
   String "Parcelas: " WS-PARC-QTD " - 1o venc. "
          PV-VENC(1)(7:2) "/" PV-VENC(1)(5:2) "/" PV-VENC(1)(1:4)
          " - total " WS-PARC-TOTAL-ED
          Delimited By Size Into WS-PARCELAS-ED
   End-String.
 Mostra-Parcelas-Exit.
   Exit.
