   Copy "..\COPY\ESTMOV.SL".
   Copy "..\COPY\CONTRATO.SL".
   Copy "..\COPY\COTACAO.SL".
   Copy "..\COPY\CLIENTE.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\CONTRATO.FD".
$XFD FILE=COTACAO
   Copy "..\COPY\COTACAO.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
*
 Working-Storage Section.
*
 01  WS-COT-USADA        PIC 9(006) VALUE ZEROS.
 01  WS-COT-PRECO        PIC S9(005)V9999 COMP-3 VALUE ZEROS.
*
*  Payment terms: the installments are no longer keyed - the
*  terms code (blank = the client's CLI-PRAZO) and the order's
*  total go through GERAPARC, which fills ORDE-VENC/ORDE-VALO
*  from the emission, on business days, with the rounding on the
*  last installment. No code anywhere leaves the schedule as it
*  was (empty on a new order).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 Copy "..\COPY\GERAPARC.CPY".
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-PRAZ-DIGITADO    PIC 9(003) VALUE ZEROS.
 01  WS-TOTAL-DIGITADO   PIC 9(010)V99 VALUE ZEROS.
 01  WS-PRAZO-DESC       PIC X(030) VALUE SPACES.
*
*  Cabecalho do pedido
 01 WS-NUME-DIGITADO   PIC 9(006) VALUE ZEROS.
*  Manual numbering now comes from the reserved NUMCTL.DAT range
 01 WS-OBPR-DIGITADO   PIC X(030) VALUE SPACES.
 01 WS-LOTE-DIGITADO   PIC X(010) VALUE SPACES.
 01 WS-LINHA-ED        PIC Z9.
*
*  Available-to-promise (GETDISP) for the line on screen - saldo
*  of the produto+area less what the OTHER liberado orders hold -
*  and the warning box when a line asks for more than that. The
*  order's own reservation is re-stated by RESERVA after every
*  write: held while liberado, dropped otherwise.
 01 WS-DSP-PROD        PIC S9(006)     COMP-5.
 01 WS-DSP-AREA        PIC S9(004)     COMP-5.
 01 WS-DSP-NUME        PIC S9(006)     COMP-5.
 01 WS-DSP-SALDO       PIC S9(012)V999 COMP-3.
 01 WS-DSP-RESERVADO   PIC S9(012)V999 COMP-3.
 01 WS-DSP-DISPONIVEL  PIC S9(012)V999 COMP-3.
 01 WS-DSP-PEDIDA      PIC S9(012)V999 COMP-3.
 01 WS-DSP-IDX         PIC 9(002) COMP-X.
 01 WS-DSP-DISPONIVEL-ED PIC -ZZZZZZZZZ9,999.
 01 WS-DSP-LINHA-ED    PIC Z9.
 01 WS-DISPONIVEL-ED   PIC X(035) VALUE SPACES.
 01 WS-RSV-OPERACAO    PIC X(001).
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
   03 WS-TICK-DIGITADO, Entry-Field,
      Line 9,00, Col 24,00, Size 08,00,
      Using WS-TICK-DIGITADO.
   03 Label "Prazo Pagto:", Line 9,00, Col 40,00.
   03 WS-PRAZ-DIGITADO, Entry-Field,
      Line 9,00, Col 53,00, Size 05,00,
      Using WS-PRAZ-DIGITADO.
   03 Label "Valor Total:", Line 10,00, Col 40,00.
   03 WS-TOTAL-DIGITADO, Entry-Field,
      Line 10,00, Col 53,00, Size 14,00,
      Using WS-TOTAL-DIGITADO.
   03 Label From WS-PRAZO-DESC, Line 11,00, Col 40,00,
      Size 28,00.
   03 Label "Peso Tara....:", Line 10,00, Col 3,00.
   03 WS-TARA-DIGITADO, Entry-Field,
      Line 10,00, Col 24,00, Size 13,00,
   03 PB-Proxima, Push-Button, "&>",
      Line 17,00, Col 19,00, Size 05 Cells,
      Exception-Value = 0060.
   03 Label From WS-DISPONIVEL-ED, Line 17,00, Col 27,00,
      Size 35,00.
   03 Label "Produto:", Line 18,00, Col 3,00.
   03 WS-PROD-DIGITADO, Entry-Field,
      Line 18,00, Col 12,00, Size 07,00,
   Accept WS-HORA-SISTEMA From Time.
   Move Spaces           To ORDE-REGI
   Move WS-NUME-DIGITADO  To ORDE-NUME
   Move Zeros             To ORDE-FAGR ORDE-PRAZ
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      Move Zeros To ORDE-VALO(WS-PARC-IDX)
   End-Perform
   Perform Descarrega-Cabecalho Thru Descarrega-Cabecalho-Exit
   Perform Descarrega-Linha-Atual Thru Descarrega-Linha-Atual-Exit
   Perform Monta-Parcelas Thru Monta-Parcelas-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Manutencao
      Go To Inclui-Pedido-Exit
   End-if
*  The signed-on operator, not whatever was typed, is who included
*  this order.
   Move Oper-Nome         To ORDE-INCL ORDE-ALTE
      Display Tela-Manutencao
      Go To Inclui-Pedido-Exit
   End-if
   Perform Avisa-Disponivel Thru Avisa-Disponivel-Exit
   Write ORDE-REGI
      Invalid Key
         If Duplicado-ORDE
         If Cotacao-Importada
            Perform Carimba-Cotacao Thru Carimba-Cotacao-Exit
         End-if
         Perform Atualiza-Reserva Thru Atualiza-Reserva-Exit
         Move "I" To WS-CTL-ACAO
         Perform Atualiza-Controle Thru Atualiza-Controle-Exit
         Move "Pedido incluido." To WS-MENSAGEM
            Go To Altera-Pedido-Exit
         End-if
      End-if
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Descarrega-Cabecalho Thru Descarrega-Cabecalho-Exit
      Perform Descarrega-Linha-Atual Thru Descarrega-Linha-Atual-Exit
      Perform Monta-Parcelas Thru Monta-Parcelas-Exit
      If WS-MENSAGEM Not = Spaces
         Display Tela-Manutencao
         Go To Altera-Pedido-Exit
      End-if
      Move Oper-Nome         To ORDE-ALTE
      Move WS-DATA-SISTEMA   To ORDE-DTAL
      Move WS-HORA-SISTEMA   To ORDE-HRAL
         Display Tela-Manutencao
         Go To Altera-Pedido-Exit
      End-if
      Perform Avisa-Disponivel Thru Avisa-Disponivel-Exit
      Rewrite ORDE-REGI
         Invalid Key
            Move "Erro ao alterar pedido." To WS-MENSAGEM
               Thru Estoque-Contrato-Regrava-Exit
            Perform Reenfileira-Upload
               Thru Reenfileira-Upload-Exit
            Perform Atualiza-Reserva Thru Atualiza-Reserva-Exit
            Perform Soma-Valor-Pedido Thru Soma-Valor-Pedido-Exit
            Subtract WS-CTL-VALOR-ANTES From WS-CTL-VALOR
            Move "A" To WS-CTL-ACAO
   Move ORDE-CAMBIO To WS-CAMBIO-DIGITADO
   Move ORDE-SITU  To WS-SITU-DIGITADO
   Move ORDE-INCL  To WS-INCL-DIGITADO
   Move ORDE-ALTE  To WS-ALTE-DIGITADO
   Move Spaces     To WS-PRAZO-DESC
   Move Zeros      To WS-TOTAL-DIGITADO WS-PRAZ-DIGITADO
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If ORDE-VALO(WS-PARC-IDX) Numeric
         Add ORDE-VALO(WS-PARC-IDX) To WS-TOTAL-DIGITADO
      End-if
   End-Perform
   If ORDE-PRAZ Numeric And ORDE-PRAZ > Zeros
      Move ORDE-PRAZ To WS-PRAZ-DIGITADO
      Perform Confere-Parcelas Thru Confere-Parcelas-Exit
   End-if.
 Carrega-Cabecalho-Exit.
   Exit.
*
   Move ORDE-AREA (WS-LINHA-ATUAL)  To WS-AREA-DIGITADO
   Move ORDE-QUAN (WS-LINHA-ATUAL)  To WS-QUAN-DIGITADO
   Move ORDE-OBPR (WS-LINHA-ATUAL)  To WS-OBPR-DIGITADO
   Move ORDE-LOTE (WS-LINHA-ATUAL)  To WS-LOTE-DIGITADO
   Perform Mostra-Disponivel Thru Mostra-Disponivel-Exit.
 Carrega-Linha-Atual-Exit.
   Exit.
*
 Mostra-Disponivel.
   Move Spaces To WS-DISPONIVEL-ED
   If WS-PROD-DIGITADO = Zeros
      Go To Mostra-Disponivel-Exit
   End-if
   Move WS-PROD-DIGITADO To WS-DSP-PROD
   Move WS-AREA-DIGITADO To WS-DSP-AREA
   Move WS-NUME-DIGITADO To WS-DSP-NUME
   Perform Chama-Getdisp Thru Chama-Getdisp-Exit
   Move WS-DSP-DISPONIVEL To WS-DSP-DISPONIVEL-ED
   String "Disp. p/ prometer:" Delimited By Size
          WS-DSP-DISPONIVEL-ED Delimited By Size
          Into WS-DISPONIVEL-ED
   End-String.
 Mostra-Disponivel-Exit.
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
*  Loud warning, never a block: the entry door still records the
*  order the customer placed, but not without being told the yard
*  is already promised. Only a liberado order claims stock, so
*  only one is checked - the first short line is enough to say.
 Avisa-Disponivel.
   If Not Situacao-Liberado
      Go To Avisa-Disponivel-Exit
   End-if
   Perform Varying WS-DSP-IDX From 1 By 1 Until WS-DSP-IDX > 20
      If ORDE-PROD(WS-DSP-IDX) > Zeros
         Move ORDE-QUAN(WS-DSP-IDX) To WS-DSP-PEDIDA
         If ORDE-QDFA(WS-DSP-IDX) Numeric
            Subtract ORDE-QDFA(WS-DSP-IDX) From WS-DSP-PEDIDA
         End-if
         Move ORDE-PROD(WS-DSP-IDX) To WS-DSP-PROD
         Move ORDE-AREA(WS-DSP-IDX) To WS-DSP-AREA
         Move ORDE-NUME             To WS-DSP-NUME
         Perform Chama-Getdisp Thru Chama-Getdisp-Exit
         If WS-DSP-PEDIDA > WS-DSP-DISPONIVEL
            Move WS-DSP-IDX        To WS-DSP-LINHA-ED
            Move WS-DSP-DISPONIVEL To WS-DSP-DISPONIVEL-ED
            Display Message Box
              "ATENCAO: linha " WS-DSP-LINHA-ED
              " pede mais que o disponivel para prometer ("
              WS-DSP-DISPONIVEL-ED " kg) - gravando mesmo assim."
            Exit Perform
         End-if
      End-if
   End-Perform.
 Avisa-Disponivel-Exit.
   Exit.
*
 Atualiza-Reserva.
   If Situacao-Liberado
      Move "R" To WS-RSV-OPERACAO
   Else
      Move "L" To WS-RSV-OPERACAO
   End-if
   Call "RESERVA" Using ORDE-REGI, Lk-Unidade, WS-RSV-OPERACAO
      On Exception Continue
   End-Call.
 Atualiza-Reserva-Exit.
   Exit.
*
 Descarrega-Linha-Atual.
   Move WS-PROD-DIGITADO  To ORDE-PROD (WS-LINHA-ATUAL)
                  WS-PROD-DIGITADO WS-AREA-DIGITADO WS-QUAN-DIGITADO
   Move Spaces To WS-EMIS-DIGITADO WS-LOCA-DIGITADO WS-INCL-DIGITADO
                  WS-ALTE-DIGITADO WS-OBPR-DIGITADO WS-MENSAGEM
   Move Zeros  To WS-PRAZ-DIGITADO WS-TOTAL-DIGITADO
   Move Spaces To WS-PRAZO-DESC
   Move "BRL"  To WS-MOEDA-DIGITADO
   Move 1      To WS-LINHA-ATUAL
   Move 1      To WS-LINHA-ED
   Close PRODXREF.
 Xref-Regrava-Exit.
   Exit.
*
*  The terms code typed, else the client's usual one, becomes
*  ORDE-PRAZ and - with the total typed - the installments. A
*  code that is not a live PRAZO.DAT row, or a code without a
*  total, refuses the write; no code at all keeps the schedule.
 Monta-Parcelas.
   Move Spaces To WS-MENSAGEM WS-PRAZO-DESC
   If WS-PRAZ-DIGITADO = Zeros
      Perform Prazo-Do-Cliente Thru Prazo-Do-Cliente-Exit
   End-if
   Move WS-PRAZ-DIGITADO To ORDE-PRAZ
   If WS-PRAZ-DIGITADO = Zeros
      Go To Monta-Parcelas-Exit
   End-if
   If WS-TOTAL-DIGITADO = Zeros
      Move "Informe o valor total para gerar as parcelas."
           To WS-MENSAGEM
      Go To Monta-Parcelas-Exit
   End-if
   Move "G"               To GP-FUNCAO
   Move WS-PRAZ-DIGITADO  To GP-PRAZO
   Move ORDE-EMIS(1:8)    To GP-BASE
   Move WS-TOTAL-DIGITADO To GP-TOTAL
   Call "GERAPARC" Using GP-PARM
      On Exception Move "N" To GP-RETORNO
   End-Call
   If GP-Base-Invalida
      Move "Data de emissao invalida." To WS-MENSAGEM
      Go To Monta-Parcelas-Exit
   End-if
   If Not GP-Prazo-Ok
      Move "Prazo de pagamento inexistente ou inativo."
           To WS-MENSAGEM
      Go To Monta-Parcelas-Exit
   End-if
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      Move GP-VENC(WS-PARC-IDX) To ORDE-VENC(WS-PARC-IDX)
      Move GP-VALO(WS-PARC-IDX) To ORDE-VALO(WS-PARC-IDX)
   End-Perform
   Move GP-DESCRICAO To WS-PRAZO-DESC.
 Monta-Parcelas-Exit.
   Exit.
*
 Prazo-Do-Cliente.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Go To Prazo-Do-Cliente-Exit
   End-if
   Move WS-CLIE-DIGITADO To CLI-CODIGO
   Read CLIENTE
      Invalid Key Continue
   End-Read
   If Valido-CLIENTE And CLI-PRAZO Numeric
      Move CLI-PRAZO To WS-PRAZ-DIGITADO
   End-if
   Close CLIENTE.
 Prazo-Do-Cliente-Exit.
   Exit.
*
*  On Consultar: the terms' description, and a warning when the
*  installments on file no longer match them.
 Confere-Parcelas.
   Move "C"            To GP-FUNCAO
   Move ORDE-PRAZ      To GP-PRAZO
   Move ORDE-EMIS(1:8) To GP-BASE
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      Move ORDE-VENC(WS-PARC-IDX) To GP-VENC(WS-PARC-IDX)
      Move ORDE-VALO(WS-PARC-IDX) To GP-VALO(WS-PARC-IDX)
   End-Perform
   Call "GERAPARC" Using GP-PARM
      On Exception Move "N" To GP-RETORNO
   End-Call
   Move GP-DESCRICAO To WS-PRAZO-DESC
   If GP-Parcelas-Divergem
      Move "PARCELAS DIVERGEM DO PRAZO" To WS-PRAZO-DESC
   End-if.
 Confere-Parcelas-Exit.
   Exit.
*
 Valida-Pela-Bateria.
   Move "S"    To WS-VAL-VERDITO
         And WS-CON-EMIS Not < CN-DATA-DE
         And WS-CON-EMIS Not > CN-DATA-ATE
         Add WS-CON-QUAN To CN-QUAN-ENTREG
         Perform Contrato-Reparte-Fixado
            Thru Contrato-Reparte-Fixado-Exit
         Rewrite CONTRATO-REGI
            Invalid Key Continue
         End-Rewrite
   End-Perform.
 Contrato-Muda-Exit.
   Exit.
*
*  An "a fixar" contract's deliveries draw on its fixed lots
*  first: what came in up to the fixed quantity is priced, the
*  rest waits for the next fixing (PROG1024).
 Contrato-Reparte-Fixado.
   If Not Contrato-A-Fixar
      Go To Contrato-Reparte-Fixado-Exit
   End-if
   If CN-QUAN-ENTREG < CN-QUAN-FIXADA
      Move CN-QUAN-ENTREG To CN-ENTREG-FIXADA
   Else
      Move CN-QUAN-FIXADA To CN-ENTREG-FIXADA
   End-if
   If CN-ENTREG-FIXADA < Zeros
      Move Zeros To CN-ENTREG-FIXADA
   End-if.
 Contrato-Reparte-Fixado-Exit.
   Exit.
*
 Le-Proximo-Contrato.
   Read CONTRATO Next Record
