*  Freight valuation lives in CALCFRET (the one copy of the dated
*  walk + formula + minimum rule) - this block is its call frame.
 Copy "..\COPY\CALCFRET.CPY".
*
*  An order carrying a payment terms code (LKO-PRAZ) must carry
*  the installments those terms give on its emission and total -
*  GERAPARC regenerates and compares.
 Copy "..\COPY\GERAPARC.CPY".
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
   End-if
   If Pedido-Aprovado
      Perform Valida-Duplicidade Thru Valida-Duplicidade-Exit
   End-if
   If Pedido-Aprovado
      Perform Valida-Prazo Thru Valida-Prazo-Exit
   End-if.
 Encerra.
   Perform Fecha-Cadastros Thru Fecha-Cadastros-Exit
   Move WS-ROTA-PEDIDO To CF-ROTA
   Move LKO-EMIS(1:8)  To CF-VIGENCIA
   Move LKO-LIQU       To CF-PESO
   Move Zeros          To CF-EIXOS
   Move LKO-NUME       To CF-NUME
   Move Zeros          To CF-PROPOSTA
   Call "CALCFRET" Using CF-PARM
   If Not CF-Tarifa-Achada
      Move "N" To LK-VAL-VERDITO
      Move "FRETE/ICMS-FRETE DIVERGE DA TABELA" To LK-VAL-MOTIVO
      Go To Valida-Frete-Exit
   End-if
*  An order awarded by the freight bidding belongs to the winner.
   If CF-Frete-Acordado And CF-TRAN Not = LKO-TRAN
      Move "N" To LK-VAL-VERDITO
      Move "TRANSPORTADORA DIVERGE DO FRETE ADJUDICADO"
           To LK-VAL-MOTIVO
      Go To Valida-Frete-Exit
   End-if
   Move CF-FRETE To WS-FRET-ESPERADO
   Move CF-ICFR  To WS-ICFR-ESPERADO
   If LKO-FRET Not Equal WS-FRET-ESPERADO
   Or LKO-ICFR Not Equal WS-ICFR-ESPERADO
      Move "N" To LK-VAL-VERDITO
      Move "FRETE/ICMS-FRETE DIVERGE DA TABELA" To LK-VAL-MOTIVO
      Go To Valida-Frete-Exit
   End-if
   If CF-Frete-Abaixo-Piso
      Move "N" To LK-VAL-VERDITO
      Move "FRETE ABAIXO DO PISO MINIMO ANTT" To LK-VAL-MOTIVO
   End-if.
 Valida-Frete-Exit.
   Exit.
   End-if.
 Valida-Duplicidade-Exit.
   Exit.
*
*  No terms code, nothing to hold the installments against.
 Valida-Prazo.
   If LKO-PRAZ Not Numeric Or LKO-PRAZ = Zeros
      Go To Valida-Prazo-Exit
   End-if
   Move "C"            To GP-FUNCAO
   Move LKO-PRAZ       To GP-PRAZO
   Move LKO-EMIS(1:8)  To GP-BASE
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      Move LKO-VENC(WS-PARC-IDX) To GP-VENC(WS-PARC-IDX)
      Move LKO-VALO(WS-PARC-IDX) To GP-VALO(WS-PARC-IDX)
   End-Perform
   Call "GERAPARC" Using GP-PARM
      On Exception Go To Valida-Prazo-Exit
   End-Call
   Evaluate True
      When GP-Prazo-Inexistente
         Move "N" To LK-VAL-VERDITO
         Move "PRAZO DE PAGAMENTO INEXISTENTE" To LK-VAL-MOTIVO
      When GP-Base-Invalida
         Move "N" To LK-VAL-VERDITO
         Move "EMISSAO INVALIDA PARA O PRAZO" To LK-VAL-MOTIVO
      When GP-Parcelas-Divergem
         Move "N" To LK-VAL-VERDITO
         Move "PARCELAS DIVERGEM DO PRAZO DE PAGAMENTO"
              To LK-VAL-MOTIVO
   End-Evaluate.
 Valida-Prazo-Exit.
   Exit.
