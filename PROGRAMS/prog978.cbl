   Copy "..\COPY\INSTRBAN.SL".
   Copy "..\COPY\BANCOS.SL".
   Copy "..\COPY\CNAB.SL".
   Copy "..\COPY\FATAGR.SL".
   Copy "..\COPY\RENEG.SL".
*
 Data Division.
 File Section.
$XFD FILE=BANCOS
   Copy "..\COPY\BANCOS.FD".
   Copy "..\COPY\CNAB.FD".
$XFD FILE=FATAGR
   Copy "..\COPY\FATAGR.FD".
$XFD FILE=RENEG
   Copy "..\COPY\RENEG.FD".
*
 Working-Storage Section.
*
     88 Tem-Fila-Instrucao Value "S".
 01  WS-QTD-INSTRUCOES   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-INSTRUCOES-ED PIC Z(005)9.
*
*  A fatura agrupada (PROG1030) goes to the bank as its one title,
*  never as its orders' old installments; the first remessa that
*  carries it marks the boleto as gone out, which is what stops
*  the fatura from being undone.
 01  Stat-FATAGR         PIC X(002).
     88 Valido-FATAGR    Value "00" THRU "09".
     88 Fim-FATAGR       Value "10".
 01  PATHFATAGR          PIC X(060).
 01  WS-TEM-FATAGR       PIC X(001) VALUE "N".
     88 Tem-Fatagr       Value "S".
*
*  A renegotiation agreement (PROG1033) goes out as its new
*  installments, parcels above 10 that no ORDE slot points at;
*  the titles it closed ("R") stay home like settled ones.
 01  Stat-RENEG          PIC X(002).
     88 Valido-RENEG     Value "00" THRU "09".
     88 Fim-RENEG        Value "10".
 01  PATHRENEG           PIC X(060).
 01  WS-TEM-RENEG        PIC X(001) VALUE "N".
     88 Tem-Reneg        Value "S".
 01  WS-NV-IDX           PIC 9(002) COMP-X.
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-NSA              PIC 9(006).
*
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
*  The title being remitted, whatever it came from.
 01  WS-RM-NUME          PIC S9(006)     COMP-5.
 01  WS-RM-PARC          PIC 9(002) COMP-X.
 01  WS-RM-VENC          PIC X(010).
 01  WS-RM-VALOR         PIC S9(012)V99  COMP-3.
 01  WS-RM-FEITA         PIC X(001).
     88 Parcela-Remetida Value "S".
 01  WS-NUME-ED          PIC 9(006).
 01  WS-PARC-ED          PIC 9(002).
 01  WS-SEQ-LOTE         PIC 9(005) VALUE ZEROS.
 01  WS-QTD-TITULOS      PIC 9(006) VALUE ZEROS.
 01  WS-QTD-TITULOS-ED   PIC Z(005)9.
 01  WS-VALOR-TOTAL      PIC S9(015)V99 COMP-3 VALUE ZEROS.
*
*  The remessa leaves sealed (REMESSA.240.SEL - count, the total
*  remitted and the keyed MAC); PROG1078 releases it to the bank
*  only if the seal still matches.
 Copy "..\COPY\SELOARQ.CPY".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
      Move "S" To WS-TEM-INSTRBAN
   End-if.

   Move Spaces to PathFATAGR.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FATAGR.DAT" Delimited By Size
          Into PathFATAGR
   End-String.
   Move "N" To WS-TEM-FATAGR
   Open I-O FATAGR
   If Valido-FATAGR
      Move "S" To WS-TEM-FATAGR
   End-if.

   Move Spaces to PathRENEG.
   String Lk-Unidade         Delimited By Size
          "\DADOS\RENEG.DAT" Delimited By Size
          Into PathRENEG
   End-String.
   Move "N" To WS-TEM-RENEG
   Open Input RENEG
   If Valido-RENEG
      Move "S" To WS-TEM-RENEG
   End-if.

   Move Spaces to PathCNAB.
   If WS-BANCO-ESCOLHIDO = Spaces
      String Lk-Unidade          Delimited By Size
      Perform Le-Proxima-Ordem Thru Le-Proxima-Ordem-Exit
   End-Perform

   If Tem-Fatagr And Tem-Titulos
      Perform Remete-Faturas Thru Remete-Faturas-Exit
   End-if

   If Tem-Reneg And Tem-Titulos
      Perform Remete-Renegociacoes Thru Remete-Renegociacoes-Exit
   End-if

   If Tem-Fila-Instrucao
      Perform Remete-Instrucoes Thru Remete-Instrucoes-Exit
   End-if
   If Tem-Fila-Instrucao
      Close INSTRBAN
   End-if.
   If Tem-Fatagr
      Close FATAGR
   End-if.
   If Tem-Reneg
      Close RENEG
   End-if.
   Close CNAB.
   Perform Sela-Remessa Thru Sela-Remessa-Exit

   Move WS-QTD-TITULOS To WS-QTD-TITULOS-ED
   Move WS-QTD-INSTRUCOES To WS-QTD-INSTRUCOES-ED
           " titulo(s) remetido(s) em 'REMESSA.240', "
           WS-QTD-INSTRUCOES-ED " instrucao(oes).".
   Exit Program.
*
 Sela-Remessa.
   Move "G"            To SA-OPERACAO
   Move Lk-Unidade     To SA-UNIDADE
   Move PathCNAB       To SA-ARQUIVO
   Move "PROG978"      To SA-PROGRAMA
   Move WS-VALOR-TOTAL To SA-TOTAL
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display "Remessa NAO selada (" SA-RESULTADO
              ") - nao sera liberada ao banco."
      Move 1 To Return-Code
   End-if.
 Sela-Remessa-Exit.
   Exit.
*
*  The account identity out of PARAM944.DAT - absent rows keep
*  the compiled-in defaults (and a remessa with banco 000 is the
   If Not Situacao-Faturado
      Go To Remete-Ordem-Exit
   End-if
   If ORDE-FAGR > Zeros
      Go To Remete-Ordem-Exit
   End-if
   Move ORDE-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 10
      If ORDE-VENC(WS-PARC-IDX) Not = Spaces
         And ORDE-VALO(WS-PARC-IDX) > Zeros
         Move ORDE-NUME              To WS-RM-NUME
         Move WS-PARC-IDX            To WS-RM-PARC
         Move ORDE-VENC(WS-PARC-IDX) To WS-RM-VENC
         Move ORDE-VALO(WS-PARC-IDX) To WS-RM-VALOR
         Perform Remete-Parcela Thru Remete-Parcela-Exit
      End-if
   End-Perform.
 Remete-Ordem-Exit.
   Exit.
*
*  Every active fatura agrupada: its title, when still open and
*  allocated to this run's bank, goes out like any installment,
*  and the fatura is marked as having its boleto out.
 Remete-Faturas.
   Move Zeros To FA-NUME
   Start FATAGR Key Not < FA-NUME
      Invalid Key Move "10" To Stat-FATAGR
   End-Start
   Perform Until Fim-FATAGR
      Read FATAGR Next Record
         At End Move "10" To Stat-FATAGR
      End-Read
      If Valido-FATAGR And Fatura-Ativa
         Perform Remete-Uma-Fatura Thru Remete-Uma-Fatura-Exit
      End-if
   End-Perform.
 Remete-Faturas-Exit.
   Exit.
*
 Remete-Uma-Fatura.
   Move FA-TI-NUME To TI-NUME
   Move FA-TI-PARC To TI-PARC
   Read TITULOS
      Invalid Key Go To Remete-Uma-Fatura-Exit
   End-Read
   Move FA-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
   End-Read
   Move TI-NUME  To WS-RM-NUME
   Move TI-PARC  To WS-RM-PARC
   Move TI-VENC  To WS-RM-VENC
   Move TI-VALOR To WS-RM-VALOR
   Perform Remete-Parcela Thru Remete-Parcela-Exit
   If Parcela-Remetida And Not Boleto-Emitido
      Move "S"             To FA-BOLETO
      Move WS-DATA-SISTEMA To FA-DTBO
      Rewrite FATAGR-REGI
         Invalid Key Continue
      End-Rewrite
   End-if.
 Remete-Uma-Fatura-Exit.
   Exit.
*
*  Every active agreement: each of its new installments still
*  open goes out like any other - Remete-Parcela drops the paid
*  ones and those of another bank.
 Remete-Renegociacoes.
   Move Zeros To RN-NUME
   Start RENEG Key Not < RN-NUME
      Invalid Key Move "10" To Stat-RENEG
   End-Start
   Perform Until Fim-RENEG
      Read RENEG Next Record
         At End Move "10" To Stat-RENEG
      End-Read
      If Valido-RENEG And Acordo-Ativo
         Move RN-CLIE To CLI-CODIGO
         Read CLIENTE
            Invalid Key Move Spaces To CLIENTE-REGI
         End-Read
         Perform Varying WS-NV-IDX From 1 By 1
                   Until WS-NV-IDX > RN-QTD-PARC
            Perform Remete-Parcela-Acordo
               Thru Remete-Parcela-Acordo-Exit
         End-Perform
      End-if
   End-Perform.
 Remete-Renegociacoes-Exit.
   Exit.
*
*  The title as it stands today - a credit note may have abated
*  it since the agreement.
 Remete-Parcela-Acordo.
   Move RN-NV-NUME(WS-NV-IDX) To TI-NUME
   Move RN-NV-PARC(WS-NV-IDX) To TI-PARC
   Read TITULOS
      Invalid Key Go To Remete-Parcela-Acordo-Exit
   End-Read
   Move TI-NUME  To WS-RM-NUME
   Move TI-PARC  To WS-RM-PARC
   Move TI-VENC  To WS-RM-VENC
   Move TI-VALOR To WS-RM-VALOR
   Perform Remete-Parcela Thru Remete-Parcela-Exit.
 Remete-Parcela-Acordo-Exit.
   Exit.
*
 Remete-Parcela.
   Move "N" To WS-RM-FEITA
*  An installment already settled through PROG959 stays home,
*  and one allocated to another collection bank goes in THAT
*  bank's run, not this one.
   If Tem-Titulos
      Move WS-RM-NUME  To TI-NUME
      Move WS-RM-PARC  To TI-PARC
      Read TITULOS
         Invalid Key Continue
      End-Read
      If Valido-TITULOS
         If Titulo-Pago Or Titulo-Renegociado
            Go To Remete-Parcela-Exit
         End-if
         If TI-BANCO Not = WS-BANCO-ESCOLHIDO
   Move WS-CNAB-DV-CONTA  To CP-DV-CONTA
   Move Space             To CP-DV-AGCTA
   Move Spaces            To CP-NOSSO-NUMERO
   Move WS-RM-NUME        To CP-NN-PEDIDO
   Move WS-RM-PARC        To CP-NN-PARCELA
   Move WS-CNAB-CARTEIRA  To CP-CARTEIRA
   Move "1"               To CP-CADASTRAMENTO
   Move "1"               To CP-TIPO-DOC
   Move "2"               To CP-EMISSAO-BOLETO
   Move "2"               To CP-DISTRIBUICAO
   Move WS-RM-NUME        To WS-NUME-ED
   Move WS-RM-PARC        To WS-PARC-ED
   Move Spaces            To CP-NUM-DOCUMENTO
   String WS-NUME-ED "-" WS-PARC-ED Delimited By Size
          Into CP-NUM-DOCUMENTO
   End-String
   Move WS-RM-VENC(1:8)   To WS-DATA-AMD
   Move WS-AMD-DIA To WS-DB-DIA
   Move WS-AMD-MES To WS-DB-MES
   Move WS-AMD-ANO To WS-DB-ANO
   Move WS-DATA-BANCO-N   To CP-VENCIMENTO
   Move WS-RM-VALOR       To CP-VALOR
   Move Zeros             To CP-AG-COBRADORA
   Move "0"               To CP-DV-AG-COBR
   Move "02"              To CP-ESPECIE
   End-if

   Add 1 To WS-QTD-TITULOS
   Add WS-RM-VALOR To WS-VALOR-TOTAL
   Move "S" To WS-RM-FEITA.
 Remete-Parcela-Exit.
   Exit.
*
