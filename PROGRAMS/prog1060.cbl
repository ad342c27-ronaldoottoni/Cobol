*DOCUMENTOS DE EXPORTACAO - COMMERCIAL INVOICE, PACKING LIST E DU-E
 Identification Division.
 Program-Id. PROG1060.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CARGA.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\UNIDADES.SL".
   Copy "..\COPY\EXPORTA.SL".
   Copy "..\COPY\DOCFAT.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CARGA
   Copy "..\COPY\CARGA.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
   Copy "..\COPY\UNIDADES.FD".
$XFD FILE=EXPORTA
   Copy "..\COPY\EXPORTA.FD".
   Copy "..\COPY\DOCFAT.FD".
*
 Working-Storage Section.
*
*  The export desk's documents for an order priced in a foreign
*  currency (Not Moeda-Real), instead of the spreadsheet copied
*  off PROG961: the commercial invoice in English and in
*  ORDE-MOEDA, with Incoterm, ports and the buyer/consignee/
*  notify parties; the packing list by lot with the volumes
*  (ORDE-VOLU, quantity packed ORDE-QVOL) and net/gross weight;
*  and the sheet of data the DU-E export declaration asks for
*  (NCM, statistical quantity, value in currency and in reais).
*
*  The shipper is the branch's UNIDADES.DAT line. Net weight is
*  the scale's: the faturada loads' CG-LIQU (PROG1029) split over
*  the lines they carried, or ORDE-LIQU split by ORDE-QUAN when
*  the order left whole; gross adds EX-TARA-VOLUME per volume.
*  Everything printed is kept in EXPORTA.DAT at the first issue,
*  so R reissues the three sheets identically; A changes the
*  desk's data, takes the order again and reissues.
*  Sheets: EXPINVnnnnnn.TXT, EXPPCKnnnnnn.TXT, EXPDUEnnnnnn.TXT,
*  each filed in the spool catalog.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
     88 Fim-CARGA        Value "10".
 01  PATHCARGA           PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-UNIDADES       PIC X(002).
     88 Valido-UNIDADES  Value "00" THRU "09".
     88 Fim-UNIDADES     Value "10".
 01  PATHUNID            PIC X(060)
     VALUE "..\DADOS\UNIDADES.DAT".
 01  Stat-EXPORTA        PIC X(002).
     88 Valido-EXPORTA   Value "00" THRU "09".
 01  PATHEXPORTA         PIC X(060).
 01  Stat-DOCFAT         PIC X(002).
     88 Valido-DOCFAT    Value "00" THRU "09".
 01  PATHDOCFAT          PIC X(060).
*
*  The operator signs the documents.
 Copy "..\copy\usuario.cpy".
*
 01  WS-NUME-DIGITADO    PIC 9(006) VALUE ZEROS.
 01  WS-NUME-ARQ         PIC 9(006).
 01  WS-OPCAO            PIC X(001) VALUE SPACES.
 01  WS-CONFIRMA         PIC X(001) VALUE "N".
     88 Confirma-Emissao Value "S" "s".
 01  WS-JA-EMITIDO       PIC X(001) VALUE "N".
     88 Ja-Emitido       Value "S".
 01  WS-ENTRADA          PIC X(040).
 01  WS-TARA-DIGITADA    PIC 9(004)V999.
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-RECUSA           PIC X(060).
*
 01  WS-TEM-EMITENTE     PIC X(001) VALUE "N".
     88 Tem-Emitente     Value "S".
*
*  Incoterms 2020 - anything else is refused at the prompt.
 01  WS-INCOTERMS        PIC X(033)
     VALUE "EXWFCAFASFOBCFRCIFCPTCIPDAPDPUDDP".
 01  WS-INCOTERMS-TAB REDEFINES WS-INCOTERMS.
     03 WS-INCOTERM      PIC X(003) OCCURS 11 TIMES.
 01  WS-INC-IDX          PIC 9(002) COMP-X.
 01  WS-INCOTERM-OK      PIC X(001).
     88 Incoterm-Valido  Value "S".
*
 01  WS-MESES-ING        PIC X(036)
     VALUE "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
 01  WS-MESES-ING-TAB REDEFINES WS-MESES-ING.
     03 WS-MES-ING       PIC X(003) OCCURS 12 TIMES.
 01  WS-MES-NUM          PIC 9(002).
 01  WS-DATA-ING         PIC X(011).
*
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-PT-IDX           PIC 9(001).
 01  WS-QTD-TOTAL        PIC S9(012)V999 COMP-3.
 01  WS-CG-TOTAL         PIC S9(012)V999 COMP-3.
 01  WS-TEM-CARGA        PIC X(001).
     88 Pesou-Por-Carga  Value "S".
 01  WS-PESO-LIN         PIC S9(009)V999 COMP-3 OCCURS 20.
 01  WS-TOT-LIQU         PIC S9(012)V999 COMP-3.
 01  WS-TOT-BRUT         PIC S9(012)V999 COMP-3.
 01  WS-TOT-VOLU         PIC S9(009)     COMP-3.
 01  WS-TOT-REAIS        PIC S9(014)V99  COMP-3.
 01  WS-VALOR-LIN        PIC S9(012)V99  COMP-3.
 01  WS-REAIS-LIN        PIC S9(014)V99  COMP-3.
*
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 01  WS-DOC-ARQUIVO      PIC X(030).
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-ITEM-ED          PIC Z9.
 01  WS-QUAN-ED          PIC ZZZZZZZZ9,999.
 01  WS-PESO-ED          PIC ZZZZZZZZ9,999.
 01  WS-BRUT-ED          PIC ZZZZZZZZ9,999.
 01  WS-VLUN-ED          PIC ZZZZ9,9999.
 01  WS-VALOR-ED         PIC ZZZZZZZZZ9,99.
 01  WS-REAIS-ED         PIC ZZZZZZZZZZZ9,99.
 01  WS-CAMBIO-ED        PIC ZZZ9,9999.
 01  WS-VOLU-ED          PIC ZZZZ9.
 01  WS-TARA-ED          PIC ZZZ9,999.
 01  WS-QTD-ED           PIC ZZ9.
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
   Accept WS-HORA-SISTEMA From Time

   Display "Pedido de exportacao......: " With No Advancing
   Accept WS-NUME-DIGITADO

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Move 1 To Return-Code
      Exit Program
   End-if
   Move WS-NUME-DIGITADO To ORDE-NUME
   Read ORDE
      Invalid Key
         Display "Pedido nao encontrado."
         Close ORDE
         Exit Program
   End-Read
   If Situacao-Cancelado
      Display "Pedido cancelado - sem documentos de exportacao."
      Close ORDE
      Exit Program
   End-if
   If Moeda-Real Or ORDE-MOEDA = Spaces
      Display "Pedido em reais - nao e pedido de exportacao."
      Close ORDE
      Exit Program
   End-if

   Move Spaces to PathEXPORTA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\EXPORTA.DAT" Delimited By Size
          Into PathEXPORTA
   End-String.
   Open I-O EXPORTA
   If Not Valido-EXPORTA
      Open Output EXPORTA
      Close EXPORTA
      Open I-O EXPORTA
   End-if
   If Not Valido-EXPORTA
      Display "erro EXPORTA " Stat-EXPORTA
      Close ORDE
      Move 1 To Return-Code
      Exit Program
   End-if
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display "erro CLIENTE " Stat-CLIENTE
      Close ORDE
      Close EXPORTA
      Move 1 To Return-Code
      Exit Program
   End-if
   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Not Valido-PRODUTO
      Display "erro PRODUTO " Stat-PRODUTO
      Close ORDE
      Close EXPORTA
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if

   Move "N" To WS-JA-EMITIDO
   Move ORDE-NUME To EX-NUME
   Read EXPORTA
      Invalid Key Continue
   End-Read
   If Valido-EXPORTA
      Move "S" To WS-JA-EMITIDO
   End-if

   If Ja-Emitido
      Perform Reemissao Thru Reemissao-Exit
   Else
      Perform Primeira-Emissao Thru Primeira-Emissao-Exit
   End-if

   Close ORDE
   Close EXPORTA
   Close CLIENTE
   Close PRODUTO
   Exit Program.
*
 Primeira-Emissao.
   Initialize EXPORTA-REGI
   Move ORDE-NUME To EX-NUME WS-NUME-ED
   Move WS-NUME-ED To EX-INVOICE
   Move ORDE-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
   End-Read
   Move CLI-NOME     To EX-PT-NOME(1)
   Move CLI-ENDERECO To EX-PT-ENDERECO(1)
   Move CLI-CIDADE   To EX-PT-CIDADE(1)
   Perform Captura-Dados Thru Captura-Dados-Exit
   Perform Monta-Linhas Thru Monta-Linhas-Exit
   If WS-RECUSA Not = Spaces
      Display WS-RECUSA
      Go To Primeira-Emissao-Exit
   End-if
   Perform Mostra-Resumo Thru Mostra-Resumo-Exit
   Display "Grava e emite os documentos (S/N)? " With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Emissao
      Display "Emissao abortada - nada gravado."
      Go To Primeira-Emissao-Exit
   End-if
   Move WS-DATA-SISTEMA To EX-DATA EX-DTIN
   Move WS-HORA-SISTEMA To EX-HRIN
   Move Oper-Nome       To EX-OPER
   Move 1               To EX-QTD-VIAS
   Write EXPORTA-REGI
      Invalid Key
         Display "erro ao gravar EXPORTA - Status -> " Stat-EXPORTA
         Go To Primeira-Emissao-Exit
   End-Write
   Perform Emite-Documentos Thru Emite-Documentos-Exit.
 Primeira-Emissao-Exit.
   Exit.
*
*  R prints the record as it stands - the documents the buyer
*  and the customs broker already hold. A re-keys the desk's
*  data (enter keeps each value) and takes the order again.
 Reemissao.
   Move EX-QTD-VIAS To WS-QTD-ED
   Display "Documentos ja emitidos em " EX-DATA(7:2) "/"
           EX-DATA(5:2) "/" EX-DATA(1:4) " - invoice " EX-INVOICE
           " (" WS-QTD-ED " via(s))."
   Display "Opcao (R=reemite iguais A=altera os dados e reemite): "
           With No Advancing
   Accept WS-OPCAO
   Evaluate WS-OPCAO
      When "R"
      When "r"
         Continue
      When "A"
      When "a"
         Perform Captura-Dados Thru Captura-Dados-Exit
         Perform Monta-Linhas Thru Monta-Linhas-Exit
         If WS-RECUSA Not = Spaces
            Display WS-RECUSA
            Go To Reemissao-Exit
         End-if
         Perform Mostra-Resumo Thru Mostra-Resumo-Exit
         Display "Grava a alteracao e reemite (S/N)? "
                 With No Advancing
         Accept WS-CONFIRMA
         If Not Confirma-Emissao
            Display "Alteracao abortada - nada gravado."
            Go To Reemissao-Exit
         End-if
         Move WS-DATA-SISTEMA To EX-DTAL
         Move WS-HORA-SISTEMA To EX-HRAL
         Move Oper-Nome       To EX-OPER
      When Other
         Display "Opcao invalida."
         Go To Reemissao-Exit
   End-Evaluate
   Add 1 To EX-QTD-VIAS
   Rewrite EXPORTA-REGI
      Invalid Key
         Display "erro ao regravar EXPORTA - Status -> " Stat-EXPORTA
         Go To Reemissao-Exit
   End-Rewrite
   Perform Emite-Documentos Thru Emite-Documentos-Exit.
 Reemissao-Exit.
   Exit.
*
*  The desk's data, one prompt each; enter keeps what is shown.
 Captura-Dados.
   Display "Invoice no. (" EX-INVOICE "): " With No Advancing
   Move Spaces To WS-ENTRADA
   Accept WS-ENTRADA
   If WS-ENTRADA Not = Spaces
      Move WS-ENTRADA To EX-INVOICE
   End-if

   Move "N" To WS-INCOTERM-OK
   Perform Until Incoterm-Valido
      Display "Incoterm (" EX-INCOTERM "): " With No Advancing
      Move Spaces To WS-ENTRADA
      Accept WS-ENTRADA
      If WS-ENTRADA Not = Spaces
         Move WS-ENTRADA To EX-INCOTERM
      End-if
      Perform Varying WS-INC-IDX From 1 By 1 Until WS-INC-IDX > 11
         If EX-INCOTERM = WS-INCOTERM(WS-INC-IDX)
            Move "S" To WS-INCOTERM-OK
         End-if
      End-Perform
      If Not Incoterm-Valido
         Display "  Incoterm invalido - EXW FCA FAS FOB CFR CIF CPT"
                 " CIP DAP DPU DDP."
      End-if
   End-Perform
   Display "Local do Incoterm (" EX-LOCAL-INCOTERM "): "
           With No Advancing
   Move Spaces To WS-ENTRADA
   Accept WS-ENTRADA
   If WS-ENTRADA Not = Spaces
      Move WS-ENTRADA To EX-LOCAL-INCOTERM
   End-if

   Perform, With Test After, Until EX-PORTO-EMB Not = Spaces
      Display "Porto de embarque (" EX-PORTO-EMB "): "
              With No Advancing
      Move Spaces To WS-ENTRADA
      Accept WS-ENTRADA
      If WS-ENTRADA Not = Spaces
         Move WS-ENTRADA To EX-PORTO-EMB
      End-if
   End-Perform
   Display "Porto de destino (" EX-PORTO-DEST "): " With No Advancing
   Move Spaces To WS-ENTRADA
   Accept WS-ENTRADA
   If WS-ENTRADA Not = Spaces
      Move WS-ENTRADA To EX-PORTO-DEST
   End-if
   Perform, With Test After, Until EX-PAIS-DEST Not = Spaces
      Display "Pais de destino (" EX-PAIS-DEST "): " With No Advancing
      Move Spaces To WS-ENTRADA
      Accept WS-ENTRADA
      If WS-ENTRADA Not = Spaces
         Move WS-ENTRADA To EX-PAIS-DEST
      End-if
   End-Perform
   Display "Condicao de pagamento (" EX-PAGAMENTO "): "
   Move Spaces To WS-ENTRADA
   Accept WS-ENTRADA
   If WS-ENTRADA Not = Spaces
      Move WS-ENTRADA To EX-PAGAMENTO
   End-if
   Display "Marcas dos volumes (" EX-MARCAS "): "
   Move Spaces To WS-ENTRADA
   Accept WS-ENTRADA
   If WS-ENTRADA Not = Spaces
      Move WS-ENTRADA To EX-MARCAS
   End-if
   Display "URF de despacho (" EX-URF-DESPACHO "): " With No Advancing
   Move Spaces To WS-ENTRADA
   Accept WS-ENTRADA
   If WS-ENTRADA Not = Spaces
      Move WS-ENTRADA To EX-URF-DESPACHO
   End-if
   Display "URF de embarque (" EX-URF-EMBARQUE "): " With No Advancing
   Move Spaces To WS-ENTRADA
   Accept WS-ENTRADA
   If WS-ENTRADA Not = Spaces
      Move WS-ENTRADA To EX-URF-EMBARQUE
   End-if
   Move EX-TARA-VOLUME To WS-TARA-ED
   Display "Tara por volume kg (" WS-TARA-ED "): " With No Advancing
   Move Zeros To WS-TARA-DIGITADA
   Accept WS-TARA-DIGITADA
   If WS-TARA-DIGITADA > Zeros
      Move WS-TARA-DIGITADA To EX-TARA-VOLUME
   End-if

   Perform Varying WS-PT-IDX From 1 By 1 Until WS-PT-IDX > 3
      Evaluate WS-PT-IDX
         When 1
            Display "-- Buyer (comprador):"
         When 2
            Display "-- Consignee (em branco = o buyer):"
         When 3
            Display "-- Notify (em branco = same as consignee):"
      End-Evaluate
      Display "   Nome (" EX-PT-NOME(WS-PT-IDX) "): "
      Move Spaces To WS-ENTRADA
      Accept WS-ENTRADA
      If WS-ENTRADA Not = Spaces
         Move WS-ENTRADA To EX-PT-NOME(WS-PT-IDX)
      End-if
      Display "   Endereco (" EX-PT-ENDERECO(WS-PT-IDX) "): "
      Move Spaces To WS-ENTRADA
      Accept WS-ENTRADA
      If WS-ENTRADA Not = Spaces
         Move WS-ENTRADA To EX-PT-ENDERECO(WS-PT-IDX)
      End-if
      Display "   Cidade (" EX-PT-CIDADE(WS-PT-IDX) "): "
      Move Spaces To WS-ENTRADA
      Accept WS-ENTRADA
      If WS-ENTRADA Not = Spaces
         Move WS-ENTRADA To EX-PT-CIDADE(WS-PT-IDX)
      End-if
      Display "   Pais (" EX-PT-PAIS(WS-PT-IDX) "): "
      Move Spaces To WS-ENTRADA
      Accept WS-ENTRADA
      If WS-ENTRADA Not = Spaces
         Move WS-ENTRADA To EX-PT-PAIS(WS-PT-IDX)
      End-if
   End-Perform.
 Captura-Dados-Exit.
   Exit.
*
*  The order lines with the weight the scale gave each, and the
*  English description the invoice carries (the product name
*  unless typed over).
 Monta-Linhas.
   Move Spaces To WS-RECUSA
   Move Zeros  To WS-QTD-TOTAL EX-TOTAL
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      Move Zeros To WS-PESO-LIN(WS-LIN-IDX)
      If ORDE-PROD(WS-LIN-IDX) > Zeros
         Add ORDE-QUAN(WS-LIN-IDX) To WS-QTD-TOTAL
      End-if
   End-Perform
   If WS-QTD-TOTAL Not > Zeros
      Move "Pedido sem quantidade - nada a exportar." To WS-RECUSA
      Go To Monta-Linhas-Exit
   End-if
   Perform Pesa-Por-Carga Thru Pesa-Por-Carga-Exit
   If Not Pesou-Por-Carga
      If ORDE-LIQU Not > Zeros
         Move "Pedido sem pesagem - emita depois da balanca."
              To WS-RECUSA
         Go To Monta-Linhas-Exit
      End-if
      Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
         If ORDE-PROD(WS-LIN-IDX) > Zeros
            Compute WS-PESO-LIN(WS-LIN-IDX) Rounded =
                    ORDE-LIQU * ORDE-QUAN(WS-LIN-IDX) / WS-QTD-TOTAL
         End-if
      End-Perform
   End-if

   Move ORDE-MOEDA  To EX-MOEDA
   Move ORDE-CAMBIO To EX-CAMBIO
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If ORDE-PROD(WS-LIN-IDX) Not > Zeros
         Initialize EX-LINHA(WS-LIN-IDX)
      Else
         Move ORDE-PROD(WS-LIN-IDX) To PD-CODIGO
         Read PRODUTO
            Invalid Key Move Spaces To PD-NOME PD-NCM PD-UNIDADE
         End-Read
         If EX-LN-PROD(WS-LIN-IDX) Not = ORDE-PROD(WS-LIN-IDX)
            Or EX-LN-DESCR(WS-LIN-IDX) = Spaces
            Move PD-NOME To EX-LN-DESCR(WS-LIN-IDX)
         End-if
         Move WS-LIN-IDX To WS-ITEM-ED
         Display "Item " WS-ITEM-ED " descricao em ingles ("
                 EX-LN-DESCR(WS-LIN-IDX) "): "
         Move Spaces To WS-ENTRADA
         Accept WS-ENTRADA
         If WS-ENTRADA Not = Spaces
            Move WS-ENTRADA To EX-LN-DESCR(WS-LIN-IDX)
         End-if
         Move ORDE-PROD(WS-LIN-IDX) To EX-LN-PROD(WS-LIN-IDX)
         Move PD-NCM                To EX-LN-NCM(WS-LIN-IDX)
         Move PD-UNIDADE            To EX-LN-UNID(WS-LIN-IDX)
         Move ORDE-LOTE(WS-LIN-IDX) To EX-LN-LOTE(WS-LIN-IDX)
         Move ORDE-QUAN(WS-LIN-IDX) To EX-LN-QUAN(WS-LIN-IDX)
         Move ORDE-VLUN(WS-LIN-IDX) To EX-LN-VLUN(WS-LIN-IDX)
         Move ORDE-VOLU(WS-LIN-IDX) To EX-LN-VOLU(WS-LIN-IDX)
         Move ORDE-QVOL(WS-LIN-IDX) To EX-LN-QVOL(WS-LIN-IDX)
         Move WS-PESO-LIN(WS-LIN-IDX) To EX-LN-LIQU(WS-LIN-IDX)
         Compute EX-LN-BRUT(WS-LIN-IDX) =
                 WS-PESO-LIN(WS-LIN-IDX)
               + ORDE-VOLU(WS-LIN-IDX) * EX-TARA-VOLUME
         Compute WS-VALOR-LIN Rounded =
                 ORDE-QUAN(WS-LIN-IDX) * ORDE-VLUN(WS-LIN-IDX)
         Add WS-VALOR-LIN To EX-TOTAL
      End-if
   End-Perform.
 Monta-Linhas-Exit.
   Exit.
*
*  A multi-load order: each faturada carga's net weight split
*  over the lines by the quantity it carried of each.
 Pesa-Por-Carga.
   Move "N" To WS-TEM-CARGA
   Move Spaces to PathCARGA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CARGA.DAT" Delimited By Size
          Into PathCARGA
   End-String.
   Open Input CARGA
   If Not Valido-CARGA
      Go To Pesa-Por-Carga-Exit
   End-if
   Move ORDE-NUME To CG-NUME
   Move Zeros     To CG-SEQ
   Start CARGA Key Not < CG-CHAVE
      Invalid Key Move "10" To Stat-CARGA
   End-Start
   Perform Until Fim-CARGA
      Read CARGA Next Record
         At End Move "10" To Stat-CARGA
      End-Read
      If Valido-CARGA
         If CG-NUME Not = ORDE-NUME
            Move "10" To Stat-CARGA
         Else
            If Carga-Faturada And CG-LIQU > Zeros
               Move Zeros To WS-CG-TOTAL
               Perform Varying WS-LIN-IDX From 1 By 1
                         Until WS-LIN-IDX > 20
                  If ORDE-PROD(WS-LIN-IDX) > Zeros
                     Add CG-QUAN(WS-LIN-IDX) To WS-CG-TOTAL
                  End-if
               End-Perform
               If WS-CG-TOTAL > Zeros
                  Move "S" To WS-TEM-CARGA
                  Perform Varying WS-LIN-IDX From 1 By 1
                            Until WS-LIN-IDX > 20
                     If ORDE-PROD(WS-LIN-IDX) > Zeros
                        Compute WS-PESO-LIN(WS-LIN-IDX) Rounded =
                                WS-PESO-LIN(WS-LIN-IDX)
                              + CG-LIQU * CG-QUAN(WS-LIN-IDX)
                              / WS-CG-TOTAL
                     End-if
                  End-Perform
               End-if
            End-if
         End-if
      End-if
   End-Perform
   Close CARGA.
 Pesa-Por-Carga-Exit.
   Exit.
*
 Mostra-Resumo.
   Perform Soma-Totais Thru Soma-Totais-Exit
   Move EX-TOTAL    To WS-VALOR-ED
   Move WS-TOT-LIQU To WS-PESO-ED
   Move WS-TOT-BRUT To WS-BRUT-ED
   Move WS-TOT-VOLU To WS-VOLU-ED
   Display "Invoice " EX-INVOICE " " EX-INCOTERM " "
           EX-LOCAL-INCOTERM
   Display "Total " EX-MOEDA " " WS-VALOR-ED "  volumes " WS-VOLU-ED
   Display "Liquido kg " WS-PESO-ED "  bruto kg " WS-BRUT-ED.
 Mostra-Resumo-Exit.
   Exit.
*
 Soma-Totais.
   Move Zeros To WS-TOT-LIQU WS-TOT-BRUT WS-TOT-VOLU WS-TOT-REAIS
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If EX-LN-PROD(WS-LIN-IDX) > Zeros
         Add EX-LN-LIQU(WS-LIN-IDX) To WS-TOT-LIQU
         Add EX-LN-BRUT(WS-LIN-IDX) To WS-TOT-BRUT
         Add EX-LN-VOLU(WS-LIN-IDX) To WS-TOT-VOLU
         Compute WS-VALOR-LIN Rounded =
                 EX-LN-QUAN(WS-LIN-IDX) * EX-LN-VLUN(WS-LIN-IDX)
         Compute WS-REAIS-LIN Rounded = WS-VALOR-LIN * EX-CAMBIO
         Add WS-REAIS-LIN To WS-TOT-REAIS
      End-if
   End-Perform.
 Soma-Totais-Exit.
   Exit.
*
*  The three sheets, entirely off the EXPORTA.DAT record.
 Emite-Documentos.
   Perform Le-Emitente Thru Le-Emitente-Exit
   Perform Soma-Totais Thru Soma-Totais-Exit
   Move EX-DATA(5:2) To WS-MES-NUM
   Move Spaces To WS-DATA-ING
   If WS-MES-NUM > Zeros And WS-MES-NUM < 13
      String EX-DATA(7:2) " " WS-MES-ING(WS-MES-NUM) " "
             EX-DATA(1:4)
             Delimited By Size Into WS-DATA-ING
      End-String
   End-if
   Move EX-NUME To WS-NUME-ARQ
   Perform Imprime-Invoice Thru Imprime-Invoice-Exit
   Perform Imprime-Packing Thru Imprime-Packing-Exit
   Perform Imprime-Due Thru Imprime-Due-Exit
   Display "Documentos em 'EXPINV" WS-NUME-ARQ ".TXT', 'EXPPCK"
           WS-NUME-ARQ ".TXT' e 'EXPDUE" WS-NUME-ARQ ".TXT'.".
 Emite-Documentos-Exit.
   Exit.
*
*  The branch's own line in the central UNIDADES.DAT. Missing
*  data prints blank rather than holding the shipment.
 Le-Emitente.
   Move "N" To WS-TEM-EMITENTE
   Open Input UNIDADES
   If Not Valido-UNIDADES
      Move Spaces To UNIDADES-REGI
      Go To Le-Emitente-Exit
   End-if
   Move Spaces To UN-CODIGO
   Perform Until Fim-UNIDADES Or UN-CODIGO = Lk-Unidade
      Read UNIDADES
         At End Move "10" To Stat-UNIDADES
      End-Read
   End-Perform
   Close UNIDADES
   If UN-CODIGO = Lk-Unidade
      Move "S" To WS-TEM-EMITENTE
   Else
      Move Spaces To UNIDADES-REGI
   End-if.
 Le-Emitente-Exit.
   Exit.
*
 Abre-Documento.
   Move Spaces to PathDOCFAT.
   String Lk-Unidade     Delimited By Size
          "\DADOS\"      Delimited By Size
          WS-DOC-ARQUIVO Delimited By Space
          Into PathDOCFAT
   End-String.
   Open Output DOCFAT.
 Abre-Documento-Exit.
   Exit.
*
 Fecha-Documento.
   Close DOCFAT
   Move "PROG1060"     To WS-SP-PROGRAMA
   Move WS-DOC-ARQUIVO To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call.
 Fecha-Documento-Exit.
   Exit.
*
 Imprime-Emitente.
   Move Spaces To DOCFAT-REGI
   String "SHIPPER/EXPORTER: " UN-RAZAO
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "                  " UN-ENDERECO(1:40) " " UN-NUMERO
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "                  " UN-MUNICIPIO " " UN-UF
          " - BRAZIL   CNPJ " UN-CNPJ
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI.
 Imprime-Emitente-Exit.
   Exit.
*
*  One party block; a blank consignee is the buyer, a blank
*  notify says so.
 Imprime-Parte.
   Move Spaces To DOCFAT-REGI
   Evaluate WS-PT-IDX
      When 1 Move "BUYER...........: " To DOCFAT-REGI
      When 2 Move "CONSIGNEE.......: " To DOCFAT-REGI
      When 3 Move "NOTIFY PARTY....: " To DOCFAT-REGI
   End-Evaluate
   If EX-PT-NOME(WS-PT-IDX) = Spaces
      If WS-PT-IDX = 3
         Move "SAME AS CONSIGNEE" To DOCFAT-REGI(19:)
         Write DOCFAT-REGI
         Go To Imprime-Parte-Exit
      End-if
      If WS-PT-IDX = 2
         Move 1 To WS-PT-IDX
         Perform Imprime-Dados-Parte Thru Imprime-Dados-Parte-Exit
         Move 2 To WS-PT-IDX
         Go To Imprime-Parte-Exit
      End-if
   End-if
   Perform Imprime-Dados-Parte Thru Imprime-Dados-Parte-Exit.
 Imprime-Parte-Exit.
   Exit.
*
 Imprime-Dados-Parte.
   Move EX-PT-NOME(WS-PT-IDX) To DOCFAT-REGI(19:)
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Move EX-PT-ENDERECO(WS-PT-IDX) To DOCFAT-REGI(19:)
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String EX-PT-CIDADE(WS-PT-IDX) " - " EX-PT-PAIS(WS-PT-IDX)
          Delimited By Size Into DOCFAT-REGI(19:)
   End-String
   Write DOCFAT-REGI.
 Imprime-Dados-Parte-Exit.
   Exit.
*
 Imprime-Invoice.
   Move Spaces To WS-DOC-ARQUIVO
   String "EXPINV" WS-NUME-ARQ ".TXT"
          Delimited By Size Into WS-DOC-ARQUIVO
   End-String
   Perform Abre-Documento Thru Abre-Documento-Exit
   If Not Valido-DOCFAT
      Display "erro DOCFAT " Stat-DOCFAT
      Go To Imprime-Invoice-Exit
   End-if
   Move "COMMERCIAL INVOICE" To DOCFAT-REGI
   Write DOCFAT-REGI
   Move EX-NUME To WS-NUME-ED
   Move Spaces To DOCFAT-REGI
   String "INVOICE No. " EX-INVOICE "  DATE: " WS-DATA-ING
          "  OUR ORDER: " WS-NUME-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Perform Imprime-Emitente Thru Imprime-Emitente-Exit
   Perform Varying WS-PT-IDX From 1 By 1 Until WS-PT-IDX > 3
      Perform Imprime-Parte Thru Imprime-Parte-Exit
   End-Perform
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "INCOTERM........: " EX-INCOTERM " " EX-LOCAL-INCOTERM
          " (INCOTERMS 2020)"
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "PORT OF LOADING.: " EX-PORTO-EMB
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "PORT OF DISCHARG: " EX-PORTO-DEST
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "COUNTRY OF DEST.: " EX-PAIS-DEST
          "  ORIGIN: BRAZIL"
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "PAYMENT TERMS...: " EX-PAGAMENTO
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "CURRENCY........: " EX-MOEDA
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move "IT NCM      DESCRIPTION                        QUANTITY UNIT
-        "  UNIT PRICE        AMOUNT" To DOCFAT-REGI
   Write DOCFAT-REGI
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If EX-LN-PROD(WS-LIN-IDX) > Zeros
         Move WS-LIN-IDX             To WS-ITEM-ED
         Move EX-LN-QUAN(WS-LIN-IDX) To WS-QUAN-ED
         Move EX-LN-VLUN(WS-LIN-IDX) To WS-VLUN-ED
         Compute WS-VALOR-LIN Rounded =
                 EX-LN-QUAN(WS-LIN-IDX) * EX-LN-VLUN(WS-LIN-IDX)
         Move WS-VALOR-LIN To WS-VALOR-ED
         Move Spaces To DOCFAT-REGI
         String WS-ITEM-ED " " EX-LN-NCM(WS-LIN-IDX) " "
                EX-LN-DESCR(WS-LIN-IDX)(1:30) " " WS-QUAN-ED " "
                EX-LN-UNID(WS-LIN-IDX) " " WS-VLUN-ED " "
                WS-VALOR-ED
                Delimited By Size Into DOCFAT-REGI
         End-String
         Write DOCFAT-REGI
         If EX-LN-LOTE(WS-LIN-IDX) Not = Spaces
            Move Spaces To DOCFAT-REGI
            String "            LOT/CROP: " EX-LN-LOTE(WS-LIN-IDX)
                   Delimited By Size Into DOCFAT-REGI
            End-String
            Write DOCFAT-REGI
         End-if
      End-if
   End-Perform
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Move EX-TOTAL To WS-VALOR-ED
   Move Spaces To DOCFAT-REGI
   String "TOTAL " EX-INCOTERM " " EX-MOEDA "................"
          "..............................        " WS-VALOR-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move WS-TOT-LIQU To WS-PESO-ED
   Move WS-TOT-BRUT To WS-BRUT-ED
   Move WS-TOT-VOLU To WS-VOLU-ED
   Move Spaces To DOCFAT-REGI
   String "NET WEIGHT KG: " WS-PESO-ED "  GROSS WEIGHT KG: "
          WS-BRUT-ED "  PACKAGES: " WS-VOLU-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "SHIPPING MARKS: " EX-MARCAS
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Perform Fecha-Documento Thru Fecha-Documento-Exit.
 Imprime-Invoice-Exit.
   Exit.
*
 Imprime-Packing.
   Move Spaces To WS-DOC-ARQUIVO
   String "EXPPCK" WS-NUME-ARQ ".TXT"
          Delimited By Size Into WS-DOC-ARQUIVO
   End-String
   Perform Abre-Documento Thru Abre-Documento-Exit
   If Not Valido-DOCFAT
      Display "erro DOCFAT " Stat-DOCFAT
      Go To Imprime-Packing-Exit
   End-if
   Move "PACKING LIST" To DOCFAT-REGI
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "INVOICE No. " EX-INVOICE "  DATE: " WS-DATA-ING
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Perform Imprime-Emitente Thru Imprime-Emitente-Exit
   Move 2 To WS-PT-IDX
   Perform Imprime-Parte Thru Imprime-Parte-Exit
   Move Spaces To DOCFAT-REGI
   String "PORT OF LOADING.: " EX-PORTO-EMB
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "PORT OF DISCHARG: " EX-PORTO-DEST
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move "LOT/CROP   DESCRIPTION               PACKS  QTY IN PACKS
-        "  NET WEIGHT KG GROSS WEIGHT KG" To DOCFAT-REGI
   Write DOCFAT-REGI
   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If EX-LN-PROD(WS-LIN-IDX) > Zeros
         Move EX-LN-VOLU(WS-LIN-IDX) To WS-VOLU-ED
         Move EX-LN-QVOL(WS-LIN-IDX) To WS-QUAN-ED
         Move EX-LN-LIQU(WS-LIN-IDX) To WS-PESO-ED
         Move EX-LN-BRUT(WS-LIN-IDX) To WS-BRUT-ED
         Move Spaces To DOCFAT-REGI
         String EX-LN-LOTE(WS-LIN-IDX) " "
                EX-LN-DESCR(WS-LIN-IDX)(1:25) " " WS-VOLU-ED " "
                WS-QUAN-ED "  " WS-PESO-ED "   " WS-BRUT-ED
                Delimited By Size Into DOCFAT-REGI
         End-String
         Write DOCFAT-REGI
      End-if
   End-Perform
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Move WS-TOT-VOLU To WS-VOLU-ED
   Move WS-TOT-LIQU To WS-PESO-ED
   Move WS-TOT-BRUT To WS-BRUT-ED
   Move Spaces To DOCFAT-REGI
   String "TOTAL                                " WS-VOLU-ED
          "                " WS-PESO-ED "   " WS-BRUT-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move EX-TARA-VOLUME To WS-TARA-ED
   Move Spaces To DOCFAT-REGI
   String "PACKING WEIGHT PER PACK KG: " WS-TARA-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "SHIPPING MARKS: " EX-MARCAS
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Perform Fecha-Documento Thru Fecha-Documento-Exit.
 Imprime-Packing-Exit.
   Exit.
*
*  What the broker keys into the DU-E, item by item.
 Imprime-Due.
   Move Spaces To WS-DOC-ARQUIVO
   String "EXPDUE" WS-NUME-ARQ ".TXT"
          Delimited By Size Into WS-DOC-ARQUIVO
   End-String
   Perform Abre-Documento Thru Abre-Documento-Exit
   If Not Valido-DOCFAT
      Display "erro DOCFAT " Stat-DOCFAT
      Go To Imprime-Due-Exit
   End-if
   Move "DADOS PARA A DU-E - DECLARACAO UNICA DE EXPORTACAO"
        To DOCFAT-REGI
   Write DOCFAT-REGI
   Move EX-NUME To WS-NUME-ED
   Move Spaces To DOCFAT-REGI
   String "PEDIDO " WS-NUME-ED "  INVOICE " EX-INVOICE "  DATA "
          EX-DATA(7:2) "/" EX-DATA(5:2) "/" EX-DATA(1:4)
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "EXPORTADOR......: " UN-CNPJ " " UN-RAZAO(1:50)
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "IMPORTADOR......: " EX-PT-NOME(1) " - " EX-PT-PAIS(1)
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "URF DESPACHO....: " EX-URF-DESPACHO
          "   URF EMBARQUE: " EX-URF-EMBARQUE
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "PAIS DESTINO....: " EX-PAIS-DEST
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move EX-CAMBIO To WS-CAMBIO-ED
   Move Spaces To DOCFAT-REGI
   String "COND. DE VENDA..: " EX-INCOTERM "   MOEDA: " EX-MOEDA
          "   TAXA: " WS-CAMBIO-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
      If EX-LN-PROD(WS-LIN-IDX) > Zeros
         Move WS-LIN-IDX To WS-ITEM-ED
         Move Spaces To DOCFAT-REGI
         String "ITEM " WS-ITEM-ED "  NCM " EX-LN-NCM(WS-LIN-IDX)
                "  " EX-LN-DESCR(WS-LIN-IDX)
                Delimited By Size Into DOCFAT-REGI
         End-String
         Write DOCFAT-REGI
         Move EX-LN-LIQU(WS-LIN-IDX) To WS-PESO-ED
         Move EX-LN-QUAN(WS-LIN-IDX) To WS-QUAN-ED
         Move Spaces To DOCFAT-REGI
         String "   QTD ESTATISTICA KG: " WS-PESO-ED
                "   QTD COMERCIALIZADA: " WS-QUAN-ED " "
                EX-LN-UNID(WS-LIN-IDX)
                Delimited By Size Into DOCFAT-REGI
         End-String
         Write DOCFAT-REGI
         Compute WS-VALOR-LIN Rounded =
                 EX-LN-QUAN(WS-LIN-IDX) * EX-LN-VLUN(WS-LIN-IDX)
         Compute WS-REAIS-LIN Rounded = WS-VALOR-LIN * EX-CAMBIO
         Move WS-VALOR-LIN To WS-VALOR-ED
         Move WS-REAIS-LIN To WS-REAIS-ED
         Move Spaces To DOCFAT-REGI
         String "   VALOR COND. VENDA " EX-MOEDA ": " WS-VALOR-ED
                "   VALOR R$: " WS-REAIS-ED
                Delimited By Size Into DOCFAT-REGI
         End-String
         Write DOCFAT-REGI
         Move EX-LN-BRUT(WS-LIN-IDX) To WS-BRUT-ED
         Move Spaces To DOCFAT-REGI
         String "   PESO BRUTO KG: " WS-BRUT-ED
                "   LOTE: " EX-LN-LOTE(WS-LIN-IDX)
                Delimited By Size Into DOCFAT-REGI
         End-String
         Write DOCFAT-REGI
      End-if
   End-Perform
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Move EX-TOTAL     To WS-VALOR-ED
   Move WS-TOT-REAIS To WS-REAIS-ED
   Move Spaces To DOCFAT-REGI
   String "TOTAL " EX-MOEDA ": " WS-VALOR-ED "   TOTAL R$: "
          WS-REAIS-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move WS-TOT-LIQU To WS-PESO-ED
   Move WS-TOT-BRUT To WS-BRUT-ED
   Move Spaces To DOCFAT-REGI
   String "PESO LIQUIDO KG: " WS-PESO-ED "   PESO BRUTO KG: "
          WS-BRUT-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Perform Fecha-Documento Thru Fecha-Documento-Exit.
 Imprime-Due-Exit.
   Exit.
