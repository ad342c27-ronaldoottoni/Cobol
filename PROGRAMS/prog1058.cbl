*COBRANCA DE VASILHAME RETIDO ALEM DO PRAZO - TITULOS E CREDITOS
 Identification Division.
 Program-Id. PROG1058.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\VASILHA.SL".
   Copy "..\COPY\VASPOL.SL".
   Copy "..\COPY\VASCOB.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=VASILHA
   Copy "..\COPY\VASILHA.FD".
$XFD FILE=VASPOL
   Copy "..\COPY\VASPOL.FD".
$XFD FILE=VASCOB
   Copy "..\COPY\VASCOB.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The monthly run (VASCOB.BAT, or the menu) that finally bills
*  the pallets and big-bags a client keeps. Each client's
*  VASILHA.DAT movements are aged FIFO per embalagem: the units
*  returned pay off the oldest saidas first, and whatever is left
*  of a saida is still in the client's hands. Once a saida is
*  older than the free days of the client's VASPOL.DAT policy (or
*  the branch default, client 0), the units still held are
*  charged at the policy's replacement value - one title under
*  the saida's order, next free parcel above 10 (the PROG1031
*  debit convention), due VASILHA-PRAZO-DIAS (PARAM944, default
*  10) days from today at the bank of the order's first title.
*
*  VASCOB.DAT remembers what each saida was charged, so the run
*  can be repeated without charging twice. When units already
*  charged come back, the credit - at the value they were charged
*  at - abates that title the PROG903 way; if the title is paid
*  already the credit is kept as sobra for a hand refund. Days use
*  the suite's 360/30 arithmetic. A saida entered by hand without
*  an order has nothing to hang a title on: it is listed to be
*  charged by hand. So is one whose order is not in reais - the
*  policy's value is in reais, and a title under that order would
*  be settled in the order's currency (PROG959).
*
*  The notices - one per client with the movements involved -
*  go to VASCOB.REL.
*
 01  Stat-VASILHA        PIC X(002).
     88 Valido-VASILHA   Value "00" THRU "09".
     88 Fim-VASILHA      Value "10".
 01  PATHVASILHA         PIC X(060).
 01  Stat-VASPOL         PIC X(002).
     88 Valido-VASPOL    Value "00" THRU "09".
 01  PATHVASPOL          PIC X(060).
 01  Stat-VASCOB         PIC X(002).
     88 Valido-VASCOB    Value "00" THRU "09".
 01  PATHVASCOB          PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
 01  PATHTITULOS         PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  WS-TEM-ORDE         PIC X(001) VALUE "N".
     88 Tem-Ordens       Value "S".
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-PRAZO-DIAS       PIC S9(003) COMP-5 VALUE 10.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-DATA-LOTE        PIC X(008).
 01  WS-DATA-LOTE-R REDEFINES WS-DATA-LOTE.
     03 WS-LT-ANO        PIC 9(004).
     03 WS-LT-MES        PIC 9(002).
     03 WS-LT-DIA        PIC 9(002).
 01  WS-DIAS-RETIDO      PIC S9(009) COMP-5.
*
*  The charge title's due date: today plus the term.
 01  WS-VENC-X           PIC X(008).
 01  WS-DIA-IDX          PIC S9(003) COMP-5.
 01  WS-DU-ANO           PIC 9(004).
 01  WS-DU-MES           PIC 9(002).
 01  WS-DU-DIA           PIC 9(002).
 01  WS-ZL-RESTO         PIC S9(009) COMP-5.
 01  WS-ZL-H             PIC S9(009) COMP-5.
 01  WS-MESES-TAB        PIC X(024)
     VALUE "312831303130313130313031".
 01  WS-MESES-R REDEFINES WS-MESES-TAB.
     03 WS-MES-DIAS      PIC 9(002) OCCURS 12.
*
*  One client's movements: its saidas in key (= entry) order,
*  which is the FIFO order, and per embalagem what came back and
*  the policy that applies.
 01  WS-CLIE-ATUAL       PIC S9(004) COMP-5 VALUE -1.
 78  max-lotes           value 500.
 01  WS-LOTE-TAB.
     03 WS-LOTE occurs 500 times.
        05 WS-LO-SEQ     PIC 9(006).
        05 WS-LO-DATA    PIC X(008).
        05 WS-LO-EMB     PIC 9(002) COMP-X.
        05 WS-LO-QTD     PIC S9(006) COMP-5.
        05 WS-LO-NUME    PIC S9(006) COMP-5.
        05 WS-LO-PODER   PIC S9(006) COMP-5.
 01  WS-QTD-LOTES        PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-LO-IDX           PIC 9(004) COMP-X.
 01  WS-LOTES-FORA       PIC 9(005) VALUE ZEROS.
*
 78  max-embs            value 20.
 01  WS-EMB-TAB.
     03 WS-EMB occurs 20 times.
        05 WS-EB-NOME    PIC X(010).
        05 WS-EB-DEVOLVIDO PIC S9(006) COMP-5.
        05 WS-EB-POLITICA PIC X(001).
           88 Embalagem-Cobravel Value "S".
        05 WS-EB-DIAS    PIC S9(004) COMP-5.
        05 WS-EB-VALOR   PIC S9(009)V99 COMP-3.
 01  WS-QTD-EMBS         PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-EB-IDX           PIC 9(002) COMP-X.
 01  WS-BUSCA-IDX        PIC 9(002) COMP-X.
 01  WS-ACHOU            PIC X(001).
     88 Achou-Embalagem  Value "S".
 01  WS-A-CONSUMIR       PIC S9(006) COMP-5.
*
*  The saida at hand against its VASCOB.DAT record.
 01  WS-TEM-VASCOB       PIC X(001).
     88 Tem-Vascob       Value "S".
 01  WS-QTD-LIQUIDA      PIC S9(006) COMP-5.
 01  WS-QTD-COBRAR       PIC S9(006) COMP-5.
 01  WS-QTD-CREDITAR     PIC S9(006) COMP-5.
 01  WS-VALOR-COBRAR     PIC S9(012)V99 COMP-3.
 01  WS-VALOR-CREDITO    PIC S9(012)V99 COMP-3.
 01  WS-ABATE            PIC S9(012)V99 COMP-3.
 01  WS-SOBRA            PIC S9(012)V99 COMP-3.
 01  WS-RESULTADO        PIC X(060).
 01  WS-ACAO             PIC X(001).
     88 Acao-Cobranca    Value "C".
     88 Acao-Credito     Value "D".
*
*  A charge's new title.
 01  WS-PEDIDO-MOEDA     PIC X(003).
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-DEBITO-PARC      PIC 9(002) COMP-X.
 01  WS-DEBITO-BANCO     PIC X(003).
 01  WS-BANCO-ACHADO     PIC X(001).
     88 Banco-Achado     Value "S".
*
 01  WS-AVISO-ABERTO     PIC X(001).
     88 Aviso-Aberto     Value "S".
 01  WS-TOT-CLI-COBRADO  PIC S9(012)V99 COMP-3.
 01  WS-TOT-CLI-CREDITO  PIC S9(012)V99 COMP-3.
 01  WS-TOT-COBRADO      PIC S9(012)V99 COMP-3 VALUE ZEROS.
 01  WS-TOT-CREDITO      PIC S9(012)V99 COMP-3 VALUE ZEROS.
 01  WS-QTD-AVISOS       PIC 9(005) VALUE ZEROS.
 01  WS-QTD-TITULOS      PIC 9(005) VALUE ZEROS.
 01  WS-QTD-CREDITOS     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-A-MAO        PIC 9(005) VALUE ZEROS.
*
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-SEQ-ED           PIC Z(005)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-PARC-ED          PIC Z9.
 01  WS-QTD-ED           PIC Z(004)9.
 01  WS-PODER-ED         PIC Z(004)9.
 01  WS-DIAS-ED          PIC Z(003)9.
 01  WS-UNIT-ED          PIC Z(006)9,99.
 01  WS-VALOR-ED         PIC Z(009)9,99.
 01  WS-DATA-ED          PIC X(010).
 01  WS-REL-PONTEIRO     PIC 9(003) COMP-X.
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
   Move "VASILHA-PRAZO-DIAS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-PRAZO-DIAS
   End-if
   Move WS-HOJE-ANO To WS-DU-ANO
   Move WS-HOJE-MES To WS-DU-MES
   Move WS-HOJE-DIA To WS-DU-DIA
   Perform Varying WS-DIA-IDX From 1 By 1
             Until WS-DIA-IDX > WS-PRAZO-DIAS
      Perform Soma-Um-Dia Thru Soma-Um-Dia-Exit
   End-Perform
   Move Spaces To WS-VENC-X
   String WS-DU-ANO WS-DU-MES WS-DU-DIA
          Delimited By Size Into WS-VENC-X
   End-String

   Move Spaces to PathVASPOL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\VASPOL.DAT" Delimited By Size
          Into PathVASPOL
   End-String.
   Open Input VASPOL
   If Not Valido-VASPOL
      Display "VASPOL.DAT ausente - cadastre a politica (PROG1057)."
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathVASILHA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\VASILHA.DAT" Delimited By Size
          Into PathVASILHA
   End-String.
   Open Input VASILHA
   If Not Valido-VASILHA
      Display "erro VASILHA " Stat-VASILHA
      Close VASPOL
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathVASCOB.
   String Lk-Unidade          Delimited By Size
          "\DADOS\VASCOB.DAT" Delimited By Size
          Into PathVASCOB
   End-String.
   Open I-O VASCOB
   If Not Valido-VASCOB
      Open Output VASCOB
      Close VASCOB
      Open I-O VASCOB
   End-if
   If Not Valido-VASCOB
      Display "erro VASCOB " Stat-VASCOB
      Close VASPOL
      Close VASILHA
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open I-O TITULOS
   If Not Valido-TITULOS
      Display "erro TITULOS " Stat-TITULOS
      Close VASPOL
      Close VASILHA
      Close VASCOB
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
      Close VASPOL
      Close VASILHA
      Close VASCOB
      Close TITULOS
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathROMREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\VASCOB.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro VASCOB.REL " Stat-ROMREL
      Close VASPOL
      Close VASILHA
      Close VASCOB
      Close TITULOS
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if.

*  The order's currency, as PROG959 reads it; without ORDE.DAT
*  every order is taken in reais.
   Move Spaces to PathORDE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Move "N" To WS-TEM-ORDE
   Open Input ORDE
   If Valido-ORDE
      Move "S" To WS-TEM-ORDE
   End-if.

   Move Spaces To ROMREL-REGI
   String "COBRANCA DE VASILHAME RETIDO - EMISSAO "
          WS-HOJE-DIA "/" WS-HOJE-MES "/" WS-HOJE-ANO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Perform Le-Proximo Thru Le-Proximo-Exit
   Perform Until Fim-VASILHA
      If VS-CLIE Not = WS-CLIE-ATUAL
         Perform Processa-Cliente Thru Processa-Cliente-Exit
         Perform Abre-Cliente Thru Abre-Cliente-Exit
      End-if
      Perform Acumula-Movimento Thru Acumula-Movimento-Exit
      Perform Le-Proximo Thru Le-Proximo-Exit
   End-Perform
   Perform Processa-Cliente Thru Processa-Cliente-Exit

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move 1 To WS-REL-PONTEIRO
   Move Spaces To ROMREL-REGI
   Move WS-QTD-AVISOS To WS-QTD-ED
   String "AVISOS: " WS-QTD-ED Delimited By Size
          Into ROMREL-REGI With Pointer WS-REL-PONTEIRO
   End-String
   Move WS-QTD-TITULOS To WS-QTD-ED
   String "  TITULOS: " WS-QTD-ED Delimited By Size
          Into ROMREL-REGI With Pointer WS-REL-PONTEIRO
   End-String
   Move WS-QTD-CREDITOS To WS-QTD-ED
   String "  CREDITOS: " WS-QTD-ED Delimited By Size
          Into ROMREL-REGI With Pointer WS-REL-PONTEIRO
   End-String
   Move WS-QTD-A-MAO To WS-QTD-ED
   String "  COBRAR A MAO: " WS-QTD-ED Delimited By Size
          Into ROMREL-REGI With Pointer WS-REL-PONTEIRO
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Move WS-TOT-COBRADO To WS-VALOR-ED
   Move 1 To WS-REL-PONTEIRO
   String "TOTAL COBRADO: " WS-VALOR-ED Delimited By Size
          Into ROMREL-REGI With Pointer WS-REL-PONTEIRO
   End-String
   Move WS-TOT-CREDITO To WS-VALOR-ED
   String "  TOTAL CREDITADO: " WS-VALOR-ED Delimited By Size
          Into ROMREL-REGI With Pointer WS-REL-PONTEIRO
   End-String
   Write ROMREL-REGI
   If WS-LOTES-FORA > Zeros
      Move WS-LOTES-FORA To WS-QTD-ED
      Move Spaces To ROMREL-REGI
      String "AVISO: " WS-QTD-ED " saida(s) alem de 500 por cliente"
             " nao avaliada(s) nesta execucao."
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-if

   Close VASPOL
   Close VASILHA
   Close VASCOB
   Close TITULOS
   Close CLIENTE
   Close ROMREL
   If Tem-Ordens
      Close ORDE
   End-if
   Move "PROG1058"   To WS-SP-PROGRAMA
   Move "VASCOB.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-AVISOS To WS-QTD-ED
   Display WS-QTD-ED " aviso(s) de vasilhame em 'VASCOB.REL'.".
   Exit Program.
*
 Le-Proximo.
   Read VASILHA Next Record
      At End Move "10" To Stat-VASILHA
   End-Read.
 Le-Proximo-Exit.
   Exit.
*
 Abre-Cliente.
   Move VS-CLIE To WS-CLIE-ATUAL
   Move Zeros   To WS-QTD-LOTES WS-QTD-EMBS.
 Abre-Cliente-Exit.
   Exit.
*
 Acumula-Movimento.
   Move "N" To WS-ACHOU
   Perform Varying WS-BUSCA-IDX From 1 By 1
             Until WS-BUSCA-IDX > WS-QTD-EMBS Or Achou-Embalagem
      If WS-EB-NOME(WS-BUSCA-IDX) = VS-EMBALAGEM
         Move WS-BUSCA-IDX To WS-EB-IDX
         Move "S"          To WS-ACHOU
      End-if
   End-Perform
   If Not Achou-Embalagem
      If WS-QTD-EMBS >= max-embs
         Go To Acumula-Movimento-Exit
      End-if
      Add 1 To WS-QTD-EMBS
      Move WS-QTD-EMBS  To WS-EB-IDX
      Move VS-EMBALAGEM To WS-EB-NOME(WS-EB-IDX)
      Move Zeros        To WS-EB-DEVOLVIDO(WS-EB-IDX)
      Perform Busca-Politica Thru Busca-Politica-Exit
   End-if
   If Vasilha-Entrada
      Add VS-QTD To WS-EB-DEVOLVIDO(WS-EB-IDX)
      Go To Acumula-Movimento-Exit
   End-if
   If WS-QTD-LOTES >= max-lotes
      Add 1 To WS-LOTES-FORA
      Go To Acumula-Movimento-Exit
   End-if
   Add 1 To WS-QTD-LOTES
   Move WS-QTD-LOTES To WS-LO-IDX
   Move VS-SEQ       To WS-LO-SEQ(WS-LO-IDX)
   Move VS-DATA      To WS-LO-DATA(WS-LO-IDX)
   Move WS-EB-IDX    To WS-LO-EMB(WS-LO-IDX)
   Move VS-QTD       To WS-LO-QTD(WS-LO-IDX) WS-LO-PODER(WS-LO-IDX)
   Move VS-NUME      To WS-LO-NUME(WS-LO-IDX).
 Acumula-Movimento-Exit.
   Exit.
*
*  The client's own policy for the embalagem, else the branch
*  default (client 0); none, or a zero value, is never charged.
 Busca-Politica.
   Move "N" To WS-EB-POLITICA(WS-EB-IDX)
   Move VS-CLIE      To VP-CLIE
   Move VS-EMBALAGEM To VP-EMBALAGEM
   Read VASPOL
      Invalid Key
         Move Zeros To VP-CLIE
         Read VASPOL
            Invalid Key Continue
         End-Read
   End-Read
   If Valido-VASPOL And VP-VALOR-UNIT > Zeros
      Move "S"            To WS-EB-POLITICA(WS-EB-IDX)
      Move VP-DIAS-LIVRES To WS-EB-DIAS(WS-EB-IDX)
      Move VP-VALOR-UNIT  To WS-EB-VALOR(WS-EB-IDX)
   End-if.
 Busca-Politica-Exit.
   Exit.
*
*  FIFO: per embalagem, what came back is taken off the oldest
*  saidas first; what each saida still has out is WS-LO-PODER.
*  Then every saida is judged against its VASCOB.DAT record.
 Processa-Cliente.
   If WS-CLIE-ATUAL < Zeros
      Go To Processa-Cliente-Exit
   End-if
   Perform Varying WS-EB-IDX From 1 By 1
             Until WS-EB-IDX > WS-QTD-EMBS
      Move WS-EB-DEVOLVIDO(WS-EB-IDX) To WS-A-CONSUMIR
      Perform Varying WS-LO-IDX From 1 By 1
                Until WS-LO-IDX > WS-QTD-LOTES
                   Or WS-A-CONSUMIR <= Zeros
         If WS-LO-EMB(WS-LO-IDX) = WS-EB-IDX
            If WS-A-CONSUMIR >= WS-LO-QTD(WS-LO-IDX)
               Move Zeros To WS-LO-PODER(WS-LO-IDX)
               Subtract WS-LO-QTD(WS-LO-IDX) From WS-A-CONSUMIR
            Else
               Subtract WS-A-CONSUMIR From WS-LO-PODER(WS-LO-IDX)
               Move Zeros To WS-A-CONSUMIR
            End-if
         End-if
      End-Perform
   End-Perform

   Move "N"   To WS-AVISO-ABERTO
   Move Zeros To WS-TOT-CLI-COBRADO WS-TOT-CLI-CREDITO
   Perform Varying WS-LO-IDX From 1 By 1
             Until WS-LO-IDX > WS-QTD-LOTES
      Perform Avalia-Lote Thru Avalia-Lote-Exit
   End-Perform
   If Aviso-Aberto
      Perform Fecha-Aviso Thru Fecha-Aviso-Exit
   End-if.
 Processa-Cliente-Exit.
   Exit.
*
*  Held beyond what is charged, past the free days: charge the
*  difference. Held below what is charged: the units came back -
*  credit the difference.
 Avalia-Lote.
   Move WS-LO-EMB(WS-LO-IDX) To WS-EB-IDX
   Move WS-CLIE-ATUAL        To VC-CLIE
   Move WS-LO-SEQ(WS-LO-IDX) To VC-SEQ
   Read VASCOB
      Invalid Key Continue
   End-Read
   If Valido-VASCOB
      Move "S" To WS-TEM-VASCOB
      Compute WS-QTD-LIQUIDA = VC-QTD-COBRADA - VC-QTD-CREDITADA
   Else
      Move "N"   To WS-TEM-VASCOB
      Move Zeros To WS-QTD-LIQUIDA
   End-if

   If WS-LO-PODER(WS-LO-IDX) < WS-QTD-LIQUIDA
      Compute WS-QTD-CREDITAR = WS-QTD-LIQUIDA
                              - WS-LO-PODER(WS-LO-IDX)
      Perform Credita-Lote Thru Credita-Lote-Exit
      Go To Avalia-Lote-Exit
   End-if

   If Not Embalagem-Cobravel(WS-EB-IDX)
      Go To Avalia-Lote-Exit
   End-if
   If WS-LO-PODER(WS-LO-IDX) <= WS-QTD-LIQUIDA
      Go To Avalia-Lote-Exit
   End-if
   Move WS-LO-DATA(WS-LO-IDX) To WS-DATA-LOTE
   If WS-DATA-LOTE Not Numeric
      Go To Avalia-Lote-Exit
   End-if
   Compute WS-DIAS-RETIDO = WS-DIAS-HOJE
         - (WS-LT-ANO * 360 + WS-LT-MES * 30 + WS-LT-DIA)
   If WS-DIAS-RETIDO <= WS-EB-DIAS(WS-EB-IDX)
      Go To Avalia-Lote-Exit
   End-if
   Compute WS-QTD-COBRAR = WS-LO-PODER(WS-LO-IDX)
                         - WS-QTD-LIQUIDA
   Perform Cobra-Lote Thru Cobra-Lote-Exit.
 Avalia-Lote-Exit.
   Exit.
*
 Cobra-Lote.
   Move "C" To WS-ACAO
   Compute WS-VALOR-COBRAR = WS-QTD-COBRAR
                           * WS-EB-VALOR(WS-EB-IDX)
   If WS-LO-NUME(WS-LO-IDX) Not > Zeros
      Add 1 To WS-QTD-A-MAO
      Move "SAIDA SEM PEDIDO - SEM TITULO, COBRAR A MAO"
           To WS-RESULTADO
      Perform Imprime-Lote Thru Imprime-Lote-Exit
      Go To Cobra-Lote-Exit
   End-if
   Perform Identifica-Moeda Thru Identifica-Moeda-Exit
   If WS-PEDIDO-MOEDA Not = "BRL"
      Add 1 To WS-QTD-A-MAO
      Move Spaces To WS-RESULTADO
      String "PEDIDO EM " WS-PEDIDO-MOEDA
             " - SEM TITULO, COBRAR A PARTE"
             Delimited By Size Into WS-RESULTADO
      End-String
      Perform Imprime-Lote Thru Imprime-Lote-Exit
      Go To Cobra-Lote-Exit
   End-if
   Perform Grava-Titulo-Cobranca Thru Grava-Titulo-Cobranca-Exit
   If Not Valido-TITULOS
      Add 1 To WS-QTD-A-MAO
      Move "SEM PARCELA LIVRE NO PEDIDO - TITULO NAO GERADO"
           To WS-RESULTADO
      Perform Imprime-Lote Thru Imprime-Lote-Exit
      Go To Cobra-Lote-Exit
   End-if

   If Not Tem-Vascob
      Initialize VASCOB-REGI
      Move WS-CLIE-ATUAL          To VC-CLIE
      Move WS-LO-SEQ(WS-LO-IDX)   To VC-SEQ
      Move WS-EB-NOME(WS-EB-IDX)  To VC-EMBALAGEM
      Move WS-LO-DATA(WS-LO-IDX)  To VC-DATA-SAIDA
      Move WS-LO-NUME(WS-LO-IDX)  To VC-NUME
      Move Zeros To VC-QTD-COBRADA VC-QTD-CREDITADA
                    VC-VALOR-CREDITADO VC-SOBRA
   End-if
   Add WS-QTD-COBRAR             To VC-QTD-COBRADA
   Move WS-EB-VALOR(WS-EB-IDX)   To VC-VALOR-UNIT
   Move TI-NUME                  To VC-TI-NUME
   Move TI-PARC                  To VC-TI-PARC
   Move WS-DATA-SISTEMA          To VC-DT-COBRANCA VC-DTAL
   If Tem-Vascob
      Rewrite VASCOB-REGI
         Invalid Key Display "erro VASCOB " Stat-VASCOB
      End-Rewrite
   Else
      Write VASCOB-REGI
         Invalid Key Display "erro VASCOB " Stat-VASCOB
      End-Write
   End-if

   Add 1 To WS-QTD-TITULOS
   Add WS-VALOR-COBRAR To WS-TOT-CLI-COBRADO WS-TOT-COBRADO
   Move TI-NUME To WS-NUME-ED
   Move TI-PARC To WS-PARC-ED
   Move Spaces To WS-RESULTADO
   String "COBRADO NO TITULO " WS-NUME-ED "/" WS-PARC-ED
          " VENCIMENTO " WS-VENC-X(7:2) "/" WS-VENC-X(5:2) "/"
          WS-VENC-X(1:4)
          Delimited By Size Into WS-RESULTADO
   End-String
   Perform Imprime-Lote Thru Imprime-Lote-Exit.
 Cobra-Lote-Exit.
   Exit.
*
*  The saida's order currency; an order gone from ORDE.DAT is in
*  reais, as PROG959 takes it.
 Identifica-Moeda.
   Move "BRL" To WS-PEDIDO-MOEDA
   If Not Tem-Ordens
      Go To Identifica-Moeda-Exit
   End-if
   Move WS-LO-NUME(WS-LO-IDX) To ORDE-NUME
   Read ORDE
      Invalid Key Go To Identifica-Moeda-Exit
   End-Read
   If Moeda-Real Or ORDE-MOEDA = Spaces
      Go To Identifica-Moeda-Exit
   End-if
   Move ORDE-MOEDA To WS-PEDIDO-MOEDA.
 Identifica-Moeda-Exit.
   Exit.
*
*  The charge under the saida's order, next free parcel above 10,
*  at the bank of the order's first title - PROG1031's debit.
 Grava-Titulo-Cobranca.
   Move Spaces To WS-DEBITO-BANCO
   Move "N"    To WS-BANCO-ACHADO
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > 99 Or Banco-Achado
      Move WS-LO-NUME(WS-LO-IDX) To TI-NUME
      Move WS-PARC-IDX           To TI-PARC
      Read TITULOS
         Invalid Key Continue
      End-Read
      If Valido-TITULOS
         Move TI-BANCO To WS-DEBITO-BANCO
         Move "S"      To WS-BANCO-ACHADO
      End-if
   End-Perform

   Move 10 To WS-DEBITO-PARC
   Move "23" To Stat-TITULOS
   Perform Until Valido-TITULOS Or WS-DEBITO-PARC > 98
      Add 1 To WS-DEBITO-PARC
      Initialize TITULOS-REGI
      Move WS-LO-NUME(WS-LO-IDX) To TI-NUME
      Move WS-DEBITO-PARC        To TI-PARC
      Move WS-CLIE-ATUAL         To TI-CLIE
      Move Spaces                To TI-VENC
      Move WS-VENC-X             To TI-VENC(1:8)
      Move WS-VALOR-COBRAR       To TI-VALOR
      Move Zeros                 To TI-VALOR-PAGO
      Move Spaces                To TI-DTPG TI-OPER-PG
      Move WS-DEBITO-BANCO       To TI-BANCO
      Move "A"                   To TI-SITU
      Move WS-DATA-SISTEMA       To TI-DTIN
      Move WS-HORA-SISTEMA       To TI-HRIN
      Write TITULOS-REGI
         Invalid Key Continue
      End-Write
   End-Perform.
 Grava-Titulo-Cobranca-Exit.
   Exit.
*
*  The credit comes off the charge title as an abatement of its
*  face value; abated to zero it flips to pago by "CRED
*  VASILHAME". A title already paid or renegotiated takes nothing:
*  the credit is kept in VC-SOBRA.
 Credita-Lote.
   Move "D" To WS-ACAO
   Compute WS-VALOR-CREDITO = WS-QTD-CREDITAR * VC-VALOR-UNIT
   Move WS-VALOR-CREDITO To WS-SOBRA
   Move VC-TI-NUME To TI-NUME
   Move VC-TI-PARC To TI-PARC
   Read TITULOS
      Invalid Key Continue
   End-Read
   If Valido-TITULOS And Titulo-Aberto
      If TI-VALOR > WS-SOBRA
         Move WS-SOBRA To WS-ABATE
      Else
         Move TI-VALOR To WS-ABATE
      End-if
      Subtract WS-ABATE From TI-VALOR
      If TI-VALOR = Zeros
         Move "P"             To TI-SITU
         Move WS-DATA-SISTEMA To TI-DTPG
         Move "CRED VASILHAME" To TI-OPER-PG
      End-if
      Rewrite TITULOS-REGI
         Invalid Key Move Zeros To WS-ABATE
      End-Rewrite
      Subtract WS-ABATE From WS-SOBRA
   End-if

   Add WS-QTD-CREDITAR  To VC-QTD-CREDITADA
   Add WS-VALOR-CREDITO To VC-VALOR-CREDITADO
   Add WS-SOBRA         To VC-SOBRA
   Move WS-DATA-SISTEMA To VC-DTAL
   Rewrite VASCOB-REGI
      Invalid Key Display "erro VASCOB " Stat-VASCOB
   End-Rewrite

   Add 1 To WS-QTD-CREDITOS
   Add WS-VALOR-CREDITO To WS-TOT-CLI-CREDITO WS-TOT-CREDITO
   Move VC-TI-NUME To WS-NUME-ED
   Move VC-TI-PARC To WS-PARC-ED
   Move Spaces To WS-RESULTADO
   If WS-SOBRA > Zeros
      Move WS-SOBRA To WS-VALOR-ED
      String "TITULO " WS-NUME-ED "/" WS-PARC-ED
             " JA QUITADO - DEVOLVER " WS-VALOR-ED
             Delimited By Size Into WS-RESULTADO
      End-String
   Else
      String "CREDITO ABATIDO DO TITULO " WS-NUME-ED "/" WS-PARC-ED
             Delimited By Size Into WS-RESULTADO
      End-String
   End-if
   Perform Imprime-Lote Thru Imprime-Lote-Exit.
 Credita-Lote-Exit.
   Exit.
*
*  The client's notice: name and address once, then each saida
*  involved - sent, still held, days out - and what was done.
 Imprime-Lote.
   If Not Aviso-Aberto
      Perform Abre-Aviso Thru Abre-Aviso-Exit
   End-if
   Move WS-LO-SEQ(WS-LO-IDX)   To WS-SEQ-ED
   Move WS-LO-NUME(WS-LO-IDX)  To WS-NUME-ED
   Move WS-LO-QTD(WS-LO-IDX)   To WS-QTD-ED
   Move WS-LO-PODER(WS-LO-IDX) To WS-PODER-ED
   Move WS-LO-DATA(WS-LO-IDX)  To WS-DATA-LOTE
   Move Spaces To WS-DATA-ED
   String WS-DATA-LOTE(7:2) "/" WS-DATA-LOTE(5:2) "/"
          WS-DATA-LOTE(1:4)
          Delimited By Size Into WS-DATA-ED
   End-String
   Move Spaces To ROMREL-REGI
   String "  " WS-DATA-ED " " WS-SEQ-ED " " WS-NUME-ED " "
          WS-EB-NOME(WS-EB-IDX) " " WS-QTD-ED "    " WS-PODER-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   If Acao-Cobranca
      Move WS-DIAS-RETIDO         To WS-DIAS-ED
      Move WS-QTD-COBRAR          To WS-QTD-ED
      Move WS-EB-VALOR(WS-EB-IDX) To WS-UNIT-ED
      Move WS-VALOR-COBRAR        To WS-VALOR-ED
      String "     " WS-DIAS-ED " DIAS - COBRAR " WS-QTD-ED
             " X " WS-UNIT-ED " = " WS-VALOR-ED
             Delimited By Size Into ROMREL-REGI
      End-String
   Else
      Move WS-QTD-CREDITAR  To WS-QTD-ED
      Move VC-VALOR-UNIT    To WS-UNIT-ED
      Move WS-VALOR-CREDITO To WS-VALOR-ED
      String "     DEVOLVIDAS APOS A COBRANCA " WS-QTD-ED
             " X " WS-UNIT-ED " = " WS-VALOR-ED
             Delimited By Size Into ROMREL-REGI
      End-String
   End-if
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "     " WS-RESULTADO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Imprime-Lote-Exit.
   Exit.
*
 Abre-Aviso.
   Move "S" To WS-AVISO-ABERTO
   Add 1 To WS-QTD-AVISOS
   Move WS-CLIE-ATUAL To CLI-CODIGO WS-CLIE-ED
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
   End-Read
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move All "-" To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "AVISO DE VASILHAME - CLIENTE " WS-CLIE-ED " - " CLI-NOME
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "ENDERECO: " CLI-ENDERECO
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "CIDADE/UF: " CLI-CIDADE " " CLI-UF "  CEP: " CLI-CEP
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move "  SAIDA        SEQ.  PEDIDO EMBALAGEM  ENVIADAS EM PODER"
        To ROMREL-REGI
   Write ROMREL-REGI.
 Abre-Aviso-Exit.
   Exit.
*
 Fecha-Aviso.
   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   Move 1 To WS-REL-PONTEIRO
   Move WS-TOT-CLI-COBRADO To WS-VALOR-ED
   String "  COBRADO NESTE AVISO: " WS-VALOR-ED Delimited By Size
          Into ROMREL-REGI With Pointer WS-REL-PONTEIRO
   End-String
   Move WS-TOT-CLI-CREDITO To WS-VALOR-ED
   String "  CREDITADO: " WS-VALOR-ED Delimited By Size
          Into ROMREL-REGI With Pointer WS-REL-PONTEIRO
   End-String
   Write ROMREL-REGI.
 Fecha-Aviso-Exit.
   Exit.
*
 Soma-Um-Dia.
   Add 1 To WS-DU-DIA
   If WS-DU-MES = 2
      If WS-DU-DIA > 29
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
      Else
         If WS-DU-DIA = 29
*           February 29th only exists in a leap year.
            Divide WS-DU-ANO By 4 Giving WS-ZL-RESTO
                   Remainder WS-ZL-H
            If WS-ZL-H Not = 0
               Move 1 To WS-DU-DIA
               Add 1 To WS-DU-MES
            Else
               Divide WS-DU-ANO By 100 Giving WS-ZL-RESTO
                      Remainder WS-ZL-H
               If WS-ZL-H = 0
                  Divide WS-DU-ANO By 400 Giving WS-ZL-RESTO
                         Remainder WS-ZL-H
                  If WS-ZL-H Not = 0
                     Move 1 To WS-DU-DIA
                     Add 1 To WS-DU-MES
                  End-if
               End-if
            End-if
         End-if
      End-if
   Else
      If WS-DU-DIA > WS-MES-DIAS(WS-DU-MES)
         Move 1 To WS-DU-DIA
         Add 1 To WS-DU-MES
         If WS-DU-MES > 12
            Move 1 To WS-DU-MES
            Add 1 To WS-DU-ANO
         End-if
      End-if
   End-if.
 Soma-Um-Dia-Exit.
   Exit.
