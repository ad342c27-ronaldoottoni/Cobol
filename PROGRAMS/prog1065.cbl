*CLIENTES DORMENTES E EM QUEDA POR VENDEDOR (ORDE/ORDEHIST/COTACAO)
 Identification Division.
 Program-Id. PROG1065.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\ORDEHIST.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\VENDEDOR.SL".
   Copy "..\COPY\COTACAO.SL".
   Copy "..\COPY\ROMREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=ORDEHIST
   Copy "..\COPY\ORDEHIST.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=VENDEDOR
   Copy "..\COPY\VENDEDOR.FD".
$XFD FILE=COTACAO
   Copy "..\COPY\COTACAO.FD".
   Copy "..\COPY\ROMREL.FD".
*
 Working-Storage Section.
*
*  The sellers' Monday call list. Every client's own buying
*  rhythm is rebuilt from ORDE.DAT plus the ORDEHIST.DAT archive
*  (cancelled orders left out): number of orders, first and last
*  order date, the usual interval between orders (span / orders
*  - 1), and the tonnage (ORDE-QUAN) of the last DORM-PERIODO-
*  DIAS days against the same days a year earlier. A client is
*  listed when
*    D - dormant: no order for DORM-DIAS-SEM-COMPRA days;
*    F - frequency dropped: three or more orders and the days
*        since the last one past twice the usual interval;
*    V - volume dropped: this period's tonnage below
*        DORM-QUEDA-PCT percent of the same period last year.
*  Quotations still without an order (CT-PEDIDO zero) inside the
*  period are shown beside it - the reason to call. Grouped by
*  the vendedor of the client's last order. Days are counted on
*  the 360-day calendar PROG1000 uses. Report in CLIDORM.REL;
*  CLIDORM.BAT runs it weekly.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-ORDEHIST       PIC X(002).
     88 Valido-ORDEHIST  Value "00" THRU "09".
     88 Fim-ORDEHIST     Value "10".
 01  PATHORDEHIST        PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-VENDEDOR       PIC X(002).
     88 Valido-VENDEDOR  Value "00" THRU "09".
 01  PATHVENDEDOR        PIC X(060).
 01  Stat-COTACAO        PIC X(002).
     88 Valido-COTACAO   Value "00" THRU "09".
     88 Fim-COTACAO      Value "10".
 01  PATHCOTACAO         PIC X(060).
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-DIAS-DORMENTE    PIC S9(005) COMP-5 VALUE 90.
 01  WS-DIAS-PERIODO     PIC S9(005) COMP-5 VALUE 90.
 01  WS-QUEDA-PCT        PIC S9(003) COMP-5 VALUE 50.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-INICIO-ATUAL     PIC S9(009) COMP-5.
 01  WS-FIM-ANTERIOR     PIC S9(009) COMP-5.
 01  WS-INICIO-ANTERIOR  PIC S9(009) COMP-5.
*
 01  WS-DATA-PEDIDO      PIC X(008).
 01  WS-DATA-PEDIDO-R REDEFINES WS-DATA-PEDIDO.
     03 WS-PED-ANO       PIC 9(004).
     03 WS-PED-MES       PIC 9(002).
     03 WS-PED-DIA       PIC 9(002).
 01  WS-DIAS-PEDIDO      PIC S9(009) COMP-5.
 01  WS-CLIE-ACUM        PIC S9(004) COMP-5.
 01  WS-VEND-ACUM        PIC S9(004) COMP-5.
 01  WS-TON-ACUM         PIC S9(012)V999 COMP-3.
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
*
*  One row per client - the PROG964 linear search/insert and
*  bubble sort.
 78  max-clientes        value 2000.
 01  WS-CLIENTE-TAB.
     03 WS-CL occurs 2000 times.
        05 WS-CL-CLIE        PIC S9(004)     COMP-5.
        05 WS-CL-VEND        PIC S9(004)     COMP-5.
        05 WS-CL-QTD         PIC S9(005)     COMP-5.
        05 WS-CL-PRIMEIRO    PIC S9(009)     COMP-5.
        05 WS-CL-ULTIMO      PIC S9(009)     COMP-5.
        05 WS-CL-ULT-DATA    PIC X(008).
        05 WS-CL-TON-ATUAL   PIC S9(012)V999 COMP-3.
        05 WS-CL-TON-ANTER   PIC S9(012)V999 COMP-3.
        05 WS-CL-COT-QTD     PIC S9(004)     COMP-5.
        05 WS-CL-COT-PESO    PIC S9(012)V999 COMP-3.
        05 WS-CL-INTERVALO   PIC S9(005)     COMP-5.
        05 WS-CL-DIAS-SEM    PIC S9(005)     COMP-5.
        05 WS-CL-MOTIVO      PIC X(003).
 01  WS-TROCA-CL.
     03 WS-TC-CLIE           PIC S9(004)     COMP-5.
     03 WS-TC-VEND           PIC S9(004)     COMP-5.
     03 WS-TC-QTD            PIC S9(005)     COMP-5.
     03 WS-TC-PRIMEIRO       PIC S9(009)     COMP-5.
     03 WS-TC-ULTIMO         PIC S9(009)     COMP-5.
     03 WS-TC-ULT-DATA       PIC X(008).
     03 WS-TC-TON-ATUAL      PIC S9(012)V999 COMP-3.
     03 WS-TC-TON-ANTER      PIC S9(012)V999 COMP-3.
     03 WS-TC-COT-QTD        PIC S9(004)     COMP-5.
     03 WS-TC-COT-PESO       PIC S9(012)V999 COMP-3.
     03 WS-TC-INTERVALO      PIC S9(005)     COMP-5.
     03 WS-TC-DIAS-SEM       PIC S9(005)     COMP-5.
     03 WS-TC-MOTIVO         PIC X(003).
 01  WS-QTD-CLIENTES     PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-CL-IDX           PIC 9(004) COMP-X.
 01  WS-SORT-I           PIC 9(004) COMP-X.
 01  WS-SORT-J           PIC 9(004) COMP-X.
 01  WS-ACHOU            PIC X(001).
     88 Achou-Cliente    Value "S".
 01  WS-PODE-INCLUIR     PIC X(001).
     88 Pode-Incluir     Value "S".
 01  WS-TABELA-CHEIA     PIC X(001) VALUE "N".
     88 Tabela-Cheia     Value "S".
 01  WS-TROCAR           PIC X(001).
     88 Deve-Trocar      Value "S".
*
 01  WS-VEND-ANTERIOR    PIC S9(004) COMP-5 VALUE -1.
 01  WS-QTD-LISTADOS     PIC 9(005) VALUE ZEROS.
 01  WS-QTD-DORMENTES    PIC 9(005) VALUE ZEROS.
 01  WS-LIMITE-QUEDA     PIC S9(012)V999 COMP-3.
*
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-VEND-ED          PIC Z(003)9.
 01  WS-INTERV-ED        PIC ZZZZ9.
 01  WS-DIAS-ED          PIC ZZZZ9.
 01  WS-TON-ED           PIC ZZZZZZZ9,999.
 01  WS-TON2-ED          PIC ZZZZZZZ9,999.
 01  WS-COT-ED           PIC ZZ9.
 01  WS-PESO-ED          PIC ZZZZZZZ9,999.
 01  WS-QTD-ED           PIC ZZZZ9.
 01  WS-PER-ED           PIC ZZZZ9.
*
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 Copy "..\copy\usuario.cpy".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Compute WS-DIAS-HOJE = WS-HOJE-ANO * 360
                        + WS-HOJE-MES * 30 + WS-HOJE-DIA

   Move "DORM-DIAS-SEM-COMPRA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-DIAS-DORMENTE
   End-if
   Move "DORM-PERIODO-DIAS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-DIAS-PERIODO
   End-if
   Move "DORM-QUEDA-PCT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      And WS-PARAM-NUM < 100
      Move WS-PARAM-NUM To WS-QUEDA-PCT
   End-if
   Compute WS-INICIO-ATUAL    = WS-DIAS-HOJE - WS-DIAS-PERIODO
   Compute WS-FIM-ANTERIOR    = WS-DIAS-HOJE - 360
   Compute WS-INICIO-ANTERIOR = WS-FIM-ANTERIOR - WS-DIAS-PERIODO

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
   End-if.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display "erro CLIENTE " Stat-CLIENTE
      Close ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathVENDEDOR.
   String Lk-Unidade            Delimited By Size
          "\DADOS\VENDEDOR.DAT" Delimited By Size
          Into PathVENDEDOR
   End-String.
   Open Input VENDEDOR
   If Not Valido-VENDEDOR
      Display "erro VENDEDOR " Stat-VENDEDOR
      Close ORDE
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if.
   Move Spaces to PathROMREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CLIDORM.REL" Delimited By Size
          Into PathROMREL
   End-String.
   Open Output ROMREL
   If Not Valido-ROMREL
      Display "erro CLIDORM.REL " Stat-ROMREL
      Close ORDE
      Close CLIENTE
      Close VENDEDOR
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move "S" To WS-PODE-INCLUIR
   Perform Until Fim-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Valido-ORDE And Not Situacao-Cancelado
         Move ORDE-EMIS(1:8) To WS-DATA-PEDIDO
         Move ORDE-CLIE      To WS-CLIE-ACUM
         Move ORDE-VEND      To WS-VEND-ACUM
         Move Zeros          To WS-TON-ACUM
         Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
            Add ORDE-QUAN(WS-LIN-IDX) To WS-TON-ACUM
         End-Perform
         Perform Acumula-Pedido Thru Acumula-Pedido-Exit
      End-if
   End-Perform
   Close ORDE

   Move Spaces to PathORDEHIST.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ORDEHIST.DAT" Delimited By Size
          Into PathORDEHIST
   End-String.
   Open Input ORDEHIST
   If Valido-ORDEHIST
      Perform Until Fim-ORDEHIST
         Read ORDEHIST Next Record
            At End Move "10" To Stat-ORDEHIST
         End-Read
         If Valido-ORDEHIST And Not Hist-Situacao-Cancelado
            Move OH-EMIS(1:8) To WS-DATA-PEDIDO
            Move OH-CLIE      To WS-CLIE-ACUM
            Move OH-VEND      To WS-VEND-ACUM
            Move Zeros        To WS-TON-ACUM
            Perform Varying WS-LIN-IDX From 1 By 1
                      Until WS-LIN-IDX > 20
               Add OH-QUAN(WS-LIN-IDX) To WS-TON-ACUM
            End-Perform
            Perform Acumula-Pedido Thru Acumula-Pedido-Exit
         End-if
      End-Perform
      Close ORDEHIST
   End-if

   Perform Soma-Cotacoes Thru Soma-Cotacoes-Exit
   Perform Classifica-Clientes Thru Classifica-Clientes-Exit
   Perform Ordena-Clientes Thru Ordena-Clientes-Exit
   Perform Imprime-Relatorio Thru Imprime-Relatorio-Exit

   Close CLIENTE
   Close VENDEDOR
   Close ROMREL
   Move "PROG1065"    To WS-SP-PROGRAMA
   Move "CLIDORM.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-LISTADOS  To WS-QTD-ED
   Display WS-QTD-ED " cliente(s) na lista de ligacoes;"
           " relatorio em 'CLIDORM.REL'."
   If Tabela-Cheia
      Display "Mais de 2000 clientes - os excedentes ficaram de fora."
   End-if.
   Exit Program.
*
 Acumula-Pedido.
   If WS-DATA-PEDIDO Not Numeric Or WS-CLIE-ACUM Not > Zeros
      Go To Acumula-Pedido-Exit
   End-if
   Compute WS-DIAS-PEDIDO = WS-PED-ANO * 360
                          + WS-PED-MES * 30 + WS-PED-DIA
   Perform Localiza-Cliente Thru Localiza-Cliente-Exit
   If Not Achou-Cliente
      Go To Acumula-Pedido-Exit
   End-if
   Add 1 To WS-CL-QTD(WS-CL-IDX)
   If WS-CL-QTD(WS-CL-IDX) = 1
      Or WS-DIAS-PEDIDO < WS-CL-PRIMEIRO(WS-CL-IDX)
      Move WS-DIAS-PEDIDO To WS-CL-PRIMEIRO(WS-CL-IDX)
   End-if
   If WS-CL-QTD(WS-CL-IDX) = 1
      Or WS-DIAS-PEDIDO Not < WS-CL-ULTIMO(WS-CL-IDX)
      Move WS-DIAS-PEDIDO To WS-CL-ULTIMO(WS-CL-IDX)
      Move WS-DATA-PEDIDO To WS-CL-ULT-DATA(WS-CL-IDX)
      Move WS-VEND-ACUM   To WS-CL-VEND(WS-CL-IDX)
   End-if
   If WS-DIAS-PEDIDO > WS-INICIO-ATUAL
      And WS-DIAS-PEDIDO Not > WS-DIAS-HOJE
      Add WS-TON-ACUM To WS-CL-TON-ATUAL(WS-CL-IDX)
   End-if
   If WS-DIAS-PEDIDO > WS-INICIO-ANTERIOR
      And WS-DIAS-PEDIDO Not > WS-FIM-ANTERIOR
      Add WS-TON-ACUM To WS-CL-TON-ANTER(WS-CL-IDX)
   End-if.
 Acumula-Pedido-Exit.
   Exit.
*
 Localiza-Cliente.
   Move "N" To WS-ACHOU
   Perform Varying WS-CL-IDX From 1 By 1
             Until WS-CL-IDX > WS-QTD-CLIENTES Or Achou-Cliente
      If WS-CL-CLIE(WS-CL-IDX) = WS-CLIE-ACUM
         Move "S" To WS-ACHOU
      End-if
   End-Perform
   If Achou-Cliente
      Subtract 1 From WS-CL-IDX
      Go To Localiza-Cliente-Exit
   End-if
   If Not Pode-Incluir
      Go To Localiza-Cliente-Exit
   End-if
   If WS-QTD-CLIENTES Not < max-clientes
      Move "S" To WS-TABELA-CHEIA
      Go To Localiza-Cliente-Exit
   End-if
   Add 1 To WS-QTD-CLIENTES
   Move WS-QTD-CLIENTES To WS-CL-IDX
   Initialize WS-CL(WS-CL-IDX)
   Move WS-CLIE-ACUM To WS-CL-CLIE(WS-CL-IDX)
   Move "S" To WS-ACHOU.
 Localiza-Cliente-Exit.
   Exit.
*
*  Quotations of the period that never became an order.
 Soma-Cotacoes.
   Move Spaces to PathCOTACAO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\COTACAO.DAT" Delimited By Size
          Into PathCOTACAO
   End-String.
   Open Input COTACAO
   If Not Valido-COTACAO
      Go To Soma-Cotacoes-Exit
   End-if
   Move "N" To WS-PODE-INCLUIR
   Perform Until Fim-COTACAO
      Read COTACAO Next Record
         At End Move "10" To Stat-COTACAO
      End-Read
      If Valido-COTACAO And CT-PEDIDO = Zeros
         And CT-DATA Numeric
         Move CT-DATA To WS-DATA-PEDIDO
         Compute WS-DIAS-PEDIDO = WS-PED-ANO * 360
                                + WS-PED-MES * 30 + WS-PED-DIA
         If WS-DIAS-PEDIDO > WS-INICIO-ATUAL
            Move CT-CLIE To WS-CLIE-ACUM
            Perform Localiza-Cliente Thru Localiza-Cliente-Exit
            If Achou-Cliente
               Add 1       To WS-CL-COT-QTD(WS-CL-IDX)
               Add CT-PESO To WS-CL-COT-PESO(WS-CL-IDX)
            End-if
         End-if
      End-if
   End-Perform
   Close COTACAO.
 Soma-Cotacoes-Exit.
   Exit.
*
 Classifica-Clientes.
   Perform Varying WS-CL-IDX From 1 By 1
             Until WS-CL-IDX > WS-QTD-CLIENTES
      Move Spaces To WS-CL-MOTIVO(WS-CL-IDX)
      Compute WS-CL-DIAS-SEM(WS-CL-IDX) =
              WS-DIAS-HOJE - WS-CL-ULTIMO(WS-CL-IDX)
      Move Zeros To WS-CL-INTERVALO(WS-CL-IDX)
      If WS-CL-QTD(WS-CL-IDX) > 1
         Compute WS-CL-INTERVALO(WS-CL-IDX) =
                 (WS-CL-ULTIMO(WS-CL-IDX) - WS-CL-PRIMEIRO(WS-CL-IDX))
               / (WS-CL-QTD(WS-CL-IDX) - 1)
      End-if
      If WS-CL-DIAS-SEM(WS-CL-IDX) Not < WS-DIAS-DORMENTE
         Move "D" To WS-CL-MOTIVO(WS-CL-IDX)(1:1)
      End-if
      If WS-CL-QTD(WS-CL-IDX) > 2
         And WS-CL-INTERVALO(WS-CL-IDX) > Zeros
         And WS-CL-DIAS-SEM(WS-CL-IDX) >
             WS-CL-INTERVALO(WS-CL-IDX) * 2
         Move "F" To WS-CL-MOTIVO(WS-CL-IDX)(2:1)
      End-if
      Compute WS-LIMITE-QUEDA =
              WS-CL-TON-ANTER(WS-CL-IDX) * WS-QUEDA-PCT / 100
      If WS-CL-TON-ANTER(WS-CL-IDX) > Zeros
         And WS-CL-TON-ATUAL(WS-CL-IDX) < WS-LIMITE-QUEDA
         Move "V" To WS-CL-MOTIVO(WS-CL-IDX)(3:1)
      End-if
   End-Perform.
 Classifica-Clientes-Exit.
   Exit.
*
*  Seller, then the longest silence first.
 Ordena-Clientes.
   Perform Varying WS-SORT-I From 1 By 1
             Until WS-SORT-I > WS-QTD-CLIENTES
      Perform Varying WS-SORT-J From 1 By 1
                Until WS-SORT-J > WS-QTD-CLIENTES - WS-SORT-I
         Move "N" To WS-TROCAR
         If WS-CL-VEND(WS-SORT-J) > WS-CL-VEND(WS-SORT-J + 1)
            Move "S" To WS-TROCAR
         End-if
         If WS-CL-VEND(WS-SORT-J) = WS-CL-VEND(WS-SORT-J + 1)
            And WS-CL-DIAS-SEM(WS-SORT-J) <
                WS-CL-DIAS-SEM(WS-SORT-J + 1)
            Move "S" To WS-TROCAR
         End-if
         If Deve-Trocar
            Move WS-CL(WS-SORT-J)     To WS-TROCA-CL
            Move WS-CL(WS-SORT-J + 1) To WS-CL(WS-SORT-J)
            Move WS-TROCA-CL          To WS-CL(WS-SORT-J + 1)
         End-if
      End-Perform
   End-Perform.
 Ordena-Clientes-Exit.
   Exit.
*
 Imprime-Relatorio.
   Move WS-DIAS-DORMENTE To WS-DIAS-ED
   Move WS-DIAS-PERIODO  To WS-PER-ED
   Move Spaces To ROMREL-REGI
   String "CLIENTES DORMENTES E EM QUEDA - "
          WS-DATA-SISTEMA(7:2) "/" WS-DATA-SISTEMA(5:2) "/"
          WS-DATA-SISTEMA(1:4)
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "D = SEM PEDIDO HA " WS-DIAS-ED " DIAS; F = ATRASO ACIMA DE"
          " 2x O INTERVALO; V = VOLUME EM QUEDA"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move Spaces To ROMREL-REGI
   String "TONELADAS DOS ULTIMOS " WS-PER-ED
          " DIAS x MESMO PERIODO DO ANO ANTERIOR"
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI

   Perform Varying WS-CL-IDX From 1 By 1
             Until WS-CL-IDX > WS-QTD-CLIENTES
      If WS-CL-MOTIVO(WS-CL-IDX) Not = Spaces
         Perform Imprime-Cliente Thru Imprime-Cliente-Exit
      End-if
   End-Perform

   Move Spaces To ROMREL-REGI
   Write ROMREL-REGI
   Move WS-QTD-LISTADOS To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   String "CLIENTES LISTADOS: " WS-QTD-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   Move WS-QTD-DORMENTES To WS-QTD-ED
   Move Spaces To ROMREL-REGI
   String "DORMENTES........: " WS-QTD-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI.
 Imprime-Relatorio-Exit.
   Exit.
*
 Imprime-Cliente.
   Move WS-CL-CLIE(WS-CL-IDX) To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move Spaces To CLI-NOME
   End-Read
   If Valido-CLIENTE And Cliente-Inativo
      Go To Imprime-Cliente-Exit
   End-if
   If WS-CL-VEND(WS-CL-IDX) Not = WS-VEND-ANTERIOR
      Move WS-CL-VEND(WS-CL-IDX) To WS-VEND-ANTERIOR VD-CODIGO
                                    WS-VEND-ED
      Read VENDEDOR
         Invalid Key Move Spaces To VD-NOME
      End-Read
      Move Spaces To ROMREL-REGI
      Write ROMREL-REGI
      Move Spaces To ROMREL-REGI
      String "VENDEDOR " WS-VEND-ED " - " VD-NOME
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
      Move "CLIE  NOME                     MOT ULT.PEDIDO INTERV  DIAS 
-       " TON PERIODO  TON ANO ANT" To ROMREL-REGI
      Write ROMREL-REGI
   End-if
   Add 1 To WS-QTD-LISTADOS
   If WS-CL-MOTIVO(WS-CL-IDX)(1:1) = "D"
      Add 1 To WS-QTD-DORMENTES
   End-if
   Move WS-CL-CLIE(WS-CL-IDX)      To WS-CLIE-ED
   Move WS-CL-INTERVALO(WS-CL-IDX) To WS-INTERV-ED
   Move WS-CL-DIAS-SEM(WS-CL-IDX)  To WS-DIAS-ED
   Move WS-CL-TON-ATUAL(WS-CL-IDX) To WS-TON-ED
   Move WS-CL-TON-ANTER(WS-CL-IDX) To WS-TON2-ED
   Move Spaces To ROMREL-REGI
   String WS-CLIE-ED " " CLI-NOME(1:25) " " WS-CL-MOTIVO(WS-CL-IDX)
          " " WS-CL-ULT-DATA(WS-CL-IDX)(7:2) "/"
          WS-CL-ULT-DATA(WS-CL-IDX)(5:2) "/"
          WS-CL-ULT-DATA(WS-CL-IDX)(1:4)
          "  " WS-INTERV-ED " " WS-DIAS-ED " " WS-TON-ED " "
          WS-TON2-ED
          Delimited By Size Into ROMREL-REGI
   End-String
   Write ROMREL-REGI
   If WS-CL-COT-QTD(WS-CL-IDX) > Zeros
      Move WS-CL-COT-QTD(WS-CL-IDX)  To WS-COT-ED
      Move WS-CL-COT-PESO(WS-CL-IDX) To WS-PESO-ED
      Move Spaces To ROMREL-REGI
      String "     COTACOES EM ABERTO NO PERIODO: " WS-COT-ED
             " - PESO " WS-PESO-ED
             Delimited By Size Into ROMREL-REGI
      End-String
      Write ROMREL-REGI
   End-if.
 Imprime-Cliente-Exit.
   Exit.
