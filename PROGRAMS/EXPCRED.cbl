*EXPOSICAO DE CREDITO DO CLIENTE EM TODAS AS UNIDADES, CHAMAVEL
 Identification Division.
 Program-Id. EXPCRED.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\UNIDADES.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\ORDE.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\UNIDADES.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
*
 Working-Storage Section.
*
*  Each branch keeps its own TITULOS.DAT and ORDE.DAT, and a
*  client buying from three branches was judged three times
*  against the same limit. This adds the group up: for every
*  active branch of UNIDADES.DAT (always <codigo>\DADOS - see the
*  UN-PATH note in UNIDADES.FD) the client codes carrying the
*  caller's CGC/CPF are found in that branch's CLIENTE.DAT, and
*  their open titles plus the not-yet-faturado part of their
*  liberado orders are summed - the part of an order already
*  faturado in earlier loads is in TITULOS.DAT and must not count
*  twice. Pendente orders are the caller's business: they are not
*  released yet. A branch whose files cannot be opened is listed
*  as inacessivel, never silently taken as zero. Without
*  UNIDADES.DAT only the caller's branch is counted, as before.
*
 01  Stat-UNIDADES       PIC X(002).
     88 Valido-UNIDADES  Value "00" THRU "09".
     88 Fim-UNIDADES     Value "10".
 01  PATHUNID            PIC X(060)
     VALUE "..\DADOS\UNIDADES.DAT".
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
     88 Fim-CLIENTE      Value "10".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  WS-TEM-TITULOS      PIC X(001).
     88 Tem-Titulos      Value "S".
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
*
 01  WS-UNIDADE-ATUAL    PIC X(003).
 01  WS-UNIDADE-LIDA     PIC X(001).
     88 Unidade-Da-Chamada-Lida Value "S".
 01  WS-U-IDX            PIC 9(002) COMP-X.
*
*  Codes of the client in the branch being read - a holding with
*  filiais under one CGC may carry several.
 78  max-codigos         value 20.
 01  WS-QTD-COD          PIC 9(002) COMP-X.
 01  WS-COD-IDX          PIC 9(002) COMP-X.
 01  WS-COD-TAB.
     03 WS-COD           PIC S9(004) COMP-5 OCCURS 20.
*
 01  WS-VALO-IDX         PIC 9(002) COMP-X.
 01  WS-PROD-IDX         PIC 9(002) COMP-X.
 01  WS-VALOR-PEDIDO     PIC S9(012)V99  COMP-3.
 01  WS-VALOR-BRUTO      PIC S9(014)V99  COMP-3.
 01  WS-VALOR-PENDENTE   PIC S9(014)V99  COMP-3.
 01  WS-TEM-FATURADO     PIC X(001).
     88 Pedido-Com-Faturado Value "S".
*
 Linkage Section.
 Copy "..\COPY\EXPCRED.CPY".
*
 Procedure Division Using EX-PARM.
*
 Inicio.
   Move Zeros  To EX-TITULOS EX-PEDIDOS EX-EXPOSICAO EX-QTD-UNID
   Move "N"    To EX-INDISPONIVEL WS-UNIDADE-LIDA
   Perform Varying WS-U-IDX From 1 By 1 Until WS-U-IDX > 30
      Move Spaces To EX-U-CODIGO(WS-U-IDX) EX-U-SITU(WS-U-IDX)
      Move Zeros  To EX-U-CLIE(WS-U-IDX) EX-U-LIMITE(WS-U-IDX)
                     EX-U-TITULOS(WS-U-IDX) EX-U-PEDIDOS(WS-U-IDX)
   End-Perform

   If EX-CGCCPF Not = Spaces
      Open Input UNIDADES
      If Valido-UNIDADES
         Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
         Perform Until Fim-UNIDADES
            If UN-CODIGO Not = Spaces And Unidade-Ativa
               Move UN-CODIGO To WS-UNIDADE-ATUAL
               Perform Soma-Unidade Thru Soma-Unidade-Exit
            End-if
            Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
         End-Perform
         Close UNIDADES
      End-if
   End-if

*  The caller's own branch always counts, listed or not.
   If Not Unidade-Da-Chamada-Lida
      Move EX-UNIDADE To WS-UNIDADE-ATUAL
      Perform Soma-Unidade Thru Soma-Unidade-Exit
   End-if

   Compute EX-EXPOSICAO = EX-TITULOS + EX-PEDIDOS
   Exit Program.
*
 Le-Proxima-Unidade.
   Read UNIDADES
      At End Move "10" To Stat-UNIDADES
   End-Read.
 Le-Proxima-Unidade-Exit.
   Exit.
*
 Soma-Unidade.
   If WS-UNIDADE-ATUAL = EX-UNIDADE
      Move "S" To WS-UNIDADE-LIDA
   End-if
   Move Zeros To WS-QTD-COD
   Move Spaces to PathCLIENTE.
   String WS-UNIDADE-ATUAL     Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Perform Marca-Inacessivel Thru Marca-Inacessivel-Exit
      Go To Soma-Unidade-Exit
   End-if
   Perform Acha-Codigos Thru Acha-Codigos-Exit
   Close CLIENTE
   If WS-QTD-COD = Zeros
      Go To Soma-Unidade-Exit
   End-if
   If EX-QTD-UNID Not < 30
      Move "S" To EX-INDISPONIVEL
      Go To Soma-Unidade-Exit
   End-if
   Add 1 To EX-QTD-UNID
   Move WS-UNIDADE-ATUAL To EX-U-CODIGO(EX-QTD-UNID)
   Move WS-COD(1)        To EX-U-CLIE(EX-QTD-UNID)
   Move "S"              To EX-U-SITU(EX-QTD-UNID)

*  TITULOS.DAT only exists once the receivables explosion ran in
*  the branch - without it the branch owes nothing yet.
   Move Spaces to PathTITULOS.
   String WS-UNIDADE-ATUAL     Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Move "N" To WS-TEM-TITULOS
   Open Input TITULOS
   If Valido-TITULOS
      Move "S" To WS-TEM-TITULOS
   End-if
   Move Spaces to PathORDE.
   String WS-UNIDADE-ATUAL  Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      If Tem-Titulos
         Close TITULOS
      End-if
      Move "I" To EX-U-SITU(EX-QTD-UNID)
      Move "S" To EX-INDISPONIVEL
      Go To Soma-Unidade-Exit
   End-if

   Perform Varying WS-COD-IDX From 1 By 1
             Until WS-COD-IDX > WS-QTD-COD
      If Tem-Titulos
         Perform Soma-Titulos Thru Soma-Titulos-Exit
      End-if
      Perform Soma-Pedidos Thru Soma-Pedidos-Exit
   End-Perform
   If Tem-Titulos
      Close TITULOS
   End-if
   Close ORDE
   Add EX-U-TITULOS(EX-QTD-UNID) To EX-TITULOS
   Add EX-U-PEDIDOS(EX-QTD-UNID) To EX-PEDIDOS.
 Soma-Unidade-Exit.
   Exit.
*
 Marca-Inacessivel.
   Move "S" To EX-INDISPONIVEL
   If EX-QTD-UNID < 30
      Add 1 To EX-QTD-UNID
      Move WS-UNIDADE-ATUAL To EX-U-CODIGO(EX-QTD-UNID)
      Move "I"              To EX-U-SITU(EX-QTD-UNID)
   End-if.
 Marca-Inacessivel-Exit.
   Exit.
*
*  With a CGC/CPF every code carrying it; without one, only the
*  code the caller gave, in the caller's branch. The highest
*  active limit among the codes is the branch's limit.
 Acha-Codigos.
   If EX-CGCCPF = Spaces
      Move EX-CLIE To CLI-CODIGO
      Read CLIENTE
         Invalid Key Go To Acha-Codigos-Exit
      End-Read
      Move 1       To WS-QTD-COD
      Move EX-CLIE To WS-COD(1)
      Perform Guarda-Limite Thru Guarda-Limite-Exit
      Go To Acha-Codigos-Exit
   End-if
   Perform Until Fim-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Valido-CLIENTE And CLI-CGCCPF = EX-CGCCPF
         And WS-QTD-COD < max-codigos
         Add 1 To WS-QTD-COD
         Move CLI-CODIGO To WS-COD(WS-QTD-COD)
         Perform Guarda-Limite Thru Guarda-Limite-Exit
      End-if
   End-Perform.
 Acha-Codigos-Exit.
   Exit.
*
*  The limit is kept aside until the branch line exists.
 Guarda-Limite.
   If Cliente-Ativo And EX-QTD-UNID < 30
      And CLI-LIMITE-CRED > EX-U-LIMITE(EX-QTD-UNID + 1)
      Move CLI-LIMITE-CRED To EX-U-LIMITE(EX-QTD-UNID + 1)
   End-if.
 Guarda-Limite-Exit.
   Exit.
*
 Soma-Titulos.
   Move WS-COD(WS-COD-IDX) To TI-CLIE
   Start TITULOS Key = TI-CLIE
      Invalid Key Go To Soma-Titulos-Exit
   End-Start
   Perform Until Fim-TITULOS
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
      If Not Fim-TITULOS And Valido-TITULOS
         If TI-CLIE Not = WS-COD(WS-COD-IDX)
            Move "10" To Stat-TITULOS
         Else
            If Titulo-Aberto
               Add TI-VALOR To EX-U-TITULOS(EX-QTD-UNID)
            End-if
         End-if
      End-if
   End-Perform
   Move "00" To Stat-TITULOS.
 Soma-Titulos-Exit.
   Exit.
*
 Soma-Pedidos.
   Move WS-COD(WS-COD-IDX) To ORDE-CLIE
   Start ORDE Key = ORDE-CLIE
      Invalid Key Go To Soma-Pedidos-Exit
   End-Start
   Perform Until Fim-ORDE
      Read ORDE Next Record
         At End Move "10" To Stat-ORDE
      End-Read
      If Not Fim-ORDE And Valido-ORDE
         If ORDE-CLIE Not = WS-COD(WS-COD-IDX)
            Move "10" To Stat-ORDE
         Else
            If Situacao-Liberado
               Perform Valor-A-Faturar Thru Valor-A-Faturar-Exit
               Add WS-VALOR-PEDIDO To EX-U-PEDIDOS(EX-QTD-UNID)
            End-if
         End-if
      End-if
   End-Perform
   Move "00" To Stat-ORDE.
 Soma-Pedidos-Exit.
   Exit.
*
*  The order's installments, less the share already faturado in
*  earlier loads - that share is a title by now. The share is
*  taken by value (ORDE-QDFA x ORDE-VLUN over ORDE-QUAN x
*  ORDE-VLUN) so freight and rounding in the installments follow
*  the goods.
 Valor-A-Faturar.
   Move Zeros To WS-VALOR-PEDIDO WS-VALOR-BRUTO WS-VALOR-PENDENTE
   Move "N"   To WS-TEM-FATURADO
   Perform Varying WS-VALO-IDX From 1 By 1 Until WS-VALO-IDX > 10
      Add ORDE-VALO(WS-VALO-IDX) To WS-VALOR-PEDIDO
   End-Perform
   Perform Varying WS-PROD-IDX From 1 By 1 Until WS-PROD-IDX > 20
      If ORDE-QUAN(WS-PROD-IDX) > Zeros
         Compute WS-VALOR-BRUTO = WS-VALOR-BRUTO
               + ORDE-QUAN(WS-PROD-IDX) * ORDE-VLUN(WS-PROD-IDX)
         If ORDE-QDFA(WS-PROD-IDX) > Zeros
            Move "S" To WS-TEM-FATURADO
         End-if
         If ORDE-QDFA(WS-PROD-IDX) < ORDE-QUAN(WS-PROD-IDX)
            Compute WS-VALOR-PENDENTE = WS-VALOR-PENDENTE
                  + (ORDE-QUAN(WS-PROD-IDX) - ORDE-QDFA(WS-PROD-IDX))
                  * ORDE-VLUN(WS-PROD-IDX)
         End-if
      End-if
   End-Perform
   If Pedido-Com-Faturado And WS-VALOR-BRUTO > Zeros
      Compute WS-VALOR-PEDIDO Rounded = WS-VALOR-PEDIDO
            * WS-VALOR-PENDENTE / WS-VALOR-BRUTO
   End-if.
 Valor-A-Faturar-Exit.
   Exit.
