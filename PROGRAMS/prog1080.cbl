*CONFLITOS DE SEGREGACAO DE FUNCOES DO MES (SODREGRA x CARIMBOS)
 Identification Division.
 Program-Id. PROG1080.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\SODREGRA.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\REPRECO.SL".
   Copy "..\COPY\ALTPEND.SL".
   Copy "..\COPY\ADIANT.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\CTRC.SL".
   Copy "..\COPY\SITHIST.SL".
   Copy "..\COPY\SODREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=SODREGRA
   Copy "..\COPY\SODREGRA.FD".
$XFD FILE=USUARIOS
   Copy "..\COPY\USUARIOS.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=REPRECO
   Copy "..\COPY\REPRECO.FD".
$XFD FILE=ALTPEND
   Copy "..\COPY\ALTPEND.FD".
$XFD FILE=ADIANT
   Copy "..\COPY\ADIANT.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=CTRC
   Copy "..\COPY\CTRC.FD".
   Copy "..\COPY\SITHIST.FD".
   Copy "..\COPY\SODREL.FD".
*
 Working-Storage Section.
*
*  The operator stamps the suite writes, read side by side
*  against the controller's rules (SODREGRA.DAT, PROG1079): for
*  every order of the branch, each activity on it - created,
*  changed, repriced, credit released (ORDE-LIBE and every
*  SITHIST move to liberado), held change approved, title
*  settled, freight paid on a CTRC that carries it, and the
*  client's advances - is collected with its operator and date,
*  and every pair one operator performed that an active rule
*  forbids is a line of SODREL.REL. A pair belongs to the month
*  its second activity happened in, so an order created in March
*  and settled by the same hand in April is April's. Stamps that
*  are not an operator of USUARIOS.DAT ("SYNC", "RETORNO BANCO",
*  "RENEG"...) are the system's own and never conflict.
*  The second section is the exposure: every active operator
*  whose permission bytes (SODATIV.CPY) open both sides of an
*  active rule, whether or not the month saw it happen.
*
 01  Stat-SODREGRA       PIC X(002).
     88 Valido-SODREGRA  Value "00" THRU "09".
     88 Fim-SODREGRA     Value "10".
 01  PATHSODREGRA        PIC X(060)
     VALUE "..\DADOS\SODREGRA.DAT".
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
     88 Fim-USUARIOS     Value "10".
 01  PATHUSUARIOS        PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Fim-ORDE         Value "10".
 01  PATHORDE            PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
 01  PATHTITULOS         PIC X(060).
 01  WS-TEM-TITULOS      PIC X(001) VALUE "N".
     88 Tem-Titulos      Value "S".
 01  Stat-REPRECO        PIC X(002).
     88 Valido-REPRECO   Value "00" THRU "09".
 01  PATHREPRECO         PIC X(060).
 01  WS-TEM-REPRECO      PIC X(001) VALUE "N".
     88 Tem-Repreco      Value "S".
 01  Stat-ALTPEND        PIC X(002).
     88 Valido-ALTPEND   Value "00" THRU "09".
 01  PATHALTPEND         PIC X(060).
 01  WS-TEM-ALTPEND      PIC X(001) VALUE "N".
     88 Tem-Altpend      Value "S".
 01  Stat-ADIANT         PIC X(002).
     88 Valido-ADIANT    Value "00" THRU "09".
 01  PATHADIANT          PIC X(060).
 01  WS-TEM-ADIANT       PIC X(001) VALUE "N".
     88 Tem-Adiant       Value "S".
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Fim-CTRCPAG      Value "10".
 01  PATHCTRCPAG         PIC X(060).
 01  Stat-CTRC           PIC X(002).
     88 Valido-CTRC      Value "00" THRU "09".
 01  PATHCTRC            PIC X(060).
 01  Stat-SITHIST        PIC X(002).
     88 Valido-SITHIST   Value "00" THRU "09".
     88 Fim-SITHIST      Value "10".
 01  PATHSITHIST         PIC X(060).
 01  Stat-SODREL         PIC X(002).
     88 Valido-SODREL    Value "00" THRU "09".
 01  PATHSODREL          PIC X(060).
*
 Copy "..\COPY\SODATIV.CPY".
*
*  The month asked for.
 01  WS-MES-PEDIDO       PIC 9(006) VALUE ZEROS.
 01  WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
     03 WS-MP-ANO        PIC 9(004).
     03 WS-MP-MES        PIC 9(002).
 01  WS-DATA-DE          PIC X(008).
 01  WS-DATA-ATE         PIC X(008).
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-HOJE-ANO      PIC 9(004).
     03 WS-HOJE-MES      PIC 9(002).
     03 WS-HOJE-DIA      PIC 9(002).
*
*  The active rules.
 78  max-regras          value 50.
 01  WS-REGRA-TAB.
     03 WS-REGRA-ITEM occurs 50 times.
        05 WS-RG-CODIGO     PIC 9(003).
        05 WS-RG-DESCRICAO  PIC X(050).
        05 WS-RG-ATIV-A     PIC X(002).
        05 WS-RG-ATIV-B     PIC X(002).
        05 WS-RG-QTD        PIC 9(006).
 01  WS-QTD-REGRAS       PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-RG-IDX           PIC 9(003) COMP-X.
*
*  The operators, with the four bytes that open an activity.
 78  max-usuarios        value 300.
 01  WS-USUARIO-TAB.
     03 WS-USUARIO-ITEM occurs 300 times.
        05 WS-UT-CODIGO     PIC X(008).
        05 WS-UT-NOME       PIC X(020).
        05 WS-UT-SITU       PIC X(001).
        05 WS-UT-P953       PIC X(001).
        05 WS-UT-PCRED      PIC X(001).
        05 WS-UT-P959       PIC X(001).
        05 WS-UT-PAPRV      PIC X(001).
 01  WS-QTD-USUARIOS     PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-UT-IDX           PIC 9(004) COMP-X.
 01  WS-UT-ACHADO        PIC 9(004) COMP-X.
 01  WS-BUSCA-NOME       PIC X(020).
 01  WS-BUSCA-CODIGO     PIC X(008).
*
*  Credit releases out of SITHIST.DAT and freight payments out of
*  CTRCPAG/CTRC, read once and looked up per order.
 78  max-liberacoes      value 5000.
 01  WS-LIB-TAB.
     03 WS-LIB-ITEM occurs 5000 times.
        05 WS-LB-NUME       PIC X(006).
        05 WS-LB-OPERADOR   PIC X(020).
        05 WS-LB-DATA       PIC X(008).
 01  WS-QTD-LIB          PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-LB-IDX           PIC 9(004) COMP-X.
 78  max-fretes          value 5000.
 01  WS-FRT-TAB.
     03 WS-FRT-ITEM occurs 5000 times.
        05 WS-FT-NUME       PIC S9(006) COMP-5.
        05 WS-FT-TRAN       PIC S9(004) COMP-5.
        05 WS-FT-CTRC       PIC S9(006) COMP-5.
        05 WS-FT-OPERADOR   PIC X(020).
        05 WS-FT-DATA       PIC X(008).
 01  WS-QTD-FRT          PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-FT-IDX           PIC 9(004) COMP-X.
 01  WS-PED-IDX          PIC 9(002) COMP-X.
 01  WS-TABELA-CHEIA     PIC X(001) VALUE "N".
     88 Tabela-Cheia     Value "S".
*
*  The activities of one order.
 78  max-eventos         value 200.
 01  WS-EVENTO-TAB.
     03 WS-EVENTO-ITEM occurs 200 times.
        05 WS-EV-ATIV       PIC X(002).
        05 WS-EV-OPERADOR   PIC X(020).
        05 WS-EV-DATA       PIC X(008).
        05 WS-EV-DOC        PIC X(020).
 01  WS-QTD-EVENTOS      PIC 9(003) COMP-X VALUE ZEROS.
 01  WS-EV-I             PIC 9(003) COMP-X.
 01  WS-EV-J             PIC 9(003) COMP-X.
 01  WS-NOVO-ATIV        PIC X(002).
 01  WS-NOVO-OPERADOR    PIC X(020).
 01  WS-NOVO-DATA        PIC X(010).
 01  WS-NOVO-DOC         PIC X(020).
 01  WS-REPETIDO         PIC X(001).
     88 Evento-Repetido  Value "S".
 01  WS-DATA-MAIOR       PIC X(008).
 01  WS-DATA-NORM        PIC X(008).
 01  WS-NUME-COMPARA     PIC Z(005)9.
*
*  Permission test for the exposure section.
 01  WS-PERM-BUSCA       PIC X(002).
 01  WS-PERM-OK          PIC X(001).
     88 Permissao-Aberta Value "S".
 01  WS-PERM-A           PIC X(001).
*
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-PARC-ED          PIC 99.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-SEQ-ED           PIC ZZZ9.
 01  WS-REGRA-ED         PIC 999.
 01  WS-DATA-A-ED        PIC X(010).
 01  WS-DATA-B-ED        PIC X(010).
 01  WS-QTD-ED           PIC Z(005)9.
 01  WS-T-CONFLITOS      PIC 9(006) VALUE ZEROS.
 01  WS-T-EXPOSTOS       PIC 9(006) VALUE ZEROS.
 01  WS-T-EVENTOS-FORA   PIC 9(006) VALUE ZEROS.
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
   Display "Mes (AAAAMM - 0 = mes anterior): " With No Advancing
   Accept WS-MES-PEDIDO
   Perform Monta-Periodo Thru Monta-Periodo-Exit

   Open Input SODREGRA
   If Not Valido-SODREGRA
      Display "SODREGRA.DAT ausente - cadastre as regras (PROG1079)."
      Exit Program
   End-if.
   Perform Carrega-Regras Thru Carrega-Regras-Exit
   Close SODREGRA.
   If WS-QTD-REGRAS = Zeros
      Display "Nenhuma regra ativa em SODREGRA.DAT (PROG1079)."
      Exit Program
   End-if

   Open Input USUARIOS
   If Not Valido-USUARIOS
      Display "erro USUARIOS " Stat-USUARIOS
      Exit Program
   End-if.
   Perform Carrega-Usuarios Thru Carrega-Usuarios-Exit
   Close USUARIOS.

   Move Spaces to PathORDE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Exit Program
   End-if.

   Perform Abre-Opcionais Thru Abre-Opcionais-Exit
   Perform Carrega-Liberacoes Thru Carrega-Liberacoes-Exit
   Perform Carrega-Fretes Thru Carrega-Fretes-Exit

   Move Spaces to PathSODREL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\SODREL.REL" Delimited By Size
          Into PathSODREL
   End-String.
   Open Output SODREL
   If Not Valido-SODREL
      Display "erro SODREL " Stat-SODREL
      Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
      Exit Program
   End-if.

   Perform Imprime-Cabecalho Thru Imprime-Cabecalho-Exit

   Perform Le-Proxima-Ordem Thru Le-Proxima-Ordem-Exit
   Perform Until Fim-ORDE
      Perform Monta-Eventos Thru Monta-Eventos-Exit
      Perform Confronta-Eventos Thru Confronta-Eventos-Exit
      Perform Le-Proxima-Ordem Thru Le-Proxima-Ordem-Exit
   End-Perform

   Perform Imprime-Totais Thru Imprime-Totais-Exit
   Perform Imprime-Exposicao Thru Imprime-Exposicao-Exit

   Perform Fecha-Arquivos Thru Fecha-Arquivos-Exit
   Close SODREL.
   Move "PROG1080" To WS-SP-PROGRAMA
   Move "SODREL.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-T-CONFLITOS To WS-QTD-ED
   Display WS-QTD-ED " conflito(s) no mes em 'SODREL.REL'."
   Move WS-T-EXPOSTOS To WS-QTD-ED
   Display WS-QTD-ED " combinacao(oes) operador x regra permitida(s)."
   If Tabela-Cheia
      Display "ATENCAO: tabela interna cheia - relatorio incompleto."
   End-if.
   Exit Program.
*
 Monta-Periodo.
   If WS-MES-PEDIDO = Zeros
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Move WS-HOJE-ANO To WS-MP-ANO
      Move WS-HOJE-MES To WS-MP-MES
      If WS-MP-MES = 1
         Move 12 To WS-MP-MES
         Subtract 1 From WS-MP-ANO
      Else
         Subtract 1 From WS-MP-MES
      End-if
   End-if
   Move Spaces To WS-DATA-DE WS-DATA-ATE
   String WS-MES-PEDIDO "01" Delimited By Size Into WS-DATA-DE
   End-String
   String WS-MES-PEDIDO "31" Delimited By Size Into WS-DATA-ATE
   End-String.
 Monta-Periodo-Exit.
   Exit.
*
 Abre-Opcionais.
   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Valido-TITULOS
      Move "S" To WS-TEM-TITULOS
   End-if.
   Move Spaces to PathREPRECO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\REPRECO.DAT" Delimited By Size
          Into PathREPRECO
   End-String.
   Open Input REPRECO
   If Valido-REPRECO
      Move "S" To WS-TEM-REPRECO
   End-if.
   Move Spaces to PathALTPEND.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ALTPEND.DAT" Delimited By Size
          Into PathALTPEND
   End-String.
   Open Input ALTPEND
   If Valido-ALTPEND
      Move "S" To WS-TEM-ALTPEND
   End-if.
   Move Spaces to PathADIANT.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ADIANT.DAT" Delimited By Size
          Into PathADIANT
   End-String.
   Open Input ADIANT
   If Valido-ADIANT
      Move "S" To WS-TEM-ADIANT
   End-if.
 Abre-Opcionais-Exit.
   Exit.
*
 Fecha-Arquivos.
   Close ORDE.
   If Tem-Titulos
      Close TITULOS
   End-if.
   If Tem-Repreco
      Close REPRECO
   End-if.
   If Tem-Altpend
      Close ALTPEND
   End-if.
   If Tem-Adiant
      Close ADIANT
   End-if.
 Fecha-Arquivos-Exit.
   Exit.
*
 Carrega-Regras.
   Move Zeros To WS-QTD-REGRAS
   Perform Le-Proxima-Regra Thru Le-Proxima-Regra-Exit
   Perform Until Fim-SODREGRA
      If Regra-Ativa
         If WS-QTD-REGRAS < max-regras
            Add 1 To WS-QTD-REGRAS
            Move SR-CODIGO    To WS-RG-CODIGO(WS-QTD-REGRAS)
            Move SR-DESCRICAO To WS-RG-DESCRICAO(WS-QTD-REGRAS)
            Move SR-ATIV-A    To WS-RG-ATIV-A(WS-QTD-REGRAS)
            Move SR-ATIV-B    To WS-RG-ATIV-B(WS-QTD-REGRAS)
            Move Zeros        To WS-RG-QTD(WS-QTD-REGRAS)
         Else
            Move "S" To WS-TABELA-CHEIA
         End-if
      End-if
      Perform Le-Proxima-Regra Thru Le-Proxima-Regra-Exit
   End-Perform.
 Carrega-Regras-Exit.
   Exit.
*
 Le-Proxima-Regra.
   Read SODREGRA Next Record
      At End Move "10" To Stat-SODREGRA
   End-Read.
 Le-Proxima-Regra-Exit.
   Exit.
*
 Carrega-Usuarios.
   Move Zeros To WS-QTD-USUARIOS
   Perform Le-Proximo-Usuario Thru Le-Proximo-Usuario-Exit
   Perform Until Fim-USUARIOS
      If WS-QTD-USUARIOS < max-usuarios
         Add 1 To WS-QTD-USUARIOS
         Move US-CODIGO To WS-UT-CODIGO(WS-QTD-USUARIOS)
         Move US-NOME   To WS-UT-NOME(WS-QTD-USUARIOS)
         Move US-SITU   To WS-UT-SITU(WS-QTD-USUARIOS)
         Move US-P953   To WS-UT-P953(WS-QTD-USUARIOS)
         Move US-PCRED  To WS-UT-PCRED(WS-QTD-USUARIOS)
         Move US-P959   To WS-UT-P959(WS-QTD-USUARIOS)
         Move US-PAPRV  To WS-UT-PAPRV(WS-QTD-USUARIOS)
      Else
         Move "S" To WS-TABELA-CHEIA
      End-if
      Perform Le-Proximo-Usuario Thru Le-Proximo-Usuario-Exit
   End-Perform.
 Carrega-Usuarios-Exit.
   Exit.
*
 Le-Proximo-Usuario.
   Read USUARIOS Next Record
      At End Move "10" To Stat-USUARIOS
   End-Read.
 Le-Proximo-Usuario-Exit.
   Exit.
*
*  WS-UT-ACHADO = the operator whose US-NOME is WS-BUSCA-NOME,
*  zero for a stamp that is not an operator.
 Busca-Usuario-Nome.
   Move Zeros To WS-UT-ACHADO
   If WS-BUSCA-NOME = Spaces
      Go To Busca-Usuario-Nome-Exit
   End-if
   Perform Varying WS-UT-IDX From 1 By 1
             Until WS-UT-IDX > WS-QTD-USUARIOS
                Or WS-UT-ACHADO > Zeros
      If WS-UT-NOME(WS-UT-IDX) = WS-BUSCA-NOME
         Move WS-UT-IDX To WS-UT-ACHADO
      End-if
   End-Perform.
 Busca-Usuario-Nome-Exit.
   Exit.
*
 Busca-Usuario-Codigo.
   Move Zeros To WS-UT-ACHADO
   If WS-BUSCA-CODIGO = Spaces
      Go To Busca-Usuario-Codigo-Exit
   End-if
   Perform Varying WS-UT-IDX From 1 By 1
             Until WS-UT-IDX > WS-QTD-USUARIOS
                Or WS-UT-ACHADO > Zeros
      If WS-UT-CODIGO(WS-UT-IDX) = WS-BUSCA-CODIGO
         Move WS-UT-IDX To WS-UT-ACHADO
      End-if
   End-Perform.
 Busca-Usuario-Codigo-Exit.
   Exit.
*
*  Every move into liberado an operator made up to the month's
*  end - ORDE-LIBE keeps only the last one.
 Carrega-Liberacoes.
   Move Zeros To WS-QTD-LIB
   Move Spaces to PathSITHIST.
   String Lk-Unidade           Delimited By Size
          "\DADOS\SITHIST.DAT" Delimited By Size
          Into PathSITHIST
   End-String.
   Open Input SITHIST
   If Not Valido-SITHIST
      Go To Carrega-Liberacoes-Exit
   End-if
   Perform Le-Proxima-Historia Thru Le-Proxima-Historia-Exit
   Perform Until Fim-SITHIST
      If SH-PARA = 1 And SH-DATA Not > WS-DATA-ATE
         Move SH-OPERADOR To WS-BUSCA-NOME
         Perform Busca-Usuario-Nome Thru Busca-Usuario-Nome-Exit
         If WS-UT-ACHADO > Zeros
            If WS-QTD-LIB < max-liberacoes
               Add 1 To WS-QTD-LIB
               Move SH-NUME     To WS-LB-NUME(WS-QTD-LIB)
               Move SH-OPERADOR To WS-LB-OPERADOR(WS-QTD-LIB)
               Move SH-DATA     To WS-LB-DATA(WS-QTD-LIB)
            Else
               Move "S" To WS-TABELA-CHEIA
            End-if
         End-if
      End-if
      Perform Le-Proxima-Historia Thru Le-Proxima-Historia-Exit
   End-Perform
   Close SITHIST.
 Carrega-Liberacoes-Exit.
   Exit.
*
 Le-Proxima-Historia.
   Read SITHIST
      At End Move "10" To Stat-SITHIST
   End-Read.
 Le-Proxima-Historia-Exit.
   Exit.
*
*  A freight payable settled by an operator counts against every
*  order its CTRC carries. Demurrage (PG-ORIGEM E) is no order's.
 Carrega-Fretes.
   Move Zeros To WS-QTD-FRT
   Move Spaces to PathCTRCPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CTRCPAG.DAT" Delimited By Size
          Into PathCTRCPAG
   End-String.
   Open Input CTRCPAG
   If Not Valido-CTRCPAG
      Go To Carrega-Fretes-Exit
   End-if
   Move Spaces to PathCTRC.
   String Lk-Unidade        Delimited By Size
          "\DADOS\CTRC.DAT" Delimited By Size
          Into PathCTRC
   End-String.
   Open Input CTRC
   If Not Valido-CTRC
      Close CTRCPAG
      Go To Carrega-Fretes-Exit
   End-if
   Perform Le-Proximo-Pagavel Thru Le-Proximo-Pagavel-Exit
   Perform Until Fim-CTRCPAG
      If Pagavel-Frete And PG-OPER-PG Not = Spaces
         And PG-DTPG Not > WS-DATA-ATE
         Move PG-OPER-PG To WS-BUSCA-NOME
         Perform Busca-Usuario-Nome Thru Busca-Usuario-Nome-Exit
         If WS-UT-ACHADO > Zeros
            Perform Guarda-Frete Thru Guarda-Frete-Exit
         End-if
      End-if
      Perform Le-Proximo-Pagavel Thru Le-Proximo-Pagavel-Exit
   End-Perform
   Close CTRC.
   Close CTRCPAG.
 Carrega-Fretes-Exit.
   Exit.
*
 Le-Proximo-Pagavel.
   Read CTRCPAG Next Record
      At End Move "10" To Stat-CTRCPAG
   End-Read.
 Le-Proximo-Pagavel-Exit.
   Exit.
*
 Guarda-Frete.
   Move PG-TRAN   To CT-TRAN
   Move PG-NUMERO To CT-NUMERO
   Read CTRC
      Invalid Key Continue
   End-Read
   If Not Valido-CTRC
      Go To Guarda-Frete-Exit
   End-if
   Perform Varying WS-PED-IDX From 1 By 1 Until WS-PED-IDX > 20
      If CT-PEDIDO(WS-PED-IDX) > Zeros
         If WS-QTD-FRT < max-fretes
            Add 1 To WS-QTD-FRT
            Move CT-PEDIDO(WS-PED-IDX) To WS-FT-NUME(WS-QTD-FRT)
            Move PG-TRAN    To WS-FT-TRAN(WS-QTD-FRT)
            Move PG-NUMERO  To WS-FT-CTRC(WS-QTD-FRT)
            Move PG-OPER-PG To WS-FT-OPERADOR(WS-QTD-FRT)
            Move PG-DTPG    To WS-FT-DATA(WS-QTD-FRT)
         Else
            Move "S" To WS-TABELA-CHEIA
         End-if
      End-if
   End-Perform.
 Guarda-Frete-Exit.
   Exit.
*
 Le-Proxima-Ordem.
   Read ORDE Next Record
      At End Move "10" To Stat-ORDE
   End-Read.
 Le-Proxima-Ordem-Exit.
   Exit.
*
*  Everything done to the order in hand, by whom and when.
 Monta-Eventos.
   Move Zeros To WS-QTD-EVENTOS
   Move ORDE-NUME To WS-NUME-ED
   Move Spaces To WS-NOVO-DOC
   String "PEDIDO " WS-NUME-ED Delimited By Size Into WS-NOVO-DOC
   End-String

   Move "IN"           To WS-NOVO-ATIV
   Move ORDE-INCL      To WS-NOVO-OPERADOR
   Move ORDE-DTIN      To WS-NOVO-DATA
   Perform Guarda-Evento Thru Guarda-Evento-Exit
   Move "AL"           To WS-NOVO-ATIV
   Move ORDE-ALTE      To WS-NOVO-OPERADOR
   Move ORDE-DTAL      To WS-NOVO-DATA
   Perform Guarda-Evento Thru Guarda-Evento-Exit
   Move "LC"           To WS-NOVO-ATIV
   Move ORDE-LIBE      To WS-NOVO-OPERADOR
   Move ORDE-DTLB      To WS-NOVO-DATA
   Perform Guarda-Evento Thru Guarda-Evento-Exit

   Move ORDE-NUME To WS-NUME-COMPARA
   Perform Varying WS-LB-IDX From 1 By 1
             Until WS-LB-IDX > WS-QTD-LIB
      If WS-LB-NUME(WS-LB-IDX) = WS-NUME-COMPARA
         Move "LC"                     To WS-NOVO-ATIV
         Move WS-LB-OPERADOR(WS-LB-IDX) To WS-NOVO-OPERADOR
         Move WS-LB-DATA(WS-LB-IDX)     To WS-NOVO-DATA
         Perform Guarda-Evento Thru Guarda-Evento-Exit
      End-if
   End-Perform

   Perform Varying WS-FT-IDX From 1 By 1
             Until WS-FT-IDX > WS-QTD-FRT
      If WS-FT-NUME(WS-FT-IDX) = ORDE-NUME
         Move "PF"                      To WS-NOVO-ATIV
         Move WS-FT-OPERADOR(WS-FT-IDX) To WS-NOVO-OPERADOR
         Move WS-FT-DATA(WS-FT-IDX)     To WS-NOVO-DATA
         Move WS-FT-TRAN(WS-FT-IDX)     To WS-TRAN-ED
         Move WS-FT-CTRC(WS-FT-IDX)     To WS-NUME-ED
         Move Spaces To WS-NOVO-DOC
         String "CTRC " WS-TRAN-ED "/" WS-NUME-ED
                Delimited By Size Into WS-NOVO-DOC
         End-String
         Perform Guarda-Evento Thru Guarda-Evento-Exit
      End-if
   End-Perform

   If Tem-Repreco
      Perform Eventos-Reajuste Thru Eventos-Reajuste-Exit
   End-if
   If Tem-Altpend
      Perform Eventos-Aprovacao Thru Eventos-Aprovacao-Exit
   End-if
   If Tem-Titulos
      Perform Eventos-Titulos Thru Eventos-Titulos-Exit
   End-if
   If Tem-Adiant
      Perform Eventos-Adiantamento Thru Eventos-Adiantamento-Exit
   End-if.
 Monta-Eventos-Exit.
   Exit.
*
 Eventos-Reajuste.
   Move ORDE-NUME  To RP-NUME
   Move Zeros      To RP-PROD
   Move Low-Values To RP-VIGENCIA
   Start REPRECO Key Is Not Less RP-CHAVE
      Invalid Key
         Go To Eventos-Reajuste-Exit
   End-Start
   Read REPRECO Next Record
      At End Move "10" To Stat-REPRECO
   End-Read
   Perform Until Not Valido-REPRECO Or RP-NUME Not = ORDE-NUME
      Move "RP"     To WS-NOVO-ATIV
      Move RP-OPER  To WS-NOVO-OPERADOR
      Move RP-DTIN  To WS-NOVO-DATA
      Move RP-PROD  To WS-PROD-ED
      Move Spaces To WS-NOVO-DOC
      String "REAJUSTE PROD " WS-PROD-ED
             Delimited By Size Into WS-NOVO-DOC
      End-String
      Perform Guarda-Evento Thru Guarda-Evento-Exit
      Read REPRECO Next Record
         At End Move "10" To Stat-REPRECO
      End-Read
   End-Perform.
 Eventos-Reajuste-Exit.
   Exit.
*
*  ALTPEND keeps the approving supervisor's code, not the name
*  the other stamps carry.
 Eventos-Aprovacao.
   Move ORDE-NUME To AR-NUME
   Move Zeros     To AR-SEQ
   Start ALTPEND Key Is Not Less AR-CHAVE
      Invalid Key
         Go To Eventos-Aprovacao-Exit
   End-Start
   Read ALTPEND Next Record
      At End Move "10" To Stat-ALTPEND
   End-Read
   Perform Until Not Valido-ALTPEND Or AR-NUME Not = ORDE-NUME
      If Alteracao-Aprovada Or Alteracao-Efetivada
         Move AR-SUPERVISOR To WS-BUSCA-CODIGO
         Perform Busca-Usuario-Codigo Thru Busca-Usuario-Codigo-Exit
         If WS-UT-ACHADO > Zeros
            Move "AP"     To WS-NOVO-ATIV
            Move WS-UT-NOME(WS-UT-ACHADO) To WS-NOVO-OPERADOR
            Move AR-DTDEC To WS-NOVO-DATA
            Move AR-SEQ   To WS-SEQ-ED
            Move Spaces To WS-NOVO-DOC
            String "ALTERACAO " WS-SEQ-ED
                   Delimited By Size Into WS-NOVO-DOC
            End-String
            Perform Guarda-Evento Thru Guarda-Evento-Exit
         End-if
      End-if
      Read ALTPEND Next Record
         At End Move "10" To Stat-ALTPEND
      End-Read
   End-Perform.
 Eventos-Aprovacao-Exit.
   Exit.
*
 Eventos-Titulos.
   Move ORDE-NUME To TI-NUME
   Move Zeros     To TI-PARC
   Start TITULOS Key Is Not Less TI-CHAVE
      Invalid Key
         Go To Eventos-Titulos-Exit
   End-Start
   Read TITULOS Next Record
      At End Move "10" To Stat-TITULOS
   End-Read
   Perform Until Not Valido-TITULOS Or TI-NUME Not = ORDE-NUME
      If TI-OPER-PG Not = Spaces
         Move "BT"         To WS-NOVO-ATIV
         Move TI-OPER-PG   To WS-NOVO-OPERADOR
         Move TI-DTPG      To WS-NOVO-DATA
         Move TI-NUME      To WS-NUME-ED
         Move TI-PARC      To WS-PARC-ED
         Move Spaces To WS-NOVO-DOC
         String "TITULO " WS-NUME-ED "/" WS-PARC-ED
                Delimited By Size Into WS-NOVO-DOC
         End-String
         Perform Guarda-Evento Thru Guarda-Evento-Exit
      End-if
      Read TITULOS Next Record
         At End Move "10" To Stat-TITULOS
      End-Read
   End-Perform.
 Eventos-Titulos-Exit.
   Exit.
*
*  An advance is the client's, not the order's: each one of the
*  order's client stands beside the order's own activities.
 Eventos-Adiantamento.
   Move ORDE-CLIE To AD-CLIE
   Move Zeros     To AD-SEQ
   Start ADIANT Key Is Not Less AD-CHAVE
      Invalid Key
         Go To Eventos-Adiantamento-Exit
   End-Start
   Read ADIANT Next Record
      At End Move "10" To Stat-ADIANT
   End-Read
   Perform Until Not Valido-ADIANT Or AD-CLIE Not = ORDE-CLIE
      Move "AD"    To WS-NOVO-ATIV
      Move AD-OPER To WS-NOVO-OPERADOR
      Move AD-DTIN To WS-NOVO-DATA
      Move AD-CLIE To WS-CLIE-ED
      Move AD-SEQ  To WS-SEQ-ED
      Move Spaces To WS-NOVO-DOC
      String "ADIANT " WS-CLIE-ED "/" WS-SEQ-ED
             Delimited By Size Into WS-NOVO-DOC
      End-String
      Perform Guarda-Evento Thru Guarda-Evento-Exit
      Read ADIANT Next Record
         At End Move "10" To Stat-ADIANT
      End-Read
   End-Perform.
 Eventos-Adiantamento-Exit.
   Exit.
*
*  Kept only when it is an operator's, dated no later than the
*  month, and not already there (ORDE-LIBE repeats the last
*  SITHIST release). A date the sync brought as AAAA-MM-DD is
*  taken as AAAAMMDD, the PROG1037 way.
 Guarda-Evento.
   Move Spaces To WS-DATA-NORM
   If WS-NOVO-DATA(5:1) = "-"
      Move WS-NOVO-DATA(1:4) To WS-DATA-NORM(1:4)
      Move WS-NOVO-DATA(6:2) To WS-DATA-NORM(5:2)
      Move WS-NOVO-DATA(9:2) To WS-DATA-NORM(7:2)
   Else
      Move WS-NOVO-DATA(1:8) To WS-DATA-NORM
   End-if
   If WS-DATA-NORM Not Numeric Or WS-DATA-NORM > WS-DATA-ATE
      Go To Guarda-Evento-Exit
   End-if
   Move WS-NOVO-OPERADOR To WS-BUSCA-NOME
   Perform Busca-Usuario-Nome Thru Busca-Usuario-Nome-Exit
   If WS-UT-ACHADO = Zeros
      Go To Guarda-Evento-Exit
   End-if
   Move "N" To WS-REPETIDO
   Perform Varying WS-EV-I From 1 By 1
             Until WS-EV-I > WS-QTD-EVENTOS Or Evento-Repetido
      If WS-EV-ATIV(WS-EV-I)     = WS-NOVO-ATIV
         And WS-EV-OPERADOR(WS-EV-I) = WS-NOVO-OPERADOR
         And WS-EV-DATA(WS-EV-I)     = WS-DATA-NORM
         And WS-EV-DOC(WS-EV-I)      = WS-NOVO-DOC
         Move "S" To WS-REPETIDO
      End-if
   End-Perform
   If Evento-Repetido
      Go To Guarda-Evento-Exit
   End-if
   If WS-QTD-EVENTOS Not < max-eventos
      Move "S" To WS-TABELA-CHEIA
      Add 1 To WS-T-EVENTOS-FORA
      Go To Guarda-Evento-Exit
   End-if
   Add 1 To WS-QTD-EVENTOS
   Move WS-NOVO-ATIV     To WS-EV-ATIV(WS-QTD-EVENTOS)
   Move WS-NOVO-OPERADOR To WS-EV-OPERADOR(WS-QTD-EVENTOS)
   Move WS-DATA-NORM     To WS-EV-DATA(WS-QTD-EVENTOS)
   Move WS-NOVO-DOC      To WS-EV-DOC(WS-QTD-EVENTOS).
 Guarda-Evento-Exit.
   Exit.
*
*  Every pair by the same hand, against every active rule.
 Confronta-Eventos.
   Perform Varying WS-EV-I From 1 By 1
             Until WS-EV-I > WS-QTD-EVENTOS
      Perform Varying WS-EV-J From WS-EV-I By 1
                Until WS-EV-J > WS-QTD-EVENTOS
         If WS-EV-J > WS-EV-I
            And WS-EV-OPERADOR(WS-EV-I) = WS-EV-OPERADOR(WS-EV-J)
            Perform Confronta-Par Thru Confronta-Par-Exit
         End-if
      End-Perform
   End-Perform.
 Confronta-Eventos-Exit.
   Exit.
*
 Confronta-Par.
   Move WS-EV-DATA(WS-EV-I) To WS-DATA-MAIOR
   If WS-EV-DATA(WS-EV-J) > WS-DATA-MAIOR
      Move WS-EV-DATA(WS-EV-J) To WS-DATA-MAIOR
   End-if
   If WS-DATA-MAIOR < WS-DATA-DE
      Go To Confronta-Par-Exit
   End-if
   Perform Varying WS-RG-IDX From 1 By 1
             Until WS-RG-IDX > WS-QTD-REGRAS
      If (WS-RG-ATIV-A(WS-RG-IDX) = WS-EV-ATIV(WS-EV-I)
          And WS-RG-ATIV-B(WS-RG-IDX) = WS-EV-ATIV(WS-EV-J))
         Or (WS-RG-ATIV-A(WS-RG-IDX) = WS-EV-ATIV(WS-EV-J)
          And WS-RG-ATIV-B(WS-RG-IDX) = WS-EV-ATIV(WS-EV-I))
         Perform Imprime-Conflito Thru Imprime-Conflito-Exit
      End-if
   End-Perform.
 Confronta-Par-Exit.
   Exit.
*
 Imprime-Cabecalho.
   Move Spaces To SODREL-REGI
   String "CONFLITOS DE SEGREGACAO DE FUNCOES - MES "
          WS-MES-PEDIDO(5:2) "/" WS-MES-PEDIDO(1:4)
          " - UNIDADE " Lk-Unidade
          Delimited By Size Into SODREL-REGI
   End-String
   Write SODREL-REGI
   Move Spaces To SODREL-REGI
   Write SODREL-REGI
   String "RGR OPERADOR             PEDIDO CLIE AT DOCUMENTO"
          "            DATA       AT DOCUMENTO            DATA"
          Delimited By Size Into SODREL-REGI
   End-String
   Write SODREL-REGI.
 Imprime-Cabecalho-Exit.
   Exit.
*
 Imprime-Conflito.
   Add 1 To WS-T-CONFLITOS
   Add 1 To WS-RG-QTD(WS-RG-IDX)
   Move WS-RG-CODIGO(WS-RG-IDX) To WS-REGRA-ED
   Move ORDE-NUME To WS-NUME-ED
   Move ORDE-CLIE To WS-CLIE-ED
   Move Spaces To WS-DATA-A-ED WS-DATA-B-ED
   String WS-EV-DATA(WS-EV-I)(7:2) "/" WS-EV-DATA(WS-EV-I)(5:2) "/"
          WS-EV-DATA(WS-EV-I)(1:4)
          Delimited By Size Into WS-DATA-A-ED
   End-String
   String WS-EV-DATA(WS-EV-J)(7:2) "/" WS-EV-DATA(WS-EV-J)(5:2) "/"
          WS-EV-DATA(WS-EV-J)(1:4)
          Delimited By Size Into WS-DATA-B-ED
   End-String
   Move Spaces To SODREL-REGI
   String WS-REGRA-ED " " WS-EV-OPERADOR(WS-EV-I) " "
          WS-NUME-ED " " WS-CLIE-ED " "
          WS-EV-ATIV(WS-EV-I) " " WS-EV-DOC(WS-EV-I) " "
          WS-DATA-A-ED " "
          WS-EV-ATIV(WS-EV-J) " " WS-EV-DOC(WS-EV-J) " "
          WS-DATA-B-ED
          Delimited By Size Into SODREL-REGI
   End-String
   Write SODREL-REGI.
 Imprime-Conflito-Exit.
   Exit.
*
 Imprime-Totais.
   Move Spaces To SODREL-REGI
   Write SODREL-REGI
   Move "CONFLITOS POR REGRA" To SODREL-REGI
   Write SODREL-REGI
   Perform Varying WS-RG-IDX From 1 By 1
             Until WS-RG-IDX > WS-QTD-REGRAS
      Move WS-RG-CODIGO(WS-RG-IDX) To WS-REGRA-ED
      Move WS-RG-QTD(WS-RG-IDX)    To WS-QTD-ED
      Move Spaces To SODREL-REGI
      String WS-REGRA-ED " " WS-RG-ATIV-A(WS-RG-IDX) " x "
             WS-RG-ATIV-B(WS-RG-IDX) " " WS-RG-DESCRICAO(WS-RG-IDX)
             " " WS-QTD-ED
             Delimited By Size Into SODREL-REGI
      End-String
      Write SODREL-REGI
   End-Perform
   Move WS-T-CONFLITOS To WS-QTD-ED
   Move Spaces To SODREL-REGI
   String "TOTAL DE CONFLITOS NO MES: " WS-QTD-ED
          Delimited By Size Into SODREL-REGI
   End-String
   Write SODREL-REGI
   If Tabela-Cheia
      Move Spaces To SODREL-REGI
      Move "ATENCAO: TABELA INTERNA CHEIA - RELATORIO INCOMPLETO"
           To SODREL-REGI
      Write SODREL-REGI
   End-if.
 Imprime-Totais-Exit.
   Exit.
*
*  Active operators whose bytes open both sides of an active rule.
 Imprime-Exposicao.
   Move Spaces To SODREL-REGI
   Write SODREL-REGI
   Move "OPERADORES COM PERMISSAO PARA QUEBRAR UMA REGRA"
        To SODREL-REGI
   Write SODREL-REGI
   Move "(US-P953 / US-PCRED / US-P959 / US-PAPRV EM USUARIOS.DAT)"
        To SODREL-REGI
   Write SODREL-REGI
   Move Spaces To SODREL-REGI
   Write SODREL-REGI
   Move "CODIGO   OPERADOR             RGR ATIVIDADES  REGRA"
        To SODREL-REGI
   Write SODREL-REGI
   Perform Varying WS-UT-IDX From 1 By 1
             Until WS-UT-IDX > WS-QTD-USUARIOS
      If WS-UT-SITU(WS-UT-IDX) = "A"
         Perform Varying WS-RG-IDX From 1 By 1
                   Until WS-RG-IDX > WS-QTD-REGRAS
            Perform Verifica-Exposicao Thru Verifica-Exposicao-Exit
         End-Perform
      End-if
   End-Perform
   Move WS-T-EXPOSTOS To WS-QTD-ED
   Move Spaces To SODREL-REGI
   String "TOTAL OPERADOR x REGRA: " WS-QTD-ED
          Delimited By Size Into SODREL-REGI
   End-String
   Write SODREL-REGI.
 Imprime-Exposicao-Exit.
   Exit.
*
 Verifica-Exposicao.
   Move WS-RG-ATIV-A(WS-RG-IDX) To WS-PERM-BUSCA
   Perform Verifica-Permissao Thru Verifica-Permissao-Exit
   Move WS-PERM-OK To WS-PERM-A
   Move WS-RG-ATIV-B(WS-RG-IDX) To WS-PERM-BUSCA
   Perform Verifica-Permissao Thru Verifica-Permissao-Exit
   If WS-PERM-A Not = "S" Or Not Permissao-Aberta
      Go To Verifica-Exposicao-Exit
   End-if
   Add 1 To WS-T-EXPOSTOS
   Move WS-RG-CODIGO(WS-RG-IDX) To WS-REGRA-ED
   Move Spaces To SODREL-REGI
   String WS-UT-CODIGO(WS-UT-IDX) " " WS-UT-NOME(WS-UT-IDX) " "
          WS-REGRA-ED " " WS-RG-ATIV-A(WS-RG-IDX) " x "
          WS-RG-ATIV-B(WS-RG-IDX) "     " WS-RG-DESCRICAO(WS-RG-IDX)
          Delimited By Size Into SODREL-REGI
   End-String
   Write SODREL-REGI.
 Verifica-Exposicao-Exit.
   Exit.
*
*  WS-PERM-OK "S" when the operator in WS-UT-IDX carries the byte
*  that opens activity WS-PERM-BUSCA.
 Verifica-Permissao.
   Move "N" To WS-PERM-OK
   Perform Varying WS-PED-IDX From 1 By 1
             Until WS-PED-IDX > sod-qtd-atividades
      If SOD-AT-CODIGO(WS-PED-IDX) = WS-PERM-BUSCA
         Evaluate SOD-AT-PERMISSAO(WS-PED-IDX)
            When "3"
               Move WS-UT-P953(WS-UT-IDX)  To WS-PERM-OK
            When "C"
               Move WS-UT-PCRED(WS-UT-IDX) To WS-PERM-OK
            When "9"
               Move WS-UT-P959(WS-UT-IDX)  To WS-PERM-OK
            When "A"
               Move WS-UT-PAPRV(WS-UT-IDX) To WS-PERM-OK
         End-Evaluate
      End-if
   End-Perform.
 Verifica-Permissao-Exit.
   Exit.
