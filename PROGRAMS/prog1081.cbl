*PAGAMENTOS SUSPEITOS - FRETES (CTRC/CTRCPAG) E BAIXAS (TITULOS)
 Identification Division.
 Program-Id. PROG1081.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CTRC.SL".
   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\CONCIL.SL".
   Copy "..\COPY\SUSPEITA.SL".
   Copy "..\COPY\SUSPREL.SL".
*
 Data Division.
 File Section.
$XFD FILE=CTRC
   Copy "..\COPY\CTRC.FD".
$XFD FILE=CTRCPAG
   Copy "..\COPY\CTRCPAG.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=CONCIL
   Copy "..\COPY\CONCIL.FD".
$XFD FILE=SUSPEITA
   Copy "..\COPY\SUSPEITA.FD".
   Copy "..\COPY\SUSPREL.FD".
*
 Working-Storage Section.
*
*  The look before the money leaves. Every CTRC of the last
*  SUSPEITA-JANELA days (default 180) is read into a table; the
*  ones still to be paid - no payable yet, or a payable aberto -
*  are held against the rest:
*    VD  the same carrier billed the same value within
*        SUSPEITA-DIAS days (default 5) - a conhecimento typed
*        twice under two numbers passes PROG968 both times;
*    PD  one of its orders is on another CTRC too;
*    PA  its value is above the ORDE-FRET + ORDE-ICFR of its
*        orders by more than SUSPEITA-EXCESSO-PCT (default 0) -
*        the FRETE-TOLERANCIA PROG921 forgives is still shown.
*  Every payable is also checked for PP, paid above its own
*  value. On the receivable side every title is checked for TP,
*  paid above TI-VALOR plus the most JUROS-TAXA-MES/MULTA-PCT
*  could add for the days late (counted calendar, so a real
*  PROG959 settlement never trips it), and CONCIL.DAT for CD:
*  two titles the reconciliation tied to the same bank movement,
*  or a title settlement the bank never moved whose twin (same
*  bank, value and date) the reconciliation already matched -
*  one credit, two baixas.
*  Each finding is one SUSPEITA.DAT row, retida; PROG922 refuses
*  a payable with a retida row until PROG1082 clears it. A row is
*  written once: a cleared one stays cleared on later runs.
*  SUSPREL.REL lists every row still retida.
*
 01  Stat-CTRC           PIC X(002).
     88 Valido-CTRC      Value "00" THRU "09".
     88 Fim-CTRC         Value "10".
 01  PATHCTRC            PIC X(060).
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Fim-CTRCPAG      Value "10".
 01  PATHCTRCPAG         PIC X(060).
 01  WS-TEM-CTRCPAG      PIC X(001) VALUE "N".
     88 Tem-Ctrcpag      Value "S".
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
 01  Stat-CONCIL         PIC X(002).
     88 Valido-CONCIL    Value "00" THRU "09".
     88 Fim-CONCIL       Value "10".
 01  PATHCONCIL          PIC X(060).
 01  Stat-SUSPEITA       PIC X(002).
     88 Valido-SUSPEITA  Value "00" THRU "09".
     88 Duplicado-SUSPEITA Value "22".
     88 Fim-SUSPEITA     Value "10".
 01  PATHSUSPEITA        PIC X(060).
 01  Stat-SUSPREL        PIC X(002).
     88 Valido-SUSPREL   Value "00" THRU "09".
 01  PATHSUSPREL         PIC X(060).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-DIAS-VALOR       PIC S9(005) COMP-5 VALUE 5.
 01  WS-JANELA           PIC S9(005) COMP-5 VALUE 180.
 01  WS-EXCESSO-PCT      PIC S9(003)V9999 VALUE ZEROS.
 01  WS-JUROS-TAXA-MES   PIC S9(003)V9999 VALUE ZEROS.
 01  WS-MULTA-PCT        PIC S9(003)V9999 VALUE ZEROS.
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-DIAS-HOJE        PIC S9(009) COMP-5.
 01  WS-DIAS-INICIO      PIC S9(009) COMP-5.
 01  WS-DIAS-CALC        PIC S9(009) COMP-5.
 01  WS-DIAS-DIF         PIC S9(009) COMP-5.
 01  WS-DATA-BRUTA       PIC X(010).
 01  WS-DATA-NORM        PIC X(008).
 01  WS-DATA-NORM-R REDEFINES WS-DATA-NORM.
     03 WS-DN-ANO        PIC 9(004).
     03 WS-DN-MES        PIC 9(002).
     03 WS-DN-DIA        PIC 9(002).
*
*  The CTRCs of the window.
 78  max-ctrcs           value 3000.
 01  WS-CTRC-TAB.
     03 WS-CTRC-ITEM occurs 3000 times.
        05 WS-CT-TRAN       PIC S9(004) COMP-5.
        05 WS-CT-NUMERO     PIC S9(006) COMP-5.
        05 WS-CT-VALOR      PIC S9(011)V99 COMP-3.
        05 WS-CT-DIAS       PIC S9(009) COMP-5.
        05 WS-CT-DATA       PIC X(008).
        05 WS-CT-A-PAGAR    PIC X(001).
        05 WS-CT-PEDIDO     PIC S9(006) COMP-5 OCCURS 20.
 01  WS-QTD-CTRCS        PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-CI               PIC 9(004) COMP-X.
 01  WS-CJ               PIC 9(004) COMP-X.
 01  WS-PI               PIC 9(002) COMP-X.
 01  WS-PJ               PIC 9(002) COMP-X.
 01  WS-PARCEIRO         PIC 9(004) COMP-X.
 01  WS-PEDIDO-PARCEIRO  PIC S9(006) COMP-5.
 01  WS-QTD-PARCEIROS    PIC 9(004) COMP-X.
*
*  The title side of CONCIL.DAT.
 78  max-livros          value 5000.
 01  WS-LIVRO-TAB.
     03 WS-LIVRO-ITEM occurs 5000 times.
        05 WS-LV-BANCO      PIC X(003).
        05 WS-LV-NUME       PIC 9(006).
        05 WS-LV-PARC       PIC 9(002).
        05 WS-LV-DATA       PIC X(008).
        05 WS-LV-VALOR      PIC S9(012)V99 COMP-3.
        05 WS-LV-SITU       PIC X(001).
        05 WS-LV-PAR        PIC X(044).
 01  WS-QTD-LIVROS       PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-LI               PIC 9(004) COMP-X.
 01  WS-LJ               PIC 9(004) COMP-X.
 01  WS-IDENT-LIVRO      PIC X(040).
 01  WS-IDENT-TITULO REDEFINES WS-IDENT-LIVRO.
     03 WS-IDT-TIPO      PIC X(001).
     03 WS-IDT-NUME      PIC 9(006).
     03 WS-IDT-PARC      PIC 9(002).
     03 FILLER           PIC X(031).
*
 01  WS-TABELA-CHEIA     PIC X(001) VALUE "N".
     88 Tabela-Cheia     Value "S".
 01  WS-FRETE-APURADO    PIC S9(011)V99 COMP-3.
 01  WS-LIMITE           PIC S9(012)V99 COMP-3.
 01  WS-SEM-PEDIDO       PIC X(001).
 01  WS-DIAS-ATRASO      PIC S9(009) COMP-5.
*
*  The row about to be written.
 01  WS-SU-ORIGEM        PIC X(001).
 01  WS-SU-DOC-1         PIC S9(006) COMP-5.
 01  WS-SU-DOC-2         PIC S9(006) COMP-5.
 01  WS-SU-MOTIVO        PIC X(002).
 01  WS-SU-DETALHE       PIC X(060).
 01  WS-SU-VALOR         PIC S9(012)V99 COMP-3.
*
 01  WS-TRAN-ED          PIC Z(003)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-PEDIDO-ED        PIC Z(005)9.
 01  WS-PARC-ED          PIC 99.
 01  WS-DATA-ED          PIC X(010).
 01  WS-VALOR-ED         PIC ZZZZZZZZZ9,99.
 01  WS-VALOR2-ED        PIC ZZZZZZZZZ9,99.
 01  WS-QTD-ED           PIC Z(005)9.
 01  WS-QTD-NOVAS        PIC 9(006) VALUE ZEROS.
 01  WS-QTD-RETIDAS      PIC 9(006) VALUE ZEROS.
 01  WS-NOVA             PIC X(001).
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
   Perform Carrega-Parametros Thru Carrega-Parametros-Exit
   Move WS-DATA-SISTEMA To WS-DATA-BRUTA
   Perform Calcula-Dias Thru Calcula-Dias-Exit
   Move WS-DIAS-CALC To WS-DIAS-HOJE
   Compute WS-DIAS-INICIO = WS-DIAS-HOJE - WS-JANELA

   Move Spaces to PathSUSPEITA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\SUSPEITA.DAT" Delimited By Size
          Into PathSUSPEITA
   End-String.
   Open I-O SUSPEITA
   If Not Valido-SUSPEITA
      Open Output SUSPEITA
      Close SUSPEITA
      Open I-O SUSPEITA
   End-if.
   If Not Valido-SUSPEITA
      Display "erro SUSPEITA " Stat-SUSPEITA
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathORDE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Close SUSPEITA
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move Spaces to PathCTRCPAG.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CTRCPAG.DAT" Delimited By Size
          Into PathCTRCPAG
   End-String.
   Open Input CTRCPAG
   If Valido-CTRCPAG
      Move "S" To WS-TEM-CTRCPAG
   End-if.

   Perform Carrega-Ctrcs Thru Carrega-Ctrcs-Exit
   Perform Varying WS-CI From 1 By 1 Until WS-CI > WS-QTD-CTRCS
      If WS-CT-A-PAGAR(WS-CI) = "S"
         Perform Avalia-Ctrc Thru Avalia-Ctrc-Exit
      End-if
   End-Perform
   If Tem-Ctrcpag
      Perform Avalia-Pagaveis Thru Avalia-Pagaveis-Exit
      Close CTRCPAG
   End-if
   Close ORDE.

   Perform Avalia-Titulos Thru Avalia-Titulos-Exit
   Perform Avalia-Conciliacao Thru Avalia-Conciliacao-Exit

   Move Spaces to PathSUSPREL.
   String Lk-Unidade           Delimited By Size
          "\DADOS\SUSPREL.REL" Delimited By Size
          Into PathSUSPREL
   End-String.
   Open Output SUSPREL
   If Not Valido-SUSPREL
      Display "erro SUSPREL " Stat-SUSPREL
      Close SUSPEITA
      Move 1 To Return-Code
      Exit Program
   End-if.
   Perform Imprime-Retidas Thru Imprime-Retidas-Exit
   Close SUSPREL.
   Close SUSPEITA.
   Move "PROG1081" To WS-SP-PROGRAMA
   Move "SUSPREL.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-NOVAS To WS-QTD-ED
   Display WS-QTD-ED " suspeita(s) nova(s),"
   Move WS-QTD-RETIDAS To WS-QTD-ED
   Display WS-QTD-ED " retida(s) em 'SUSPREL.REL' - libere no"
           " PROG1082."
   If Tabela-Cheia
      Display "ATENCAO: tabela interna cheia - verificacao parcial."
   End-if.
   Exit Program.
*
 Carrega-Parametros.
   Move "SUSPEITA-DIAS" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM Not < Zeros
      Move WS-PARAM-NUM To WS-DIAS-VALOR
   End-if
   Move "SUSPEITA-JANELA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM > Zeros
      Move WS-PARAM-NUM To WS-JANELA
   End-if
   Move "SUSPEITA-EXCESSO-PCT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-NUM Not < Zeros
      Move WS-PARAM-NUM To WS-EXCESSO-PCT
   End-if
   Move "JUROS-TAXA-MES" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-JUROS-TAXA-MES
   End-if
   Move "MULTA-PCT" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S"
      Move WS-PARAM-NUM To WS-MULTA-PCT
   End-if.
 Carrega-Parametros-Exit.
   Exit.
*
*  AAAAMMDD or AAAA-MM-DD into a 360/30 day number (PROG1037);
*  zero when it is no date.
 Calcula-Dias.
   Move Spaces To WS-DATA-NORM
   If WS-DATA-BRUTA(5:1) = "-"
      Move WS-DATA-BRUTA(1:4) To WS-DATA-NORM(1:4)
      Move WS-DATA-BRUTA(6:2) To WS-DATA-NORM(5:2)
      Move WS-DATA-BRUTA(9:2) To WS-DATA-NORM(7:2)
   Else
      Move WS-DATA-BRUTA(1:8) To WS-DATA-NORM
   End-if
   Move Zeros To WS-DIAS-CALC
   If WS-DATA-NORM Is Numeric
      Compute WS-DIAS-CALC = WS-DN-ANO * 360
                           + WS-DN-MES * 30 + WS-DN-DIA
   End-if.
 Calcula-Dias-Exit.
   Exit.
*
*  The window's CTRCs; the ones with money still to go out are
*  marked to be judged.
 Carrega-Ctrcs.
   Move Spaces to PathCTRC.
   String Lk-Unidade        Delimited By Size
          "\DADOS\CTRC.DAT" Delimited By Size
          Into PathCTRC
   End-String.
   Open Input CTRC
   If Not Valido-CTRC
      Go To Carrega-Ctrcs-Exit
   End-if
   Perform Le-Proximo-Ctrc Thru Le-Proximo-Ctrc-Exit
   Perform Until Fim-CTRC
      Move CT-DATA To WS-DATA-BRUTA
      Perform Calcula-Dias Thru Calcula-Dias-Exit
      If WS-DIAS-CALC Not < WS-DIAS-INICIO
         Perform Guarda-Ctrc Thru Guarda-Ctrc-Exit
      End-if
      Perform Le-Proximo-Ctrc Thru Le-Proximo-Ctrc-Exit
   End-Perform
   Close CTRC.
 Carrega-Ctrcs-Exit.
   Exit.
*
 Le-Proximo-Ctrc.
   Read CTRC Next Record
      At End Move "10" To Stat-CTRC
   End-Read.
 Le-Proximo-Ctrc-Exit.
   Exit.
*
 Guarda-Ctrc.
   If WS-QTD-CTRCS Not < max-ctrcs
      Move "S" To WS-TABELA-CHEIA
      Go To Guarda-Ctrc-Exit
   End-if
   Add 1 To WS-QTD-CTRCS
   Move CT-TRAN      To WS-CT-TRAN(WS-QTD-CTRCS)
   Move CT-NUMERO    To WS-CT-NUMERO(WS-QTD-CTRCS)
   Move CT-VALOR     To WS-CT-VALOR(WS-QTD-CTRCS)
   Move WS-DIAS-CALC To WS-CT-DIAS(WS-QTD-CTRCS)
   Move WS-DATA-NORM To WS-CT-DATA(WS-QTD-CTRCS)
   Perform Varying WS-PI From 1 By 1 Until WS-PI > 20
      Move CT-PEDIDO(WS-PI) To WS-CT-PEDIDO(WS-QTD-CTRCS WS-PI)
   End-Perform
   Move "S" To WS-CT-A-PAGAR(WS-QTD-CTRCS)
   If Tem-Ctrcpag
      Move CT-TRAN   To PG-TRAN
      Move CT-NUMERO To PG-NUMERO
      Read CTRCPAG
         Invalid Key Continue
      End-Read
      If Valido-CTRCPAG And Pagavel-Pago
         Move "N" To WS-CT-A-PAGAR(WS-QTD-CTRCS)
      End-if
   End-if.
 Guarda-Ctrc-Exit.
   Exit.
*
 Avalia-Ctrc.
   Move "P"                  To WS-SU-ORIGEM
   Move WS-CT-TRAN(WS-CI)    To WS-SU-DOC-1
   Move WS-CT-NUMERO(WS-CI)  To WS-SU-DOC-2
   Move WS-CT-VALOR(WS-CI)   To WS-SU-VALOR
   Perform Avalia-Valor-Duplicado Thru Avalia-Valor-Duplicado-Exit
   Perform Avalia-Pedido-Repetido Thru Avalia-Pedido-Repetido-Exit
   Perform Avalia-Excesso Thru Avalia-Excesso-Exit.
 Avalia-Ctrc-Exit.
   Exit.
*
 Avalia-Valor-Duplicado.
   Move Zeros To WS-PARCEIRO WS-QTD-PARCEIROS
   Perform Varying WS-CJ From 1 By 1 Until WS-CJ > WS-QTD-CTRCS
      If WS-CJ Not = WS-CI
         And WS-CT-TRAN(WS-CJ)  = WS-CT-TRAN(WS-CI)
         And WS-CT-VALOR(WS-CJ) = WS-CT-VALOR(WS-CI)
         Compute WS-DIAS-DIF = WS-CT-DIAS(WS-CJ) - WS-CT-DIAS(WS-CI)
         If WS-DIAS-DIF < Zeros
            Compute WS-DIAS-DIF = Zeros - WS-DIAS-DIF
         End-if
         If WS-DIAS-DIF Not > WS-DIAS-VALOR
            Add 1 To WS-QTD-PARCEIROS
            If WS-PARCEIRO = Zeros
               Move WS-CJ To WS-PARCEIRO
            End-if
         End-if
      End-if
   End-Perform
   If WS-PARCEIRO = Zeros
      Go To Avalia-Valor-Duplicado-Exit
   End-if
   Move "VD" To WS-SU-MOTIVO
   Move WS-CT-TRAN(WS-PARCEIRO)   To WS-TRAN-ED
   Move WS-CT-NUMERO(WS-PARCEIRO) To WS-NUME-ED
   Move Spaces To WS-DATA-ED
   String WS-CT-DATA(WS-PARCEIRO)(7:2) "/"
          WS-CT-DATA(WS-PARCEIRO)(5:2) "/"
          WS-CT-DATA(WS-PARCEIRO)(1:4)
          Delimited By Size Into WS-DATA-ED
   End-String
   Move WS-QTD-PARCEIROS To WS-QTD-ED
   Move Spaces To WS-SU-DETALHE
   String "MESMO VALOR DO CTRC " WS-TRAN-ED "/" WS-NUME-ED
          " DE " WS-DATA-ED " (" WS-QTD-ED " CTRC)"
          Delimited By Size Into WS-SU-DETALHE
   End-String
   Perform Grava-Suspeita Thru Grava-Suspeita-Exit.
 Avalia-Valor-Duplicado-Exit.
   Exit.
*
 Avalia-Pedido-Repetido.
   Move Zeros To WS-PARCEIRO WS-PEDIDO-PARCEIRO WS-QTD-PARCEIROS
   Perform Varying WS-PI From 1 By 1 Until WS-PI > 20
      If WS-CT-PEDIDO(WS-CI WS-PI) > Zeros
         Perform Busca-Pedido-Outro Thru Busca-Pedido-Outro-Exit
      End-if
   End-Perform
   If WS-PARCEIRO = Zeros
      Go To Avalia-Pedido-Repetido-Exit
   End-if
   Move "PD" To WS-SU-MOTIVO
   Move WS-PEDIDO-PARCEIRO        To WS-PEDIDO-ED
   Move WS-CT-TRAN(WS-PARCEIRO)   To WS-TRAN-ED
   Move WS-CT-NUMERO(WS-PARCEIRO) To WS-NUME-ED
   Move WS-QTD-PARCEIROS          To WS-QTD-ED
   Move Spaces To WS-SU-DETALHE
   String "PEDIDO " WS-PEDIDO-ED " TAMBEM NO CTRC "
          WS-TRAN-ED "/" WS-NUME-ED " (" WS-QTD-ED " VEZ)"
          Delimited By Size Into WS-SU-DETALHE
   End-String
   Perform Grava-Suspeita Thru Grava-Suspeita-Exit.
 Avalia-Pedido-Repetido-Exit.
   Exit.
*
 Busca-Pedido-Outro.
   Perform Varying WS-CJ From 1 By 1 Until WS-CJ > WS-QTD-CTRCS
      If WS-CJ Not = WS-CI
         Perform Varying WS-PJ From 1 By 1 Until WS-PJ > 20
            If WS-CT-PEDIDO(WS-CJ WS-PJ) = WS-CT-PEDIDO(WS-CI WS-PI)
               Add 1 To WS-QTD-PARCEIROS
               If WS-PARCEIRO = Zeros
                  Move WS-CJ To WS-PARCEIRO
                  Move WS-CT-PEDIDO(WS-CI WS-PI) To WS-PEDIDO-PARCEIRO
               End-if
            End-if
         End-Perform
      End-if
   End-Perform.
 Busca-Pedido-Outro-Exit.
   Exit.
*
*  The PROG921 confrontation without its tolerance: what the
*  orders say the freight is, against what the CTRC asks.
 Avalia-Excesso.
   Move Zeros To WS-FRETE-APURADO WS-QTD-PARCEIROS
   Move "N"   To WS-SEM-PEDIDO
   Perform Varying WS-PI From 1 By 1 Until WS-PI > 20
      If WS-CT-PEDIDO(WS-CI WS-PI) > Zeros
         Move WS-CT-PEDIDO(WS-CI WS-PI) To ORDE-NUME
         Read ORDE
            Invalid Key
               Move "S" To WS-SEM-PEDIDO
            Not Invalid Key
               Add 1 To WS-QTD-PARCEIROS
               Add ORDE-FRET To WS-FRETE-APURADO
               Add ORDE-ICFR To WS-FRETE-APURADO
         End-Read
      End-if
   End-Perform
   If WS-SEM-PEDIDO = "S" Or WS-QTD-PARCEIROS = Zeros
      Go To Avalia-Excesso-Exit
   End-if
   Compute WS-LIMITE Rounded = WS-FRETE-APURADO
         * (1 + WS-EXCESSO-PCT / 100)
   If WS-CT-VALOR(WS-CI) Not > WS-LIMITE
      Go To Avalia-Excesso-Exit
   End-if
   Move "PA" To WS-SU-MOTIVO
   Move WS-CT-VALOR(WS-CI) To WS-VALOR-ED
   Move WS-FRETE-APURADO   To WS-VALOR2-ED
   Move Spaces To WS-SU-DETALHE
   String "CTRC " WS-VALOR-ED " ACIMA DO APURADO " WS-VALOR2-ED
          Delimited By Size Into WS-SU-DETALHE
   End-String
   Perform Grava-Suspeita Thru Grava-Suspeita-Exit.
 Avalia-Excesso-Exit.
   Exit.
*
 Avalia-Pagaveis.
   Move Zeros To PG-TRAN PG-NUMERO
   Start CTRCPAG Key Is Not Less PG-CHAVE
      Invalid Key Go To Avalia-Pagaveis-Exit
   End-Start
   Move "00" To Stat-CTRCPAG
   Perform Until Fim-CTRCPAG
      Read CTRCPAG Next Record
         At End Move "10" To Stat-CTRCPAG
      End-Read
      If Not Fim-CTRCPAG And PG-VALOR-PAGO > PG-VALOR
         Move "P"           To WS-SU-ORIGEM
         Move PG-TRAN       To WS-SU-DOC-1
         Move PG-NUMERO     To WS-SU-DOC-2
         Move PG-VALOR-PAGO To WS-SU-VALOR
         Move "PP"          To WS-SU-MOTIVO
         Move PG-VALOR-PAGO To WS-VALOR-ED
         Move PG-VALOR      To WS-VALOR2-ED
         Move Spaces To WS-SU-DETALHE
         String "PAGO " WS-VALOR-ED " SOBRE PAGAVEL DE " WS-VALOR2-ED
                Delimited By Size Into WS-SU-DETALHE
         End-String
         Perform Grava-Suspeita Thru Grava-Suspeita-Exit
      End-if
   End-Perform.
 Avalia-Pagaveis-Exit.
   Exit.
*
 Avalia-Titulos.
   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open Input TITULOS
   If Not Valido-TITULOS
      Go To Avalia-Titulos-Exit
   End-if
   Perform Le-Proximo-Titulo Thru Le-Proximo-Titulo-Exit
   Perform Until Fim-TITULOS
      If TI-VALOR-PAGO > TI-VALOR
         Perform Avalia-Titulo Thru Avalia-Titulo-Exit
      End-if
      Perform Le-Proximo-Titulo Thru Le-Proximo-Titulo-Exit
   End-Perform
   Close TITULOS.
 Avalia-Titulos-Exit.
   Exit.
*
 Le-Proximo-Titulo.
   Read TITULOS Next Record
      At End Move "10" To Stat-TITULOS
   End-Read.
 Le-Proximo-Titulo-Exit.
   Exit.
*
*  The most PROG959 could have charged: every calendar day late
*  taken as a business day, plus the fine.
 Avalia-Titulo.
   Move Zeros To WS-DIAS-ATRASO
   Move TI-DTPG To WS-DATA-BRUTA
   Perform Calcula-Dias Thru Calcula-Dias-Exit
   Move WS-DIAS-CALC To WS-DIAS-ATRASO
   Move TI-VENC To WS-DATA-BRUTA
   Perform Calcula-Dias Thru Calcula-Dias-Exit
   If WS-DIAS-CALC > Zeros And WS-DIAS-ATRASO > WS-DIAS-CALC
      Compute WS-DIAS-ATRASO = WS-DIAS-ATRASO - WS-DIAS-CALC + 1
      Compute WS-LIMITE Rounded = TI-VALOR
            + TI-VALOR * WS-JUROS-TAXA-MES * WS-DIAS-ATRASO / 3000
            + TI-VALOR * WS-MULTA-PCT / 100
   Else
      Move TI-VALOR To WS-LIMITE
   End-if
   If TI-VALOR-PAGO Not > WS-LIMITE
      Go To Avalia-Titulo-Exit
   End-if
   Move "T"           To WS-SU-ORIGEM
   Move TI-NUME       To WS-SU-DOC-1
   Move TI-PARC       To WS-SU-DOC-2
   Move TI-VALOR-PAGO To WS-SU-VALOR
   Move "TP"          To WS-SU-MOTIVO
   Move TI-VALOR-PAGO To WS-VALOR-ED
   Move TI-VALOR      To WS-VALOR2-ED
   Move Spaces To WS-SU-DETALHE
   String "PAGO " WS-VALOR-ED " SOBRE TITULO DE " WS-VALOR2-ED
          " " TI-OPER-PG
          Delimited By Size Into WS-SU-DETALHE
   End-String
   Perform Grava-Suspeita Thru Grava-Suspeita-Exit.
 Avalia-Titulo-Exit.
   Exit.
*
*  Title settlements of the reconciliation; the CNAB retorno
*  ones share the day's lump credit by design and stay out.
 Avalia-Conciliacao.
   Move Spaces to PathCONCIL.
   String Lk-Unidade          Delimited By Size
          "\DADOS\CONCIL.DAT" Delimited By Size
          Into PathCONCIL
   End-String.
   Open Input CONCIL
   If Not Valido-CONCIL
      Go To Avalia-Conciliacao-Exit
   End-if
   Move Zeros To WS-QTD-LIVROS
   Perform Le-Proxima-Conciliacao Thru Le-Proxima-Conciliacao-Exit
   Perform Until Fim-CONCIL
      If Item-Do-Livro And CC-IDENT(1:1) = "T"
         And Not Item-Da-Cobranca And Not Item-Resolvido
         Perform Guarda-Livro Thru Guarda-Livro-Exit
      End-if
      Perform Le-Proxima-Conciliacao Thru Le-Proxima-Conciliacao-Exit
   End-Perform
   Close CONCIL.
   Perform Varying WS-LI From 1 By 1 Until WS-LI > WS-QTD-LIVROS
      Perform Avalia-Credito Thru Avalia-Credito-Exit
   End-Perform.
 Avalia-Conciliacao-Exit.
   Exit.
*
 Le-Proxima-Conciliacao.
   Read CONCIL Next Record
      At End Move "10" To Stat-CONCIL
   End-Read.
 Le-Proxima-Conciliacao-Exit.
   Exit.
*
 Guarda-Livro.
   If WS-QTD-LIVROS Not < max-livros
      Move "S" To WS-TABELA-CHEIA
      Go To Guarda-Livro-Exit
   End-if
   Move CC-IDENT To WS-IDENT-LIVRO
   If WS-IDT-NUME Not Numeric Or WS-IDT-PARC Not Numeric
      Go To Guarda-Livro-Exit
   End-if
   Add 1 To WS-QTD-LIVROS
   Move CC-BANCO    To WS-LV-BANCO(WS-QTD-LIVROS)
   Move WS-IDT-NUME To WS-LV-NUME(WS-QTD-LIVROS)
   Move WS-IDT-PARC To WS-LV-PARC(WS-QTD-LIVROS)
   Move CC-DATA     To WS-LV-DATA(WS-QTD-LIVROS)
   Move CC-VALOR    To WS-LV-VALOR(WS-QTD-LIVROS)
   Move CC-SITU     To WS-LV-SITU(WS-QTD-LIVROS)
   Move CC-PAR      To WS-LV-PAR(WS-QTD-LIVROS).
 Guarda-Livro-Exit.
   Exit.
*
*  A conciliado title sharing its bank movement with another, or
*  a pendente one whose twin took the only matching credit.
 Avalia-Credito.
   Move Zeros To WS-PARCEIRO
   Perform Varying WS-LJ From 1 By 1
             Until WS-LJ > WS-QTD-LIVROS Or WS-PARCEIRO > Zeros
      If WS-LJ Not = WS-LI
         Evaluate True
            When WS-LV-SITU(WS-LI) = "C"
             And WS-LV-SITU(WS-LJ) = "C"
             And WS-LV-PAR(WS-LI) Not = Spaces
             And WS-LV-PAR(WS-LJ) = WS-LV-PAR(WS-LI)
               Move WS-LJ To WS-PARCEIRO
            When WS-LV-SITU(WS-LI) = "P"
             And WS-LV-SITU(WS-LJ) = "C"
             And WS-LV-BANCO(WS-LJ) = WS-LV-BANCO(WS-LI)
             And WS-LV-DATA(WS-LJ)  = WS-LV-DATA(WS-LI)
             And WS-LV-VALOR(WS-LJ) = WS-LV-VALOR(WS-LI)
               Move WS-LJ To WS-PARCEIRO
         End-Evaluate
      End-if
   End-Perform
   If WS-PARCEIRO = Zeros
      Go To Avalia-Credito-Exit
   End-if
   Move "T"                   To WS-SU-ORIGEM
   Move WS-LV-NUME(WS-LI)     To WS-SU-DOC-1
   Move WS-LV-PARC(WS-LI)     To WS-SU-DOC-2
   Move WS-LV-VALOR(WS-LI)    To WS-SU-VALOR
   Move "CD"                  To WS-SU-MOTIVO
   Move WS-LV-NUME(WS-PARCEIRO) To WS-NUME-ED
   Move WS-LV-PARC(WS-PARCEIRO) To WS-PARC-ED
   Move Spaces To WS-SU-DETALHE
   String "CREDITO DO BANCO " WS-LV-BANCO(WS-LI)
          " JA NO TITULO " WS-NUME-ED "/" WS-PARC-ED
          Delimited By Size Into WS-SU-DETALHE
   End-String
   Perform Grava-Suspeita Thru Grava-Suspeita-Exit.
 Avalia-Credito-Exit.
   Exit.
*
*  Written once - an existing row, retida or already cleared, is
*  left exactly as it is.
 Grava-Suspeita.
   Initialize SUSPEITA-REGI
   Move WS-SU-ORIGEM    To SU-ORIGEM
   Move WS-SU-DOC-1     To SU-DOC-1
   Move WS-SU-DOC-2     To SU-DOC-2
   Move WS-SU-MOTIVO    To SU-MOTIVO
   Move WS-SU-DETALHE   To SU-DETALHE
   Move WS-SU-VALOR     To SU-VALOR
   Move "R"             To SU-SITU
   Move WS-DATA-SISTEMA To SU-DTIN
   Move WS-HORA-SISTEMA To SU-HRIN
   Move Spaces          To SU-JUSTIFICATIVA SU-OPER-LIB
                           SU-DTLIB SU-HRLIB
   Write SUSPEITA-REGI
      Invalid Key
         If Not Duplicado-SUSPEITA
            Display "Erro ao gravar SUSPEITA " SU-ORIGEM " "
                    SU-DOC-1 "/" SU-DOC-2 " - Status -> "
                    Stat-SUSPEITA
         End-if
      Not Invalid Key
         Add 1 To WS-QTD-NOVAS
   End-Write.
 Grava-Suspeita-Exit.
   Exit.
*
 Imprime-Retidas.
   Move Spaces To SUSPREL-REGI
   Move WS-DATA-SISTEMA To WS-DATA-NORM
   String "PAGAMENTOS SUSPEITOS RETIDOS - UNIDADE " Lk-Unidade
          " - " WS-DATA-NORM(7:2) "/" WS-DATA-NORM(5:2) "/"
          WS-DATA-NORM(1:4)
          Delimited By Size Into SUSPREL-REGI
   End-String
   Write SUSPREL-REGI
   Move Spaces To SUSPREL-REGI
   Write SUSPREL-REGI
   String "     DOCUMENTO           MT          VALOR DESDE      "
          "DETALHE"
          Delimited By Size Into SUSPREL-REGI
   End-String
   Write SUSPREL-REGI
   Move Low-Values To SU-CHAVE
   Start SUSPEITA Key Is Not Less SU-CHAVE
      Invalid Key Go To Imprime-Retidas-Fim
   End-Start
   Move "00" To Stat-SUSPEITA
   Perform Until Fim-SUSPEITA
      Read SUSPEITA Next Record
         At End Move "10" To Stat-SUSPEITA
      End-Read
      If Not Fim-SUSPEITA And Suspeita-Retida
         Perform Imprime-Retida Thru Imprime-Retida-Exit
      End-if
   End-Perform.
 Imprime-Retidas-Fim.
   Move WS-QTD-RETIDAS To WS-QTD-ED
   Move Spaces To SUSPREL-REGI
   Write SUSPREL-REGI
   String "TOTAL RETIDO: " WS-QTD-ED
          "  (* = NOVA NESTA EXECUCAO - LIBERACAO PELO PROG1082;"
          " PAGAVEL RETIDO NAO PAGA NO PROG922)"
          Delimited By Size Into SUSPREL-REGI
   End-String
   Write SUSPREL-REGI.
 Imprime-Retidas-Exit.
   Exit.
*
 Imprime-Retida.
   Add 1 To WS-QTD-RETIDAS
   Move Spaces To WS-NOVA
   If SU-DTIN = WS-DATA-SISTEMA And SU-HRIN = WS-HORA-SISTEMA
      Move "*" To WS-NOVA
   End-if
   Move SU-VALOR To WS-VALOR-ED
   Move Spaces To WS-DATA-ED
   String SU-DTIN(7:2) "/" SU-DTIN(5:2) "/" SU-DTIN(1:4)
          Delimited By Size Into WS-DATA-ED
   End-String
   Move Spaces To SUSPREL-REGI
   If Suspeita-Pagavel
      Move SU-DOC-1 To WS-TRAN-ED
      Move SU-DOC-2 To WS-NUME-ED
      String WS-NOVA "    CTRC   " WS-TRAN-ED "/" WS-NUME-ED
             Delimited By Size Into SUSPREL-REGI
      End-String
   Else
      Move SU-DOC-1 To WS-NUME-ED
      Move SU-DOC-2 To WS-PARC-ED
      String WS-NOVA "    TITULO " WS-NUME-ED "/" WS-PARC-ED "   "
             Delimited By Size Into SUSPREL-REGI
      End-String
   End-if
   Move SU-MOTIVO   To SUSPREL-REGI(26:2)
   Move WS-VALOR-ED To SUSPREL-REGI(29:13)
   Move WS-DATA-ED  To SUSPREL-REGI(43:10)
   Move SU-DETALHE  To SUSPREL-REGI(54:60)
   Write SUSPREL-REGI.
 Imprime-Retida-Exit.
   Exit.
