   Copy "..\COPY\SITHIST.SL".
   Copy "..\COPY\ENTREGA.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\FATAGR.SL".
   Copy "..\COPY\ORDEHIST.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\ENTREGA.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=FATAGR
   Copy "..\COPY\FATAGR.FD".
$XFD FILE=ORDEHIST
   Copy "..\COPY\ORDEHIST.FD".
*
 Working-Storage Section.
*
*  their settlements, collected into one table and shown in date
*  order. Files that a branch does not keep are simply skipped -
*  the timeline shows what exists.
*  A canhoto that was scanned (PROG985's EN-IMAGEM) is an event of
*  its own, and "Ver canhoto" opens the image through PROG1075.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
     88 Valido-TITULOS   Value "00" THRU "09".
     88 Fim-TITULOS      Value "10".
 01  PATHTITULOS         PIC X(060).
*  The faturas agrupadas (PROG1030) the order went into - and out
*  of, when one was undone - found off the client's FA-CLIE rows.
 01  Stat-FATAGR         PIC X(002).
     88 Valido-FATAGR    Value "00" THRU "09".
     88 Fim-FATAGR       Value "10".
 01  PATHFATAGR          PIC X(060).
 01  WS-FA-IDX           PIC 9(002) COMP-X.
 01  WS-NA-FATURA        PIC X(001).
     88 Pedido-Na-Fatura Value "S".
 01  WS-FATURA-ED        PIC Z(005)9.
*
*  "Incluir anos arquivados": an order PROG963 moved to ORDEHIST
*  is found there, and the deliveries and titles ARQANUAL.BAT
*  (PROG1086) moved to ENTREGA.<ano>/TITULOS.<ano> are read from
*  every year since the order's emission up to last year.
 01  Stat-ORDEHIST       PIC X(002).
     88 Valido-ORDEHIST  Value "00" THRU "09".
 01  PATHORDEHIST        PIC X(060).
 01  WS-INCLUI-ARQ       PIC 9(001) VALUE ZERO.
     88 Inclui-Arquivados Value 1.
 01  WS-PEDIDO-ACHADO    PIC X(001).
     88 Pedido-Achado    Value "S".
 01  WS-ACHOU-DOC        PIC X(001).
     88 Achou-Documento  Value "S".
 01  WS-ANO-ARQ          PIC 9(004).
 01  WS-ANO-INICIO       PIC 9(004).
 01  WS-ANO-ULTIMO       PIC 9(004).
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
     03 WS-ANO-SISTEMA   PIC 9(004).
     03 FILLER           PIC 9(004).
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Canhoto-Pressed      Value 0030.
*
 01 WS-NUME-DIGITADO   PIC 9(006) VALUE ZEROS.
*
      Line 2,00, Col 22,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Canhoto, Push-Button, "&Ver canhoto",
      Line 2,00, Col 42,00, Size 16 Cells,
      Exception-Value = 0030.
   03 PB-Sair, Push-Button, "&Sair",
      Line 2,00, Col 60,00, Size 10 Cells,
      Self-Act,
      Exception-Value = 0010.
*
   03 Label From WS-TL-LINHA(14), Line 17,00, Col 3,00, Size 64.
*
   03 Label From WS-MENSAGEM, Line 19,00, Col 3,00, Size 60,00.
   03 CB-Arquivados, Check-Box, "&Incluir anos arquivados",
      Line 20,00, Col 3,00,
      Using WS-INCLUI-ARQ.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
   Evaluate True
      When Consultar-Pressed
         Perform Monta-Linha-Tempo Thru Monta-Linha-Tempo-Exit
      When Canhoto-Pressed
         Perform Ver-Canhoto Thru Ver-Canhoto-Exit
   End-Evaluate.
*
 Ver-Canhoto.
   If WS-NUME-DIGITADO = Zeros
      Move "Informe o pedido." To WS-MENSAGEM
      Display Tela-Linha-Tempo
      Go To Ver-Canhoto-Exit
   End-if
   Call "PROG1075" Using LK-Linkage, WS-NUME-DIGITADO
      On Exception
         Display Message Box "PROG1075 nao encontrado no ambiente."
   End-Call
   Cancel "PROG1075".
 Ver-Canhoto-Exit.
   Exit.
*
 Limpa-Tela.
   Perform Varying WS-TL-IDX From 1 By 1
   Perform Limpa-Tela Thru Limpa-Tela-Exit
   Move Zeros To WS-QTD-EVENTOS
   Move WS-NUME-DIGITADO To ORDE-NUME
   Move "N" To WS-PEDIDO-ACHADO
   Read ORDE
      Invalid Key Continue
   End-Read
   If Valido-ORDE
      Move "S" To WS-PEDIDO-ACHADO
   End-if
   If Not Pedido-Achado And Inclui-Arquivados
      Perform Procura-Pedido-Arquivado
         Thru Procura-Pedido-Arquivado-Exit
   End-if
   If Not Pedido-Achado
      Move "Pedido nao encontrado." To WS-MENSAGEM
      Display Tela-Linha-Tempo
      Go To Monta-Linha-Tempo-Exit
   End-if

   Perform Anos-Arquivados    Thru Anos-Arquivados-Exit
   Perform Evento-Emissao     Thru Evento-Emissao-Exit
   Perform Evento-Ticket      Thru Evento-Ticket-Exit
   Perform Evento-Transicoes  Thru Evento-Transicoes-Exit
   Perform Evento-Romaneio    Thru Evento-Romaneio-Exit
   Perform Evento-Entrega     Thru Evento-Entrega-Exit
   Perform Evento-Titulos     Thru Evento-Titulos-Exit
   Perform Evento-Faturas     Thru Evento-Faturas-Exit
   Perform Ordena-Eventos     Thru Ordena-Eventos-Exit
   Perform Mostra-Eventos     Thru Mostra-Eventos-Exit
   Display Tela-Linha-Tempo.
 Monta-Linha-Tempo-Exit.
   Exit.
*
 Procura-Pedido-Arquivado.
   Move Spaces to PathORDEHIST.
   String Lk-Unidade            Delimited By Size
          "\DADOS\ORDEHIST.DAT" Delimited By Size
          Into PathORDEHIST
   End-String.
   Open Input ORDEHIST
   If Not Valido-ORDEHIST
      Go To Procura-Pedido-Arquivado-Exit
   End-if
   Move WS-NUME-DIGITADO To OH-NUME
   Read ORDEHIST
      Invalid Key Continue
   End-Read
   If Valido-ORDEHIST
      Initialize ORDE-REGI
      Move OH-REGI To ORDE-REGI
      Move "S" To WS-PEDIDO-ACHADO
   End-if
   Close ORDEHIST.
 Procura-Pedido-Arquivado-Exit.
   Exit.
*
*  The archive years worth opening for this order: nothing is
*  archived before it was emitted, nor in the current year.
 Anos-Arquivados.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Compute WS-ANO-ULTIMO = WS-ANO-SISTEMA - 1
   Move ORDE-EMIS To WS-DATA-BRUTA
   Perform Normaliza-Data Thru Normaliza-Data-Exit
   If WS-DATA-NORM(1:4) Is Numeric
      Move WS-DATA-NORM(1:4) To WS-ANO-INICIO
   Else
      Move WS-ANO-SISTEMA To WS-ANO-INICIO
   End-if.
 Anos-Arquivados-Exit.
   Exit.
*
 Guarda-Evento.
   If WS-QTD-EVENTOS >= max-eventos
          "\DADOS\ENTREGA.DAT" Delimited By Size
          Into PathENTREGA
   End-String.
   Perform Le-Entrega Thru Le-Entrega-Exit
   If Achou-Documento Or Not Inclui-Arquivados
      Go To Evento-Entrega-Exit
   End-if
   Move WS-ANO-INICIO To WS-ANO-ARQ
   Perform Until WS-ANO-ARQ > WS-ANO-ULTIMO Or Achou-Documento
      Move Spaces to PathENTREGA
      String Lk-Unidade "\DADOS\ENTREGA." WS-ANO-ARQ
             Delimited By Size Into PathENTREGA
      End-String
      Perform Le-Entrega Thru Le-Entrega-Exit
      Add 1 To WS-ANO-ARQ
   End-Perform.
 Evento-Entrega-Exit.
   Exit.
*
 Le-Entrega.
   Move "N" To WS-ACHOU-DOC
   Open Input ENTREGA
   If Not Valido-ENTREGA
      Go To Le-Entrega-Exit
   End-if
   Move WS-NUME-DIGITADO To EN-NUME
   Read ENTREGA
      Invalid Key Continue
   End-Read
   If Valido-ENTREGA
      Move "S" To WS-ACHOU-DOC
      Perform Guarda-Evento Thru Guarda-Evento-Exit
      Move EN-DTENT To WS-EV-DATA(WS-QTD-EVENTOS)
      Move Spaces To WS-EV-TEXTO(WS-QTD-EVENTOS)
             Delimited By Size
             Into WS-EV-TEXTO(WS-QTD-EVENTOS)
      End-String
      If EN-IMAGEM Not = Spaces
         Perform Guarda-Evento Thru Guarda-Evento-Exit
         Move EN-DTIMG To WS-EV-DATA(WS-QTD-EVENTOS)
         Move "CANHOTO DIGITALIZADO - VER CANHOTO"
              To WS-EV-TEXTO(WS-QTD-EVENTOS)
      End-if
   End-if
   Close ENTREGA.
 Le-Entrega-Exit.
   Exit.
*
 Evento-Titulos.
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Perform Le-Titulos-Pedido Thru Le-Titulos-Pedido-Exit
   If Not Inclui-Arquivados
      Go To Evento-Titulos-Exit
   End-if
*  Each parcel is archived by its own settlement year.
   Move WS-ANO-INICIO To WS-ANO-ARQ
   Perform Until WS-ANO-ARQ > WS-ANO-ULTIMO
      Move Spaces to PathTITULOS
      String Lk-Unidade "\DADOS\TITULOS." WS-ANO-ARQ
             Delimited By Size Into PathTITULOS
      End-String
      Perform Le-Titulos-Pedido Thru Le-Titulos-Pedido-Exit
      Add 1 To WS-ANO-ARQ
   End-Perform.
 Evento-Titulos-Exit.
   Exit.
*
 Le-Titulos-Pedido.
   Open Input TITULOS
   If Not Valido-TITULOS
      Go To Le-Titulos-Pedido-Exit
   End-if
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 99
      Move WS-NUME-DIGITADO To TI-NUME
                   Into WS-EV-TEXTO(WS-QTD-EVENTOS)
            End-String
         End-if
         If Titulo-Renegociado
            Perform Guarda-Evento Thru Guarda-Evento-Exit
            Move TI-DTPG(1:8) To WS-EV-DATA(WS-QTD-EVENTOS)
            Move Spaces To WS-EV-TEXTO(WS-QTD-EVENTOS)
            String "RENEGOCIADA PARC " WS-PARC-ED
                   " (" TI-OPER-PG ")"
                   Delimited By Size
                   Into WS-EV-TEXTO(WS-QTD-EVENTOS)
            End-String
         End-if
      End-if
   End-Perform
   Close TITULOS.
 Le-Titulos-Pedido-Exit.
   Exit.
*
 Evento-Faturas.
   Move Spaces to PathFATAGR.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FATAGR.DAT" Delimited By Size
          Into PathFATAGR
   End-String.
   Open Input FATAGR
   If Not Valido-FATAGR
      Go To Evento-Faturas-Exit
   End-if
   Move ORDE-CLIE To FA-CLIE
   Start FATAGR Key = FA-CLIE
      Invalid Key Move "10" To Stat-FATAGR
   End-Start
   Perform Until Fim-FATAGR
      Read FATAGR Next Record
         At End Move "10" To Stat-FATAGR
      End-Read
      If Valido-FATAGR
         If FA-CLIE Not = ORDE-CLIE
            Move "10" To Stat-FATAGR
         Else
            Perform Evento-Uma-Fatura Thru Evento-Uma-Fatura-Exit
         End-if
      End-if
   End-Perform
   Close FATAGR.
 Evento-Faturas-Exit.
   Exit.
*
*  The grouping, the boleto going out and the undoing, each on
*  its own date. The fatura's title shows here for every order
*  but the first, under whose number Evento-Titulos already
*  listed it.
 Evento-Uma-Fatura.
   Move "N" To WS-NA-FATURA
   Perform Varying WS-FA-IDX From 1 By 1
             Until WS-FA-IDX > FA-QTD-PED Or WS-FA-IDX > 60
      If FA-PEDIDO(WS-FA-IDX) = ORDE-NUME
         Move "S" To WS-NA-FATURA
      End-if
   End-Perform
   If Not Pedido-Na-Fatura
      Go To Evento-Uma-Fatura-Exit
   End-if
   Move FA-NUME    To WS-FATURA-ED
   Move FA-TI-NUME To WS-NUM-ED
   Move FA-TI-PARC To WS-PARC-ED
   Perform Guarda-Evento Thru Guarda-Evento-Exit
   Move FA-DTIN To WS-EV-DATA(WS-QTD-EVENTOS)
   Move Spaces To WS-EV-TEXTO(WS-QTD-EVENTOS)
   String "AGRUPADO NA FATURA " WS-FATURA-ED
          " - TITULO " WS-NUM-ED "/" WS-PARC-ED
          Delimited By Size Into WS-EV-TEXTO(WS-QTD-EVENTOS)
   End-String
   If Boleto-Emitido
      Perform Guarda-Evento Thru Guarda-Evento-Exit
      Move FA-DTBO To WS-EV-DATA(WS-QTD-EVENTOS)
      Move Spaces To WS-EV-TEXTO(WS-QTD-EVENTOS)
      String "BOLETO DA FATURA " WS-FATURA-ED " EMITIDO"
             Delimited By Size Into WS-EV-TEXTO(WS-QTD-EVENTOS)
      End-String
   End-if
   If Fatura-Desfeita
      Perform Guarda-Evento Thru Guarda-Evento-Exit
      Move FA-DTDF To WS-EV-DATA(WS-QTD-EVENTOS)
      Move Spaces To WS-EV-TEXTO(WS-QTD-EVENTOS)
      String "FATURA " WS-FATURA-ED " DESFEITA (" FA-DESF ")"
             Delimited By Size Into WS-EV-TEXTO(WS-QTD-EVENTOS)
      End-String
      Go To Evento-Uma-Fatura-Exit
   End-if
   If FA-TI-NUME = ORDE-NUME
      Go To Evento-Uma-Fatura-Exit
   End-if
   Perform Procura-Titulo-Fatura Thru Procura-Titulo-Fatura-Exit
   If Achou-Documento
      Perform Guarda-Evento Thru Guarda-Evento-Exit
      Move TI-DTIN  To WS-EV-DATA(WS-QTD-EVENTOS)
      Move TI-VALOR To WS-VALOR-ED
      Move Spaces To WS-EV-TEXTO(WS-QTD-EVENTOS)
      String "FATURA " WS-FATURA-ED " VENC " TI-VENC
             " VALOR " WS-VALOR-ED
             Delimited By Size Into WS-EV-TEXTO(WS-QTD-EVENTOS)
      End-String
      If Titulo-Pago
         Perform Guarda-Evento Thru Guarda-Evento-Exit
         Move TI-DTPG(1:8) To WS-EV-DATA(WS-QTD-EVENTOS)
         Move TI-VALOR-PAGO To WS-VALOR-ED
         Move Spaces To WS-EV-TEXTO(WS-QTD-EVENTOS)
         String "PAGAMENTO FATURA " WS-FATURA-ED
                " VALOR " WS-VALOR-ED " (" TI-OPER-PG ")"
                Delimited By Size Into WS-EV-TEXTO(WS-QTD-EVENTOS)
         End-String
      End-if
      If Titulo-Renegociado
         Perform Guarda-Evento Thru Guarda-Evento-Exit
         Move TI-DTPG(1:8) To WS-EV-DATA(WS-QTD-EVENTOS)
         Move Spaces To WS-EV-TEXTO(WS-QTD-EVENTOS)
         String "RENEGOCIADA FATURA " WS-FATURA-ED
                " (" TI-OPER-PG ")"
                Delimited By Size Into WS-EV-TEXTO(WS-QTD-EVENTOS)
         End-String
      End-if
      Close TITULOS
   End-if.
 Evento-Uma-Fatura-Exit.
   Exit.
*
 Procura-Titulo-Fatura.
   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Perform Le-Titulo-Fatura Thru Le-Titulo-Fatura-Exit
   If Achou-Documento Or Not Inclui-Arquivados
      Go To Procura-Titulo-Fatura-Exit
   End-if
   Move WS-ANO-INICIO To WS-ANO-ARQ
   Perform Until WS-ANO-ARQ > WS-ANO-ULTIMO Or Achou-Documento
      Move Spaces to PathTITULOS
      String Lk-Unidade "\DADOS\TITULOS." WS-ANO-ARQ
             Delimited By Size Into PathTITULOS
      End-String
      Perform Le-Titulo-Fatura Thru Le-Titulo-Fatura-Exit
      Add 1 To WS-ANO-ARQ
   End-Perform.
 Procura-Titulo-Fatura-Exit.
   Exit.
*
*  Found, the file stays open with the title for the caller.
 Le-Titulo-Fatura.
   Move "N" To WS-ACHOU-DOC
   Open Input TITULOS
   If Not Valido-TITULOS
      Go To Le-Titulo-Fatura-Exit
   End-if
   Move FA-TI-NUME To TI-NUME
   Move FA-TI-PARC To TI-PARC
   Read TITULOS
      Invalid Key Continue
   End-Read
   If Valido-TITULOS
      Move "S" To WS-ACHOU-DOC
   Else
      Close TITULOS
   End-if.
 Le-Titulo-Fatura-Exit.
   Exit.
*
 Ordena-Eventos.
