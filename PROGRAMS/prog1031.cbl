*NOTA DE CREDITO/DEBITO SOBRE PEDIDO FATURADO (NOTAAJ.DAT)
 Identification Division.
 Program-Id. PROG1031.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\TITULOS.SL".
   Copy "..\COPY\NOTAAJ.SL".
   Copy "..\COPY\MOTNOTA.SL".
   Copy "..\COPY\FATAGR.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\DOCFAT.SL".
   Copy "..\COPY\MAILQ.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=TITULOS
   Copy "..\COPY\TITULOS.FD".
$XFD FILE=NOTAAJ
   Copy "..\COPY\NOTAAJ.FD".
$XFD FILE=MOTNOTA
   Copy "..\COPY\MOTNOTA.FD".
$XFD FILE=FATAGR
   Copy "..\COPY\FATAGR.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
   Copy "..\COPY\DOCFAT.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
*
 Working-Storage Section.
*
*  A price corrected after the invoice left, or a quality discount
*  agreed with the client, is neither a return (PROG903 moves
*  stock) nor a cancellation (PROG982): it is a nota de credito or
*  de debito against the faturado order, with its reason
*  (MOTNOTA.DAT, PROG1032) and value, instead of a hand edit of
*  TI-VALOR. A credit abates the open titles oldest first - the
*  order's own, or the fatura agrupada title that replaced them -
*  the PROG903 way, each abatement kept on the note; a debit
*  writes one new title under the order, next free parcel above
*  10. PROG1002 registers the note in LIVROFIS.DAT, PROG917 and
*  PROG926 show it. The note sheet goes to NOTAAJ.LST.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-TITULOS        PIC X(002).
     88 Valido-TITULOS   Value "00" THRU "09".
 01  PATHTITULOS         PIC X(060).
 01  Stat-NOTAAJ         PIC X(002).
     88 Valido-NOTAAJ    Value "00" THRU "09".
     88 Fim-NOTAAJ       Value "10".
 01  PATHNOTAAJ          PIC X(060).
 01  Stat-MOTNOTA        PIC X(002).
     88 Valido-MOTNOTA   Value "00" THRU "09".
 01  PATHMOTNOTA         PIC X(060).
 01  Stat-FATAGR         PIC X(002).
     88 Valido-FATAGR    Value "00" THRU "09".
 01  PATHFATAGR          PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-DOCFAT         PIC X(002).
     88 Valido-DOCFAT    Value "00" THRU "09".
 01  PATHDOCFAT          PIC X(060).
 01  Stat-MAILQ          PIC X(002).
     88 Valido-MAILQ     Value "00" THRU "09".
 01  PATHMAILQ           PIC X(060).
*
*  The operator signs the note.
 Copy "..\copy\usuario.cpy".
*
 01  WS-TIPO-DIGITADO    PIC X(001).
 01  WS-NUME-DIGITADO    PIC 9(006) VALUE ZEROS.
 01  WS-MOTIVO-DIGITADO  PIC 9(002) VALUE ZEROS.
 01  WS-MOTIVO-DESC      PIC X(040) VALUE SPACES.
 01  WS-VALOR-DIGITADO   PIC 9(010)V99 VALUE ZEROS.
 01  WS-HIST-DIGITADO    PIC X(040) VALUE SPACES.
 01  WS-VENC-DIGITADO    PIC 9(008) VALUE ZEROS.
 01  WS-VENC-X           PIC X(008).
 01  WS-CONFIRMA         PIC X(001) VALUE "N".
     88 Confirma-Nota    Value "S" "s".
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-X   PIC X(008).
 01  WS-HORA-ACEITA      PIC 9(008).
 01  WS-HORA-ACEITA-R REDEFINES WS-HORA-ACEITA.
     03 WS-HA-HH         PIC 9(002).
     03 WS-HA-MM         PIC 9(002).
     03 WS-HA-SS         PIC 9(002).
     03 FILLER           PIC 9(002).
*
*  Where a credit lands: the order's own titles, or - the order
*  being in an active fatura agrupada - the fatura's one title.
 01  WS-ALVO-FATURA      PIC X(001) VALUE "N".
     88 Alvo-Fatura      Value "S".
 01  WS-FATURA-NUME      PIC S9(006) COMP-5 VALUE ZEROS.
 01  WS-FATURA-TI-NUME   PIC S9(006) COMP-5 VALUE ZEROS.
 01  WS-FATURA-TI-PARC   PIC S9(002) COMP-5 VALUE ZEROS.
 01  WS-FATURA-BOLETO    PIC X(001) VALUE "N".
     88 Fatura-Com-Boleto Value "S".
 01  WS-SALDO-ABERTO     PIC S9(012)V99 COMP-3.
 01  WS-A-ABATER         PIC S9(012)V99 COMP-3.
 01  WS-ABATE            PIC S9(012)V99 COMP-3.
 01  WS-PARC-IDX         PIC 9(002) COMP-X.
 01  WS-AB-IDX           PIC 9(002) COMP-X.
 78  max-abatimentos     value 20.
*
*  A debit's new title.
 01  WS-DEBITO-PARC      PIC 9(002) COMP-X.
 01  WS-DEBITO-BANCO     PIC X(003).
 01  WS-BANCO-ACHADO     PIC X(001).
     88 Banco-Achado     Value "S".
*
 01  WS-PROX-NOTA        PIC S9(006) COMP-5.
 01  WS-MQ-SEQ           PIC 9(006).
 01  WS-MQ-ARQUIVO       PIC X(030).
 01  WS-MQ-DOC           PIC X(008).
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
*
 01  WS-NOTA-ED          PIC Z(005)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-FATURA-ED        PIC Z(005)9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-PARC-ED          PIC Z9.
 01  WS-MOTIVO-ED        PIC Z9.
 01  WS-VALOR-ED         PIC ZZZZZZZZZZ,99.
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
   Accept WS-HORA-ACEITA From Time
   Move Spaces To WS-HORA-SISTEMA-X
   String WS-HA-HH ":" WS-HA-MM ":" WS-HA-SS
          Delimited By Size Into WS-HORA-SISTEMA-X
   End-String

   Display "Tipo da nota (C=credito D=debito): " With No Advancing
   Accept WS-TIPO-DIGITADO
   Evaluate WS-TIPO-DIGITADO
      When "C" When "c"
         Move "C" To WS-TIPO-DIGITADO
      When "D" When "d"
         Move "D" To WS-TIPO-DIGITADO
      When Other
         Exit Program
   End-Evaluate

   Display "Pedido faturado da nota...: " With No Advancing
   Accept WS-NUME-DIGITADO

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Exit Program
   End-if.
   Move WS-NUME-DIGITADO To ORDE-NUME
   Read ORDE
      Invalid Key
         Display "Pedido nao encontrado."
         Close ORDE
         Exit Program
   End-Read
   If Not Situacao-Faturado
      Display "So pedido faturado recebe nota de credito/debito."
      Close ORDE
      Exit Program
   End-if

   Move Spaces to PathMOTNOTA.
   String Lk-Unidade           Delimited By Size
          "\DADOS\MOTNOTA.DAT" Delimited By Size
          Into PathMOTNOTA
   End-String.
   Open Input MOTNOTA
   If Not Valido-MOTNOTA
      Display "MOTNOTA.DAT ausente - cadastre motivos (PROG1032)."
      Close ORDE
      Exit Program
   End-if
   Display "Motivo da nota............: " With No Advancing
   Accept WS-MOTIVO-DIGITADO
   Move WS-MOTIVO-DIGITADO To MN-CODIGO
   Read MOTNOTA
      Invalid Key
         Display "Motivo nao cadastrado (PROG1032)."
         Close MOTNOTA
         Close ORDE
         Exit Program
   End-Read
   Display "Motivo: " MN-DESCRICAO
   Move MN-DESCRICAO To WS-MOTIVO-DESC
   Close MOTNOTA

   Display "Valor da nota.............: " With No Advancing
   Accept WS-VALOR-DIGITADO
   If WS-VALOR-DIGITADO = Zeros
      Display "Valor obrigatorio."
      Close ORDE
      Exit Program
   End-if
   Display "Historico.................: " With No Advancing
   Accept WS-HIST-DIGITADO

   If WS-TIPO-DIGITADO = "D"
      Display "Vencimento do debito (AAAAMMDD): " With No Advancing
      Accept WS-VENC-DIGITADO
      If WS-VENC-DIGITADO < WS-DATA-SISTEMA
         Display "Vencimento nao pode ser anterior a hoje."
         Close ORDE
         Exit Program
      End-if
      Move WS-VENC-DIGITADO To WS-VENC-X
   End-if

   Move Spaces to PathTITULOS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TITULOS.DAT" Delimited By Size
          Into PathTITULOS
   End-String.
   Open I-O TITULOS
   If Not Valido-TITULOS
      Display "erro TITULOS " Stat-TITULOS
      Close ORDE
      Exit Program
   End-if

   Perform Localiza-Fatura Thru Localiza-Fatura-Exit
   Move WS-VALOR-DIGITADO To WS-VALOR-ED
   If WS-TIPO-DIGITADO = "C"
      Perform Soma-Aberto Thru Soma-Aberto-Exit
      Display "Nota de credito de " WS-VALOR-ED
      Move WS-SALDO-ABERTO To WS-VALOR-ED
      If Alvo-Fatura
         Move WS-FATURA-NUME To WS-FATURA-ED
         Display "Abate o titulo da fatura agrupada " WS-FATURA-ED
                 " - em aberto " WS-VALOR-ED
         If Fatura-Com-Boleto
            Display "AVISO: boleto da fatura ja emitido - reemita"
                    " pelo valor novo."
         End-if
      Else
         Display "Abate os titulos em aberto do pedido - em aberto "
                 WS-VALOR-ED
      End-if
      If WS-VALOR-DIGITADO > WS-SALDO-ABERTO
         Display "AVISO: credito maior que o saldo em aberto - a"
                 " sobra fica para tratar a mao."
      End-if
   Else
      Display "Nota de debito de " WS-VALOR-ED
              " - titulo novo vencendo em " WS-VENC-X
   End-if
   Display "Confirma a nota (S/N)......: " With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Nota
      Display "Nota abortada."
      Close TITULOS
      Close ORDE
      Exit Program
   End-if

   Move Spaces to PathNOTAAJ.
   String Lk-Unidade          Delimited By Size
          "\DADOS\NOTAAJ.DAT" Delimited By Size
          Into PathNOTAAJ
   End-String.
   Open I-O NOTAAJ
   If Not Valido-NOTAAJ
      Open Output NOTAAJ
      Close NOTAAJ
      Open I-O NOTAAJ
   End-if
   If Not Valido-NOTAAJ
      Display "erro NOTAAJ " Stat-NOTAAJ
      Close TITULOS
      Close ORDE
      Exit Program
   End-if
   Perform Proximo-Numero-Nota Thru Proximo-Numero-Nota-Exit

   Initialize NOTAAJ-REGI
   Move WS-PROX-NOTA       To NA-NUME
   Move WS-TIPO-DIGITADO   To NA-TIPO
   Move ORDE-NUME          To NA-PEDIDO
   Move ORDE-CLIE          To NA-CLIE
   Move WS-MOTIVO-DIGITADO To NA-MOTIVO
   Move WS-DATA-SISTEMA    To NA-DATA
   Move WS-VALOR-DIGITADO  To NA-VALOR
   Move WS-HIST-DIGITADO   To NA-HISTORICO
   Move Oper-Nome          To NA-OPER
   Move WS-DATA-SISTEMA    To NA-DTIN
   Move WS-HORA-SISTEMA-X  To NA-HRIN
   If Nota-Credito
      Perform Abate-Titulos Thru Abate-Titulos-Exit
   Else
      Perform Grava-Titulo-Debito Thru Grava-Titulo-Debito-Exit
   End-if
   Write NOTAAJ-REGI
      Invalid Key
         Display "erro NOTAAJ " Stat-NOTAAJ
   End-Write

   Perform Imprime-Nota Thru Imprime-Nota-Exit

   Close NOTAAJ
   Close TITULOS
   Close ORDE
   Move NA-NUME To WS-NOTA-ED
   If Nota-Credito
      Display "Nota de credito " WS-NOTA-ED " registrada."
      If NA-SOBRA > Zeros
         Move NA-SOBRA To WS-VALOR-ED
         Display "AVISO: credito de " WS-VALOR-ED
                 " sobrou sem titulo aberto - trate a mao."
      End-if
   Else
      Move NA-TI-NUME To WS-NUME-ED
      Move NA-TI-PARC To WS-PARC-ED
      Display "Nota de debito " WS-NOTA-ED " registrada - titulo "
              WS-NUME-ED "/" WS-PARC-ED "."
   End-if
   Exit Program.
*
*  The order's active fatura agrupada, if any: its title carries
*  what the order still owes.
 Localiza-Fatura.
   Move "N" To WS-ALVO-FATURA WS-FATURA-BOLETO
   If ORDE-FAGR Not > Zeros
      Go To Localiza-Fatura-Exit
   End-if
   Move Spaces to PathFATAGR.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FATAGR.DAT" Delimited By Size
          Into PathFATAGR
   End-String.
   Open Input FATAGR
   If Not Valido-FATAGR
      Go To Localiza-Fatura-Exit
   End-if
   Move ORDE-FAGR To FA-NUME
   Read FATAGR
      Invalid Key Continue
   End-Read
   If Valido-FATAGR And Fatura-Ativa
      Move "S"        To WS-ALVO-FATURA
      Move FA-NUME    To WS-FATURA-NUME
      Move FA-TI-NUME To WS-FATURA-TI-NUME
      Move FA-TI-PARC To WS-FATURA-TI-PARC
      If Boleto-Emitido
         Move "S" To WS-FATURA-BOLETO
      End-if
   End-if
   Close FATAGR.
 Localiza-Fatura-Exit.
   Exit.
*
 Soma-Aberto.
   Move Zeros To WS-SALDO-ABERTO
   If Alvo-Fatura
      Move WS-FATURA-TI-NUME To TI-NUME
      Move WS-FATURA-TI-PARC To TI-PARC
      Read TITULOS
         Invalid Key Continue
      End-Read
      If Valido-TITULOS And Titulo-Aberto
         Move TI-VALOR To WS-SALDO-ABERTO
      End-if
      Go To Soma-Aberto-Exit
   End-if
   Perform Varying WS-PARC-IDX From 1 By 1 Until WS-PARC-IDX > 99
      Move ORDE-NUME   To TI-NUME
      Move WS-PARC-IDX To TI-PARC
      Read TITULOS
         Invalid Key Continue
      End-Read
      If Valido-TITULOS And Titulo-Aberto
         Add TI-VALOR To WS-SALDO-ABERTO
      End-if
   End-Perform.
 Soma-Aberto-Exit.
   Exit.
*
 Proximo-Numero-Nota.
   Move Zeros To WS-PROX-NOTA
   Move Zeros To NA-NUME
   Start NOTAAJ Key Not < NA-NUME
      Invalid Key Move "10" To Stat-NOTAAJ
   End-Start
   Perform Until Fim-NOTAAJ
      Read NOTAAJ Next Record
         At End Move "10" To Stat-NOTAAJ
      End-Read
      If Valido-NOTAAJ
         Move NA-NUME To WS-PROX-NOTA
      End-if
   End-Perform
   Add 1 To WS-PROX-NOTA.
 Proximo-Numero-Nota-Exit.
   Exit.
*
*  The credit comes off the open titles oldest first - an
*  abatement of the face value, not a payment, the PROG903 rule: a
*  title abated to zero flips to pago by "NOTA CREDITO". Each
*  abatement is kept on the note; what finds no open title stays
*  in NA-SOBRA.
 Abate-Titulos.
   Move NA-VALOR To WS-A-ABATER
   Move Zeros    To NA-QTD-ABAT
   If Alvo-Fatura
      Move WS-FATURA-TI-NUME To TI-NUME
      Move WS-FATURA-TI-PARC To TI-PARC
      Perform Abate-Um-Titulo Thru Abate-Um-Titulo-Exit
   Else
      Perform Varying WS-PARC-IDX From 1 By 1
                Until WS-PARC-IDX > 99 Or WS-A-ABATER <= Zeros
                   Or NA-QTD-ABAT >= max-abatimentos
         Move ORDE-NUME   To TI-NUME
         Move WS-PARC-IDX To TI-PARC
         Perform Abate-Um-Titulo Thru Abate-Um-Titulo-Exit
      End-Perform
   End-if
   Move WS-A-ABATER To NA-SOBRA.
 Abate-Titulos-Exit.
   Exit.
*
 Abate-Um-Titulo.
   Read TITULOS
      Invalid Key Go To Abate-Um-Titulo-Exit
   End-Read
   If Not Titulo-Aberto Or WS-A-ABATER <= Zeros
      Go To Abate-Um-Titulo-Exit
   End-if
   If TI-VALOR > WS-A-ABATER
      Move WS-A-ABATER To WS-ABATE
   Else
      Move TI-VALOR To WS-ABATE
   End-if
   Subtract WS-ABATE From TI-VALOR
   If TI-VALOR = Zeros
      Move "P"             To TI-SITU
      Move WS-DATA-SISTEMA To TI-DTPG
      Move "NOTA CREDITO"  To TI-OPER-PG
   End-if
   Rewrite TITULOS-REGI
      Invalid Key Go To Abate-Um-Titulo-Exit
   End-Rewrite
   Subtract WS-ABATE From WS-A-ABATER
   Add 1 To NA-QTD-ABAT
   Move NA-QTD-ABAT To WS-AB-IDX
   Move TI-NUME  To NA-AB-NUME(WS-AB-IDX)
   Move TI-PARC  To NA-AB-PARC(WS-AB-IDX)
   Move WS-ABATE To NA-AB-VALOR(WS-AB-IDX).
 Abate-Um-Titulo-Exit.
   Exit.
*
*  The debit's own title under the order, next free parcel above
*  10 (the residual convention), at the bank of the order's first
*  title.
 Grava-Titulo-Debito.
   Move Spaces To WS-DEBITO-BANCO
   Move "N"    To WS-BANCO-ACHADO
   Perform Varying WS-PARC-IDX From 1 By 1
             Until WS-PARC-IDX > 99 Or Banco-Achado
      Move ORDE-NUME   To TI-NUME
      Move WS-PARC-IDX To TI-PARC
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
      Move ORDE-NUME         To TI-NUME
      Move WS-DEBITO-PARC    To TI-PARC
      Move ORDE-CLIE         To TI-CLIE
      Move Spaces            To TI-VENC
      Move WS-VENC-X         To TI-VENC(1:8)
      Move NA-VALOR          To TI-VALOR
      Move Zeros             To TI-VALOR-PAGO
      Move Spaces            To TI-DTPG TI-OPER-PG
      Move WS-DEBITO-BANCO   To TI-BANCO
      Move "A"               To TI-SITU
      Move WS-DATA-SISTEMA   To TI-DTIN
      Move WS-HORA-SISTEMA-X To TI-HRIN
      Write TITULOS-REGI
         Invalid Key Continue
      End-Write
   End-Perform
   If Valido-TITULOS
      Move ORDE-NUME      To NA-TI-NUME
      Move WS-DEBITO-PARC To NA-TI-PARC
   Else
      Display "Sem parcela livre no pedido - titulo do debito NAO"
              " gerado."
   End-if.
 Grava-Titulo-Debito-Exit.
   Exit.
*
*  The note sheet: who, which order, why, how much, and where the
*  value went on TITULOS.DAT.
 Imprime-Nota.
   Move Spaces to PathCLIENTE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   Move Spaces to PathDOCFAT.
   String Lk-Unidade         Delimited By Size
          "\DADOS\NOTAAJ.LST" Delimited By Size
          Into PathDOCFAT
   End-String.
   Open Output DOCFAT
   If Not Valido-DOCFAT
      Display "erro DOCFAT " Stat-DOCFAT
      Close CLIENTE
      Go To Imprime-Nota-Exit
   End-if

   Move NA-NUME To WS-NOTA-ED
   Move Spaces To DOCFAT-REGI
   If Nota-Credito
      String "NOTA DE CREDITO " WS-NOTA-ED "   EMISSAO: " NA-DATA
             Delimited By Size Into DOCFAT-REGI
      End-String
   Else
      String "NOTA DE DEBITO " WS-NOTA-ED "   EMISSAO: " NA-DATA
             Delimited By Size Into DOCFAT-REGI
      End-String
   End-if
   Write DOCFAT-REGI

   Move NA-CLIE To CLI-CODIGO WS-CLIE-ED
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
   End-Read
   Move Spaces To DOCFAT-REGI
   String "CLIENTE: " WS-CLIE-ED " - " CLI-NOME
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "ENDERECO: " CLI-ENDERECO
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "CIDADE/UF: " CLI-CIDADE " " CLI-UF "  CEP: " CLI-CEP
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move NA-PEDIDO To WS-NUME-ED
   Move Spaces To DOCFAT-REGI
   String "PEDIDO ORIGINAL: " WS-NUME-ED "   EMISSAO: " ORDE-EMIS
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move NA-MOTIVO To WS-MOTIVO-ED
   Move Spaces To DOCFAT-REGI
   String "MOTIVO: " WS-MOTIVO-ED " - " WS-MOTIVO-DESC
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "HISTORICO: " NA-HISTORICO
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move NA-VALOR To WS-VALOR-ED
   Move Spaces To DOCFAT-REGI
   String "VALOR DA NOTA...: " WS-VALOR-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   If Nota-Credito
      Move "  TITULO ABATIDO              VALOR ABATIDO"
           To DOCFAT-REGI
      Write DOCFAT-REGI
      Perform Varying WS-AB-IDX From 1 By 1
                Until WS-AB-IDX > NA-QTD-ABAT
         Move NA-AB-NUME(WS-AB-IDX)  To WS-NUME-ED
         Move NA-AB-PARC(WS-AB-IDX)  To WS-PARC-ED
         Move NA-AB-VALOR(WS-AB-IDX) To WS-VALOR-ED
         Move Spaces To DOCFAT-REGI
         String "  " WS-NUME-ED "/" WS-PARC-ED
                "               " WS-VALOR-ED
                Delimited By Size Into DOCFAT-REGI
         End-String
         Write DOCFAT-REGI
      End-Perform
      If NA-SOBRA > Zeros
         Move NA-SOBRA To WS-VALOR-ED
         Move Spaces To DOCFAT-REGI
         String "  CREDITO SEM TITULO EM ABERTO  " WS-VALOR-ED
                Delimited By Size Into DOCFAT-REGI
         End-String
         Write DOCFAT-REGI
      End-if
   Else
      Move NA-TI-NUME To WS-NUME-ED
      Move NA-TI-PARC To WS-PARC-ED
      Move Spaces To DOCFAT-REGI
      String "TITULO A PAGAR..: " WS-NUME-ED "/" WS-PARC-ED
             "   VENCIMENTO: " WS-VENC-X
             Delimited By Size Into DOCFAT-REGI
      End-String
      Write DOCFAT-REGI
   End-if

   Close CLIENTE
   Close DOCFAT
   Move "PROG1031"   To WS-SP-PROGRAMA
   Move "NOTAAJ.LST" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move "NOTAAJ.LST" To WS-MQ-ARQUIVO
   Move "NOTAAJ"     To WS-MQ-DOC
   Perform Enfileira-Email Thru Enfileira-Email-Exit
   Display "Nota " WS-NOTA-ED " impressa em 'NOTAAJ.LST'.".
 Imprime-Nota-Exit.
   Exit.
*
*  Queues the sheet for the client's e-mail - the PROG961 way.
 Enfileira-Email.
   If CLI-EMAIL = Spaces
      Go To Enfileira-Email-Exit
   End-if
   Move Spaces to PathMAILQ.
   String Lk-Unidade         Delimited By Size
          "\DADOS\MAILQ.DAT" Delimited By Size
          Into PathMAILQ
   End-String.
   Open I-O MAILQ
   If Not Valido-MAILQ
      Open Output MAILQ
      Close MAILQ
      Open I-O MAILQ
   End-if
   If Not Valido-MAILQ
      Go To Enfileira-Email-Exit
   End-if
   Move Zeros To WS-MQ-SEQ
   Perform Until Stat-MAILQ = "10"
      Read MAILQ Next Record
         At End Move "10" To Stat-MAILQ
      End-Read
      If Valido-MAILQ
         Move MQ-SEQ To WS-MQ-SEQ
      End-if
   End-Perform
   Add 1 To WS-MQ-SEQ
   Initialize MAILQ-REGI
   Move WS-MQ-SEQ       To MQ-SEQ
   Move CLI-CODIGO      To MQ-CLIE
   Move CLI-EMAIL       To MQ-EMAIL
   Move WS-MQ-ARQUIVO   To MQ-ARQUIVO
   Move WS-MQ-DOC       To MQ-DOC
   Move NA-NUME         To MQ-NUME
   Move "P"             To MQ-SITU
   Move Zeros           To MQ-TENTATIVAS
   Move WS-DATA-SISTEMA To MQ-DTIN
   Move WS-HORA-ACEITA  To MQ-HRIN
   Move Spaces          To MQ-DTUL
   Write MAILQ-REGI
      Invalid Key Continue
   End-Write
   Close MAILQ.
 Enfileira-Email-Exit.
   Exit.
