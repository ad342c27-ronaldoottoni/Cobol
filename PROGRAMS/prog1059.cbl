*LAUDO DE ANALISE POR LOTE DO PEDIDO - EMISSAO E REIMPRESSAO (LAUDO.DAT)
 Identification Division.
 Program-Id. PROG1059.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CARGA.SL".
   Copy "..\COPY\TICKETS.SL".
   Copy "..\COPY\CLASSIF.SL".
   Copy "..\COPY\CONTRATO.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\LAUDO.SL".
   Copy "..\COPY\DOCFAT.SL".
   Copy "..\COPY\MAILQ.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CARGA
   Copy "..\COPY\CARGA.FD".
   Copy "..\COPY\TICKETS.FD".
$XFD FILE=CLASSIF
   Copy "..\COPY\CLASSIF.FD".
$XFD FILE=CONTRATO
   Copy "..\COPY\CONTRATO.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=LAUDO
   Copy "..\COPY\LAUDO.FD".
   Copy "..\COPY\DOCFAT.FD".
$XFD FILE=MAILQ
   Copy "..\COPY\MAILQ.FD".
*
 Working-Storage Section.
*
*  The certificate of analysis the seed and export clients ask
*  for with every load, instead of the word-processor copy: one
*  laudo per ORDE-LOTE lot of the order, with the moisture and
*  impurity the weighbridge graded (TICKETS.DAT, the tickets of
*  the order or of each carga carrying the lot's line) judged
*  against the client's contracted specification (CN-UMID-MAX/
*  CN-IMP-MAX of the contract covering the order date) or, where
*  the contract names none, the product's CLASSIF.DAT base. The
*  highest reading is the one judged, so APROVADO means every
*  truck passed.
*
*  Numbered the NOTAAJ way (last number + 1) and recorded in
*  LAUDO.DAT with every figure printed, so the reprint (order 0)
*  is the very document the client received. Each laudo is its
*  own sheet, LAUDOnnnnnn.TXT, filed in the spool catalog. The
*  laudos travel with the billing document: PROG961 queues those
*  not yet sent when it queues the DOCFAT; a laudo issued for an
*  order already faturado is queued here at once.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-CARGA          PIC X(002).
     88 Valido-CARGA     Value "00" THRU "09".
     88 Fim-CARGA        Value "10".
 01  PATHCARGA           PIC X(060).
 01  WS-TEM-CARGA        PIC X(001) VALUE "N".
     88 Tem-Carga        Value "S".
 01  Stat-TICKETS        PIC X(002).
     88 Valido-TICKETS   Value "00" THRU "09".
     88 Fim-TICKETS      Value "10".
 01  PATHTICKETS         PIC X(060).
 01  Stat-CLASSIF        PIC X(002).
     88 Valido-CLASSIF   Value "00" THRU "09".
 01  PATHCLASSIF         PIC X(060).
 01  WS-TEM-CLASSIF      PIC X(001) VALUE "N".
     88 Tem-Classificacao Value "S".
 01  Stat-CONTRATO       PIC X(002).
     88 Valido-CONTRATO  Value "00" THRU "09".
     88 Fim-CONTRATO     Value "10".
 01  PATHCONTRATO        PIC X(060).
 01  WS-TEM-CONTRATO     PIC X(001) VALUE "N".
     88 Tem-Contrato     Value "S".
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-LAUDO          PIC X(002).
     88 Valido-LAUDO     Value "00" THRU "09".
     88 Fim-LAUDO        Value "10".
 01  PATHLAUDO           PIC X(060).
 01  Stat-DOCFAT         PIC X(002).
     88 Valido-DOCFAT    Value "00" THRU "09".
 01  PATHDOCFAT          PIC X(060).
 01  Stat-MAILQ          PIC X(002).
     88 Valido-MAILQ     Value "00" THRU "09".
 01  PATHMAILQ           PIC X(060).
*
*  The operator signs the laudo.
 Copy "..\copy\usuario.cpy".
*
 01  WS-NUME-DIGITADO    PIC 9(006) VALUE ZEROS.
 01  WS-LAUDO-DIGITADO   PIC 9(006) VALUE ZEROS.
 01  WS-CONFIRMA         PIC X(001) VALUE "N".
     88 Confirma-Laudo   Value "S" "s".
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
*
*  The day's scale extract, loaded whole as PROG962 does.
 78  max-tickets         value 2000.
 01  WS-TICKET-TAB.
     03 WS-TICKET occurs 2000 times.
        05 WS-TK-NUMERO  PIC 9(006).
        05 WS-TK-UMID    PIC 9(002)V99.
        05 WS-TK-IMP     PIC 9(002)V99.
 01  WS-QTD-TICKETS      PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-TK-IDX           PIC 9(004) COMP-X.
 01  WS-ACHOU-TICKET     PIC X(001).
     88 Achou-Ticket     Value "S".
 01  WS-TICK-PROCURADO   PIC S9(006) COMP-5.
*
 01  WS-LIN-IDX          PIC 9(002) COMP-X.
 01  WS-LT-IDX           PIC 9(002) COMP-X.
 01  WS-ORDEM-COM-CARGA  PIC X(001).
     88 Ordem-Com-Carga  Value "S".
 01  WS-CON-EMIS         PIC X(008).
 01  WS-MOTIVO           PIC X(060).
*
 01  WS-PROX-LAUDO       PIC S9(006) COMP-5.
 01  WS-QTD-EMITIDOS     PIC 9(003) VALUE ZEROS.
 01  WS-QTD-RECUSADOS    PIC 9(003) VALUE ZEROS.
 01  WS-LAUDO-NUM        PIC 9(006).
 01  WS-SEGUNDA-VIA      PIC X(001) VALUE "N".
     88 Segunda-Via      Value "S".
*
 01  WS-MQ-SEQ           PIC 9(006).
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
*
 01  WS-LAUDO-ED         PIC Z(005)9.
 01  WS-NUME-ED          PIC Z(005)9.
 01  WS-CLIE-ED          PIC Z(003)9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-CONT-ED          PIC Z(005)9.
 01  WS-TICK-ED          PIC Z(005)9.
 01  WS-QUAN-ED          PIC ZZZZZZZZZ,999.
 01  WS-PCT-ED           PIC Z9,99.
 01  WS-LIM-ED           PIC Z9,99.
 01  WS-QTD-ED           PIC ZZ9.
 01  WS-DATA-ED          PIC X(010).
 01  WS-SITU-LINHA       PIC X(010).
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

   Move Spaces to PathLAUDO.
   String Lk-Unidade         Delimited By Size
          "\DADOS\LAUDO.DAT" Delimited By Size
          Into PathLAUDO
   End-String.
   Open I-O LAUDO
   If Not Valido-LAUDO
      Open Output LAUDO
      Close LAUDO
      Open I-O LAUDO
   End-if
   If Not Valido-LAUDO
      Display "erro LAUDO " Stat-LAUDO
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
      Close LAUDO
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
      Close LAUDO
      Close CLIENTE
      Exit Program
   End-if

   Display "Pedido do laudo (0 = reimprimir um laudo): "
           With No Advancing
   Accept WS-NUME-DIGITADO
   If WS-NUME-DIGITADO = Zeros
      Perform Reimprime-Laudo Thru Reimprime-Laudo-Exit
   Else
      Perform Emite-Laudos Thru Emite-Laudos-Exit
   End-if

   Close LAUDO
   Close CLIENTE
   Close PRODUTO
   Exit Program.
*
*  A second copy, off the recorded figures - never re-measured.
 Reimprime-Laudo.
   Display "Numero do laudo...........: " With No Advancing
   Accept WS-LAUDO-DIGITADO
   Move WS-LAUDO-DIGITADO To LD-NUMERO
   Read LAUDO
      Invalid Key
         Display "Laudo nao encontrado."
         Go To Reimprime-Laudo-Exit
   End-Read
   Move "S" To WS-SEGUNDA-VIA
   Add 1 To LD-QTD-VIAS
   Rewrite LAUDO-REGI
      Invalid Key Continue
   End-Rewrite
   Perform Imprime-Laudo Thru Imprime-Laudo-Exit
   Move LD-NUMERO To WS-LAUDO-ED
   Display "Laudo " WS-LAUDO-ED " reimpresso em '" LD-ARQUIVO.
 Reimprime-Laudo-Exit.
   Exit.
*
 Emite-Laudos.
   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Go To Emite-Laudos-Exit
   End-if
   Move WS-NUME-DIGITADO To ORDE-NUME
   Read ORDE
      Invalid Key
         Display "Pedido nao encontrado."
         Close ORDE
         Go To Emite-Laudos-Exit
   End-Read
   If Situacao-Cancelado
      Display "Pedido cancelado - sem laudo."
      Close ORDE
      Go To Emite-Laudos-Exit
   End-if
   Move ORDE-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
   End-Read
   Move Spaces To WS-CON-EMIS
   Move ORDE-EMIS(1:8) To WS-CON-EMIS

   Move Spaces to PathTICKETS.
   String Lk-Unidade           Delimited By Size
          "\DADOS\TICKETS.DAT" Delimited By Size
          Into PathTICKETS
   End-String.
   Open Input TICKETS
   If Not Valido-TICKETS
      Display "erro TICKETS " Stat-TICKETS
      Close ORDE
      Go To Emite-Laudos-Exit
   End-if
   Perform Carrega-Tickets Thru Carrega-Tickets-Exit
   Close TICKETS

   Move Spaces to PathCLASSIF.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLASSIF.DAT" Delimited By Size
          Into PathCLASSIF
   End-String.
   Move "N" To WS-TEM-CLASSIF
   Open Input CLASSIF
   If Valido-CLASSIF
      Move "S" To WS-TEM-CLASSIF
   End-if
   Move Spaces to PathCONTRATO.
   String Lk-Unidade            Delimited By Size
          "\DADOS\CONTRATO.DAT" Delimited By Size
          Into PathCONTRATO
   End-String.
   Move "N" To WS-TEM-CONTRATO
   Open Input CONTRATO
   If Valido-CONTRATO
      Move "S" To WS-TEM-CONTRATO
   End-if
   Move Spaces to PathCARGA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CARGA.DAT" Delimited By Size
          Into PathCARGA
   End-String.
   Move "N" To WS-TEM-CARGA
   Open Input CARGA
   If Valido-CARGA
      Move "S" To WS-TEM-CARGA
   End-if

   Display "Emite os laudos dos lotes do pedido (S/N)? "
           With No Advancing
   Accept WS-CONFIRMA
   If Confirma-Laudo
      Perform Varying WS-LIN-IDX From 1 By 1 Until WS-LIN-IDX > 20
         If ORDE-PROD(WS-LIN-IDX) > Zeros
            And ORDE-LOTE(WS-LIN-IDX) Not = Spaces
            Perform Emite-Um-Laudo Thru Emite-Um-Laudo-Exit
         End-if
      End-Perform
   Else
      Display "Emissao abortada."
   End-if

   Close ORDE
   If Tem-Classificacao
      Close CLASSIF
   End-if
   If Tem-Contrato
      Close CONTRATO
   End-if
   If Tem-Carga
      Close CARGA
   End-if
   Move WS-QTD-EMITIDOS To WS-QTD-ED
   Display WS-QTD-ED " laudo(s) emitido(s)."
   If WS-QTD-RECUSADOS > Zeros
      Move WS-QTD-RECUSADOS To WS-QTD-ED
      Display WS-QTD-ED " lote(s) sem laudo - veja os motivos acima."
   End-if.
 Emite-Laudos-Exit.
   Exit.
*
 Carrega-Tickets.
   Perform Le-Proximo-Ticket Thru Le-Proximo-Ticket-Exit
   Perform Until Fim-TICKETS Or WS-QTD-TICKETS = max-tickets
      If TK-NUMERO > Zeros
         Add 1 To WS-QTD-TICKETS
         Move TK-NUMERO To WS-TK-NUMERO (WS-QTD-TICKETS)
*        Extracts older than the grading columns leave the tail
*        blank - zero means "not graded".
         If TK-UMIDADE Numeric
            Move TK-UMIDADE To WS-TK-UMID (WS-QTD-TICKETS)
         Else
            Move Zeros      To WS-TK-UMID (WS-QTD-TICKETS)
         End-if
         If TK-IMPUREZA Numeric
            Move TK-IMPUREZA To WS-TK-IMP (WS-QTD-TICKETS)
         Else
            Move Zeros       To WS-TK-IMP (WS-QTD-TICKETS)
         End-if
      End-if
      Perform Le-Proximo-Ticket Thru Le-Proximo-Ticket-Exit
   End-Perform.
 Carrega-Tickets-Exit.
   Exit.
*
 Le-Proximo-Ticket.
   Read TICKETS
      At End Move "10" To Stat-TICKETS
   End-Read.
 Le-Proximo-Ticket-Exit.
   Exit.
*
*  One lot: refused when a laudo already exists for the order
*  line, when no ticket carries a grading, or when there is no
*  limit to judge by.
 Emite-Um-Laudo.
   Move Spaces To WS-MOTIVO
   Move ORDE-NUME To LD-NUME
   Start LAUDO Key Is = LD-NUME
      Invalid Key Move "10" To Stat-LAUDO
   End-Start
   Perform Until Fim-LAUDO
      Read LAUDO Next Record
         At End Move "10" To Stat-LAUDO
      End-Read
      If Valido-LAUDO
         If LD-NUME Not = ORDE-NUME
            Move "10" To Stat-LAUDO
         Else
            If LD-LINHA = WS-LIN-IDX
               Move LD-NUMERO To WS-LAUDO-ED
               String "JA EMITIDO O LAUDO " WS-LAUDO-ED
                      " - USE A REIMPRESSAO"
                      Delimited By Size Into WS-MOTIVO
               End-String
               Move "10" To Stat-LAUDO
            End-if
         End-if
      End-if
   End-Perform
   If WS-MOTIVO Not = Spaces
      Go To Emite-Um-Laudo-Recusa
   End-if

   Initialize LAUDO-REGI
   Move ORDE-NUME              To LD-NUME
   Move ORDE-LOTE(WS-LIN-IDX)  To LD-LOTE
   Move WS-LIN-IDX             To LD-LINHA
   Move ORDE-CLIE              To LD-CLIE
   Move ORDE-PROD(WS-LIN-IDX)  To LD-PROD
   Move ORDE-QUAN(WS-LIN-IDX)  To LD-QUAN
   Perform Junta-Leituras Thru Junta-Leituras-Exit
   If LD-QTD-LEIT = Zeros
      Move "SEM UMIDADE/IMPUREZA DA BALANCA NO EXTRATO DO DIA"
           To WS-MOTIVO
      Go To Emite-Um-Laudo-Recusa
   End-if
   Perform Busca-Limites Thru Busca-Limites-Exit
   If LD-UMID-LIM = Zeros And LD-IMP-LIM = Zeros
      Move "SEM ESPECIFICACAO - CONTRATO NEM CLASSIF.DAT"
           To WS-MOTIVO
      Go To Emite-Um-Laudo-Recusa
   End-if

   Move "A" To LD-RESULTADO
   If LD-UMID-LIM > Zeros And LD-UMIDADE > LD-UMID-LIM
      Move "R" To LD-RESULTADO
   End-if
   If LD-IMP-LIM > Zeros And LD-IMPUREZA > LD-IMP-LIM
      Move "R" To LD-RESULTADO
   End-if

   Perform Proximo-Numero-Laudo Thru Proximo-Numero-Laudo-Exit
   Move WS-PROX-LAUDO   To LD-NUMERO WS-LAUDO-NUM
   Move Spaces To LD-ARQUIVO
   String "LAUDO" WS-LAUDO-NUM ".TXT"
          Delimited By Size Into LD-ARQUIVO
   End-String
   Move WS-DATA-SISTEMA To LD-DATA
   Move WS-HORA-SISTEMA To LD-HORA
   Move Oper-Nome       To LD-OPER
   Move Spaces          To LD-DTMAIL
   Move 1               To LD-QTD-VIAS
   Write LAUDO-REGI
      Invalid Key
         Display "erro LAUDO " Stat-LAUDO
         Go To Emite-Um-Laudo-Exit
   End-Write
   Move "N" To WS-SEGUNDA-VIA
   Perform Imprime-Laudo Thru Imprime-Laudo-Exit
   If Situacao-Faturado
      Perform Enfileira-Email Thru Enfileira-Email-Exit
   End-if
   Add 1 To WS-QTD-EMITIDOS
   Move LD-NUMERO To WS-LAUDO-ED
   If Laudo-Aprovado
      Display "Lote " LD-LOTE ": laudo " WS-LAUDO-ED " APROVADO."
   Else
      Display "Lote " LD-LOTE ": laudo " WS-LAUDO-ED " REPROVADO."
   End-if
   Go To Emite-Um-Laudo-Exit.
 Emite-Um-Laudo-Recusa.
   Add 1 To WS-QTD-RECUSADOS
   Display "Lote " ORDE-LOTE(WS-LIN-IDX) ": " WS-MOTIVO.
 Emite-Um-Laudo-Exit.
   Exit.
*
*  The tickets that carried the lot: each carga with a quantity
*  on the lot's line, or the order's own ticket when it left in
*  one truck. A ticket without grading is no reading.
 Junta-Leituras.
   Move "N" To WS-ORDEM-COM-CARGA
   If Tem-Carga
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
               Move "S" To WS-ORDEM-COM-CARGA
               If CG-QUAN(WS-LIN-IDX) > Zeros
                  Move CG-TICK To WS-TICK-PROCURADO
                  Perform Junta-Uma-Leitura
                     Thru Junta-Uma-Leitura-Exit
               End-if
            End-if
         End-if
      End-Perform
   End-if
   If Not Ordem-Com-Carga
      Move ORDE-TICK To WS-TICK-PROCURADO
      Perform Junta-Uma-Leitura Thru Junta-Uma-Leitura-Exit
   End-if.
 Junta-Leituras-Exit.
   Exit.
*
 Junta-Uma-Leitura.
   If WS-TICK-PROCURADO Not > Zeros Or LD-QTD-LEIT >= 10
      Go To Junta-Uma-Leitura-Exit
   End-if
   Move "N" To WS-ACHOU-TICKET
   Perform Varying WS-TK-IDX From 1 By 1
             Until WS-TK-IDX > WS-QTD-TICKETS Or Achou-Ticket
      If WS-TK-NUMERO (WS-TK-IDX) = WS-TICK-PROCURADO
         Move "S" To WS-ACHOU-TICKET
      End-if
   End-Perform
   If Not Achou-Ticket
      Go To Junta-Uma-Leitura-Exit
   End-if
*  WS-TK-IDX stepped one past the hit when the loop closed.
   Subtract 1 From WS-TK-IDX
   If WS-TK-UMID (WS-TK-IDX) = Zeros And WS-TK-IMP (WS-TK-IDX) = Zeros
      Go To Junta-Uma-Leitura-Exit
   End-if
   Add 1 To LD-QTD-LEIT
   Move LD-QTD-LEIT To WS-LT-IDX
   Move WS-TICK-PROCURADO     To LD-LT-TICK (WS-LT-IDX)
   Move WS-TK-UMID (WS-TK-IDX) To LD-LT-UMID (WS-LT-IDX)
   Move WS-TK-IMP  (WS-TK-IDX) To LD-LT-IMP  (WS-LT-IDX)
   If WS-TK-UMID (WS-TK-IDX) > LD-UMIDADE
      Move WS-TK-UMID (WS-TK-IDX) To LD-UMIDADE
   End-if
   If WS-TK-IMP (WS-TK-IDX) > LD-IMPUREZA
      Move WS-TK-IMP (WS-TK-IDX) To LD-IMPUREZA
   End-if.
 Junta-Uma-Leitura-Exit.
   Exit.
*
*  The product's CLASSIF.DAT base first; then the contract of
*  the client and product covering the order date, whose figures
*  (where given) are what the client actually bought.
 Busca-Limites.
   Move "T"   To LD-ORIGEM-LIM
   Move Zeros To LD-CONTRATO LD-UMID-LIM LD-IMP-LIM
   If Tem-Classificacao
      Move LD-PROD To CL-PROD
      Read CLASSIF
         Invalid Key Continue
      End-Read
      If Valido-CLASSIF
         Move CL-UMID-BASE To LD-UMID-LIM
         Move CL-IMP-BASE  To LD-IMP-LIM
      End-if
   End-if
   If Not Tem-Contrato
      Go To Busca-Limites-Exit
   End-if
   Move Low-Values To CN-NUMERO
   Start CONTRATO Key Is Not Less CN-NUMERO
      Invalid Key Go To Busca-Limites-Exit
   End-Start
   Move "00" To Stat-CONTRATO
   Perform Until Fim-CONTRATO
      Read CONTRATO Next Record
         At End Move "10" To Stat-CONTRATO
      End-Read
      If Valido-CONTRATO
         And CN-CLIE = LD-CLIE
         And CN-PROD = LD-PROD
         And WS-CON-EMIS Not < CN-DATA-DE
         And WS-CON-EMIS Not > CN-DATA-ATE
         And (CN-UMID-MAX > Zeros Or CN-IMP-MAX > Zeros)
         Move "C"       To LD-ORIGEM-LIM
         Move CN-NUMERO To LD-CONTRATO
         If CN-UMID-MAX > Zeros
            Move CN-UMID-MAX To LD-UMID-LIM
         End-if
         If CN-IMP-MAX > Zeros
            Move CN-IMP-MAX To LD-IMP-LIM
         End-if
         Move "10" To Stat-CONTRATO
      End-if
   End-Perform.
 Busca-Limites-Exit.
   Exit.
*
 Proximo-Numero-Laudo.
   Move Zeros To WS-PROX-LAUDO
   Move Zeros To LD-NUMERO
   Start LAUDO Key Not < LD-NUMERO
      Invalid Key Move "10" To Stat-LAUDO
   End-Start
   Perform Until Fim-LAUDO
      Read LAUDO Next Record
         At End Move "10" To Stat-LAUDO
      End-Read
      If Valido-LAUDO
         Move LD-NUMERO To WS-PROX-LAUDO
      End-if
   End-Perform
   Add 1 To WS-PROX-LAUDO.
 Proximo-Numero-Laudo-Exit.
   Exit.
*
*  The laudo sheet, entirely off the LAUDO.DAT record.
 Imprime-Laudo.
   Move Spaces to PathDOCFAT.
   String Lk-Unidade Delimited By Size
          "\DADOS\"  Delimited By Size
          LD-ARQUIVO Delimited By Space
          Into PathDOCFAT
   End-String.
   Open Output DOCFAT
   If Not Valido-DOCFAT
      Display "erro DOCFAT " Stat-DOCFAT
      Go To Imprime-Laudo-Exit
   End-if

   Move LD-NUMERO To WS-LAUDO-ED
   Move Spaces To WS-DATA-ED
   String LD-DATA(7:2) "/" LD-DATA(5:2) "/" LD-DATA(1:4)
          Delimited By Size Into WS-DATA-ED
   End-String
   Move Spaces To DOCFAT-REGI
   String "LAUDO DE ANALISE No. " WS-LAUDO-ED "   EMISSAO: "
          WS-DATA-ED
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   If Segunda-Via
      Move Spaces To DOCFAT-REGI
      String "SEGUNDA VIA - EMITIDA EM " WS-DATA-SISTEMA(7:2) "/"
             WS-DATA-SISTEMA(5:2) "/" WS-DATA-SISTEMA(1:4)
             Delimited By Size Into DOCFAT-REGI
      End-String
      Write DOCFAT-REGI
   End-if
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move LD-CLIE To CLI-CODIGO WS-CLIE-ED
   Read CLIENTE
      Invalid Key Move Spaces To CLIENTE-REGI
   End-Read
   Move Spaces To DOCFAT-REGI
   String "CLIENTE: " WS-CLIE-ED " - " CLI-NOME
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "CIDADE/UF: " CLI-CIDADE " " CLI-UF
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move LD-NUME To WS-NUME-ED
   Move Spaces To DOCFAT-REGI
   String "PEDIDO: " WS-NUME-ED "   LOTE/SAFRA: " LD-LOTE
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move LD-PROD To PD-CODIGO WS-PROD-ED
   Read PRODUTO
      Invalid Key Move Spaces To PD-NOME
   End-Read
   Move LD-QUAN To WS-QUAN-ED
   Move Spaces To DOCFAT-REGI
   String "PRODUTO: " WS-PROD-ED " - " PD-NOME
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "QUANTIDADE DO LOTE: " WS-QUAN-ED " " PD-UNIDADE
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move "  TICKET  UMIDADE %  IMPUREZA %" To DOCFAT-REGI
   Write DOCFAT-REGI
   Perform Varying WS-LT-IDX From 1 By 1
             Until WS-LT-IDX > LD-QTD-LEIT
      Move LD-LT-TICK (WS-LT-IDX) To WS-TICK-ED
      Move LD-LT-UMID (WS-LT-IDX) To WS-PCT-ED
      Move LD-LT-IMP  (WS-LT-IDX) To WS-LIM-ED
      Move Spaces To DOCFAT-REGI
      String "  " WS-TICK-ED "      " WS-PCT-ED "       " WS-LIM-ED
             Delimited By Size Into DOCFAT-REGI
      End-String
      Write DOCFAT-REGI
   End-Perform
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move "  ANALISE     RESULTADO  ESPECIFICACAO  SITUACAO"
        To DOCFAT-REGI
   Write DOCFAT-REGI
   Move LD-UMIDADE  To WS-PCT-ED
   Move LD-UMID-LIM To WS-LIM-ED
   If LD-UMID-LIM = Zeros
      Move "SEM LIMITE" To WS-SITU-LINHA
   Else
      If LD-UMIDADE > LD-UMID-LIM
         Move "REPROVADO" To WS-SITU-LINHA
      Else
         Move "APROVADO"  To WS-SITU-LINHA
      End-if
   End-if
   Move Spaces To DOCFAT-REGI
   String "  UMIDADE %   " WS-PCT-ED "      MAX " WS-LIM-ED
          "      " WS-SITU-LINHA
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move LD-IMPUREZA To WS-PCT-ED
   Move LD-IMP-LIM  To WS-LIM-ED
   If LD-IMP-LIM = Zeros
      Move "SEM LIMITE" To WS-SITU-LINHA
   Else
      If LD-IMPUREZA > LD-IMP-LIM
         Move "REPROVADO" To WS-SITU-LINHA
      Else
         Move "APROVADO"  To WS-SITU-LINHA
      End-if
   End-if
   Move Spaces To DOCFAT-REGI
   String "  IMPUREZA %  " WS-PCT-ED "      MAX " WS-LIM-ED
          "      " WS-SITU-LINHA
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI

   Move Spaces To DOCFAT-REGI
   If Limite-Contrato
      Move LD-CONTRATO To WS-CONT-ED
      String "ESPECIFICACAO: CONTRATO " WS-CONT-ED
             " DO CLIENTE (PIOR LEITURA ENTRE AS CARGAS)"
             Delimited By Size Into DOCFAT-REGI
      End-String
   Else
      Move "ESPECIFICACAO: PADRAO DE CLASSIFICACAO DO PRODUTO (PIOR LE
-          "ITURA ENTRE AS CARGAS)" To DOCFAT-REGI
   End-if
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   If Laudo-Aprovado
      Move "RESULTADO: LOTE APROVADO" To DOCFAT-REGI
   Else
      Move "RESULTADO: LOTE REPROVADO" To DOCFAT-REGI
   End-if
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   Write DOCFAT-REGI
   Move Spaces To DOCFAT-REGI
   String "RESPONSAVEL: " LD-OPER
          Delimited By Size Into DOCFAT-REGI
   End-String
   Write DOCFAT-REGI

   Close DOCFAT
   Move "PROG1059" To WS-SP-PROGRAMA
   Move LD-ARQUIVO To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call.
 Imprime-Laudo-Exit.
   Exit.
*
*  The order is faturado, so its billing document has already
*  gone out: the laudo follows on its own - the PROG961 way.
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
   Move LD-ARQUIVO      To MQ-ARQUIVO
   Move "LAUDO"         To MQ-DOC
   Move LD-NUME         To MQ-NUME
   Move "P"             To MQ-SITU
   Move Zeros           To MQ-TENTATIVAS
   Move WS-DATA-SISTEMA To MQ-DTIN
   Move WS-HORA-SISTEMA To MQ-HRIN
   Move Spaces          To MQ-DTUL
   Write MAILQ-REGI
      Invalid Key Continue
   End-Write
   Close MAILQ
   Move WS-DATA-SISTEMA To LD-DTMAIL
   Rewrite LAUDO-REGI
      Invalid Key Continue
   End-Rewrite.
 Enfileira-Email-Exit.
   Exit.
