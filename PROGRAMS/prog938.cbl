 File-Control.
*
   Copy "..\COPY\PORTARIA.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\AVERB.SL".
   Copy "..\COPY\USUARIOS.SL".
*
 Data Division.
 File Section.
$XFD FILE=PORTARIA
   Copy "..\COPY\PORTARIA.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=AVERB
   Copy "..\COPY\AVERB.FD".
   Copy "..\COPY\USUARIOS.FD".
*
 Working-Storage Section.
*
*  the paper pass; Saida closes it. PROG939 turns this log into
*  the queue/loading-time report that answers the demurrage
*  claims.
*
*  At the exit the truck's shipments are checked against the
*  cargo insurance registration (AVERB.DAT, PROG1043): the order
*  of the visit and everything on its romaneio must carry the
*  insurer's protocol, or the gatekeeper is warned before waving
*  it through. A branch that never ran PROG1043 has no AVERB.DAT
*  and gets no warning.
*
*  At the entry the driver's CNH, the truck's licenciamento and
*  the carrier's RNTRC are checked (CHKDOC): one of them expired
*  and the truck stays outside - unless the signed-on operator
*  carries the document-override byte (US-PDOC), in which case
*  it goes in with a warning box.
*
 01  Stat-PORTARIA       PIC X(002).
     88 Valido-PORTARIA  Value "00" THRU "09".
 01  PATHPORTARIA        PIC X(060).
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
 01  Stat-AVERB          PIC X(002).
     88 Valido-AVERB     Value "00" THRU "09".
     88 Fim-AVERB        Value "10".
 01  PATHAVERB           PIC X(060).
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
 01  PATHUSUARIOS        PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
 01  WS-DOC-TRAN         PIC S9(004) COMP-5.
 01  WS-DOC-RESULTADO    PIC X(001).
     88 Documento-Vencido Value "B".
 01  WS-DOC-MOTIVO       PIC X(060).
 01  WS-DOC-OVERRIDE     PIC X(001) VALUE "N".
     88 Operador-Libera-Documento Value "S".
 01  WS-DOC-RECUSADO     PIC X(001).
     88 Entrada-Recusada Value "S".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
 01 WS-HORA-X          PIC X(008).
 01 WS-PROX-SEQ        PIC 9(004).
 01 WS-SEQ-ED          PIC Z(003)9.
 01 WS-AV-ROMANEIO     PIC S9(006) COMP-5.
 01 WS-AV-EMBARQUES    PIC 9(003).
 01 WS-AV-SEM-PROT     PIC 9(003).
 01 WS-AV-ED           PIC ZZ9.
 01 WS-AV-AVISO        PIC X(070).
*
 01 WS-MENSAGEM        PIC X(055) VALUE SPACES.
*
      Display Tela-Portaria
      Go To Registra-Entrada-Exit
   End-if
   Perform Verifica-Documentos Thru Verifica-Documentos-Exit
   If Entrada-Recusada
      Display Tela-Portaria
      Go To Registra-Entrada-Exit
   End-if
   Perform Carimba-Hora Thru Carimba-Hora-Exit
   Move Zeros To WS-PROX-SEQ
   Move WS-DATA-SISTEMA To PT-DATA
         End-String
   End-Rewrite
   Display Tela-Portaria.
   If Valido-PORTARIA
      Perform Verifica-Averbacao Thru Verifica-Averbacao-Exit
      If WS-AV-AVISO Not = Spaces
         Display Message Box WS-AV-AVISO
      End-if
   End-if.
 Registra-Saida-Exit.
   Exit.
*
*  The carrier is the order's when one was typed, otherwise the
*  plate's own (CHKDOC reads it off VEICULOS.DAT).
 Verifica-Documentos.
   Move "N"   To WS-DOC-RECUSADO
   Move Zeros To WS-DOC-TRAN
   If WS-NUME-DIGITADO > Zeros
      Move Spaces to PathORDE
      String Lk-Unidade        Delimited By Size
             "\DADOS\ORDE.DAT" Delimited By Size
             Into PathORDE
      End-String
      Open Input ORDE
      If Valido-ORDE
         Move WS-NUME-DIGITADO To ORDE-NUME
         Read ORDE
            Invalid Key Continue
         End-Read
         If Valido-ORDE
            Move ORDE-TRAN To WS-DOC-TRAN
         End-if
         Close ORDE
      End-if
   End-if
   Call "CHKDOC" Using Lk-Unidade WS-PLACA-DIGITADA WS-DOC-TRAN
                       WS-DOC-RESULTADO WS-DOC-MOTIVO
      On Exception Move Spaces To WS-DOC-RESULTADO
   End-Call
   If Not Documento-Vencido
      Go To Verifica-Documentos-Exit
   End-if
   Perform Carrega-Override Thru Carrega-Override-Exit
   If Operador-Libera-Documento
      Display Message Box
        WS-DOC-MOTIVO " - entrada liberada pelo supervisor."
   Else
      Move "S" To WS-DOC-RECUSADO
      Move Spaces To WS-MENSAGEM
      String "Recusada: " WS-DOC-MOTIVO
             Delimited By Size Into WS-MENSAGEM
      End-String
   End-if.
 Verifica-Documentos-Exit.
   Exit.
*
 Carrega-Override.
   Move "N" To WS-DOC-OVERRIDE
   If Operador-Nao-Assinado
      Go To Carrega-Override-Exit
   End-if
   Open Input USUARIOS
   If Not Valido-USUARIOS
      Go To Carrega-Override-Exit
   End-if
   Move Oper-Codigo To US-CODIGO
   Read USUARIOS
      Invalid Key Continue
   End-Read
   If Valido-USUARIOS And Usuario-Ativo And Pode-Liberar-Documento
      Move "S" To WS-DOC-OVERRIDE
   End-if
   Close USUARIOS.
 Carrega-Override-Exit.
   Exit.
*
*  The visit's order and every shipment on its romaneio: any row
*  without the insurer's protocol - or an order never declared
*  at all - and the gatekeeper hears about it.
 Verifica-Averbacao.
   Move Spaces To WS-AV-AVISO
   If PT-NUME = Zeros
      Go To Verifica-Averbacao-Exit
   End-if
   Move Spaces to PathAVERB.
   String Lk-Unidade         Delimited By Size
          "\DADOS\AVERB.DAT" Delimited By Size
          Into PathAVERB
   End-String.
   Open Input AVERB
   If Not Valido-AVERB
      Go To Verifica-Averbacao-Exit
   End-if

   Move Zeros To WS-AV-ROMANEIO
   Move Spaces to PathORDE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Open Input ORDE
   If Valido-ORDE
      Move PT-NUME To ORDE-NUME
      Read ORDE
         Invalid Key Continue
      End-Read
      If Valido-ORDE
         Move ORDE-ROMA To WS-AV-ROMANEIO
      End-if
      Close ORDE
   End-if

   Move Zeros To WS-AV-EMBARQUES WS-AV-SEM-PROT
   Move Low-Values To AV-CHAVE
   Move Zeros      To AV-NUME AV-CARGA
   Start AVERB Key Is Not Less AV-CHAVE
      Invalid Key Move "10" To Stat-AVERB
   End-Start
   Perform Until Fim-AVERB
      Read AVERB Next Record
         At End Move "10" To Stat-AVERB
      End-Read
      If Not Fim-AVERB And Valido-AVERB
         If AV-NUME = PT-NUME
            Or (WS-AV-ROMANEIO Not = Zeros
                And AV-ROMANEIO = WS-AV-ROMANEIO)
            Add 1 To WS-AV-EMBARQUES
            If Not Averb-Averbada
               Add 1 To WS-AV-SEM-PROT
            End-if
         End-if
      End-if
   End-Perform
   Close AVERB

   If WS-AV-EMBARQUES = Zeros
      String "ATENCAO: pedido sem averbacao do seguro de"
             " carga (PROG1043)."
             Delimited By Size Into WS-AV-AVISO
      End-String
   Else
      If WS-AV-SEM-PROT > Zeros
         Move WS-AV-SEM-PROT To WS-AV-ED
         String "ATENCAO: " WS-AV-ED
                " embarque(s) do caminhao sem protocolo"
                " de averbacao (PROG1043)."
                Delimited By Size Into WS-AV-AVISO
         End-String
      End-if
   End-if.
 Verifica-Averbacao-Exit.
   Exit.
*
 Consulta-Visita.
   Move Spaces To WS-MENSAGEM WS-VISITA-ED
