*
   Copy "..\COPY\AGENDA.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\USUARIOS.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\AGENDA.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
   Copy "..\COPY\USUARIOS.FD".
*
 Working-Storage Section.
*
*  the weighbridge queue stops peaking at 10h while the afternoon
*  idles. One order per slot; the yard's printed schedule and the
*  no-show confrontation are PROG937's.
*
*  No window for a carrier whose RNTRC has expired, nor - when
*  commercial already knows the truck - for a plate whose driver's
*  CNH or licenciamento has (CHKDOC). The operator with the
*  document-override byte (US-PDOC) books it with a warning box.
*
 01  Stat-AGENDA         PIC X(002).
     88 Valido-AGENDA    Value "00" THRU "09".
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  PATHORDE            PIC X(060).
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
     88 Reserva-Recusada Value "S".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
 01 WS-DATA-DIGITADA   PIC X(008) VALUE SPACES.
 01 WS-SLOT-DIGITADO   PIC 9(002) VALUE ZEROS.
 01 WS-NUME-DIGITADO   PIC 9(006) VALUE ZEROS.
 01 WS-PLACA-DIGITADA  PIC X(008) VALUE SPACES.
 01 WS-SLOT-ED         PIC X(040).
*
 01 WS-DATA-SISTEMA    PIC 9(008).
   03 WS-NUME-DIGITADO, Entry-Field,
      Line 3,00, Col 21,00, Size 08,00,
      Using WS-NUME-DIGITADO.
   03 Label "Placa:", Line 3,00, Col 32,00.
   03 WS-PLACA-DIGITADA, Entry-Field,
      Line 3,00, Col 45,00, Size 09,00,
      Using WS-PLACA-DIGITADA.
*
   03 Label "Janela.........:", Line 5,00, Col 3,00.
   03 Label From WS-SLOT-ED, Line 5,00, Col 21,00, Size 40,00.
      Display Tela-Agenda
      Go To Reserva-Janela-Exit
   End-if
   Perform Verifica-Documentos Thru Verifica-Documentos-Exit
   If Reserva-Recusada
      Display Tela-Agenda
      Go To Reserva-Janela-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize AGENDA-REGI
   Perform Consulta-Janela Thru Consulta-Janela-Exit.
 Libera-Janela-Exit.
   Exit.
*
*  The order's carrier, and the truck when a plate was typed.
 Verifica-Documentos.
   Move "N"       To WS-DOC-RECUSADO
   Move ORDE-TRAN To WS-DOC-TRAN
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
        WS-DOC-MOTIVO " - agendamento liberado pelo supervisor."
   Else
      Move "S" To WS-DOC-RECUSADO
      Move Spaces To WS-MENSAGEM
      String "Recusado: " WS-DOC-MOTIVO
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
