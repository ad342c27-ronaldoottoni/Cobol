   Copy "..\COPY\CTRCPAG.SL".
   Copy "..\COPY\TRANSP.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\SUSPEITA.SL".
*
 Data Division.
 File Section.
$XFD FILE=TRANSP
   Copy "..\COPY\TRANSP.FD".
   Copy "..\COPY\USUARIOS.FD".
$XFD FILE=SUSPEITA
   Copy "..\COPY\SUSPEITA.FD".
*
 Working-Storage Section.
*
*  transportadora + CTRC, post what was actually paid. A short
*  payment leaves the rest open on the same payable (PG-VALOR-PAGO
*  accumulates); only a payable fully covered flips to pago.
*  A payable PROG1081 flagged (any retida row in SUSPEITA.DAT
*  under its transportadora + CTRC) is shown but not paid until
*  PROG1082 clears it.
*
 01  Stat-CTRCPAG        PIC X(002).
     88 Valido-CTRCPAG   Value "00" THRU "09".
     88 Valido-USUARIOS  Value "00" THRU "09".
 01  PATHUSUARIOS        PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
*
 01  Stat-SUSPEITA       PIC X(002).
     88 Valido-SUSPEITA  Value "00" THRU "09".
     88 Fim-SUSPEITA     Value "10".
 01  PATHSUSPEITA        PIC X(060).
 01  WS-RETIDO           PIC X(001) VALUE "N".
     88 Pagavel-Retido   Value "S".
 Copy "..\copy\usuario.cpy".
 01  WS-PERMITIDO        PIC X(001) VALUE "N".
     88 Operador-Permitido Value "S".
    88 Limpar-Pressed       Value 0050.
*
 01 WS-TRAN-DIGITADO   PIC Z(003)9.
*  A demurrage payable (PROG1052) is keyed by a negative number.
 01 WS-CTRC-DIGITADO   PIC -(005)9.
 01 WS-DTPG-DIGITADO   PIC X(010) VALUE SPACES.
 01 WS-VLPG-DIGITADO   PIC 9(010)V99 VALUE ZEROS.
*
   03 WS-CTRC-DIGITADO, Entry-Field,
      Line 2,00, Col 25,00, Size 08,00,
      Using WS-CTRC-DIGITADO.
   03 Label "(estadia: numero negativo)", Line 3,00, Col 19,00.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 36,00, Size 18 Cells,
      Default-Button,
      Move PG-VALOR To WS-VALOR-ED
      Compute WS-ABERTO = PG-VALOR - PG-VALOR-PAGO
      Move WS-ABERTO To WS-ABERTO-ED WS-VLPG-DIGITADO
      Perform Verifica-Retencao Thru Verifica-Retencao-Exit
      Evaluate True
         When Pagavel-Pago
            Move "PAGO"    To WS-SITU-ED
            Move "Pagavel ja quitado." To WS-MENSAGEM
         When Pagavel-Retido
            Move "RETIDO"  To WS-SITU-ED
            Move "Retido por suspeita - libere no PROG1082."
                 To WS-MENSAGEM
         When Other
            Move "ABERTO"  To WS-SITU-ED
            Move "Pagavel encontrado - informe o pagamento."
                 To WS-MENSAGEM
      End-Evaluate
      Move PG-TRAN To TR-CODIGO
      Read TRANSP
         Invalid Key Move Spaces To TR-NOME
      Display Tela-Pagavel
      Go To Paga-Pagavel-Exit
   End-if
   Perform Verifica-Retencao Thru Verifica-Retencao-Exit
   If Pagavel-Retido
      Move "Retido por suspeita - libere no PROG1082."
           To WS-MENSAGEM
      Display Tela-Pagavel
      Go To Paga-Pagavel-Exit
   End-if
   If WS-DTPG-DIGITADO = Spaces Or WS-VLPG-DIGITADO = Zeros
      Move "Informe data e valor do pagamento." To WS-MENSAGEM
      Display Tela-Pagavel
   Display Tela-Pagavel.
 Paga-Pagavel-Exit.
   Exit.
*
*  Any retida row under this payable holds it; no SUSPEITA.DAT
*  at the branch means nothing was ever held.
 Verifica-Retencao.
   Move "N" To WS-RETIDO
   Move Spaces to PathSUSPEITA.
   String Lk-Unidade            Delimited By Size
          "\DADOS\SUSPEITA.DAT" Delimited By Size
          Into PathSUSPEITA
   End-String.
   Open Input SUSPEITA
   If Not Valido-SUSPEITA
      Go To Verifica-Retencao-Exit
   End-if
   Move "P"         To SU-ORIGEM
   Move PG-TRAN     To SU-DOC-1
   Move PG-NUMERO   To SU-DOC-2
   Move Low-Values  To SU-MOTIVO
   Start SUSPEITA Key Is Not Less SU-CHAVE
      Invalid Key Move "10" To Stat-SUSPEITA
   End-Start
   Perform Until Fim-SUSPEITA Or Pagavel-Retido
      Read SUSPEITA Next Record
         At End Move "10" To Stat-SUSPEITA
      End-Read
      If Not Fim-SUSPEITA
         If Suspeita-Pagavel And SU-DOC-1 = PG-TRAN
            And SU-DOC-2 = PG-NUMERO
            If Suspeita-Retida
               Move "S" To WS-RETIDO
            End-if
         Else
            Move "10" To Stat-SUSPEITA
         End-if
      End-if
   End-Perform
   Close SUSPEITA.
 Verifica-Retencao-Exit.
   Exit.
*
 Limpa-Campos.
   Move Zeros  To WS-TRAN-DIGITADO WS-CTRC-DIGITADO
