*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\SITHIST.SL".
   Copy "..\COPY\LOCKMRK.SL".
   Copy "..\COPY\UPLOAD.SL".
   Copy "..\COPY\ORDE.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
   Copy "..\COPY\SITHIST.FD".
   Copy "..\COPY\LOCKMRK.FD".
$XFD FILE=UPLOAD
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
*
*  The exposure is the client's, not the branch's: EXPCRED adds
*  the open titles and unbilled liberado orders of every active
*  branch where the same CGC/CPF is registered, and the order on
*  screen is added on top. The limit compared stays this branch's
*  CLI-LIMITE-CRED - the grant the releasing operator answers for.
 Copy "..\COPY\EXPCRED.CPY".
 01 WS-GRUPO-ED        PIC X(030) VALUE SPACES.
 01 WS-QTD-UNID-ED     PIC Z9.
*
*  The releasing operator - stamped into ORDE-LIBE, so sign-on is
*  mandatory here.
 01  WS-VS-DE            PIC S9(001) COMP-5.
 01  WS-VS-PARA          PIC S9(001) COMP-5.
 01  WS-VS-OK            PIC X(001).
*  Liberado is the moment the order starts holding its quantity
*  against the saldo - RESERVA writes the claim, GETDISP reads it.
 01  WS-RSV-OPERACAO     PIC X(001).
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
 01 WS-VALOR-PEDIDO    PIC S9(012)V99 COMP-3.
 01 WS-EXPOSICAO       PIC S9(012)V99 COMP-3.
 01 WS-LIMITE-CLIENTE  PIC S9(011)V99 COMP-3.
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA-X  PIC X(008).
   03 Label "Exposicao.....:", Line 7,00, Col 3,00.
   03 Label From WS-EXPOSICAO-ED, Line 7,00, Col 20,00,
      Size 15,00.
   03 Label From WS-GRUPO-ED, Line 7,00, Col 37,00, Size 28,00.
   03 Label From WS-ALERTA-ED, Line 8,50, Col 3,00, Size 30,00.
*
   03 Label From WS-MENSAGEM, Line 10,50, Col 3,00, Size 60,00.
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Liberacao de Credito",
           Size 68, Lines 17, Background-Low

   Close ORDE.
   Close CLIENTE.
   Close Window Handle-TELA972.
   Perform Destrava-Online Thru Destrava-Online-Exit
   Exit Program.
   End-Perform

   Move ORDE-CLIE To CLI-CODIGO WS-CLIE-ED
   Move Spaces To WS-NOME-CLIE-ED EX-CGCCPF
   Move Zeros  To WS-LIMITE-CLIENTE
   Read CLIENTE
      Invalid Key Continue
   If Valido-CLIENTE
      Move CLI-NOME        To WS-NOME-CLIE-ED
      Move CLI-LIMITE-CRED To WS-LIMITE-CLIENTE
      Move CLI-CGCCPF      To EX-CGCCPF
   End-if

   Perform Calcula-Exposicao Thru Calcula-Exposicao-Exit
      And WS-EXPOSICAO > WS-LIMITE-CLIENTE
      Move "*** CLIENTE ACIMA DO LIMITE ***" To WS-ALERTA-ED
   End-if
   If EX-Unidade-Indisponivel
      Move "Atencao: unidade inacessivel - exposicao parcial."
           To WS-MENSAGEM
   End-if
   Display Tela-Liberacao.
 Mostra-Pedido-Exit.
   Exit.
*
*  Open exposure across the group (EXPCRED) plus the order on
*  screen, which is still pendente and so not in EXPCRED's sum.
 Calcula-Exposicao.
   Move Lk-Unidade To EX-UNIDADE
   Move ORDE-CLIE  To EX-CLIE
   Call "EXPCRED" Using EX-PARM
      On Exception
         Move Zeros To EX-EXPOSICAO EX-QTD-UNID
         Move "S"   To EX-INDISPONIVEL
   End-Call
   Compute WS-EXPOSICAO = EX-EXPOSICAO + WS-VALOR-PEDIDO
   Move Spaces To WS-GRUPO-ED
   If EX-QTD-UNID > 1
      Move EX-QTD-UNID To WS-QTD-UNID-ED
      String "(grupo em " WS-QTD-UNID-ED " unidades)"
             Delimited By Size Into WS-GRUPO-ED
      End-String
   End-if.
 Calcula-Exposicao-Exit.
   Exit.
*
*  Approval is the human gate - the screen shows the over-limit
*  alert, but whether to hold the truck is the operator's call.
      Not Invalid Key
         Perform Grava-Transicao Thru Grava-Transicao-Exit
         Perform Enfileira-Upload Thru Enfileira-Upload-Exit
         Move "R" To WS-RSV-OPERACAO
         Call "RESERVA" Using ORDE-REGI, Lk-Unidade,
                              WS-RSV-OPERACAO
            On Exception
               Continue
         End-Call
         Move "Pedido liberado." To WS-MENSAGEM
         Move "N" To WS-ENCONTRADO
   End-Rewrite
   Exit.
*
 Limpa-Detalhe.
   Move Spaces To WS-NOME-CLIE-ED WS-ALERTA-ED WS-GRUPO-ED
   Move Zeros  To WS-CLIE-ED WS-VALOR-PEDIDO-ED WS-LIMITE-ED
                  WS-EXPOSICAO-ED.
 Limpa-Detalhe-Exit.
