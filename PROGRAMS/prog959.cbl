   Copy "..\COPY\FERIADOS.SL".
   Copy "..\COPY\INSTRBAN.SL".
   Copy "..\COPY\ADIANT.SL".
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\VARCAMB.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\INSTRBAN.FD".
$XFD FILE=ADIANT
   Copy "..\COPY\ADIANT.FD".
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
$XFD FILE=VARCAMB
   Copy "..\COPY\VARCAMB.FD".
*
 Working-Storage Section.
*
 01  WS-USO-ENTRADA     PIC S9(012)V99 COMP-3.
 01  WS-BAIXA-FEITA     PIC X(001) VALUE "N".
     88 Baixa-Feita     Value "S".
*
*  A title of an order not in reais is in ORDE-MOEDA and was
*  booked at ORDE-CAMBIO (the CAMBIO.DAT rate of ORDE-DTIN when
*  the order captured none). Its baixa is typed in that currency
*  and keeps, in VARCAMB.DAT, the rate in force on the payment
*  date (GETCAMBIO) and the realised variation PROG926 posts.
 01  Stat-ORDE          PIC X(002).
     88 Valido-ORDE     Value "00" THRU "09".
 01  PATHORDE           PIC X(060).
 01  WS-TEM-ORDE        PIC X(001) VALUE "N".
     88 Tem-Ordens      Value "S".
 01  Stat-VARCAMB       PIC X(002).
     88 Valido-VARCAMB  Value "00" THRU "09".
 01  PATHVARCAMB        PIC X(060).
 01  WS-TEM-VARCAMB     PIC X(001) VALUE "N".
     88 Tem-Varcamb     Value "S".
 01  WS-MOEDA-TITULO    PIC X(003) VALUE "BRL".
     88 Titulo-Em-Reais Value "BRL" Spaces.
 01  WS-TAXA-ORIG       PIC S9(004)V9999 COMP-3 VALUE ZEROS.
 01  WS-CAMBIO-MOEDA    PIC X(003).
 01  WS-CAMBIO-DATA     PIC X(008).
 01  WS-CAMBIO-TAXA     PIC S9(004)V9999 COMP-3.
 01  WS-CAMBIO-ACHADO   PIC X(001).
 01  WS-TAXA-ED         PIC ZZZ9,9999.
 01  WS-VARIACAO-ED     PIC -ZZZZZZZZZ9,99.
 01  WS-ME-INFO         PIC X(057) VALUE SPACES.
*
 01 WS-MENSAGEM        PIC X(050) VALUE SPACES.
*
   03 Label From WS-MULTA-ED, Line 9,00, Col 46,00, Size 14,00.
   03 Label "Total devido..:", Line 10,00, Col 3,00.
   03 Label From WS-TOTAL-ED, Line 10,00, Col 22,00, Size 14,00.
   03 Label From WS-ME-INFO, Line 11,00, Col 3,00, Size 57,00.
*
   03 Label "Data Pagto (AAAAMMDD):", Line 12,00, Col 3,00.
   03 WS-DTPG-DIGITADO, Entry-Field,
      Move "S" To WS-TEM-ADIANT
   End-if.

   Move Spaces to PathORDE.
   String Lk-Unidade      Delimited By Size
          "\DADOS\ORDE.DAT" Delimited By Size
          Into PathORDE
   End-String.
   Move "N" To WS-TEM-ORDE
   Open Input ORDE
   If Valido-ORDE
      Move "S" To WS-TEM-ORDE
   End-if.
   Move Spaces to PathVARCAMB.
   String Lk-Unidade           Delimited By Size
          "\DADOS\VARCAMB.DAT" Delimited By Size
          Into PathVARCAMB
   End-String.
   Open I-O VARCAMB
   If Not Valido-VARCAMB
      Open Output VARCAMB
      Close VARCAMB
      Open I-O VARCAMB
   End-if.
   If Valido-VARCAMB
      Move "S" To WS-TEM-VARCAMB
   End-if.

   Perform Carrega-Taxas Thru Carrega-Taxas-Exit.

   Perform Limpa-Campos Thru Limpa-Campos-Exit.
   If Tem-Calendario
      Close FERIADOS
   End-if.
   If Tem-Ordens
      Close ORDE
   End-if.
   If Tem-Varcamb
      Close VARCAMB
   End-if.
   Close Window Handle-TELA959.
   Exit Program.
*
      Move Zeros        To WS-DIAS-UTEIS WS-JUROS WS-MULTA
      Move TI-VALOR     To WS-TOTAL-DEVIDO
      Perform Mostra-Encargos Thru Mostra-Encargos-Exit
      Perform Identifica-Moeda Thru Identifica-Moeda-Exit
      If Titulo-Pago
         Move "PAGO"    To WS-SITU-ED
         Move "Titulo ja baixado." To WS-MENSAGEM
      End-if
      If Titulo-Renegociado
         Move "RENEGOC" To WS-SITU-ED
         Move Spaces To WS-MENSAGEM
         String "Titulo renegociado - acordo " TI-OPER-PG(7:6)
                " (PROG1033)." Delimited By Size Into WS-MENSAGEM
         End-String
      End-if
      If Titulo-Aberto
         Move "ABERTO"  To WS-SITU-ED
*        Overdue charges as of today, so the operator sees what
*        the client owes before any payment date is typed; the
      End-if
      Move WS-TOTAL-DEVIDO To WS-VLPG-DIGITADO
   Else
      Move Spaces       To WS-VENC-ED WS-SITU-ED WS-ME-INFO
      Move Zeros         To WS-CLIE-ED WS-VALOR-ED
      Move "Titulo nao encontrado." To WS-MENSAGEM
   End-if
      Display Tela-Baixa
      Go To Baixa-Titulo-Exit
   End-if
*  A renegotiated title is paid through the agreement's own
*  installments, never itself.
   If Titulo-Renegociado
      Move "Titulo renegociado - baixe as parcelas do acordo."
           To WS-MENSAGEM
      Display Tela-Baixa
      Go To Baixa-Titulo-Exit
   End-if
   If WS-DTPG-DIGITADO = Spaces Or WS-VLPG-DIGITADO = Zeros
      Move "Informe data e valor do pagamento." To WS-MENSAGEM
      Display Tela-Baixa
      Display Tela-Baixa
      Go To Baixa-Titulo-Exit
   End-if
*  A foreign-currency title needs the rate of the payment day -
*  without it the variation would be guessed, so no baixa.
   Perform Identifica-Moeda Thru Identifica-Moeda-Exit
   If Not Titulo-Em-Reais
      If WS-TAXA-ORIG = Zeros
         Move "Pedido sem taxa de cambio - baixa recusada."
              To WS-MENSAGEM
         Display Tela-Baixa
         Go To Baixa-Titulo-Exit
      End-if
      Move WS-MOEDA-TITULO       To WS-CAMBIO-MOEDA
      Move WS-DTPG-DIGITADO(1:8) To WS-CAMBIO-DATA
      Move "N"                   To WS-CAMBIO-ACHADO
      Call "GETCAMBIO" Using WS-CAMBIO-MOEDA WS-CAMBIO-DATA
                             WS-CAMBIO-TAXA WS-CAMBIO-ACHADO
         On Exception Move "N" To WS-CAMBIO-ACHADO
      End-Call
      If WS-CAMBIO-ACHADO Not = "S" Or WS-CAMBIO-TAXA = Zeros
         Move Spaces To WS-MENSAGEM
         String "Sem taxa " WS-MOEDA-TITULO
                " na data em CAMBIO.DAT (PROG1010)."
                Delimited By Size Into WS-MENSAGEM
         End-String
         Display Tela-Baixa
         Go To Baixa-Titulo-Exit
      End-if
   End-if
*  The charges are settled at the date the money actually
*  arrived, not at the date the operator sat at this screen.
   Move WS-DTPG-DIGITADO(1:8) To WS-ENC-ATE
         Move "PAGO"   To WS-SITU-ED
         Move "Titulo baixado." To WS-MENSAGEM
         Perform Enfileira-Baixa Thru Enfileira-Baixa-Exit
         If Not Titulo-Em-Reais
            Perform Grava-Variacao Thru Grava-Variacao-Exit
         End-if
         If WS-RESIDUO > Zeros
            Perform Gera-Residual Thru Gera-Residual-Exit
         End-if
                  WS-CLIE-ED WS-VALOR-ED
                  WS-ATRA-ED WS-JUROS-ED WS-MULTA-ED WS-TOTAL-ED
   Move Spaces To WS-DTPG-DIGITADO WS-VENC-ED WS-SITU-ED WS-MENSAGEM
                  WS-ME-INFO
   Move "BRL"  To WS-MOEDA-TITULO
   Move "N"    To WS-ENCONTRADO
   Display Tela-Baixa.
 Limpa-Campos-Exit.
   Read TITULOS
      Invalid Key Continue
   End-Read
   If Not Valido-TITULOS Or Not Titulo-Aberto
      Move "Titulo inexistente, baixado ou renegociado."
           To WS-MENSAGEM
      Display Tela-Baixa
      Go To Aplica-Adiantamento-Exit
   End-if
 Enfileira-Baixa-Exit.
   Exit.
*
*  The currency of the title is its order's; a title whose order
*  is gone from ORDE.DAT settles in reais as it always did.
 Identifica-Moeda.
   Move "BRL"  To WS-MOEDA-TITULO
   Move Zeros  To WS-TAXA-ORIG
   Move Spaces To WS-ME-INFO
   If Not Tem-Ordens
      Go To Identifica-Moeda-Exit
   End-if
   Move TI-NUME To ORDE-NUME
   Read ORDE
      Invalid Key Go To Identifica-Moeda-Exit
   End-Read
   If Moeda-Real Or ORDE-MOEDA = Spaces
      Go To Identifica-Moeda-Exit
   End-if
   Move ORDE-MOEDA To WS-MOEDA-TITULO
   If ORDE-CAMBIO > Zeros
      Move ORDE-CAMBIO To WS-TAXA-ORIG
   Else
      Move ORDE-MOEDA     To WS-CAMBIO-MOEDA
      Move ORDE-DTIN(1:8) To WS-CAMBIO-DATA
      Move "N"            To WS-CAMBIO-ACHADO
      Call "GETCAMBIO" Using WS-CAMBIO-MOEDA WS-CAMBIO-DATA
                             WS-CAMBIO-TAXA WS-CAMBIO-ACHADO
         On Exception Move "N" To WS-CAMBIO-ACHADO
      End-Call
      If WS-CAMBIO-ACHADO = "S"
         Move WS-CAMBIO-TAXA To WS-TAXA-ORIG
      End-if
   End-if
   Move WS-TAXA-ORIG To WS-TAXA-ED
   String "Titulo em " WS-MOEDA-TITULO " - valores e baixa em "
          WS-MOEDA-TITULO ", contabil a " WS-TAXA-ED
          Delimited By Size Into WS-ME-INFO
   End-String.
 Identifica-Moeda-Exit.
   Exit.
*
*  Runs while the record area still holds the title just paid.
 Grava-Variacao.
   If Not Tem-Varcamb
      Go To Grava-Variacao-Exit
   End-if
   Initialize VARCAMB-REGI
   Move TI-NUME         To VR-NUME
   Move TI-PARC         To VR-PARC
   Move TI-CLIE         To VR-CLIE
   Move WS-MOEDA-TITULO To VR-MOEDA
   Move TI-VALOR-PAGO   To VR-VALOR-ME
   Move WS-TAXA-ORIG    To VR-TAXA-ORIG
   Move WS-CAMBIO-TAXA  To VR-TAXA-BAIXA
   Compute VR-VALOR-CONTABIL Rounded = TI-VALOR-PAGO * WS-TAXA-ORIG
   Compute VR-VALOR-REAIS Rounded = TI-VALOR-PAGO * WS-CAMBIO-TAXA
   Compute VR-VARIACAO = VR-VALOR-REAIS - VR-VALOR-CONTABIL
   Move TI-DTPG(1:8)    To VR-DTPG
   Move Oper-Nome       To VR-OPER
   Move WS-DATA-SISTEMA To VR-DTIN
   Move WS-HORA-SISTEMA To VR-HRIN
   Write VARCAMB-REGI
      Invalid Key
         Rewrite VARCAMB-REGI
            Invalid Key Continue
         End-Rewrite
   End-Write
   Move WS-CAMBIO-TAXA To WS-TAXA-ED
   Move VR-VARIACAO    To WS-VARIACAO-ED
   Move Spaces To WS-ME-INFO
   String "Taxa do dia " WS-TAXA-ED " - variacao cambial R$ "
          WS-VARIACAO-ED
          Delimited By Size Into WS-ME-INFO
   End-String.
 Grava-Variacao-Exit.
   Exit.
*
*  The juros/multa rates out of PARAM944.DAT - absent rows keep
*  zero and the screen behaves exactly as before they existed.
 Carrega-Taxas.
