*ESTADO E RELATORIO DA CADEIA DE FECHAMENTO DO MES (MONTHEND)
 Identification Division.
 Program-Id. PROG1085.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\MESTEP.SL".
   Copy "..\COPY\FECHCOMP.SL".
   Copy "..\COPY\ARQOUT.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\MESTEP.FD".
   Copy "..\COPY\FECHCOMP.FD".
   Copy "..\COPY\ARQOUT.FD".
*
 Working-Storage Section.
*
*  MONTHEND.BAT's face of the step state, what PROG943 is to
*  ORDSYNC.BAT - but kept per COMPETENCE, not per day, since a
*  month-end can stop tonight and be resumed tomorrow. The steps
*  and their order are the table below; the BAT runs them in the
*  same order and asks here before and after each one:
*  CHECK  = return-code 1 when the step is concluded for the
*           competence (the BAT skips it), 0 when still to run.
*  MARK   = record the step concluded.
*  FALHA  = record the step failed (the BAT stops there).
*  RESET  = forget the competence (the BAT's force flag).
*  PRONTO = return-code 1, naming what is missing, unless every
*           step before FECHA is concluded - the close is never
*           run on a month whose numbers are not all out.
*  RELATO = MONTHEND.REL, the completion report, filed in the
*           spool under the controller (SOD-CONTROLLER).
*
 01  Stat-MESTEP         PIC X(002).
     88 Valido-MESTEP    Value "00" THRU "09".
     88 Fim-MESTEP       Value "10".
 01  PATHMESTEP          PIC X(060).
 01  Stat-FECHCOMP       PIC X(002).
     88 Valido-FECHCOMP  Value "00" THRU "09".
 01  PATHFECHCOMP        PIC X(060).
 01  Stat-ARQOUT         PIC X(002).
     88 Valido-ARQOUT    Value "00" THRU "09".
 01  PATHARQOUT          PIC X(060).
*
*  The chain, in the order it runs: step, program(s), what it is.
 01  WS-PASSOS-VALORES.
     03 FILLER PIC X(060) VALUE
        "ARMAZEM PROG1000              Faturamento de armazenagem".
     03 FILLER PIC X(060) VALUE
        "LIVRO   PROG1002              Livro fiscal de saidas".
     03 FILLER PIC X(060) VALUE
        "SINTEGRAPROG1003              Arquivo SINTEGRA".
     03 FILLER PIC X(060) VALUE
        "ICMSFRETPROG980               Resumo ICMS-frete por UF".
     03 FILLER PIC X(060) VALUE
        "COMISSAOPROG957               Comissoes por vendedor".
     03 FILLER PIC X(060) VALUE
        "JORNAL  PROG926               Jornal contabil".
     03 FILLER PIC X(060) VALUE
        "BI      PROG947/988/1008/1009 Entregas ao BI".
     03 FILLER PIC X(060) VALUE
        "FECHA   PROG1014              Fechamento da competencia".
 01  WS-PASSOS-TAB REDEFINES WS-PASSOS-VALORES.
     03 WS-PASSO-ITEM    OCCURS 8.
        05 WS-P-PASSO    PIC X(008).
        05 WS-P-PROGRAMA PIC X(022).
        05 WS-P-DESCRICAO PIC X(030).
 78  max-passos          value 8.
*  FECHA is always the last: everything before it is the
*  prerequisite PRONTO checks.
 78  passo-fecha         value 8.
 01  WS-ESTADO-TAB.
     03 WS-ESTADO-ITEM   OCCURS 8.
        05 WS-E-SITU     PIC X(001).
        05 WS-E-DATA     PIC X(008).
        05 WS-E-HORA     PIC X(008).
 01  WS-P-IDX            PIC 9(002) COMP-X.
 01  WS-P-ACHADO         PIC 9(002) COMP-X.
*
 01  WS-COMPETENCIA      PIC 9(006).
 01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
     03 WS-COMP-ANO      PIC 9(004).
     03 WS-COMP-MES      PIC 9(002).
 01  WS-NOVO-PASSO       PIC X(008).
 01  WS-NOVA-SITU        PIC X(001).
 01  WS-SITU-ED          PIC X(012).
 01  WS-DATA-ED          PIC X(010).
 01  WS-RESULTADO        PIC X(080).
 01  WS-FALTAM           PIC 9(002) COMP-X.
*
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
     03 WS-HH-SIS        PIC 9(002).
     03 WS-MM-SIS        PIC 9(002).
     03 WS-SS-SIS        PIC 9(002).
     03 FILLER           PIC 9(002).
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-DATA-SISTEMA-X REDEFINES WS-DATA-SISTEMA PIC X(008).
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
*
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 01  WS-SP-OPERADOR      PIC X(008).
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
 01 Lk-Acao                   Pic X(006).
 01 Lk-Passo                  Pic X(008).
 01 Lk-Competencia            Pic 9(006).
*
 Procedure Division Using LK-Linkage, Lk-Acao, Lk-Passo,
                          Lk-Competencia.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move Lk-Competencia To WS-COMPETENCIA
   If WS-COMP-ANO < 2000 Or WS-COMP-MES < 1 Or WS-COMP-MES > 12
      Display "PROG1085: competencia '" Lk-Competencia
              "' invalida (AAAAMM)."
      Move 2 To Return-Code
      Exit Program
   End-if
   Move Spaces to PathMESTEP.
   String Lk-Unidade            Delimited By Size
          "\DADOS\MONTHEND.STA" Delimited By Size
          Into PathMESTEP
   End-String.

   Move Zeros To WS-P-ACHADO
   Perform Varying WS-P-IDX From 1 By 1
           Until WS-P-IDX > max-passos
      If WS-P-PASSO(WS-P-IDX) = Lk-Passo
         Move WS-P-IDX To WS-P-ACHADO
      End-if
   End-Perform
   If Lk-Acao = "CHECK " Or "MARK  " Or "FALHA "
      If WS-P-ACHADO = Zeros
         Display "PROG1085: passo '" Lk-Passo "' desconhecido."
         Move 2 To Return-Code
         Exit Program
      End-if
   End-if

   Evaluate Lk-Acao
      When "CHECK "
         Perform Carrega-Estado Thru Carrega-Estado-Exit
         If WS-E-SITU(WS-P-ACHADO) = "C"
            Move 1 To Return-Code
         End-if
      When "MARK  "
         Move Lk-Passo To WS-NOVO-PASSO
         Move "C"      To WS-NOVA-SITU
         Perform Grava-Passo Thru Grava-Passo-Exit
      When "FALHA "
         Move Lk-Passo To WS-NOVO-PASSO
         Move "F"      To WS-NOVA-SITU
         Perform Grava-Passo Thru Grava-Passo-Exit
      When "RESET "
         Move "*"      To WS-NOVO-PASSO
         Move "R"      To WS-NOVA-SITU
         Perform Grava-Passo Thru Grava-Passo-Exit
      When "PRONTO"
         Perform Verifica-Pronto Thru Verifica-Pronto-Exit
      When "RELATO"
         Perform Emite-Relatorio Thru Emite-Relatorio-Exit
      When Other
         Display "PROG1085: acao desconhecida '" Lk-Acao "'"
         Move 2 To Return-Code
   End-Evaluate
   Exit Program.
*
*  The last line of a step is its state; a RESET line wipes what
*  came before it for that competence.
 Carrega-Estado.
   Move Spaces To WS-ESTADO-TAB
   Open Input MESTEP
   If Not Valido-MESTEP
      Go To Carrega-Estado-Exit
   End-if
   Perform Le-Proximo-Passo Thru Le-Proximo-Passo-Exit
   Perform Until Fim-MESTEP
      If MS-COMPETENCIA = WS-COMPETENCIA
         If Passo-Esquecido
            Move Spaces To WS-ESTADO-TAB
         Else
            Perform Varying WS-P-IDX From 1 By 1
                    Until WS-P-IDX > max-passos
               If WS-P-PASSO(WS-P-IDX) = MS-PASSO
                  Move MS-SITU To WS-E-SITU(WS-P-IDX)
                  Move MS-DATA To WS-E-DATA(WS-P-IDX)
                  Move MS-HORA To WS-E-HORA(WS-P-IDX)
               End-if
            End-Perform
         End-if
      End-if
      Perform Le-Proximo-Passo Thru Le-Proximo-Passo-Exit
   End-Perform
   Close MESTEP.
 Carrega-Estado-Exit.
   Exit.
*
 Le-Proximo-Passo.
   Read MESTEP
      At End Move "10" To Stat-MESTEP
   End-Read.
 Le-Proximo-Passo-Exit.
   Exit.
*
 Grava-Passo.
   Open Extend MESTEP
   If Not Valido-MESTEP
      Open Output MESTEP
   End-if
   If Not Valido-MESTEP
      Display "PROG1085: nao consegui gravar MONTHEND.STA."
      Move 1 To Return-Code
      Go To Grava-Passo-Exit
   End-if
   Move Spaces            To MESTEP-REGI
   Move WS-COMPETENCIA    To MS-COMPETENCIA
   Move WS-NOVO-PASSO     To MS-PASSO
   Move WS-NOVA-SITU      To MS-SITU
   Move WS-DATA-SISTEMA-X To MS-DATA
   String WS-HH-SIS ":" WS-MM-SIS ":" WS-SS-SIS
          Delimited By Size Into MS-HORA
   End-String
   Write MESTEP-REGI
   Close MESTEP.
 Grava-Passo-Exit.
   Exit.
*
 Verifica-Pronto.
   Perform Carrega-Estado Thru Carrega-Estado-Exit
   Move Zeros To WS-FALTAM
   Perform Varying WS-P-IDX From 1 By 1
           Until WS-P-IDX >= passo-fecha
      If WS-E-SITU(WS-P-IDX) Not = "C"
         Add 1 To WS-FALTAM
         Display "PROG1085: " WS-P-PASSO(WS-P-IDX) " ("
                 WS-P-PROGRAMA(WS-P-IDX) ") nao concluido em "
                 WS-COMPETENCIA
      End-if
   End-Perform
   If WS-FALTAM > Zeros
      Display "PROG1085: fechamento recusado - conclua os passos"
              " acima antes."
      Move 1 To Return-Code
   End-if.
 Verifica-Pronto-Exit.
   Exit.
*
 Emite-Relatorio.
   Perform Carrega-Estado Thru Carrega-Estado-Exit
   Move Spaces to PathFECHCOMP.
   String Lk-Unidade            Delimited By Size
          "\DADOS\FECHCOMP.DAT" Delimited By Size
          Into PathFECHCOMP
   End-String.
   Move Spaces To FECHCOMP-REGI
   Move Zeros  To FC-COMPETENCIA
   Open Input FECHCOMP
   If Valido-FECHCOMP
      Read FECHCOMP
         At End Move Zeros To FC-COMPETENCIA
      End-Read
      Close FECHCOMP
   End-if

   Move Spaces to PathARQOUT.
   String Lk-Unidade            Delimited By Size
          "\DADOS\MONTHEND.REL" Delimited By Size
          Into PathARQOUT
   End-String.
   Open Output ARQOUT
   If Not Valido-ARQOUT
      Display "erro MONTHEND.REL " Stat-ARQOUT
      Move 1 To Return-Code
      Go To Emite-Relatorio-Exit
   End-if
   Move Spaces To ARQOUT-REGI
   String "FECHAMENTO DO MES - FILIAL " Lk-Unidade
          "   COMPETENCIA " WS-COMPETENCIA
          "   EMITIDO EM " WS-DATA-SISTEMA-X(7:2) "/"
          WS-DATA-SISTEMA-X(5:2) "/" WS-DATA-SISTEMA-X(1:4) " "
          WS-HH-SIS ":" WS-MM-SIS
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   String "PASSO    PROGRAMA(S)            DESCRICAO"
          "                      SITUACAO     DATA       HORA"
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI

   Move Spaces To WS-RESULTADO
   Perform Varying WS-P-IDX From 1 By 1
           Until WS-P-IDX > max-passos
      Evaluate WS-E-SITU(WS-P-IDX)
         When "C"    Move "CONCLUIDO"  To WS-SITU-ED
         When "F"    Move "FALHOU"     To WS-SITU-ED
         When Other  Move "PENDENTE"   To WS-SITU-ED
      End-Evaluate
      Move Spaces To WS-DATA-ED
      If WS-E-DATA(WS-P-IDX) Not = Spaces
         String WS-E-DATA(WS-P-IDX)(7:2) "/"
                WS-E-DATA(WS-P-IDX)(5:2) "/"
                WS-E-DATA(WS-P-IDX)(1:4)
                Delimited By Size Into WS-DATA-ED
         End-String
      End-if
      Move Spaces To ARQOUT-REGI
      String WS-P-PASSO(WS-P-IDX) " " WS-P-PROGRAMA(WS-P-IDX) " "
             WS-P-DESCRICAO(WS-P-IDX) " " WS-SITU-ED " "
             WS-DATA-ED " " WS-E-HORA(WS-P-IDX)
             Delimited By Size Into ARQOUT-REGI
      End-String
      Write ARQOUT-REGI
*     The first step not concluded is where the chain stands.
      If WS-RESULTADO = Spaces And WS-E-SITU(WS-P-IDX) Not = "C"
         If WS-E-SITU(WS-P-IDX) = "F"
            String "INCOMPLETO - PAROU EM " WS-P-PASSO(WS-P-IDX)
                   " (" WS-P-PROGRAMA(WS-P-IDX) " FALHOU)."
                   " CORRIJA E RESUBMETA MONTHEND.BAT."
                   Delimited By Size Into WS-RESULTADO
            End-String
         Else
            String "INCOMPLETO - PENDENTE A PARTIR DE "
                   WS-P-PASSO(WS-P-IDX) "."
                   Delimited By Size Into WS-RESULTADO
            End-String
         End-if
      End-if
   End-Perform
   If WS-RESULTADO = Spaces
      String "CONCLUIDO - COMPETENCIA FECHADA ATE "
             FC-COMPETENCIA " POR " FC-OPERADOR
             Delimited By Size Into WS-RESULTADO
      End-String
   End-if

   Move Spaces To ARQOUT-REGI
   Write ARQOUT-REGI
   Move Spaces To ARQOUT-REGI
   String "RESULTADO: " WS-RESULTADO
          Delimited By Size Into ARQOUT-REGI
   End-String
   Write ARQOUT-REGI
   Close ARQOUT.
   Display "MONTHEND " Lk-Unidade " " WS-COMPETENCIA ": "
           WS-RESULTADO

   Move Oper-Codigo To WS-SP-OPERADOR
   Move "SOD-CONTROLLER" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR(1:8) To WS-SP-OPERADOR
   End-if
   Move "PROG1085" To WS-SP-PROGRAMA
   Move "MONTHEND.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO WS-SP-OPERADOR
      On Exception Continue
   End-Call.
 Emite-Relatorio-Exit.
   Exit.
