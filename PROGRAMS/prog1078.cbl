*LIBERA, RECEBE E CONFERE ARQUIVOS DE INTERFACE PELO SELO (SELOARQ)
 Identification Division.
 Program-Id. PROG1078.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
 Data Division.
 File Section.
*
 Working-Storage Section.
*
*  The gate between DADOS and the outside for the sealed
*  interface files:
*   1 - LIBERAR: a file the suite produced (REMESSA.240/REMnnn.240,
*       SINTEGRA.TXT, Rnnnnnn.EDI...) is copied to the transmission
*       folder (SELO-PASTA-SAIDA, default <unidade>\TRANSMISSAO\
*       SAIDA\) only if its seal still matches - what reaches the
*       bank is what the system produced.
*   2 - RECEBER: a file the suite depends on (RETORNO.240/
*       RETnnn.240, CAMBIMP.TXT) is copied from the download
*       folder (SELO-PASTA-ENTRADA, default <unidade>\TRANSMISSAO\
*       ENTRADA\) into DADOS and sealed on arrival; PROG979 and
*       PROG1010 refuse to read it unsealed or changed.
*   3 - CONFERIR: the seal of any file in DADOS, shown.
*  Every check and every seal is in <unidade>\DADOS\SELO.LOG.
*
 01  WS-PARAM-NOME       PIC X(020).
 01  WS-PARAM-VALOR      PIC X(040).
 01  WS-PARAM-NUM        PIC S9(012)V9999.
 01  WS-PARAM-ACHADO     PIC X(001).
 01  WS-PASTA-SAIDA      PIC X(040).
 01  WS-PASTA-ENTRADA    PIC X(040).
 01  WS-PASTA            PIC X(040).
 01  WS-PASTA-IDX        PIC S9(004) COMP-5.
*
 01  WS-OPCAO            PIC X(001).
     88 Opcao-Liberar    Value "1".
     88 Opcao-Receber    Value "2".
     88 Opcao-Conferir   Value "3".
 01  WS-NOME-ARQ         PIC X(030).
 01  WS-CMD              PIC X(200).
*
 01  WS-REGISTROS-ED     PIC Z(008)9.
 01  WS-TOTAL-ED         PIC -(013)9,99.
*
 Copy "..\COPY\SELOARQ.CPY".
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Perform Carrega-Parametros Thru Carrega-Parametros-Exit

   Display "1-Liberar  2-Receber  3-Conferir selo: "
           With No Advancing
   Accept WS-OPCAO
   If Not Opcao-Liberar And Not Opcao-Receber
      And Not Opcao-Conferir
      Exit Program
   End-if
   Display "Arquivo (nome em DADOS)..............: "
           With No Advancing
   Accept WS-NOME-ARQ
   If WS-NOME-ARQ = Spaces
      Exit Program
   End-if

   Move Lk-Unidade To SA-UNIDADE
   Move "PROG1078" To SA-PROGRAMA
   Move Zeros      To SA-TOTAL
   Move Spaces     To SA-ARQUIVO
   String Lk-Unidade  Delimited By Size
          "\DADOS\"   Delimited By Size
          WS-NOME-ARQ Delimited By Space
          Into SA-ARQUIVO
   End-String

   Evaluate True
      When Opcao-Liberar
         Perform Libera-Arquivo Thru Libera-Arquivo-Exit
      When Opcao-Receber
         Perform Recebe-Arquivo Thru Recebe-Arquivo-Exit
      When Opcao-Conferir
         Perform Confere-Arquivo Thru Confere-Arquivo-Exit
   End-Evaluate
   Exit Program.
*
 Carrega-Parametros.
   Move Spaces To WS-PASTA-SAIDA WS-PASTA-ENTRADA
   String Lk-Unidade "\TRANSMISSAO\SAIDA\" Delimited By Size
          Into WS-PASTA-SAIDA
   End-String
   String Lk-Unidade "\TRANSMISSAO\ENTRADA\" Delimited By Size
          Into WS-PASTA-ENTRADA
   End-String
   Move "SELO-PASTA-SAIDA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR To WS-PASTA
      Perform Fecha-Pasta Thru Fecha-Pasta-Exit
      Move WS-PASTA To WS-PASTA-SAIDA
   End-if
   Move "SELO-PASTA-ENTRADA" To WS-PARAM-NOME
   Call "GETPARAM" Using WS-PARAM-NOME WS-PARAM-VALOR
                         WS-PARAM-NUM WS-PARAM-ACHADO
   If WS-PARAM-ACHADO = "S" And WS-PARAM-VALOR Not = Spaces
      Move WS-PARAM-VALOR To WS-PASTA
      Perform Fecha-Pasta Thru Fecha-Pasta-Exit
      Move WS-PASTA To WS-PASTA-ENTRADA
   End-if.
 Carrega-Parametros-Exit.
   Exit.
*
 Fecha-Pasta.
   Perform Varying WS-PASTA-IDX From 40 By -1
             Until WS-PASTA-IDX < 1
                Or WS-PASTA(WS-PASTA-IDX:1) Not = Space
      Continue
   End-Perform
   If WS-PASTA-IDX > 0 And WS-PASTA-IDX < 40
      And WS-PASTA(WS-PASTA-IDX:1) Not = "\"
      Move "\" To WS-PASTA(WS-PASTA-IDX + 1:1)
   End-if.
 Fecha-Pasta-Exit.
   Exit.
*
*  Out only with a matching seal; the file goes, the seal stays
*  (it is of no use without the key).
 Libera-Arquivo.
   Move "V" To SA-OPERACAO
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Perform Mostra-Recusa Thru Mostra-Recusa-Exit
      Display WS-NOME-ARQ " RECUSADO - nao liberado."
      Move 1 To Return-Code
      Go To Libera-Arquivo-Exit
   End-if
   Move Spaces To WS-CMD
   String "COPY /Y "     Delimited By Size
          SA-ARQUIVO     Delimited By Space
          " "            Delimited By Size
          WS-PASTA-SAIDA Delimited By Space
          Into WS-CMD
   End-String
   Move Zeros To Return-Code
   Call "SYSTEM" Using WS-CMD
   If Return-Code Not = Zeros
      Display "Falha ao copiar " WS-NOME-ARQ " para "
              WS-PASTA-SAIDA
      Move 1 To Return-Code
      Go To Libera-Arquivo-Exit
   End-if
   Perform Mostra-Selo Thru Mostra-Selo-Exit
   Display WS-NOME-ARQ " conferido e liberado em " WS-PASTA-SAIDA.
 Libera-Arquivo-Exit.
   Exit.
*
*  In from the download folder and sealed at once - from here to
*  the program that reads it, any change is caught.
 Recebe-Arquivo.
   Move Spaces To WS-CMD
   String "COPY /Y "       Delimited By Size
          WS-PASTA-ENTRADA Delimited By Space
          WS-NOME-ARQ      Delimited By Space
          " "              Delimited By Size
          SA-ARQUIVO       Delimited By Space
          Into WS-CMD
   End-String
   Move Zeros To Return-Code
   Call "SYSTEM" Using WS-CMD
   If Return-Code Not = Zeros
      Display WS-NOME-ARQ " nao encontrado em " WS-PASTA-ENTRADA
      Move 1 To Return-Code
      Go To Recebe-Arquivo-Exit
   End-if
   Move "G" To SA-OPERACAO
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Display WS-NOME-ARQ " recebido mas NAO selado ("
              SA-RESULTADO ") - nao sera processado."
      Move 1 To Return-Code
      Go To Recebe-Arquivo-Exit
   End-if
   Perform Mostra-Selo Thru Mostra-Selo-Exit
   Display WS-NOME-ARQ " recebido e selado.".
 Recebe-Arquivo-Exit.
   Exit.
*
 Confere-Arquivo.
   Move "V" To SA-OPERACAO
   Call "SELOARQ" Using SA-PARM
   If Not SA-Selo-Confere
      Perform Mostra-Recusa Thru Mostra-Recusa-Exit
      Move 1 To Return-Code
      Go To Confere-Arquivo-Exit
   End-if
   Perform Mostra-Selo Thru Mostra-Selo-Exit
   Display WS-NOME-ARQ " confere com o selo.".
 Confere-Arquivo-Exit.
   Exit.
*
 Mostra-Selo.
   Move SA-REGISTROS To WS-REGISTROS-ED
   Move SA-TOTAL     To WS-TOTAL-ED
   Display "Selo de " SA-DATA-SELO(7:2) "/" SA-DATA-SELO(5:2) "/"
           SA-DATA-SELO(1:4) " " SA-HORA-SELO(1:2) ":"
           SA-HORA-SELO(3:2) " - chave versao " SA-VERSAO
   Display "Registros: " WS-REGISTROS-ED
           "  Total de controle: " WS-TOTAL-ED.
 Mostra-Selo-Exit.
   Exit.
*
 Mostra-Recusa.
   Evaluate True
      When SA-Selo-Diverge
         Display WS-NOME-ARQ " foi ALTERADO depois de selado."
      When SA-Sem-Selo
         Display WS-NOME-ARQ " sem selo (.SEL ausente ou invalido)."
      When SA-Sem-Arquivo
         Display WS-NOME-ARQ " nao encontrado em DADOS."
      When SA-Sem-Chave
         Display "Chave do selo (versao " SA-VERSAO
                 ") nao esta mais em CHAVES.DAT."
      When Other
         Display "Erro ao conferir o selo de " WS-NOME-ARQ
   End-Evaluate.
 Mostra-Recusa-Exit.
   Exit.
