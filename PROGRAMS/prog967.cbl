      Move 1 To WS-LINHA-ATUAL
      Perform Carrega-Linha-Atual Thru Carrega-Linha-Atual-Exit
      Perform Valida-Transportadora Thru Valida-Transportadora-Exit
      If Ctrc-Importado
         String "Importado do CT-e " CT-ARQUIVO
                Delimited By Size Into WS-MENSAGEM
         End-String
      Else
         Move "Conhecimento encontrado." To WS-MENSAGEM
      End-if
   Else
      Move "Conhecimento nao cadastrado - use Incluir." To WS-MENSAGEM
   End-if
   Move WS-NUMERO-DIGITADO To CT-NUMERO
   Move WS-DATA-DIGITADA   To CT-DATA
   Move WS-VALOR-DIGITADO  To CT-VALOR
   Move "D"                To CT-ORIGEM
   Perform Varying WS-LINHA-ATUAL From 1 By 1
             Until WS-LINHA-ATUAL > 20
      Move WS-PEDIDO-TAB (WS-LINHA-ATUAL)
