 01 WS-NOME-DIGITADO   PIC X(040) VALUE SPACES.
 01 WS-UNIDADE-DIGITADO PIC X(006) VALUE SPACES.
 01 WS-SITU-DIGITADO   PIC X(001) VALUE "A".
 01 WS-NCM-DIGITADO    PIC X(008) VALUE SPACES.
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 6,00, Col 22,00, Size 01,00,
      Using WS-SITU-DIGITADO.
   03 Label "NCM...........:", Line 7,00, Col 3,00.
   03 WS-NCM-DIGITADO, Entry-Field,
      Line 7,00, Col 22,00, Size 08,00,
      Using WS-NCM-DIGITADO.
   03 Label "(8 digitos, para a NF-e)", Line 7,00, Col 32,00.
*
   03 Label From WS-MENSAGEM, Line 11,00, Col 3,00, Size 55,00.
*
      Move PD-NOME             To WS-NOME-DIGITADO
      Move PD-UNIDADE          To WS-UNIDADE-DIGITADO
      Move PD-SITU             To WS-SITU-DIGITADO
      Move PD-NCM              To WS-NCM-DIGITADO
      Move "Produto encontrado." To WS-MENSAGEM
   Else
      Move "Produto nao cadastrado - use Incluir." To WS-MENSAGEM
*
 Inclui-Produto.
   Move Spaces To WS-MENSAGEM
   Perform Valida-NCM Thru Valida-NCM-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Manutencao
      Go To Inclui-Produto-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move Spaces          To PRODUTO-REGI
   Move WS-NOME-DIGITADO    To PD-NOME
   Move WS-UNIDADE-DIGITADO To PD-UNIDADE
   Move WS-SITU-DIGITADO    To PD-SITU
   Move WS-NCM-DIGITADO     To PD-NCM
   Move WS-DATA-SISTEMA     To PD-DTIN
   Move WS-HORA-SISTEMA     To PD-HRIN
   Move WS-DATA-SISTEMA     To PD-DTAL
*
 Altera-Produto.
   Move Spaces To WS-MENSAGEM
   Perform Valida-NCM Thru Valida-NCM-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Manutencao
      Go To Altera-Produto-Exit
   End-if
   If WS-SITU-DIGITADO = "I"
      Move "PRODUTO" To WS-REF-TIPO
      Move WS-CODIGO-DIGITADO To WS-REF-CODIGO
   If Not Valido-PRODUTO
      Move "Produto nao cadastrado - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Monta-Imagem-Produto Thru Monta-Imagem-Produto-Exit
      Move WS-AU-DEPOIS To WS-AU-ANTES
      Move WS-NOME-DIGITADO    To PD-NOME
      Move WS-UNIDADE-DIGITADO To PD-UNIDADE
      Move WS-SITU-DIGITADO    To PD-SITU
      Move WS-NCM-DIGITADO     To PD-NCM
      Move WS-DATA-SISTEMA     To PD-DTAL
      Move WS-HORA-SISTEMA     To PD-HRAL
      Rewrite PRODUTO-REGI
 Limpa-Campos.
   Move Zeros  To WS-CODIGO-DIGITADO
   Move Spaces To WS-NOME-DIGITADO WS-UNIDADE-DIGITADO WS-MENSAGEM
                  WS-NCM-DIGITADO
   Move "A"    To WS-SITU-DIGITADO
   Display Tela-Manutencao.
 Limpa-Campos-Exit.
   Exit.
*
*  The NCM may still be left blank (the product just cannot be
*  invoiced through the NF-e yet), but what is keyed must be the
*  eight digits of the classification.
 Valida-NCM.
   If WS-NCM-DIGITADO Not = Spaces
      And WS-NCM-DIGITADO Not Numeric
      Move "NCM deve ter 8 digitos." To WS-MENSAGEM
   End-if.
 Valida-NCM-Exit.
   Exit.
*
*  The operator signed on through the menu must exist in
*  USUARIOS.DAT, be active, and hold this program's permission
*  byte - otherwise nothing here runs.
*
 Monta-Imagem-Produto.
   Move Spaces To WS-AU-DEPOIS
   String PD-NOME(1:22) Delimited By Size
          " "           Delimited By Size
          PD-UNIDADE    Delimited By Size
          " "           Delimited By Size
          PD-SITU       Delimited By Size
          " "           Delimited By Size
          PD-NCM        Delimited By Size
          Into WS-AU-DEPOIS
   End-String.
 Monta-Imagem-Produto-Exit.
