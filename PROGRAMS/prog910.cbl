 01 WS-PRECO-DIGITADO  PIC 9(005)V9999 VALUE ZEROS.
 01 WS-SITU-DIGITADO   PIC X(001) VALUE "A".
 01 WS-ENTREG-ED       PIC ZZZZZZZZZ,999.
*  "A fixar": the price is not typed here - it is the average of
*  the fixings PROG1024 posts against the praca's daily quote.
 01 WS-TIPO-DIGITADO   PIC X(001) VALUE "F".
 01 WS-PRACA-DIGITADA  PIC X(015) VALUE SPACES.
 01 WS-FIXADA-ED       PIC ZZZZZZZZZ,999.
 01 WS-SEMPRECO-ED     PIC ZZZZZZZZZ,999.
 01 WS-SEMPRECO        PIC S9(012)V999 COMP-3.
*  The quality the client contracted, in percent - what the
*  laudo (PROG1059) judges each lot by; zero leaves the
*  product's CLASSIF.DAT base in force.
 01 WS-UMID-DIGITADA   PIC 9(002)V99 VALUE ZEROS.
 01 WS-IMP-DIGITADA    PIC 9(002)V99 VALUE ZEROS.
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
Screen section.
01 Tela-Contrato Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  17,00, Size   64,00 CELLS,
      Lowered
   .
   03 Label "Contrato:", Line 2,00, Col 3,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 7,00, Col 19,00, Size 01,00,
      Using WS-SITU-DIGITADO.
   03 Label "Tipo (F/X):", Line 7,00, Col 24,00.
   03 WS-TIPO-DIGITADO, Entry-Field,
      Line 7,00, Col 36,00, Size 01,00,
      Using WS-TIPO-DIGITADO.
   03 Label "Praca:", Line 7,00, Col 40,00.
   03 WS-PRACA-DIGITADA, Entry-Field,
      Line 7,00, Col 47,00, Size 15,00,
      Using WS-PRACA-DIGITADA.
   03 Label "Entregue...:", Line 8,00, Col 3,00.
   03 Label From WS-ENTREG-ED, Line 8,00, Col 17,00, Size 14,00.
   03 Label "Fixado.....:", Line 8,00, Col 33,00.
   03 Label From WS-FIXADA-ED, Line 8,00, Col 47,00, Size 14,00.
   03 Label "Sem preco..:", Line 9,00, Col 3,00.
   03 Label From WS-SEMPRECO-ED, Line 9,00, Col 17,00, Size 14,00.
   03 Label "Umid.max.%.:", Line 10,00, Col 3,00.
   03 WS-UMID-DIGITADA, Entry-Field,
      Line 10,00, Col 17,00, Size 07,00,
      Using WS-UMID-DIGITADA.
   03 Label "Impur.max.%:", Line 10,00, Col 33,00.
   03 WS-IMP-DIGITADA, Entry-Field,
      Line 10,00, Col 47,00, Size 07,00,
      Using WS-IMP-DIGITADA.
*
   03 Label From WS-MENSAGEM, Line 12,00, Col 3,00, Size 58,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 14,50, Col 8,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 14,50, Col 25,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 14,50, Col 42,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*

   Display Standard Graphical Window,
           Title "Contratos de Safra",
           Size 66, Lines 19, Background-Low
           Modeless,
           Handle Handle-TELA910.
   Display Tela-Contrato.
                       WS-PROD-DIGITADO WS-DE-DIGITADA
                       WS-ATE-DIGITADA WS-QUAN-DIGITADA
                       WS-PRECO-DIGITADO WS-ENTREG-ED
                       WS-FIXADA-ED WS-SEMPRECO-ED
                       WS-UMID-DIGITADA WS-IMP-DIGITADA
         Move Spaces To WS-MENSAGEM WS-PRACA-DIGITADA
         Move "A"    To WS-SITU-DIGITADO
         Move "F"    To WS-TIPO-DIGITADO
         Display Tela-Contrato
   End-Evaluate.
*
      Move CN-PRECO        To WS-PRECO-DIGITADO
      Move CN-SITU         To WS-SITU-DIGITADO
      Move CN-QUAN-ENTREG  To WS-ENTREG-ED
      Move CN-UMID-MAX     To WS-UMID-DIGITADA
      Move CN-IMP-MAX      To WS-IMP-DIGITADA
      If Contrato-A-Fixar
         Move "X"              To WS-TIPO-DIGITADO
         Move CN-PRACA         To WS-PRACA-DIGITADA
         Move CN-QUAN-FIXADA   To WS-FIXADA-ED
         Compute WS-SEMPRECO = CN-QUAN-ENTREG - CN-ENTREG-FIXADA
         Move WS-SEMPRECO      To WS-SEMPRECO-ED
      Else
         Move "F"              To WS-TIPO-DIGITADO
         Move Spaces           To WS-PRACA-DIGITADA
         Move CN-QUAN-ENTREG   To WS-FIXADA-ED
         Move Zeros            To WS-SEMPRECO-ED
      End-if
      Move "Contrato encontrado." To WS-MENSAGEM
   Else
      Move "Contrato nao cadastrado - use Incluir." To WS-MENSAGEM
   Read PRODUTO
      Invalid Key
         Move "Produto nao cadastrado (PROG951)." To WS-MENSAGEM
   End-Read
   If WS-MENSAGEM Not = Spaces
      Go To Valida-Cadastros-Exit
   End-if
   If WS-TIPO-DIGITADO = "f"
      Move "F" To WS-TIPO-DIGITADO
   End-if
   If WS-TIPO-DIGITADO = "x"
      Move "X" To WS-TIPO-DIGITADO
   End-if
   If WS-TIPO-DIGITADO Not = "F" And WS-TIPO-DIGITADO Not = "X"
      Move "Tipo de preco: F (fixo) ou X (a fixar)." To WS-MENSAGEM
      Go To Valida-Cadastros-Exit
   End-if
   If WS-TIPO-DIGITADO = "X" And WS-PRACA-DIGITADA = Spaces
      Move "Contrato a fixar precisa da praca da cotacao."
           To WS-MENSAGEM
   End-if.
 Valida-Cadastros-Exit.
   Exit.
*
   Move WS-PRECO-DIGITADO  To CN-PRECO
   Move Zeros              To CN-QUAN-ENTREG
   Move WS-SITU-DIGITADO   To CN-SITU
   Move WS-TIPO-DIGITADO   To CN-TIPO-PRECO
   Move Zeros              To CN-QUAN-FIXADA CN-ENTREG-FIXADA
   Move WS-UMID-DIGITADA   To CN-UMID-MAX
   Move WS-IMP-DIGITADA    To CN-IMP-MAX
   If Contrato-A-Fixar
      Move WS-PRACA-DIGITADA To CN-PRACA
      Move Zeros             To CN-PRECO
   Else
      Move Spaces            To CN-PRACA
   End-if
   Move WS-DATA-SISTEMA    To CN-DTIN
   Move WS-HORA-SISTEMA    To CN-HRIN
   Write CONTRATO-REGI
   Exit.
*
*  Alterar preserves the delivered accumulation - only the agreed
*  terms change. A contract already carrying fixings stays "a
*  fixar" and keeps the price its fixings averaged to.
 Altera-Contrato.
   Move Spaces To WS-MENSAGEM
   Move WS-NUMERO-DIGITADO To CN-NUMERO
   Move WS-PROD-DIGITADO   To CN-PROD
   Move WS-DE-DIGITADA     To CN-DATA-DE
   Move WS-ATE-DIGITADA    To CN-DATA-ATE
   If Contrato-A-Fixar And CN-QUAN-FIXADA > Zeros
      And WS-TIPO-DIGITADO Not = "X"
      Move "Contrato ja tem fixacoes - continua a fixar."
           To WS-MENSAGEM
      Display Tela-Contrato
      Go To Altera-Contrato-Exit
   End-if
   Move WS-QUAN-DIGITADA   To CN-QUAN-CONTRAT
   Move WS-SITU-DIGITADO   To CN-SITU
   Move WS-UMID-DIGITADA   To CN-UMID-MAX
   Move WS-IMP-DIGITADA    To CN-IMP-MAX
   If WS-TIPO-DIGITADO = "X"
      If Not Contrato-A-Fixar
         Move Zeros To CN-QUAN-FIXADA CN-ENTREG-FIXADA CN-PRECO
      End-if
      Move "X"               To CN-TIPO-PRECO
      Move WS-PRACA-DIGITADA To CN-PRACA
   Else
      Move "F"               To CN-TIPO-PRECO
      Move Spaces            To CN-PRACA
      Move WS-PRECO-DIGITADO To CN-PRECO
   End-if
   Rewrite CONTRATO-REGI
      Invalid Key
         Move "Erro ao alterar contrato." To WS-MENSAGEM
