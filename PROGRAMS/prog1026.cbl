*MANUTENCAO DO CADASTRO DE AREAS DE ARMAZENAGEM (ARMAZEM.DAT)
 Identification Division.
 Program-Id. PROG1026.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ARMAZEM.SL".
   Copy "..\COPY\PRODUTO.SL".
*
 Data Division.
 File Section.
$XFD FILE=ARMAZEM
   Copy "..\COPY\ARMAZEM.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
*
 Working-Storage Section.
*
 Copy "..\COPY\Fonts.Def".
 Copy "..\COPY\acugui.Def".
 Copy "..\COPY\crtvars.Def".
 Copy "..\COPY\WinHelp.Def".
 Copy "..\COPY\Winprint.Def".
 Copy "..\COPY\acucobol.Def".
*
*  What area nn is: description, tipo (silo, graneleiro, patio),
*  capacity in kg and up to ten products allowed in it. The
*  postings that put product into an area ask CHKAREA, which
*  reads this master; capacity zero leaves the area unmeasured,
*  an empty product list leaves it open to any product.
*
 01  Stat-ARMAZEM        PIC X(002).
     88 Valido-ARMAZEM   Value "00" THRU "09".
     88 Duplicado-ARMAZEM Value "22".
 01  PATHARMAZEM         PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-CODIGO-DIGITADO  PIC Z(003)9.
 01 WS-DESCR-DIGITADA   PIC X(030) VALUE SPACES.
 01 WS-TIPO-DIGITADO    PIC X(001) VALUE "G".
 01 WS-CAPAC-DIGITADA   PIC 9(009)V999 VALUE ZEROS.
 01 WS-SITU-DIGITADO    PIC X(001) VALUE "A".
 01 WS-PERM-DIGITADOS.
    03 WS-PERM-01       PIC 9(006) VALUE ZEROS.
    03 WS-PERM-02       PIC 9(006) VALUE ZEROS.
    03 WS-PERM-03       PIC 9(006) VALUE ZEROS.
    03 WS-PERM-04       PIC 9(006) VALUE ZEROS.
    03 WS-PERM-05       PIC 9(006) VALUE ZEROS.
    03 WS-PERM-06       PIC 9(006) VALUE ZEROS.
    03 WS-PERM-07       PIC 9(006) VALUE ZEROS.
    03 WS-PERM-08       PIC 9(006) VALUE ZEROS.
    03 WS-PERM-09       PIC 9(006) VALUE ZEROS.
    03 WS-PERM-10       PIC 9(006) VALUE ZEROS.
 01 WS-PERM-TAB REDEFINES WS-PERM-DIGITADOS.
    03 WS-PERM          PIC 9(006) OCCURS 10.
 01 WS-PERM-IDX         PIC 9(002) COMP-X.
 01 WS-PROD-ED          PIC Z(005)9.
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
*
 01 WS-MENSAGEM         PIC X(050) VALUE SPACES.
*
01 Handle-TELA1026            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Armazem Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  19,00, Size   62,00 CELLS,
      Lowered
   .
   03 Label "Area:", Line 2,00, Col 3,00.
   03 WS-CODIGO-DIGITADO, Entry-Field,
      Line 2,00, Col 13,00, Size 05,00,
      Using WS-CODIGO-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 22,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 2,00, Col 42,00, Size 12 Cells,
      Exception-Value = 0050.
*
   03 Label "Descricao.....:", Line 4,00, Col 3,00.
   03 WS-DESCR-DIGITADA, Entry-Field,
      Line 4,00, Col 22,00, Size 30,00,
      Using WS-DESCR-DIGITADA.
   03 Label "Tipo (S/G/P)..:", Line 5,00, Col 3,00.
   03 WS-TIPO-DIGITADO, Entry-Field,
      Line 5,00, Col 22,00, Size 01,00,
      Using WS-TIPO-DIGITADO.
   03 Label "Silo, Graneleiro, Patio", Line 5,00, Col 26,00.
   03 Label "Capacidade (kg):", Line 6,00, Col 3,00.
   03 WS-CAPAC-DIGITADA, Entry-Field,
      Line 6,00, Col 22,00, Size 14,00,
      Using WS-CAPAC-DIGITADA.
   03 Label "Situacao (A/I):", Line 7,00, Col 3,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 7,00, Col 22,00, Size 01,00,
      Using WS-SITU-DIGITADO.
*
   03 Label "Produtos permitidos (vazio = qualquer):",
      Line 9,00, Col 3,00.
   03 WS-PERM-01, Entry-Field,
      Line 10,00, Col 3,00, Size 07,00, Using WS-PERM-01.
   03 WS-PERM-02, Entry-Field,
      Line 10,00, Col 14,00, Size 07,00, Using WS-PERM-02.
   03 WS-PERM-03, Entry-Field,
      Line 10,00, Col 25,00, Size 07,00, Using WS-PERM-03.
   03 WS-PERM-04, Entry-Field,
      Line 10,00, Col 36,00, Size 07,00, Using WS-PERM-04.
   03 WS-PERM-05, Entry-Field,
      Line 10,00, Col 47,00, Size 07,00, Using WS-PERM-05.
   03 WS-PERM-06, Entry-Field,
      Line 11,50, Col 3,00, Size 07,00, Using WS-PERM-06.
   03 WS-PERM-07, Entry-Field,
      Line 11,50, Col 14,00, Size 07,00, Using WS-PERM-07.
   03 WS-PERM-08, Entry-Field,
      Line 11,50, Col 25,00, Size 07,00, Using WS-PERM-08.
   03 WS-PERM-09, Entry-Field,
      Line 11,50, Col 36,00, Size 07,00, Using WS-PERM-09.
   03 WS-PERM-10, Entry-Field,
      Line 11,50, Col 47,00, Size 07,00, Using WS-PERM-10.
*
   03 Label From WS-MENSAGEM, Line 14,00, Col 3,00, Size 55,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 16,50, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 16,50, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 16,50, Col 39,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathARMAZEM.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ARMAZEM.DAT" Delimited By Size
          Into PathARMAZEM
   End-String.
   Open I-O ARMAZEM
   If Not Valido-ARMAZEM
      Open Output ARMAZEM
      Close ARMAZEM
      Open I-O ARMAZEM
   End-if.
   If Not Valido-ARMAZEM
      Display Message Box "erro ARMAZEM" Stat-ARMAZEM
      Exit Program
   End-if.

   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Not Valido-PRODUTO
      Display Message Box "erro PRODUTO" Stat-PRODUTO
      Close ARMAZEM
      Exit Program
   End-if.

   Display Standard Graphical Window,
           Title "Cadastro de Areas de Armazenagem",
           Size 64, Lines 21, Background-Low
           Modeless,
           Handle Handle-TELA1026.
   Display Tela-Armazem.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Armazem On Exception Continue
   End-Perform.

   Close ARMAZEM.
   Close PRODUTO.
   Close Window Handle-TELA1026.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Armazem Thru Consulta-Armazem-Exit
      When Incluir-Pressed
         Perform Inclui-Armazem Thru Inclui-Armazem-Exit
      When Alterar-Pressed
         Perform Altera-Armazem Thru Altera-Armazem-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Armazem.
   Move Spaces To WS-MENSAGEM
   Move WS-CODIGO-DIGITADO To AR-CODIGO
   Read ARMAZEM
      Invalid Key Continue
   End-Read
   If Valido-ARMAZEM
      Move AR-DESCRICAO  To WS-DESCR-DIGITADA
      Move AR-TIPO       To WS-TIPO-DIGITADO
      Move AR-CAPACIDADE To WS-CAPAC-DIGITADA
      Move AR-SITU       To WS-SITU-DIGITADO
      Perform Varying WS-PERM-IDX From 1 By 1
                Until WS-PERM-IDX > 10
         Move AR-PROD-PERM(WS-PERM-IDX) To WS-PERM(WS-PERM-IDX)
      End-Perform
      Move "Area encontrada." To WS-MENSAGEM
   Else
      Move "Area nao cadastrada - use Incluir." To WS-MENSAGEM
   End-if
   Display Tela-Armazem.
 Consulta-Armazem-Exit.
   Exit.
*
*  Every allowed product must exist: a mistyped code here would
*  silently lock the area against the product meant for it.
 Critica-Campos.
   Move Spaces To WS-MENSAGEM
   If WS-DESCR-DIGITADA = Spaces
      Move "Informe a descricao da area." To WS-MENSAGEM
      Go To Critica-Campos-Exit
   End-if
   If WS-TIPO-DIGITADO Not = "S" And WS-TIPO-DIGITADO Not = "G"
      And WS-TIPO-DIGITADO Not = "P"
      Move "Tipo deve ser S (silo), G (graneleiro) ou P (patio)."
           To WS-MENSAGEM
      Go To Critica-Campos-Exit
   End-if
   If WS-SITU-DIGITADO Not = "A" And WS-SITU-DIGITADO Not = "I"
      Move "Situacao deve ser A ou I." To WS-MENSAGEM
      Go To Critica-Campos-Exit
   End-if
   Perform Varying WS-PERM-IDX From 1 By 1
             Until WS-PERM-IDX > 10 Or WS-MENSAGEM Not = Spaces
      If WS-PERM(WS-PERM-IDX) Not = Zeros
         Move WS-PERM(WS-PERM-IDX) To PD-CODIGO
         Read PRODUTO
            Invalid Key
               Move WS-PERM(WS-PERM-IDX) To WS-PROD-ED
               String "Produto " WS-PROD-ED
                      " nao cadastrado (PROG951)."
                      Delimited By Size Into WS-MENSAGEM
               End-String
         End-Read
      End-if
   End-Perform.
 Critica-Campos-Exit.
   Exit.
*
 Move-Campos-Armazem.
   Move WS-DESCR-DIGITADA To AR-DESCRICAO
   Move WS-TIPO-DIGITADO  To AR-TIPO
   Move WS-CAPAC-DIGITADA To AR-CAPACIDADE
   Move WS-SITU-DIGITADO  To AR-SITU
   Perform Varying WS-PERM-IDX From 1 By 1 Until WS-PERM-IDX > 10
      Move WS-PERM(WS-PERM-IDX) To AR-PROD-PERM(WS-PERM-IDX)
   End-Perform.
 Move-Campos-Armazem-Exit.
   Exit.
*
 Inclui-Armazem.
   Move Spaces To WS-MENSAGEM
   If WS-CODIGO-DIGITADO = Zeros
      Move "Informe o codigo da area." To WS-MENSAGEM
      Display Tela-Armazem
      Go To Inclui-Armazem-Exit
   End-if
   Perform Critica-Campos Thru Critica-Campos-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Armazem
      Go To Inclui-Armazem-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize ARMAZEM-REGI
   Move WS-CODIGO-DIGITADO To AR-CODIGO
   Perform Move-Campos-Armazem Thru Move-Campos-Armazem-Exit
   Move WS-DATA-SISTEMA To AR-DTIN AR-DTAL
   Move WS-HORA-SISTEMA To AR-HRIN AR-HRAL
   Write ARMAZEM-REGI
      Invalid Key
         If Duplicado-ARMAZEM
            Move "Area ja cadastrada - use Alterar."
                 To WS-MENSAGEM
         Else
            Move "Erro ao incluir area." To WS-MENSAGEM
         End-if
      Not Invalid Key
         Move "Area incluida." To WS-MENSAGEM
   End-Write
   Display Tela-Armazem.
 Inclui-Armazem-Exit.
   Exit.
*
*  Shrinking the capacity or the product list does not move what
*  is already in the area - it only stops the next posting; the
*  occupancy report (PROG1027) shows what is over.
 Altera-Armazem.
   Move Spaces To WS-MENSAGEM
   Perform Critica-Campos Thru Critica-Campos-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Armazem
      Go To Altera-Armazem-Exit
   End-if
   Move WS-CODIGO-DIGITADO To AR-CODIGO
   Read ARMAZEM
      Invalid Key Continue
   End-Read
   If Not Valido-ARMAZEM
      Move "Area nao cadastrada - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Perform Move-Campos-Armazem Thru Move-Campos-Armazem-Exit
      Move WS-DATA-SISTEMA To AR-DTAL
      Move WS-HORA-SISTEMA To AR-HRAL
      Rewrite ARMAZEM-REGI
         Invalid Key
            Move "Erro ao alterar area." To WS-MENSAGEM
         Not Invalid Key
            Move "Area alterada." To WS-MENSAGEM
      End-Rewrite
   End-if
   Display Tela-Armazem.
 Altera-Armazem-Exit.
   Exit.
*
 Limpa-Campos.
   Move Zeros  To WS-CODIGO-DIGITADO WS-CAPAC-DIGITADA
                  WS-PERM-DIGITADOS
   Move Spaces To WS-DESCR-DIGITADA WS-MENSAGEM
   Move "G"    To WS-TIPO-DIGITADO
   Move "A"    To WS-SITU-DIGITADO
   Display Tela-Armazem.
 Limpa-Campos-Exit.
   Exit.
