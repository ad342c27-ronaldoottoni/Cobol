*FIXACAO DE PRECO DOS CONTRATOS A FIXAR (CONTRATO.DAT x FIXACAO.DAT)
 Identification Division.
 Program-Id. PROG1024.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CONTRATO.SL".
   Copy "..\COPY\FIXACAO.SL".
   Copy "..\COPY\COTMERC.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\PRODUTO.SL".
*
 Data Division.
 File Section.
$XFD FILE=CONTRATO
   Copy "..\COPY\CONTRATO.FD".
$XFD FILE=FIXACAO
   Copy "..\COPY\FIXACAO.FD".
$XFD FILE=COTMERC
   Copy "..\COPY\COTMERC.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
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
*  The client calls and fixes a lot of his "a fixar" contract: the
*  quantity, at the COTMERC.DAT quote of the contract's praca on
*  the fixing day, plus the premium/basis agreed. Each fixing is
*  its own FIXACAO.DAT row; the contract carries the running
*  fixed quantity and CN-PRECO as the weighted average of the
*  fixings, so everything downstream that reads CN-PRECO reads
*  the price actually fixed. Deliveries draw on the fixed lots
*  first (Contrato-Reparte-Fixado in the posting programs).
*
 01  Stat-CONTRATO       PIC X(002).
     88 Valido-CONTRATO  Value "00" Thru "09".
 01  PATHCONTRATO        PIC X(060).
 01  Stat-FIXACAO        PIC X(002).
     88 Valido-FIXACAO   Value "00" THRU "09".
     88 Fim-FIXACAO      Value "10".
 01  PATHFIXACAO         PIC X(060).
 01  Stat-COTMERC        PIC X(002).
     88 Valido-COTMERC   Value "00" THRU "09".
 01  PATHCOTMERC         PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 Copy "..\copy\usuario.cpy".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Consultar-Pressed    Value 0020.
    88 Fixar-Pressed        Value 0030.
    88 Limpar-Pressed       Value 0050.
*
 01 WS-NUMERO-DIGITADO PIC 9(006) VALUE ZEROS.
 01 WS-DATA-DIGITADA   PIC 9(008) VALUE ZEROS.
 01 WS-QUAN-DIGITADA   PIC 9(009)V999 VALUE ZEROS.
 01 WS-PREMIO-DIGITADO PIC S9(005)V9999 VALUE ZEROS.
*
 01 WS-CLIE-ED         PIC X(040).
 01 WS-PROD-ED         PIC X(040).
 01 WS-PRACA-ED        PIC X(015).
 01 WS-CONTRAT-ED      PIC ZZZZZZZZZ,999.
 01 WS-FIXADA-ED       PIC ZZZZZZZZZ,999.
 01 WS-AFIXAR-ED       PIC ZZZZZZZZZ,999.
 01 WS-ENTREG-ED       PIC ZZZZZZZZZ,999.
 01 WS-SEMPRECO-ED     PIC ZZZZZZZZZ,999.
 01 WS-MEDIO-ED        PIC ZZZZ9,9999.
 01 WS-COTACAO-ED      PIC ZZZZ9,9999.
 01 WS-PRECO-ED        PIC ZZZZ9,9999.
*
 01 WS-ENCONTRADO      PIC X(01) VALUE "N".
    88 Contrato-Encontrado Value "S".
 01 WS-AFIXAR          PIC S9(012)V999 COMP-3.
 01 WS-SEMPRECO        PIC S9(012)V999 COMP-3.
 01 WS-PRECO-FIXACAO   PIC S9(005)V9999 COMP-3.
 01 WS-PROX-SEQ        PIC S9(004) COMP-5.
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
*
 01 WS-MENSAGEM        PIC X(055) VALUE SPACES.
*
01 Handle-TELA1024            Handle Of Window.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
Screen section.
01 Tela-Fixacao Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  20,00, Size   64,00 CELLS,
      Lowered
   .
   03 Label "Contrato:", Line 2,00, Col 3,00.
   03 WS-NUMERO-DIGITADO, Entry-Field,
      Line 2,00, Col 13,00, Size 08,00,
      Using WS-NUMERO-DIGITADO.
   03 PB-Consultar, Push-Button, "&Consultar",
      Line 2,00, Col 24,00, Size 18 Cells,
      Default-Button,
      Exception-Value = 0020.
*
   03 Label "Cliente.......:", Line 4,00, Col 3,00.
   03 Label From WS-CLIE-ED, Line 4,00, Col 20,00, Size 40,00.
   03 Label "Produto.......:", Line 5,00, Col 3,00.
   03 Label From WS-PROD-ED, Line 5,00, Col 20,00, Size 40,00.
   03 Label "Praca.........:", Line 6,00, Col 3,00.
   03 Label From WS-PRACA-ED, Line 6,00, Col 20,00, Size 15,00.
   03 Label "Contratado....:", Line 7,00, Col 3,00.
   03 Label From WS-CONTRAT-ED, Line 7,00, Col 20,00, Size 14,00.
   03 Label "Fixado........:", Line 8,00, Col 3,00.
   03 Label From WS-FIXADA-ED, Line 8,00, Col 20,00, Size 14,00.
   03 Label "Preco medio:", Line 8,00, Col 37,00.
   03 Label From WS-MEDIO-ED, Line 8,00, Col 50,00, Size 11,00.
   03 Label "A fixar.......:", Line 9,00, Col 3,00.
   03 Label From WS-AFIXAR-ED, Line 9,00, Col 20,00, Size 14,00.
   03 Label "Entregue......:", Line 10,00, Col 3,00.
   03 Label From WS-ENTREG-ED, Line 10,00, Col 20,00, Size 14,00.
   03 Label "Sem preco:", Line 10,00, Col 37,00.
   03 Label From WS-SEMPRECO-ED, Line 10,00, Col 48,00, Size 14,00.
*
   03 Label "Data da fixacao:", Line 12,00, Col 3,00.
   03 WS-DATA-DIGITADA, Entry-Field,
      Line 12,00, Col 21,00, Size 10,00,
      Using WS-DATA-DIGITADA.
   03 Label "Quantidade.....:", Line 13,00, Col 3,00.
   03 WS-QUAN-DIGITADA, Entry-Field,
      Line 13,00, Col 21,00, Size 13,00,
      Using WS-QUAN-DIGITADA.
   03 Label "Premio/base....:", Line 14,00, Col 3,00.
   03 WS-PREMIO-DIGITADO, Entry-Field,
      Line 14,00, Col 21,00, Size 11,00,
      Using WS-PREMIO-DIGITADO.
   03 Label "Cotacao:", Line 15,00, Col 3,00.
   03 Label From WS-COTACAO-ED, Line 15,00, Col 12,00, Size 11,00.
   03 Label "Preco fixado:", Line 15,00, Col 27,00.
   03 Label From WS-PRECO-ED, Line 15,00, Col 41,00, Size 11,00.
*
   03 Label From WS-MENSAGEM, Line 17,00, Col 3,00, Size 58,00.
*
   03 PB-Fixar, Push-Button, "&Fixar",
      Line 18,50, Col 8,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Limpar, Push-Button, "&Novo",
      Line 18,50, Col 25,00, Size 15 Cells,
      Exception-Value = 0050.
   03 PB-Sair, Push-Button, "&Sair",
      Line 18,50, Col 42,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*
 Procedure Division Using LK-Linkage.
 COPY "..\COPY\10000.MOD".
*
 Inicio.
   Move Spaces to PathCONTRATO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CONTRATO.DAT" Delimited By Size
          Into PathCONTRATO
   End-String.
   Open I-O CONTRATO
   If Not Valido-CONTRATO
      Display Message Box "erro CONTRATO" Stat-CONTRATO
      Exit Program
   End-if.

   Move Spaces to PathFIXACAO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\FIXACAO.DAT" Delimited By Size
          Into PathFIXACAO
   End-String.
   Open I-O FIXACAO
   If Not Valido-FIXACAO
      Open Output FIXACAO
      Close FIXACAO
      Open I-O FIXACAO
   End-if.
   If Not Valido-FIXACAO
      Display Message Box "erro FIXACAO" Stat-FIXACAO
      Close CONTRATO
      Exit Program
   End-if.

   Move Spaces to PathCOTMERC.
   String Lk-Unidade           Delimited By Size
          "\DADOS\COTMERC.DAT" Delimited By Size
          Into PathCOTMERC
   End-String.
   Open Input COTMERC
   If Not Valido-COTMERC
      Display Message Box
        "Sem cotacoes de mercado - cadastre pelo PROG1023."
      Close CONTRATO
      Close FIXACAO
      Exit Program
   End-if.

   Move Spaces to PathCLIENTE.
   String Lk-Unidade         Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display Message Box "erro CLIENTE" Stat-CLIENTE
      Close CONTRATO
      Close FIXACAO
      Close COTMERC
      Exit Program
   End-if.

   Move Spaces to PathPRODUTO.
   String Lk-Unidade          Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Not Valido-PRODUTO
      Display Message Box "erro PRODUTO" Stat-PRODUTO
      Close CONTRATO
      Close FIXACAO
      Close COTMERC
      Close CLIENTE
      Exit Program
   End-if.

   Perform Limpa-Campos Thru Limpa-Campos-Exit.

   Display Standard Graphical Window,
           Title "Fixacao de Preco - Contratos a Fixar",
           Size 66, Lines 22, Background-Low
           Modeless,
           Handle Handle-TELA1024.
   Display Tela-Fixacao.

   Perform, With Test After, Until Sair-Pressed
      Accept Tela-Fixacao On Exception Continue
   End-Perform.

   Close CONTRATO.
   Close FIXACAO.
   Close COTMERC.
   Close CLIENTE.
   Close PRODUTO.
   Close Window Handle-TELA1024.
   Exit Program.
*
 Trata-Excecao.
   Evaluate True
      When Consultar-Pressed
         Perform Consulta-Contrato Thru Consulta-Contrato-Exit
      When Fixar-Pressed
         Perform Fixa-Preco Thru Fixa-Preco-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
   End-Evaluate.
*
 Consulta-Contrato.
   Move Spaces To WS-MENSAGEM
   Move "N"    To WS-ENCONTRADO
   Move WS-NUMERO-DIGITADO To CN-NUMERO
   Read CONTRATO
      Invalid Key Continue
   End-Read
   If Not Valido-CONTRATO
      Perform Limpa-Contrato Thru Limpa-Contrato-Exit
      Move "Contrato nao cadastrado (PROG910)." To WS-MENSAGEM
      Display Tela-Fixacao
      Go To Consulta-Contrato-Exit
   End-if
   Perform Mostra-Contrato Thru Mostra-Contrato-Exit
   Evaluate True
      When Not Contrato-A-Fixar
         Move "Contrato de preco fixo - nada a fixar."
              To WS-MENSAGEM
      When Contrato-Encerrado
         Move "Contrato encerrado." To WS-MENSAGEM
      When WS-AFIXAR Not > Zeros
         Move "Contrato totalmente fixado." To WS-MENSAGEM
      When Other
         Move "S" To WS-ENCONTRADO
         Move "Informe data, quantidade e premio da fixacao."
              To WS-MENSAGEM
   End-Evaluate
   Display Tela-Fixacao.
 Consulta-Contrato-Exit.
   Exit.
*
 Mostra-Contrato.
   Move CN-CLIE To CLI-CODIGO
   Read CLIENTE
      Invalid Key Move Spaces To CLI-NOME
   End-Read
   Move CLI-NOME To WS-CLIE-ED
   Move CN-PROD To PD-CODIGO
   Read PRODUTO
      Invalid Key Move Spaces To PD-NOME
   End-Read
   Move PD-NOME         To WS-PROD-ED
   Move CN-QUAN-CONTRAT To WS-CONTRAT-ED
   Move CN-QUAN-ENTREG  To WS-ENTREG-ED
   If Contrato-A-Fixar
      Move CN-PRACA        To WS-PRACA-ED
      Move CN-QUAN-FIXADA  To WS-FIXADA-ED
      Move CN-PRECO        To WS-MEDIO-ED
      Compute WS-AFIXAR   = CN-QUAN-CONTRAT - CN-QUAN-FIXADA
      Compute WS-SEMPRECO = CN-QUAN-ENTREG - CN-ENTREG-FIXADA
   Else
      Move Spaces          To WS-PRACA-ED
      Move CN-QUAN-CONTRAT To WS-FIXADA-ED
      Move CN-PRECO        To WS-MEDIO-ED
      Move Zeros           To WS-AFIXAR WS-SEMPRECO
   End-if
   If WS-AFIXAR < Zeros
      Move Zeros To WS-AFIXAR
   End-if
   Move WS-AFIXAR   To WS-AFIXAR-ED
   Move WS-SEMPRECO To WS-SEMPRECO-ED.
 Mostra-Contrato-Exit.
   Exit.
*
 Fixa-Preco.
   Move Spaces To WS-MENSAGEM
   If Not Contrato-Encontrado
      Move "Consulte um contrato a fixar antes." To WS-MENSAGEM
      Display Tela-Fixacao
      Go To Fixa-Preco-Exit
   End-if
   Move WS-NUMERO-DIGITADO To CN-NUMERO
   Read CONTRATO
      Invalid Key Continue
   End-Read
   If Not Valido-CONTRATO
      Move "Contrato nao encontrado." To WS-MENSAGEM
      Display Tela-Fixacao
      Go To Fixa-Preco-Exit
   End-if
   Compute WS-AFIXAR = CN-QUAN-CONTRAT - CN-QUAN-FIXADA
   If WS-QUAN-DIGITADA = Zeros
      Move "Informe a quantidade fixada." To WS-MENSAGEM
      Display Tela-Fixacao
      Go To Fixa-Preco-Exit
   End-if
   If WS-QUAN-DIGITADA > WS-AFIXAR
      Move "Quantidade maior que o saldo a fixar - recusada."
           To WS-MENSAGEM
      Display Tela-Fixacao
      Go To Fixa-Preco-Exit
   End-if
   If WS-DATA-DIGITADA = Zeros
      Accept WS-DATA-DIGITADA From Date YYYYMMDD
   End-if
   Move CN-PROD          To QM-PROD
   Move CN-PRACA         To QM-PRACA
   Move WS-DATA-DIGITADA To QM-DATA
   Read COTMERC
      Invalid Key Continue
   End-Read
   If Not Valido-COTMERC
      Move Zeros To WS-COTACAO-ED WS-PRECO-ED
      Move "Sem cotacao da praca no dia - cadastre (PROG1023)."
           To WS-MENSAGEM
      Display Tela-Fixacao
      Go To Fixa-Preco-Exit
   End-if
   Compute WS-PRECO-FIXACAO = QM-COTACAO + WS-PREMIO-DIGITADO
   Move QM-COTACAO       To WS-COTACAO-ED
   Move WS-PRECO-FIXACAO To WS-PRECO-ED
   If WS-PRECO-FIXACAO Not > Zeros
      Move "Preco resultante invalido - confira o premio."
           To WS-MENSAGEM
      Display Tela-Fixacao
      Go To Fixa-Preco-Exit
   End-if

   Perform Proxima-Sequencia Thru Proxima-Sequencia-Exit
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize FIXACAO-REGI
   Move CN-NUMERO          To FI-CONTRATO
   Move WS-PROX-SEQ        To FI-SEQ
   Move WS-DATA-DIGITADA   To FI-DATA
   Move WS-QUAN-DIGITADA   To FI-QUAN
   Move QM-COTACAO         To FI-COTACAO
   Move WS-PREMIO-DIGITADO To FI-PREMIO
   Move WS-PRECO-FIXACAO   To FI-PRECO
   Move Oper-Nome          To FI-OPER
   Move WS-DATA-SISTEMA    To FI-DTIN
   Move WS-HORA-SISTEMA    To FI-HRIN
   Write FIXACAO-REGI
      Invalid Key
         Move "Erro ao gravar fixacao." To WS-MENSAGEM
         Display Tela-Fixacao
         Go To Fixa-Preco-Exit
   End-Write

*  The contract price becomes the weighted average of its fixings.
   Compute CN-PRECO Rounded =
           (CN-PRECO * CN-QUAN-FIXADA
            + WS-PRECO-FIXACAO * WS-QUAN-DIGITADA)
           / (CN-QUAN-FIXADA + WS-QUAN-DIGITADA)
   Add WS-QUAN-DIGITADA To CN-QUAN-FIXADA
   If CN-QUAN-ENTREG < CN-QUAN-FIXADA
      Move CN-QUAN-ENTREG To CN-ENTREG-FIXADA
   Else
      Move CN-QUAN-FIXADA To CN-ENTREG-FIXADA
   End-if
   If CN-ENTREG-FIXADA < Zeros
      Move Zeros To CN-ENTREG-FIXADA
   End-if
   Rewrite CONTRATO-REGI
      Invalid Key
         Move "Fixacao gravada, erro ao atualizar o contrato."
              To WS-MENSAGEM
      Not Invalid Key
         Move "Fixacao registrada." To WS-MENSAGEM
   End-Rewrite
   Perform Mostra-Contrato Thru Mostra-Contrato-Exit
   If WS-AFIXAR Not > Zeros
      Move "N" To WS-ENCONTRADO
   End-if
   Move Zeros To WS-QUAN-DIGITADA WS-PREMIO-DIGITADO
   Display Tela-Fixacao.
 Fixa-Preco-Exit.
   Exit.
*
*  Next sequence of the contract: one past the last fixing on it.
 Proxima-Sequencia.
   Move 1 To WS-PROX-SEQ
   Move CN-NUMERO To FI-CONTRATO
   Move Zeros     To FI-SEQ
   Start FIXACAO Key Is Not Less FI-CHAVE
      Invalid Key Go To Proxima-Sequencia-Exit
   End-Start
   Read FIXACAO Next Record
      At End Move "10" To Stat-FIXACAO
   End-Read
   Perform Until Fim-FIXACAO Or FI-CONTRATO Not = CN-NUMERO
      Compute WS-PROX-SEQ = FI-SEQ + 1
      Read FIXACAO Next Record
         At End Move "10" To Stat-FIXACAO
      End-Read
   End-Perform.
 Proxima-Sequencia-Exit.
   Exit.
*
 Limpa-Contrato.
   Move Spaces To WS-CLIE-ED WS-PROD-ED WS-PRACA-ED
   Move Zeros  To WS-CONTRAT-ED WS-FIXADA-ED WS-AFIXAR-ED
                  WS-ENTREG-ED WS-SEMPRECO-ED WS-MEDIO-ED
                  WS-COTACAO-ED WS-PRECO-ED.
 Limpa-Contrato-Exit.
   Exit.
*
 Limpa-Campos.
   Perform Limpa-Contrato Thru Limpa-Contrato-Exit
   Move Zeros  To WS-NUMERO-DIGITADO WS-QUAN-DIGITADA
                  WS-PREMIO-DIGITADO
   Move Spaces To WS-MENSAGEM
   Move "N"    To WS-ENCONTRADO
   Accept WS-DATA-DIGITADA From Date YYYYMMDD
   Display Tela-Fixacao.
 Limpa-Campos-Exit.
   Exit.
