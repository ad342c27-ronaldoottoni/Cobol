   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\USUARIOS.SL".
   Copy "..\COPY\AUDIT.SL".
   Copy "..\COPY\CREDSCOR.SL".
   Copy "..\COPY\CLIXREF.SL".
   Copy "..\COPY\PRAZO.SL".
*
 Data Division.
 File Section.
   Copy "..\COPY\CLIENTE.FD".
   Copy "..\COPY\USUARIOS.FD".
   Copy "..\COPY\AUDIT.FD".
   Copy "..\COPY\CREDSCOR.FD".
   Copy "..\COPY\CLIXREF.FD".
$XFD FILE=PRAZO
   Copy "..\COPY\PRAZO.FD".
*
 Working-Storage Section.
*
     88 Valido-CLIENTE   Value "00" THRU "09".
     88 Duplicado-CLIENTE Value "22".
     88 Nao-Achou-CLIENTE Value "23".
*  The screen keeps the company's one cadastro, the head-office
*  master CLIMEST.DAT (CLIENTE.FD layout), whatever unidade it
*  was opened from; PROG1036 carries it to the branches' own
*  CLIENTE.DAT at night. The code typed is the MASTER code - where
*  this branch knows the client by another one, CLIXREF.DAT says
*  which, and that is the code CHKREF and the branch's score
*  (CREDSCOR) are asked about.
 01  PATHCLIENTE         PIC X(060)
     VALUE "..\DADOS\CLIMEST.DAT".
 01  Stat-CLIXREF        PIC X(002).
     88 Valido-CLIXREF   Value "00" THRU "09".
 01  PATHCLIXREF         PIC X(060)
     VALUE "..\DADOS\CLIXREF.DAT".
 01  WS-CODIGO-LOCAL     PIC S9(004) COMP-5.
*
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
 01  WS-AU-OPERACAO      PIC X(001).
 01  WS-AU-ANTES         PIC X(040) VALUE SPACES.
 01  WS-AU-DEPOIS        PIC X(040) VALUE SPACES.
*
*  The monthly score (PROG1034) leaves a pendente limit proposal
*  per client in CREDSCOR.DAT; Consultar shows it and Aceitar
*  Proposta moves it into CLI-LIMITE-CRED with its own audit
*  line. The file is optional - before the first run the button
*  just says there is nothing to accept.
 01  Stat-CREDSCOR       PIC X(002).
     88 Valido-CREDSCOR  Value "00" THRU "09".
 01  PATHCREDSCOR        PIC X(060).
 01  WS-TEM-CREDSCOR     PIC X(001) VALUE "N".
     88 Tem-Credscor     Value "S".
 01  WS-PROPOSTA         PIC X(050) VALUE SPACES.
 01  WS-PROP-PONTOS-ED   PIC ZZ9.
 01  WS-PROP-LIMITE-ED   PIC Z(10)9,99.
 01  WS-LIMITE-ANTES     PIC S9(011)V99 COMP-3.
*
*  The client's usual payment terms must be a live row of the
*  shared terms table (PROG1070) - zero leaves it unset.
 01  Stat-PRAZO          PIC X(002).
     88 Valido-PRAZO     Value "00" THRU "09".
 01  PATHPRAZO           PIC X(060)
     VALUE "..\DADOS\PRAZO.DAT".
*
 01 WS-KEY-STATUS Is Special-Names Crt Status Pic 9(004) Value 0.
    88 Sair-Pressed         Value 0010.
    88 Incluir-Pressed      Value 0030.
    88 Alterar-Pressed      Value 0040.
    88 Limpar-Pressed       Value 0050.
    88 Aceitar-Pressed      Value 0060.
*
 01 WS-CODIGO-DIGITADO PIC Z(003)9.
*  In-use protection: inactivating a code that still backs an
 01 WS-TELEFONE-DIGITADO PIC X(015) VALUE SPACES.
 01 WS-EMAIL-DIGITADO  PIC X(060) VALUE SPACES.
 01 WS-LIMITE-DIGITADO PIC 9(009)V99 VALUE ZEROS.
 01 WS-PRAZO-DIGITADO  PIC 9(003) VALUE ZEROS.
 01 WS-SITU-DIGITADO   PIC X(001) VALUE "A".
*
 01 WS-DATA-SISTEMA    PIC 9(008).
   03 WS-CEP-DIGITADO, Entry-Field,
      Line 9,00, Col 22,00, Size 09,00,
      Using WS-CEP-DIGITADO.
   03 Label "Prazo Pagto:", Line 9,00, Col 39,00.
   03 WS-PRAZO-DIGITADO, Entry-Field,
      Line 9,00, Col 52,00, Size 04,00,
      Using WS-PRAZO-DIGITADO.
   03 Label "Telefone......:", Line 10,00, Col 3,00.
   03 WS-TELEFONE-DIGITADO, Entry-Field,
      Line 10,00, Col 22,00, Size 15,00,
   03 WS-LIMITE-DIGITADO, Entry-Field,
      Line 11,00, Col 22,00, Size 13,00,
      Using WS-LIMITE-DIGITADO.
   03 PB-Aceitar, Push-Button, "Aceitar P&roposta",
      Line 11,00, Col 38,00, Size 20 Cells,
      Exception-Value = 0060.
   03 Label "Situacao (A/I):", Line 12,00, Col 3,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 12,00, Col 22,00, Size 01,00,
      Using WS-SITU-DIGITADO.
   03 Label From WS-PROPOSTA, Line 12,00, Col 26,00, Size 38,00.
*
   03 Label From WS-MENSAGEM, Line 13,00, Col 3,00, Size 60,00.
*
      Exit Program
   End-if

   Open I-O CLIENTE
   If Not Valido-CLIENTE
      Open Output CLIENTE
      Exit Program
   End-if.

   Move Spaces to PathCREDSCOR.
   String Lk-Unidade            Delimited By Size
          "\DADOS\CREDSCOR.DAT" Delimited By Size
          Into PathCREDSCOR
   End-String.
   Open I-O CREDSCOR
   If Valido-CREDSCOR
      Move "S" To WS-TEM-CREDSCOR
   End-if.

   Perform Limpa-Campos Thru Limpa-Campos-Exit.

   Display Standard Graphical Window,
   End-Perform.

   Close CLIENTE.
   If Tem-Credscor
      Close CREDSCOR
   End-if.
   Close Window Handle-TELA949.
   Exit Program.
*
         Perform Altera-Cliente Thru Altera-Cliente-Exit
      When Limpar-Pressed
         Perform Limpa-Campos Thru Limpa-Campos-Exit
      When Aceitar-Pressed
         Perform Aceita-Proposta Thru Aceita-Proposta-Exit
   End-Evaluate.
*
 Consulta-Cliente.
      Move CLI-CEP             To WS-CEP-DIGITADO
      Move CLI-TELEFONE        To WS-TELEFONE-DIGITADO
      Move CLI-EMAIL           To WS-EMAIL-DIGITADO
      If CLI-PRAZO Numeric
         Move CLI-PRAZO        To WS-PRAZO-DIGITADO
      Else
         Move Zeros            To WS-PRAZO-DIGITADO
      End-if
      Move CLI-LIMITE-CRED     To WS-LIMITE-DIGITADO
      Move CLI-SITU            To WS-SITU-DIGITADO
      Move "Cliente encontrado." To WS-MENSAGEM
      Move "N"                To WS-ENCONTRADO
      Move "Cliente nao cadastrado - use Incluir." To WS-MENSAGEM
   End-if
   Perform Mostra-Proposta Thru Mostra-Proposta-Exit
   Display Tela-Manutencao.
 Consulta-Cliente-Exit.
   Exit.
      Display Tela-Manutencao
      Go To Inclui-Cliente-Exit
   End-if
   Perform Critica-Prazo Thru Critica-Prazo-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Manutencao
      Go To Inclui-Cliente-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move Spaces         To CLIENTE-REGI
   Move WS-CEP-DIGITADO      To CLI-CEP
   Move WS-TELEFONE-DIGITADO To CLI-TELEFONE
   Move WS-EMAIL-DIGITADO    To CLI-EMAIL
   Move WS-PRAZO-DIGITADO    To CLI-PRAZO
   Move WS-LIMITE-DIGITADO   To CLI-LIMITE-CRED
   Move WS-SITU-DIGITADO     To CLI-SITU
   Move WS-DATA-SISTEMA      To CLI-DTIN
   Move Spaces To WS-MENSAGEM
   If WS-SITU-DIGITADO = "I"
      Move "CLIENTE" To WS-REF-TIPO
      Perform Codigo-Local Thru Codigo-Local-Exit
      Move WS-CODIGO-LOCAL To WS-REF-CODIGO
      Move "N" To WS-REF-EMUSO
      Call "CHKREF" Using Lk-Unidade WS-REF-TIPO
                          WS-REF-CODIGO WS-REF-EMUSO
      Display Tela-Manutencao
      Go To Altera-Cliente-Exit
   End-if
   Perform Critica-Prazo Thru Critica-Prazo-Exit
   If WS-MENSAGEM Not = Spaces
      Display Tela-Manutencao
      Go To Altera-Cliente-Exit
   End-if
   Move WS-CODIGO-DIGITADO To CLI-CODIGO
   Read CLIENTE
      Invalid Key Continue
   If Not Valido-CLIENTE
      Move "Cliente nao cadastrado - use Incluir." To WS-MENSAGEM
   Else
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
*     The image of what is on file BEFORE the screen fields land.
      Perform Monta-Imagem-Cliente Thru Monta-Imagem-Cliente-Exit
      Move WS-AU-DEPOIS To WS-AU-ANTES
      Move WS-CEP-DIGITADO      To CLI-CEP
      Move WS-TELEFONE-DIGITADO To CLI-TELEFONE
      Move WS-EMAIL-DIGITADO    To CLI-EMAIL
      Move WS-PRAZO-DIGITADO    To CLI-PRAZO
      Move WS-LIMITE-DIGITADO   To CLI-LIMITE-CRED
      Move WS-SITU-DIGITADO     To CLI-SITU
      Move WS-DATA-SISTEMA      To CLI-DTAL
 Altera-Cliente-Exit.
   Exit.
*
*  The master code on screen as this branch knows it - the
*  master code itself unless CLIXREF links another.
 Codigo-Local.
   Move WS-CODIGO-DIGITADO To WS-CODIGO-LOCAL
   Open Input CLIXREF
   If Not Valido-CLIXREF
      Go To Codigo-Local-Exit
   End-if
   Move Lk-Unidade         To XR-UNIDADE
   Move WS-CODIGO-DIGITADO To XR-MESTRE
   Read CLIXREF
      Invalid Key Continue
   End-Read
   If Valido-CLIXREF
      Move XR-LOCAL To WS-CODIGO-LOCAL
   End-if
   Close CLIXREF.
 Codigo-Local-Exit.
   Exit.
*
*  The latest proposal for the client on screen, if any.
 Mostra-Proposta.
   Move Spaces To WS-PROPOSTA
   If Not Tem-Credscor Or Not Cliente-Encontrado
      Go To Mostra-Proposta-Exit
   End-if
   Perform Codigo-Local Thru Codigo-Local-Exit
   Move WS-CODIGO-LOCAL To CS-CLIE
   Read CREDSCOR
      Invalid Key Go To Mostra-Proposta-Exit
   End-Read
   Move CS-PONTOS      To WS-PROP-PONTOS-ED
   Move CS-LIMITE-PROP To WS-PROP-LIMITE-ED
   Evaluate True
      When Faixa-Sem-Historico
         String "Score " CS-DATA ": sem historico"
                Delimited By Size Into WS-PROPOSTA
         End-String
      When Proposta-Aceita
         String "Proposta " CS-FAIXA " aceita " WS-PROP-LIMITE-ED
                Delimited By Size Into WS-PROPOSTA
         End-String
      When Other
         String "Faixa " CS-FAIXA " " WS-PROP-PONTOS-ED "pts "
                "proposto " WS-PROP-LIMITE-ED
                Delimited By Size Into WS-PROPOSTA
         End-String
   End-Evaluate.
 Mostra-Proposta-Exit.
   Exit.
*
*  Takes the pendente proposal as the client's new limit. Only
*  CLI-LIMITE-CRED changes; the audit line carries the limit
*  before and after plus the band it came from. The limit lands
*  in the master and reaches every branch with the next
*  distribution.
 Aceita-Proposta.
   Move Spaces To WS-MENSAGEM
   If Not Cliente-Encontrado
      Move "Consulte o cliente antes de aceitar a proposta."
           To WS-MENSAGEM
      Display Tela-Manutencao
      Go To Aceita-Proposta-Exit
   End-if
   If Not Tem-Credscor
      Move "Nenhuma pontuacao de credito gerada (PROG1034)."
           To WS-MENSAGEM
      Display Tela-Manutencao
      Go To Aceita-Proposta-Exit
   End-if
   Perform Codigo-Local Thru Codigo-Local-Exit
   Move WS-CODIGO-LOCAL To CS-CLIE
   Read CREDSCOR
      Invalid Key Continue
   End-Read
   If Not Valido-CREDSCOR Or Not Proposta-Pendente
      Or Faixa-Sem-Historico
      Move "Cliente sem proposta de limite pendente."
           To WS-MENSAGEM
      Display Tela-Manutencao
      Go To Aceita-Proposta-Exit
   End-if
   Move WS-CODIGO-DIGITADO To CLI-CODIGO
   Read CLIENTE
      Invalid Key Continue
   End-Read
   If Not Valido-CLIENTE
      Move "Cliente nao cadastrado - use Incluir." To WS-MENSAGEM
      Display Tela-Manutencao
      Go To Aceita-Proposta-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Move CLI-LIMITE-CRED To WS-LIMITE-ANTES
   Move CS-LIMITE-PROP  To CLI-LIMITE-CRED
   Move WS-DATA-SISTEMA To CLI-DTAL
   Move WS-HORA-SISTEMA To CLI-HRAL
   Rewrite CLIENTE-REGI
      Invalid Key
         Move "Erro ao alterar cliente." To WS-MENSAGEM
         Display Tela-Manutencao
         Go To Aceita-Proposta-Exit
   End-Rewrite
   Move "A" To WS-AU-OPERACAO
   Move WS-LIMITE-ANTES To WS-PROP-LIMITE-ED
   Move Spaces To WS-AU-ANTES WS-AU-DEPOIS
   String "LIMITE CRED " WS-PROP-LIMITE-ED
          Delimited By Size Into WS-AU-ANTES
   End-String
   Move CS-LIMITE-PROP To WS-PROP-LIMITE-ED
   String "LIMITE CRED " WS-PROP-LIMITE-ED " FAIXA " CS-FAIXA
          Delimited By Size Into WS-AU-DEPOIS
   End-String
   Perform Grava-Auditoria Thru Grava-Auditoria-Exit
   Move "A"             To CS-SITU
   Move Oper-Nome       To CS-OPER-AC
   Move WS-DATA-SISTEMA To CS-DTAC
   Move WS-HORA-SISTEMA To CS-HRAC
   Rewrite CREDSCOR-REGI
      Invalid Key Continue
   End-Rewrite
   Move CLI-LIMITE-CRED To WS-LIMITE-DIGITADO
   Move "Proposta aceita - limite de credito alterado."
        To WS-MENSAGEM
   Perform Mostra-Proposta Thru Mostra-Proposta-Exit
   Display Tela-Manutencao.
 Aceita-Proposta-Exit.
   Exit.
*
*  Check digit first (VALCGC refuses a broken one outright),
*  then the sweep for the same number under another code - that
*  one only warns, because a holding with filiais under one CGC
   End-if.
 Critica-Cgccpf-Exit.
   Exit.
*
 Critica-Prazo.
   If WS-PRAZO-DIGITADO = Zeros
      Go To Critica-Prazo-Exit
   End-if
   Open Input PRAZO
   If Not Valido-PRAZO
      Move "Tabela de prazos de pagamento indisponivel."
           To WS-MENSAGEM
      Go To Critica-Prazo-Exit
   End-if
   Move WS-PRAZO-DIGITADO To PZ-CODIGO
   Read PRAZO
      Invalid Key Continue
   End-Read
   If Not Valido-PRAZO Or Not Prazo-Ativo
      Move "Prazo de pagamento inexistente ou inativo."
           To WS-MENSAGEM
   End-if
   Close PRAZO.
 Critica-Prazo-Exit.
   Exit.
*
 Limpa-Campos.
   Move Zeros  To WS-CODIGO-DIGITADO WS-LIMITE-DIGITADO
                  WS-PRAZO-DIGITADO
   Move Spaces To WS-NOME-DIGITADO WS-CGCCPF-DIGITADO
                  WS-ENDERECO-DIGITADO WS-CIDADE-DIGITADO
                  WS-UF-DIGITADO WS-CEP-DIGITADO
                  WS-TELEFONE-DIGITADO WS-EMAIL-DIGITADO
                  WS-MENSAGEM WS-PROPOSTA
   Move "A"    To WS-SITU-DIGITADO
   Move "N"    To WS-ENCONTRADO
   Display Tela-Manutencao.
