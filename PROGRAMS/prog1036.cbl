*DISTRIBUICAO NOTURNA DO CADASTRO MESTRE DE CLIENTES AS FILIAIS
 Identification Division.
 Program-Id. PROG1036.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\CLIMEST.SL".
   Copy "..\COPY\CLIXREF.SL".
   Copy "..\COPY\UNIDADES.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\CLIDIST.SL".
   Copy "..\COPY\CLIDREL.SL".
   Copy "..\COPY\LOCKMRK.SL".
*
 Data Division.
 File Section.
$XFD FILE=CLIMEST
   Copy "..\COPY\CLIMEST.FD".
$XFD FILE=CLIXREF
   Copy "..\COPY\CLIXREF.FD".
   Copy "..\COPY\UNIDADES.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
   Copy "..\COPY\CLIDIST.FD".
   Copy "..\COPY\CLIDREL.FD".
   Copy "..\COPY\LOCKMRK.FD".
*
 Working-Storage Section.
*
*  One client cadastro for the company: CLIMEST.DAT in the shared
*  ..\DADOS is maintained by PROG949 (VALCGC, duplicate warning,
*  audit), and this run - CLIDIST.BAT, nightly - carries it to the
*  CLIENTE.DAT of every active branch of UNIDADES.DAT (always
*  <codigo>\DADOS, see UNIDADES.FD):
*    - the branch client is the master client's code there, or
*      the code CLIXREF.DAT points to; failing both, the branch
*      client with the same CGC/CPF is taken and the link is
*      recorded in CLIXREF - the branch keeps its old code, the
*      one its orders and titles carry;
*    - a master client the branch does not have is written under
*      the master code, or under the branch's next free code
*      (recorded in CLIXREF) when that one is taken;
*    - a master client altered since the branch's last run
*      (CLIDIST.CTL) is pushed whole, except that an inactivation
*      CHKREF finds in use in the branch is held back and listed;
*    - a branch record that differs from a master client NOT
*      altered since is drift - listed with the fields, left as
*      it is for someone to decide; a branch client matching no
*      master client is listed too.
*  The first run, with CLIMEST.DAT still empty, seeds it from the
*  branches in UNIDADES.DAT order - the first branch to carry a
*  CGC/CPF gives the master its data. A training clone (TREINO.MRK
*  from PROG1017) is never touched.
*
 01  Stat-CLIMEST        PIC X(002).
     88 Valido-CLIMEST   Value "00" THRU "09".
     88 Fim-CLIMEST      Value "10".
 01  PATHCLIMEST         PIC X(060)
     VALUE "..\DADOS\CLIMEST.DAT".
 01  Stat-CLIXREF        PIC X(002).
     88 Valido-CLIXREF   Value "00" THRU "09".
 01  PATHCLIXREF         PIC X(060)
     VALUE "..\DADOS\CLIXREF.DAT".
 01  Stat-UNIDADES       PIC X(002).
     88 Valido-UNIDADES  Value "00" THRU "09".
     88 Fim-UNIDADES     Value "10".
 01  PATHUNID            PIC X(060)
     VALUE "..\DADOS\UNIDADES.DAT".
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
     88 Fim-CLIENTE      Value "10".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-CLIDIST        PIC X(002).
     88 Valido-CLIDIST   Value "00" THRU "09".
 01  PATHCLIDIST         PIC X(060).
 01  Stat-CLIDREL        PIC X(002).
     88 Valido-CLIDREL   Value "00" THRU "09".
 01  PATHCLIDREL         PIC X(060)
     VALUE "..\DADOS\CLIDIST.REL".
 01  Stat-LOCKMRK        PIC X(002).
     88 Valido-LOCKMRK   Value "00" THRU "09".
 01  PATHLOCK            PIC X(060).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-INICIO-RODADA.
     03 WS-IR-DATA       PIC X(008).
     03 WS-IR-HORA       PIC X(008).
 01  WS-ULT-DIST         PIC X(016).
 01  WS-ALTERACAO-MESTRE PIC X(016).
 01  WS-UNIDADE-ATUAL    PIC X(003).
*
*  The branch's clients by code (codes run 1 to 9999): " " no
*  client, "L" on file, "C" already matched to a master client.
 01  WS-LOCAIS.
     03 WS-LOC           OCCURS 9999.
        05 WS-LOC-SITU   PIC X(001).
        05 WS-LOC-CGC    PIC X(018).
 01  WS-LOC-IDX          PIC S9(004) COMP-5.
 01  WS-MAIOR-LOCAL      PIC S9(004) COMP-5.
 01  WS-CODIGO-LOCAL     PIC S9(004) COMP-5.
 01  WS-CODIGO-CGC       PIC S9(004) COMP-5.
 01  WS-TEM-XREF         PIC X(001).
     88 Tem-Xref         Value "S".
 01  WS-CASOU            PIC X(001).
     88 Cliente-Casado   Value "S".
*
*  Seeding: the CGC/CPFs already in the master.
 78  max-mestre          value 9999.
 01  WS-QTD-MESTRE       PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-MES-IDX          PIC 9(004) COMP-X.
 01  WS-MESTRE-CGC       PIC X(018) OCCURS 9999.
 01  WS-MAIOR-MESTRE     PIC S9(004) COMP-5 VALUE ZEROS.
 01  WS-ACHOU-CGC        PIC X(001).
     88 Achou-Cgc        Value "S".
 01  WS-TABELA-AVISADA   PIC X(001) VALUE "N".
     88 Tabela-Cheia-Avisada Value "S".
*
 01  WS-DIFERENCAS       PIC X(060).
 01  WS-DIF-PONTEIRO     PIC 9(003) COMP-X.
 01  WS-ACAO             PIC X(020).
 01  WS-REF-TIPO         PIC X(008).
 01  WS-REF-CODIGO       PIC S9(006) COMP-5.
 01  WS-REF-EMUSO        PIC X(001).
*
 01  WS-MESTRE-ED        PIC Z(003)9.
 01  WS-LOCAL-ED         PIC Z(003)9.
 01  WS-QTD-SEMEADOS     PIC 9(006) VALUE ZEROS.
 01  WS-QTD-INCLUIDOS    PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ATUALIZADOS  PIC 9(006) VALUE ZEROS.
 01  WS-QTD-DIVERGENTES  PIC 9(006) VALUE ZEROS.
 01  WS-QTD-SEM-MESTRE   PIC 9(006) VALUE ZEROS.
 01  WS-QTD-XREF         PIC 9(006) VALUE ZEROS.
 01  WS-QTD-ED1          PIC Z(005)9.
 01  WS-QTD-ED2          PIC Z(005)9.
 01  WS-QTD-ED3          PIC Z(005)9.
 01  WS-QTD-ED4          PIC Z(005)9.
 01  WS-QTD-ED5          PIC Z(005)9.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Accept WS-DATA-SISTEMA From Date YYYYMMDD
   Accept WS-HORA-SISTEMA From Time
   Move WS-DATA-SISTEMA To WS-IR-DATA
   Move WS-HORA-SISTEMA To WS-IR-HORA

   Open I-O CLIMEST
   If Not Valido-CLIMEST
      Open Output CLIMEST
      Close CLIMEST
      Open I-O CLIMEST
   End-if
   If Not Valido-CLIMEST
      Display "erro CLIMEST " Stat-CLIMEST
      Move 1 To Return-Code
      Exit Program
   End-if
   Open I-O CLIXREF
   If Not Valido-CLIXREF
      Open Output CLIXREF
      Close CLIXREF
      Open I-O CLIXREF
   End-if
   If Not Valido-CLIXREF
      Display "erro CLIXREF " Stat-CLIXREF
      Close CLIMEST
      Move 1 To Return-Code
      Exit Program
   End-if
   Open Output CLIDREL
   If Not Valido-CLIDREL
      Display "erro CLIDREL " Stat-CLIDREL
      Close CLIXREF
      Close CLIMEST
      Move 1 To Return-Code
      Exit Program
   End-if
   Move Spaces To CLIDREL-REGI
   String "DISTRIBUICAO DO CADASTRO MESTRE DE CLIENTES - "
          WS-IR-DATA " " WS-IR-HORA
          Delimited By Size Into CLIDREL-REGI
   End-String
   Write CLIDREL-REGI

   Open Input UNIDADES
   If Not Valido-UNIDADES
      Move "UNIDADES.DAT inacessivel - nada distribuido."
           To CLIDREL-REGI
      Write CLIDREL-REGI
      Display "erro UNIDADES " Stat-UNIDADES
      Close CLIDREL
      Close CLIXREF
      Close CLIMEST
      Move 1 To Return-Code
      Exit Program
   End-if

   Move Zeros To CM-CODIGO
   Start CLIMEST Key Is Not Less CM-CODIGO
      Invalid Key Move "10" To Stat-CLIMEST
   End-Start
   If Fim-CLIMEST
      Perform Semeia-Mestre Thru Semeia-Mestre-Exit
      Close UNIDADES
      Open Input UNIDADES
   End-if

   Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
   Perform Until Fim-UNIDADES
      If UN-CODIGO Not = Spaces And Unidade-Ativa
         Move UN-CODIGO To WS-UNIDADE-ATUAL
         Perform Distribui-Unidade Thru Distribui-Unidade-Exit
      End-if
      Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
   End-Perform
   Close UNIDADES

   Perform Imprime-Rodape Thru Imprime-Rodape-Exit
   Close CLIDREL
   Close CLIXREF
   Close CLIMEST
   Display "Distribuicao de clientes concluida - ver"
           " 'CLIDIST.REL'."
   Exit Program.
*
 Le-Proxima-Unidade.
   Read UNIDADES
      At End Move "10" To Stat-UNIDADES
   End-Read.
 Le-Proxima-Unidade-Exit.
   Exit.
*
*  TREINO.MRK present = training clone (PROG1017).
 Verifica-Treino.
   Move Spaces to PathLOCK.
   String WS-UNIDADE-ATUAL    Delimited By Size
          "\DADOS\TREINO.MRK" Delimited By Size
          Into PathLOCK
   End-String.
   Open Input LOCKMRK
   If Valido-LOCKMRK
      Close LOCKMRK
      Move "00" To Stat-LOCKMRK
   Else
      Move "35" To Stat-LOCKMRK
   End-if.
 Verifica-Treino-Exit.
   Exit.
*
*  ------------------------------------------------------------
*  First run: the master is built from the branches.
*  ------------------------------------------------------------
 Semeia-Mestre.
   Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
   Perform Until Fim-UNIDADES
      If UN-CODIGO Not = Spaces And Unidade-Ativa
         Move UN-CODIGO To WS-UNIDADE-ATUAL
         Perform Verifica-Treino Thru Verifica-Treino-Exit
         If Not Valido-LOCKMRK
            Perform Semeia-Unidade Thru Semeia-Unidade-Exit
         End-if
      End-if
      Perform Le-Proxima-Unidade Thru Le-Proxima-Unidade-Exit
   End-Perform
   Move WS-QTD-SEMEADOS To WS-QTD-ED1
   Move Spaces To CLIDREL-REGI
   String "CLIMEST.DAT vazio - semeado com " WS-QTD-ED1
          " cliente(s) das unidades."
          Delimited By Size Into CLIDREL-REGI
   End-String
   Write CLIDREL-REGI.
 Semeia-Mestre-Exit.
   Exit.
*
 Semeia-Unidade.
   Move Spaces to PathCLIENTE.
   String WS-UNIDADE-ATUAL     Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Go To Semeia-Unidade-Exit
   End-if
   Perform Until Fim-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Valido-CLIENTE And CLI-CODIGO > Zeros
         Perform Semeia-Cliente Thru Semeia-Cliente-Exit
      End-if
   End-Perform
   Close CLIENTE.
 Semeia-Unidade-Exit.
   Exit.
*
 Semeia-Cliente.
   If CLI-CGCCPF Not = Spaces
      Move "N" To WS-ACHOU-CGC
      Perform Varying WS-MES-IDX From 1 By 1
                Until WS-MES-IDX > WS-QTD-MESTRE Or Achou-Cgc
         If WS-MESTRE-CGC(WS-MES-IDX) = CLI-CGCCPF
            Move "S" To WS-ACHOU-CGC
         End-if
      End-Perform
      If Achou-Cgc
         Go To Semeia-Cliente-Exit
      End-if
   End-if
   Move CLIENTE-REGI To CLIMEST-REGI
   Read CLIMEST
      Invalid Key Move "23" To Stat-CLIMEST
   End-Read
   If Valido-CLIMEST
*     The code is taken by another branch's client.
      If WS-MAIOR-MESTRE Not < 9999
         If Not Tabela-Cheia-Avisada
            Move "Codigos do mestre esgotados - semeadura parcial."
                 To CLIDREL-REGI
            Write CLIDREL-REGI
            Move "S" To WS-TABELA-AVISADA
         End-if
         Go To Semeia-Cliente-Exit
      End-if
      Move CLIENTE-REGI To CLIMEST-REGI
      Compute CM-CODIGO = WS-MAIOR-MESTRE + 1
   Else
      Move CLIENTE-REGI To CLIMEST-REGI
   End-if
   Write CLIMEST-REGI
      Invalid Key Go To Semeia-Cliente-Exit
   End-Write
   Add 1 To WS-QTD-SEMEADOS
*  The branch the client came from is linked at once when its
*  code moved or it has no CGC/CPF to be found by.
   If CM-CODIGO Not = CLI-CODIGO Or CLI-CGCCPF = Spaces
      Move WS-UNIDADE-ATUAL To XR-UNIDADE XR-UNIDADE-L
      Move CM-CODIGO        To XR-MESTRE
      Move CLI-CODIGO       To XR-LOCAL
      Move WS-IR-DATA       To XR-DTIN
      Move WS-IR-HORA       To XR-HRIN
      Write CLIXREF-REGI
         Invalid Key Continue
      End-Write
   End-if
   If CM-CODIGO > WS-MAIOR-MESTRE
      Move CM-CODIGO To WS-MAIOR-MESTRE
   End-if
   If CLI-CGCCPF Not = Spaces And WS-QTD-MESTRE < max-mestre
      Add 1 To WS-QTD-MESTRE
      Move CLI-CGCCPF To WS-MESTRE-CGC(WS-QTD-MESTRE)
   End-if.
 Semeia-Cliente-Exit.
   Exit.
*
*  ------------------------------------------------------------
*  The nightly push, one branch at a time.
*  ------------------------------------------------------------
 Distribui-Unidade.
   Move Spaces To CLIDREL-REGI
   Write CLIDREL-REGI
   Perform Verifica-Treino Thru Verifica-Treino-Exit
   If Valido-LOCKMRK
      String "UNIDADE " WS-UNIDADE-ATUAL
             " - CLONE DE TREINO, IGNORADA."
             Delimited By Size Into CLIDREL-REGI
      End-String
      Write CLIDREL-REGI
      Go To Distribui-Unidade-Exit
   End-if

   Move Spaces to PathCLIENTE.
   String WS-UNIDADE-ATUAL     Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open I-O CLIENTE
   If Not Valido-CLIENTE
      Open Output CLIENTE
      Close CLIENTE
      Open I-O CLIENTE
   End-if
   If Not Valido-CLIENTE
      String "UNIDADE " WS-UNIDADE-ATUAL
             " - CLIENTE.DAT INACESSIVEL (" Stat-CLIENTE
             "), NAO DISTRIBUIDA."
             Delimited By Size Into CLIDREL-REGI
      End-String
      Write CLIDREL-REGI
      Go To Distribui-Unidade-Exit
   End-if
   String "UNIDADE " WS-UNIDADE-ATUAL
          Delimited By Size Into CLIDREL-REGI
   End-String
   Write CLIDREL-REGI

   Move Spaces To WS-ULT-DIST
   Move Spaces to PathCLIDIST.
   String WS-UNIDADE-ATUAL     Delimited By Size
          "\DADOS\CLIDIST.CTL" Delimited By Size
          Into PathCLIDIST
   End-String.
   Open Input CLIDIST
   If Valido-CLIDIST
      Read CLIDIST
         At End Continue
      End-Read
      If Valido-CLIDIST
         Move CLIDIST-REGI To WS-ULT-DIST
      End-if
      Close CLIDIST
   End-if

   Perform Carrega-Locais Thru Carrega-Locais-Exit

   Move Zeros To CM-CODIGO
   Start CLIMEST Key Is Not Less CM-CODIGO
      Invalid Key Move "10" To Stat-CLIMEST
   End-Start
   Perform Until Fim-CLIMEST
      Read CLIMEST Next Record
         At End Move "10" To Stat-CLIMEST
      End-Read
      If Valido-CLIMEST And CM-CODIGO > Zeros
         Perform Distribui-Cliente Thru Distribui-Cliente-Exit
      End-if
   End-Perform
   Move "00" To Stat-CLIMEST

   Perform Varying WS-LOC-IDX From 1 By 1
             Until WS-LOC-IDX > WS-MAIOR-LOCAL
      If WS-LOC-SITU(WS-LOC-IDX) = "L"
         Move WS-LOC-IDX To CLI-CODIGO
         Read CLIENTE
            Invalid Key Continue
         End-Read
         If Valido-CLIENTE
            Move Zeros  To CM-CODIGO
            Move Spaces To WS-DIFERENCAS
            Move "SEM CADASTRO NA MATRIZ" To WS-ACAO
            Perform Imprime-Ocorrencia Thru Imprime-Ocorrencia-Exit
            Add 1 To WS-QTD-SEM-MESTRE
         End-if
      End-if
   End-Perform
   Close CLIENTE

   Open Output CLIDIST
   If Valido-CLIDIST
      Move WS-INICIO-RODADA To CLIDIST-REGI
      Write CLIDIST-REGI
      Close CLIDIST
   End-if.
 Distribui-Unidade-Exit.
   Exit.
*
 Carrega-Locais.
   Move Zeros To WS-MAIOR-LOCAL
   Perform Varying WS-LOC-IDX From 1 By 1 Until WS-LOC-IDX > 9999
      Move Spaces To WS-LOC-SITU(WS-LOC-IDX) WS-LOC-CGC(WS-LOC-IDX)
   End-Perform
   Move Zeros To CLI-CODIGO
   Start CLIENTE Key Is Not Less CLI-CODIGO
      Invalid Key Move "10" To Stat-CLIENTE
   End-Start
   Perform Until Fim-CLIENTE
      Read CLIENTE Next Record
         At End Move "10" To Stat-CLIENTE
      End-Read
      If Valido-CLIENTE And CLI-CODIGO > Zeros
         Move "L"        To WS-LOC-SITU(CLI-CODIGO)
         Move CLI-CGCCPF To WS-LOC-CGC(CLI-CODIGO)
         If CLI-CODIGO > WS-MAIOR-LOCAL
            Move CLI-CODIGO To WS-MAIOR-LOCAL
         End-if
      End-if
   End-Perform
   Move "00" To Stat-CLIENTE.
 Carrega-Locais-Exit.
   Exit.
*
 Distribui-Cliente.
   Move "N" To WS-CASOU WS-TEM-XREF
   Move WS-UNIDADE-ATUAL To XR-UNIDADE
   Move CM-CODIGO        To XR-MESTRE
   Read CLIXREF
      Invalid Key Move "23" To Stat-CLIXREF
   End-Read
   If Valido-CLIXREF
      Move "S"      To WS-TEM-XREF
      Move XR-LOCAL To WS-CODIGO-LOCAL
   Else
      Move CM-CODIGO To WS-CODIGO-LOCAL
   End-if

*  The linked code counts whatever its CGC/CPF now says - the
*  master may have corrected it; the plain code only when it
*  carries the same CGC/CPF. A client without one is only ever
*  matched through its link.
   If WS-LOC-SITU(WS-CODIGO-LOCAL) = "L"
      If Tem-Xref
         Move "S" To WS-CASOU
      Else
         If CM-CGCCPF Not = Spaces
            And WS-LOC-CGC(WS-CODIGO-LOCAL) = CM-CGCCPF
            Move "S" To WS-CASOU
         End-if
      End-if
   End-if
   If Not Cliente-Casado And CM-CGCCPF Not = Spaces
      Perform Procura-Cgc-Local Thru Procura-Cgc-Local-Exit
      If WS-CODIGO-CGC > Zeros
         Move WS-CODIGO-CGC To WS-CODIGO-LOCAL
         Move "S"           To WS-CASOU
         Perform Grava-Xref Thru Grava-Xref-Exit
      End-if
   End-if

   If Cliente-Casado
      Move "C" To WS-LOC-SITU(WS-CODIGO-LOCAL)
      Perform Confronta-Cliente Thru Confronta-Cliente-Exit
   Else
      Perform Inclui-Na-Unidade Thru Inclui-Na-Unidade-Exit
   End-if.
 Distribui-Cliente-Exit.
   Exit.
*
*  An unmatched branch client with the master's CGC/CPF.
 Procura-Cgc-Local.
   Move Zeros To WS-CODIGO-CGC
   Perform Varying WS-LOC-IDX From 1 By 1
             Until WS-LOC-IDX > WS-MAIOR-LOCAL
                Or WS-CODIGO-CGC > Zeros
      If WS-LOC-SITU(WS-LOC-IDX) = "L"
         And WS-LOC-CGC(WS-LOC-IDX) = CM-CGCCPF
         Move WS-LOC-IDX To WS-CODIGO-CGC
      End-if
   End-Perform.
 Procura-Cgc-Local-Exit.
   Exit.
*
*  The link master code -> branch code where they differ, and
*  always for a client without CGC/CPF (nothing else can find
*  it); a stale link of the same master code is replaced.
 Grava-Xref.
   If WS-CODIGO-LOCAL = CM-CODIGO And CM-CGCCPF Not = Spaces
      If Tem-Xref
         Move WS-UNIDADE-ATUAL To XR-UNIDADE
         Move CM-CODIGO        To XR-MESTRE
         Delete CLIXREF Record
            Invalid Key Continue
         End-Delete
      End-if
      Go To Grava-Xref-Exit
   End-if
   Move WS-UNIDADE-ATUAL To XR-UNIDADE XR-UNIDADE-L
   Move CM-CODIGO        To XR-MESTRE
   Move WS-CODIGO-LOCAL  To XR-LOCAL
   Move WS-IR-DATA       To XR-DTIN
   Move WS-IR-HORA       To XR-HRIN
   If Tem-Xref
      Rewrite CLIXREF-REGI
         Invalid Key Continue
      End-Rewrite
   Else
      Write CLIXREF-REGI
         Invalid Key Continue
      End-Write
   End-if
   Move "S" To WS-TEM-XREF
   Add 1 To WS-QTD-XREF.
 Grava-Xref-Exit.
   Exit.
*
 Inclui-Na-Unidade.
   If WS-LOC-SITU(CM-CODIGO) = Space
      Move CM-CODIGO To WS-CODIGO-LOCAL
   Else
      If WS-MAIOR-LOCAL Not < 9999
         Move Zeros  To WS-CODIGO-LOCAL
         Move Spaces To WS-DIFERENCAS
         Move "SEM CODIGO LIVRE" To WS-ACAO
         Move CLIMEST-REGI To CLIENTE-REGI
         Perform Imprime-Ocorrencia Thru Imprime-Ocorrencia-Exit
         Go To Inclui-Na-Unidade-Exit
      End-if
      Compute WS-CODIGO-LOCAL = WS-MAIOR-LOCAL + 1
   End-if
   Move CLIMEST-REGI    To CLIENTE-REGI
   Move WS-CODIGO-LOCAL To CLI-CODIGO
   Write CLIENTE-REGI
      Invalid Key
         Move Spaces To WS-DIFERENCAS
         Move "ERRO AO INCLUIR" To WS-ACAO
         Perform Imprime-Ocorrencia Thru Imprime-Ocorrencia-Exit
         Go To Inclui-Na-Unidade-Exit
   End-Write
   Move "C"        To WS-LOC-SITU(WS-CODIGO-LOCAL)
   Move CM-CGCCPF  To WS-LOC-CGC(WS-CODIGO-LOCAL)
   If WS-CODIGO-LOCAL > WS-MAIOR-LOCAL
      Move WS-CODIGO-LOCAL To WS-MAIOR-LOCAL
   End-if
   Perform Grava-Xref Thru Grava-Xref-Exit
   Add 1 To WS-QTD-INCLUIDOS
   Move Spaces To WS-DIFERENCAS
   Move "INCLUIDO" To WS-ACAO
   Perform Imprime-Ocorrencia Thru Imprime-Ocorrencia-Exit.
 Inclui-Na-Unidade-Exit.
   Exit.
*
 Confronta-Cliente.
   Move WS-CODIGO-LOCAL To CLI-CODIGO
   Read CLIENTE
      Invalid Key Go To Confronta-Cliente-Exit
   End-Read
   Perform Lista-Diferencas Thru Lista-Diferencas-Exit
   If WS-DIFERENCAS = Spaces
      Go To Confronta-Cliente-Exit
   End-if
   Move Spaces To WS-ALTERACAO-MESTRE
   String CM-DTAL CM-HRAL Delimited By Size
          Into WS-ALTERACAO-MESTRE
   End-String
   If WS-ULT-DIST Not = Spaces
      And WS-ALTERACAO-MESTRE Not > WS-ULT-DIST
      Move "DIVERGENTE DA MATRIZ" To WS-ACAO
      Perform Imprime-Ocorrencia Thru Imprime-Ocorrencia-Exit
      Add 1 To WS-QTD-DIVERGENTES
      Go To Confronta-Cliente-Exit
   End-if
   Perform Atualiza-Na-Unidade Thru Atualiza-Na-Unidade-Exit.
 Confronta-Cliente-Exit.
   Exit.
*
 Lista-Diferencas.
   Move Spaces To WS-DIFERENCAS
   Move 1 To WS-DIF-PONTEIRO
   If CLI-NOME Not = CM-NOME
      String "NOME " Delimited By Size Into WS-DIFERENCAS
             With Pointer WS-DIF-PONTEIRO
      End-String
   End-if
   If CLI-CGCCPF Not = CM-CGCCPF
      String "CGC " Delimited By Size Into WS-DIFERENCAS
             With Pointer WS-DIF-PONTEIRO
      End-String
   End-if
   If CLI-ENDERECO Not = CM-ENDERECO Or CLI-CIDADE Not = CM-CIDADE
      Or CLI-UF Not = CM-UF Or CLI-CEP Not = CM-CEP
      String "ENDERECO " Delimited By Size Into WS-DIFERENCAS
             With Pointer WS-DIF-PONTEIRO
      End-String
   End-if
   If CLI-TELEFONE Not = CM-TELEFONE
      String "TELEFONE " Delimited By Size Into WS-DIFERENCAS
             With Pointer WS-DIF-PONTEIRO
      End-String
   End-if
   If CLI-EMAIL Not = CM-EMAIL
      String "EMAIL " Delimited By Size Into WS-DIFERENCAS
             With Pointer WS-DIF-PONTEIRO
      End-String
   End-if
   If CLI-LIMITE-CRED Not = CM-LIMITE-CRED
      String "LIMITE " Delimited By Size Into WS-DIFERENCAS
             With Pointer WS-DIF-PONTEIRO
      End-String
   End-if
   If CLI-PRAZO Not = CM-PRAZO
      String "PRAZO " Delimited By Size Into WS-DIFERENCAS
             With Pointer WS-DIF-PONTEIRO
      End-String
   End-if
   If CLI-SITU Not = CM-SITU
      String "SITUACAO " Delimited By Size Into WS-DIFERENCAS
             With Pointer WS-DIF-PONTEIRO
      End-String
   End-if.
 Lista-Diferencas-Exit.
   Exit.
*
*  The master lands whole; the branch keeps its code and its own
*  inclusion stamp. An inactivation the branch cannot take yet
*  (open order or title, CHKREF) leaves the client active there.
 Atualiza-Na-Unidade.
   Move "ATUALIZADO" To WS-ACAO
   If Mestre-Inativo And Cliente-Ativo
      Move "CLIENTE"       To WS-REF-TIPO
      Move CLI-CODIGO      To WS-REF-CODIGO
      Move "N"             To WS-REF-EMUSO
      Call "CHKREF" Using WS-UNIDADE-ATUAL WS-REF-TIPO
                          WS-REF-CODIGO WS-REF-EMUSO
         On Exception Continue
      End-Call
   Else
      Move "N" To WS-REF-EMUSO
   End-if
   Move CM-NOME         To CLI-NOME
   Move CM-CGCCPF       To CLI-CGCCPF
   Move CM-ENDERECO     To CLI-ENDERECO
   Move CM-CIDADE       To CLI-CIDADE
   Move CM-UF           To CLI-UF
   Move CM-CEP          To CLI-CEP
   Move CM-TELEFONE     To CLI-TELEFONE
   Move CM-EMAIL        To CLI-EMAIL
   Move CM-LIMITE-CRED  To CLI-LIMITE-CRED
   Move CM-PRAZO        To CLI-PRAZO
   Move CM-DTAL         To CLI-DTAL
   Move CM-HRAL         To CLI-HRAL
   If WS-REF-EMUSO = "S"
      Move "INATIVACAO RETIDA" To WS-ACAO
   Else
      Move CM-SITU      To CLI-SITU
   End-if
   Rewrite CLIENTE-REGI
      Invalid Key Move "ERRO AO ATUALIZAR" To WS-ACAO
   End-Rewrite
   Move CM-CGCCPF To WS-LOC-CGC(CLI-CODIGO)
   Add 1 To WS-QTD-ATUALIZADOS
   Perform Imprime-Ocorrencia Thru Imprime-Ocorrencia-Exit.
 Atualiza-Na-Unidade-Exit.
   Exit.
*
 Imprime-Ocorrencia.
   Move CM-CODIGO  To WS-MESTRE-ED
   Move CLI-CODIGO To WS-LOCAL-ED
   Move Spaces To CLIDREL-REGI
   String "  MESTRE " WS-MESTRE-ED " LOCAL " WS-LOCAL-ED " "
          WS-ACAO " " CLI-NOME(1:30) " " WS-DIFERENCAS
          Delimited By Size Into CLIDREL-REGI
   End-String
   Write CLIDREL-REGI.
 Imprime-Ocorrencia-Exit.
   Exit.
*
 Imprime-Rodape.
   Move WS-QTD-INCLUIDOS   To WS-QTD-ED1
   Move WS-QTD-ATUALIZADOS To WS-QTD-ED2
   Move WS-QTD-DIVERGENTES To WS-QTD-ED3
   Move WS-QTD-SEM-MESTRE  To WS-QTD-ED4
   Move WS-QTD-XREF        To WS-QTD-ED5
   Move Spaces To CLIDREL-REGI
   Write CLIDREL-REGI
   Move Spaces To CLIDREL-REGI
   String "TOTAL: " WS-QTD-ED1 " incluido(s), " WS-QTD-ED2
          " atualizado(s), " WS-QTD-ED3 " divergente(s), "
          WS-QTD-ED4 " sem cadastro na matriz, " WS-QTD-ED5
          " referencia(s) cruzada(s) gravada(s)."
          Delimited By Size Into CLIDREL-REGI
   End-String
   Write CLIDREL-REGI.
 Imprime-Rodape-Exit.
   Exit.
