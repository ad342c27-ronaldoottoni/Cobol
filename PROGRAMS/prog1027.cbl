*RELATORIO DE OCUPACAO DAS AREAS DE ARMAZENAGEM (ESTOQUE x ARMAZEM)
 Identification Division.
 Program-Id. PROG1027.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ESTOQUE.SL".
   Copy "..\COPY\ARMAZEM.SL".
   Copy "..\COPY\OCUPA.SL".
*
 Data Division.
 File Section.
$XFD FILE=ESTOQUE
   Copy "..\COPY\ESTOQUE.FD".
$XFD FILE=ARMAZEM
   Copy "..\COPY\ARMAZEM.FD".
   Copy "..\COPY\OCUPA.FD".
*
 Working-Storage Section.
*
*  ES-SALDO against AR-CAPACIDADE, one line per area: every area
*  on ARMAZEM.DAT (empty ones too), then any area the ledger uses
*  that the master does not know. The OBS column says what the
*  posting check (CHKAREA) would now refuse - an area over its
*  capacity, a silo holding more than one product, a product not
*  on the area's allowed list, an area with no master row - since
*  a master changed after the fact does not move the grain.
*  Negative saldos hold nothing and are not counted.
*
 01  Stat-ESTOQUE        PIC X(002).
     88 Valido-ESTOQUE   Value "00" THRU "09".
     88 Fim-ESTOQUE      Value "10".
 01  PATHESTOQUE         PIC X(060).
 01  Stat-ARMAZEM        PIC X(002).
     88 Valido-ARMAZEM   Value "00" THRU "09".
     88 Fim-ARMAZEM      Value "10".
 01  PATHARMAZEM         PIC X(060).
 01  WS-TEM-ARMAZEM      PIC X(001) VALUE "N".
     88 Tem-Armazem      Value "S".
 01  Stat-OCUPA          PIC X(002).
     88 Valido-OCUPA     Value "00" THRU "09".
 01  PATHOCUPA           PIC X(060).
*
 78  max-areas           value 300.
 01  WS-AREA-TAB.
     03 WS-AREA occurs 300 times.
        05 WS-A-CODIGO   PIC S9(004)     COMP-5.
        05 WS-A-CADASTRO PIC X(001).
        05 WS-A-OCUPADO  PIC S9(012)V999 COMP-3.
        05 WS-A-QTD-PROD PIC 9(004) COMP-X.
        05 WS-A-FORA     PIC X(001).
 01  WS-QTD-AREAS        PIC 9(004) COMP-X VALUE ZEROS.
 01  WS-A-IDX            PIC 9(004) COMP-X.
 01  WS-BUSCA-IDX        PIC 9(004) COMP-X.
 01  WS-ACHOU-AREA       PIC X(001).
     88 Achou-Area       Value "S".
 01  WS-PERM-IDX         PIC 9(002) COMP-X.
 01  WS-TEM-LISTA        PIC X(001).
     88 Tem-Lista        Value "S".
 01  WS-PERMITIDO        PIC X(001).
     88 Produto-Permitido Value "S".
*
 01  WS-LIVRE            PIC S9(012)V999 COMP-3.
 01  WS-PCT              PIC S9(005)V9 COMP-3.
 01  WS-OBS              PIC X(030).
 01  WS-TOT-CAPAC        PIC S9(013)V999 COMP-3 VALUE ZEROS.
 01  WS-TOT-OCUPADO      PIC S9(013)V999 COMP-3 VALUE ZEROS.
 01  WS-QTD-ALERTAS      PIC 9(006) VALUE ZEROS.
*
 01  WS-AREA-ED          PIC Z(003)9.
 01  WS-CAPAC-ED         PIC ZZZZZZZZZZ9,999.
 01  WS-OCUP-ED          PIC ZZZZZZZZZZ9,999.
 01  WS-LIVRE-ED         PIC -ZZZZZZZZZ9,999.
 01  WS-PCT-ED           PIC ZZZ9,9.
 01  WS-QTD-ED           PIC Z(005)9.
*
*  Every run of this report survives the next one: one SPOOLREG
*  call files the just-written sheet in the spool catalog.
 Copy "..\copy\usuario.cpy".
 01  WS-SP-PROGRAMA      PIC X(008).
 01  WS-SP-ARQUIVO       PIC X(030).
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   Move Spaces to PathESTOQUE.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ESTOQUE.DAT" Delimited By Size
          Into PathESTOQUE
   End-String.
   Open Input ESTOQUE
   If Not Valido-ESTOQUE
      Display "erro ESTOQUE " Stat-ESTOQUE
      Exit Program
   End-if.

   Move Spaces to PathARMAZEM.
   String Lk-Unidade           Delimited By Size
          "\DADOS\ARMAZEM.DAT" Delimited By Size
          Into PathARMAZEM
   End-String.
   Move "N" To WS-TEM-ARMAZEM
   Open Input ARMAZEM
   If Valido-ARMAZEM
      Move "S" To WS-TEM-ARMAZEM
   End-if.

   Move Spaces to PathOCUPA.
   String Lk-Unidade         Delimited By Size
          "\DADOS\OCUPA.REL" Delimited By Size
          Into PathOCUPA
   End-String.
   Open Output OCUPA
   If Not Valido-OCUPA
      Display "erro OCUPA " Stat-OCUPA
      Close ESTOQUE
      If Tem-Armazem
         Close ARMAZEM
      End-if
      Exit Program
   End-if.

   If Tem-Armazem
      Perform Le-Proxima-Area Thru Le-Proxima-Area-Exit
      Perform Until Fim-ARMAZEM
         If WS-QTD-AREAS < max-areas
            Add 1 To WS-QTD-AREAS
            Move WS-QTD-AREAS To WS-A-IDX
            Move AR-CODIGO To WS-A-CODIGO(WS-A-IDX)
            Move "S"       To WS-A-CADASTRO(WS-A-IDX)
            Move Zeros     To WS-A-OCUPADO(WS-A-IDX)
                              WS-A-QTD-PROD(WS-A-IDX)
            Move "N"       To WS-A-FORA(WS-A-IDX)
         End-if
         Perform Le-Proxima-Area Thru Le-Proxima-Area-Exit
      End-Perform
   End-if

   Perform Le-Proximo-Saldo Thru Le-Proximo-Saldo-Exit
   Perform Until Fim-ESTOQUE
      If ES-SALDO > Zeros
         Perform Acumula-Saldo Thru Acumula-Saldo-Exit
      End-if
      Perform Le-Proximo-Saldo Thru Le-Proximo-Saldo-Exit
   End-Perform

   Move Spaces To OCUPA-REGI
   Move "OCUPACAO DAS AREAS DE ARMAZENAGEM (KG)" To OCUPA-REGI
   Write OCUPA-REGI
   Move Spaces To OCUPA-REGI
   Write OCUPA-REGI
   Move "AREA DESCRICAO                 T      CAPACIDADE"
        To OCUPA-REGI
   Move "         OCUPADO           LIVRE  OCUP% OBS"
        To OCUPA-REGI(49:43)
   Write OCUPA-REGI

   Perform Varying WS-A-IDX From 1 By 1
             Until WS-A-IDX > WS-QTD-AREAS
      Perform Imprime-Area Thru Imprime-Area-Exit
   End-Perform
   Perform Imprime-Totais Thru Imprime-Totais-Exit

   Close ESTOQUE.
   If Tem-Armazem
      Close ARMAZEM
   End-if.
   Close OCUPA.
   Move "PROG1027" To WS-SP-PROGRAMA
   Move "OCUPA.REL" To WS-SP-ARQUIVO
   Call "SPOOLREG" Using Lk-Unidade WS-SP-PROGRAMA
                        WS-SP-ARQUIVO Oper-Codigo
      On Exception Continue
   End-Call
   Move WS-QTD-AREAS To WS-QTD-ED
   Display WS-QTD-ED " area(s) em 'OCUPA.REL',"
   Move WS-QTD-ALERTAS To WS-QTD-ED
   Display WS-QTD-ED " com observacao.".
   Exit Program.
*
 Le-Proxima-Area.
   Read ARMAZEM Next Record
      At End Move "10" To Stat-ARMAZEM
   End-Read.
 Le-Proxima-Area-Exit.
   Exit.
*
 Le-Proximo-Saldo.
   Read ESTOQUE Next Record
      At End Move "10" To Stat-ESTOQUE
   End-Read.
 Le-Proximo-Saldo-Exit.
   Exit.
*
*  One ledger row = one product in the area (the key is
*  produto+area), so counting rows counts products.
 Acumula-Saldo.
   Move "N" To WS-ACHOU-AREA
   Perform Varying WS-BUSCA-IDX From 1 By 1
             Until WS-BUSCA-IDX > WS-QTD-AREAS Or Achou-Area
      If WS-A-CODIGO(WS-BUSCA-IDX) = ES-AREA
         Move WS-BUSCA-IDX To WS-A-IDX
         Move "S"          To WS-ACHOU-AREA
      End-if
   End-Perform
   If Not Achou-Area
      If WS-QTD-AREAS >= max-areas
         Go To Acumula-Saldo-Exit
      End-if
      Add 1 To WS-QTD-AREAS
      Move WS-QTD-AREAS To WS-A-IDX
      Move ES-AREA To WS-A-CODIGO(WS-A-IDX)
      Move "N"     To WS-A-CADASTRO(WS-A-IDX) WS-A-FORA(WS-A-IDX)
      Move Zeros   To WS-A-OCUPADO(WS-A-IDX)
                      WS-A-QTD-PROD(WS-A-IDX)
   End-if
   Add ES-SALDO To WS-A-OCUPADO(WS-A-IDX)
   Add 1        To WS-A-QTD-PROD(WS-A-IDX)
   If WS-A-CADASTRO(WS-A-IDX) Not = "S"
      Go To Acumula-Saldo-Exit
   End-if
   Move ES-AREA To AR-CODIGO
   Read ARMAZEM
      Invalid Key Go To Acumula-Saldo-Exit
   End-Read
   Move "N" To WS-TEM-LISTA WS-PERMITIDO
   Perform Varying WS-PERM-IDX From 1 By 1 Until WS-PERM-IDX > 10
      If AR-PROD-PERM(WS-PERM-IDX) Not = Zeros
         Move "S" To WS-TEM-LISTA
         If AR-PROD-PERM(WS-PERM-IDX) = ES-PROD
            Move "S" To WS-PERMITIDO
         End-if
      End-if
   End-Perform
   If Tem-Lista And Not Produto-Permitido
      Move "S" To WS-A-FORA(WS-A-IDX)
   End-if.
 Acumula-Saldo-Exit.
   Exit.
*
 Imprime-Area.
   Move Spaces To AR-DESCRICAO AR-TIPO
   Move Zeros  To AR-CAPACIDADE
   If WS-A-CADASTRO(WS-A-IDX) = "S"
      Move WS-A-CODIGO(WS-A-IDX) To AR-CODIGO
      Read ARMAZEM
         Invalid Key Continue
      End-Read
   End-if
   Move Spaces To WS-OBS
   Move Zeros  To WS-PCT WS-LIVRE
   If AR-CAPACIDADE > Zeros
      Compute WS-LIVRE = AR-CAPACIDADE - WS-A-OCUPADO(WS-A-IDX)
      Compute WS-PCT Rounded =
              WS-A-OCUPADO(WS-A-IDX) * 100 / AR-CAPACIDADE
   End-if
   Evaluate True
      When WS-A-CADASTRO(WS-A-IDX) Not = "S"
         Move "SEM CADASTRO (PROG1026)" To WS-OBS
      When AR-CAPACIDADE > Zeros And WS-LIVRE < Zeros
         Move "ACIMA DA CAPACIDADE" To WS-OBS
      When Area-Silo And WS-A-QTD-PROD(WS-A-IDX) > 1
         Move "SILO COM MAIS DE UM PRODUTO" To WS-OBS
      When WS-A-FORA(WS-A-IDX) = "S"
         Move "PRODUTO NAO PERMITIDO" To WS-OBS
      When Area-Inativa And WS-A-OCUPADO(WS-A-IDX) > Zeros
         Move "AREA INATIVA COM SALDO" To WS-OBS
   End-Evaluate
   If WS-OBS Not = Spaces
      Add 1 To WS-QTD-ALERTAS
   End-if
   Add AR-CAPACIDADE          To WS-TOT-CAPAC
   Add WS-A-OCUPADO(WS-A-IDX) To WS-TOT-OCUPADO

   Move WS-A-CODIGO(WS-A-IDX)  To WS-AREA-ED
   Move AR-CAPACIDADE          To WS-CAPAC-ED
   Move WS-A-OCUPADO(WS-A-IDX) To WS-OCUP-ED
   Move WS-LIVRE               To WS-LIVRE-ED
   Move WS-PCT                 To WS-PCT-ED
   Move Spaces To OCUPA-REGI
   String WS-AREA-ED " " AR-DESCRICAO(1:25) " " AR-TIPO " "
          WS-CAPAC-ED " " WS-OCUP-ED " " WS-LIVRE-ED " "
          WS-PCT-ED " " WS-OBS
          Delimited By Size Into OCUPA-REGI
   End-String
   Write OCUPA-REGI.
 Imprime-Area-Exit.
   Exit.
*
 Imprime-Totais.
   Move Spaces To OCUPA-REGI
   Write OCUPA-REGI
   Move WS-TOT-CAPAC   To WS-CAPAC-ED
   Move WS-TOT-OCUPADO To WS-OCUP-ED
   Move Spaces To OCUPA-REGI
   String "TOTAL                            "
          WS-CAPAC-ED " " WS-OCUP-ED
          Delimited By Size Into OCUPA-REGI
   End-String
   Write OCUPA-REGI
   Move "(capacidade zero = area sem controle de capacidade)"
        To OCUPA-REGI
   Write OCUPA-REGI.
 Imprime-Totais-Exit.
   Exit.
