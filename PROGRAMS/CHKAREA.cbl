*VERIFICA SE UMA ENTRADA CABE NA AREA (ARMAZEM x ESTOQUE), CHAMAVEL
 Identification Division.
 Program-Id. CHKAREA.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\ARMAZEM.SL".
   Copy "..\COPY\ESTOQUE.SL".
*
 Data Division.
 File Section.
$XFD FILE=ARMAZEM
   Copy "..\COPY\ARMAZEM.FD".
$XFD FILE=ESTOQUE
   Copy "..\COPY\ESTOQUE.FD".
*
 Working-Storage Section.
*
*  The one area rule, callable the way CHKCRED is, so the doors
*  that put product INTO an area - the scale (PROG1018), the
*  area transfer (PROG909), the devolucao (PROG903) and the count
*  adjustment (PROG908) - cannot drift apart. Asked with the
*  produto, the area and the quantity about to enter, it answers
*  bloqueado when the area is inactive, when the product is not
*  on the area's allowed list, when a silo already holds another
*  product, or when the area's ES-SALDO plus the entry passes
*  AR-CAPACIDADE. A branch without ARMAZEM.DAT, or an area not on
*  it, blocks nobody - no master, no judgement - but the second
*  case answers "N" so the caller can say so.
*
 01  Stat-ARMAZEM        PIC X(002).
     88 Valido-ARMAZEM   Value "00" THRU "09".
 01  PATHARMAZEM         PIC X(060).
 01  Stat-ESTOQUE        PIC X(002).
     88 Valido-ESTOQUE   Value "00" THRU "09".
     88 Fim-ESTOQUE      Value "10".
 01  PATHESTOQUE         PIC X(060).
*
 01  WS-PERM-IDX         PIC 9(002) COMP-X.
 01  WS-TEM-LISTA        PIC X(001).
     88 Tem-Lista        Value "S".
 01  WS-PERMITIDO        PIC X(001).
     88 Produto-Permitido Value "S".
 01  WS-OCUPADO          PIC S9(012)V999 COMP-3.
 01  WS-LIVRE            PIC S9(012)V999 COMP-3.
 01  WS-OUTRO-PROD       PIC S9(006) COMP-5.
*
 01  WS-AREA-ED          PIC Z(003)9.
 01  WS-PROD-ED          PIC Z(005)9.
 01  WS-LIVRE-ED         PIC -ZZZZZZZZZ9,999.
*
 Linkage Section.
 01  LK-UNIDADE          PIC X(003).
 01  LK-PROD             PIC S9(006)     COMP-5.
 01  LK-AREA             PIC S9(004)     COMP-5.
 01  LK-QTD              PIC S9(012)V999 COMP-3.
 01  LK-RESULTADO        PIC X(001).
     88 Area-Bloqueada   Value "B".
     88 Area-Liberada    Value "L".
     88 Area-Sem-Cadastro Value "N".
 01  LK-MENSAGEM         PIC X(055).
*
 Procedure Division Using LK-UNIDADE LK-PROD LK-AREA LK-QTD
                          LK-RESULTADO LK-MENSAGEM.
*
 Inicio.
   Move "L"    To LK-RESULTADO
   Move Spaces To LK-MENSAGEM
   Move LK-AREA To WS-AREA-ED

   Move Spaces to PathARMAZEM.
   String LK-UNIDADE           Delimited By Size
          "\DADOS\ARMAZEM.DAT" Delimited By Size
          Into PathARMAZEM
   End-String.
   Open Input ARMAZEM
   If Not Valido-ARMAZEM
      Exit Program
   End-if
   Move LK-AREA To AR-CODIGO
   Read ARMAZEM
      Invalid Key
         Move "N" To LK-RESULTADO
         String "Area " WS-AREA-ED " sem cadastro (PROG1026)."
                Delimited By Size Into LK-MENSAGEM
         End-String
         Close ARMAZEM
         Exit Program
   End-Read
   Close ARMAZEM

   If Area-Inativa
      Move "B" To LK-RESULTADO
      String "Area " WS-AREA-ED " inativa."
             Delimited By Size Into LK-MENSAGEM
      End-String
      Exit Program
   End-if

   Move "N" To WS-TEM-LISTA WS-PERMITIDO
   Perform Varying WS-PERM-IDX From 1 By 1 Until WS-PERM-IDX > 10
      If AR-PROD-PERM(WS-PERM-IDX) Not = Zeros
         Move "S" To WS-TEM-LISTA
         If AR-PROD-PERM(WS-PERM-IDX) = LK-PROD
            Move "S" To WS-PERMITIDO
         End-if
      End-if
   End-Perform
   If Tem-Lista And Not Produto-Permitido
      Move "B" To LK-RESULTADO
      Move LK-PROD To WS-PROD-ED
      String "Produto " WS-PROD-ED " nao permitido na area "
             WS-AREA-ED "."
             Delimited By Size Into LK-MENSAGEM
      End-String
      Exit Program
   End-if

   If LK-QTD Not > Zeros
      Exit Program
   End-if
   If AR-CAPACIDADE = Zeros And Not Area-Silo
      Exit Program
   End-if

   Perform Soma-Ocupacao Thru Soma-Ocupacao-Exit
   If Area-Silo And WS-OUTRO-PROD Not = Zeros
      Move "B" To LK-RESULTADO
      Move WS-OUTRO-PROD To WS-PROD-ED
      String "Silo " WS-AREA-ED " ainda contem o produto "
             WS-PROD-ED "."
             Delimited By Size Into LK-MENSAGEM
      End-String
      Exit Program
   End-if
   If AR-CAPACIDADE > Zeros
      And WS-OCUPADO + LK-QTD > AR-CAPACIDADE
      Move "B" To LK-RESULTADO
      Compute WS-LIVRE = AR-CAPACIDADE - WS-OCUPADO
      If WS-LIVRE < Zeros
         Move Zeros To WS-LIVRE
      End-if
      Move WS-LIVRE To WS-LIVRE-ED
      String "Area " WS-AREA-ED " lotada - livre " WS-LIVRE-ED
             " kg."
             Delimited By Size Into LK-MENSAGEM
      End-String
   End-if
   Exit Program.
*
*  What the book has in the area now, over every product - the
*  ledger is keyed produto first, so this is a full pass. A
*  negative saldo holds nothing physical and counts as zero.
 Soma-Ocupacao.
   Move Zeros To WS-OCUPADO WS-OUTRO-PROD
   Move Spaces to PathESTOQUE.
   String LK-UNIDADE           Delimited By Size
          "\DADOS\ESTOQUE.DAT" Delimited By Size
          Into PathESTOQUE
   End-String.
   Open Input ESTOQUE
   If Not Valido-ESTOQUE
      Go To Soma-Ocupacao-Exit
   End-if
   Perform Until Fim-ESTOQUE
      Read ESTOQUE Next Record
         At End Move "10" To Stat-ESTOQUE
      End-Read
      If Valido-ESTOQUE
         And ES-AREA = LK-AREA And ES-SALDO > Zeros
         Add ES-SALDO To WS-OCUPADO
         If ES-PROD Not = LK-PROD
            Move ES-PROD To WS-OUTRO-PROD
         End-if
      End-if
   End-Perform
   Close ESTOQUE.
 Soma-Ocupacao-Exit.
   Exit.
