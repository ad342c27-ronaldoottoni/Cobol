*RECEBIMENTO DE GRAOS NA BALANCA COM CLASSIFICACAO (RECEBE.DAT)
 Identification Division.
 Program-Id. PROG1018.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\RECEBE.SL".
   Copy "..\COPY\FORNEC.SL".
   Copy "..\COPY\PRODUTO.SL".
   Copy "..\COPY\CLASSIF.SL".
   Copy "..\COPY\UMIDTAB.SL".
   Copy "..\COPY\ESTOQUE.SL".
   Copy "..\COPY\ESTMOV.SL".
*
 Data Division.
 File Section.
$XFD FILE=RECEBE
   Copy "..\COPY\RECEBE.FD".
$XFD FILE=FORNEC
   Copy "..\COPY\FORNEC.FD".
$XFD FILE=PRODUTO
   Copy "..\COPY\PRODUTO.FD".
$XFD FILE=CLASSIF
   Copy "..\COPY\CLASSIF.FD".
$XFD FILE=UMIDTAB
   Copy "..\COPY\UMIDTAB.FD".
$XFD FILE=ESTOQUE
   Copy "..\COPY\ESTOQUE.FD".
$XFD FILE=ESTMOV
   Copy "..\COPY\ESTMOV.FD".
*
 Working-Storage Section.
*
 Copy "..\copy\usuario.cpy".
*
*  The truck that brings grain IN used to live on a paper slip;
*  here it gets a RECEBE.DAT row. The scale clerk types producer,
*  product, area, gross and tare and the classifier's umidade and
*  impureza readings. The commercial net follows the house rule:
*  nothing comes off at or under the product's CLASSIF.DAT bases;
*  above the umidade base the percent comes from the UMIDTAB.DAT
*  band the reading falls in (a product with no bands on file
*  falls back to PROG962's point-for-point rule, a reading above
*  the last band is refused - that load goes to the dryer, not
*  to the pile); above the impureza base it is point for point.
*  What is left is credited to ES-SALDO with a RECEBE ESTMOV line
*  signed by the operator, and the row waits, aberto, for the
*  producer's settlement. The unloading area is asked first
*  (CHKAREA): a load the area cannot take, or a product it must
*  not hold, goes to another area before anything is written.
*
 01  Stat-RECEBE         PIC X(002).
     88 Valido-RECEBE    Value "00" THRU "09".
     88 Duplicado-RECEBE Value "22".
 01  PATHRECEBE          PIC X(060).
*  The write's own status, kept across the Close that follows it.
 01  WS-STAT-GRAVACAO    PIC X(002).
     88 Gravacao-Valida  Value "00" THRU "09".
 01  Stat-FORNEC         PIC X(002).
     88 Valido-FORNEC    Value "00" THRU "09".
 01  PATHFORNEC          PIC X(060).
 01  Stat-PRODUTO        PIC X(002).
     88 Valido-PRODUTO   Value "00" THRU "09".
 01  PATHPRODUTO         PIC X(060).
 01  Stat-CLASSIF        PIC X(002).
     88 Valido-CLASSIF   Value "00" THRU "09".
 01  PATHCLASSIF         PIC X(060).
 01  Stat-UMIDTAB        PIC X(002).
     88 Valido-UMIDTAB   Value "00" THRU "09".
 01  PATHUMIDTAB         PIC X(060).
 01  Stat-ESTOQUE        PIC X(002).
     88 Valido-ESTOQUE   Value "00" THRU "09".
 01  PATHESTOQUE         PIC X(060).
 01  Stat-ESTMOV         PIC X(002).
     88 Valido-ESTMOV    Value "00" THRU "09".
 01  PATHESTMOV          PIC X(060).
*
 01  WS-FORN-DIGITADO    PIC 9(006) VALUE ZEROS.
 01  WS-PROD-DIGITADO    PIC 9(006) VALUE ZEROS.
 01  WS-AREA-DIGITADA    PIC 9(004) VALUE ZEROS.
 01  WS-TICKET-DIGITADO  PIC 9(006) VALUE ZEROS.
 01  WS-PLACA-DIGITADA   PIC X(008) VALUE SPACES.
 01  WS-BRUT-DIGITADO    PIC 9(009)V999 VALUE ZEROS.
 01  WS-TARA-DIGITADA    PIC 9(009)V999 VALUE ZEROS.
 01  WS-UMID-DIGITADA    PIC 9(002)V99 VALUE ZEROS.
 01  WS-IMP-DIGITADA     PIC 9(002)V99 VALUE ZEROS.
 01  WS-CONFIRMA         PIC X(001) VALUE "N".
     88 Confirma-Recebe  Value "S" "s".
*
 01  WS-LIQU             PIC S9(012)V999 COMP-3.
 01  WS-PCT-UMID         PIC S9(003)V99 COMP-3.
 01  WS-PCT-IMP          PIC S9(003)V99 COMP-3.
 01  WS-DESC-UMID        PIC S9(012)V999 COMP-3.
 01  WS-DESC-IMP         PIC S9(012)V999 COMP-3.
 01  WS-LIQ-COMERC       PIC S9(012)V999 COMP-3.
 01  WS-TEM-FAIXAS       PIC X(001) VALUE "N".
     88 Tem-Faixas       Value "S".
 01  WS-FAIXA-ACHADA     PIC X(001) VALUE "N".
     88 Faixa-Achada     Value "S".
*
 01  WS-ARM-PROD         PIC S9(006)     COMP-5.
 01  WS-ARM-AREA         PIC S9(004)     COMP-5.
 01  WS-ARM-QTD          PIC S9(012)V999 COMP-3.
 01  WS-ARM-RESULTADO    PIC X(001).
 01  WS-ARM-MENSAGEM     PIC X(055).
 01  WS-NUM-TIPO         PIC X(008).
 01  WS-NUM-ALOCADO      PIC S9(006) COMP-5.
 01  WS-NUM-OK           PIC X(001).
*
 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
     03 WS-HS-HH         PIC 9(002).
     03 WS-HS-MM         PIC 9(002).
     03 WS-HS-SS         PIC 9(002).
     03 FILLER           PIC 9(002).
*
 01  WS-PESO-ED          PIC ZZZ.ZZZ.ZZ9,999.
 01  WS-PCT-ED           PIC ZZ9,99.
 01  WS-NUME-ED          PIC Z(005)9.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*
 Procedure Division Using LK-Linkage.
*
 Inicio.
   If Operador-Nao-Assinado
      Display "Operador nao assinado - entre pelo menu (PROG940)."
      Exit Program
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.

   Move Spaces to PathPRODUTO.
   String Lk-Unidade           Delimited By Size
          "\DADOS\PRODUTO.DAT" Delimited By Size
          Into PathPRODUTO
   End-String.
   Open Input PRODUTO
   If Not Valido-PRODUTO
      Display "erro PRODUTO " Stat-PRODUTO
      Exit Program
   End-if.

   Move Spaces to PathCLASSIF.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLASSIF.DAT" Delimited By Size
          Into PathCLASSIF
   End-String.
   Open Input CLASSIF
   If Not Valido-CLASSIF
      Display "CLASSIF.DAT ausente - cadastre a classificacao"
              " (PROG900)."
      Close PRODUTO
      Exit Program
   End-if.

   Move Spaces to PathFORNEC.
   String Lk-Unidade          Delimited By Size
          "\DADOS\FORNEC.DAT" Delimited By Size
          Into PathFORNEC
   End-String.
   Open Input FORNEC
   If Not Valido-FORNEC
      Display "FORNEC.DAT ausente - cadastre os produtores"
              " (PROG1020)."
      Close PRODUTO
      Close CLASSIF
      Exit Program
   End-if.

   Display "Produtor (fornecedor).....: " With No Advancing
   Accept WS-FORN-DIGITADO
   Move WS-FORN-DIGITADO To FO-CODIGO
   Read FORNEC
      Invalid Key
         Display "Produtor nao cadastrado (PROG1020)."
         Go To Encerra
   End-Read
   If Not Fornecedor-Ativo
      Display "Produtor inativo."
      Go To Encerra
   End-if
   Display "  " FO-NOME

   Display "Produto recebido..........: " With No Advancing
   Accept WS-PROD-DIGITADO
   Move WS-PROD-DIGITADO To PD-CODIGO
   Read PRODUTO
      Invalid Key
         Display "Produto nao cadastrado (PROG951)."
         Go To Encerra
   End-Read
   If Not Produto-Ativo
      Display "Produto inativo."
      Go To Encerra
   End-if
   Display "  " PD-NOME
   Move WS-PROD-DIGITADO To CL-PROD
   Read CLASSIF
      Invalid Key
         Display "Produto sem classificacao (PROG900)."
         Go To Encerra
   End-Read

   Display "Area de descarga..........: " With No Advancing
   Accept WS-AREA-DIGITADA
   Display "Ticket da balanca.........: " With No Advancing
   Accept WS-TICKET-DIGITADO
   Display "Placa do caminhao.........: " With No Advancing
   Accept WS-PLACA-DIGITADA
   Display "Peso bruto (kg)...........: " With No Advancing
   Accept WS-BRUT-DIGITADO
   Display "Tara (kg).................: " With No Advancing
   Accept WS-TARA-DIGITADA
   If WS-BRUT-DIGITADO Not > WS-TARA-DIGITADA
      Display "Bruto tem de ser maior que a tara."
      Go To Encerra
   End-if
   Display "Umidade (%)...............: " With No Advancing
   Accept WS-UMID-DIGITADA
   Display "Impureza (%)..............: " With No Advancing
   Accept WS-IMP-DIGITADA

   Compute WS-LIQU = WS-BRUT-DIGITADO - WS-TARA-DIGITADA
   Perform Calcula-Descontos Thru Calcula-Descontos-Exit
   If WS-LIQ-COMERC < Zeros
      Go To Encerra
   End-if
   Move WS-PROD-DIGITADO To WS-ARM-PROD
   Move WS-AREA-DIGITADA To WS-ARM-AREA
   Move WS-LIQ-COMERC    To WS-ARM-QTD
   Move Spaces To WS-ARM-RESULTADO WS-ARM-MENSAGEM
   Call "CHKAREA" Using Lk-Unidade WS-ARM-PROD WS-ARM-AREA
                        WS-ARM-QTD WS-ARM-RESULTADO WS-ARM-MENSAGEM
      On Exception Continue
   End-Call
   If WS-ARM-RESULTADO = "B"
      Display WS-ARM-MENSAGEM
      Display "Recebimento recusado - descarregue em outra area."
      Go To Encerra
   End-if

   Move WS-LIQU To WS-PESO-ED
   Display "Liquido da balanca (kg)...: " WS-PESO-ED
   Move WS-PCT-UMID To WS-PCT-ED
   Move WS-DESC-UMID To WS-PESO-ED
   Display "Desconto umidade  " WS-PCT-ED "%: " WS-PESO-ED
   Move WS-PCT-IMP To WS-PCT-ED
   Move WS-DESC-IMP To WS-PESO-ED
   Display "Desconto impureza " WS-PCT-ED "%: " WS-PESO-ED
   Move WS-LIQ-COMERC To WS-PESO-ED
   Display "Liquido comercial (kg)....: " WS-PESO-ED
   Display "Confirma o recebimento (S/N): " With No Advancing
   Accept WS-CONFIRMA
   If Not Confirma-Recebe
      Display "Recebimento abortado."
      Go To Encerra
   End-if

   Move "RECEBE" To WS-NUM-TIPO
   Move "N"      To WS-NUM-OK
   Call "GETNUM" Using Lk-Unidade WS-NUM-TIPO
                       WS-NUM-ALOCADO WS-NUM-OK
      On Exception Continue
   End-Call
   If WS-NUM-OK Not = "S"
      Display "Sem numero de recebimento (NUMCTL.DAT) - nada"
              " gravado."
      Go To Encerra
   End-if

   Perform Grava-Recebimento Thru Grava-Recebimento-Exit
   If Not Gravacao-Valida
      Display "erro RECEBE " WS-STAT-GRAVACAO
              " - estoque NAO creditado."
      Go To Encerra
   End-if
   Perform Credita-Estoque Thru Credita-Estoque-Exit
   Move WS-NUM-ALOCADO To WS-NUME-ED
   Display "Recebimento " WS-NUME-ED " registrado."
   Go To Encerra.
*
 Encerra.
   Close PRODUTO
   Close CLASSIF
   Close FORNEC
   Exit Program.
*
*  Scale net minus the classification. Both percents apply to the
*  scale net, as PROG962 grades the outbound ticket. A negative
*  WS-LIQ-COMERC tells Inicio the load was refused.
 Calcula-Descontos.
   Move Zeros To WS-PCT-UMID WS-PCT-IMP WS-DESC-UMID WS-DESC-IMP
   Move WS-LIQU To WS-LIQ-COMERC
   If WS-UMID-DIGITADA > CL-UMID-BASE
      Perform Procura-Faixa-Umidade Thru Procura-Faixa-Umidade-Exit
      If Tem-Faixas And Not Faixa-Achada
         Move WS-UMID-DIGITADA To WS-PCT-ED
         Display "Umidade " WS-PCT-ED
                 "% acima da ultima faixa (PROG1019) - carga recusada."
         Move -1 To WS-LIQ-COMERC
         Go To Calcula-Descontos-Exit
      End-if
      If Not Tem-Faixas
         Compute WS-PCT-UMID = WS-UMID-DIGITADA - CL-UMID-BASE
      End-if
   End-if
   If WS-IMP-DIGITADA > CL-IMP-BASE
      Compute WS-PCT-IMP = WS-IMP-DIGITADA - CL-IMP-BASE
   End-if
   Compute WS-DESC-UMID Rounded = WS-LIQU * WS-PCT-UMID / 100
   Compute WS-DESC-IMP  Rounded = WS-LIQU * WS-PCT-IMP / 100
   Compute WS-LIQ-COMERC = WS-LIQU - WS-DESC-UMID - WS-DESC-IMP
   If WS-LIQ-COMERC < Zeros
      Move Zeros To WS-LIQ-COMERC
   End-if.
 Calcula-Descontos-Exit.
   Exit.
*
*  The first band whose ceiling is at or above the reading is the
*  one it falls in. UMIDTAB.DAT missing is the same as a product
*  with no bands: point for point.
 Procura-Faixa-Umidade.
   Move "N" To WS-TEM-FAIXAS WS-FAIXA-ACHADA
   Move Spaces to PathUMIDTAB.
   String Lk-Unidade           Delimited By Size
          "\DADOS\UMIDTAB.DAT" Delimited By Size
          Into PathUMIDTAB
   End-String.
   Open Input UMIDTAB
   If Not Valido-UMIDTAB
      Go To Procura-Faixa-Umidade-Exit
   End-if
   Move WS-PROD-DIGITADO To UD-PROD
   Move Zeros            To UD-UMID-ATE
   Start UMIDTAB Key >= UD-CHAVE
      Invalid Key Move "23" To Stat-UMIDTAB
   End-Start
   If Valido-UMIDTAB
      Read UMIDTAB Next Record
         At End Move "10" To Stat-UMIDTAB
      End-Read
      If Valido-UMIDTAB And UD-PROD = WS-PROD-DIGITADO
         Move "S" To WS-TEM-FAIXAS
      End-if
   End-if
   If Tem-Faixas
      Move WS-PROD-DIGITADO To UD-PROD
      Move WS-UMID-DIGITADA To UD-UMID-ATE
      Start UMIDTAB Key >= UD-CHAVE
         Invalid Key Move "23" To Stat-UMIDTAB
      End-Start
      If Valido-UMIDTAB
         Read UMIDTAB Next Record
            At End Move "10" To Stat-UMIDTAB
         End-Read
         If Valido-UMIDTAB And UD-PROD = WS-PROD-DIGITADO
            Move "S"         To WS-FAIXA-ACHADA
            Move UD-DESC-PCT To WS-PCT-UMID
         End-if
      End-if
   End-if
   Close UMIDTAB.
 Procura-Faixa-Umidade-Exit.
   Exit.
*
 Grava-Recebimento.
   Move Spaces to PathRECEBE.
   String Lk-Unidade          Delimited By Size
          "\DADOS\RECEBE.DAT" Delimited By Size
          Into PathRECEBE
   End-String.
   Open I-O RECEBE
   If Not Valido-RECEBE
      Open Output RECEBE
      Close RECEBE
      Open I-O RECEBE
   End-if
   Move Stat-RECEBE To WS-STAT-GRAVACAO
   If Not Valido-RECEBE
      Go To Grava-Recebimento-Exit
   End-if
   Initialize RECEBE-REGI
   Move WS-NUM-ALOCADO     To RC-NUMERO
   Move WS-DATA-SISTEMA    To RC-DATA
   Move WS-FORN-DIGITADO   To RC-FORN
   Move WS-PROD-DIGITADO   To RC-PROD
   Move WS-AREA-DIGITADA   To RC-AREA
   Move WS-TICKET-DIGITADO To RC-TICKET
   Move WS-PLACA-DIGITADA  To RC-PLACA
   Move WS-BRUT-DIGITADO   To RC-BRUT
   Move WS-TARA-DIGITADA   To RC-TARA
   Move WS-LIQU            To RC-LIQU
   Move WS-UMID-DIGITADA   To RC-UMIDADE
   Move WS-IMP-DIGITADA    To RC-IMPUREZA
   Move WS-DESC-UMID       To RC-DESC-UMID
   Move WS-DESC-IMP        To RC-DESC-IMP
   Move WS-LIQ-COMERC      To RC-LIQ-COMERC
   Move "A"                To RC-SITU
   Move Oper-Nome          To RC-OPER
   Move WS-DATA-SISTEMA    To RC-DTIN
   Move WS-HORA-SISTEMA    To RC-HRIN
   Write RECEBE-REGI
      Invalid Key Continue
   End-Write
   Move Stat-RECEBE To WS-STAT-GRAVACAO
   Close RECEBE.
 Grava-Recebimento-Exit.
   Exit.
*
*  Into the yard's ledger through the same journal every other
*  stock movement rides - the discounted quantity, not the scale
*  net: the water and the dirt never were saleable stock.
 Credita-Estoque.
   Move Spaces to PathESTOQUE.
   String Lk-Unidade          Delimited By Size
          "\DADOS\ESTOQUE.DAT" Delimited By Size
          Into PathESTOQUE
   End-String.
   Open I-O ESTOQUE
   If Not Valido-ESTOQUE
      Open Output ESTOQUE
      Close ESTOQUE
      Open I-O ESTOQUE
   End-if
   If Not Valido-ESTOQUE
      Display "erro ESTOQUE " Stat-ESTOQUE " - saldo NAO creditado."
      Go To Credita-Estoque-Exit
   End-if
   Move WS-PROD-DIGITADO To ES-PROD
   Move WS-AREA-DIGITADA To ES-AREA
   Read ESTOQUE
      Invalid Key
         Move WS-PROD-DIGITADO To ES-PROD
         Move WS-AREA-DIGITADA To ES-AREA
         Move Zeros To ES-SALDO
         Write ESTOQUE-REGI
            Invalid Key Continue
         End-Write
   End-Read
   Add WS-LIQ-COMERC To ES-SALDO
   Rewrite ESTOQUE-REGI
      Invalid Key Continue
   End-Rewrite
   Close ESTOQUE

   Move Spaces to PathESTMOV.
   String Lk-Unidade         Delimited By Size
          "\DADOS\ESTMOV.DAT" Delimited By Size
          Into PathESTMOV
   End-String.
   Open Extend ESTMOV
   If Not Valido-ESTMOV
      Open Output ESTMOV
   End-if
   If Valido-ESTMOV
      Move Spaces To ESTMOV-REGI
      Move WS-DATA-SISTEMA To MV-DATA
      String WS-HS-HH ":" WS-HS-MM ":" WS-HS-SS
             Delimited By Size Into MV-HORA
      End-String
      Move WS-PROD-DIGITADO To MV-PROD
      Move WS-AREA-DIGITADA To MV-AREA
      Move WS-NUM-ALOCADO   To MV-NUME
      Move WS-LIQ-COMERC    To MV-QTD
      Move "RECEBE"         To MV-ORIGEM
      Move Oper-Nome        To MV-OPERADOR
      Write ESTMOV-REGI
      Close ESTMOV
   End-if.
 Credita-Estoque-Exit.
   Exit.
