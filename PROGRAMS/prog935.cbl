 Copy "..\COPY\acucobol.Def".
*
*  Plate, driver and capacity in kg - what the romaneio needs to
*  refuse an overweight load before the fine arrives. The driver's
*  CPF and the truck's tare go on the MDF-e PROG1040 writes for
*  each romaneio. The axle count picks the ANTT minimum freight
*  floor the truck may legally run at (CALCFRET). The driver's
*  CNH and the truck's licenciamento are kept with their expiry
*  (AAAAMMDD, zero = not recorded): CHKDOC holds the gate, the
*  booking and the romaneio once one of them is past.
*
 01  Stat-VEICULOS        PIC X(002).
     88 Valido-VEICULOS   Value "00" THRU "09".
 01 WS-TRAN-DIGITADO    PIC 9(004) VALUE ZEROS.
 01 WS-CAPAC-DIGITADA   PIC 9(007)V999 VALUE ZEROS.
 01 WS-SITU-DIGITADO    PIC X(001) VALUE "A".
 01 WS-CPF-DIGITADO     PIC X(011) VALUE SPACES.
 01 WS-TARA-DIGITADA    PIC 9(007)V999 VALUE ZEROS.
 01 WS-EIXOS-DIGITADO   PIC 9(002) VALUE ZEROS.
    88 Eixos-Valido       Value 2 3 4 5 6 7 9.
 01 WS-CNH-DIGITADA     PIC X(011) VALUE SPACES.
 01 WS-CNH-VAL-DIGITADA PIC 9(008) VALUE ZEROS.
 01 WS-LIC-VAL-DIGITADA PIC 9(008) VALUE ZEROS.
 01 WS-VALIDADE         PIC 9(008).
 01 WS-VALIDADE-R REDEFINES WS-VALIDADE.
    03 WS-VAL-ANO       PIC 9(004).
    03 WS-VAL-MES       PIC 9(002).
    03 WS-VAL-DIA       PIC 9(002).
 01 WS-DATAS-OK         PIC X(001).
    88 Datas-Validas      Value "S".
*
 01 WS-DATA-SISTEMA     PIC 9(008).
 01 WS-HORA-SISTEMA     PIC 9(008).
Screen section.
01 Tela-Veiculos Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  17,00, Size   60,00 CELLS,
      Lowered
   .
   03 Label "Placa:", Line 2,00, Col 3,00.
   03 WS-SITU-DIGITADO, Entry-Field,
      Line 7,00, Col 21,00, Size 01,00,
      Using WS-SITU-DIGITADO.
   03 Label "CPF motorista.:", Line 8,00, Col 3,00.
   03 WS-CPF-DIGITADO, Entry-Field,
      Line 8,00, Col 21,00, Size 12,00,
      Using WS-CPF-DIGITADO.
   03 Label "Tara kg.......:", Line 9,00, Col 3,00.
   03 WS-TARA-DIGITADA, Entry-Field,
      Line 9,00, Col 21,00, Size 12,00,
      Using WS-TARA-DIGITADA.
   03 Label "Eixos.........:", Line 10,00, Col 3,00.
   03 WS-EIXOS-DIGITADO, Entry-Field,
      Line 10,00, Col 21,00, Size 03,00,
      Using WS-EIXOS-DIGITADO.
   03 Label "(2 3 4 5 6 7 9)", Line 10,00, Col 26,00.
   03 Label "CNH motorista.:", Line 11,00, Col 3,00.
   03 WS-CNH-DIGITADA, Entry-Field,
      Line 11,00, Col 21,00, Size 12,00,
      Using WS-CNH-DIGITADA.
   03 Label "Validade:", Line 11,00, Col 35,00.
   03 WS-CNH-VAL-DIGITADA, Entry-Field,
      Line 11,00, Col 45,00, Size 10,00,
      Using WS-CNH-VAL-DIGITADA.
   03 Label "Licenciamento valido ate (AAAAMMDD):",
      Line 12,00, Col 3,00.
   03 WS-LIC-VAL-DIGITADA, Entry-Field,
      Line 12,00, Col 45,00, Size 10,00,
      Using WS-LIC-VAL-DIGITADA.
*
   03 Label From WS-MENSAGEM, Line 13,00, Col 3,00, Size 54,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 15,00, Col 5,00, Size 15 Cells,
      Exception-Value = 0030.
   03 PB-Alterar, Push-Button, "A&lterar",
      Line 15,00, Col 22,00, Size 15 Cells,
      Exception-Value = 0040.
   03 PB-Sair, Push-Button, "&Sair",
      Line 15,00, Col 39,00, Size 15 Cells,
      Self-Act,
      Exception-Value = 0010.
*

   Display Standard Graphical Window,
           Title "Veiculos e Motoristas",
           Size 62, Lines 19, Background-Low
           Modeless,
           Handle Handle-TELA935.
   Display Tela-Veiculos.
         Perform Altera-Veiculo Thru Altera-Veiculo-Exit
      When Limpar-Pressed
         Move Spaces To WS-PLACA-DIGITADA WS-MOTORISTA-DIGITADO
                        WS-MENSAGEM WS-CPF-DIGITADO
                        WS-CNH-DIGITADA
         Move Zeros  To WS-TRAN-DIGITADO WS-CAPAC-DIGITADA
                        WS-TARA-DIGITADA WS-EIXOS-DIGITADO
                        WS-CNH-VAL-DIGITADA WS-LIC-VAL-DIGITADA
         Move "A"    To WS-SITU-DIGITADO
         Display Tela-Veiculos
   End-Evaluate.
      Move VE-TRAN       To WS-TRAN-DIGITADO
      Move VE-CAPACIDADE To WS-CAPAC-DIGITADA
      Move VE-SITU       To WS-SITU-DIGITADO
      Move VE-CPF        To WS-CPF-DIGITADO
      Move VE-TARA       To WS-TARA-DIGITADA
      Move VE-EIXOS      To WS-EIXOS-DIGITADO
      Move VE-CNH-NUMERO To WS-CNH-DIGITADA
      Move Zeros         To WS-CNH-VAL-DIGITADA WS-LIC-VAL-DIGITADA
      If VE-CNH-VALIDADE Numeric
         Move VE-CNH-VALIDADE To WS-CNH-VAL-DIGITADA
      End-if
      If VE-LIC-VALIDADE Numeric
         Move VE-LIC-VALIDADE To WS-LIC-VAL-DIGITADA
      End-if
      Move "Veiculo encontrado." To WS-MENSAGEM
   Else
      Move "Veiculo nao cadastrado - use Incluir." To WS-MENSAGEM
      Display Tela-Veiculos
      Go To Inclui-Veiculo-Exit
   End-if
   If WS-CPF-DIGITADO Not = Spaces And WS-CPF-DIGITADO Not Numeric
      Move "CPF do motorista: 11 digitos, sem pontos." To WS-MENSAGEM
      Display Tela-Veiculos
      Go To Inclui-Veiculo-Exit
   End-if
   If Not Eixos-Valido
      Move "Eixos: 2, 3, 4, 5, 6, 7 ou 9." To WS-MENSAGEM
      Display Tela-Veiculos
      Go To Inclui-Veiculo-Exit
   End-if
   Perform Valida-Documentos Thru Valida-Documentos-Exit
   If Not Datas-Validas
      Display Tela-Veiculos
      Go To Inclui-Veiculo-Exit
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Accept WS-HORA-SISTEMA From Time.
   Initialize VEICULOS-REGI
   Move WS-TRAN-DIGITADO      To VE-TRAN
   Move WS-CAPAC-DIGITADA     To VE-CAPACIDADE
   Move WS-SITU-DIGITADO      To VE-SITU
   Move WS-CPF-DIGITADO       To VE-CPF
   Move WS-TARA-DIGITADA      To VE-TARA
   Move WS-EIXOS-DIGITADO     To VE-EIXOS
   Perform Move-Documentos Thru Move-Documentos-Exit
   Move WS-DATA-SISTEMA       To VE-DTIN VE-DTAL
   Move WS-HORA-SISTEMA       To VE-HRIN VE-HRAL
   Write VEICULOS-REGI
   End-Read
   If Not Valido-VEICULOS
      Move "Veiculo nao cadastrado - use Incluir." To WS-MENSAGEM
      Display Tela-Veiculos
      Go To Altera-Veiculo-Exit
   End-if
   If WS-CPF-DIGITADO Not = Spaces And WS-CPF-DIGITADO Not Numeric
      Move "CPF do motorista: 11 digitos, sem pontos." To WS-MENSAGEM
   Else If Not Eixos-Valido
      Move "Eixos: 2, 3, 4, 5, 6, 7 ou 9." To WS-MENSAGEM
   Else
      Perform Valida-Documentos Thru Valida-Documentos-Exit
   End-if
   End-if
   If WS-MENSAGEM = Spaces
      Accept WS-DATA-SISTEMA From Date YYYYMMDD
      Accept WS-HORA-SISTEMA From Time
      Move WS-MOTORISTA-DIGITADO To VE-MOTORISTA
      Move WS-TRAN-DIGITADO      To VE-TRAN
      Move WS-CAPAC-DIGITADA     To VE-CAPACIDADE
      Move WS-SITU-DIGITADO      To VE-SITU
      Move WS-CPF-DIGITADO       To VE-CPF
      Move WS-TARA-DIGITADA      To VE-TARA
      Move WS-EIXOS-DIGITADO     To VE-EIXOS
      Perform Move-Documentos Thru Move-Documentos-Exit
      Move WS-DATA-SISTEMA       To VE-DTAL
      Move WS-HORA-SISTEMA       To VE-HRAL
      Rewrite VEICULOS-REGI
   Display Tela-Veiculos.
 Altera-Veiculo-Exit.
   Exit.
*
*  Each validity typed is zero (not recorded) or a plausible
*  AAAAMMDD.
 Valida-Documentos.
   Move "S" To WS-DATAS-OK
   Move WS-CNH-VAL-DIGITADA To WS-VALIDADE
   Perform Confere-Data Thru Confere-Data-Exit
   If Datas-Validas
      Move WS-LIC-VAL-DIGITADA To WS-VALIDADE
      Perform Confere-Data Thru Confere-Data-Exit
   End-if
   If Not Datas-Validas
      Move "Validade invalida - use AAAAMMDD." To WS-MENSAGEM
   End-if.
 Valida-Documentos-Exit.
   Exit.
*
 Confere-Data.
   If WS-VALIDADE = Zeros
      Go To Confere-Data-Exit
   End-if
   If WS-VAL-ANO < 2000 Or WS-VAL-MES < 1 Or WS-VAL-MES > 12
      Or WS-VAL-DIA < 1 Or WS-VAL-DIA > 31
      Move "N" To WS-DATAS-OK
   End-if.
 Confere-Data-Exit.
   Exit.
*
 Move-Documentos.
   Move WS-CNH-DIGITADA To VE-CNH-NUMERO
   Move Spaces          To VE-CNH-VALIDADE VE-LIC-VALIDADE
   If WS-CNH-VAL-DIGITADA > Zeros
      Move WS-CNH-VAL-DIGITADA To VE-CNH-VALIDADE
   End-if
   If WS-LIC-VAL-DIGITADA > Zeros
      Move WS-LIC-VAL-DIGITADA To VE-LIC-VALIDADE
   End-if.
 Move-Documentos-Exit.
   Exit.
