    88 Sair-Pressed          Value 0010.
    88 Abre-Exped-Pressed     Value 0200.
    88 Volta-Menu-Pressed     Value 0210.
    88 Abre-Gestao-Pressed    Value 0220.
    88 Volta-Exped-Pressed    Value 0230.
    88 Chama-945-Pressed     Value 0945.
    88 Chama-947-Pressed     Value 0947.
    88 Chama-948-Pressed     Value 0948.
    88 Chama-1015-Pressed    Value 1015.
    88 Chama-1016-Pressed    Value 1016.
    88 Chama-1017-Pressed    Value 1017.
    88 Chama-1018-Pressed    Value 1018.
    88 Chama-1019-Pressed    Value 1019.
    88 Chama-1020-Pressed    Value 1020.
    88 Chama-1021-Pressed    Value 1021.
    88 Chama-1022-Pressed    Value 1022.
    88 Chama-1023-Pressed    Value 1023.
    88 Chama-1024-Pressed    Value 1024.
    88 Chama-1025-Pressed    Value 1025.
    88 Chama-1026-Pressed    Value 1026.
    88 Chama-1027-Pressed    Value 1027.
    88 Chama-1028-Pressed    Value 1028.
    88 Chama-1029-Pressed    Value 1029.
    88 Chama-1030-Pressed    Value 1030.
    88 Chama-1031-Pressed    Value 1031.
    88 Chama-1032-Pressed    Value 1032.
    88 Chama-1033-Pressed    Value 1033.
    88 Chama-1034-Pressed    Value 1034.
    88 Chama-1035-Pressed    Value 1035.
    88 Chama-1036-Pressed    Value 1036.
    88 Chama-1037-Pressed    Value 1037.
    88 Chama-1038-Pressed    Value 1038.
    88 Chama-1039-Pressed    Value 1039.
    88 Chama-1040-Pressed    Value 1040.
    88 Chama-1041-Pressed    Value 1041.
    88 Chama-1042-Pressed    Value 1042.
    88 Chama-1043-Pressed    Value 1043.
    88 Chama-1044-Pressed    Value 1044.
    88 Chama-1045-Pressed    Value 1045.
    88 Chama-1046-Pressed    Value 1046.
    88 Chama-1047-Pressed    Value 1047.
    88 Chama-1048-Pressed    Value 1048.
    88 Chama-1049-Pressed    Value 1049.
    88 Chama-1050-Pressed    Value 1050.
    88 Chama-1051-Pressed    Value 1051.
    88 Chama-1052-Pressed    Value 1052.
    88 Chama-1053-Pressed    Value 1053.
    88 Chama-1054-Pressed    Value 1054.
    88 Chama-1055-Pressed    Value 1055.
    88 Chama-1056-Pressed    Value 1056.
    88 Chama-1057-Pressed    Value 1057.
    88 Chama-1058-Pressed    Value 1058.
    88 Chama-1059-Pressed    Value 1059.
    88 Chama-1060-Pressed    Value 1060.
    88 Chama-1061-Pressed    Value 1061.
    88 Chama-1062-Pressed    Value 1062.
    88 Chama-1063-Pressed    Value 1063.
    88 Chama-1064-Pressed    Value 1064.
    88 Chama-1065-Pressed    Value 1065.
    88 Chama-1066-Pressed    Value 1066.
    88 Chama-1067-Pressed    Value 1067.
    88 Chama-1068-Pressed    Value 1068.
    88 Chama-1069-Pressed    Value 1069.
    88 Chama-1070-Pressed    Value 1070.
    88 Chama-1071-Pressed    Value 1071.
    88 Chama-1072-Pressed    Value 1072.
    88 Chama-1073-Pressed    Value 1073.
    88 Chama-1075-Pressed    Value 1075.
    88 Chama-1076-Pressed    Value 1076.
    88 Chama-1077-Pressed    Value 1077.
    88 Chama-1078-Pressed    Value 1078.
    88 Chama-1079-Pressed    Value 1079.
    88 Chama-1080-Pressed    Value 1080.
    88 Chama-1081-Pressed    Value 1081.
    88 Chama-1082-Pressed    Value 1082.
    88 Chama-1083-Pressed    Value 1083.
    88 Chama-1089-Pressed    Value 1089.
    88 Chama-1091-Pressed    Value 1091.
    88 Chama-1092-Pressed    Value 1092.
    88 Login-Confirmado      Value 0100.
*
*  The branches on file, loaded once at startup so a mistyped
01 Handle-TELA940             Handle Of Window.
01 Handle-TELA940L            Handle Of Window.
01 Handle-TELA940X            Handle Of Window.
01 Handle-TELA940G            Handle Of Window.
 01 WS-MENU-ATUAL       PIC X(001) VALUE "P".
    88 Menu-Exped-Aberto     Value "E".
    88 Menu-Gestao-Aberto    Value "G".
*
Screen section.
01 Tela-Login Exception Procedure Trata-Login.
      Line 14,00, Col 3,00, Size 22 Cells, Exception-Value = 1016.
   03 PB-1017, Push-Button, "Clone Treino (1017)",
      Line 14,00, Col 26,00, Size 22 Cells, Exception-Value = 1017.
   03 PB-Gestao, Push-Button, "Compras/Gestao ...",
      Line 14,00, Col 49,00, Size 22 Cells, Exception-Value = 0220.
*
   03 Label From WS-MENSAGEM, Line 16,00, Col 3,00, Size 42,00.
   03 PB-Voltar, Push-Button, "&Voltar",
      Self-Act,
      Exception-Value = 0210.
*
*  The receiving/purchasing and management wave filled the
*  expedicao screen in turn - a third screen, reached from the
*  second, the way the second is reached from the first.
01 Tela-Menu-Ger Exception Procedure Trata-Excecao.
   03 Frame, Line    1,00, Col    2,00,
      Lines  48,00, Size   70,00 CELLS,
      Lowered
   .
   03 PB-1018, Push-Button, "Recebe Graos (1018)",
      Line 2,00, Col 3,00, Size 22 Cells, Exception-Value = 1018.
   03 PB-1019, Push-Button, "Desc.Umidade (1019)",
      Line 2,00, Col 26,00, Size 22 Cells, Exception-Value = 1019.
   03 PB-1020, Push-Button, "Cad.Produtores (1020)",
      Line 2,00, Col 49,00, Size 22 Cells, Exception-Value = 1020.
   03 PB-1021, Push-Button, "Liquida Compra (1021)",
      Line 3,50, Col 3,00, Size 22 Cells, Exception-Value = 1021.
   03 PB-1022, Push-Button, "Paga Compras (1022)",
      Line 3,50, Col 26,00, Size 22 Cells, Exception-Value = 1022.
   03 PB-1023, Push-Button, "Cot.Mercado (1023)",
      Line 3,50, Col 49,00, Size 22 Cells, Exception-Value = 1023.
   03 PB-1024, Push-Button, "Fixa Preco (1024)",
      Line 5,00, Col 3,00, Size 22 Cells, Exception-Value = 1024.
   03 PB-1025, Push-Button, "Custo Medio (1025)",
      Line 5,00, Col 26,00, Size 22 Cells, Exception-Value = 1025.
   03 PB-1026, Push-Button, "Cad.Areas (1026)",
      Line 5,00, Col 49,00, Size 22 Cells, Exception-Value = 1026.
   03 PB-1027, Push-Button, "Ocupacao Areas (1027)",
      Line 6,50, Col 3,00, Size 22 Cells, Exception-Value = 1027.
   03 PB-1028, Push-Button, "Reservas (1028)",
      Line 6,50, Col 26,00, Size 22 Cells, Exception-Value = 1028.
   03 PB-1029, Push-Button, "Cargas do pedido (1029)",
      Line 6,50, Col 49,00, Size 22 Cells, Exception-Value = 1029.
   03 PB-1030, Push-Button, "Fatura agrupada (1030)",
      Line 8,00, Col 3,00, Size 22 Cells, Exception-Value = 1030.
   03 PB-1031, Push-Button, "Nota cred/deb (1031)",
      Line 8,00, Col 26,00, Size 22 Cells, Exception-Value = 1031.
   03 PB-1032, Push-Button, "Motivos Nota (1032)",
      Line 8,00, Col 49,00, Size 22 Cells, Exception-Value = 1032.
   03 PB-1033, Push-Button, "Renegociacao (1033)",
      Line 9,50, Col 3,00, Size 22 Cells, Exception-Value = 1033.
   03 PB-1034, Push-Button, "Score de Credito (1034)",
      Line 9,50, Col 26,00, Size 22 Cells, Exception-Value = 1034.
   03 PB-1035, Push-Button, "Exposicao Grupo (1035)",
      Line 9,50, Col 49,00, Size 22 Cells, Exception-Value = 1035.
   03 PB-1036, Push-Button, "Dist. Clientes (1036)",
      Line 11,00, Col 3,00, Size 22 Cells, Exception-Value = 1036.
   03 PB-1037, Push-Button, "Conc. Bancaria (1037)",
      Line 11,00, Col 26,00, Size 22 Cells, Exception-Value = 1037.
   03 PB-1038, Push-Button, "Pend. Concil. (1038)",
      Line 11,00, Col 49,00, Size 22 Cells, Exception-Value = 1038.
   03 PB-1039, Push-Button, "NF-e XML (1039)",
      Line 12,50, Col 3,00, Size 22 Cells, Exception-Value = 1039.
   03 PB-1040, Push-Button, "MDF-e (1040)",
      Line 12,50, Col 26,00, Size 22 Cells, Exception-Value = 1040.
   03 PB-1041, Push-Button, "Importa CT-e (1041)",
      Line 12,50, Col 49,00, Size 22 Cells, Exception-Value = 1041.
   03 PB-1042, Push-Button, "Excecoes CT-e (1042)",
      Line 14,00, Col 3,00, Size 22 Cells, Exception-Value = 1042.
   03 PB-1043, Push-Button, "Averbacao (1043)",
      Line 14,00, Col 26,00, Size 22 Cells, Exception-Value = 1043.
   03 PB-1044, Push-Button, "Regras Fiscais (1044)",
      Line 14,00, Col 49,00, Size 22 Cells, Exception-Value = 1044.
   03 PB-1045, Push-Button, "Aliquotas PIS/COFINS (1045)",
      Line 15,50, Col 3,00, Size 22 Cells, Exception-Value = 1045.
   03 PB-1046, Push-Button, "Apuracao PIS/COFINS (1046)",
      Line 15,50, Col 26,00, Size 22 Cells, Exception-Value = 1046.
   03 PB-1047, Push-Button, "RPA Autonomos (1047)",
      Line 15,50, Col 49,00, Size 22 Cells, Exception-Value = 1047.
   03 PB-1048, Push-Button, "Retencoes do Mes (1048)",
      Line 17,00, Col 3,00, Size 22 Cells, Exception-Value = 1048.
   03 PB-1049, Push-Button, "Informe Rendimentos (1049)",
      Line 17,00, Col 26,00, Size 22 Cells, Exception-Value = 1049.
   03 PB-1050, Push-Button, "Rotas (1050)",
      Line 17,00, Col 49,00, Size 22 Cells, Exception-Value = 1050.
   03 PB-1051, Push-Button, "Piso ANTT (1051)",
      Line 18,50, Col 3,00, Size 22 Cells, Exception-Value = 1051.
   03 PB-1052, Push-Button, "Estadia (1052)",
      Line 18,50, Col 26,00, Size 22 Cells, Exception-Value = 1052.
   03 PB-1053, Push-Button, "Leilao frete (1053)",
      Line 18,50, Col 49,00, Size 22 Cells, Exception-Value = 1053.
   03 PB-1054, Push-Button, "Hist. lances (1054)",
      Line 20,00, Col 3,00, Size 22 Cells, Exception-Value = 1054.
   03 PB-1055, Push-Button, "Desempenho transp (1055)",
      Line 20,00, Col 26,00, Size 22 Cells, Exception-Value = 1055.
   03 PB-1056, Push-Button, "Docs vencendo (1056)",
      Line 20,00, Col 49,00, Size 22 Cells, Exception-Value = 1056.
   03 PB-1057, Push-Button, "Polit.vasilhame (1057)",
      Line 21,50, Col 3,00, Size 22 Cells, Exception-Value = 1057.
   03 PB-1058, Push-Button, "Cobra vasilhame (1058)",
      Line 21,50, Col 26,00, Size 22 Cells, Exception-Value = 1058.
   03 PB-1059, Push-Button, "Laudo por lote (1059)",
      Line 21,50, Col 49,00, Size 22 Cells, Exception-Value = 1059.
   03 PB-1060, Push-Button, "Doc.exportacao (1060)",
      Line 23,00, Col 3,00, Size 22 Cells, Exception-Value = 1060.
   03 PB-1061, Push-Button, "Reaval.cambial (1061)",
      Line 23,00, Col 26,00, Size 22 Cells, Exception-Value = 1061.
   03 PB-1062, Push-Button, "Orcamento filial (1062)",
      Line 23,00, Col 49,00, Size 22 Cells, Exception-Value = 1062.
   03 PB-1063, Push-Button, "Orcado x real (1063)",
      Line 24,50, Col 3,00, Size 22 Cells, Exception-Value = 1063.
   03 PB-1064, Push-Button, "Previsao demanda (1064)",
      Line 24,50, Col 26,00, Size 22 Cells, Exception-Value = 1064.
   03 PB-1065, Push-Button, "Clientes dormentes (1065)",
      Line 24,50, Col 49,00, Size 22 Cells, Exception-Value = 1065.
   03 PB-1066, Push-Button, "Motivos perda (1066)",
      Line 26,00, Col 3,00, Size 22 Cells, Exception-Value = 1066.
   03 PB-1067, Push-Button, "Visitas/ligacoes (1067)",
      Line 26,00, Col 26,00, Size 22 Cells, Exception-Value = 1067.
   03 PB-1068, Push-Button, "Agenda vendedor (1068)",
      Line 26,00, Col 49,00, Size 22 Cells, Exception-Value = 1068.
   03 PB-1069, Push-Button, "Conversao cotacao (1069)",
      Line 27,50, Col 3,00, Size 22 Cells, Exception-Value = 1069.
   03 PB-1070, Push-Button, "Prazos de Pagamento (1070)",
      Line 27,50, Col 26,00, Size 22 Cells, Exception-Value = 1070.
   03 PB-1071, Push-Button, "Reajuste Precos Pendentes (1071)",
      Line 27,50, Col 49,00, Size 22 Cells, Exception-Value = 1071.
   03 PB-1072, Push-Button, "Alteracoes Retidas (1072)",
      Line 29,00, Col 3,00, Size 22 Cells, Exception-Value = 1072.
   03 PB-1073, Push-Button, "Assinaturas Situacao Pedidos (1073)",
      Line 29,00, Col 26,00, Size 22 Cells, Exception-Value = 1073.
   03 PB-1075, Push-Button, "Canhoto Digitalizado (1075)",
      Line 29,00, Col 49,00, Size 22 Cells, Exception-Value = 1075.
   03 PB-1076, Push-Button, "Propostas de Frete (1076)",
      Line 30,50, Col 3,00, Size 22 Cells, Exception-Value = 1076.
   03 PB-1077, Push-Button, "Simulacao Tarifa Frete (1077)",
      Line 30,50, Col 26,00, Size 22 Cells, Exception-Value = 1077.
   03 PB-1078, Push-Button, "Selo de Arquivos (1078)",
      Line 30,50, Col 49,00, Size 22 Cells, Exception-Value = 1078.
   03 PB-1079, Push-Button, "Regras de Segregacao (1079)",
      Line 32,00, Col 3,00, Size 22 Cells, Exception-Value = 1079.
   03 PB-1080, Push-Button, "Conflitos de Funcoes (1080)",
      Line 32,00, Col 26,00, Size 22 Cells, Exception-Value = 1080.
   03 PB-1081, Push-Button, "Pagamentos Suspeitos (1081)",
      Line 32,00, Col 49,00, Size 22 Cells, Exception-Value = 1081.
   03 PB-1082, Push-Button, "Libera Suspeitos (1082)",
      Line 33,50, Col 3,00, Size 22 Cells, Exception-Value = 1082.
   03 PB-1083, Push-Button, "Capacidade (1083)",
      Line 33,50, Col 26,00, Size 22 Cells, Exception-Value = 1083.
   03 PB-1089, Push-Button, "Relatorios Ad-hoc (1089)",
      Line 33,50, Col 49,00, Size 22 Cells, Exception-Value = 1089.
   03 PB-1091, Push-Button, "Regras de Alerta (1091)",
      Line 35,00, Col 3,00, Size 22 Cells, Exception-Value = 1091.
   03 PB-1092, Push-Button, "Avalia Alertas (1092)",
      Line 35,00, Col 26,00, Size 22 Cells, Exception-Value = 1092.
*
   03 Label From WS-MENSAGEM, Line 46,50, Col 3,00, Size 42,00.
   03 PB-Volta-Exp, Push-Button, "&Voltar",
      Line 46,50, Col 49,00, Size 22 Cells,
      Self-Act,
      Exception-Value = 0230.
*
*
 Procedure Division.
 COPY "..\COPY\10000.MOD".
      When Chama-1015-Pressed Move "PROG1015" To WS-PROG-CHAMADO
      When Chama-1016-Pressed Move "PROG1016" To WS-PROG-CHAMADO
      When Chama-1017-Pressed Move "PROG1017" To WS-PROG-CHAMADO
      When Chama-1018-Pressed Move "PROG1018" To WS-PROG-CHAMADO
      When Chama-1019-Pressed Move "PROG1019" To WS-PROG-CHAMADO
      When Chama-1020-Pressed Move "PROG1020" To WS-PROG-CHAMADO
      When Chama-1021-Pressed Move "PROG1021" To WS-PROG-CHAMADO
      When Chama-1022-Pressed Move "PROG1022" To WS-PROG-CHAMADO
      When Chama-1023-Pressed Move "PROG1023" To WS-PROG-CHAMADO
      When Chama-1024-Pressed Move "PROG1024" To WS-PROG-CHAMADO
      When Chama-1025-Pressed Move "PROG1025" To WS-PROG-CHAMADO
      When Chama-1026-Pressed Move "PROG1026" To WS-PROG-CHAMADO
      When Chama-1027-Pressed Move "PROG1027" To WS-PROG-CHAMADO
      When Chama-1028-Pressed Move "PROG1028" To WS-PROG-CHAMADO
      When Chama-1029-Pressed Move "PROG1029" To WS-PROG-CHAMADO
      When Chama-1030-Pressed Move "PROG1030" To WS-PROG-CHAMADO
      When Chama-1031-Pressed Move "PROG1031" To WS-PROG-CHAMADO
      When Chama-1032-Pressed Move "PROG1032" To WS-PROG-CHAMADO
      When Chama-1033-Pressed Move "PROG1033" To WS-PROG-CHAMADO
      When Chama-1034-Pressed Move "PROG1034" To WS-PROG-CHAMADO
      When Chama-1035-Pressed Move "PROG1035" To WS-PROG-CHAMADO
      When Chama-1036-Pressed Move "PROG1036" To WS-PROG-CHAMADO
      When Chama-1037-Pressed Move "PROG1037" To WS-PROG-CHAMADO
      When Chama-1038-Pressed Move "PROG1038" To WS-PROG-CHAMADO
      When Chama-1039-Pressed Move "PROG1039" To WS-PROG-CHAMADO
      When Chama-1040-Pressed Move "PROG1040" To WS-PROG-CHAMADO
      When Chama-1041-Pressed Move "PROG1041" To WS-PROG-CHAMADO
      When Chama-1042-Pressed Move "PROG1042" To WS-PROG-CHAMADO
      When Chama-1043-Pressed Move "PROG1043" To WS-PROG-CHAMADO
      When Chama-1044-Pressed Move "PROG1044" To WS-PROG-CHAMADO
      When Chama-1045-Pressed Move "PROG1045" To WS-PROG-CHAMADO
      When Chama-1046-Pressed Move "PROG1046" To WS-PROG-CHAMADO
      When Chama-1047-Pressed Move "PROG1047" To WS-PROG-CHAMADO
      When Chama-1048-Pressed Move "PROG1048" To WS-PROG-CHAMADO
      When Chama-1049-Pressed Move "PROG1049" To WS-PROG-CHAMADO
      When Chama-1050-Pressed Move "PROG1050" To WS-PROG-CHAMADO
      When Chama-1051-Pressed Move "PROG1051" To WS-PROG-CHAMADO
      When Chama-1052-Pressed Move "PROG1052" To WS-PROG-CHAMADO
      When Chama-1053-Pressed Move "PROG1053" To WS-PROG-CHAMADO
      When Chama-1054-Pressed Move "PROG1054" To WS-PROG-CHAMADO
      When Chama-1055-Pressed Move "PROG1055" To WS-PROG-CHAMADO
      When Chama-1056-Pressed Move "PROG1056" To WS-PROG-CHAMADO
      When Chama-1057-Pressed Move "PROG1057" To WS-PROG-CHAMADO
      When Chama-1058-Pressed Move "PROG1058" To WS-PROG-CHAMADO
      When Chama-1059-Pressed Move "PROG1059" To WS-PROG-CHAMADO
      When Chama-1060-Pressed Move "PROG1060" To WS-PROG-CHAMADO
      When Chama-1061-Pressed Move "PROG1061" To WS-PROG-CHAMADO
      When Chama-1062-Pressed Move "PROG1062" To WS-PROG-CHAMADO
      When Chama-1063-Pressed Move "PROG1063" To WS-PROG-CHAMADO
      When Chama-1064-Pressed Move "PROG1064" To WS-PROG-CHAMADO
      When Chama-1065-Pressed Move "PROG1065" To WS-PROG-CHAMADO
      When Chama-1066-Pressed Move "PROG1066" To WS-PROG-CHAMADO
      When Chama-1067-Pressed Move "PROG1067" To WS-PROG-CHAMADO
      When Chama-1068-Pressed Move "PROG1068" To WS-PROG-CHAMADO
      When Chama-1069-Pressed Move "PROG1069" To WS-PROG-CHAMADO
      When Chama-1070-Pressed Move "PROG1070" To WS-PROG-CHAMADO
      When Chama-1071-Pressed Move "PROG1071" To WS-PROG-CHAMADO
      When Chama-1072-Pressed Move "PROG1072" To WS-PROG-CHAMADO
      When Chama-1073-Pressed Move "PROG1073" To WS-PROG-CHAMADO
      When Chama-1075-Pressed Move "PROG1075" To WS-PROG-CHAMADO
      When Chama-1076-Pressed Move "PROG1076" To WS-PROG-CHAMADO
      When Chama-1077-Pressed Move "PROG1077" To WS-PROG-CHAMADO
      When Chama-1078-Pressed Move "PROG1078" To WS-PROG-CHAMADO
      When Chama-1079-Pressed Move "PROG1079" To WS-PROG-CHAMADO
      When Chama-1080-Pressed Move "PROG1080" To WS-PROG-CHAMADO
      When Chama-1081-Pressed Move "PROG1081" To WS-PROG-CHAMADO
      When Chama-1082-Pressed Move "PROG1082" To WS-PROG-CHAMADO
      When Chama-1083-Pressed Move "PROG1083" To WS-PROG-CHAMADO
      When Chama-1089-Pressed Move "PROG1089" To WS-PROG-CHAMADO
      When Chama-1091-Pressed Move "PROG1091" To WS-PROG-CHAMADO
      When Chama-1092-Pressed Move "PROG1092" To WS-PROG-CHAMADO
      When Abre-Exped-Pressed
         Perform Mostra-Menu-Exped Thru Mostra-Menu-Exped-Exit
      When Abre-Gestao-Pressed
         Perform Mostra-Menu-Gestao Thru Mostra-Menu-Gestao-Exit
      When Other
         Move Spaces To WS-PROG-CHAMADO
   End-Evaluate
 Mostra-Menu-Exped-Exit.
   Exit.
*
*  Opened from the expedicao screen and back to it on Voltar.
 Mostra-Menu-Gestao.
   Move Spaces To WS-MENSAGEM
   Move "G" To WS-MENU-ATUAL
   Display Standard Graphical Window,
           Title "Recebimento / Compras / Gestao",
           Size 72, Lines 50, Background-Low
           Modeless,
           Handle Handle-TELA940G.
   Display Tela-Menu-Ger.
   Perform, With Test After, Until Volta-Exped-Pressed
      Accept Tela-Menu-Ger On Exception Continue
   End-Perform.
   Close Window Handle-TELA940G.
   Move "E" To WS-MENU-ATUAL
   Move Spaces To WS-MENSAGEM
   Display Tela-Menu-Exp.
 Mostra-Menu-Gestao-Exit.
   Exit.
*
*  All menu screens share this dispatch - messages land on the
*  screen the operator is actually looking at.
 Mostra-Menu-Atual.
   Evaluate True
      When Menu-Gestao-Aberto
         Display Tela-Menu-Ger
      When Menu-Exped-Aberto
         Display Tela-Menu-Exp
      When Other
         Display Tela-Menu
   End-Evaluate.
 Mostra-Menu-Atual-Exit.
   Exit.
*
