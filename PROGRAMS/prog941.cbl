 01 WS-P959-DIGITADO   PIC X(001) VALUE "N".
 01 WS-PCRED-DIGITADO  PIC X(001) VALUE "N".
 01 WS-PAPRV-DIGITADO  PIC X(001) VALUE "N".
 01 WS-PDOC-DIGITADO   PIC X(001) VALUE "N".
*
 01 WS-DATA-SISTEMA    PIC 9(008).
 01 WS-HORA-SISTEMA    PIC 9(008).
   03 WS-PAPRV-DIGITADO, Entry-Field,
      Line 12,00, Col 46,00, Size 01,00,
      Using WS-PAPRV-DIGITADO.
   03 Label "Liber.document:", Line 13,00, Col 5,00.
   03 WS-PDOC-DIGITADO, Entry-Field,
      Line 13,00, Col 23,00, Size 01,00,
      Using WS-PDOC-DIGITADO.
*
   03 Label From WS-MENSAGEM, Line 14,00, Col 3,00, Size 60,00.
*
   03 PB-Incluir, Push-Button, "&Incluir",
      Line 15,00, Col 8,00, Size 15 Cells,
      Move US-P959  To WS-P959-DIGITADO
      Move US-PCRED To WS-PCRED-DIGITADO
      Move US-PAPRV To WS-PAPRV-DIGITADO
      Move US-PDOC  To WS-PDOC-DIGITADO
      Move "Operador encontrado." To WS-MENSAGEM
   Else
      Move "Operador nao cadastrado - use Incluir." To WS-MENSAGEM
   Move WS-P959-DIGITADO     To US-P959
   Move WS-PCRED-DIGITADO    To US-PCRED
   Move WS-PAPRV-DIGITADO    To US-PAPRV
   Move WS-PDOC-DIGITADO     To US-PDOC
   Move WS-DATA-SISTEMA      To US-DTIN
   Move WS-HORA-SISTEMA      To US-HRIN
   Move WS-DATA-SISTEMA      To US-DTAL
      Move WS-P959-DIGITADO     To US-P959
      Move WS-PCRED-DIGITADO    To US-PCRED
      Move WS-PAPRV-DIGITADO    To US-PAPRV
      Move WS-PDOC-DIGITADO     To US-PDOC
      Move WS-DATA-SISTEMA      To US-DTAL
      Move WS-HORA-SISTEMA      To US-HRAL
      Rewrite USUARIOS-REGI
   Move "A"    To WS-SITU-DIGITADO
   Move "N"    To WS-P949-DIGITADO WS-P950-DIGITADO WS-P951-DIGITADO
                  WS-PCRED-DIGITADO WS-PAPRV-DIGITADO
                  WS-PDOC-DIGITADO
                  WS-P953-DIGITADO WS-P954-DIGITADO WS-P959-DIGITADO
   Display Tela-Manutencao.
 Limpa-Campos-Exit.
