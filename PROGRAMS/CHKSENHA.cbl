*CONFERE OPERADOR E SENHA CONTRA USUARIOS.DAT, CHAMAVEL
 Identification Division.
 Program-Id. CHKSENHA.
 Author. RONALDO OTTONI.
 Environment Division.
 Configuration Section.
 Special-Names. Decimal-Point is comma.
 Input-Output Section.
 File-Control.
*
   Copy "..\COPY\USUARIOS.SL".
*
 Data Division.
 File Section.
$XFD FILE=USUARIOS
   Copy "..\COPY\USUARIOS.FD".
*
 Working-Storage Section.
*
*  The sign-on check, callable the way CHKDOC is, for a program
*  run outside the menu that still needs a named operator: the
*  code and password are looked up in USUARIOS.DAT and US-SENHA
*  deciphered under its key version (GETCHAVE), exactly as the
*  menu's sign-on does. An active account whose password matches
*  answers liberado with its name in LK-NOME; a blocked account
*  answers bloqueado; anything else - unknown code, wrong
*  password, inactive, unreadable file or key - answers recusado.
*  Failed attempts are counted by the menu's sign-on only.
*
 01  Stat-USUARIOS       PIC X(002).
     88 Valido-USUARIOS  Value "00" THRU "09".
 01  PATHUSUARIOS        PIC X(060)
     VALUE "..\DADOS\USUARIOS.DAT".
*
 01  WS-SENHA-ABERTA     PIC X(010).
 01  WS-DB-CHAVE         PIC X(008) VALUE "R0N944KY".
 01  WS-CRY-BUFFER       PIC X(100).
 01  WS-CRY-BUFFER-BYTE REDEFINES WS-CRY-BUFFER
                        PIC 9(02) COMP-X OCCURS 100.
 01  WS-CRY-CHAVE        PIC X(016).
 01  WS-CRY-TAMANHO      PIC 9(03) COMP-X.
 01  WS-CRY-OPERACAO     PIC X(001).
 01  WS-CRY-IDX          PIC 9(002) COMP-X.
 01  WS-CHAVE-VERSAO     PIC 9(003).
 01  WS-CHAVE-ACHADA     PIC X(001).
*
 Linkage Section.
 01  LK-OPERADOR         PIC X(008).
 01  LK-SENHA            PIC X(010).
 01  LK-RESULTADO        PIC X(001).
     88 Senha-Liberada   Value "L".
     88 Conta-Bloqueada  Value "B".
     88 Senha-Recusada   Value "N".
 01  LK-NOME             PIC X(020).
*
 Procedure Division Using LK-OPERADOR LK-SENHA
                          LK-RESULTADO LK-NOME.
*
 Inicio.
   Move "N"    To LK-RESULTADO
   Move Spaces To LK-NOME
   Open Input USUARIOS
   If Not Valido-USUARIOS
      Exit Program
   End-if
   Move LK-OPERADOR To US-CODIGO
   Read USUARIOS
      Invalid Key Continue
   End-Read
   If Valido-USUARIOS
      If Usuario-Bloqueado
         Move "B" To LK-RESULTADO
      Else
         If Usuario-Ativo
            Perform Confere-Senha Thru Confere-Senha-Exit
         End-if
      End-if
   End-if
   Close USUARIOS
   Exit Program.
*
*  US-SENHA-TAM zero is a row from before the encipherment, still
*  holding the password as keyed.
 Confere-Senha.
   If US-SENHA-TAM = Zeros
      If US-SENHA = LK-SENHA
         Move "L"     To LK-RESULTADO
         Move US-NOME To LK-NOME
      End-if
      Go To Confere-Senha-Exit
   End-if
   Move US-SENHA-TAM To WS-CRY-TAMANHO
   Move Spaces       To WS-CRY-BUFFER
   Perform Varying WS-CRY-IDX From 1 By 1
           Until WS-CRY-IDX > US-SENHA-TAM
      Move US-SENHA-BYTE(WS-CRY-IDX)
        To WS-CRY-BUFFER-BYTE(WS-CRY-IDX)
   End-Perform
   If US-CHAVE-VER = Zeros
      Move Spaces      To WS-CRY-CHAVE
      Move WS-DB-CHAVE To WS-CRY-CHAVE(1:8)
   Else
      Move US-CHAVE-VER To WS-CHAVE-VERSAO
      Move "N"          To WS-CHAVE-ACHADA
      Call "GETCHAVE" Using WS-CHAVE-VERSAO WS-CRY-CHAVE
                            WS-CHAVE-ACHADA
      If WS-CHAVE-ACHADA Not = "S"
         Go To Confere-Senha-Exit
      End-if
   End-if
   Move "D"            To WS-CRY-OPERACAO
   Call "CRYPTO" Using WS-CRY-BUFFER WS-CRY-TAMANHO WS-CRY-OPERACAO
                        WS-CRY-CHAVE
   Move Spaces To WS-SENHA-ABERTA
   Move WS-CRY-BUFFER(1:US-SENHA-TAM)
     To WS-SENHA-ABERTA(1:US-SENHA-TAM)
   If WS-SENHA-ABERTA = LK-SENHA
      Move "L"     To LK-RESULTADO
      Move US-NOME To LK-NOME
   End-if.
 Confere-Senha-Exit.
   Exit.
