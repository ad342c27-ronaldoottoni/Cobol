 01  WS-DATA-SISTEMA     PIC 9(008).
 01  WS-HORA-SISTEMA     PIC 9(008).
 01  WS-AU-TEXTO         PIC X(040).
*
*  MONTHEND.BAT runs the close with nobody signed on through the
*  menu: the operator names themself here and CHKSENHA applies
*  the menu's sign-on check against USUARIOS.DAT; the permission
*  below is then asked of that name - the close never goes
*  unsigned.
 01  WS-QTD-PARAMETROS   PIC 9(002) COMP-X VALUE ZEROS.
 01  WS-LOGIN-OPER       PIC X(008) VALUE SPACES.
 01  WS-LOGIN-SENHA      PIC X(010) VALUE SPACES.
 01  WS-LOGIN-RESULTADO  PIC X(001).
 01  WS-LOGIN-NOME       PIC X(020).
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*  Optional: the competence to close (AAAAMM) - passed by
*  MONTHEND.BAT once every step before the close has succeeded.
*  Only referenced when C$NARG says the caller supplied it; with
*  it there is no option to ask, only F.
 01 Lk-Competencia     Pic 9(006).
*
 Procedure Division Using LK-Linkage, Lk-Competencia.
*
 Inicio.
   Call "C$NARG" Using WS-QTD-PARAMETROS
   If WS-QTD-PARAMETROS > 1
      Move Lk-Competencia To WS-COMP-PEDIDA
   End-if
   If Operador-Nao-Assinado And WS-COMP-PEDIDA > Zeros
      Perform Identifica-Operador Thru Identifica-Operador-Exit
   End-if
   Perform Verifica-Permissao Thru Verifica-Permissao-Exit
   If Not Operador-Permitido
      Display "Operador sem permissao para fechamento de"
              " competencia - assine pelo menu (PROG940)."
      Move 1 To Return-Code
      Exit Program
   End-if
   Accept WS-DATA-SISTEMA From Date YYYYMMDD.
   Display "Competencia fechada atual: " WS-ATUAL
           " (zero = nada fechado)"

   If WS-COMP-PEDIDA > Zeros
      Move "F" To WS-OPCAO
   Else
      Display "Opcao (F=fecha R=reabre): " With No Advancing
      Accept WS-OPCAO
      Display "Competencia (AAAAMM)....: " With No Advancing
      Accept WS-COMP-PEDIDA
   End-if
   If WS-COMP-PEDIDA = Zeros
      Display "Competencia obrigatoria."
      Exit Program
   Open Output FECHCOMP
   If Not Valido-FECHCOMP
      Display "erro FECHCOMP " Stat-FECHCOMP
      Move 1 To Return-Code
      Exit Program
   End-if
   Move Spaces          To FECHCOMP-REGI
   Close USUARIOS.
 Verifica-Permissao-Exit.
   Exit.
*
 Identifica-Operador.
   Display "Operador...: " With No Advancing
   Accept WS-LOGIN-OPER
   Display "Senha......: " With No Advancing
   Accept WS-LOGIN-SENHA
   Move "N" To WS-LOGIN-RESULTADO
   Call "CHKSENHA" Using WS-LOGIN-OPER WS-LOGIN-SENHA
                         WS-LOGIN-RESULTADO WS-LOGIN-NOME
      On Exception Continue
   End-Call
   Evaluate WS-LOGIN-RESULTADO
      When "L"
         Move WS-LOGIN-OPER To Oper-Codigo
         Move WS-LOGIN-NOME To Oper-Nome
      When "B"
         Display "Conta bloqueada - procure o administrador."
      When Other
         Display "Operador/senha invalidos."
   End-Evaluate.
 Identifica-Operador-Exit.
   Exit.
