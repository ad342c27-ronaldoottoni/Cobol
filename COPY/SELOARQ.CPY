*****************************************************************
* COPY.....: SELOARQ.CPY
* FUNCAO...: Parameter block of SELOARQ, the integrity seal of
*            the interface files. SA-GERAR writes <arquivo>.SEL
*            next to a file just produced (or just received):
*            record count, the caller's control total and a MAC
*            keyed with the CRYPTO key in force (GETCHAVE).
*            SA-VERIFICAR recomputes it all and says whether the
*            file is still the one sealed. Every call is logged
*            in <unidade>\DADOS\SELO.LOG.
* ALTERACAO:
*   15/10/2026 RO  Criacao.
*****************************************************************
 01  SA-PARM.
*    In.
     03 SA-OPERACAO          PIC X(001).
        88 SA-Gerar          Value "G".
        88 SA-Verificar      Value "V".
     03 SA-UNIDADE           PIC X(003).
     03 SA-ARQUIVO           PIC X(060).
     03 SA-PROGRAMA          PIC X(008).
*    In on SA-GERAR (zero = no business total for this file);
*    out on SA-VERIFICAR, as the seal recorded it.
     03 SA-TOTAL             PIC S9(013)V99 COMP-3.
*    Out.
     03 SA-REGISTROS         PIC 9(009).
     03 SA-VERSAO            PIC 9(003).
     03 SA-DATA-SELO         PIC X(008).
     03 SA-HORA-SELO         PIC X(006).
     03 SA-RESULTADO         PIC X(001).
        88 SA-Selo-Confere   Value "S".
        88 SA-Selo-Diverge   Value "D".
        88 SA-Sem-Selo       Value "A".
        88 SA-Sem-Arquivo    Value "F".
        88 SA-Sem-Chave      Value "K".
        88 SA-Erro-Gravacao  Value "E".
