*
 01  WS-MES-DIGITADO     PIC 9(006) VALUE ZEROS.
 01  WS-MES-ALFA REDEFINES WS-MES-DIGITADO PIC X(006).
 01  WS-QTD-PARAMETROS   PIC 9(002) COMP-X VALUE ZEROS.
*
*  One group per UF - 27 estados plus the blank bucket for orders
*  whose client is missing from the master.
*
 Linkage Section.
 Copy "..\copy\linkage.cpy".
*  Optional: the competence (AAAAMM) - passed by MONTHEND.BAT,
*  which runs the month with nobody at the console. Only
*  referenced when C$NARG says the caller supplied it.
 01 Lk-Competencia     Pic 9(006).
*
 Procedure Division Using LK-Linkage, Lk-Competencia.
*
 Inicio.
   Call "C$NARG" Using WS-QTD-PARAMETROS
   If WS-QTD-PARAMETROS > 1
      Move Lk-Competencia To WS-MES-DIGITADO
   Else
      Display "Mes a apurar (AAAAMM)...: " With No Advancing
      Accept WS-MES-DIGITADO
   End-if
   If WS-MES-DIGITADO = Zeros
      Display "Mes nao informado - nada apurado."
      Exit Program
   Open Input ORDE
   If Not Valido-ORDE
      Display "erro ORDE " Stat-ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.

   If Not Valido-CLIENTE
      Display "erro CLIENTE " Stat-CLIENTE
      Close ORDE
      Move 1 To Return-Code
      Exit Program
   End-if.

      Display "erro TRANSP " Stat-TRANSP
      Close ORDE
      Close CLIENTE
      Move 1 To Return-Code
      Exit Program
   End-if.

      Close ORDE
      Close CLIENTE
      Close TRANSP
      Move 1 To Return-Code
      Exit Program
   End-if.

   Move WS-ROTA-PEDIDO To CF-ROTA
   Move ORDE-EMIS(1:8) To CF-VIGENCIA
   Move ORDE-LIQU      To CF-PESO
   Move Zeros          To CF-EIXOS
   Move ORDE-NUME      To CF-NUME
   Move Zeros          To CF-PROPOSTA
   Call "CALCFRET" Using CF-PARM
   If Not CF-Tarifa-Achada
      Move "S" To WS-DIVERGIU
