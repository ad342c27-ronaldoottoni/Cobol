*
   Copy "..\COPY\ORDE.SL".
   Copy "..\COPY\ROMREL.SL".
   Copy "..\COPY\CLIENTE.SL".
   Copy "..\COPY\MDFE.SL".
*
 Data Division.
 File Section.
$XFD FILE=ORDE
   Copy "..\COPY\ORDE.FD".
   Copy "..\COPY\ROMREL.FD".
$XFD FILE=CLIENTE
   Copy "..\COPY\CLIENTE.FD".
$XFD FILE=MDFE
   Copy "..\COPY\MDFE.FD".
*
 Working-Storage Section.
*
*  aborted - writes the divergence list to CONFER.REL. The
*  scanner types into the console like a keyboard: bip, Enter,
*  next volume; 0 asks to close, 999999 aborts.
*
*  Counting right is not enough to let the truck go: the cargo
*  manifest must be out too. Every order's unloading UF (the
*  client's) needs its MDF-e for this romaneio in MDFE.DAT,
*  authorized by the SEFAZ - PROG1040 writes them. Without it the
*  close is refused and the conference stays open.
*
 01  Stat-ORDE           PIC X(002).
     88 Valido-ORDE      Value "00" THRU "09".
 01  Stat-ROMREL         PIC X(002).
     88 Valido-ROMREL    Value "00" THRU "09".
 01  PATHROMREL          PIC X(060).
 01  Stat-CLIENTE        PIC X(002).
     88 Valido-CLIENTE   Value "00" THRU "09".
 01  PATHCLIENTE         PIC X(060).
 01  Stat-MDFE           PIC X(002).
     88 Valido-MDFE      Value "00" THRU "09".
 01  PATHMDFE            PIC X(060).
 01  WS-MDFE-OK          PIC X(001) VALUE "N".
     88 Manifesto-Liberado Value "S".
 01  WS-MDFE-SITU        PIC X(020).
*
 01  WS-ROMANEIO         PIC 9(006) VALUE ZEROS.
 01  WS-BIP              PIC 9(006) VALUE ZEROS.
 01  WS-CARGA-TAB.
     03 WS-CARGA occurs 50 times.
        05 WS-CG-NUME     PIC S9(006) COMP-5.
        05 WS-CG-CLIE     PIC S9(004) COMP-5.
        05 WS-CG-ESPERADO PIC 9(004).
        05 WS-CG-LIDO     PIC 9(004).
 01  WS-QTD-CARGA        PIC 9(002) COMP-X VALUE ZEROS.
   Perform Grava-Divergencias Thru Grava-Divergencias-Exit
   If Carga-Confere
      Display "CARGA CONFERIDA - contagens batem em todos os"
              " pedidos e o MDF-e esta autorizado."
   Else
      Display "CONFERENCIA ABORTADA - veja 'CONFER.REL'."
   End-if
         End-Perform
         Add 1 To WS-QTD-CARGA
         Move ORDE-NUME  To WS-CG-NUME(WS-QTD-CARGA)
         Move ORDE-CLIE  To WS-CG-CLIE(WS-QTD-CARGA)
         Move WS-VOLUMES To WS-CG-ESPERADO(WS-QTD-CARGA)
         Move Zeros      To WS-CG-LIDO(WS-QTD-CARGA)
      End-if
      Display "  PENDENTE: " WS-QTD-EXTRAS
              " pedido(s) extra(s) bipado(s)."
   End-if
   If WS-PENDENTES = Zeros
      Perform Verifica-Manifesto Thru Verifica-Manifesto-Exit
      If Not Manifesto-Liberado
         Add 1 To WS-PENDENTES
      End-if
   End-if
   If WS-PENDENTES = Zeros
      Move "S" To WS-FECHA-OK
   Else
   End-if.
 Tenta-Fechar-Exit.
   Exit.
*
*  One authorized (or already closing) MDF-e per unloading UF of
*  the romaneio; the first order whose UF lacks one holds the
*  truck.
 Verifica-Manifesto.
   Move "N" To WS-MDFE-OK
   Move Spaces to PathMDFE.
   String Lk-Unidade        Delimited By Size
          "\DADOS\MDFE.DAT" Delimited By Size
          Into PathMDFE
   End-String.
   Open Input MDFE
   If Not Valido-MDFE
      Display "  PENDENTE  caminhao retido: nenhum MDF-e na filial"
              " - rode o MDFE (PROG1040)."
      Go To Verifica-Manifesto-Exit
   End-if
   Move Spaces to PathCLIENTE.
   String Lk-Unidade           Delimited By Size
          "\DADOS\CLIENTE.DAT" Delimited By Size
          Into PathCLIENTE
   End-String.
   Open Input CLIENTE
   If Not Valido-CLIENTE
      Display "erro CLIENTE " Stat-CLIENTE
      Close MDFE
      Go To Verifica-Manifesto-Exit
   End-if
   Move "S" To WS-MDFE-OK
   Perform Varying WS-CG-IDX From 1 By 1
             Until WS-CG-IDX > WS-QTD-CARGA Or Not Manifesto-Liberado
      Move WS-CG-CLIE(WS-CG-IDX) To CLI-CODIGO
      Read CLIENTE
         Invalid Key Move Spaces To CLI-UF
      End-Read
      Move WS-ROMANEIO To MF-ROMANEIO
      Move CLI-UF      To MF-UF-FIM
      Move "inexistente" To WS-MDFE-SITU
      Read MDFE
         Invalid Key Continue
      End-Read
      If Valido-MDFE
         Evaluate True
            When MDFe-Liberado
               Continue
            When MDFe-Gerado
               Move "sem retorno" To WS-MDFE-SITU
            When Other
               Move "rejeitado" To WS-MDFE-SITU
         End-Evaluate
      End-if
      If Not Valido-MDFE Or Not MDFe-Liberado
         Move "N" To WS-MDFE-OK
         Move WS-CG-NUME(WS-CG-IDX) To WS-NUME-ED
         Display "  PENDENTE  caminhao retido: MDF-e da UF " CLI-UF
                 " " WS-MDFE-SITU " (pedido " WS-NUME-ED ")"
         Display "            - rode o MDFE (PROG1040)."
      End-if
   End-Perform
   Close CLIENTE
   Close MDFE.
 Verifica-Manifesto-Exit.
   Exit.
*
 Grava-Divergencias.
   Move Spaces to PathROMREL.
      End-if
      Write ROMREL-REGI
   End-Perform
   Move Spaces To ROMREL-REGI
   If Manifesto-Liberado
      Move "MDF-E AUTORIZADO - CAMINHAO LIBERADO" To ROMREL-REGI
   Else
      Move "MDF-E PENDENTE - CAMINHAO RETIDO" To ROMREL-REGI
   End-if
   Write ROMREL-REGI
   Perform Varying WS-EX-IDX From 1 By 1
             Until WS-EX-IDX > WS-QTD-EXTRAS
      Move WS-EX-NUME(WS-EX-IDX) To WS-NUME-ED
