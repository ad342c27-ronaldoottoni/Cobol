   Move Spaces To ORDE-REGI
   Move OA-REGI(1:1978)  To ORDE-REGI(1:1978)
   Move OA-REGI(1979:76) To ORDE-REGI(1983:76)
   Move Zeros            To ORDE-ROMA ORDE-FAGR ORDE-PRAZ.
 Splice-Orde-Exit.
   Exit.
*
   Move Spaces To CLIENTE-REGI
   Move CA-REGI(1:156)  To CLIENTE-REGI(1:156)
   Move CA-REGI(157:33) To CLIENTE-REGI(164:33)
   Move Zeros           To CLI-LIMITE-CRED CLI-PRAZO.
 Splice-Cliente-Exit.
   Exit.
*
