000020 PROGRAM-ID. PRJAUDSUM.
000030*Subprograma de calculo del verificador encadenado de la
000040*bitacora de auditoria. Recibe el contenido del registro (sus
000050*primeros 140 bytes, todo menos el propio verificador) y el
000060*verificador del registro anterior, y regresa el verificador
000070*del registro nuevo. Lo usan PRJAUDWR al escribir y PRJAUDVER
000080*al verificar, para que el algoritmo viva en un solo lugar.
000180 77 WS-VAL                           PIC 9(18) VALUE ZERO.
000190 77 WS-IX                            PIC 9(4) VALUE ZERO.
000200 LINKAGE SECTION.
000210 01  LNK-CONTENT                     PIC X(140).
000220 01  LNK-PREV-CHECK                  PIC 9(9).
000230 01  LNK-CHECK-VALUE                 PIC 9(9).
000240
000260     USING LNK-CONTENT LNK-PREV-CHECK LNK-CHECK-VALUE.
000270 PRJAUDSUM-Main.
000280 MOVE LNK-PREV-CHECK TO WS-VAL.
000290 PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 140
000300     COMPUTE WS-VAL = FUNCTION MOD(WS-VAL * 31
000310         + FUNCTION ORD(LNK-CONTENT(WS-IX:1)), 999999937)
000320 END-PERFORM.
