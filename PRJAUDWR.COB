000270 77 WS-NEXT-SEQ                      PIC 9(9) VALUE ZERO.
000272 77 WS-PREV-CHECK                    PIC 9(9) VALUE ZERO.
000274 77 WS-CHECK-VALUE                   PIC 9(9) VALUE ZERO.
000276 77 WS-CONTENIDO                     PIC X(140).
000277 77 WS-INTENTOS                      PIC 9(2) VALUE ZERO.
000278 77 WS-ESCRITO                       PIC X VALUE "N".
000279    88 REGISTRO-ESCRITO              VALUE "Y".
000280 LINKAGE SECTION.
000290 01  LNK-OPERATOR-ID                 PIC X(8).
000300 01  LNK-TIMESTAMP                   PIC X(21).
000310 01  LNK-OLD-VALUE                   PIC X(22).
000320 01  LNK-NEW-VALUE                   PIC X(22).
000330 01  LNK-ACTION                      PIC X(6).
000340 01  LNK-REASON                      PIC X(30).
000350 01  LNK-PROJECT-NO                  PIC X(22).
000360
000370 PROCEDURE   DIVISION
000380     USING LNK-OPERATOR-ID LNK-TIMESTAMP LNK-OLD-VALUE
000734 MOVE LNK-ACTION TO AUD-ACTION.
000736 MOVE LNK-REASON TO AUD-REASON.
000738*El verificador se calcula sobre el contenido del registro (sus
000740*primeros 140 bytes) encadenado con el del registro anterior.
000742 MOVE AUD-RECORD(1:140) TO WS-CONTENIDO.
000744 CALL "PRJAUDSUM" USING WS-CONTENIDO WS-PREV-CHECK
000746     WS-CHECK-VALUE.
000748 MOVE WS-CHECK-VALUE TO AUD-CHECK-VALUE.
