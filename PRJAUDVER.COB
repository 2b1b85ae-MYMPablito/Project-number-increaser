000510 77 WS-EXPECTED-SEQ                  PIC 9(9) VALUE 1.
000520 77 WS-PREV-CHECK                    PIC 9(9) VALUE ZERO.
000530 77 WS-CHECK-VALUE                   PIC 9(9) VALUE ZERO.
000540 77 WS-CONTENIDO                     PIC X(140).
000550 77 WS-LAST-SEQ                      PIC 9(9) VALUE ZERO.
000560 77 WS-LAST-CHECK                    PIC 9(9) VALUE ZERO.
000570 77 WS-PREV-ANCHOR-SEQ               PIC 9(9) VALUE ZERO.
001300         DELIMITED BY SIZE INTO RPT-LINE
001310     WRITE RPT-LINE
001320 END-IF.
001330 MOVE AUD-RECORD(1:140) TO WS-CONTENIDO.
001340 CALL "PRJAUDSUM" USING WS-CONTENIDO WS-PREV-CHECK
001350     WS-CHECK-VALUE.
001360 IF WS-CHECK-VALUE NOT = AUD-CHECK-VALUE
