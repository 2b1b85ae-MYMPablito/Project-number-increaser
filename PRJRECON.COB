000450    88 LIVE-TABLE-FULL               VALUE "Y".
000460 01  WS-LIVE-TABLE.
000470     05  WS-LIVE-ENTRY OCCURS 5000 TIMES.
000480         10  WS-LIVE-NUMBER          PIC X(22).
000490         10  WS-LIVE-OPERATOR        PIC X(8).
000500         10  WS-LIVE-TIMESTAMP       PIC X(21).
000510
001520     CLOSE PRJ-MASTER-FILE
001530 END-IF.
001540
001550*El renglon cabe en RPT-LINE PIC X(80) (la hora va sin la
001555*diferencia con GMT); si se alargan los literales hay que volver
001560*a sumar los anchos.
001570 ReportaHuerfano.
001580 ADD 1 TO WS-ORPHAN-COUNT.
001590 MOVE SPACES TO RPT-LINE.
001600 STRING "Sin maestro: " WS-LIVE-NUMBER(WS-LIVE-IX)
001610     " emitido por " WS-LIVE-OPERATOR(WS-LIVE-IX)
001620     " el " WS-LIVE-TIMESTAMP(WS-LIVE-IX)(1:16)
001630     DELIMITED BY SIZE INTO RPT-LINE.
001640 WRITE RPT-LINE.
001630
