000090*reporta todo numero publicado que siga sin acuse despues del
000100*periodo de gracia, para que una emision que nunca llego a
000110*facturacion se detecte al dia siguiente y no semanas despues.
000112*Un traspaso a otra serie (XFER) se publica con el numero nuevo
000114*y necesita su propio acuse, como cualquier otra accion; en el
000116*reporte lleva ademas el numero viejo.
000120*
000130*El periodo de gracia en dias se toma de PARMFILE.DAT con la
000140*clave "ACKDAYS "; a falta del parametro se usan 2 dias.
000620    88 ACK-TABLE-FULL                VALUE "Y".
000630 01  WS-ACK-TABLE.
000640     05  WS-ACK-ENTRY OCCURS 5000 TIMES.
000642         10  WS-ACK-NUMBER           PIC X(22).
000644         10  WS-ACK-ACTION           PIC X(6).
000650
000660 PROCEDURE   DIVISION.
001670             " publicado el " OUT-TIMESTAMP(1:8)
001680             DELIMITED BY SIZE INTO RPT-LINE
001690         WRITE RPT-LINE
001692         IF OUT-ACTION = "XFER  "
001694             MOVE SPACES TO RPT-LINE
001696             STRING "   (traspaso de " OUT-RELATED-NO ")"
001697                 DELIMITED BY SIZE INTO RPT-LINE
001698             WRITE RPT-LINE
001699         END-IF
001700     END-IF
001710 END-IF.
001720
