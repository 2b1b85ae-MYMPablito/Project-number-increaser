000020 PROGRAM-ID. PRJSUMM.
000030*Programa por lotes de cierre de la cadena nocturna. Lee las
000040*salidas de los demas programas (PRJRPT-AAAAMMDD.OUT del dia,
000050*PRJRECON.OUT, PRJCHECK.OUT, PRJACK.OUT y, si existen,
000060*PRJGAP.OUT y PRJAGING.OUT) y arma una sola pagina de
000065*excepciones en PRJSUMM.OUT, con una severidad por hallazgo:
000070*huerfanos de la reconciliacion, inconsistencias del
000080*verificador, numeros publicados sin acuse, proyectos abiertos
000085*mas alla del umbral y salidas que faltan (fallas de archivo).
000100*Termina con codigo de retorno distinto de cero cuando algo
000110*requiere atencion, para que el calendarizador distinga una
000120*noche limpia de una mala y pueda avisar:
000380 77 WS-DRIFT-COUNT                   PIC 9(6) VALUE ZERO.
000390 77 WS-NOACK-COUNT                   PIC 9(6) VALUE ZERO.
000400 77 WS-GAP-COUNT                     PIC 9(6) VALUE ZERO.
000405 77 WS-LONG-OPEN-COUNT               PIC 9(6) VALUE ZERO.
000410 77 WS-COUNT-TEXT                    PIC X(6).
000420 77 WS-VALOR-HALLADO                 PIC X VALUE "N".
000430    88 VALOR-HALLADO                 VALUE "Y".
000610 PERFORM RevisaConsistencia.
000620 PERFORM RevisaAcuses.
000630 PERFORM RevisaBrechas.
000635 PERFORM RevisaAntiguedad.
000640
000650 MOVE SPACES TO RPT-LINE.
000660 IF NOT HAY-HALLAZGOS
002360         MOVE "Y" TO WS-VALOR-HALLADO
002370     END-IF
002380 END-IF.
002382 IF IN-LINE(1:32) = "Total abiertos sobre el umbral: "
002383     MOVE IN-LINE(33:6) TO WS-COUNT-TEXT
002384     IF WS-COUNT-TEXT IS NUMERIC
002385         MOVE WS-COUNT-TEXT TO WS-LONG-OPEN-COUNT
002386         MOVE "Y" TO WS-VALOR-HALLADO
002387     END-IF
002388 END-IF.
002390
002400 EscribeHallazgoAlta.
002410 ADD 1 TO WS-FINDING-COUNT.
002610 STRING "Hallazgo (severidad BAJA):"
002620     DELIMITED BY SIZE INTO RPT-LINE.
002630 WRITE RPT-LINE.
002640
002650*PRJAGING tampoco corre todas las noches; si su salida existe y
002660*trae proyectos activos abiertos mas alla del umbral, se reportan
002670*como informativos.
002680 RevisaAntiguedad.
002690 MOVE "PRJAGING.OUT" TO WS-IN-NAME.
002700 PERFORM BuscaValorEnArchivo.
002710 IF VALOR-HALLADO AND WS-LONG-OPEN-COUNT > ZERO
002720     PERFORM EscribeHallazgoBaja
002730     MOVE SPACES TO RPT-LINE
002740     STRING "  " WS-LONG-OPEN-COUNT " proyectos abiertos mas "
002750         "alla del umbral (PRJAGING)"
002760         DELIMITED BY SIZE INTO RPT-LINE
002770     WRITE RPT-LINE
002780 END-IF.
