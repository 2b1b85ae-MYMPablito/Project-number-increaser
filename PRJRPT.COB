000030*(AUDFILE.DAT) y arma, para cada dia a reportar, un resumen de
000030*los numeros de proyecto emitidos: total, primero, ultimo,
000030*desglose por serie y cantidad por operador, en un archivo
000030*PRJRPT-AAAAMMDD.OUT por dia. Los subproyectos emitidos bajo un
000030*padre (PRJ-SSS-YYYY-NNNNNN-HH) se cuentan aparte, en su propio
000030*total; el total, el primero/ultimo y los desgloses por serie y
000030*por operador siguen siendo de proyectos de primer nivel.
000030*
000031*El rango de dias sale del control de corridas (RUNCTL.DAT, ver
000032*RUNREC): se reprocesa cada fecha entre la ultima corrida
000230    88 END-OF-AUDIT                  VALUE "Y".
000240 77 WS-RUN-DATE                      PIC X(8).
000250 77 WS-TOTAL-ISSUED                  PIC 9(6) VALUE ZERO.
000255 77 WS-TOTAL-SUBPROJ                 PIC 9(6) VALUE ZERO.
000260 77 WS-FIRST-NUMBER                  PIC X(19) VALUE SPACES.
000270 77 WS-LAST-NUMBER                   PIC X(19) VALUE SPACES.
000280 77 WS-OP-IX                         PIC 9(4) VALUE ZERO.
000354 77 WS-UNDONE-FOUND                   PIC X VALUE "N".
000355    88 UNDONE-NUMBER-FOUND            VALUE "Y".
000356 01  WS-UNDONE-TABLE.
000357     05  WS-UNDONE-NUMBER OCCURS 50 TIMES PIC X(22).
000358 77 WS-OP-TABLE-FULL                  PIC X VALUE "N".
000359    88 OPERATOR-TABLE-FULL            VALUE "Y".
000360 77 WS-UNDONE-TABLE-FULL              PIC X VALUE "N".
000361    88 UNDONE-TABLE-FULL              VALUE "Y".
000362*Desglose por serie de departamento (PRJ-SSS-YYYY-NNNNNN): cada
000363*serie lleva su propio total, primer y ultimo numero del dia, y
000363*se acompana del departamento que le da la tabla de series
000363*(SERFILE.DAT); una serie retirada sigue apareciendo con los
000363*numeros que haya tenido, marcada como retirada.
000364 77 WS-SER-IX                         PIC 9(4) VALUE ZERO.
000365 77 WS-SER-COUNT-USED                 PIC 9(4) VALUE ZERO.
000366 77 WS-SER-FOUND                      PIC X VALUE "N".
000367    88 SERIES-FOUND                   VALUE "Y".
000368 01  WS-SERIES-TABLE.
000369     05  WS-SERIES-ENTRY OCCURS 50 TIMES.
000370         10  WS-SER-CODE             PIC X(3).
000371         10  WS-SER-TOTAL            PIC 9(6).
000372         10  WS-SER-FIRST            PIC X(19).
000373         10  WS-SER-LAST             PIC X(19).
000374    COPY PNFMT.
000374    COPY SERREC.
000374 77 WS-SERIE-RESULTADO                PIC X.
000374    88 SERIE-RETIRADA                 VALUE "R".
000374    88 SERIE-DESCONOCIDA              VALUE "N" "E".
000375
000370 PROCEDURE   DIVISION.
000380 PRJRPT-Main.
000565 ReiniciaAcumuladores.
000566 MOVE "N" TO WS-EOF.
000567 MOVE ZERO TO WS-TOTAL-ISSUED.
000567 MOVE ZERO TO WS-TOTAL-SUBPROJ.
000568 MOVE SPACES TO WS-FIRST-NUMBER.
000569 MOVE SPACES TO WS-LAST-NUMBER.
000570 MOVE ZERO TO WS-OP-COUNT-USED.
000600 IF AUD-ACTION = "ISSUE " AND AUD-TIMESTAMP(1:8) = WS-RUN-DATE
000601     PERFORM BuscaDeshecho
000602     IF NOT UNDONE-NUMBER-FOUND
000604         IF AUD-NEW-VALUE(20:1) = "-"
000606             ADD 1 TO WS-TOTAL-SUBPROJ
000608         ELSE
000610             ADD 1 TO WS-TOTAL-ISSUED
000620             IF WS-FIRST-NUMBER = SPACES
000630                 MOVE AUD-NEW-VALUE TO WS-FIRST-NUMBER
000640             END-IF
000650             MOVE AUD-NEW-VALUE TO WS-LAST-NUMBER
000660             PERFORM AcumulaOperador
000665             PERFORM AcumulaSerie
000667         END-IF
000603     END-IF
000670 END-IF.
000680
000853         MOVE "Y" TO WS-SER-FOUND
000854     END-IF
000855 END-PERFORM.
000856 IF NOT SERIES-FOUND AND WS-SER-COUNT-USED < 50
000857     ADD 1 TO WS-SER-COUNT-USED
000858     MOVE WS-SER-COUNT-USED TO WS-SER-IX
000859     MOVE PNF-SERIES TO WS-SER-CODE(WS-SER-IX)
000990 STRING "Ultimo numero: " WS-LAST-NUMBER
001000     DELIMITED BY SIZE INTO RPT-LINE.
001010 WRITE RPT-LINE.
001010 MOVE SPACES TO RPT-LINE.
001010 STRING "Total subproyectos emitidos: " WS-TOTAL-SUBPROJ
001010     DELIMITED BY SIZE INTO RPT-LINE.
001010 WRITE RPT-LINE.
001011 MOVE SPACES TO RPT-LINE.
001012 STRING "Por serie:" DELIMITED BY SIZE INTO RPT-LINE.
001013 WRITE RPT-LINE.
001019         WS-SER-FIRST(WS-SER-IX) " a " WS-SER-LAST(WS-SER-IX)
001020         DELIMITED BY SIZE INTO RPT-LINE
001021     WRITE RPT-LINE
001021     PERFORM EscribeDepartamento
001022 END-PERFORM.
001020 MOVE SPACES TO RPT-LINE.
001030 STRING "Por operador:" DELIMITED BY SIZE INTO RPT-LINE.
001090         DELIMITED BY SIZE INTO RPT-LINE
001100     WRITE RPT-LINE
001110 END-PERFORM.
001111
001112*Debajo del renglon de cada serie va el departamento que le da
001113*la tabla de series, y si la serie ya se retiro se aclara, para
001114*que no parezca un error ver numeros de una serie que ya no
001115*emite.
001116 EscribeDepartamento.
001117 MOVE SPACES TO SER-RECORD.
001118 MOVE WS-SER-CODE(WS-SER-IX) TO SER-CODE.
001119 CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO.
001120 MOVE SPACES TO RPT-LINE.
001121 IF SERIE-DESCONOCIDA
001122     STRING "       Departamento: (serie no registrada)"
001123         DELIMITED BY SIZE INTO RPT-LINE
001124 ELSE
001125     IF SERIE-RETIRADA
001126         STRING "       Departamento: " SER-DEPT-NAME
001127             " (serie retirada)"
001128             DELIMITED BY SIZE INTO RPT-LINE
001129     ELSE
001130         STRING "       Departamento: " SER-DEPT-NAME
001131             DELIMITED BY SIZE INTO RPT-LINE
001132     END-IF
001133 END-IF.
001134 WRITE RPT-LINE.
