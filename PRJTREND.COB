000100*en orden, una emision agrega el numero a la tabla de vigentes y
000110*un deshacer lo quita (un numero deshecho y vuelto a emitir si
000120*cuenta), y solo los vigentes al final entran a los totales, en
000130*el mes y operador de su emision. Los subproyectos emitidos bajo
000140*un padre (PRJ-SSS-YYYY-NNNNNN-HH) se cuentan aparte, en su
000150*propio total del mes; los desgloses por serie y por operador
000160*son solo de proyectos de primer nivel.
000170*Ademas de los meses se acumulan los trimestres del anio fiscal
000180*(ver PRJFYEAR), con los mismos totales que el mes; lo emitido
000190*antes de adoptar el calendario fiscal cae en los trimestres del
000200*anio calendario, igual que el anio de su numero.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT AUD-FILE ASSIGN TO "AUDFILE.DAT"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS AUD-SEQUENCE
000280         ALTERNATE RECORD KEY IS AUD-PROJECT-NO WITH DUPLICATES
000290         FILE STATUS IS WS-AUD-STATUS.
000300     SELECT RPT-FILE ASSIGN TO "PRJTREND.OUT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-RPT-STATUS.
000330 DATA        DIVISION.
000340 FILE SECTION.
000350 FD  AUD-FILE.
000360     COPY AUDREC.
000370 FD  RPT-FILE.
000380 01  RPT-LINE                        PIC X(80).
000390 WORKING-STORAGE SECTION.
000400 77 WS-AUD-STATUS                    PIC XX.
000410 77 WS-RPT-STATUS                    PIC XX.
000420 77 WS-EOF                           PIC X VALUE "N".
000430    88 END-OF-AUDIT                  VALUE "Y".
000440 77 WS-MONTH-KEY                     PIC X(6).
000450 77 WS-OPERATOR-KEY                  PIC X(8).
000460 77 WS-LIVE-IX                       PIC 9(4) VALUE ZERO.
000470 77 WS-LIVE-COUNT-USED               PIC 9(4) VALUE ZERO.
000480 77 WS-LIVE-FOUND                    PIC X VALUE "N".
000490    88 LIVE-NUMBER-FOUND             VALUE "Y".
000500 77 WS-LIVE-TABLE-FULL               PIC X VALUE "N".
000510    88 LIVE-TABLE-FULL               VALUE "Y".
000520 01  WS-LIVE-TABLE.
000530     05  WS-LIVE-ENTRY OCCURS 5000 TIMES.
000540         10  WS-LIVE-NUMBER          PIC X(22).
000550         10  WS-LIVE-MONTH           PIC X(6).
000560         10  WS-LIVE-OPERATOR        PIC X(8).
000570         10  WS-LIVE-QUARTER         PIC X(7).
000580 77 WS-MONTH-IX                      PIC 9(4) VALUE ZERO.
000590 77 WS-MONTH-COUNT-USED              PIC 9(4) VALUE ZERO.
000600 77 WS-MONTH-FOUND                   PIC X VALUE "N".
000610    88 MONTH-FOUND                   VALUE "Y".
000620 77 WS-MONTH-TABLE-FULL              PIC X VALUE "N".
000630    88 MONTH-TABLE-FULL              VALUE "Y".
000640 01  WS-MONTH-TABLE.
000650     05  WS-MONTH-ENTRY OCCURS 600 TIMES.
000660         10  WS-MONTH-VALUE          PIC X(6).
000670         10  WS-MONTH-TOTAL          PIC 9(6).
000680         10  WS-MONTH-SUBPROJ        PIC 9(6).
000690 77 WS-MONOP-IX                      PIC 9(4) VALUE ZERO.
000700 77 WS-MONOP-COUNT-USED              PIC 9(4) VALUE ZERO.
000710 77 WS-MONOP-FOUND                   PIC X VALUE "N".
000720    88 MONOP-FOUND                   VALUE "Y".
000730 77 WS-MONOP-TABLE-FULL              PIC X VALUE "N".
000740    88 MONOP-TABLE-FULL              VALUE "Y".
000750 01  WS-MONOP-TABLE.
000760     05  WS-MONOP-ENTRY OCCURS 3000 TIMES.
000770         10  WS-MONOP-MONTH          PIC X(6).
000780         10  WS-MONOP-OPERATOR       PIC X(8).
000790         10  WS-MONOP-COUNT          PIC 9(6).
000800*Desglose mes-serie: el numero de proyecto trae la serie del
000810*departamento (PRJ-SSS-YYYY-NNNNNN) y cada mes se abre por serie
000820*ademas del total, para que los totales anuales por departamento
000830*salgan directo de aqui.
000840 77 WS-SERIES-KEY                     PIC X(3).
000850 77 WS-MONSER-IX                      PIC 9(4) VALUE ZERO.
000860 77 WS-MONSER-COUNT-USED              PIC 9(4) VALUE ZERO.
000870 77 WS-MONSER-FOUND                   PIC X VALUE "N".
000880    88 MONSER-FOUND                   VALUE "Y".
000890 77 WS-MONSER-TABLE-FULL              PIC X VALUE "N".
000900    88 MONSER-TABLE-FULL              VALUE "Y".
000910 01  WS-MONSER-TABLE.
000920     05  WS-MONSER-ENTRY OCCURS 1800 TIMES.
000930         10  WS-MONSER-MONTH         PIC X(6).
000940         10  WS-MONSER-SERIES        PIC X(3).
000950         10  WS-MONSER-COUNT         PIC 9(6).
000960    COPY PNFMT.
000970*Trimestre fiscal de la emision, como AAAA-Tn (el anio es el
000980*anio fiscal); se calcula con PRJFYEAR a partir de la fecha.
000990 77 WS-AUD-FECHA                      PIC 9(8).
001000 77 WS-FISCAL-YEAR                    PIC 9(4).
001010 77 WS-FISCAL-QUARTER                 PIC 9(1).
001020 77 WS-FISCAL-START                   PIC 9(2).
001030 01  WS-QUARTER-BUILD.
001040     05  WS-QB-YEAR                  PIC 9(4).
001050     05  FILLER                      PIC X(2) VALUE "-T".
001060     05  WS-QB-NUMBER                PIC 9(1).
001070 77 WS-QUARTER-KEY                    PIC X(7).
001080 77 WS-QUARTER-IX                     PIC 9(4) VALUE ZERO.
001090 77 WS-QUARTER-COUNT-USED             PIC 9(4) VALUE ZERO.
001100 77 WS-QUARTER-FOUND                  PIC X VALUE "N".
001110    88 QUARTER-FOUND                  VALUE "Y".
001120 77 WS-QUARTER-TABLE-FULL             PIC X VALUE "N".
001130    88 QUARTER-TABLE-FULL             VALUE "Y".
001140 01  WS-QUARTER-TABLE.
001150     05  WS-QUARTER-ENTRY OCCURS 200 TIMES.
001160         10  WS-QUARTER-VALUE        PIC X(7).
001170         10  WS-QUARTER-TOTAL        PIC 9(6).
001180         10  WS-QUARTER-SUBPROJ      PIC 9(6).
001190
001200 PROCEDURE   DIVISION.
001210 PRJTREND-Main.
001220 OPEN INPUT AUD-FILE.
001230 IF WS-AUD-STATUS NOT = "00"
001240     DISPLAY "PRJTREND: no se pudo abrir AUDFILE.DAT"
001250     STOP RUN
001260 END-IF.
001270*Una sola pasada, en orden de consecutivo: las emisiones agregan
001280*a la tabla de vigentes y los deshaceres quitan.
001290 MOVE ZERO TO AUD-SEQUENCE.
001300 START AUD-FILE KEY IS NOT LESS THAN AUD-SEQUENCE
001310     INVALID KEY
001320         MOVE "Y" TO WS-EOF
001330 END-START.
001340 PERFORM UNTIL END-OF-AUDIT
001350     READ AUD-FILE NEXT RECORD
001360         AT END
001370             MOVE "Y" TO WS-EOF
001380         NOT AT END
001390             PERFORM ProcesaRegistro
001400     END-READ
001410 END-PERFORM.
001420 CLOSE AUD-FILE.
001430*Con la tabla completa, se acumulan los vigentes en los totales
001440*por mes y por mes-operador.
001450 PERFORM AcumulaVigente
001460     VARYING WS-LIVE-IX FROM 1 BY 1
001470     UNTIL WS-LIVE-IX > WS-LIVE-COUNT-USED.
001480 OPEN OUTPUT RPT-FILE.
001490 PERFORM EscribeResumen.
001500 CLOSE RPT-FILE.
001510 STOP RUN.
001520
001530*Una emision agrega el numero, con su mes (AUD-TIMESTAMP trae
001540*AAAAMMDD al inicio) y su operador, a la tabla de vigentes (si
001550*no esta ya); un deshacer lo quita.
001560 ProcesaRegistro.
001570 IF AUD-ACTION = "ISSUE "
001580     PERFORM BuscaVigente
001590     IF NOT LIVE-NUMBER-FOUND
001600         PERFORM RegistraVigente
001610     END-IF
001620 END-IF.
001630 IF AUD-ACTION = "UNDO  "
001640     PERFORM QuitaVigente
001650 END-IF.
001660
001670*Busca el numero recien emitido en la tabla de vigentes.
001680 BuscaVigente.
001690 MOVE "N" TO WS-LIVE-FOUND.
001700 PERFORM VARYING WS-LIVE-IX FROM 1 BY 1
001710         UNTIL WS-LIVE-IX > WS-LIVE-COUNT-USED
001720     IF WS-LIVE-NUMBER(WS-LIVE-IX) = AUD-NEW-VALUE
001730         MOVE "Y" TO WS-LIVE-FOUND
001740     END-IF
001750 END-PERFORM.
001760
001770 RegistraVigente.
001780 IF WS-LIVE-COUNT-USED >= 5000
001790     IF NOT LIVE-TABLE-FULL
001800         MOVE "Y" TO WS-LIVE-TABLE-FULL
001810         DISPLAY "PRJTREND: tabla de vigentes llena, se "
001820             "omiten numeros adicionales"
001830     END-IF
001840 ELSE
001850     ADD 1 TO WS-LIVE-COUNT-USED
001860     MOVE WS-LIVE-COUNT-USED TO WS-LIVE-IX
001870     MOVE AUD-NEW-VALUE TO WS-LIVE-NUMBER(WS-LIVE-IX)
001880     MOVE AUD-TIMESTAMP(1:6) TO WS-LIVE-MONTH(WS-LIVE-IX)
001890     MOVE AUD-OPERATOR-ID TO WS-LIVE-OPERATOR(WS-LIVE-IX)
001900     PERFORM ObtieneTrimestre
001910     MOVE WS-QUARTER-KEY TO WS-LIVE-QUARTER(WS-LIVE-IX)
001920 END-IF.
001930
001940*Trimestre fiscal de la fecha del renglon; una fecha que no es
001950*numerica se queda sin trimestre y solo cuenta en su mes.
001960 ObtieneTrimestre.
001970 MOVE SPACES TO WS-QUARTER-KEY.
001980 IF AUD-TIMESTAMP(1:8) IS NUMERIC
001990     MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-FECHA
002000     CALL "PRJFYEAR" USING WS-AUD-FECHA WS-FISCAL-YEAR
002010         WS-FISCAL-QUARTER WS-FISCAL-START
002020     IF WS-FISCAL-QUARTER > ZERO
002030         MOVE WS-FISCAL-YEAR TO WS-QB-YEAR
002040         MOVE WS-FISCAL-QUARTER TO WS-QB-NUMBER
002050         MOVE WS-QUARTER-BUILD TO WS-QUARTER-KEY
002060     END-IF
002070 END-IF.
002080
002090*Quita de la tabla de vigentes el numero que se deshizo (en un
002100*renglon de deshacer, AUD-OLD-VALUE trae el numero anulado).
002110 QuitaVigente.
002120 PERFORM VARYING WS-LIVE-IX FROM 1 BY 1
002130         UNTIL WS-LIVE-IX > WS-LIVE-COUNT-USED
002140     IF WS-LIVE-NUMBER(WS-LIVE-IX) = AUD-OLD-VALUE
002150         MOVE SPACES TO WS-LIVE-ENTRY(WS-LIVE-IX)
002160     END-IF
002170 END-PERFORM.
002180
002190*Acumula un renglon de la tabla de vigentes en los totales; los
002200*renglones en blanco son numeros que se deshicieron y no cuentan.
002210 AcumulaVigente.
002220 IF WS-LIVE-NUMBER(WS-LIVE-IX) NOT = SPACES
002230     MOVE WS-LIVE-MONTH(WS-LIVE-IX) TO WS-MONTH-KEY
002240     MOVE WS-LIVE-OPERATOR(WS-LIVE-IX) TO WS-OPERATOR-KEY
002250     MOVE WS-LIVE-NUMBER(WS-LIVE-IX) TO PNF-PROJECT-NO
002260     MOVE PNF-SERIES TO WS-SERIES-KEY
002270     PERFORM AcumulaMes
002280     MOVE WS-LIVE-QUARTER(WS-LIVE-IX) TO WS-QUARTER-KEY
002290     IF WS-QUARTER-KEY NOT = SPACES
002300         PERFORM AcumulaTrimestre
002310     END-IF
002320     IF WS-LIVE-NUMBER(WS-LIVE-IX)(20:1) NOT = "-"
002330         PERFORM AcumulaMesSerie
002340         PERFORM AcumulaMesOperador
002350     END-IF
002360 END-IF.
002370
002380*Busca el mes en la tabla en memoria y le suma uno, al total o
002390*al de subproyectos; si es la primera vez que aparece, agrega
002400*una fila nueva.
002410 AcumulaMes.
002420 MOVE "N" TO WS-MONTH-FOUND.
002430 PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
002440         UNTIL WS-MONTH-IX > WS-MONTH-COUNT-USED
002450     IF WS-MONTH-VALUE(WS-MONTH-IX) = WS-MONTH-KEY
002460         PERFORM SumaAlMes
002470         MOVE "Y" TO WS-MONTH-FOUND
002480     END-IF
002490 END-PERFORM.
002500 IF NOT MONTH-FOUND
002510     IF WS-MONTH-COUNT-USED >= 600
002520         IF NOT MONTH-TABLE-FULL
002530             MOVE "Y" TO WS-MONTH-TABLE-FULL
002540             DISPLAY "PRJTREND: tabla de meses llena, se "
002550                 "omiten meses adicionales"
002560         END-IF
002570     ELSE
002580         ADD 1 TO WS-MONTH-COUNT-USED
002590         MOVE WS-MONTH-COUNT-USED TO WS-MONTH-IX
002600         MOVE WS-MONTH-KEY TO WS-MONTH-VALUE(WS-MONTH-IX)
002610         MOVE ZERO TO WS-MONTH-TOTAL(WS-MONTH-IX)
002620         MOVE ZERO TO WS-MONTH-SUBPROJ(WS-MONTH-IX)
002630         PERFORM SumaAlMes
002640     END-IF
002650 END-IF.
002660
002670 SumaAlMes.
002680 IF WS-LIVE-NUMBER(WS-LIVE-IX)(20:1) = "-"
002690     ADD 1 TO WS-MONTH-SUBPROJ(WS-MONTH-IX)
002700 ELSE
002710     ADD 1 TO WS-MONTH-TOTAL(WS-MONTH-IX)
002720 END-IF.
002730
002740*Igual que AcumulaMes, pero por trimestre fiscal.
002750 AcumulaTrimestre.
002760 MOVE "N" TO WS-QUARTER-FOUND.
002770 PERFORM VARYING WS-QUARTER-IX FROM 1 BY 1
002780         UNTIL WS-QUARTER-IX > WS-QUARTER-COUNT-USED
002790     IF WS-QUARTER-VALUE(WS-QUARTER-IX) = WS-QUARTER-KEY
002800         PERFORM SumaAlTrimestre
002810         MOVE "Y" TO WS-QUARTER-FOUND
002820     END-IF
002830 END-PERFORM.
002840 IF NOT QUARTER-FOUND
002850     IF WS-QUARTER-COUNT-USED >= 200
002860         IF NOT QUARTER-TABLE-FULL
002870             MOVE "Y" TO WS-QUARTER-TABLE-FULL
002880             DISPLAY "PRJTREND: tabla de trimestres llena, se "
002890                 "omiten trimestres adicionales"
002900         END-IF
002910     ELSE
002920         ADD 1 TO WS-QUARTER-COUNT-USED
002930         MOVE WS-QUARTER-COUNT-USED TO WS-QUARTER-IX
002940         MOVE WS-QUARTER-KEY TO WS-QUARTER-VALUE(WS-QUARTER-IX)
002950         MOVE ZERO TO WS-QUARTER-TOTAL(WS-QUARTER-IX)
002960         MOVE ZERO TO WS-QUARTER-SUBPROJ(WS-QUARTER-IX)
002970         PERFORM SumaAlTrimestre
002980     END-IF
002990 END-IF.
003000
003010 SumaAlTrimestre.
003020 IF WS-LIVE-NUMBER(WS-LIVE-IX)(20:1) = "-"
003030     ADD 1 TO WS-QUARTER-SUBPROJ(WS-QUARTER-IX)
003040 ELSE
003050     ADD 1 TO WS-QUARTER-TOTAL(WS-QUARTER-IX)
003060 END-IF.
003070
003080*Busca la combinacion mes-serie en la tabla en memoria y le suma
003090*uno; si es la primera vez que aparece, agrega una fila nueva.
003100 AcumulaMesSerie.
003110 MOVE "N" TO WS-MONSER-FOUND.
003120 PERFORM VARYING WS-MONSER-IX FROM 1 BY 1
003130         UNTIL WS-MONSER-IX > WS-MONSER-COUNT-USED
003140     IF WS-MONSER-MONTH(WS-MONSER-IX) = WS-MONTH-KEY
003150         AND WS-MONSER-SERIES(WS-MONSER-IX) = WS-SERIES-KEY
003160         ADD 1 TO WS-MONSER-COUNT(WS-MONSER-IX)
003170         MOVE "Y" TO WS-MONSER-FOUND
003180     END-IF
003190 END-PERFORM.
003200 IF NOT MONSER-FOUND
003210     IF WS-MONSER-COUNT-USED >= 1800
003220         IF NOT MONSER-TABLE-FULL
003230             MOVE "Y" TO WS-MONSER-TABLE-FULL
003240             DISPLAY "PRJTREND: tabla de mes/serie llena, se "
003250                 "omiten combinaciones adicionales"
003260         END-IF
003270     ELSE
003280         ADD 1 TO WS-MONSER-COUNT-USED
003290         MOVE WS-MONSER-COUNT-USED TO WS-MONSER-IX
003300         MOVE WS-MONTH-KEY TO WS-MONSER-MONTH(WS-MONSER-IX)
003310         MOVE WS-SERIES-KEY TO WS-MONSER-SERIES(WS-MONSER-IX)
003320         MOVE 1 TO WS-MONSER-COUNT(WS-MONSER-IX)
003330     END-IF
003340 END-IF.
003350
003360*Busca la combinacion mes-operador en la tabla en memoria y le
003370*suma uno; si es la primera vez que aparece, agrega una fila.
003380 AcumulaMesOperador.
003390 MOVE "N" TO WS-MONOP-FOUND.
003400 PERFORM VARYING WS-MONOP-IX FROM 1 BY 1
003410         UNTIL WS-MONOP-IX > WS-MONOP-COUNT-USED
003420     IF WS-MONOP-MONTH(WS-MONOP-IX) = WS-MONTH-KEY
003430         AND WS-MONOP-OPERATOR(WS-MONOP-IX) = WS-OPERATOR-KEY
003440         ADD 1 TO WS-MONOP-COUNT(WS-MONOP-IX)
003450         MOVE "Y" TO WS-MONOP-FOUND
003460     END-IF
003470 END-PERFORM.
003480 IF NOT MONOP-FOUND
003490     IF WS-MONOP-COUNT-USED >= 3000
003500         IF NOT MONOP-TABLE-FULL
003510             MOVE "Y" TO WS-MONOP-TABLE-FULL
003520             DISPLAY "PRJTREND: tabla de mes/operador llena, "
003530                 "se omiten combinaciones adicionales"
003540         END-IF
003550     ELSE
003560         ADD 1 TO WS-MONOP-COUNT-USED
003570         MOVE WS-MONOP-COUNT-USED TO WS-MONOP-IX
003580         MOVE WS-MONTH-KEY TO WS-MONOP-MONTH(WS-MONOP-IX)
003590         MOVE WS-OPERATOR-KEY TO WS-MONOP-OPERATOR(WS-MONOP-IX)
003600         MOVE 1 TO WS-MONOP-COUNT(WS-MONOP-IX)
003610     END-IF
003620 END-IF.
003630
003640*Escribe el resumen: total por mes y, debajo de cada mes, el
003650*desglose por serie de departamento y por operador. Los meses,
003660*series y operadores salen en el orden en que se fueron
003670*encontrando en la bitacora. Al final van los totales por
003680*trimestre fiscal.
003690 EscribeResumen.
003700 MOVE SPACES TO RPT-LINE.
003710 STRING "Tendencia de emision de proyectos por mes"
003720     DELIMITED BY SIZE INTO RPT-LINE.
003730 WRITE RPT-LINE.
003740 PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
003750         UNTIL WS-MONTH-IX > WS-MONTH-COUNT-USED
003760     MOVE SPACES TO RPT-LINE
003770     STRING "Mes " WS-MONTH-VALUE(WS-MONTH-IX) ": "
003780         WS-MONTH-TOTAL(WS-MONTH-IX) " emitidos, "
003790         WS-MONTH-SUBPROJ(WS-MONTH-IX) " subproyectos"
003800         DELIMITED BY SIZE INTO RPT-LINE
003810     WRITE RPT-LINE
003820     PERFORM VARYING WS-MONSER-IX FROM 1 BY 1
003830             UNTIL WS-MONSER-IX > WS-MONSER-COUNT-USED
003840         IF WS-MONSER-MONTH(WS-MONSER-IX) =
003850                 WS-MONTH-VALUE(WS-MONTH-IX)
003860             MOVE SPACES TO RPT-LINE
003870             STRING "  serie " WS-MONSER-SERIES(WS-MONSER-IX)
003880                 ": " WS-MONSER-COUNT(WS-MONSER-IX)
003890                 DELIMITED BY SIZE INTO RPT-LINE
003900             WRITE RPT-LINE
003910         END-IF
003920     END-PERFORM
003930     PERFORM VARYING WS-MONOP-IX FROM 1 BY 1
003940             UNTIL WS-MONOP-IX > WS-MONOP-COUNT-USED
003950         IF WS-MONOP-MONTH(WS-MONOP-IX) =
003960                 WS-MONTH-VALUE(WS-MONTH-IX)
003970             MOVE SPACES TO RPT-LINE
003980             STRING "    " WS-MONOP-OPERATOR(WS-MONOP-IX) ": "
003990                 WS-MONOP-COUNT(WS-MONOP-IX)
004000                 DELIMITED BY SIZE INTO RPT-LINE
004010             WRITE RPT-LINE
004020         END-IF
004030     END-PERFORM
004040 END-PERFORM.
004050 MOVE SPACES TO RPT-LINE.
004060 STRING "Tendencia de emision de proyectos por trimestre fiscal"
004070     DELIMITED BY SIZE INTO RPT-LINE.
004080 WRITE RPT-LINE.
004090 PERFORM VARYING WS-QUARTER-IX FROM 1 BY 1
004100         UNTIL WS-QUARTER-IX > WS-QUARTER-COUNT-USED
004110     MOVE SPACES TO RPT-LINE
004120     STRING "Trimestre " WS-QUARTER-VALUE(WS-QUARTER-IX) ": "
004130         WS-QUARTER-TOTAL(WS-QUARTER-IX) " emitidos, "
004140         WS-QUARTER-SUBPROJ(WS-QUARTER-IX) " subproyectos"
004150         DELIMITED BY SIZE INTO RPT-LINE
004160     WRITE RPT-LINE
004170 END-PERFORM.
