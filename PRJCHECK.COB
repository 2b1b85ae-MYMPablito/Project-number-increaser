000060*si, y reporta cualquier desalineacion: el contador no coincide
000070*con el resultado del ultimo movimiento de la bitacora (emision
000080*o deshecho), o hay un registro en el maestro que nunca aparecio
000081*como emitido en la bitacora. Tambien reporta los contadores
000082*cuya serie no esta en la tabla de series (SERFILE.DAT).
000083*El anio en curso es el anio fiscal de hoy (ver PRJFYEAR), el
000084*mismo que lleva el numero de proyecto y el contador.
000090 ENVIRONMENT DIVISION.
000100 INPUT-OUTPUT SECTION.
000110 FILE-CONTROL.
000450 77 WS-PRJM-EOF                      PIC X VALUE "N".
000460    88 END-OF-MASTER                 VALUE "Y".
000470 77 WS-THIS-YEAR                     PIC 9(4).
000470 77 WS-FECHA-HOY                     PIC 9(8).
000470 77 WS-TRIMESTRE-FISCAL              PIC 9(1).
000470 77 WS-MES-FISCAL-INICIO             PIC 9(2).
000471*Ultimo movimiento del anio por serie de departamento: cada
000472*serie lleva su propio contador en CTRFILE.DAT, asi que la
000473*referencia contra la bitacora tambien se lleva por serie.
000476 77 WS-SERMOV-FOUND                  PIC X VALUE "N".
000477    88 SERIES-MOV-FOUND              VALUE "Y".
000478 01  WS-SERMOV-TABLE.
000479     05  WS-SERMOV-ENTRY OCCURS 50 TIMES.
000480         10  WS-SERMOV-SERIES        PIC X(3).
000481         10  WS-SERMOV-LAST-SEQ      PIC 9(6).
000482 77 WS-LAST-AUD-SEQ                  PIC 9(6) VALUE ZERO.
000540 77 WS-ISSUED-TABLE-FULL             PIC X VALUE "N".
000550    88 ISSUED-TABLE-FULL             VALUE "Y".
000560 01  WS-ISSUED-TABLE.
000570     05  WS-ISSUED-NUMBER OCCURS 5000 TIMES PIC X(22).
000580     COPY PNFMT.
000582     COPY SERREC.
000584 77 WS-SERIE-RESULTADO               PIC X.
000586    88 SERIE-DESCONOCIDA             VALUE "N".
000590
000600 PROCEDURE   DIVISION.
000610 PRJCHECK-Main.
000620 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
000622 CALL "PRJFYEAR" USING WS-FECHA-HOY WS-THIS-YEAR
000624     WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO.
000630 OPEN INPUT AUD-FILE.
000640 IF WS-AUD-STATUS NOT = "00"
000650     DISPLAY "PRJCHECK: no se pudo abrir AUDFILE.DAT"
001204*en el valor nuevo) se filtran ANTES de parsear el numero, para
001206*no comparar un anio no numerico. Los renglones convertidos del
001208*formato viejo tampoco traen el anio en esa posicion, por eso
001209*se exige ademas que el anio sea numerico. Los movimientos de
001209*subproyectos (guion en la posicion 20) mueven el subcontador
001209*del padre y no el de la serie: la emision se guarda, pero no
001209*cuenta como ultimo movimiento de la serie.
001210 AcumulaMovimientoDelAnio.
001212 IF AUD-ACTION = "ISSUE " OR AUD-ACTION = "UNDO  "
001214     IF AUD-NEW-VALUE(9:4) IS NUMERIC
001230             IF AUD-ACTION = "ISSUE "
001240                 PERFORM RegistraEmitido
001250             END-IF
001255             IF AUD-NEW-VALUE(20:1) NOT = "-"
001260                 PERFORM AnotaUltimoMovimiento
001262             END-IF
001264         END-IF
001266     END-IF
001270 END-IF.
001292         MOVE "Y" TO WS-SERMOV-FOUND
001294     END-IF
001296 END-PERFORM.
001298 IF NOT SERIES-MOV-FOUND AND WS-SERMOV-COUNT-USED < 50
001300     ADD 1 TO WS-SERMOV-COUNT-USED
001302     MOVE WS-SERMOV-COUNT-USED TO WS-SERMOV-IX
001304     MOVE PNF-SERIES TO WS-SERMOV-SERIES(WS-SERMOV-IX)
001772         DELIMITED BY SIZE INTO RPT-LINE
001774     WRITE RPT-LINE
001776 END-IF.
001777*Todo contador debe corresponder a una serie de la tabla de
001778*series (activa o retirada); uno que no este ahi se emitio con
001779*una serie que nadie dio de alta.
001780 MOVE SPACES TO SER-RECORD.
001781 MOVE CTR-SERIES TO SER-CODE.
001782 CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO.
001783 IF SERIE-DESCONOCIDA
001784     ADD 1 TO WS-DRIFT-COUNT
001785     MOVE SPACES TO RPT-LINE
001786     STRING "Contador de serie no registrada en SERFILE.DAT: "
001787         CTR-SERIES DELIMITED BY SIZE INTO RPT-LINE
001788     WRITE RPT-LINE
001789 END-IF.
001740
001750*Verifica que un registro del maestro (del anio en curso) tenga
001760*una emision correspondiente en la bitacora; de lo contrario se
