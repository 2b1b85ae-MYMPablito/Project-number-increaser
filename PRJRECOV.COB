000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJRECOV.
000030*Programa por lotes de recuperacion. Reconstruye, a partir de la
000040*bitacora de auditoria (AUDFILE.DAT), lo que CTRFILE.DAT y los
000050*estados de PRJMAST.DAT deberian traer, y lo compara contra lo
000060*que traen de verdad; es el remedio cuando PRJCHECK reporta un
000070*contador desalineado o un maestro danado.
000080*
000090*  - Contadores: el ultimo movimiento de cada serie (ISSUE o UNDO,
000100*    el mismo criterio de PRJCHECK y del deshacer de SHEET1) dice
000110*    en que anio y secuencia debe estar su contador.
000120*  - Numeros: el ultimo renglon de cada numero en la bitacora dice
000130*    su estado esperado: ISSUE o REACT lo dejan vigente (P, o A
000140*    o C si se activo en SHEET2 antes de que esta asentara sus
000145*    cambios), un CHANGE del campo estado lo deja en el estado
000146*    nuevo (A o C), VOID anulado (V), EXPIRE vencido (X), XFER
000147*    traspasado (T) y UNDO libre (sin registro, o A o C si ya se
000150*    habia activado antes del deshacer).
000180*
000190*Se corre con un parametro en la linea de comandos: REPORTE (o
000200*sin parametro) solo lista las diferencias en PRJRECOV.OUT, sin
000210*tocar nada; APLICAR ademas corrige los archivos y asienta cada
000220*correccion en la bitacora con la accion RECOV. Lo indicado es
000230*correr primero REPORTE, revisar el listado y despues APLICAR, con
000240*las pantallas cerradas.
000250*
000260*Si la bitacora misma esta alterada, reconstruir a partir de ella
000270*solo propagaria el dano; por eso el programa se niega a correr si
000280*el ultimo resultado de PRJAUDVER (PRJAUDVER.OUT) no existe o
000290*reporta rupturas de la cadena. Los renglones convertidos del
000300*formato viejo (sin serie) no se reconstruyen.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT VER-FILE ASSIGN TO "PRJAUDVER.OUT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-VER-STATUS.
000370     SELECT AUD-FILE ASSIGN TO "AUDFILE.DAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS AUD-SEQUENCE
000410         ALTERNATE RECORD KEY IS AUD-PROJECT-NO WITH DUPLICATES
000420         FILE STATUS IS WS-AUD-STATUS.
000430     SELECT CTR-FILE ASSIGN TO "CTRFILE.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CTR-KEY
000470         FILE STATUS IS WS-CTR-STATUS.
000480     SELECT PRJ-MASTER-FILE ASSIGN TO "PRJMAST.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PRJM-PROJECT-NO
000520         ALTERNATE RECORD KEY IS PRJM-CUSTOMER-CODE
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-PRJM-STATUS.
000550     SELECT RPT-FILE ASSIGN TO "PRJRECOV.OUT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RPT-STATUS.
000580 DATA        DIVISION.
000590 FILE SECTION.
000600 FD  VER-FILE.
000610 01  VER-LINE                        PIC X(80).
000620 FD  AUD-FILE.
000630     COPY AUDREC.
000640 FD  CTR-FILE.
000650     COPY CTRREC.
000660 FD  PRJ-MASTER-FILE.
000670     COPY PRJMREC.
000680 FD  RPT-FILE.
000690 01  RPT-LINE                        PIC X(80).
000700 WORKING-STORAGE SECTION.
000710 77 WS-VER-STATUS                    PIC XX.
000720 77 WS-AUD-STATUS                    PIC XX.
000730 77 WS-CTR-STATUS                    PIC XX.
000740 77 WS-PRJM-STATUS                   PIC XX.
000750 77 WS-RPT-STATUS                    PIC XX.
000760 77 WS-PARM-TEXT                     PIC X(20).
000770 77 WS-MODO                          PIC X VALUE "R".
000780    88 MODO-REPORTE                  VALUE "R".
000790    88 MODO-APLICAR                  VALUE "A".
000800 77 WS-VER-EOF                       PIC X VALUE "N".
000810    88 END-OF-VERIFICATION           VALUE "Y".
000820 77 WS-VER-FOUND                     PIC X VALUE "N".
000830    88 VERIFICATION-FOUND            VALUE "Y".
000840 77 WS-BREAK-COUNT                   PIC 9(6) VALUE ZERO.
000850 77 WS-EOF                           PIC X VALUE "N".
000860    88 END-OF-AUDIT                  VALUE "Y".
000870 77 WS-CTR-EOF                       PIC X VALUE "N".
000880    88 END-OF-COUNTERS               VALUE "Y".
000890 77 WS-CTR-ABIERTO                   PIC X VALUE "N".
000900    88 CTR-ABIERTO                   VALUE "Y".
000910 77 WS-CTR-EXISTE                    PIC X VALUE "N".
000920    88 CTR-EXISTE                    VALUE "Y".
000930 77 WS-FALLA-STATUS                  PIC XX.
000940 77 WS-PRJM-EOF                      PIC X VALUE "N".
000950    88 END-OF-MASTER                 VALUE "Y".
000960*Ultimo movimiento del contador por serie, como en PRJCHECK, pero
000970*con el anio completo: la reconstruccion no se limita al anio en
000980*curso.
000990 77 WS-SERMOV-IX                     PIC 9(4) VALUE ZERO.
001000 77 WS-SERMOV-COUNT-USED             PIC 9(4) VALUE ZERO.
001010 77 WS-SERMOV-FOUND                  PIC X VALUE "N".
001020    88 SERIES-MOV-FOUND              VALUE "Y".
001030 01  WS-SERMOV-TABLE.
001040     05  WS-SERMOV-ENTRY OCCURS 50 TIMES.
001050         10  WS-SERMOV-SERIES        PIC X(3).
001060         10  WS-SERMOV-YEAR          PIC 9(4).
001070         10  WS-SERMOV-SEQ           PIC 9(6).
001080         10  WS-SERMOV-VISTO         PIC X.
001090*Renglones de un mismo numero, leidos por la clave alterna.
001100 77 WS-NUMERO                        PIC X(22) VALUE SPACES.
001110 77 WS-ULTIMA-ACCION                 PIC X(6) VALUE SPACES.
001120 77 WS-ULTIMO-SEQ                    PIC 9(9) VALUE ZERO.
001130 77 WS-FECHA-EMISION                 PIC 9(8) VALUE ZERO.
001135 77 WS-ULTIMO-ESTADO                 PIC X VALUE SPACE.
001140 77 WS-ESPERADO                      PIC X VALUE SPACE.
001150    88 ESPERA-VIGENTE                VALUE "P".
001155    88 ESPERA-ACTIVO                 VALUE "A".
001156    88 ESPERA-CERRADO                VALUE "C".
001160    88 ESPERA-ANULADO                VALUE "V".
001170    88 ESPERA-VENCIDO                VALUE "X".
001175    88 ESPERA-TRASPASADO             VALUE "T".
001180    88 ESPERA-LIBRE                  VALUE "L".
001190 77 WS-EN-MAESTRO                    PIC X VALUE "N".
001200    88 NUMERO-EN-MAESTRO             VALUE "Y".
001210 77 WS-TIENE-HISTORIA                PIC X VALUE "N".
001220    88 NUMERO-CON-HISTORIA           VALUE "Y".
001230 77 WS-ESTADO-ANTERIOR               PIC X VALUE SPACE.
001240 77 WS-ESTADO-NUEVO                  PIC X VALUE SPACE.
001250 77 WS-OPERATOR-ID                   PIC X(8) VALUE "PRJRECOV".
001260 77 WS-TIMESTAMP                     PIC X(21).
001270 77 WS-OLD-VALUE                     PIC X(22).
001280 77 WS-NEW-VALUE                     PIC X(22).
001290 77 WS-AUD-ACCION                    PIC X(6) VALUE "RECOV ".
001300 77 WS-AUD-MOTIVO                    PIC X(30).
001310 77 WS-AUD-PROYECTO                  PIC X(22).
001320 77 WS-CTR-DIFS                      PIC 9(6) VALUE ZERO.
001330 77 WS-PRJM-DIFS                     PIC 9(6) VALUE ZERO.
001340 77 WS-SIN-HISTORIA                  PIC 9(6) VALUE ZERO.
001350 77 WS-CORREGIDAS                    PIC 9(6) VALUE ZERO.
001360 77 WS-TOTAL-DIFS                    PIC 9(6) VALUE ZERO.
001370    COPY PNFMT.
001380
001390 PROCEDURE   DIVISION.
001400 PRJRECOV-Main.
001410 ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
001420 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-TEXT))
001430     TO WS-PARM-TEXT.
001440 IF WS-PARM-TEXT = "APLICAR"
001450     MOVE "A" TO WS-MODO
001460 ELSE
001470     IF WS-PARM-TEXT NOT = SPACES AND WS-PARM-TEXT NOT = "REPORTE"
001480         DISPLAY "PRJRECOV: parametro invalido " WS-PARM-TEXT
001490         DISPLAY "PRJRECOV: use REPORTE o APLICAR."
001500         MOVE 8 TO RETURN-CODE
001510         STOP RUN
001520     END-IF
001530 END-IF.
001540
001550 PERFORM RevisaVerificacion.
001560 IF NOT VERIFICATION-FOUND
001570     DISPLAY "PRJRECOV: no hay resultado de PRJAUDVER; corra "
001580         "primero la verificacion de la bitacora."
001590     MOVE 8 TO RETURN-CODE
001600     STOP RUN
001610 END-IF.
001620 IF WS-BREAK-COUNT > ZERO
001630     DISPLAY "PRJRECOV: PRJAUDVER reporto " WS-BREAK-COUNT
001640         " rupturas de la cadena; no se reconstruye a partir de "
001650         "una bitacora alterada."
001660     MOVE 8 TO RETURN-CODE
001670     STOP RUN
001680 END-IF.
001690
001700 OPEN INPUT AUD-FILE.
001710 IF WS-AUD-STATUS NOT = "00"
001720     DISPLAY "PRJRECOV: no se pudo abrir AUDFILE.DAT"
001730     MOVE 8 TO RETURN-CODE
001740     STOP RUN
001750 END-IF.
001760 IF MODO-APLICAR
001770     OPEN I-O PRJ-MASTER-FILE
001780 ELSE
001790     OPEN INPUT PRJ-MASTER-FILE
001800 END-IF.
001810 IF WS-PRJM-STATUS NOT = "00"
001820     DISPLAY "PRJRECOV: no se pudo abrir PRJMAST.DAT"
001830     CLOSE AUD-FILE
001840     MOVE 8 TO RETURN-CODE
001850     STOP RUN
001860 END-IF.
001870
001880 OPEN OUTPUT RPT-FILE.
001890 MOVE SPACES TO RPT-LINE.
001900 IF MODO-APLICAR
001910     STRING "Recuperacion desde la bitacora (APLICAR) - "
001920         FUNCTION CURRENT-DATE(1:8)
001930         DELIMITED BY SIZE INTO RPT-LINE
001940 ELSE
001950     STRING "Recuperacion desde la bitacora (REPORTE) - "
001960         FUNCTION CURRENT-DATE(1:8)
001970         DELIMITED BY SIZE INTO RPT-LINE
001980 END-IF.
001990 WRITE RPT-LINE.
002000
002010*Primera pasada: la bitacora en orden de consecutivo, para saber
002020*en que quedo cada contador de serie.
002030 MOVE ZERO TO AUD-SEQUENCE.
002040 START AUD-FILE KEY IS NOT LESS THAN AUD-SEQUENCE
002050     INVALID KEY
002060         MOVE "Y" TO WS-EOF
002070 END-START.
002080 PERFORM UNTIL END-OF-AUDIT
002090     READ AUD-FILE NEXT RECORD
002100         AT END
002110             MOVE "Y" TO WS-EOF
002120         NOT AT END
002130             PERFORM AcumulaMovimiento
002140     END-READ
002150 END-PERFORM.
002160 PERFORM ReconstruyeContadores.
002170
002180*Segunda pasada: la bitacora por la clave alterna, que entrega
002190*juntos todos los renglones de cada numero; al cambiar de numero
002200*se compara el estado esperado contra el maestro.
002210 MOVE "N" TO WS-EOF.
002220 MOVE SPACES TO WS-NUMERO.
002230 MOVE LOW-VALUES TO AUD-PROJECT-NO.
002240 START AUD-FILE KEY IS NOT LESS THAN AUD-PROJECT-NO
002250     INVALID KEY
002260         MOVE "Y" TO WS-EOF
002270 END-START.
002280 PERFORM UNTIL END-OF-AUDIT
002290     READ AUD-FILE NEXT RECORD
002300         AT END
002310             MOVE "Y" TO WS-EOF
002320         NOT AT END
002330             PERFORM AcumulaRenglonDeNumero
002340     END-READ
002350 END-PERFORM.
002360 IF WS-NUMERO NOT = SPACES
002370     PERFORM VerificaNumero
002380 END-IF.
002390
002400*Tercera pasada: numeros del maestro que nunca aparecen en la
002410*bitacora. No hay de donde reconstruir su estado, asi que solo se
002420*listan para revision.
002430 MOVE LOW-VALUES TO PRJM-PROJECT-NO.
002440 START PRJ-MASTER-FILE KEY IS NOT LESS THAN PRJM-PROJECT-NO
002450     INVALID KEY
002460         MOVE "Y" TO WS-PRJM-EOF
002470 END-START.
002480 PERFORM UNTIL END-OF-MASTER
002490     READ PRJ-MASTER-FILE NEXT RECORD
002500         AT END
002510             MOVE "Y" TO WS-PRJM-EOF
002520         NOT AT END
002530             PERFORM BuscaHistoria
002540     END-READ
002550 END-PERFORM.
002560 CLOSE PRJ-MASTER-FILE.
002570 CLOSE AUD-FILE.
002580
002590 PERFORM EscribeResumen.
002600 CLOSE RPT-FILE.
002610 COMPUTE WS-TOTAL-DIFS = WS-CTR-DIFS + WS-PRJM-DIFS.
002620 IF MODO-APLICAR
002630     DISPLAY "PRJRECOV: " WS-TOTAL-DIFS " diferencias, "
002640         WS-CORREGIDAS " corregidas."
002650 ELSE
002660     DISPLAY "PRJRECOV: " WS-TOTAL-DIFS
002670         " diferencias encontradas (sin corregir)."
002680 END-IF.
002690 IF WS-TOTAL-DIFS > ZERO AND MODO-REPORTE
002700     MOVE 4 TO RETURN-CODE
002710 ELSE
002720     MOVE 0 TO RETURN-CODE
002730 END-IF.
002740 STOP RUN.
002750
002760*Busca en PRJAUDVER.OUT el renglon de total de rupturas; sin ese
002770*renglon (archivo ausente o corrida interrumpida) no hay resultado
002780*valido y se toma como no verificado.
002790 RevisaVerificacion.
002800 OPEN INPUT VER-FILE.
002810 IF WS-VER-STATUS = "00"
002820     PERFORM UNTIL END-OF-VERIFICATION
002830         READ VER-FILE
002840             AT END
002850                 MOVE "Y" TO WS-VER-EOF
002860             NOT AT END
002870                 IF VER-LINE(1:32) =
002880                         "Total de rupturas de la cadena: "
002890                     IF VER-LINE(33:6) IS NUMERIC
002900                         MOVE "Y" TO WS-VER-FOUND
002910                         MOVE VER-LINE(33:6) TO WS-BREAK-COUNT
002920                     END-IF
002930                 END-IF
002940         END-READ
002950     END-PERFORM
002960     CLOSE VER-FILE
002970 END-IF.
002980
002990*Solo las emisiones y los deshaceres mueven el contador; el valor
003000*nuevo del renglon es donde quedo (en un deshacer, el restaurado).
003010*Los renglones del formato viejo no traen el anio en esa posicion.
003012*Los de subproyectos (guion en la posicion 20) mueven el
003014*subcontador del padre, no el de la serie.
003020 AcumulaMovimiento.
003030 IF AUD-ACTION = "ISSUE " OR AUD-ACTION = "UNDO  "
003040     IF AUD-NEW-VALUE(9:4) IS NUMERIC
003050             AND AUD-NEW-VALUE(14:6) IS NUMERIC
003055             AND AUD-NEW-VALUE(20:1) NOT = "-"
003060         MOVE AUD-NEW-VALUE TO PNF-PROJECT-NO
003070         PERFORM AnotaUltimoMovimiento
003080     END-IF
003090 END-IF.
003100
003110 AnotaUltimoMovimiento.
003120 MOVE "N" TO WS-SERMOV-FOUND.
003130 PERFORM VARYING WS-SERMOV-IX FROM 1 BY 1
003140         UNTIL WS-SERMOV-IX > WS-SERMOV-COUNT-USED
003150     IF WS-SERMOV-SERIES(WS-SERMOV-IX) = PNF-SERIES
003160         MOVE PNF-YEAR TO WS-SERMOV-YEAR(WS-SERMOV-IX)
003170         MOVE PNF-SEQUENCE TO WS-SERMOV-SEQ(WS-SERMOV-IX)
003180         MOVE "Y" TO WS-SERMOV-FOUND
003190     END-IF
003200 END-PERFORM.
003210 IF NOT SERIES-MOV-FOUND AND WS-SERMOV-COUNT-USED < 50
003220     ADD 1 TO WS-SERMOV-COUNT-USED
003230     MOVE WS-SERMOV-COUNT-USED TO WS-SERMOV-IX
003240     MOVE PNF-SERIES TO WS-SERMOV-SERIES(WS-SERMOV-IX)
003250     MOVE PNF-YEAR TO WS-SERMOV-YEAR(WS-SERMOV-IX)
003260     MOVE PNF-SEQUENCE TO WS-SERMOV-SEQ(WS-SERMOV-IX)
003270     MOVE "N" TO WS-SERMOV-VISTO(WS-SERMOV-IX)
003280 END-IF.
003290
003300*Recorre CTRFILE.DAT comparando cada contador contra su ultimo
003310*movimiento; despues, las series con movimientos en la bitacora
003320*pero sin contador (registro perdido) se dan de alta.
003330 ReconstruyeContadores.
003340 IF MODO-APLICAR
003350     OPEN I-O CTR-FILE
003360     IF WS-CTR-STATUS = "35"
003370         OPEN OUTPUT CTR-FILE
003380         CLOSE CTR-FILE
003390         OPEN I-O CTR-FILE
003400     END-IF
003410 ELSE
003420     OPEN INPUT CTR-FILE
003430 END-IF.
003440 IF WS-CTR-STATUS = "00"
003450     MOVE "Y" TO WS-CTR-ABIERTO
003460     MOVE "Y" TO WS-CTR-EXISTE
003470 END-IF.
003480*En REPORTE un CTRFILE.DAT inexistente no se crea: todos los
003490*contadores con movimientos salen como faltantes.
003500 IF NOT CTR-ABIERTO AND WS-CTR-STATUS NOT = "35"
003510     MOVE SPACES TO RPT-LINE
003520     STRING "No se pudo abrir CTRFILE.DAT (estado " WS-CTR-STATUS
003530         "), se omiten los contadores." DELIMITED BY SIZE
003540         INTO RPT-LINE
003550     WRITE RPT-LINE
003560 ELSE
003570     IF CTR-EXISTE
003580         MOVE LOW-VALUES TO CTR-KEY
003590         START CTR-FILE KEY IS NOT LESS THAN CTR-KEY
003600             INVALID KEY
003610                 MOVE "Y" TO WS-CTR-EOF
003620         END-START
003630         PERFORM UNTIL END-OF-COUNTERS
003640             READ CTR-FILE NEXT RECORD
003650                 AT END
003660                     MOVE "Y" TO WS-CTR-EOF
003670                 NOT AT END
003680                     PERFORM VerificaContador
003690             END-READ
003700         END-PERFORM
003710     END-IF
003720     PERFORM VARYING WS-SERMOV-IX FROM 1 BY 1
003730             UNTIL WS-SERMOV-IX > WS-SERMOV-COUNT-USED
003740         IF WS-SERMOV-VISTO(WS-SERMOV-IX) = "N"
003750             PERFORM ReponeContador
003760         END-IF
003770     END-PERFORM
003780     IF CTR-ABIERTO
003790         CLOSE CTR-FILE
003800     END-IF
003810 END-IF.
003820
003830*Un contador sin movimientos en la bitacora no se toca: no hay de
003840*donde reconstruirlo (PRJCHECK ya lo reporta si trae secuencia).
003850 VerificaContador.
003860 MOVE "N" TO WS-SERMOV-FOUND.
003870 PERFORM VARYING WS-SERMOV-IX FROM 1 BY 1
003880         UNTIL WS-SERMOV-IX > WS-SERMOV-COUNT-USED
003890         OR SERIES-MOV-FOUND
003900     IF WS-SERMOV-SERIES(WS-SERMOV-IX) = CTR-SERIES
003910         MOVE "Y" TO WS-SERMOV-FOUND
003920     END-IF
003930 END-PERFORM.
003940 IF SERIES-MOV-FOUND
003950     SUBTRACT 1 FROM WS-SERMOV-IX
003960     MOVE "S" TO WS-SERMOV-VISTO(WS-SERMOV-IX)
003970     IF CTR-YEAR NOT = WS-SERMOV-YEAR(WS-SERMOV-IX)
003980             OR CTR-SEQUENCE NOT = WS-SERMOV-SEQ(WS-SERMOV-IX)
003990         ADD 1 TO WS-CTR-DIFS
004000         MOVE SPACES TO RPT-LINE
004010         STRING "Contador " CTR-SERIES ": trae " CTR-YEAR "-"
004020             CTR-SEQUENCE ", la bitacora dice "
004030             WS-SERMOV-YEAR(WS-SERMOV-IX) "-"
004040             WS-SERMOV-SEQ(WS-SERMOV-IX)
004050             DELIMITED BY SIZE INTO RPT-LINE
004060         WRITE RPT-LINE
004070         IF MODO-APLICAR
004080             MOVE "PRJ-" TO PNF-PREFIX
004085             MOVE "-" TO PNF-DASH1 PNF-DASH
004090             MOVE CTR-SERIES TO PNF-SERIES
004100             MOVE CTR-YEAR TO PNF-YEAR
004110             MOVE CTR-SEQUENCE TO PNF-SEQUENCE
004120             MOVE PNF-PROJECT-NO TO WS-OLD-VALUE
004130             MOVE WS-SERMOV-YEAR(WS-SERMOV-IX) TO CTR-YEAR
004140             MOVE WS-SERMOV-SEQ(WS-SERMOV-IX) TO CTR-SEQUENCE
004150             REWRITE CTR-RECORD
004160             END-REWRITE
004170             IF WS-CTR-STATUS = "00"
004180                 PERFORM RegistraCorreccionContador
004190             ELSE
004200                 MOVE WS-CTR-STATUS TO WS-FALLA-STATUS
004210                 PERFORM ReportaFalla
004220             END-IF
004230         END-IF
004240     END-IF
004250 END-IF.
004260
004270 ReponeContador.
004280 ADD 1 TO WS-CTR-DIFS.
004290 MOVE SPACES TO RPT-LINE.
004300 STRING "Contador " WS-SERMOV-SERIES(WS-SERMOV-IX)
004310     ": no existe, la bitacora dice "
004320     WS-SERMOV-YEAR(WS-SERMOV-IX) "-" WS-SERMOV-SEQ(WS-SERMOV-IX)
004330     DELIMITED BY SIZE INTO RPT-LINE.
004340 WRITE RPT-LINE.
004350 IF MODO-APLICAR
004360     MOVE SPACES TO CTR-KEY
004370     MOVE WS-SERMOV-SERIES(WS-SERMOV-IX) TO CTR-SERIES
004380     MOVE WS-SERMOV-YEAR(WS-SERMOV-IX) TO CTR-YEAR
004390     MOVE WS-SERMOV-SEQ(WS-SERMOV-IX) TO CTR-SEQUENCE
004400     MOVE SPACES TO WS-OLD-VALUE
004410     WRITE CTR-RECORD
004420     END-WRITE
004430     IF WS-CTR-STATUS = "00"
004440         PERFORM RegistraCorreccionContador
004450     ELSE
004460         MOVE WS-CTR-STATUS TO WS-FALLA-STATUS
004470         PERFORM ReportaFalla
004480     END-IF
004490 END-IF.
004500
004510*El renglon RECOV de un contador lleva el valor anterior y el
004520*reconstruido en formato de numero, igual que un ISSUE o UNDO; no
004530*se refiere a ningun numero en particular.
004540 RegistraCorreccionContador.
004550 ADD 1 TO WS-CORREGIDAS.
004560 MOVE "PRJ-" TO PNF-PREFIX.
004565 MOVE "-" TO PNF-DASH1 PNF-DASH.
004570 MOVE CTR-SERIES TO PNF-SERIES.
004580 MOVE CTR-YEAR TO PNF-YEAR.
004590 MOVE CTR-SEQUENCE TO PNF-SEQUENCE.
004600 MOVE PNF-PROJECT-NO TO WS-NEW-VALUE.
004610 MOVE "Recuperacion de contador" TO WS-AUD-MOTIVO.
004620 MOVE SPACES TO WS-AUD-PROYECTO.
004630 PERFORM RegistraCorreccion.
004640
004650*Acumula un renglon de la bitacora leido por numero. Los renglones
004660*sin numero (DENY) y los de formato viejo se saltan; los RECOV son
004670*correcciones previas y no cambian lo esperado, y de los CHANGE
004675*solo cuenta el del campo estado. Dentro de un mismo numero vale
004680*el renglon de consecutivo mas alto.
004690 AcumulaRenglonDeNumero.
004700 IF AUD-PROJECT-NO NOT = WS-NUMERO
004710     IF WS-NUMERO NOT = SPACES
004720         PERFORM VerificaNumero
004730     END-IF
004740     MOVE AUD-PROJECT-NO TO WS-NUMERO
004750     MOVE SPACES TO WS-ULTIMA-ACCION
004760     MOVE ZERO TO WS-ULTIMO-SEQ
004770     MOVE ZERO TO WS-FECHA-EMISION
004780 END-IF.
004790 IF AUD-PROJECT-NO(9:4) IS NUMERIC
004800     IF AUD-ACTION = "ISSUE " OR AUD-ACTION = "UNDO  "
004810             OR AUD-ACTION = "VOID  " OR AUD-ACTION = "EXPIRE"
004820             OR AUD-ACTION = "REACT " OR AUD-ACTION = "XFER  "
004830         IF AUD-SEQUENCE > WS-ULTIMO-SEQ
004840             MOVE AUD-SEQUENCE TO WS-ULTIMO-SEQ
004850             MOVE AUD-ACTION TO WS-ULTIMA-ACCION
004860         END-IF
004870         IF AUD-ACTION = "ISSUE "
004880                 AND AUD-TIMESTAMP(1:8) IS NUMERIC
004890             MOVE AUD-TIMESTAMP(1:8) TO WS-FECHA-EMISION
004900         END-IF
004910     END-IF
004911     IF AUD-ACTION = "CHANGE" AND AUD-REASON = "Campo estado"
004912             AND (AUD-NEW-VALUE(1:1) = "A"
004913                  OR AUD-NEW-VALUE(1:1) = "C")
004914         IF AUD-SEQUENCE > WS-ULTIMO-SEQ
004915             MOVE AUD-SEQUENCE TO WS-ULTIMO-SEQ
004916             MOVE AUD-ACTION TO WS-ULTIMA-ACCION
004917             MOVE AUD-NEW-VALUE(1:1) TO WS-ULTIMO-ESTADO
004918         END-IF
004919     END-IF
004920 END-IF.
004930
004940*Traduce la ultima accion del numero a su estado esperado y lo
004950*compara contra el maestro.
004960 VerificaNumero.
004970 IF WS-ULTIMA-ACCION NOT = SPACES
004980     IF WS-ULTIMA-ACCION = "ISSUE " OR WS-ULTIMA-ACCION = "REACT "
004990         MOVE "P" TO WS-ESPERADO
005000     END-IF
005010     IF WS-ULTIMA-ACCION = "VOID  "
005020         MOVE "V" TO WS-ESPERADO
005030     END-IF
005040     IF WS-ULTIMA-ACCION = "EXPIRE"
005045         MOVE "X" TO WS-ESPERADO
005050     END-IF
005055     IF WS-ULTIMA-ACCION = "XFER  "
005060         MOVE "T" TO WS-ESPERADO
005065     END-IF
005070     IF WS-ULTIMA-ACCION = "UNDO  "
005075         MOVE "L" TO WS-ESPERADO
005080     END-IF
005085     IF WS-ULTIMA-ACCION = "CHANGE"
005090         MOVE WS-ULTIMO-ESTADO TO WS-ESPERADO
005095     END-IF
005100     MOVE "N" TO WS-EN-MAESTRO
005110     MOVE WS-NUMERO TO PRJM-PROJECT-NO
005120     READ PRJ-MASTER-FILE
005130         INVALID KEY
005140             CONTINUE
005150         NOT INVALID KEY
005160             MOVE "Y" TO WS-EN-MAESTRO
005170     END-READ
005180     IF NUMERO-EN-MAESTRO
005190         PERFORM ComparaEstado
005200     ELSE
005210         IF NOT ESPERA-LIBRE
005220             PERFORM ReponeRegistro
005230         END-IF
005240     END-IF
005250 END-IF.
005260
005270*Un numero vigente puede estar en P, A o C; uno libre solo puede
005280*seguir en el maestro si ya se habia activado (A o C); tras un
005285*cambio de estado en SHEET2 debe tener justo ese estado.
005290*Cualquier otra combinacion es una diferencia.
005300 ComparaEstado.
005310 MOVE PRJM-STATUS TO WS-ESTADO-ANTERIOR.
005320 MOVE SPACE TO WS-ESTADO-NUEVO.
005330 IF ESPERA-VIGENTE
005340     IF NOT PRJM-PENDIENTE AND NOT PRJM-ACTIVO
005350             AND NOT PRJM-CERRADO
005360         MOVE "P" TO WS-ESTADO-NUEVO
005370     END-IF
005380 END-IF.
005390 IF ESPERA-ANULADO AND NOT PRJM-ANULADO
005400     MOVE "V" TO WS-ESTADO-NUEVO
005410 END-IF.
005420 IF ESPERA-VENCIDO AND NOT PRJM-EXPIRADO
005424     MOVE "X" TO WS-ESTADO-NUEVO
005428 END-IF.
005432 IF ESPERA-TRASPASADO AND NOT PRJM-TRANSFERIDO
005436     MOVE "T" TO WS-ESTADO-NUEVO
005440 END-IF.
005444 IF ESPERA-LIBRE AND NOT PRJM-ACTIVO AND NOT PRJM-CERRADO
005448     MOVE "L" TO WS-ESTADO-NUEVO
005452 END-IF.
005456 IF (ESPERA-ACTIVO AND NOT PRJM-ACTIVO)
005460         OR (ESPERA-CERRADO AND NOT PRJM-CERRADO)
005464     MOVE WS-ESPERADO TO WS-ESTADO-NUEVO
005468 END-IF.
005480 IF WS-ESTADO-NUEVO NOT = SPACE
005490     ADD 1 TO WS-PRJM-DIFS
005500     MOVE SPACES TO RPT-LINE
005510     IF WS-ESTADO-NUEVO = "L"
005520         STRING "Numero " WS-NUMERO ": estado " PRJM-STATUS
005530             ", la bitacora lo dejo libre (" WS-ULTIMA-ACCION ")"
005540             DELIMITED BY SIZE INTO RPT-LINE
005550     ELSE
005560         STRING "Numero " WS-NUMERO ": estado " PRJM-STATUS
005570             ", la bitacora dice " WS-ESTADO-NUEVO " ("
005580             WS-ULTIMA-ACCION ")"
005590             DELIMITED BY SIZE INTO RPT-LINE
005600     END-IF
005610     WRITE RPT-LINE
005620     IF MODO-APLICAR
005630         PERFORM CorrigeEstado
005640     END-IF
005650 END-IF.
005660
005670 CorrigeEstado.
005680 MOVE SPACES TO WS-OLD-VALUE.
005690 MOVE WS-ESTADO-ANTERIOR TO WS-OLD-VALUE(1:1).
005700 MOVE SPACES TO WS-NEW-VALUE.
005710 IF WS-ESTADO-NUEVO = "L"
005720     DELETE PRJ-MASTER-FILE RECORD
005730     END-DELETE
005740     MOVE "Recuperacion: numero liberado" TO WS-AUD-MOTIVO
005750 ELSE
005760     MOVE WS-ESTADO-NUEVO TO PRJM-STATUS
005770     MOVE WS-ESTADO-NUEVO TO WS-NEW-VALUE(1:1)
005780     REWRITE PRJM-RECORD
005790     END-REWRITE
005800     MOVE "Recuperacion de estado" TO WS-AUD-MOTIVO
005810 END-IF.
005820 IF WS-PRJM-STATUS = "00"
005830     ADD 1 TO WS-CORREGIDAS
005840     MOVE WS-NUMERO TO WS-AUD-PROYECTO
005850     PERFORM RegistraCorreccion
005860 ELSE
005870     MOVE WS-PRJM-STATUS TO WS-FALLA-STATUS
005880     PERFORM ReportaFalla
005890 END-IF.
005900
005910*Un numero que la bitacora da por emitido, anulado, vencido o
005920*traspasado y que falta en el maestro se vuelve a dar de alta
005925*con ese estado; la fecha de alta es la de su emision y la
005930*descripcion avisa que hay que recapturar sus datos en SHEET2.
005950 ReponeRegistro.
005960 ADD 1 TO WS-PRJM-DIFS.
005970 MOVE SPACES TO RPT-LINE.
005980 STRING "Numero " WS-NUMERO ": falta en el maestro, la bitacora "
005990     "dice " WS-ESPERADO " (" WS-ULTIMA-ACCION ")"
006000     DELIMITED BY SIZE INTO RPT-LINE.
006010 WRITE RPT-LINE.
006020 IF MODO-APLICAR
006030     MOVE WS-NUMERO TO PNF-PROJECT-NO
006040     MOVE WS-NUMERO TO PRJM-PROJECT-NO
006050     MOVE WS-ESPERADO TO PRJM-STATUS
006060     MOVE "Recuperado de la bitacora" TO PRJM-DESCRIPTION
006070     MOVE WS-FECHA-EMISION TO PRJM-FECHA-ALTA
006080     MOVE SPACES TO PRJM-CUSTOMER-CODE
006090     MOVE PNF-SERIES TO PRJM-DEPARTMENT
006100     MOVE ZERO TO PRJM-FECHA-CIERRE
006102     MOVE SPACES TO PRJM-PADRE
006104     IF WS-NUMERO(20:1) = "-"
006106         MOVE WS-NUMERO(1:19) TO PRJM-PADRE
006108     END-IF
006109     MOVE ZERO TO PRJM-ULTIMO-HIJO
006110     WRITE PRJM-RECORD
006120     END-WRITE
006130     IF WS-PRJM-STATUS = "00"
006140         ADD 1 TO WS-CORREGIDAS
006150         MOVE SPACES TO WS-OLD-VALUE
006160         MOVE SPACES TO WS-NEW-VALUE
006170         MOVE WS-ESPERADO TO WS-NEW-VALUE(1:1)
006180         MOVE "Recuperacion: alta en maestro" TO WS-AUD-MOTIVO
006190         MOVE WS-NUMERO TO WS-AUD-PROYECTO
006200         PERFORM RegistraCorreccion
006210     ELSE
006220         MOVE WS-PRJM-STATUS TO WS-FALLA-STATUS
006230         PERFORM ReportaFalla
006240     END-IF
006250 END-IF.
006260
006270*Cada correccion queda en la bitacora como RECOV, con el propio
006280*programa como operador; la escritura pasa por PRJAUDWR.
006290 RegistraCorreccion.
006300 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
006310 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
006320     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
006330     WS-AUD-PROYECTO.
006340
006350 ReportaFalla.
006360 MOVE SPACES TO RPT-LINE.
006370 STRING "   No se pudo corregir (estado de archivo "
006380     WS-FALLA-STATUS ")"
006390     DELIMITED BY SIZE INTO RPT-LINE.
006400 WRITE RPT-LINE.
006410
006420*Busca por la clave alterna si el numero del maestro tiene algun
006430*renglon en la bitacora; los de formato viejo no se revisan.
006440 BuscaHistoria.
006450 IF PRJM-PROJECT-NO(9:4) IS NUMERIC
006460     MOVE "N" TO WS-TIENE-HISTORIA
006470     MOVE PRJM-PROJECT-NO TO AUD-PROJECT-NO
006480     READ AUD-FILE KEY IS AUD-PROJECT-NO
006490         INVALID KEY
006500             CONTINUE
006510         NOT INVALID KEY
006520             MOVE "Y" TO WS-TIENE-HISTORIA
006530     END-READ
006540     IF NOT NUMERO-CON-HISTORIA
006550         ADD 1 TO WS-SIN-HISTORIA
006560         MOVE SPACES TO RPT-LINE
006570         STRING "Numero " PRJM-PROJECT-NO ": estado " PRJM-STATUS
006580             ", sin renglones en bitacora (no se corrige)"
006590             DELIMITED BY SIZE INTO RPT-LINE
006600         WRITE RPT-LINE
006610     END-IF
006620 END-IF.
006630
006640 EscribeResumen.
006650 MOVE SPACES TO RPT-LINE.
006660 STRING "Diferencias en contadores: " WS-CTR-DIFS
006670     DELIMITED BY SIZE INTO RPT-LINE.
006680 WRITE RPT-LINE.
006690 MOVE SPACES TO RPT-LINE.
006700 STRING "Diferencias en el maestro: " WS-PRJM-DIFS
006710     DELIMITED BY SIZE INTO RPT-LINE.
006720 WRITE RPT-LINE.
006730 MOVE SPACES TO RPT-LINE.
006740 STRING "Numeros sin historia en bitacora: " WS-SIN-HISTORIA
006750     DELIMITED BY SIZE INTO RPT-LINE.
006760 WRITE RPT-LINE.
006770 MOVE SPACES TO RPT-LINE.
006780 STRING "Correcciones aplicadas: " WS-CORREGIDAS
006790     DELIMITED BY SIZE INTO RPT-LINE.
006800 WRITE RPT-LINE.
