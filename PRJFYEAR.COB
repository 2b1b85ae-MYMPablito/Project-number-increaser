000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJFYEAR.
000030*Subprograma unico del calendario fiscal. Recibe una fecha
000040*AAAAMMDD y regresa el anio fiscal al que pertenece, el trimestre
000050*fiscal (1 a 4) y el mes en que empieza ese anio fiscal. Las
000060*pantallas y los lotes llaman aqui en vez de tomar el anio de la
000070*fecha, para que el anio del numero de proyecto, el reinicio de
000080*los contadores, el cierre de PRJARCHV, el rango de PRJGAP, el
000090*anio vigente de PRJCHECK y los trimestres de PRJTREND sigan todos
000100*el mismo calendario.
000110*
000120*El calendario se toma de PARMFILE.DAT (ver PARMREC):
000130*  FYSTART   mes en que empieza el anio fiscal (1 a 12). Sin la
000140*            clave, o con 1, el anio fiscal es el calendario.
000150*  FYDESDE   primer anio fiscal que se numera con el calendario
000160*            fiscal. Las fechas anteriores a su inicio siguen
000170*            en el anio calendario, para que los numeros ya
000180*            emitidos con ese esquema sigan cayendo en su anio.
000190*            Es obligatoria con FYSTART distinto de 1; sin ella
000200*            se avisa y se sigue con el anio calendario.
000210*El anio fiscal lleva el nombre del anio en que termina: con
000220*FYSTART 7, de julio de 2026 a junio de 2027 es el anio 2027. Asi
000230*el anio nunca retrocede al cambiar de esquema y no se repiten
000240*numeros del esquema anterior; el anio calendario anterior al
000250*cambio solo queda mas corto (de enero al mes previo al inicio).
000260*
000270*El inicio de FYDESDE no puede quedar antes de numeros ya
000280*emitidos: con FYSTART 7, FYDESDE 2027 ya no sirve si se captura
000290*en octubre de 2026, porque lo emitido desde julio lleva 2026 y
000300*caeria en el anio fiscal 2027. Para detectarlo, el ultimo numero
000310*de cada contador (CTRFILE.DAT) se busca en la bitacora y la fecha
000320*de su emision debe caer, con este calendario, en el anio que
000330*lleva el numero; si alguno no cuadra se avisa y se sigue con el
000340*anio calendario hasta que se corrija FYDESDE.
000350*Los parametros se leen y se verifican una sola vez por corrida.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PARM-KEY
000430         FILE STATUS IS WS-PARM-STATUS.
000440     SELECT CTR-FILE ASSIGN TO "CTRFILE.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CTR-KEY
000480         FILE STATUS IS WS-CTR-STATUS.
000490     SELECT AUD-FILE ASSIGN TO "AUDFILE.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS AUD-SEQUENCE
000530         ALTERNATE RECORD KEY IS AUD-PROJECT-NO WITH DUPLICATES
000540         FILE STATUS IS WS-AUD-STATUS.
000550 DATA        DIVISION.
000560 FILE SECTION.
000570 FD  PARM-FILE.
000580     COPY PARMREC.
000590 FD  CTR-FILE.
000600     COPY CTRREC.
000610 FD  AUD-FILE.
000620     COPY AUDREC.
000630 WORKING-STORAGE SECTION.
000640 77 WS-PARM-STATUS                   PIC XX.
000650 77 WS-CTR-STATUS                    PIC XX.
000660 77 WS-AUD-STATUS                    PIC XX.
000670 77 WS-PARM-LEIDO                    PIC X VALUE "N".
000680    88 PARM-YA-LEIDO                 VALUE "Y".
000690 77 WS-CTR-EOF                       PIC X VALUE "N".
000700    88 END-OF-COUNTERS               VALUE "Y".
000710 77 WS-CORTE-VALIDO                  PIC X VALUE "Y".
000720    88 CORTE-VALIDO                  VALUE "Y".
000730 77 WS-MES-INICIO                    PIC 9(2) VALUE 1.
000740 77 WS-ANIO-DESDE                    PIC 9(4) VALUE ZERO.
000750 77 WS-FECHA-CORTE                   PIC 9(8) VALUE ZERO.
000760 77 WS-MES-FISCAL                    PIC S9(2).
000770 77 WS-ANIO                          PIC 9(4).
000780 77 WS-TRIMESTRE                     PIC 9(1).
000790 77 WS-MES-EFECTIVO                  PIC 9(2).
000800 01  WS-FECHA.
000810     05  WS-FECHA-ANIO               PIC 9(4).
000820     05  WS-FECHA-MES                PIC 9(2).
000830     05  WS-FECHA-DIA                PIC 9(2).
000840    COPY PNFMT.
000850 LINKAGE SECTION.
000860 01  LNK-FECHA                       PIC 9(8).
000870 01  LNK-ANIO                        PIC 9(4).
000880 01  LNK-TRIMESTRE                   PIC 9(1).
000890 01  LNK-MES-INICIO                  PIC 9(2).
000900
000910 PROCEDURE   DIVISION
000920     USING LNK-FECHA LNK-ANIO LNK-TRIMESTRE LNK-MES-INICIO.
000930 PRJFYEAR-Main.
000940 IF NOT PARM-YA-LEIDO
000950     PERFORM LeeCalendario
000960 END-IF.
000970 MOVE LNK-FECHA TO WS-FECHA.
000980 PERFORM CalculaAnio.
000990 MOVE WS-ANIO TO LNK-ANIO.
001000 MOVE WS-TRIMESTRE TO LNK-TRIMESTRE.
001010 MOVE WS-MES-EFECTIVO TO LNK-MES-INICIO.
001020 EXIT PROGRAM.
001030
001040*Antes del corte, o sin calendario fiscal, el anio es el del
001050*calendario y los trimestres empiezan en enero. Un mes invalido
001060*regresa el anio de la fecha y el trimestre en cero.
001070 CalculaAnio.
001080 MOVE WS-FECHA-ANIO TO WS-ANIO.
001090 MOVE ZERO TO WS-TRIMESTRE.
001100 MOVE 1 TO WS-MES-EFECTIVO.
001110 IF WS-FECHA-MES >= 1 AND WS-FECHA-MES <= 12
001120     IF WS-MES-INICIO NOT = 1 AND WS-FECHA NOT < WS-FECHA-CORTE
001130         MOVE WS-MES-INICIO TO WS-MES-EFECTIVO
001140         IF WS-FECHA-MES NOT < WS-MES-INICIO
001150             ADD 1 TO WS-ANIO
001160         END-IF
001170     END-IF
001180     COMPUTE WS-MES-FISCAL = WS-FECHA-MES - WS-MES-EFECTIVO
001190     IF WS-MES-FISCAL < 0
001200         ADD 12 TO WS-MES-FISCAL
001210     END-IF
001220     COMPUTE WS-TRIMESTRE = WS-MES-FISCAL / 3 + 1
001230 END-IF.
001240
001250*Un mes de inicio fuera de rango, la falta de FYDESDE o un corte
001260*que deja numeros ya emitidos en el anio equivocado se ignoran
001270*(queda el calendario) y se avisa, para que no se numere con un
001280*anio equivocado. El corte es el primer dia del anio fiscal
001290*FYDESDE, que empieza en el anio calendario anterior.
001300 LeeCalendario.
001310 MOVE "Y" TO WS-PARM-LEIDO.
001320 OPEN INPUT PARM-FILE.
001330 IF WS-PARM-STATUS = "00"
001340     MOVE "FYSTART " TO PARM-KEY
001350     READ PARM-FILE
001360         INVALID KEY
001370             CONTINUE
001380         NOT INVALID KEY
001390             MOVE PARM-STEP-SIZE TO WS-MES-INICIO
001400     END-READ
001410     MOVE "FYDESDE " TO PARM-KEY
001420     READ PARM-FILE
001430         INVALID KEY
001440             CONTINUE
001450         NOT INVALID KEY
001460             MOVE PARM-STEP-SIZE TO WS-ANIO-DESDE
001470     END-READ
001480     CLOSE PARM-FILE
001490 END-IF.
001500 IF WS-MES-INICIO < 1 OR WS-MES-INICIO > 12
001510     DISPLAY "PRJFYEAR: mes de inicio fiscal invalido ("
001520         WS-MES-INICIO "), se usa el anio calendario."
001530     MOVE 1 TO WS-MES-INICIO
001540 END-IF.
001550 IF WS-MES-INICIO NOT = 1 AND WS-ANIO-DESDE = ZERO
001560     DISPLAY "PRJFYEAR: falta el primer anio fiscal (FYDESDE), "
001570         "se usa el anio calendario."
001580     MOVE 1 TO WS-MES-INICIO
001590 END-IF.
001600 IF WS-MES-INICIO NOT = 1
001610     COMPUTE WS-FECHA-CORTE = (WS-ANIO-DESDE - 1) * 10000
001620         + WS-MES-INICIO * 100 + 1
001630     PERFORM VerificaCorte
001640     IF NOT CORTE-VALIDO
001650         DISPLAY "PRJFYEAR: el anio fiscal " WS-ANIO-DESDE
001660             " empieza antes de numeros ya emitidos con el anio "
001670             "calendario; se usa el anio calendario."
001680         MOVE 1 TO WS-MES-INICIO
001690         MOVE ZERO TO WS-FECHA-CORTE
001700     END-IF
001710 END-IF.
001720
001730*Recorre los contadores y, para cada uno con secuencia, busca la
001740*emision de su ultimo numero por la clave alterna de la bitacora
001750*(el primer renglon de un numero es su emision). Sin contadores o
001760*sin bitacora no hay nada emitido que pueda quedar mal.
001770 VerificaCorte.
001780 MOVE "Y" TO WS-CORTE-VALIDO.
001790 OPEN INPUT CTR-FILE.
001800 IF WS-CTR-STATUS = "00"
001810     OPEN INPUT AUD-FILE
001820     IF WS-AUD-STATUS = "00"
001830         MOVE "N" TO WS-CTR-EOF
001840         MOVE LOW-VALUES TO CTR-KEY
001850         START CTR-FILE KEY IS NOT LESS THAN CTR-KEY
001860             INVALID KEY
001870                 MOVE "Y" TO WS-CTR-EOF
001880         END-START
001890         PERFORM UNTIL END-OF-COUNTERS OR NOT CORTE-VALIDO
001900             READ CTR-FILE NEXT RECORD
001910                 AT END
001920                     MOVE "Y" TO WS-CTR-EOF
001930                 NOT AT END
001940                     PERFORM VerificaContador
001950             END-READ
001960         END-PERFORM
001970         CLOSE AUD-FILE
001980     END-IF
001990     CLOSE CTR-FILE
002000 END-IF.
002010
002020 VerificaContador.
002030 IF CTR-SEQUENCE > ZERO
002040     MOVE CTR-SERIES TO PNF-SERIES
002050     MOVE CTR-YEAR TO PNF-YEAR
002060     MOVE CTR-SEQUENCE TO PNF-SEQUENCE
002070     MOVE PNF-PROJECT-NO TO AUD-PROJECT-NO
002080     READ AUD-FILE KEY IS AUD-PROJECT-NO
002090         INVALID KEY
002100             CONTINUE
002110         NOT INVALID KEY
002120             IF AUD-ACTION = "ISSUE "
002130                     AND AUD-TIMESTAMP(1:8) IS NUMERIC
002140                 MOVE AUD-TIMESTAMP(1:8) TO WS-FECHA
002150                 PERFORM CalculaAnio
002160                 IF WS-ANIO NOT = CTR-YEAR
002170                     MOVE "N" TO WS-CORTE-VALIDO
002180                 END-IF
002190             END-IF
002200     END-READ
002210 END-IF.
