000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJAGING.
000030*Programa por lotes de antiguedad y cierre de proyectos. Recorre
000040*PRJMAST.DAT y arma PRJAGING.OUT con tres secciones:
000050*  - los proyectos activos (A) repartidos por antiguedad desde
000060*    su fecha de alta (0-30, 31-90, 91-180, 181-365 y mas de un
000070*    anio), una vez por departamento y otra por cliente;
000080*  - los proyectos cerrados (C) por mes de cierre, con el promedio
000090*    de dias que estuvieron abiertos (de la fecha de alta a la de
000100*    cierre);
000110*  - la lista de los activos que llevan abiertos mas dias que el
000120*    umbral, con su descripcion.
000130*El umbral en dias se toma de PARMFILE.DAT con la clave
000140*"OPENDAYS"; a falta del parametro se usan 365 dias. El renglon
000150*final trae la cuenta de la lista, que PRJSUMM lee como hallazgo
000160*informativo.
000170*Los registros sin fecha de alta valida (convertidos del formato
000180*viejo) no se pueden fechar y solo se cuentan aparte.
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT PRJ-MASTER-FILE ASSIGN TO "PRJMAST.DAT"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS PRJM-PROJECT-NO
000260         ALTERNATE RECORD KEY IS PRJM-CUSTOMER-CODE
000270             WITH DUPLICATES
000280         FILE STATUS IS WS-PRJM-STATUS.
000290     SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS PARM-KEY
000330         FILE STATUS IS WS-PARM-STATUS.
000340     SELECT RPT-FILE ASSIGN TO "PRJAGING.OUT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RPT-STATUS.
000370 DATA        DIVISION.
000380 FILE SECTION.
000390 FD  PRJ-MASTER-FILE.
000400     COPY PRJMREC.
000410 FD  PARM-FILE.
000420     COPY PARMREC.
000430 FD  RPT-FILE.
000440 01  RPT-LINE                        PIC X(80).
000450 WORKING-STORAGE SECTION.
000460 77 WS-PRJM-STATUS                   PIC XX.
000470 77 WS-PARM-STATUS                   PIC XX.
000480 77 WS-RPT-STATUS                    PIC XX.
000490 77 WS-PRJM-EOF                      PIC X VALUE "N".
000500    88 END-OF-MASTER                 VALUE "Y".
000510 77 WS-OPEN-DAYS                     PIC 9(4) VALUE 365.
000520 77 WS-TODAY-INT                     PIC 9(8) VALUE ZERO.
000530 77 WS-ALTA-INT                      PIC 9(8) VALUE ZERO.
000540 77 WS-CIERRE-INT                    PIC 9(8) VALUE ZERO.
000550 77 WS-EDAD                          PIC S9(8) VALUE ZERO.
000560 77 WS-DIAS-ABIERTO                  PIC S9(8) VALUE ZERO.
000570 77 WS-FECHA-X                       PIC X(8).
000580 77 WS-FECHA-VALIDA                  PIC X VALUE "N".
000590    88 FECHA-VALIDA                  VALUE "Y".
000600 77 WS-BUCKET                        PIC 9 VALUE ZERO.
000610 77 WS-BX                            PIC 9 VALUE ZERO.
000620 77 WS-CLIENTE-KEY                   PIC X(8).
000630 77 WS-ACTIVOS                       PIC 9(6) VALUE ZERO.
000640 77 WS-SIN-FECHA                     PIC 9(6) VALUE ZERO.
000650 77 WS-LONG-OPEN-COUNT               PIC 9(6) VALUE ZERO.
000660 77 WS-PROMEDIO                      PIC 9(6) VALUE ZERO.
000670 77 WS-DIAS                          PIC 9(6) VALUE ZERO.
000680*Antiguedad de los activos por departamento (la serie del numero,
000690*ver PRJM-DEPARTMENT) y por cliente; cada renglon lleva una cuenta
000700*por rango de antiguedad.
000710 77 WS-DEP-IX                        PIC 9(4) VALUE ZERO.
000720 77 WS-DEP-COUNT-USED                PIC 9(4) VALUE ZERO.
000730 77 WS-DEP-FOUND                     PIC X VALUE "N".
000740    88 DEP-FOUND                     VALUE "Y".
000750 77 WS-DEP-TABLE-FULL                PIC X VALUE "N".
000760    88 DEP-TABLE-FULL                VALUE "Y".
000770 01  WS-DEP-TABLE.
000780     05  WS-DEP-ENTRY OCCURS 50 TIMES.
000790         10  WS-DEP-CODE             PIC X(3).
000800         10  WS-DEP-BUCKET           PIC 9(6) OCCURS 5 TIMES.
000810 77 WS-CLI-IX                        PIC 9(4) VALUE ZERO.
000820 77 WS-CLI-COUNT-USED                PIC 9(4) VALUE ZERO.
000830 77 WS-CLI-FOUND                     PIC X VALUE "N".
000840    88 CLI-FOUND                     VALUE "Y".
000850 77 WS-CLI-TABLE-FULL                PIC X VALUE "N".
000860    88 CLI-TABLE-FULL                VALUE "Y".
000870 01  WS-CLI-TABLE.
000880     05  WS-CLI-ENTRY OCCURS 500 TIMES.
000890         10  WS-CLI-CODE             PIC X(8).
000900         10  WS-CLI-BUCKET           PIC 9(6) OCCURS 5 TIMES.
000910*Cierres por mes (AAAAMM de la fecha de cierre) con la suma de los
000920*dias abiertos, para sacar el promedio al escribir.
000930 77 WS-MES-IX                        PIC 9(4) VALUE ZERO.
000940 77 WS-MES-COUNT-USED                PIC 9(4) VALUE ZERO.
000950 77 WS-MES-FOUND                     PIC X VALUE "N".
000960    88 MES-FOUND                     VALUE "Y".
000970 77 WS-MES-TABLE-FULL                PIC X VALUE "N".
000980    88 MES-TABLE-FULL                VALUE "Y".
000990 01  WS-MES-TABLE.
001000     05  WS-MES-ENTRY OCCURS 600 TIMES.
001010         10  WS-MES-VALUE            PIC X(6).
001020         10  WS-MES-CERRADOS         PIC 9(6).
001030         10  WS-MES-DIAS             PIC 9(10).
001040
001050 PROCEDURE   DIVISION.
001060 PRJAGING-Main.
001070 MOVE FUNCTION INTEGER-OF-DATE(
001080     FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
001090     TO WS-TODAY-INT.
001100 PERFORM ObtieneUmbral.
001110 OPEN INPUT PRJ-MASTER-FILE.
001120 IF WS-PRJM-STATUS NOT = "00"
001130     DISPLAY "PRJAGING: no se pudo abrir PRJMAST.DAT"
001140     STOP RUN
001150 END-IF.
001160*Primera pasada: acumula antiguedades y cierres.
001170 PERFORM PosicionaInicioMaestro.
001180 PERFORM UNTIL END-OF-MASTER
001190     READ PRJ-MASTER-FILE NEXT RECORD
001200         AT END
001210             MOVE "Y" TO WS-PRJM-EOF
001220         NOT AT END
001230             PERFORM AcumulaProyecto
001240     END-READ
001250 END-PERFORM.
001260
001270 OPEN OUTPUT RPT-FILE.
001280 PERFORM EscribeAntiguedad.
001290 PERFORM EscribeCierres.
001300
001310*Segunda pasada: lista los activos que pasan el umbral, en orden
001320*de numero de proyecto.
001330 MOVE SPACES TO RPT-LINE.
001340 WRITE RPT-LINE.
001350 MOVE SPACES TO RPT-LINE.
001360 STRING "Proyectos activos abiertos mas de " WS-OPEN-DAYS " dias"
001370     DELIMITED BY SIZE INTO RPT-LINE.
001380 WRITE RPT-LINE.
001390 MOVE "N" TO WS-PRJM-EOF.
001400 PERFORM PosicionaInicioMaestro.
001410 PERFORM UNTIL END-OF-MASTER
001420     READ PRJ-MASTER-FILE NEXT RECORD
001430         AT END
001440             MOVE "Y" TO WS-PRJM-EOF
001450         NOT AT END
001460             PERFORM ListaSiAbiertoDeMas
001470     END-READ
001480 END-PERFORM.
001490 CLOSE PRJ-MASTER-FILE.
001500
001510 MOVE SPACES TO RPT-LINE.
001520 STRING "Total abiertos sobre el umbral: " WS-LONG-OPEN-COUNT
001530     DELIMITED BY SIZE INTO RPT-LINE.
001540 WRITE RPT-LINE.
001550 CLOSE RPT-FILE.
001560 STOP RUN.
001570
001580 ObtieneUmbral.
001590 MOVE 365 TO WS-OPEN-DAYS.
001600 OPEN INPUT PARM-FILE.
001610 IF WS-PARM-STATUS = "00"
001620     MOVE "OPENDAYS" TO PARM-KEY
001630     READ PARM-FILE
001640         INVALID KEY
001650             CONTINUE
001660         NOT INVALID KEY
001670             MOVE PARM-STEP-SIZE TO WS-OPEN-DAYS
001680     END-READ
001690     CLOSE PARM-FILE
001700 END-IF.
001710
001720 PosicionaInicioMaestro.
001730 MOVE LOW-VALUES TO PRJM-PROJECT-NO.
001740 START PRJ-MASTER-FILE KEY IS NOT LESS THAN PRJM-PROJECT-NO
001750     INVALID KEY
001760         MOVE "Y" TO WS-PRJM-EOF
001770 END-START.
001780
001790*Deja en WS-ALTA-INT el dia entero de la fecha de alta, si es una
001800*fecha real; los registros viejos traen ceros o basura ahi.
001810 ValidaFechaAlta.
001820 MOVE "N" TO WS-FECHA-VALIDA.
001830 MOVE PRJM-FECHA-ALTA TO WS-FECHA-X.
001840 IF WS-FECHA-X IS NUMERIC AND PRJM-FECHA-ALTA > ZERO
001850     IF FUNCTION TEST-DATE-YYYYMMDD(PRJM-FECHA-ALTA) = 0
001860         MOVE FUNCTION INTEGER-OF-DATE(PRJM-FECHA-ALTA)
001870             TO WS-ALTA-INT
001880         MOVE "Y" TO WS-FECHA-VALIDA
001890     END-IF
001900 END-IF.
001910
001920 AcumulaProyecto.
001930 IF PRJM-ACTIVO
001940     ADD 1 TO WS-ACTIVOS
001950     PERFORM ValidaFechaAlta
001960     IF NOT FECHA-VALIDA
001970         ADD 1 TO WS-SIN-FECHA
001980     ELSE
001990         COMPUTE WS-EDAD = WS-TODAY-INT - WS-ALTA-INT
002000         PERFORM DeterminaRango
002010         PERFORM AcumulaDepartamento
002020         PERFORM AcumulaCliente
002030     END-IF
002040 END-IF.
002050 IF PRJM-CERRADO
002060     PERFORM AcumulaCierre
002070 END-IF.
002080
002090*Rangos de antiguedad: 1 = 0-30, 2 = 31-90, 3 = 91-180,
002100*4 = 181-365 y 5 = mas de 365 dias.
002110 DeterminaRango.
002120 MOVE 5 TO WS-BUCKET.
002130 IF WS-EDAD <= 365
002140     MOVE 4 TO WS-BUCKET
002150 END-IF.
002160 IF WS-EDAD <= 180
002170     MOVE 3 TO WS-BUCKET
002180 END-IF.
002190 IF WS-EDAD <= 90
002200     MOVE 2 TO WS-BUCKET
002210 END-IF.
002220 IF WS-EDAD <= 30
002230     MOVE 1 TO WS-BUCKET
002240 END-IF.
002250
002260 AcumulaDepartamento.
002270 MOVE "N" TO WS-DEP-FOUND.
002280 PERFORM VARYING WS-DEP-IX FROM 1 BY 1
002290         UNTIL WS-DEP-IX > WS-DEP-COUNT-USED OR DEP-FOUND
002300     IF WS-DEP-CODE(WS-DEP-IX) = PRJM-DEPARTMENT
002310         ADD 1 TO WS-DEP-BUCKET(WS-DEP-IX, WS-BUCKET)
002320         MOVE "Y" TO WS-DEP-FOUND
002330     END-IF
002340 END-PERFORM.
002350 IF NOT DEP-FOUND
002360     IF WS-DEP-COUNT-USED >= 50
002370         IF NOT DEP-TABLE-FULL
002380             MOVE "Y" TO WS-DEP-TABLE-FULL
002390             DISPLAY "PRJAGING: tabla de departamentos llena, se "
002400                 "omiten departamentos adicionales"
002410         END-IF
002420     ELSE
002430         ADD 1 TO WS-DEP-COUNT-USED
002440         MOVE WS-DEP-COUNT-USED TO WS-DEP-IX
002450         MOVE PRJM-DEPARTMENT TO WS-DEP-CODE(WS-DEP-IX)
002460         PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
002470             MOVE ZERO TO WS-DEP-BUCKET(WS-DEP-IX, WS-BX)
002480         END-PERFORM
002490         MOVE 1 TO WS-DEP-BUCKET(WS-DEP-IX, WS-BUCKET)
002500     END-IF
002510 END-IF.
002520
002530*Los proyectos sin cliente se juntan en un renglon propio.
002540 AcumulaCliente.
002550 MOVE PRJM-CUSTOMER-CODE TO WS-CLIENTE-KEY.
002560 IF WS-CLIENTE-KEY = SPACES
002570     MOVE "(SIN)" TO WS-CLIENTE-KEY
002580 END-IF.
002590 MOVE "N" TO WS-CLI-FOUND.
002600 PERFORM VARYING WS-CLI-IX FROM 1 BY 1
002610         UNTIL WS-CLI-IX > WS-CLI-COUNT-USED OR CLI-FOUND
002620     IF WS-CLI-CODE(WS-CLI-IX) = WS-CLIENTE-KEY
002630         ADD 1 TO WS-CLI-BUCKET(WS-CLI-IX, WS-BUCKET)
002640         MOVE "Y" TO WS-CLI-FOUND
002650     END-IF
002660 END-PERFORM.
002670 IF NOT CLI-FOUND
002680     IF WS-CLI-COUNT-USED >= 500
002690         IF NOT CLI-TABLE-FULL
002700             MOVE "Y" TO WS-CLI-TABLE-FULL
002710             DISPLAY "PRJAGING: tabla de clientes llena, se "
002720                 "omiten clientes adicionales"
002730         END-IF
002740     ELSE
002750         ADD 1 TO WS-CLI-COUNT-USED
002760         MOVE WS-CLI-COUNT-USED TO WS-CLI-IX
002770         MOVE WS-CLIENTE-KEY TO WS-CLI-CODE(WS-CLI-IX)
002780         PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
002790             MOVE ZERO TO WS-CLI-BUCKET(WS-CLI-IX, WS-BX)
002800         END-PERFORM
002810         MOVE 1 TO WS-CLI-BUCKET(WS-CLI-IX, WS-BUCKET)
002820     END-IF
002830 END-IF.
002840
002850*Un cierre solo se promedia si trae fecha de alta y de cierre
002860*reales y la de cierre no es anterior a la de alta.
002870 AcumulaCierre.
002880 PERFORM ValidaFechaAlta.
002890 MOVE PRJM-FECHA-CIERRE TO WS-FECHA-X.
002900 IF FECHA-VALIDA AND WS-FECHA-X IS NUMERIC
002910         AND PRJM-FECHA-CIERRE > ZERO
002920     IF FUNCTION TEST-DATE-YYYYMMDD(PRJM-FECHA-CIERRE) = 0
002930         MOVE FUNCTION INTEGER-OF-DATE(PRJM-FECHA-CIERRE)
002940             TO WS-CIERRE-INT
002950         COMPUTE WS-DIAS-ABIERTO = WS-CIERRE-INT - WS-ALTA-INT
002960         IF WS-DIAS-ABIERTO >= 0
002970             PERFORM AcumulaMesCierre
002980         END-IF
002990     END-IF
003000 END-IF.
003010
003020 AcumulaMesCierre.
003030 MOVE "N" TO WS-MES-FOUND.
003040 PERFORM VARYING WS-MES-IX FROM 1 BY 1
003050         UNTIL WS-MES-IX > WS-MES-COUNT-USED OR MES-FOUND
003060     IF WS-MES-VALUE(WS-MES-IX) = WS-FECHA-X(1:6)
003070         ADD 1 TO WS-MES-CERRADOS(WS-MES-IX)
003080         ADD WS-DIAS-ABIERTO TO WS-MES-DIAS(WS-MES-IX)
003090         MOVE "Y" TO WS-MES-FOUND
003100     END-IF
003110 END-PERFORM.
003120 IF NOT MES-FOUND
003130     IF WS-MES-COUNT-USED >= 600
003140         IF NOT MES-TABLE-FULL
003150             MOVE "Y" TO WS-MES-TABLE-FULL
003160             DISPLAY "PRJAGING: tabla de meses llena, se "
003170                 "omiten meses adicionales"
003180         END-IF
003190     ELSE
003200         ADD 1 TO WS-MES-COUNT-USED
003210         MOVE WS-MES-COUNT-USED TO WS-MES-IX
003220         MOVE WS-FECHA-X(1:6) TO WS-MES-VALUE(WS-MES-IX)
003230         MOVE 1 TO WS-MES-CERRADOS(WS-MES-IX)
003240         MOVE WS-DIAS-ABIERTO TO WS-MES-DIAS(WS-MES-IX)
003250     END-IF
003260 END-IF.
003270
003280*Los departamentos y clientes salen en el orden en que se fueron
003290*encontrando en el maestro.
003300 EscribeAntiguedad.
003310 MOVE SPACES TO RPT-LINE.
003320 STRING "Antiguedad de proyectos activos - "
003330     FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE INTO RPT-LINE.
003340 WRITE RPT-LINE.
003350 MOVE SPACES TO RPT-LINE.
003360 STRING "Activos: " WS-ACTIVOS ", sin fecha de alta valida: "
003370     WS-SIN-FECHA DELIMITED BY SIZE INTO RPT-LINE.
003380 WRITE RPT-LINE.
003390 MOVE SPACES TO RPT-LINE.
003400 WRITE RPT-LINE.
003410 MOVE SPACES TO RPT-LINE.
003420 STRING "Por departamento:" DELIMITED BY SIZE INTO RPT-LINE.
003430 WRITE RPT-LINE.
003440 PERFORM EscribeEncabezadoRangos.
003450 PERFORM VARYING WS-DEP-IX FROM 1 BY 1
003460         UNTIL WS-DEP-IX > WS-DEP-COUNT-USED
003470     MOVE SPACES TO RPT-LINE
003480     STRING "  " WS-DEP-CODE(WS-DEP-IX) "     "
003490         "  " WS-DEP-BUCKET(WS-DEP-IX, 1)
003500         "  " WS-DEP-BUCKET(WS-DEP-IX, 2)
003510         "  " WS-DEP-BUCKET(WS-DEP-IX, 3)
003520         "  " WS-DEP-BUCKET(WS-DEP-IX, 4)
003530         "  " WS-DEP-BUCKET(WS-DEP-IX, 5)
003540         DELIMITED BY SIZE INTO RPT-LINE
003550     WRITE RPT-LINE
003560 END-PERFORM.
003570 MOVE SPACES TO RPT-LINE.
003580 WRITE RPT-LINE.
003590 MOVE SPACES TO RPT-LINE.
003600 STRING "Por cliente:" DELIMITED BY SIZE INTO RPT-LINE.
003610 WRITE RPT-LINE.
003620 PERFORM EscribeEncabezadoRangos.
003630 PERFORM VARYING WS-CLI-IX FROM 1 BY 1
003640         UNTIL WS-CLI-IX > WS-CLI-COUNT-USED
003650     MOVE SPACES TO RPT-LINE
003660     STRING "  " WS-CLI-CODE(WS-CLI-IX)
003670         "  " WS-CLI-BUCKET(WS-CLI-IX, 1)
003680         "  " WS-CLI-BUCKET(WS-CLI-IX, 2)
003690         "  " WS-CLI-BUCKET(WS-CLI-IX, 3)
003700         "  " WS-CLI-BUCKET(WS-CLI-IX, 4)
003710         "  " WS-CLI-BUCKET(WS-CLI-IX, 5)
003720         DELIMITED BY SIZE INTO RPT-LINE
003730     WRITE RPT-LINE
003740 END-PERFORM.
003750
003760 EscribeEncabezadoRangos.
003770 MOVE SPACES TO RPT-LINE.
003780 STRING "  Codigo      0-30   31-90  91-180 181-365    >365"
003790     DELIMITED BY SIZE INTO RPT-LINE.
003800 WRITE RPT-LINE.
003810
003820 EscribeCierres.
003830 MOVE SPACES TO RPT-LINE.
003840 WRITE RPT-LINE.
003850 MOVE SPACES TO RPT-LINE.
003860 STRING "Proyectos cerrados por mes de cierre:"
003870     DELIMITED BY SIZE INTO RPT-LINE.
003880 WRITE RPT-LINE.
003890 PERFORM VARYING WS-MES-IX FROM 1 BY 1
003900         UNTIL WS-MES-IX > WS-MES-COUNT-USED
003910     COMPUTE WS-PROMEDIO ROUNDED =
003920         WS-MES-DIAS(WS-MES-IX) / WS-MES-CERRADOS(WS-MES-IX)
003930     MOVE SPACES TO RPT-LINE
003940     STRING "  Mes " WS-MES-VALUE(WS-MES-IX) ": "
003950         WS-MES-CERRADOS(WS-MES-IX) " cerrados, promedio "
003960         WS-PROMEDIO " dias abiertos"
003970         DELIMITED BY SIZE INTO RPT-LINE
003980     WRITE RPT-LINE
003990 END-PERFORM.
004000
004010 ListaSiAbiertoDeMas.
004020 IF PRJM-ACTIVO
004030     PERFORM ValidaFechaAlta
004040     IF FECHA-VALIDA
004050         COMPUTE WS-EDAD = WS-TODAY-INT - WS-ALTA-INT
004060         IF WS-EDAD > WS-OPEN-DAYS
004070             ADD 1 TO WS-LONG-OPEN-COUNT
004080             MOVE WS-EDAD TO WS-DIAS
004090             MOVE SPACES TO RPT-LINE
004100             STRING "  " PRJM-PROJECT-NO " " PRJM-CUSTOMER-CODE
004110                 " " WS-DIAS " dias " PRJM-DESCRIPTION(1:33)
004120                 DELIMITED BY SIZE INTO RPT-LINE
004130             WRITE RPT-LINE
004140         END-IF
004150     END-IF
004160 END-IF.
