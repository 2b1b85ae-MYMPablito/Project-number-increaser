000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJACCREV.
000030*Programa por lotes de revision de accesos, para la
000040*recertificacion mensual de permisos que firman los auditores.
000050*Lista en PRJACCREV.OUT cada operador de OPRFILE.DAT con sus
000060*marcas vigentes y, por cada permiso, la fecha en que se le
000070*otorgo por ultima vez y la fecha en que lo uso por ultima vez,
000080*ademas de todos sus intentos rechazados (DENY).
000090*
000100*Todo sale de la bitacora (AUDFILE.DAT), recorrida en orden de
000110*consecutivo:
000120*  - Otorgado: un renglon PERMIS (SHEET6 o PRJOPRCNV, ver OPRPERM)
000130*    donde la marca pasa a S.
000140*  - Usado: emitir es un ISSUE (salvo los de reserva de bloque,
000150*    que traen "Reserva" en el motivo y cuentan como reservar),
000160*    deshacer/anular es un UNDO o VOID, mantener es un REACT o un
000165*    CHANGE (SHEET2) y administrar es un PERMIS hecho por el
000170*    operador.
000180*Un operador que aparece en la bitacora con rechazos o cambios de
000190*permisos pero ya no esta en OPRFILE.DAT tambien se lista, marcado
000200*como no registrado. Lo otorgado antes de que existiera SHEET6 (a
000210*mano en el archivo) no tiene fecha y sale como "sin dato".
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPR-FILE ASSIGN TO "OPRFILE.DAT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS OPR-OPERATOR-ID
000290         FILE STATUS IS WS-OPR-STATUS.
000300     SELECT AUD-FILE ASSIGN TO "AUDFILE.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS AUD-SEQUENCE
000340         ALTERNATE RECORD KEY IS AUD-PROJECT-NO WITH DUPLICATES
000350         FILE STATUS IS WS-AUD-STATUS.
000360     SELECT RPT-FILE ASSIGN TO "PRJACCREV.OUT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RPT-STATUS.
000390 DATA        DIVISION.
000400 FILE SECTION.
000410 FD  OPR-FILE.
000420     COPY OPRREC.
000430 FD  AUD-FILE.
000440     COPY AUDREC.
000450 FD  RPT-FILE.
000460 01  RPT-LINE                        PIC X(80).
000470 WORKING-STORAGE SECTION.
000480 77 WS-OPR-STATUS                    PIC XX.
000490 77 WS-AUD-STATUS                    PIC XX.
000500 77 WS-RPT-STATUS                    PIC XX.
000510 77 WS-OPR-EOF                       PIC X VALUE "N".
000520    88 END-OF-OPERATORS              VALUE "Y".
000530 77 WS-EOF                           PIC X VALUE "N".
000540    88 END-OF-AUDIT                  VALUE "Y".
000550*Un renglon por operador; las marcas van en el orden de OPRPERM
000560*(emitir, deshacer, reservar, mantener, administrar, habilitado) y
000570*las fechas de alta y uso en el orden de los primeros cinco.
000580 77 WS-OPR-IX                        PIC 9(4) VALUE ZERO.
000590 77 WS-OPR-COUNT-USED                PIC 9(4) VALUE ZERO.
000600 77 WS-OPR-FOUND                     PIC X VALUE "N".
000610    88 OPERATOR-FOUND                VALUE "Y".
000620 77 WS-OPR-TABLE-FULL                PIC X VALUE "N".
000630    88 OPR-TABLE-FULL                VALUE "Y".
000640 01  WS-OPR-TABLE.
000650     05  WS-OPR-ENTRY OCCURS 500 TIMES.
000660         10  WS-OPR-ID               PIC X(8).
000670         10  WS-OPR-REGISTRADO       PIC X.
000680         10  WS-OPR-MARCAS           PIC X(6).
000690         10  WS-OPR-ALTA OCCURS 5 TIMES PIC 9(8).
000700         10  WS-OPR-USO OCCURS 5 TIMES  PIC 9(8).
000710         10  WS-OPR-RECHAZOS         PIC 9(6).
000720 77 WS-DENY-IX                       PIC 9(4) VALUE ZERO.
000730 77 WS-DENY-COUNT-USED               PIC 9(4) VALUE ZERO.
000740 77 WS-DENY-TABLE-FULL               PIC X VALUE "N".
000750    88 DENY-TABLE-FULL               VALUE "Y".
000760 01  WS-DENY-TABLE.
000770     05  WS-DENY-ENTRY OCCURS 5000 TIMES.
000780         10  WS-DENY-OPR-IX          PIC 9(4).
000790         10  WS-DENY-TIMESTAMP       PIC X(14).
000800         10  WS-DENY-REASON          PIC X(30).
000810 01  WS-NOMBRES-PERMISO.
000820     05  FILLER                  PIC X(14) VALUE "Emitir".
000830     05  FILLER                  PIC X(14) VALUE "Deshacer/anul.".
000840     05  FILLER                  PIC X(14) VALUE "Reservar".
000850     05  FILLER                  PIC X(14) VALUE "Mantener".
000860     05  FILLER                  PIC X(14) VALUE "Administrar".
000870 01  REDEFINES WS-NOMBRES-PERMISO.
000880     05  WS-NOMBRE-PERMISO OCCURS 5 TIMES PIC X(14).
000890 77 WS-PERM-IX                       PIC 9(4) VALUE ZERO.
000900 77 WS-BUSCA-ID                      PIC X(8).
000910 77 WS-AGREGA                        PIC X VALUE "N".
000920    88 AGREGA-SI-FALTA               VALUE "Y".
000930 77 WS-AUD-FECHA                     PIC 9(8).
000940 77 WS-ALTA-TEXTO                    PIC X(8).
000950 77 WS-USO-TEXTO                     PIC X(8).
000960 77 WS-TOTAL-RECHAZOS                PIC 9(6) VALUE ZERO.
000970
000980 PROCEDURE   DIVISION.
000990 PRJACCREV-Main.
001000 OPEN OUTPUT RPT-FILE.
001010 MOVE SPACES TO RPT-LINE.
001020 STRING "Revision de accesos de operadores - "
001030     FUNCTION CURRENT-DATE(1:8)
001040     DELIMITED BY SIZE INTO RPT-LINE.
001050 WRITE RPT-LINE.
001060
001070*Primero los operadores registrados, en orden de identificador.
001080 OPEN INPUT OPR-FILE.
001090 IF WS-OPR-STATUS = "35"
001100     MOVE SPACES TO RPT-LINE
001110     STRING "OPRFILE.DAT no existe: las pantallas permiten todo "
001120         "a cualquier usuario." DELIMITED BY SIZE INTO RPT-LINE
001130     WRITE RPT-LINE
001140 ELSE
001150     IF WS-OPR-STATUS NOT = "00"
001160         DISPLAY "PRJACCREV: no se pudo abrir OPRFILE.DAT"
001170         CLOSE RPT-FILE
001180         MOVE 8 TO RETURN-CODE
001190         STOP RUN
001200     END-IF
001210     MOVE LOW-VALUES TO OPR-OPERATOR-ID
001220     START OPR-FILE KEY IS NOT LESS THAN OPR-OPERATOR-ID
001230         INVALID KEY
001240             MOVE "Y" TO WS-OPR-EOF
001250     END-START
001260     PERFORM UNTIL END-OF-OPERATORS
001270         READ OPR-FILE NEXT RECORD
001280             AT END
001290                 MOVE "Y" TO WS-OPR-EOF
001300             NOT AT END
001310                 PERFORM CargaOperador
001320         END-READ
001330     END-PERFORM
001340     CLOSE OPR-FILE
001350 END-IF.
001360
001370 OPEN INPUT AUD-FILE.
001380 IF WS-AUD-STATUS NOT = "00"
001390     MOVE SPACES TO RPT-LINE
001400     STRING "No se pudo abrir AUDFILE.DAT, no hay fechas de alta "
001410         "ni de uso." DELIMITED BY SIZE INTO RPT-LINE
001420     WRITE RPT-LINE
001430 ELSE
001440     MOVE ZERO TO AUD-SEQUENCE
001450     START AUD-FILE KEY IS NOT LESS THAN AUD-SEQUENCE
001460         INVALID KEY
001470             MOVE "Y" TO WS-EOF
001480     END-START
001490     PERFORM UNTIL END-OF-AUDIT
001500         READ AUD-FILE NEXT RECORD
001510             AT END
001520                 MOVE "Y" TO WS-EOF
001530             NOT AT END
001540                 PERFORM ExaminaRenglon
001550         END-READ
001560     END-PERFORM
001570     CLOSE AUD-FILE
001580 END-IF.
001590
001600 PERFORM VARYING WS-OPR-IX FROM 1 BY 1
001610         UNTIL WS-OPR-IX > WS-OPR-COUNT-USED
001620     PERFORM EscribeOperador
001630 END-PERFORM.
001640
001650 MOVE SPACES TO RPT-LINE.
001660 WRITE RPT-LINE.
001670 MOVE SPACES TO RPT-LINE.
001680 STRING "Total de operadores revisados: " WS-OPR-COUNT-USED
001690     DELIMITED BY SIZE INTO RPT-LINE.
001700 WRITE RPT-LINE.
001710 MOVE SPACES TO RPT-LINE.
001720 STRING "Total de intentos rechazados: " WS-TOTAL-RECHAZOS
001730     DELIMITED BY SIZE INTO RPT-LINE.
001740 WRITE RPT-LINE.
001750 CLOSE RPT-FILE.
001760 DISPLAY "PRJACCREV: " WS-OPR-COUNT-USED " operadores revisados."
001770 STOP RUN.
001780
001790*Un registro anterior a la marca de habilitado trae espacios ahi y
001800*cuenta como habilitado, igual que en SHEET6.
001810 CargaOperador.
001820 MOVE OPR-OPERATOR-ID TO WS-BUSCA-ID.
001830 MOVE "Y" TO WS-AGREGA.
001840 PERFORM BuscaOperador.
001850 IF OPERATOR-FOUND
001860     MOVE "S" TO WS-OPR-REGISTRADO(WS-OPR-IX)
001870     MOVE OPR-PUEDE-EMITIR TO WS-OPR-MARCAS(WS-OPR-IX)(1:1)
001880     MOVE OPR-PUEDE-DESHACER TO WS-OPR-MARCAS(WS-OPR-IX)(2:1)
001890     MOVE OPR-PUEDE-RESERVAR TO WS-OPR-MARCAS(WS-OPR-IX)(3:1)
001900     MOVE OPR-PUEDE-MANTENER TO WS-OPR-MARCAS(WS-OPR-IX)(4:1)
001910     MOVE OPR-PUEDE-ADMINISTRAR TO WS-OPR-MARCAS(WS-OPR-IX)(5:1)
001920     MOVE OPR-HABILITADO TO WS-OPR-MARCAS(WS-OPR-IX)(6:1)
001930     IF OPR-HABILITADO = SPACE
001940         MOVE "S" TO WS-OPR-MARCAS(WS-OPR-IX)(6:1)
001950     END-IF
001960 END-IF.
001970
001980*Busca WS-BUSCA-ID en la tabla; con AGREGA-SI-FALTA lo da de
001990*alta como no registrado si no esta. WS-OPR-IX queda apuntando al
002000*renglon encontrado.
002010 BuscaOperador.
002020 MOVE "N" TO WS-OPR-FOUND.
002030 PERFORM VARYING WS-OPR-IX FROM 1 BY 1
002040         UNTIL WS-OPR-IX > WS-OPR-COUNT-USED OR OPERATOR-FOUND
002050     IF WS-OPR-ID(WS-OPR-IX) = WS-BUSCA-ID
002060         MOVE "Y" TO WS-OPR-FOUND
002070     END-IF
002080 END-PERFORM.
002090 IF OPERATOR-FOUND
002100     SUBTRACT 1 FROM WS-OPR-IX
002110 ELSE
002120     IF AGREGA-SI-FALTA
002130         IF WS-OPR-COUNT-USED >= 500
002140             IF NOT OPR-TABLE-FULL
002150                 MOVE "Y" TO WS-OPR-TABLE-FULL
002160                 DISPLAY "PRJACCREV: tabla de operadores llena, "
002170                     "se omiten operadores adicionales"
002180             END-IF
002190         ELSE
002200             ADD 1 TO WS-OPR-COUNT-USED
002210             MOVE WS-OPR-COUNT-USED TO WS-OPR-IX
002220             INITIALIZE WS-OPR-ENTRY(WS-OPR-IX)
002230             MOVE WS-BUSCA-ID TO WS-OPR-ID(WS-OPR-IX)
002240             MOVE "N" TO WS-OPR-REGISTRADO(WS-OPR-IX)
002250             MOVE "NNNNNN" TO WS-OPR-MARCAS(WS-OPR-IX)
002260             MOVE "Y" TO WS-OPR-FOUND
002270         END-IF
002280     END-IF
002290 END-IF.
002300
002310*Clasifica un renglon de la bitacora como otorgamiento, uso o
002320*rechazo. Los renglones del formato viejo no traen fecha valida y
002330*se saltan.
002340 ExaminaRenglon.
002350 IF AUD-TIMESTAMP(1:8) IS NUMERIC
002360     MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-FECHA
002370     IF AUD-ACTION = "PERMIS"
002380         PERFORM AnotaOtorgamiento
002390         MOVE 5 TO WS-PERM-IX
002400         PERFORM AnotaUso
002410     END-IF
002420     IF AUD-ACTION = "ISSUE "
002430         IF AUD-REASON(1:7) = "Reserva"
002440             MOVE 3 TO WS-PERM-IX
002450         ELSE
002460             MOVE 1 TO WS-PERM-IX
002470         END-IF
002480         PERFORM AnotaUso
002490     END-IF
002500     IF AUD-ACTION = "UNDO  " OR AUD-ACTION = "VOID  "
002510         MOVE 2 TO WS-PERM-IX
002520         PERFORM AnotaUso
002530     END-IF
002540     IF AUD-ACTION = "REACT " OR AUD-ACTION = "CHANGE"
002550         MOVE 4 TO WS-PERM-IX
002560         PERFORM AnotaUso
002570     END-IF
002580     IF AUD-ACTION = "DENY  "
002590         PERFORM AnotaRechazo
002600     END-IF
002610 END-IF.
002620
002630*El operador afectado por un PERMIS va en AUD-PROJECT-NO despues
002640*de "OPR:"; cada marca que pasa a S en ese renglon es un
002650*otorgamiento con la fecha del renglon.
002660 AnotaOtorgamiento.
002670 IF AUD-PROJECT-NO(1:4) = "OPR:"
002680     MOVE AUD-PROJECT-NO(5:8) TO WS-BUSCA-ID
002690     MOVE "Y" TO WS-AGREGA
002700     PERFORM BuscaOperador
002710     IF OPERATOR-FOUND
002720         PERFORM VARYING WS-PERM-IX FROM 1 BY 1
002730                 UNTIL WS-PERM-IX > 5
002740             IF AUD-NEW-VALUE(7 + WS-PERM-IX:1) = "S"
002750                     AND AUD-OLD-VALUE(7 + WS-PERM-IX:1) NOT = "S"
002760                 MOVE WS-AUD-FECHA
002770                     TO WS-OPR-ALTA(WS-OPR-IX, WS-PERM-IX)
002780             END-IF
002790         END-PERFORM
002800     END-IF
002810 END-IF.
002820
002830*El uso solo se anota a operadores ya en la tabla: los procesos
002840*por lotes (PRJEXPIR, PRJRECOV...) tambien asientan en la bitacora
002850*pero no son operadores a recertificar.
002860 AnotaUso.
002870 MOVE AUD-OPERATOR-ID TO WS-BUSCA-ID.
002880 MOVE "N" TO WS-AGREGA.
002890 PERFORM BuscaOperador.
002900 IF OPERATOR-FOUND
002910     MOVE WS-AUD-FECHA TO WS-OPR-USO(WS-OPR-IX, WS-PERM-IX)
002920 END-IF.
002930
002940 AnotaRechazo.
002950 ADD 1 TO WS-TOTAL-RECHAZOS.
002960 MOVE AUD-OPERATOR-ID TO WS-BUSCA-ID.
002970 MOVE "Y" TO WS-AGREGA.
002980 PERFORM BuscaOperador.
002990 IF OPERATOR-FOUND
003000     ADD 1 TO WS-OPR-RECHAZOS(WS-OPR-IX)
003010     IF WS-DENY-COUNT-USED >= 5000
003020         IF NOT DENY-TABLE-FULL
003030             MOVE "Y" TO WS-DENY-TABLE-FULL
003040             DISPLAY "PRJACCREV: tabla de rechazos llena, se "
003050                 "omite el detalle de rechazos adicionales"
003060         END-IF
003070     ELSE
003080         ADD 1 TO WS-DENY-COUNT-USED
003090         MOVE WS-DENY-COUNT-USED TO WS-DENY-IX
003100         MOVE WS-OPR-IX TO WS-DENY-OPR-IX(WS-DENY-IX)
003110         MOVE AUD-TIMESTAMP(1:14) TO WS-DENY-TIMESTAMP(WS-DENY-IX)
003120         MOVE AUD-REASON TO WS-DENY-REASON(WS-DENY-IX)
003130     END-IF
003140 END-IF.
003150
003160 EscribeOperador.
003170 MOVE SPACES TO RPT-LINE.
003180 WRITE RPT-LINE.
003190 MOVE SPACES TO RPT-LINE.
003200 IF WS-OPR-REGISTRADO(WS-OPR-IX) = "S"
003210     STRING "Operador: " WS-OPR-ID(WS-OPR-IX) "  Habilitado: "
003220         WS-OPR-MARCAS(WS-OPR-IX)(6:1)
003230         DELIMITED BY SIZE INTO RPT-LINE
003240 ELSE
003250     STRING "Operador: " WS-OPR-ID(WS-OPR-IX)
003260         "  (no registrado en OPRFILE.DAT)"
003270         DELIMITED BY SIZE INTO RPT-LINE
003280 END-IF.
003290 WRITE RPT-LINE.
003300 MOVE SPACES TO RPT-LINE.
003310 STRING "  Permiso         Marca  Ultima alta  Ultimo uso"
003320     DELIMITED BY SIZE INTO RPT-LINE.
003330 WRITE RPT-LINE.
003340 PERFORM VARYING WS-PERM-IX FROM 1 BY 1 UNTIL WS-PERM-IX > 5
003350     PERFORM EscribePermiso
003360 END-PERFORM.
003370 MOVE SPACES TO RPT-LINE.
003380 STRING "  Intentos rechazados: " WS-OPR-RECHAZOS(WS-OPR-IX)
003390     DELIMITED BY SIZE INTO RPT-LINE.
003400 WRITE RPT-LINE.
003410 PERFORM VARYING WS-DENY-IX FROM 1 BY 1
003420         UNTIL WS-DENY-IX > WS-DENY-COUNT-USED
003430     IF WS-DENY-OPR-IX(WS-DENY-IX) = WS-OPR-IX
003440         MOVE SPACES TO RPT-LINE
003450         STRING "    " WS-DENY-TIMESTAMP(WS-DENY-IX)(1:8) " "
003460             WS-DENY-TIMESTAMP(WS-DENY-IX)(9:2) ":"
003470             WS-DENY-TIMESTAMP(WS-DENY-IX)(11:2) ":"
003480             WS-DENY-TIMESTAMP(WS-DENY-IX)(13:2) "  "
003490             WS-DENY-REASON(WS-DENY-IX)
003500             DELIMITED BY SIZE INTO RPT-LINE
003510         WRITE RPT-LINE
003520     END-IF
003530 END-PERFORM.
003540
003550 EscribePermiso.
003560 MOVE "sin dato" TO WS-ALTA-TEXTO.
003570 IF WS-OPR-ALTA(WS-OPR-IX, WS-PERM-IX) > ZERO
003580     MOVE WS-OPR-ALTA(WS-OPR-IX, WS-PERM-IX) TO WS-ALTA-TEXTO
003590 END-IF.
003600 MOVE "nunca" TO WS-USO-TEXTO.
003610 IF WS-OPR-USO(WS-OPR-IX, WS-PERM-IX) > ZERO
003620     MOVE WS-OPR-USO(WS-OPR-IX, WS-PERM-IX) TO WS-USO-TEXTO
003630 END-IF.
003640 MOVE SPACES TO RPT-LINE.
003650 STRING "  " WS-NOMBRE-PERMISO(WS-PERM-IX) "  "
003660     WS-OPR-MARCAS(WS-OPR-IX)(WS-PERM-IX:1) "      "
003670     WS-ALTA-TEXTO "     " WS-USO-TEXTO
003680     DELIMITED BY SIZE INTO RPT-LINE.
003690 WRITE RPT-LINE.
