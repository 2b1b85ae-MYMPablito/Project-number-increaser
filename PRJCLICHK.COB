000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJCLICHK.
000030*Reporte de una sola corrida para depurar los codigos de cliente
000040*del maestro de proyectos contra el catalogo de clientes. Antes
000050*del catalogo (CUSTFILE.DAT) el codigo se capturaba libre en
000060*SHEET2, asi que un mismo cliente quedo escrito de varias maneras
000070*("ACME", "ACME01", "ACM") y la busqueda por cliente no los junta.
000080*
000090*Recorre PRJMAST.DAT y lista cada registro cuyo codigo de cliente
000100*no esta en CUSTFILE.DAT, y al final un resumen por codigo
000110*(cuantos proyectos trae cada variante) para decidir a que cliente
000120*del catalogo corresponde cada una. Los registros sin codigo (por
000130*ejemplo, los pendientes recien emitidos) solo se cuentan. Si el
000140*catalogo todavia no existe, todo codigo capturado cuenta como no
000150*catalogado.
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190     SELECT PRJ-MASTER-FILE ASSIGN TO "PRJMAST.DAT"
000200         ORGANIZATION IS INDEXED
000210         ACCESS MODE IS DYNAMIC
000220         RECORD KEY IS PRJM-PROJECT-NO
000230         ALTERNATE RECORD KEY IS PRJM-CUSTOMER-CODE
000240             WITH DUPLICATES
000250         FILE STATUS IS WS-PRJM-STATUS.
000260     SELECT CUST-FILE ASSIGN TO "CUSTFILE.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS CUST-CODE
000300         FILE STATUS IS WS-CUST-STATUS.
000310     SELECT RPT-FILE ASSIGN TO "PRJCLICHK.OUT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RPT-STATUS.
000340 DATA        DIVISION.
000350 FILE SECTION.
000360 FD  PRJ-MASTER-FILE.
000370     COPY PRJMREC.
000380 FD  CUST-FILE.
000390     COPY CUSTREC.
000400 FD  RPT-FILE.
000410 01  RPT-LINE                        PIC X(80).
000420 WORKING-STORAGE SECTION.
000430 77 WS-PRJM-STATUS                   PIC XX.
000440 77 WS-CUST-STATUS                   PIC XX.
000450 77 WS-RPT-STATUS                    PIC XX.
000460 77 WS-PRJM-EOF                      PIC X VALUE "N".
000470    88 END-OF-MASTER                 VALUE "Y".
000480 77 WS-CATALOGO-ABIERTO              PIC X VALUE "N".
000490    88 CATALOGO-ABIERTO              VALUE "Y".
000500 77 WS-EN-CATALOGO                   PIC X VALUE "N".
000510    88 CODIGO-EN-CATALOGO            VALUE "Y".
000520 77 WS-UNKNOWN-COUNT                 PIC 9(6) VALUE ZERO.
000530 77 WS-BLANK-COUNT                   PIC 9(6) VALUE ZERO.
000540 77 WS-READ-COUNT                    PIC 9(6) VALUE ZERO.
000550 77 WS-CODE-IX                       PIC 9(4) VALUE ZERO.
000560 77 WS-CODE-COUNT-USED               PIC 9(4) VALUE ZERO.
000570 77 WS-CODE-FOUND                    PIC X VALUE "N".
000580    88 CODE-FOUND                    VALUE "Y".
000590 77 WS-CODE-TABLE-FULL               PIC X VALUE "N".
000600    88 CODE-TABLE-FULL               VALUE "Y".
000610 01  WS-CODE-TABLE.
000620     05  WS-CODE-ENTRY OCCURS 500 TIMES.
000630         10  WS-CODE-VALUE           PIC X(8).
000640         10  WS-CODE-TOTAL           PIC 9(6).
000650
000660 PROCEDURE   DIVISION.
000670 PRJCLICHK-Main.
000680 OPEN INPUT PRJ-MASTER-FILE.
000690 IF WS-PRJM-STATUS NOT = "00"
000700     DISPLAY "PRJCLICHK: no se pudo abrir PRJMAST.DAT"
000710     STOP RUN
000720 END-IF.
000730*Sin catalogo todavia (estado 35) no hay contra que comparar y
000740*todo codigo capturado se reporta; cualquier otro error se detiene
000750*para no dar un reporte falso.
000760 OPEN INPUT CUST-FILE.
000770 IF WS-CUST-STATUS = "00"
000780     MOVE "Y" TO WS-CATALOGO-ABIERTO
000790 ELSE
000800     IF WS-CUST-STATUS NOT = "35"
000810         DISPLAY "PRJCLICHK: no se pudo abrir CUSTFILE.DAT "
000820             "(estado " WS-CUST-STATUS ")"
000830         CLOSE PRJ-MASTER-FILE
000840         STOP RUN
000850     END-IF
000860 END-IF.
000870 OPEN OUTPUT RPT-FILE.
000880 MOVE SPACES TO RPT-LINE.
000890 STRING "Proyectos con cliente fuera del catalogo CUSTFILE.DAT"
000900     DELIMITED BY SIZE INTO RPT-LINE.
000910 WRITE RPT-LINE.
000920 IF NOT CATALOGO-ABIERTO
000930     MOVE SPACES TO RPT-LINE
000940     STRING "(CUSTFILE.DAT no existe todavia)"
000950         DELIMITED BY SIZE INTO RPT-LINE
000960     WRITE RPT-LINE
000970 END-IF.
000980
000990 MOVE LOW-VALUES TO PRJM-PROJECT-NO.
001000 START PRJ-MASTER-FILE KEY IS NOT LESS THAN PRJM-PROJECT-NO
001010     INVALID KEY
001020         MOVE "Y" TO WS-PRJM-EOF
001030 END-START.
001040 PERFORM UNTIL END-OF-MASTER
001050     READ PRJ-MASTER-FILE NEXT RECORD
001060         AT END
001070             MOVE "Y" TO WS-PRJM-EOF
001080         NOT AT END
001090             PERFORM RevisaCliente
001100     END-READ
001110 END-PERFORM.
001120 CLOSE PRJ-MASTER-FILE.
001130 IF CATALOGO-ABIERTO
001140     CLOSE CUST-FILE
001150 END-IF.
001160
001170 PERFORM EscribeResumen.
001180 CLOSE RPT-FILE.
001190 DISPLAY "PRJCLICHK: " WS-UNKNOWN-COUNT
001200     " proyectos con cliente fuera del catalogo."
001210 STOP RUN.
001220
001230*Un registro sin codigo solo se cuenta; uno con codigo se busca en
001240*el catalogo y, si no esta, se lista y se acumula por codigo.
001250 RevisaCliente.
001260 ADD 1 TO WS-READ-COUNT.
001270 IF PRJM-CUSTOMER-CODE = SPACES
001280     ADD 1 TO WS-BLANK-COUNT
001290 ELSE
001300     MOVE "N" TO WS-EN-CATALOGO
001310     IF CATALOGO-ABIERTO
001320         MOVE PRJM-CUSTOMER-CODE TO CUST-CODE
001330         READ CUST-FILE
001340             INVALID KEY
001350                 CONTINUE
001360             NOT INVALID KEY
001370                 MOVE "Y" TO WS-EN-CATALOGO
001380         END-READ
001390     END-IF
001400     IF NOT CODIGO-EN-CATALOGO
001410         PERFORM ReportaNoCatalogado
001420     END-IF
001430 END-IF.
001440
001450 ReportaNoCatalogado.
001460 ADD 1 TO WS-UNKNOWN-COUNT.
001470 MOVE SPACES TO RPT-LINE.
001480 STRING "No catalogado: " PRJM-PROJECT-NO
001490     " cliente " PRJM-CUSTOMER-CODE
001500     " estado " PRJM-STATUS
001510     DELIMITED BY SIZE INTO RPT-LINE.
001520 WRITE RPT-LINE.
001530 PERFORM AcumulaCodigo.
001540
001550*Lleva la cuenta de proyectos por cada codigo no catalogado, para
001560*el resumen por variante del final.
001570 AcumulaCodigo.
001580 MOVE "N" TO WS-CODE-FOUND.
001590 PERFORM VARYING WS-CODE-IX FROM 1 BY 1
001600         UNTIL WS-CODE-IX > WS-CODE-COUNT-USED OR CODE-FOUND
001610     IF WS-CODE-VALUE(WS-CODE-IX) = PRJM-CUSTOMER-CODE
001620         ADD 1 TO WS-CODE-TOTAL(WS-CODE-IX)
001630         MOVE "Y" TO WS-CODE-FOUND
001640     END-IF
001650 END-PERFORM.
001660 IF NOT CODE-FOUND
001670     IF WS-CODE-COUNT-USED >= 500
001680         IF NOT CODE-TABLE-FULL
001690             MOVE "Y" TO WS-CODE-TABLE-FULL
001700             DISPLAY "PRJCLICHK: tabla de codigos llena, el "
001710                 "resumen por codigo queda incompleto"
001720         END-IF
001730     ELSE
001740         ADD 1 TO WS-CODE-COUNT-USED
001750         MOVE WS-CODE-COUNT-USED TO WS-CODE-IX
001760         MOVE PRJM-CUSTOMER-CODE TO WS-CODE-VALUE(WS-CODE-IX)
001770         MOVE 1 TO WS-CODE-TOTAL(WS-CODE-IX)
001780     END-IF
001790 END-IF.
001800
001810 EscribeResumen.
001820 MOVE SPACES TO RPT-LINE.
001830 WRITE RPT-LINE.
001840 MOVE SPACES TO RPT-LINE.
001850 STRING "Resumen por codigo no catalogado"
001860     DELIMITED BY SIZE INTO RPT-LINE.
001870 WRITE RPT-LINE.
001880 PERFORM VARYING WS-CODE-IX FROM 1 BY 1
001890         UNTIL WS-CODE-IX > WS-CODE-COUNT-USED
001900     MOVE SPACES TO RPT-LINE
001910     STRING "  " WS-CODE-VALUE(WS-CODE-IX) " "
001920         WS-CODE-TOTAL(WS-CODE-IX) " proyectos"
001930         DELIMITED BY SIZE INTO RPT-LINE
001940     WRITE RPT-LINE
001950 END-PERFORM.
001960 IF CODE-TABLE-FULL
001970     MOVE SPACES TO RPT-LINE
001980     STRING "  (resumen incompleto: mas de 500 codigos distintos)"
001990         DELIMITED BY SIZE INTO RPT-LINE
002000     WRITE RPT-LINE
002010 END-IF.
002020 MOVE SPACES TO RPT-LINE.
002030 WRITE RPT-LINE.
002040 MOVE SPACES TO RPT-LINE.
002050 STRING "Registros leidos del maestro: " WS-READ-COUNT
002060     DELIMITED BY SIZE INTO RPT-LINE.
002070 WRITE RPT-LINE.
002080 MOVE SPACES TO RPT-LINE.
002090 STRING "Registros sin codigo de cliente: " WS-BLANK-COUNT
002100     DELIMITED BY SIZE INTO RPT-LINE.
002110 WRITE RPT-LINE.
002120 MOVE SPACES TO RPT-LINE.
002130 STRING "Registros con cliente fuera del catalogo: "
002140     WS-UNKNOWN-COUNT DELIMITED BY SIZE INTO RPT-LINE.
002150 WRITE RPT-LINE.
