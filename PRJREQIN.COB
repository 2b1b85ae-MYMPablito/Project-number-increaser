000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJREQIN.
000030*Programa por lotes de solicitudes de numero. Lee REQFILE.DAT (ver
000040*REQREC), donde otros sistemas dejan sus pedidos de numero de
000050*proyecto, y atiende cada renglon igual que BTN-INCREMENTO-CLICK
000060*en SHEET1: bloquea el contador de la serie, salta los numeros ya
000070*asentados en el maestro (VerificaMaestro), asienta ISSUE en la
000080*bitacora por PRJAUDWR, publica el numero en OUTFILE.DAT y lo
000090*aparta en PRJMAST.DAT como pendiente, ya con la descripcion y el
000100*cliente que trae la solicitud.
000110*
000120*Por cada renglon escribe una respuesta en RSPFILE.DAT (ver
000130*RSPREC) con el numero emitido o el motivo del rechazo. Las
000140*solicitudes atendidas se anotan en REQLOG.DAT (ver RQLREC): si el
000150*archivo se reenvia, una solicitud ya atendida recibe de nuevo su
000160*numero original y no se emite otro.
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT REQ-FILE ASSIGN TO "REQFILE.DAT"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-REQ-STATUS.
000230     SELECT RSP-FILE ASSIGN TO "RSPFILE.DAT"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-RSP-STATUS.
000260     SELECT RQL-FILE ASSIGN TO "REQLOG.DAT"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS RQL-KEY
000300         FILE STATUS IS WS-RQL-STATUS.
000310     SELECT CTR-FILE ASSIGN TO "CTRFILE.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CTR-KEY
000350         LOCK MODE IS MANUAL
000360         FILE STATUS IS WS-CTR-STATUS.
000370     SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PARM-KEY
000410         FILE STATUS IS WS-PARM-STATUS.
000420     SELECT OUT-FILE ASSIGN TO "OUTFILE.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-OUT-STATUS.
000450     SELECT PRJ-MASTER-FILE ASSIGN TO "PRJMAST.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PRJM-PROJECT-NO
000490         ALTERNATE RECORD KEY IS PRJM-CUSTOMER-CODE
000500             WITH DUPLICATES
000510         FILE STATUS IS WS-PRJM-STATUS.
000520     SELECT OPR-FILE ASSIGN TO "OPRFILE.DAT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS OPR-OPERATOR-ID
000560         FILE STATUS IS WS-OPR-STATUS.
000570     SELECT CUST-FILE ASSIGN TO "CUSTFILE.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CUST-CODE
000610         FILE STATUS IS WS-CUST-STATUS.
000620 DATA        DIVISION.
000630 FILE SECTION.
000640 FD  REQ-FILE.
000650     COPY REQREC.
000660 FD  RSP-FILE.
000670     COPY RSPREC.
000680 FD  RQL-FILE.
000690     COPY RQLREC.
000700 FD  CTR-FILE.
000710     COPY CTRREC.
000720 FD  PARM-FILE.
000730     COPY PARMREC.
000740 FD  OUT-FILE.
000750     COPY OUTREC.
000760 FD  PRJ-MASTER-FILE.
000770     COPY PRJMREC.
000780 FD  OPR-FILE.
000790     COPY OPRREC.
000800 FD  CUST-FILE.
000810     COPY CUSTREC.
000820 WORKING-STORAGE SECTION.
000830 77 WS-REQ-STATUS                    PIC XX.
000840 77 WS-RSP-STATUS                    PIC XX.
000850 77 WS-RQL-STATUS                    PIC XX.
000860 77 WS-CTR-STATUS                    PIC XX.
000870 77 WS-PARM-STATUS                   PIC XX.
000880 77 WS-OUT-STATUS                    PIC XX.
000890 77 WS-PRJM-STATUS                   PIC XX.
000900 77 WS-OPR-STATUS                    PIC XX.
000910 77 WS-CUST-STATUS                   PIC XX.
000920 77 WS-EOF                           PIC X VALUE "N".
000930    88 END-OF-REQUESTS               VALUE "Y".
000940 77 WS-AUTORIZADO                    PIC X VALUE "N".
000950    88 SISTEMA-AUTORIZADO            VALUE "Y".
000960 77 WS-FOUND-FREE                    PIC X VALUE "N".
000970    88 FREE-NUMBER-FOUND             VALUE "Y".
000980 77 WS-CTR-NUEVO                     PIC X VALUE "N".
000990    88 CTR-ES-NUEVO                  VALUE "Y".
001000 77 WS-YA-ATENDIDA                   PIC X VALUE "N".
001010    88 SOLICITUD-YA-ATENDIDA         VALUE "Y".
001020 77 WS-EMITIDO                       PIC X VALUE "N".
001030    88 NUMERO-EMITIDO                VALUE "Y".
001040 77 WS-RECHAZO                       PIC X(40).
001050 77 WS-INCREMENTO                    PIC 9(6) VALUE ZERO.
001060 77 WS-STEP-SIZE                     PIC 9(4) VALUE 100.
001070 77 WS-THIS-YEAR                     PIC 9(4).
001072 77 WS-FECHA-HOY                     PIC 9(8).
001074 77 WS-TRIMESTRE-FISCAL              PIC 9(1).
001076 77 WS-MES-FISCAL-INICIO             PIC 9(2).
001080 77 WS-SERIE                         PIC X(3).
001090 77 WS-CLIENTE                       PIC X(8).
001100 77 WS-DESCRIPCION                   PIC X(40).
001110 77 WS-OPERATOR-ID                   PIC X(8).
001120 77 WS-TIMESTAMP                     PIC X(21).
001130 77 WS-OLD-VALUE                     PIC X(22).
001140 77 WS-NEW-VALUE                     PIC X(22).
001150 77 WS-AUD-ACCION                    PIC X(6).
001160 77 WS-AUD-MOTIVO                    PIC X(30).
001170 77 WS-AUD-PROYECTO                  PIC X(22).
001180 77 WS-SERIE-RESULTADO               PIC X.
001190    88 SERIE-ACTIVA                  VALUE "A".
001200    88 SERIE-RETIRADA                VALUE "R".
001210    88 SERIE-POR-ABRIR               VALUE "F".
001220    88 SERIE-DESCONOCIDA             VALUE "N".
001230 77 WS-LEIDAS                        PIC 9(6) VALUE ZERO.
001240 77 WS-EMITIDAS                      PIC 9(6) VALUE ZERO.
001250 77 WS-REPETIDAS                     PIC 9(6) VALUE ZERO.
001260 77 WS-RECHAZADAS                    PIC 9(6) VALUE ZERO.
001270    COPY SERREC.
001280    COPY PNFMT.
001290
001300 PROCEDURE   DIVISION.
001310 PRJREQIN-Main.
001320 OPEN INPUT REQ-FILE.
001330 IF WS-REQ-STATUS = "35"
001340     DISPLAY "PRJREQIN: REQFILE.DAT no existe, no hay "
001350     "solicitudes."
001360     STOP RUN
001370 END-IF.
001380 IF WS-REQ-STATUS NOT = "00"
001390     DISPLAY "PRJREQIN: no se pudo abrir REQFILE.DAT"
001400     STOP RUN
001410 END-IF.
001420*El registro de solicitudes atendidas se crea la primera vez;
001430*cualquier otro error aborta antes de emitir, porque sin el no
001440*se puede garantizar que una solicitud reenviada no reciba dos
001450*numeros.
001460 OPEN I-O RQL-FILE.
001470 IF WS-RQL-STATUS = "35"
001480     OPEN OUTPUT RQL-FILE
001490     CLOSE RQL-FILE
001500     OPEN I-O RQL-FILE
001510 END-IF.
001520 IF WS-RQL-STATUS NOT = "00"
001530     DISPLAY "PRJREQIN: no se pudo abrir REQLOG.DAT"
001540     CLOSE REQ-FILE
001550     STOP RUN
001560 END-IF.
001570 OPEN OUTPUT RSP-FILE.
001580 IF WS-RSP-STATUS NOT = "00"
001590     DISPLAY "PRJREQIN: no se pudo crear RSPFILE.DAT"
001600     CLOSE REQ-FILE
001610     CLOSE RQL-FILE
001620     STOP RUN
001630 END-IF.
001640
001650 PERFORM UNTIL END-OF-REQUESTS
001660     READ REQ-FILE
001670         AT END
001680             MOVE "Y" TO WS-EOF
001690         NOT AT END
001700             PERFORM ProcesaSolicitud
001710     END-READ
001720 END-PERFORM.
001730
001740 CLOSE REQ-FILE.
001750 CLOSE RSP-FILE.
001760 CLOSE RQL-FILE.
001770 DISPLAY "PRJREQIN: " WS-LEIDAS " solicitudes leidas, "
001780     WS-EMITIDAS " emitidas, " WS-REPETIDAS " ya atendidas, "
001790     WS-RECHAZADAS " rechazadas."
001800 STOP RUN.
001810
001820*Atiende un renglon de REQFILE.DAT y escribe su respuesta. Una
001830*solicitud ya atendida devuelve su numero original; si no, se
001840*valida y se emite. Cualquier rechazo deja el motivo en
001850*WS-RECHAZO.
001860 ProcesaSolicitud.
001870 ADD 1 TO WS-LEIDAS.
001880 MOVE SPACES TO WS-RECHAZO.
001890 MOVE "N" TO WS-EMITIDO.
001900 MOVE SPACES TO RSP-RECORD.
001910 MOVE REQ-SYSTEM TO RSP-SYSTEM.
001920 MOVE REQ-ID TO RSP-REQUEST-ID.
001930 IF REQ-SYSTEM = SPACES OR REQ-ID = SPACES
001940     MOVE "Falta el sistema o la solicitud" TO WS-RECHAZO
001950 ELSE
001960     PERFORM BuscaSolicitudPrevia
001970 END-IF.
001980 IF WS-RECHAZO = SPACES AND SOLICITUD-YA-ATENDIDA
001990     MOVE "D" TO RSP-RESULT
002000     MOVE RQL-PROJECT-NO TO RSP-PROJECT-NO
002010     MOVE "Solicitud ya atendida" TO RSP-REASON
002020     ADD 1 TO WS-REPETIDAS
002030 ELSE
002040     IF WS-RECHAZO = SPACES
002050         PERFORM ValidaSolicitud
002060     END-IF
002070     IF WS-RECHAZO = SPACES
002080         PERFORM EmiteNumero
002090     END-IF
002100     IF NUMERO-EMITIDO
002110         MOVE "I" TO RSP-RESULT
002120         MOVE WS-NEW-VALUE TO RSP-PROJECT-NO
002130         ADD 1 TO WS-EMITIDAS
002140     ELSE
002150         MOVE "R" TO RSP-RESULT
002160         MOVE WS-RECHAZO TO RSP-REASON
002170         ADD 1 TO WS-RECHAZADAS
002180     END-IF
002190 END-IF.
002200 WRITE RSP-RECORD.
002210
002220 BuscaSolicitudPrevia.
002230 MOVE "N" TO WS-YA-ATENDIDA.
002240 MOVE REQ-SYSTEM TO RQL-SYSTEM.
002250 MOVE REQ-ID TO RQL-REQUEST-ID.
002260 READ RQL-FILE
002270     INVALID KEY
002280         CONTINUE
002290     NOT INVALID KEY
002300         MOVE "Y" TO WS-YA-ATENDIDA
002310 END-READ.
002320
002330*El sistema que pide hace las veces de operador y se revisa contra
002340*OPRFILE.DAT como en SHEET1; la serie debe poder emitir hoy y el
002350*cliente, si viene, debe estar activo en el catalogo.
002360 ValidaSolicitud.
002370 MOVE REQ-SYSTEM TO WS-OPERATOR-ID.
002380 PERFORM VerificaAutorizacion.
002390 IF NOT SISTEMA-AUTORIZADO
002400     MOVE "Sistema sin permiso de emitir" TO WS-RECHAZO
002410 END-IF.
002420 IF WS-RECHAZO = SPACES
002430     PERFORM ValidaSerie
002440 END-IF.
002450 IF WS-RECHAZO = SPACES
002460     PERFORM ValidaCliente
002470 END-IF.
002480 IF WS-RECHAZO = SPACES
002490     MOVE REQ-DESCRIPTION TO WS-DESCRIPCION
002500     IF WS-DESCRIPCION = SPACES
002510         MOVE "Pendiente de activacion" TO WS-DESCRIPCION
002520     END-IF
002530 END-IF.
002540
002550*La serie en blanco es ENG, igual que en SHEET1; cualquier otra
002560*debe estar activa en la tabla de series y ya abierta.
002570 ValidaSerie.
002580 MOVE FUNCTION UPPER-CASE(REQ-SERIES) TO WS-SERIE.
002590 IF WS-SERIE = SPACES
002600     MOVE "ENG" TO WS-SERIE
002610 END-IF.
002620 MOVE SPACES TO SER-RECORD.
002630 MOVE WS-SERIE TO SER-CODE.
002640 CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO.
002650 IF NOT SERIE-ACTIVA
002660     MOVE "Serie no puede emitir" TO WS-RECHAZO
002670     IF SERIE-RETIRADA
002680         MOVE "Serie retirada" TO WS-RECHAZO
002690     END-IF
002700     IF SERIE-POR-ABRIR
002710         MOVE "Serie antes de su fecha de apertura"
002720             TO WS-RECHAZO
002730     END-IF
002740     IF SERIE-DESCONOCIDA
002750         MOVE "Serie no registrada" TO WS-RECHAZO
002760     END-IF
002770 END-IF.
002780
002790*Mismas reglas que SHEET2 al dar de alta: el cliente es opcional;
002800*si viene debe estar en CUSTFILE.DAT y activo. Mientras el
002810*catalogo no exista (estado 35) se acepta cualquier codigo.
002820 ValidaCliente.
002830 MOVE FUNCTION UPPER-CASE(REQ-CUSTOMER-CODE) TO WS-CLIENTE.
002840 IF WS-CLIENTE NOT = SPACES
002850     OPEN INPUT CUST-FILE
002860     IF WS-CUST-STATUS = "00"
002870         MOVE WS-CLIENTE TO CUST-CODE
002880         READ CUST-FILE
002890             INVALID KEY
002900                 MOVE "Cliente no registrado" TO WS-RECHAZO
002910             NOT INVALID KEY
002920                 IF NOT CUST-ACTIVO
002930                     MOVE "Cliente inactivo" TO WS-RECHAZO
002940                 END-IF
002950         END-READ
002960         CLOSE CUST-FILE
002970     ELSE
002980         IF WS-CUST-STATUS NOT = "35"
002990             MOVE "No se pudo leer CUSTFILE.DAT" TO WS-RECHAZO
003000         END-IF
003010     END-IF
003020 END-IF.
003030
003040*Mientras OPRFILE.DAT no exista (estado 35) se permite todo
003050*(comportamiento historico); en cuanto existe, el sistema debe
003060*tener su registro con la marca S en la accion de emitir. Un
003070*rechazo se asienta como DENY en la bitacora, igual que en SHEET1.
003080 VerificaAutorizacion.
003090 MOVE "Y" TO WS-AUTORIZADO.
003100 OPEN INPUT OPR-FILE.
003110 IF WS-OPR-STATUS = "00"
003120     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
003130     READ OPR-FILE
003140         INVALID KEY
003150             MOVE "N" TO WS-AUTORIZADO
003160         NOT INVALID KEY
003170             IF NOT OPR-EMITIR-SI
003180                 MOVE "N" TO WS-AUTORIZADO
003190             END-IF
003200     END-READ
003210     CLOSE OPR-FILE
003220 ELSE
003230     IF WS-OPR-STATUS NOT = "35"
003240         DISPLAY "PRJREQIN: no se pudo leer OPRFILE.DAT (estado "
003250             WS-OPR-STATUS ")."
003260         MOVE "N" TO WS-AUTORIZADO
003270     END-IF
003280 END-IF.
003290 IF NOT SISTEMA-AUTORIZADO
003300     PERFORM RegistraRechazo
003310 END-IF.
003320
003330 RegistraRechazo.
003340 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
003350 MOVE SPACES TO WS-OLD-VALUE.
003360 MOVE SPACES TO WS-NEW-VALUE.
003370 MOVE "DENY  " TO WS-AUD-ACCION.
003380 MOVE "Sin permiso de emitir" TO WS-AUD-MOTIVO.
003390 MOVE SPACES TO WS-AUD-PROYECTO.
003400 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
003410     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
003420     WS-AUD-PROYECTO.
003430
003440*Emite el numero con el mismo procedimiento que
003450*BTN-INCREMENTO-CLICK: contador bloqueado, reinicio al cambiar el
003460*anio fiscal, paso configurado y salto de los numeros ya
003465*asentados.
003470 EmiteNumero.
003480 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
003482 CALL "PRJFYEAR" USING WS-FECHA-HOY WS-THIS-YEAR
003484     WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO.
003490 OPEN I-O CTR-FILE.
003500*Solo se crea el archivo si de verdad no existe todavia (status
003510*35); cualquier otro estado rechaza la solicitud sin tocar nada.
003520 IF WS-CTR-STATUS = "35"
003530     OPEN OUTPUT CTR-FILE
003540     CLOSE CTR-FILE
003550     OPEN I-O CTR-FILE
003560 END-IF.
003570 IF WS-CTR-STATUS NOT = "00"
003580     MOVE "No se pudo abrir CTRFILE.DAT" TO WS-RECHAZO
003590 ELSE
003600     MOVE SPACES TO CTR-KEY
003610     MOVE WS-SERIE TO CTR-SERIES
003620     MOVE "N" TO WS-CTR-NUEVO
003630     READ CTR-FILE WITH LOCK
003640         INVALID KEY
003650             INITIALIZE CTR-RECORD
003660             MOVE SPACES TO CTR-KEY
003670             MOVE WS-SERIE TO CTR-SERIES
003680             MOVE "Y" TO WS-CTR-NUEVO
003690     END-READ
003700     PERFORM AvanzaContador
003710     CLOSE CTR-FILE
003720     PERFORM RegistraAuditoria
003730     PERFORM PublicaInterfaz
003740     PERFORM RegistraPendiente
003750     PERFORM RegistraSolicitud
003760     MOVE "Y" TO WS-EMITIDO
003770 END-IF.
003780
003790 AvanzaContador.
003800*Si cambio el anio, la secuencia arranca de nuevo desde cero.
003810 IF CTR-YEAR NOT = WS-THIS-YEAR
003820     MOVE WS-THIS-YEAR TO CTR-YEAR
003830     MOVE ZERO TO CTR-SEQUENCE
003840 END-IF.
003850 MOVE WS-SERIE TO PNF-SERIES.
003860 MOVE CTR-YEAR TO PNF-YEAR.
003870 MOVE CTR-SEQUENCE TO PNF-SEQUENCE.
003880 MOVE PNF-PROJECT-NO TO WS-OLD-VALUE.
003890 MOVE CTR-SEQUENCE TO WS-INCREMENTO.
003900 PERFORM ObtieneTamanoPaso.
003910 ADD WS-STEP-SIZE TO WS-INCREMENTO.
003920 PERFORM VerificaMaestro.
003930 MOVE WS-THIS-YEAR TO PNF-YEAR.
003940 MOVE WS-INCREMENTO TO PNF-SEQUENCE.
003950 MOVE PNF-PROJECT-NO TO WS-NEW-VALUE.
003960 MOVE WS-INCREMENTO TO CTR-SEQUENCE.
003970 IF CTR-ES-NUEVO
003980     WRITE CTR-RECORD
003990 ELSE
004000     REWRITE CTR-RECORD
004010 END-IF.
004020 UNLOCK CTR-FILE.
004030
004040 ObtieneTamanoPaso.
004050 MOVE 100 TO WS-STEP-SIZE.
004060 OPEN INPUT PARM-FILE.
004070 IF WS-PARM-STATUS = "00"
004080     MOVE "STEP    " TO PARM-KEY
004090     READ PARM-FILE
004100         INVALID KEY
004110             CONTINUE
004120         NOT INVALID KEY
004130             MOVE PARM-STEP-SIZE TO WS-STEP-SIZE
004140     END-READ
004150     CLOSE PARM-FILE
004160 END-IF.
004170*Una serie con tamano de paso propio en la tabla de series
004180*reemplaza al paso general de PARMFILE.DAT.
004190 IF SER-STEP-SIZE > ZERO
004200     MOVE SER-STEP-SIZE TO WS-STEP-SIZE
004210 END-IF.
004220
004230*Avanza el contador hasta encontrar un numero que no este ya
004240*asignado en el maestro de proyectos.
004250 VerificaMaestro.
004260 MOVE "N" TO WS-FOUND-FREE.
004270 PERFORM UNTIL FREE-NUMBER-FOUND
004280     MOVE WS-THIS-YEAR TO PNF-YEAR
004290     MOVE WS-INCREMENTO TO PNF-SEQUENCE
004300     MOVE PNF-PROJECT-NO TO PRJM-PROJECT-NO
004310     OPEN INPUT PRJ-MASTER-FILE
004320     IF WS-PRJM-STATUS NOT = "00"
004330         MOVE "Y" TO WS-FOUND-FREE
004340     ELSE
004350         READ PRJ-MASTER-FILE KEY IS PRJM-PROJECT-NO
004360             INVALID KEY
004370                 MOVE "Y" TO WS-FOUND-FREE
004380             NOT INVALID KEY
004390                 ADD 1 TO WS-INCREMENTO
004400         END-READ
004410         CLOSE PRJ-MASTER-FILE
004420     END-IF
004430 END-PERFORM.
004440
004450*La emision queda a nombre del sistema que pidio, con la solicitud
004460*como motivo para poder rastrearla desde la bitacora.
004470 RegistraAuditoria.
004480 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
004490 MOVE "ISSUE " TO WS-AUD-ACCION.
004500 MOVE SPACES TO WS-AUD-MOTIVO.
004510 STRING "Solicitud " REQ-ID DELIMITED BY SIZE INTO WS-AUD-MOTIVO.
004520 MOVE WS-NEW-VALUE TO WS-AUD-PROYECTO.
004530 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
004540     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
004550     WS-AUD-PROYECTO.
004560
004570 PublicaInterfaz.
004580 MOVE WS-NEW-VALUE TO OUT-PROJECT-NO.
004590 MOVE WS-TIMESTAMP TO OUT-TIMESTAMP.
004600 MOVE "ISSUE " TO OUT-ACTION.
004605 MOVE SPACES TO OUT-RELATED-NO.
004610 OPEN EXTEND OUT-FILE.
004620 IF WS-OUT-STATUS = "35"
004630     CLOSE OUT-FILE
004640     OPEN OUTPUT OUT-FILE
004650 END-IF.
004660 IF WS-OUT-STATUS = "00"
004670     WRITE OUT-RECORD
004680     CLOSE OUT-FILE
004690 ELSE
004700     DISPLAY "PRJREQIN: no se pudo escribir en OUTFILE.DAT."
004710 END-IF.
004720
004730*Asienta el numero en el maestro como pendiente, igual que SHEET1,
004740*pero con la descripcion y el cliente que trae la solicitud.
004750 RegistraPendiente.
004760 OPEN I-O PRJ-MASTER-FILE.
004770 IF WS-PRJM-STATUS = "35"
004780     OPEN OUTPUT PRJ-MASTER-FILE
004790     CLOSE PRJ-MASTER-FILE
004800     OPEN I-O PRJ-MASTER-FILE
004810 END-IF.
004820 IF WS-PRJM-STATUS = "00"
004830     MOVE WS-NEW-VALUE TO PRJM-PROJECT-NO
004840     MOVE "P" TO PRJM-STATUS
004850     MOVE WS-DESCRIPCION TO PRJM-DESCRIPTION
004860     MOVE WS-TIMESTAMP(1:8) TO PRJM-FECHA-ALTA
004870     MOVE WS-CLIENTE TO PRJM-CUSTOMER-CODE
004880     MOVE WS-SERIE TO PRJM-DEPARTMENT
004890     MOVE ZERO TO PRJM-FECHA-CIERRE
004892     MOVE SPACES TO PRJM-PADRE
004894     MOVE ZERO TO PRJM-ULTIMO-HIJO
004900     WRITE PRJM-RECORD
004910         INVALID KEY
004920             CONTINUE
004930     END-WRITE
004940     CLOSE PRJ-MASTER-FILE
004950 ELSE
004960     DISPLAY "PRJREQIN: no se pudo asentar el pendiente "
004970         WS-NEW-VALUE " en PRJMAST.DAT."
004980 END-IF.
004990
005000*Anota la solicitud como atendida en cuanto tiene numero, para que
005010*un reenvio (o un renglon repetido mas abajo) reciba el mismo.
005020 RegistraSolicitud.
005030 MOVE REQ-SYSTEM TO RQL-SYSTEM.
005040 MOVE REQ-ID TO RQL-REQUEST-ID.
005050 MOVE WS-NEW-VALUE TO RQL-PROJECT-NO.
005060 MOVE WS-TIMESTAMP TO RQL-TIMESTAMP.
005070 WRITE RQL-RECORD
005080     INVALID KEY
005090         DISPLAY "PRJREQIN: no se pudo anotar la solicitud "
005100             REQ-ID " en REQLOG.DAT."
005110 END-WRITE.
