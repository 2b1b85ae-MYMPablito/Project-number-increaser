000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJNUMCNV.
000030*Programa de conversion, de una sola corrida, de los archivos de
000040*datos al numero de 22 posiciones, que da cabida al sufijo de
000050*subproyecto (PRJ-SSS-YYYY-NNNNNN-HH, ver PNFMT). Se corre en el
000060*cambio de version, con las pantallas cerradas y despues de correr
000070*PRJAUDVER sobre la bitacora vieja. Para migrar se renombra cada
000080*archivo historico a .OLD y este programa crea el nuevo:
000090*
000100*  - PRJMAST.OLD (87 bytes, numero de 19) pasa a PRJMAST.DAT con
000110*    el numero ajustado a 22 con espacios, sin padre y con el
000120*    subcontador en cero.
000130*
000140*  - AUDFILE.OLD (140 bytes, valores de 19) se reescribe en orden
000150*    de consecutivo a traves de PRJAUDWR, que crea AUDFILE.DAT,
000160*    asigna los consecutivos en el mismo orden y vuelve a
000170*    encadenar los verificadores sobre el trazado nuevo. Las
000180*    fechas-hora y los operadores se conservan tal cual. Si el
000190*    ultimo PRJAUDVER.OUT no existe o reporta rupturas, la
000200*    bitacora no se convierte, porque el encadenado nuevo
000210*    ocultaria la alteracion.
000220*
000230*  - OUTFILE.OLD (46 bytes) y ACKFILE.OLD (54 bytes) se
000240*    reescriben a OUTFILE.DAT y ACKFILE.DAT con el numero
000250*    ajustado a 22.
000260*
000270*Un .OLD que no existe solo se avisa y se sigue con el siguiente.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT VER-FILE ASSIGN TO "PRJAUDVER.OUT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-VER-STATUS.
000340     SELECT OLD-PRJM-FILE ASSIGN TO "PRJMAST.OLD"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS OLD-PRJM-PROJECT-NO
000380         ALTERNATE RECORD KEY IS OLD-PRJM-CUSTOMER-CODE
000390             WITH DUPLICATES
000400         FILE STATUS IS WS-OLD-PRJM-STATUS.
000410     SELECT PRJ-MASTER-FILE ASSIGN TO "PRJMAST.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PRJM-PROJECT-NO
000450         ALTERNATE RECORD KEY IS PRJM-CUSTOMER-CODE
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-PRJM-STATUS.
000480     SELECT OLD-AUD-FILE ASSIGN TO "AUDFILE.OLD"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OLD-AUD-SEQUENCE
000520         ALTERNATE RECORD KEY IS OLD-AUD-PROJECT-NO
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-OLD-AUD-STATUS.
000550     SELECT OLD-OUT-FILE ASSIGN TO "OUTFILE.OLD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-OLD-OUT-STATUS.
000580     SELECT OUT-FILE ASSIGN TO "OUTFILE.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-OUT-STATUS.
000610     SELECT OLD-ACK-FILE ASSIGN TO "ACKFILE.OLD"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OLD-ACK-STATUS.
000640     SELECT ACK-FILE ASSIGN TO "ACKFILE.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-ACK-STATUS.
000670 DATA        DIVISION.
000680 FILE SECTION.
000690 FD  VER-FILE.
000700 01  VER-LINE                        PIC X(80).
000710 FD  OLD-PRJM-FILE.
000720 01  OLD-PRJM-RECORD.
000730     05  OLD-PRJM-PROJECT-NO         PIC X(19).
000740     05  OLD-PRJM-STATUS             PIC X(1).
000750     05  OLD-PRJM-DESCRIPTION        PIC X(40).
000760     05  OLD-PRJM-FECHA-ALTA         PIC 9(8).
000770     05  OLD-PRJM-CUSTOMER-CODE      PIC X(8).
000780     05  OLD-PRJM-DEPARTMENT         PIC X(3).
000790     05  OLD-PRJM-FECHA-CIERRE       PIC 9(8).
000800 FD  PRJ-MASTER-FILE.
000810     COPY PRJMREC.
000820 FD  OLD-AUD-FILE.
000830 01  OLD-AUD-RECORD.
000840     05  OLD-AUD-SEQUENCE            PIC 9(9).
000850     05  OLD-AUD-PROJECT-NO          PIC X(19).
000860     05  OLD-AUD-OPERATOR-ID         PIC X(8).
000870     05  OLD-AUD-TIMESTAMP           PIC X(21).
000880     05  OLD-AUD-OLD-VALUE           PIC X(19).
000890     05  OLD-AUD-NEW-VALUE           PIC X(19).
000900     05  OLD-AUD-ACTION              PIC X(6).
000910     05  OLD-AUD-REASON              PIC X(30).
000920     05  OLD-AUD-CHECK-VALUE         PIC 9(9).
000930 FD  OLD-OUT-FILE.
000940 01  OLD-OUT-LINE                    PIC X(46).
000950 FD  OUT-FILE.
000960     COPY OUTREC.
000970 FD  OLD-ACK-FILE.
000980 01  OLD-ACK-LINE                    PIC X(54).
000990 FD  ACK-FILE.
001000     COPY ACKREC.
001010 WORKING-STORAGE SECTION.
001020 77 WS-VER-STATUS                    PIC XX.
001030 77 WS-OLD-PRJM-STATUS               PIC XX.
001040 77 WS-PRJM-STATUS                   PIC XX.
001050 77 WS-OLD-AUD-STATUS                PIC XX.
001060 77 WS-OLD-OUT-STATUS                PIC XX.
001070 77 WS-OUT-STATUS                    PIC XX.
001080 77 WS-OLD-ACK-STATUS                PIC XX.
001090 77 WS-ACK-STATUS                    PIC XX.
001100 77 WS-VER-EOF                       PIC X VALUE "N".
001110    88 END-OF-VERIFICATION           VALUE "Y".
001120 77 WS-VER-FOUND                     PIC X VALUE "N".
001130    88 VERIFICATION-FOUND            VALUE "Y".
001140 77 WS-BREAK-COUNT                   PIC 9(6) VALUE ZERO.
001150 77 WS-PRJM-EOF                      PIC X VALUE "N".
001160    88 END-OF-OLD-MASTER             VALUE "Y".
001170 77 WS-AUD-EOF                       PIC X VALUE "N".
001180    88 END-OF-OLD-AUDIT              VALUE "Y".
001190 77 WS-OUT-EOF                       PIC X VALUE "N".
001200    88 END-OF-OLD-OUT                VALUE "Y".
001210 77 WS-ACK-EOF                       PIC X VALUE "N".
001220    88 END-OF-OLD-ACK                VALUE "Y".
001230 77 WS-PRJM-CONVERTED                PIC 9(6) VALUE ZERO.
001240 77 WS-AUD-CONVERTED                 PIC 9(9) VALUE ZERO.
001250 77 WS-OUT-CONVERTED                 PIC 9(6) VALUE ZERO.
001260 77 WS-ACK-CONVERTED                 PIC 9(6) VALUE ZERO.
001270 77 WS-AUD-OPERADOR                  PIC X(8).
001280 77 WS-AUD-TIMESTAMP                 PIC X(21).
001290 77 WS-AUD-OLD-VALUE                 PIC X(22).
001300 77 WS-AUD-NEW-VALUE                 PIC X(22).
001310 77 WS-AUD-ACCION                    PIC X(6).
001320 77 WS-AUD-MOTIVO                    PIC X(30).
001330 77 WS-AUD-PROYECTO                  PIC X(22).
001340
001350 PROCEDURE   DIVISION.
001360 PRJNUMCNV-Main.
001370 PERFORM ConvierteMaestro.
001380 PERFORM ConvierteBitacora.
001390 PERFORM ConvierteInterfaz.
001400 PERFORM ConvierteAcuses.
001410 STOP RUN.
001420
001430*Convierte el maestro registro por registro; si PRJMAST.OLD no
001440*existe, no hay maestro viejo que convertir.
001450 ConvierteMaestro.
001460 OPEN INPUT OLD-PRJM-FILE.
001470 IF WS-OLD-PRJM-STATUS NOT = "00"
001480     DISPLAY "PRJNUMCNV: PRJMAST.OLD no disponible (estado "
001490         WS-OLD-PRJM-STATUS "), no se convierte el maestro."
001500 ELSE
001510     OPEN I-O PRJ-MASTER-FILE
001520     IF WS-PRJM-STATUS = "35"
001530         OPEN OUTPUT PRJ-MASTER-FILE
001540         CLOSE PRJ-MASTER-FILE
001550         OPEN I-O PRJ-MASTER-FILE
001560     END-IF
001570     IF WS-PRJM-STATUS NOT = "00"
001580         DISPLAY "PRJNUMCNV: no se pudo abrir PRJMAST.DAT"
001590         CLOSE OLD-PRJM-FILE
001600         STOP RUN
001610     END-IF
001620     MOVE LOW-VALUES TO OLD-PRJM-PROJECT-NO
001630     START OLD-PRJM-FILE
001640         KEY IS NOT LESS THAN OLD-PRJM-PROJECT-NO
001650         INVALID KEY
001660             MOVE "Y" TO WS-PRJM-EOF
001670     END-START
001680     PERFORM UNTIL END-OF-OLD-MASTER
001690         READ OLD-PRJM-FILE NEXT RECORD
001700             AT END
001710                 MOVE "Y" TO WS-PRJM-EOF
001720             NOT AT END
001730                 PERFORM ConvierteRegistroMaestro
001740         END-READ
001750     END-PERFORM
001760     CLOSE PRJ-MASTER-FILE
001770     CLOSE OLD-PRJM-FILE
001780     DISPLAY "PRJNUMCNV: " WS-PRJM-CONVERTED
001790         " registros del maestro convertidos."
001800 END-IF.
001810
001820*Todo registro del maestro viejo es de primer nivel: antes de
001830*este trazado no habia subproyectos.
001840 ConvierteRegistroMaestro.
001850 INITIALIZE PRJM-RECORD.
001860 MOVE SPACES TO PRJM-PROJECT-NO.
001870 MOVE OLD-PRJM-PROJECT-NO TO PRJM-PROJECT-NO.
001880 MOVE OLD-PRJM-STATUS TO PRJM-STATUS.
001890 MOVE OLD-PRJM-DESCRIPTION TO PRJM-DESCRIPTION.
001900 MOVE OLD-PRJM-FECHA-ALTA TO PRJM-FECHA-ALTA.
001910 MOVE OLD-PRJM-CUSTOMER-CODE TO PRJM-CUSTOMER-CODE.
001920 MOVE OLD-PRJM-DEPARTMENT TO PRJM-DEPARTMENT.
001930 MOVE OLD-PRJM-FECHA-CIERRE TO PRJM-FECHA-CIERRE.
001940 MOVE SPACES TO PRJM-PADRE.
001950 MOVE ZERO TO PRJM-ULTIMO-HIJO.
001960 WRITE PRJM-RECORD
001970     INVALID KEY
001980         DISPLAY "PRJNUMCNV: clave duplicada en el maestro: "
001990             PRJM-PROJECT-NO
001995     NOT INVALID KEY
002010         ADD 1 TO WS-PRJM-CONVERTED
002015 END-WRITE.
002020
002030*La bitacora solo se convierte si la ultima verificacion de la
002040*cadena vieja salio limpia; se recorre en orden de consecutivo y
002050*cada renglon se reescribe a traves de PRJAUDWR.
002060 ConvierteBitacora.
002070 PERFORM RevisaVerificacion.
002080 IF NOT VERIFICATION-FOUND
002090     DISPLAY "PRJNUMCNV: no hay resultado de PRJAUDVER; no se "
002100         "convierte la bitacora."
002110     MOVE 8 TO RETURN-CODE
002120 ELSE
002130     IF WS-BREAK-COUNT > ZERO
002140         DISPLAY "PRJNUMCNV: PRJAUDVER reporto " WS-BREAK-COUNT
002150             " rupturas de la cadena; no se convierte la "
002160             "bitacora."
002170         MOVE 8 TO RETURN-CODE
002180     ELSE
002190         PERFORM ReescribeBitacora
002200     END-IF
002210 END-IF.
002220
002230 ReescribeBitacora.
002240 OPEN INPUT OLD-AUD-FILE.
002250 IF WS-OLD-AUD-STATUS NOT = "00"
002260     DISPLAY "PRJNUMCNV: AUDFILE.OLD no disponible (estado "
002270         WS-OLD-AUD-STATUS "), no se convierte la bitacora."
002280 ELSE
002290     MOVE ZERO TO OLD-AUD-SEQUENCE
002300     START OLD-AUD-FILE KEY IS NOT LESS THAN OLD-AUD-SEQUENCE
002310         INVALID KEY
002320             MOVE "Y" TO WS-AUD-EOF
002330     END-START
002340     PERFORM UNTIL END-OF-OLD-AUDIT
002350         READ OLD-AUD-FILE NEXT RECORD
002360             AT END
002370                 MOVE "Y" TO WS-AUD-EOF
002380             NOT AT END
002390                 PERFORM ConvierteRenglonBitacora
002400         END-READ
002410     END-PERFORM
002420     CLOSE OLD-AUD-FILE
002430     DISPLAY "PRJNUMCNV: " WS-AUD-CONVERTED
002440         " renglones de bitacora convertidos."
002450 END-IF.
002460
002470*Los valores se pasan tal cual, ajustados a 22 con espacios.
002480 ConvierteRenglonBitacora.
002490 MOVE OLD-AUD-OPERATOR-ID TO WS-AUD-OPERADOR.
002500 MOVE OLD-AUD-TIMESTAMP TO WS-AUD-TIMESTAMP.
002510 MOVE OLD-AUD-OLD-VALUE TO WS-AUD-OLD-VALUE.
002520 MOVE OLD-AUD-NEW-VALUE TO WS-AUD-NEW-VALUE.
002530 MOVE OLD-AUD-ACTION TO WS-AUD-ACCION.
002540 MOVE OLD-AUD-REASON TO WS-AUD-MOTIVO.
002550 MOVE OLD-AUD-PROJECT-NO TO WS-AUD-PROYECTO.
002560 CALL "PRJAUDWR" USING WS-AUD-OPERADOR WS-AUD-TIMESTAMP
002570     WS-AUD-OLD-VALUE WS-AUD-NEW-VALUE WS-AUD-ACCION
002580     WS-AUD-MOTIVO WS-AUD-PROYECTO.
002590 ADD 1 TO WS-AUD-CONVERTED.
002600
002610*Busca en PRJAUDVER.OUT el renglon de total de rupturas; sin ese
002620*renglon (archivo ausente o corrida interrumpida) no hay resultado
002630*valido y se toma como no verificado.
002640 RevisaVerificacion.
002650 OPEN INPUT VER-FILE.
002660 IF WS-VER-STATUS = "00"
002670     PERFORM UNTIL END-OF-VERIFICATION
002680         READ VER-FILE
002690             AT END
002700                 MOVE "Y" TO WS-VER-EOF
002710             NOT AT END
002720                 IF VER-LINE(1:32) =
002730                         "Total de rupturas de la cadena: "
002740                     IF VER-LINE(33:6) IS NUMERIC
002750                         MOVE "Y" TO WS-VER-FOUND
002760                         MOVE VER-LINE(33:6) TO WS-BREAK-COUNT
002770                     END-IF
002780                 END-IF
002790         END-READ
002800     END-PERFORM
002810     CLOSE VER-FILE
002820 END-IF.
002830
002840*El renglon viejo de la interfaz trae numero (1:19), fecha-hora
002850*(20:21) y accion (41:6).
002860 ConvierteInterfaz.
002870 OPEN INPUT OLD-OUT-FILE.
002880 IF WS-OLD-OUT-STATUS NOT = "00"
002890     DISPLAY "PRJNUMCNV: OUTFILE.OLD no disponible (estado "
002900         WS-OLD-OUT-STATUS "), no se convierte la interfaz."
002910 ELSE
002920     OPEN OUTPUT OUT-FILE
002930     IF WS-OUT-STATUS NOT = "00"
002940         DISPLAY "PRJNUMCNV: no se pudo crear OUTFILE.DAT"
002950         CLOSE OLD-OUT-FILE
002960         STOP RUN
002970     END-IF
002980     PERFORM UNTIL END-OF-OLD-OUT
002990         READ OLD-OUT-FILE
003000             AT END
003010                 MOVE "Y" TO WS-OUT-EOF
003020             NOT AT END
003030                 MOVE SPACES TO OUT-RECORD
003040                 MOVE OLD-OUT-LINE(1:19) TO OUT-PROJECT-NO
003050                 MOVE OLD-OUT-LINE(20:21) TO OUT-TIMESTAMP
003060                 MOVE OLD-OUT-LINE(41:6) TO OUT-ACTION
003070                 WRITE OUT-RECORD
003072                 IF WS-OUT-STATUS = "00"
003074                     ADD 1 TO WS-OUT-CONVERTED
003076                 ELSE
003078                     DISPLAY "PRJNUMCNV: no se pudo grabar en "
003080                         "OUTFILE.DAT (estado " WS-OUT-STATUS
003082                         "): " OUT-PROJECT-NO
003084                 END-IF
003090         END-READ
003100     END-PERFORM
003110     CLOSE OUT-FILE
003120     CLOSE OLD-OUT-FILE
003130     DISPLAY "PRJNUMCNV: " WS-OUT-CONVERTED
003140         " renglones de interfaz convertidos."
003150 END-IF.
003160
003170*El acuse viejo trae numero (1:19), accion (20:6), sistema (26:8)
003180*y fecha-hora (34:21).
003190 ConvierteAcuses.
003200 OPEN INPUT OLD-ACK-FILE.
003210 IF WS-OLD-ACK-STATUS NOT = "00"
003220     DISPLAY "PRJNUMCNV: ACKFILE.OLD no disponible (estado "
003230         WS-OLD-ACK-STATUS "), no se convierten los acuses."
003240 ELSE
003250     OPEN OUTPUT ACK-FILE
003260     IF WS-ACK-STATUS NOT = "00"
003270         DISPLAY "PRJNUMCNV: no se pudo crear ACKFILE.DAT"
003280         CLOSE OLD-ACK-FILE
003290         STOP RUN
003300     END-IF
003310     PERFORM UNTIL END-OF-OLD-ACK
003320         READ OLD-ACK-FILE
003330             AT END
003340                 MOVE "Y" TO WS-ACK-EOF
003350             NOT AT END
003360                 MOVE SPACES TO ACK-RECORD
003370                 MOVE OLD-ACK-LINE(1:19) TO ACK-PROJECT-NO
003380                 MOVE OLD-ACK-LINE(20:6) TO ACK-ACTION
003390                 MOVE OLD-ACK-LINE(26:8) TO ACK-SYSTEM-ID
003400                 MOVE OLD-ACK-LINE(34:21) TO ACK-TIMESTAMP
003410                 WRITE ACK-RECORD
003412                 IF WS-ACK-STATUS = "00"
003414                     ADD 1 TO WS-ACK-CONVERTED
003416                 ELSE
003418                     DISPLAY "PRJNUMCNV: no se pudo grabar en "
003420                         "ACKFILE.DAT (estado " WS-ACK-STATUS
003422                         "): " ACK-PROJECT-NO
003424                 END-IF
003430         END-READ
003440     END-PERFORM
003450     CLOSE ACK-FILE
003460     CLOSE OLD-ACK-FILE
003470     DISPLAY "PRJNUMCNV: " WS-ACK-CONVERTED
003480         " acuses convertidos."
003490 END-IF.
