000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJOPRCNV.
000030*Programa de conversion, de una sola corrida, del archivo de
000040*operadores al trazado con marca de administrador y de
000050*habilitado (ver OPRREC). Para migrar se renombra el OPRFILE.DAT
000060*historico (12 bytes: operador y las cuatro marcas) a OPRFILE.OLD
000070*y se corre este programa, que crea el OPRFILE.DAT nuevo.
000080*
000090*Cada operador se convierte con sus marcas tal cual, habilitado y
000100*sin marca de administrador, salvo el que se recibe por linea de
000110*comandos, que queda como primer administrador (si no existia se
000120*da de alta solo con esa marca). Sin ese parametro la corrida se
000130*aborta: sin ningun administrador nadie podria entrar a SHEET6.
000140*
000150*Cada operador convertido deja un renglon PERMIS en la bitacora
000160*con sus marcas iniciales (valor anterior en espacios), para que
000170*la revision de accesos (PRJACCREV) tenga desde cuando cuenta
000180*cada permiso.
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT OLD-OPR-FILE ASSIGN TO "OPRFILE.OLD"
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS DYNAMIC
000250         RECORD KEY IS OLD-OPR-OPERATOR-ID
000260         FILE STATUS IS WS-OLD-OPR-STATUS.
000270     SELECT OPR-FILE ASSIGN TO "OPRFILE.DAT"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS OPR-OPERATOR-ID
000310         FILE STATUS IS WS-OPR-STATUS.
000320 DATA        DIVISION.
000330 FILE SECTION.
000340 FD  OLD-OPR-FILE.
000350 01  OLD-OPR-RECORD.
000360     05  OLD-OPR-OPERATOR-ID         PIC X(8).
000370     05  OLD-OPR-PUEDE-EMITIR        PIC X(1).
000380     05  OLD-OPR-PUEDE-DESHACER      PIC X(1).
000390     05  OLD-OPR-PUEDE-RESERVAR      PIC X(1).
000400     05  OLD-OPR-PUEDE-MANTENER      PIC X(1).
000410 FD  OPR-FILE.
000420     COPY OPRREC.
000430 WORKING-STORAGE SECTION.
000440 77 WS-OLD-OPR-STATUS                PIC XX.
000450 77 WS-OPR-STATUS                    PIC XX.
000460 77 WS-OPR-EOF                       PIC X VALUE "N".
000470    88 END-OF-OLD-OPERATORS          VALUE "Y".
000480 77 WS-PARM-TEXT                     PIC X(20).
000490 77 WS-ADMIN-ID                      PIC X(8).
000500 77 WS-ADMIN-FOUND                   PIC X VALUE "N".
000510    88 ADMIN-FOUND                   VALUE "Y".
000520 77 WS-OPR-CONVERTED                 PIC 9(6) VALUE ZERO.
000530 77 WS-OPERATOR-ID                   PIC X(8) VALUE "PRJOPRCN".
000540 77 WS-TIMESTAMP                     PIC X(21).
000550 77 WS-OLD-VALUE                     PIC X(22) VALUE SPACES.
000560 77 WS-NEW-VALUE                     PIC X(22).
000570 77 WS-AUD-ACCION                    PIC X(6) VALUE "PERMIS".
000580 77 WS-AUD-MOTIVO                    PIC X(30).
000590 77 WS-AUD-PROYECTO                  PIC X(22).
000600    COPY OPRPERM.
000610
000620 PROCEDURE   DIVISION.
000630 PRJOPRCNV-Main.
000640 ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
000650 MOVE SPACES TO WS-ADMIN-ID.
000660 MOVE FUNCTION TRIM(WS-PARM-TEXT) TO WS-ADMIN-ID.
000670 IF WS-ADMIN-ID = SPACES
000680     DISPLAY "PRJOPRCNV: indique el operador que quedara como "
000690         "administrador."
000700     STOP RUN
000710 END-IF.
000720
000730 OPEN INPUT OLD-OPR-FILE.
000740 IF WS-OLD-OPR-STATUS NOT = "00"
000750     DISPLAY "PRJOPRCNV: OPRFILE.OLD no disponible (estado "
000760         WS-OLD-OPR-STATUS "), no se convierte nada."
000770     STOP RUN
000780 END-IF.
000790 OPEN I-O OPR-FILE.
000800 IF WS-OPR-STATUS = "35"
000810     OPEN OUTPUT OPR-FILE
000820     CLOSE OPR-FILE
000830     OPEN I-O OPR-FILE
000840 END-IF.
000850 IF WS-OPR-STATUS NOT = "00"
000860     DISPLAY "PRJOPRCNV: no se pudo abrir OPRFILE.DAT"
000870     CLOSE OLD-OPR-FILE
000880     STOP RUN
000890 END-IF.
000900
000910 MOVE LOW-VALUES TO OLD-OPR-OPERATOR-ID.
000920 START OLD-OPR-FILE KEY IS NOT LESS THAN OLD-OPR-OPERATOR-ID
000930     INVALID KEY
000940         MOVE "Y" TO WS-OPR-EOF
000950 END-START.
000960 PERFORM UNTIL END-OF-OLD-OPERATORS
000970     READ OLD-OPR-FILE NEXT RECORD
000980         AT END
000990             MOVE "Y" TO WS-OPR-EOF
001000         NOT AT END
001010             PERFORM ConvierteOperador
001020     END-READ
001030 END-PERFORM.
001040
001050*El administrador indicado que no estaba en el archivo viejo se
001060*da de alta solo con la marca de administrador.
001070 IF NOT ADMIN-FOUND
001080     INITIALIZE OPR-RECORD
001090     MOVE WS-ADMIN-ID TO OPR-OPERATOR-ID
001100     MOVE "N" TO OPR-PUEDE-EMITIR
001110     MOVE "N" TO OPR-PUEDE-DESHACER
001120     MOVE "N" TO OPR-PUEDE-RESERVAR
001130     MOVE "N" TO OPR-PUEDE-MANTENER
001140     MOVE "S" TO OPR-PUEDE-ADMINISTRAR
001150     MOVE "S" TO OPR-HABILITADO
001160     PERFORM EscribeOperador
001170 END-IF.
001180 CLOSE OPR-FILE.
001190 CLOSE OLD-OPR-FILE.
001200 DISPLAY "PRJOPRCNV: " WS-OPR-CONVERTED
001210     " operadores convertidos; administrador: " WS-ADMIN-ID.
001220 STOP RUN.
001230
001240*Las marcas viejas se copian tal cual; cualquier valor distinto de
001250*S queda como N, que es como lo leian las pantallas.
001260 ConvierteOperador.
001270 INITIALIZE OPR-RECORD.
001280 MOVE OLD-OPR-OPERATOR-ID TO OPR-OPERATOR-ID.
001290 MOVE "N" TO OPR-PUEDE-EMITIR.
001300 IF OLD-OPR-PUEDE-EMITIR = "S"
001310     MOVE "S" TO OPR-PUEDE-EMITIR
001320 END-IF.
001330 MOVE "N" TO OPR-PUEDE-DESHACER.
001340 IF OLD-OPR-PUEDE-DESHACER = "S"
001350     MOVE "S" TO OPR-PUEDE-DESHACER
001360 END-IF.
001370 MOVE "N" TO OPR-PUEDE-RESERVAR.
001380 IF OLD-OPR-PUEDE-RESERVAR = "S"
001390     MOVE "S" TO OPR-PUEDE-RESERVAR
001400 END-IF.
001410 MOVE "N" TO OPR-PUEDE-MANTENER.
001420 IF OLD-OPR-PUEDE-MANTENER = "S"
001430     MOVE "S" TO OPR-PUEDE-MANTENER
001440 END-IF.
001450 MOVE "N" TO OPR-PUEDE-ADMINISTRAR.
001460 IF OLD-OPR-OPERATOR-ID = WS-ADMIN-ID
001470     MOVE "S" TO OPR-PUEDE-ADMINISTRAR
001480     MOVE "Y" TO WS-ADMIN-FOUND
001490 END-IF.
001500 MOVE "S" TO OPR-HABILITADO.
001510 PERFORM EscribeOperador.
001520
001530 EscribeOperador.
001540 WRITE OPR-RECORD
001550     INVALID KEY
001560         DISPLAY "PRJOPRCNV: operador repetido " OPR-OPERATOR-ID
001570     NOT INVALID KEY
001580         ADD 1 TO WS-OPR-CONVERTED
001590         PERFORM RegistraPermisos
001600 END-WRITE.
001610
001620*El renglon PERMIS de la conversion lleva como operador al propio
001630*programa y el valor anterior en espacios, como un alta.
001640 RegistraPermisos.
001650 MOVE OPR-PUEDE-EMITIR TO OPRP-EMITIR.
001660 MOVE OPR-PUEDE-DESHACER TO OPRP-DESHACER.
001670 MOVE OPR-PUEDE-RESERVAR TO OPRP-RESERVAR.
001680 MOVE OPR-PUEDE-MANTENER TO OPRP-MANTENER.
001690 MOVE OPR-PUEDE-ADMINISTRAR TO OPRP-ADMINISTRAR.
001700 MOVE OPR-HABILITADO TO OPRP-HABILITADO.
001710 MOVE OPRP-PERMISOS TO WS-NEW-VALUE.
001720 MOVE "Conversion de OPRFILE" TO WS-AUD-MOTIVO.
001730 MOVE SPACES TO WS-AUD-PROYECTO.
001740 STRING "OPR:" OPR-OPERATOR-ID DELIMITED BY SIZE
001750     INTO WS-AUD-PROYECTO.
001760 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001770 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
001780     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
001790     WS-AUD-PROYECTO.
