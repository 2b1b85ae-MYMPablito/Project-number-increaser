000110 WORKING-STORAGE SECTION.
000120 01 POWER--HPOWOBJS-SHEET3 IS GLOBAL IS EXTERNAL.
000130   02 POWER--HPOWOBJ--SHEET3.
000140     03 SHEET3 PIC S9(9) COMP-5.
000150     03 POW-P001 REDEFINES  SHEET3 USAGE POINTER.
000160   02 POWER--HPOWOBJ--CAMPO-CONSULTA.
000170     03 CAMPO-CONSULTA PIC S9(9) COMP-5.
000180     03 POW-P002 REDEFINES  CAMPO-CONSULTA USAGE POINTER.
000190   02 POWER--HPOWOBJ--CAMPO-HISTORIAL.
000200     03 CAMPO-HISTORIAL PIC S9(9) COMP-5.
000210     03 POW-P003 REDEFINES  CAMPO-HISTORIAL USAGE POINTER.
000220   02 POWER--HPOWOBJ--BTN-CONSULTAR.
000230     03 BTN-CONSULTAR PIC S9(9) COMP-5.
000240     03 POW-P004 REDEFINES  BTN-CONSULTAR USAGE POINTER.
000250 01  REDEFINES POWER--HPOWOBJS-SHEET3.
000260   02  POWER--HPOWOBJS PICTURE IS X(4) OCCURS 4 TIMES.
000270 01  POWER-HPOWOBJIDX PIC S9(9) COMP-5.
000280 CONSTANT SECTION.
000290 LINKAGE SECTION.
000300 01  POWER--HPOWOBJ IS GLOBAL PICTURE IS  X(4).
000310 01  POWER--ID      IS GLOBAL PICTURE IS S9(9)
000320                    USAGE IS COMPUTATIONAL-5.
000330 01  POWER--NOTIFY  IS GLOBAL PICTURE IS S9(9)
000340                    USAGE IS COMPUTATIONAL-5.
000350 01  POWER--MESSAGE IS GLOBAL PICTURE IS S9(9)
000360                    USAGE IS COMPUTATIONAL-5.
000370 PROCEDURE DIVISION
000380     USING POWER--HPOWOBJ POWER--ID POWER--MESSAGE POWER--NOTIFY.
000390     EVALUATE POWER--MESSAGE
000400     WHEN 1025
000410         EVALUATE POWER--HPOWOBJ
000420         WHEN POWER--HPOWOBJ--BTN-CONSULTAR
000430             EVALUATE POWER--NOTIFY
000440             WHEN 1
000450                CALL "BTN-CONSULTAR-CLICK"
000460             END-EVALUATE
000470         END-EVALUATE
000480     WHEN 1024
000490         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS (POWER--ID + 1)
000500     WHEN 1038
000510         CALL "SHEET3-START"
000520     END-EVALUATE
000530     EXIT PROGRAM.
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. "SHEET3-START".
000560 ENVIRONMENT DIVISION.
000570 PROCEDURE   DIVISION.
000580 SHEET3-START-Main.
000590*No hay estado persistido que precargar: la pantalla de consulta
000600*siempre arranca en blanco, lista para buscar un numero de
000610*proyecto distinto en cada uso.
000620 EXIT PROGRAM.
000630 END PROGRAM "SHEET3-START".
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. "BTN-CONSULTAR-CLICK".
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT AUD-FILE ASSIGN TO "AUDFILE.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS AUD-SEQUENCE
000730         ALTERNATE RECORD KEY IS AUD-PROJECT-NO WITH DUPLICATES
000740         FILE STATUS IS WS-AUD-STATUS.
000750     SELECT PRJ-MASTER-FILE ASSIGN TO "PRJMAST.DAT"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS PRJM-PROJECT-NO
000790         ALTERNATE RECORD KEY IS PRJM-CUSTOMER-CODE
000800             WITH DUPLICATES
000810         FILE STATUS IS WS-PRJM-STATUS.
000820     SELECT XREF-FILE ASSIGN TO "XREFFILE.DAT"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS XRF-OLD-NO
000860         ALTERNATE RECORD KEY IS XRF-NEW-NO
000870         FILE STATUS IS WS-XRF-STATUS.
000880 DATA        DIVISION.
000890 FILE SECTION.
000900 FD  AUD-FILE.
000910     COPY AUDREC.
000920 FD  PRJ-MASTER-FILE.
000930     COPY PRJMREC.
000940 FD  XREF-FILE.
000950     COPY XREFREC.
000960 WORKING-STORAGE SECTION.
000970 77 WS-AUD-STATUS                PIC XX.
000980 77 WS-PRJM-STATUS               PIC XX.
000990 77 WS-HIJO-EN-CURSO             PIC X(22).
001000 77 WS-HIJO-ESTADO               PIC X(1).
001010 77 WS-HIJOS-EOF                 PIC X VALUE "N".
001020    88 FIN-DE-HIJOS              VALUE "Y".
001030 77 WS-XRF-STATUS                PIC XX.
001040 77 WS-XRF-ABIERTO               PIC X VALUE "N".
001050    88 XREF-ABIERTO              VALUE "Y".
001060 77 WS-CADENA-FIN                PIC X VALUE "N".
001070    88 FIN-DE-CADENA             VALUE "Y".
001080 77 WS-SALTOS                    PIC 9(2) VALUE ZERO.
001090 77 WS-NUMERO-EN-CURSO           PIC X(22).
001100 77 WS-CONSULTA-TEXTO            PIC X(22).
001110 77 WS-EOF                       PIC X VALUE "N".
001120    88 END-OF-AUDIT              VALUE "Y".
001130 77 WS-MATCH-COUNT               PIC 9(6) VALUE ZERO.
001140 77 WS-HIST-TRUNCADO             PIC X VALUE "N".
001150    88 HISTORIAL-TRUNCADO        VALUE "Y".
001160 01  WS-HISTORIAL-TEXTO          PIC X(4000) VALUE SPACES.
001170 01  WS-HISTORIAL-POINTER        PIC S9(4) COMP-5 VALUE 1.
001180 77 POW-0001                     PIC X(256).
001190 77 POW-0002                     PIC X(4000).
001200
001210 PROCEDURE   DIVISION.
001220 ConsultaHistorial.
001230*Se recupera el numero de proyecto tecleado en la pantalla de
001240*consulta; sin un valor no hay nada que buscar en la bitacora.
001250 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-CONSULTA
001260     BY REFERENCE POW-0001.
001270 MOVE SPACES TO WS-CONSULTA-TEXTO.
001280 MOVE FUNCTION TRIM(POW-0001) TO WS-CONSULTA-TEXTO.
001290 IF WS-CONSULTA-TEXTO = SPACES
001300     DISPLAY "Debe indicarse un numero de proyecto a consultar."
001310     EXIT PROGRAM
001320 END-IF.
001330
001340 OPEN INPUT AUD-FILE.
001350 IF WS-AUD-STATUS NOT = "00"
001360     DISPLAY "No se pudo abrir AUDFILE.DAT."
001370     EXIT PROGRAM
001380 END-IF.
001390*Estos campos conservan su valor entre clicks, asi que hay que
001400*reiniciarlos todos en cada consulta (incluido WS-EOF, o la
001410*segunda consulta se saltaria el recorrido de la bitacora).
001420 MOVE "N" TO WS-EOF.
001430 MOVE "N" TO WS-HIST-TRUNCADO.
001440 MOVE SPACES TO WS-HISTORIAL-TEXTO.
001450 MOVE 1 TO WS-HISTORIAL-POINTER.
001460 MOVE ZERO TO WS-MATCH-COUNT.
001470 MOVE SPACES TO WS-HIJO-EN-CURSO.
001480*La consulta de un subproyecto arranca nombrando a su padre.
001490 IF WS-CONSULTA-TEXTO(20:1) = "-"
001500     STRING "Subproyecto de " WS-CONSULTA-TEXTO(1:19) X"0D0A"
001510         DELIMITED BY SIZE INTO WS-HISTORIAL-TEXTO
001520         WITH POINTER WS-HISTORIAL-POINTER
001530         ON OVERFLOW
001540             MOVE "Y" TO WS-HIST-TRUNCADO
001550     END-STRING
001560 END-IF.
001570*Un proyecto traspasado a otra serie tiene varios numeros,
001580*encadenados en la referencia cruzada (ver XREFREC). Se busca
001590*primero el numero original de la cadena, hacia atras por la
001600*clave alterna del numero nuevo, para que la consulta de
001610*cualquiera de los numeros muestre la historia completa. El
001620*tope de saltos protege contra una cadena circular.
001630 MOVE WS-CONSULTA-TEXTO TO WS-NUMERO-EN-CURSO.
001640 MOVE "N" TO WS-XRF-ABIERTO.
001650 OPEN INPUT XREF-FILE.
001660 IF WS-XRF-STATUS = "00"
001670     MOVE "Y" TO WS-XRF-ABIERTO
001680 END-IF.
001690 MOVE "N" TO WS-CADENA-FIN.
001700 MOVE ZERO TO WS-SALTOS.
001710 PERFORM UNTIL FIN-DE-CADENA OR NOT XREF-ABIERTO
001720     MOVE WS-NUMERO-EN-CURSO TO XRF-NEW-NO
001730     READ XREF-FILE KEY IS XRF-NEW-NO
001740         INVALID KEY
001750             MOVE "Y" TO WS-CADENA-FIN
001760         NOT INVALID KEY
001770             MOVE XRF-OLD-NO TO WS-NUMERO-EN-CURSO
001780             ADD 1 TO WS-SALTOS
001790             IF WS-SALTOS = 20
001800                 MOVE "Y" TO WS-CADENA-FIN
001810             END-IF
001820     END-READ
001830 END-PERFORM.
001840 IF WS-NUMERO-EN-CURSO NOT = WS-CONSULTA-TEXTO
001850     STRING "Numero original " WS-NUMERO-EN-CURSO X"0D0A"
001860         DELIMITED BY SIZE INTO WS-HISTORIAL-TEXTO
001870         WITH POINTER WS-HISTORIAL-POINTER
001880         ON OVERFLOW
001890             MOVE "Y" TO WS-HIST-TRUNCADO
001900     END-STRING
001910 END-IF.
001920*Se muestra la historia de cada numero de la cadena, del
001930*original al vigente, con un titulo en cada traspaso.
001940 MOVE "N" TO WS-CADENA-FIN.
001950 MOVE ZERO TO WS-SALTOS.
001960 PERFORM UNTIL FIN-DE-CADENA
001970     PERFORM AcumulaHistoriaNumero
001980     MOVE "Y" TO WS-CADENA-FIN
001990     IF XREF-ABIERTO AND WS-SALTOS < 20
002000         MOVE WS-NUMERO-EN-CURSO TO XRF-OLD-NO
002010         READ XREF-FILE KEY IS XRF-OLD-NO
002020             NOT INVALID KEY
002030                 PERFORM AcumulaTraspaso
002040                 MOVE XRF-NEW-NO TO WS-NUMERO-EN-CURSO
002050                 ADD 1 TO WS-SALTOS
002060                 MOVE "N" TO WS-CADENA-FIN
002070         END-READ
002080     END-IF
002090 END-PERFORM.
002100 IF XREF-ABIERTO
002110     CLOSE XREF-FILE
002120 END-IF.
002130 CLOSE AUD-FILE.
002140
002150 IF WS-MATCH-COUNT = ZERO
002160     STRING "Sin movimientos para " WS-CONSULTA-TEXTO
002170         DELIMITED BY SIZE INTO WS-HISTORIAL-TEXTO
002180 END-IF.
002190*Si la historia no cupo completa en el campo de la pantalla, se
002200*avisa en vez de dejar que parezca completa.
002210 IF HISTORIAL-TRUNCADO
002220     DISPLAY "El historial es muy largo y se muestra truncado."
002230 END-IF.
002240 MOVE WS-HISTORIAL-TEXTO TO POW-0002.
002250 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-HISTORIAL
002260     BY REFERENCE POW-0002 .
002270 EXIT PROGRAM.
002280
002290*La bitacora es indexada con clave alterna por numero de
002300*proyecto, asi que se brinca directo a los renglones del numero
002310*en curso y se lee solo hasta que la clave cambia, en vez de
002320*recorrer el archivo completo como antes. Para un proyecto de
002330*primer nivel siguen sus subproyectos, que se buscan en el
002340*maestro y no en la bitacora: un padre sin renglones propios
002350*(anterior a la bitacora o convertido) tambien lista los suyos.
002360 AcumulaHistoriaNumero.
002370 MOVE WS-NUMERO-EN-CURSO TO AUD-PROJECT-NO.
002380 PERFORM AcumulaRenglonesDeNumero.
002390 IF WS-NUMERO-EN-CURSO(20:3) = SPACES
002400     PERFORM AcumulaHijos
002410 END-IF.
002420
002430*Lee los renglones de la bitacora del numero que trae
002440*AUD-PROJECT-NO, mientras la clave alterna no cambie.
002450 AcumulaRenglonesDeNumero.
002460 MOVE "N" TO WS-EOF.
002470 MOVE AUD-PROJECT-NO TO WS-HIJO-EN-CURSO.
002480 START AUD-FILE KEY IS EQUAL TO AUD-PROJECT-NO
002490     INVALID KEY
002500         MOVE "Y" TO WS-EOF
002510 END-START.
002520 PERFORM UNTIL END-OF-AUDIT
002530     READ AUD-FILE NEXT RECORD
002540         AT END
002550             MOVE "Y" TO WS-EOF
002560         NOT AT END
002570             IF AUD-PROJECT-NO = WS-HIJO-EN-CURSO
002580                 PERFORM AcumulaMovimiento
002590             ELSE
002600                 MOVE "Y" TO WS-EOF
002610             END-IF
002620     END-READ
002630 END-PERFORM.
002640
002650*Las claves de los subproyectos de un padre quedan justo despues
002660*de la suya en el maestro, asi que basta con posicionarse ahi y
002670*leer mientras las primeras 19 posiciones sean las del padre y
002680*la 20 sea el guion del sufijo.
002690 AcumulaHijos.
002700 OPEN INPUT PRJ-MASTER-FILE.
002710 IF WS-PRJM-STATUS = "00"
002720     MOVE "N" TO WS-HIJOS-EOF
002730     MOVE WS-NUMERO-EN-CURSO TO PRJM-PROJECT-NO
002740     START PRJ-MASTER-FILE KEY IS GREATER THAN PRJM-PROJECT-NO
002750         INVALID KEY
002760             MOVE "Y" TO WS-HIJOS-EOF
002770     END-START
002780     PERFORM UNTIL FIN-DE-HIJOS
002790         READ PRJ-MASTER-FILE NEXT RECORD
002800             AT END
002810                 MOVE "Y" TO WS-HIJOS-EOF
002820             NOT AT END
002830                 IF PRJM-PROJECT-NO(1:19)
002840                         = WS-NUMERO-EN-CURSO(1:19)
002850                     AND PRJM-PROJECT-NO(20:1) = "-"
002860                     PERFORM AcumulaHistoriaDeHijo
002870                 ELSE
002880                     MOVE "Y" TO WS-HIJOS-EOF
002890                 END-IF
002900         END-READ
002910     END-PERFORM
002920     CLOSE PRJ-MASTER-FILE
002930 END-IF.
002940
002950*Titulo que separa la historia del numero viejo de la del
002960*numero nuevo que le dio el traspaso, con el motivo capturado.
002970 AcumulaTraspaso.
002980 STRING "Traspasado a " XRF-NEW-NO " ("
002990     FUNCTION TRIM(XRF-REASON) "):" X"0D0A"
003000     DELIMITED BY SIZE INTO WS-HISTORIAL-TEXTO
003010     WITH POINTER WS-HISTORIAL-POINTER
003020     ON OVERFLOW
003030         MOVE "Y" TO WS-HIST-TRUNCADO
003040 END-STRING.
003050
003060*Un renglon de bitacora pertenece a la historia del proyecto
003070*consultado si su clave alterna (el numero al que se refiere la
003080*accion) es el numero consultado; el filtro ya lo hizo la clave.
003090 AcumulaMovimiento.
003100 ADD 1 TO WS-MATCH-COUNT.
003110*El apuntador conserva su posicion entre renglones, asi que
003120*cada STRING agrega al final de lo ya acumulado. Un cambio de
003130*campo hecho en el mantenimiento (CHANGE) lleva ademas el nombre
003140*del campo, que viene en el motivo.
003150 IF AUD-ACTION = "CHANGE"
003160     STRING AUD-TIMESTAMP " " AUD-ACTION " " AUD-OPERATOR-ID
003170         " " AUD-OLD-VALUE " -> " AUD-NEW-VALUE " "
003180         FUNCTION TRIM(AUD-REASON) X"0D0A"
003190         DELIMITED BY SIZE INTO WS-HISTORIAL-TEXTO
003200         WITH POINTER WS-HISTORIAL-POINTER
003210         ON OVERFLOW
003220             MOVE "Y" TO WS-HIST-TRUNCADO
003230     END-STRING
003240 ELSE
003250     STRING AUD-TIMESTAMP " " AUD-ACTION " " AUD-OPERATOR-ID
003260         " " AUD-OLD-VALUE " -> " AUD-NEW-VALUE X"0D0A"
003270         DELIMITED BY SIZE INTO WS-HISTORIAL-TEXTO
003280         WITH POINTER WS-HISTORIAL-POINTER
003290         ON OVERFLOW
003300             MOVE "Y" TO WS-HIST-TRUNCADO
003310     END-STRING
003320 END-IF.
003330
003340*Cada subproyecto lleva un titulo con su numero y su estado
003350*actual en el maestro, seguido de sus renglones de bitacora; el
003360*titulo cuenta como movimiento aunque el subproyecto no tenga
003370*renglones, para no mostrar "Sin movimientos" debajo.
003380 AcumulaHistoriaDeHijo.
003390 ADD 1 TO WS-MATCH-COUNT.
003400 MOVE PRJM-STATUS TO WS-HIJO-ESTADO.
003410 STRING "Subproyecto " PRJM-PROJECT-NO " (estado "
003420     WS-HIJO-ESTADO "):" X"0D0A"
003430     DELIMITED BY SIZE INTO WS-HISTORIAL-TEXTO
003440     WITH POINTER WS-HISTORIAL-POINTER
003450     ON OVERFLOW
003460         MOVE "Y" TO WS-HIST-TRUNCADO
003470 END-STRING.
003480 MOVE PRJM-PROJECT-NO TO AUD-PROJECT-NO.
003490 PERFORM AcumulaRenglonesDeNumero.
003500
003510 END PROGRAM "BTN-CONSULTAR-CLICK".
003520 END PROGRAM "SHEET3".
