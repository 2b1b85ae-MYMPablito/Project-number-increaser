000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "SHEET4".
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SPECIAL-NAMES.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080 DATA DIVISION.
000090 BASED-STORAGE SECTION.
000100 FILE SECTION.
000110 WORKING-STORAGE SECTION.
000120 01 POWER--HPOWOBJS-SHEET4 IS GLOBAL IS EXTERNAL.
000130   02 POWER--HPOWOBJ--SHEET4.
000140     03 SHEET4 PIC S9(9) COMP-5.
000150     03 POW-P001 REDEFINES  SHEET4 USAGE POINTER.
000160   02 POWER--HPOWOBJ--CAMPO-CODIGO.
000170     03 CAMPO-CODIGO PIC S9(9) COMP-5.
000180     03 POW-P002 REDEFINES  CAMPO-CODIGO USAGE POINTER.
000190   02 POWER--HPOWOBJ--CAMPO-NOMBRE.
000200     03 CAMPO-NOMBRE PIC S9(9) COMP-5.
000210     03 POW-P003 REDEFINES  CAMPO-NOMBRE USAGE POINTER.
000220   02 POWER--HPOWOBJ--CAMPO-ESTADO.
000230     03 CAMPO-ESTADO PIC S9(9) COMP-5.
000240     03 POW-P004 REDEFINES  CAMPO-ESTADO USAGE POINTER.
000250   02 POWER--HPOWOBJ--CAMPO-CONTACTO.
000260     03 CAMPO-CONTACTO PIC S9(9) COMP-5.
000270     03 POW-P005 REDEFINES  CAMPO-CONTACTO USAGE POINTER.
000280   02 POWER--HPOWOBJ--BTN-GUARDA-CLIENTE.
000290     03 BTN-GUARDA-CLIENTE PIC S9(9) COMP-5.
000300     03 POW-P006 REDEFINES  BTN-GUARDA-CLIENTE USAGE POINTER.
000310   02 POWER--HPOWOBJ--BTN-LEE-CLIENTE.
000320     03 BTN-LEE-CLIENTE PIC S9(9) COMP-5.
000330     03 POW-P007 REDEFINES  BTN-LEE-CLIENTE USAGE POINTER.
000340 01  REDEFINES POWER--HPOWOBJS-SHEET4.
000350   02  POWER--HPOWOBJS PICTURE IS X(4) OCCURS 7 TIMES.
000360 01  POWER-HPOWOBJIDX PIC S9(9) COMP-5.
000370 CONSTANT SECTION.
000380 LINKAGE SECTION.
000390 01  POWER--HPOWOBJ IS GLOBAL PICTURE IS  X(4).
000400 01  POWER--ID      IS GLOBAL PICTURE IS S9(9)
000410                    USAGE IS COMPUTATIONAL-5.
000420 01  POWER--NOTIFY  IS GLOBAL PICTURE IS S9(9)
000430                    USAGE IS COMPUTATIONAL-5.
000440 01  POWER--MESSAGE IS GLOBAL PICTURE IS S9(9)
000450                    USAGE IS COMPUTATIONAL-5.
000460 PROCEDURE DIVISION
000470     USING POWER--HPOWOBJ POWER--ID POWER--MESSAGE POWER--NOTIFY.
000480     EVALUATE POWER--MESSAGE
000490     WHEN 1025
000500         EVALUATE POWER--HPOWOBJ
000510         WHEN POWER--HPOWOBJ--BTN-GUARDA-CLIENTE
000520             EVALUATE POWER--NOTIFY
000530             WHEN 1
000540                CALL "BTN-GUARDA-CLIENTE-CLICK"
000550             END-EVALUATE
000560         WHEN POWER--HPOWOBJ--BTN-LEE-CLIENTE
000570             EVALUATE POWER--NOTIFY
000580             WHEN 1
000590                CALL "BTN-LEE-CLIENTE-CLICK"
000600             END-EVALUATE
000610         END-EVALUATE
000620     WHEN 1024
000630         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS (POWER--ID + 1)
000640     WHEN 1038
000650         CALL "SHEET4-START"
000660     END-EVALUATE
000670     EXIT PROGRAM.
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. "SHEET4-START".
000700 ENVIRONMENT DIVISION.
000710 PROCEDURE   DIVISION.
000720 SHEET4-START-Main.
000730*Pantalla de mantenimiento del catalogo de clientes
000740*(CUSTFILE.DAT). No hay estado persistido que precargar: siempre
000750*arranca en blanco, lista para consultar, dar de alta o cambiar un
000760*cliente.
000770 EXIT PROGRAM.
000780 END PROGRAM "SHEET4-START".
000790 IDENTIFICATION DIVISION.
000800 PROGRAM-ID. "BTN-GUARDA-CLIENTE-CLICK".
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT CUST-FILE ASSIGN TO "CUSTFILE.DAT"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS CUST-CODE
000880         LOCK MODE IS MANUAL
000890         FILE STATUS IS WS-CUST-STATUS.
000900     SELECT OPR-FILE ASSIGN TO "OPRFILE.DAT"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS OPR-OPERATOR-ID
000940         FILE STATUS IS WS-OPR-STATUS.
000950 DATA        DIVISION.
000960 FILE SECTION.
000970 FD  CUST-FILE.
000980     COPY CUSTREC.
000990 FD  OPR-FILE.
001000     COPY OPRREC.
001010 WORKING-STORAGE SECTION.
001020 77 WS-CUST-STATUS               PIC XX.
001030 77 WS-OPR-STATUS                PIC XX.
001032 77 WS-FALLA-GRABA               PIC X VALUE "N".
001034    88 FALLA-AL-GRABAR           VALUE "Y".
001040 77 WS-AUD-ACCION                PIC X(6).
001050 77 WS-AUD-MOTIVO                PIC X(30).
001060 77 WS-AUD-PROYECTO              PIC X(22).
001070 77 WS-AUD-VACIO                 PIC X(22).
001080 77 WS-AUTORIZADO                PIC X VALUE "N".
001090    88 OPERADOR-AUTORIZADO       VALUE "Y".
001100 77 WS-OPERATOR-ID               PIC X(8).
001110 77 WS-TIMESTAMP                 PIC X(21).
001120 77 WS-CODIGO-TEXTO              PIC X(20).
001130 77 WS-CODIGO                    PIC X(8).
001140 77 WS-NOMBRE                    PIC X(40).
001150 77 WS-ESTADO                    PIC X(1).
001160    88 WS-ESTADO-VALIDO          VALUES "A" "I".
001170 77 WS-CONTACTO                  PIC X(40).
001180 77 POW-0001                     PIC X(256).
001190 77 POW-0002                     PIC X(256).
001200 77 POW-0003                     PIC X(256).
001210 77 POW-0004                     PIC X(256).
001220
001230 PROCEDURE   DIVISION.
001240 GuardaCliente.
001250*Dar de alta o cambiar un cliente es mantenimiento de catalogo:
001260*se pide la misma marca de mantenimiento que en SHEET2 y un
001270*intento rechazado se asienta como DENY en la bitacora.
001280 PERFORM ObtieneOperador.
001290 PERFORM VerificaAutorizacion.
001300 IF NOT OPERADOR-AUTORIZADO
001310     EXIT PROGRAM
001320 END-IF.
001330
001340 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-CODIGO
001350     BY REFERENCE POW-0001.
001360 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-NOMBRE
001370     BY REFERENCE POW-0002.
001380 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-ESTADO
001390     BY REFERENCE POW-0003.
001400 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-CONTACTO
001410     BY REFERENCE POW-0004.
001420
001430*El codigo se guarda siempre en mayusculas, que es como SHEET2 lo
001440*busca; un codigo mas largo que la clave se rechaza en vez de
001450*truncarlo en silencio y dejar otra variante del mismo cliente.
001460 MOVE SPACES TO WS-CODIGO-TEXTO.
001470 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0001))
001480     TO WS-CODIGO-TEXTO.
001490 IF WS-CODIGO-TEXTO = SPACES
001500         OR WS-CODIGO-TEXTO(9:12) NOT = SPACES
001510     DISPLAY "Codigo de cliente invalido, se esperan de 1 a 8 "
001520         "posiciones."
001530     EXIT PROGRAM
001540 END-IF.
001550 MOVE WS-CODIGO-TEXTO(1:8) TO WS-CODIGO.
001560
001570 MOVE SPACES TO WS-NOMBRE.
001580 MOVE FUNCTION TRIM(POW-0002) TO WS-NOMBRE.
001590 IF WS-NOMBRE = SPACES
001600     DISPLAY "Debe indicarse el nombre del cliente."
001610     EXIT PROGRAM
001620 END-IF.
001630
001640*El estado en blanco se toma como A (activo), que es lo normal al
001650*dar de alta; de otro modo debe ser A (activo) o I (inactivo).
001660 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0003)) TO WS-ESTADO.
001670 IF WS-ESTADO = SPACE
001680     MOVE "A" TO WS-ESTADO
001690 END-IF.
001700 IF NOT WS-ESTADO-VALIDO
001710     DISPLAY "Estado invalido, se esperaba A (activo) o "
001720         "I (inactivo)."
001730     EXIT PROGRAM
001740 END-IF.
001750
001760 MOVE SPACES TO WS-CONTACTO.
001770 MOVE FUNCTION TRIM(POW-0004) TO WS-CONTACTO.
001780
001790 OPEN I-O CUST-FILE.
001800*Solo se crea el archivo si de verdad no existe todavia (status
001810*35); cualquier otro estado se reporta y se sale sin tocar nada.
001820 IF WS-CUST-STATUS = "35"
001830     OPEN OUTPUT CUST-FILE
001840     CLOSE CUST-FILE
001850     OPEN I-O CUST-FILE
001860 END-IF.
001870 IF WS-CUST-STATUS NOT = "00"
001880     DISPLAY "No se pudo abrir CUSTFILE.DAT."
001890     EXIT PROGRAM
001900 END-IF.
001910
001920 MOVE WS-CODIGO TO CUST-CODE.
001925 MOVE "N" TO WS-FALLA-GRABA.
001930 READ CUST-FILE WITH LOCK
001940     INVALID KEY
001950         MOVE WS-CODIGO TO CUST-CODE
001960         MOVE WS-NOMBRE TO CUST-NAME
001970         MOVE WS-ESTADO TO CUST-STATUS
001980         MOVE WS-CONTACTO TO CUST-BILLING-CONTACT
001990         WRITE CUST-RECORD
001992             INVALID KEY
001994                 MOVE "Y" TO WS-FALLA-GRABA
002000         END-WRITE
002010     NOT INVALID KEY
002020         MOVE WS-NOMBRE TO CUST-NAME
002030         MOVE WS-ESTADO TO CUST-STATUS
002040         MOVE WS-CONTACTO TO CUST-BILLING-CONTACT
002050         REWRITE CUST-RECORD
002052             INVALID KEY
002054                 MOVE "Y" TO WS-FALLA-GRABA
002056         END-REWRITE
002070 END-READ.
002072 IF WS-CUST-STATUS NOT = "00"
002074     MOVE "Y" TO WS-FALLA-GRABA
002076 END-IF.
002078 IF FALLA-AL-GRABAR
002080     DISPLAY "No se pudo grabar el cliente en CUSTFILE.DAT "
002082         "(estado " WS-CUST-STATUS ")."
002084     UNLOCK CUST-FILE
002085     CLOSE CUST-FILE
002086     EXIT PROGRAM
002087 END-IF.
002088 UNLOCK CUST-FILE.
002089 CLOSE CUST-FILE.
002090
002100*Se devuelve a la pantalla el codigo y el estado tal como quedaron
002110*guardados (mayusculas, A por omision).
002120 MOVE WS-CODIGO TO POW-0001.
002130 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-CODIGO
002140     BY REFERENCE POW-0001.
002150 MOVE WS-ESTADO TO POW-0003.
002160 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-ESTADO
002170     BY REFERENCE POW-0003.
002180 EXIT PROGRAM.
002190
002200*En Windows (el destino de este modulo PowerCOBOL) el usuario
002210*conectado viene en USERNAME, no en USER; se revisa USER como
002220*respaldo por si se ejecuta en un ambiente que solo define ese.
002230 ObtieneOperador.
002240 DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
002250 ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
002260 IF WS-OPERATOR-ID = SPACES
002270     DISPLAY "USER" UPON ENVIRONMENT-NAME
002280     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
002290 END-IF.
002300 IF WS-OPERATOR-ID = SPACES
002310     MOVE "UNKNOWN " TO WS-OPERATOR-ID
002320 END-IF.
002330
002340*Mientras OPRFILE.DAT no exista (estado 35) se permite todo
002350*(comportamiento historico); en cuanto existe, el operador
002360*debe tener su registro con la marca S en la accion de
002370*mantenimiento; cualquier otro error de apertura se reporta y la
002380*accion se rechaza.
002390 VerificaAutorizacion.
002400 MOVE "Y" TO WS-AUTORIZADO.
002410 OPEN INPUT OPR-FILE.
002420 IF WS-OPR-STATUS = "00"
002430     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
002440     READ OPR-FILE
002450         INVALID KEY
002460             MOVE "N" TO WS-AUTORIZADO
002470         NOT INVALID KEY
002480             IF NOT OPR-MANTENER-SI
002490                 MOVE "N" TO WS-AUTORIZADO
002500             END-IF
002510     END-READ
002520     CLOSE OPR-FILE
002530 ELSE
002540     IF WS-OPR-STATUS NOT = "35"
002550         DISPLAY "No se pudo leer OPRFILE.DAT (estado "
002560             WS-OPR-STATUS ")."
002570         MOVE "N" TO WS-AUTORIZADO
002580     END-IF
002590 END-IF.
002600 IF NOT OPERADOR-AUTORIZADO
002610     DISPLAY "Operador sin permiso de mantenimiento."
002620     PERFORM RegistraRechazo
002630 END-IF.
002640
002650*Deja en la bitacora el intento rechazado, con su propia accion
002660*(DENY) y la accion que se pidio como motivo; la escritura pasa
002670*por PRJAUDWR, que asigna el consecutivo.
002680 RegistraRechazo.
002690 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002700 MOVE SPACES TO WS-AUD-VACIO.
002710 MOVE "DENY  " TO WS-AUD-ACCION.
002720 MOVE "Sin permiso de mant. clientes" TO WS-AUD-MOTIVO.
002730 MOVE SPACES TO WS-AUD-PROYECTO.
002740 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
002750     WS-AUD-VACIO WS-AUD-VACIO WS-AUD-ACCION WS-AUD-MOTIVO
002760     WS-AUD-PROYECTO.
002770
002780 END PROGRAM "BTN-GUARDA-CLIENTE-CLICK".
002790 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. "BTN-LEE-CLIENTE-CLICK".
002810*Consulta de un cliente por su codigo: llena los campos de la
002820*pantalla con lo que hay guardado, para revisarlo o cambiarlo
002830*antes de guardar. Solo lee, asi que no pide permiso de
002840*mantenimiento.
002850 ENVIRONMENT DIVISION.
002860 INPUT-OUTPUT SECTION.
002870 FILE-CONTROL.
002880     SELECT CUST-FILE ASSIGN TO "CUSTFILE.DAT"
002890         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
002910         RECORD KEY IS CUST-CODE
002920         FILE STATUS IS WS-CUST-STATUS.
002930 DATA        DIVISION.
002940 FILE SECTION.
002950 FD  CUST-FILE.
002960     COPY CUSTREC.
002970 WORKING-STORAGE SECTION.
002980 77 WS-CUST-STATUS               PIC XX.
002990 77 WS-CODIGO                    PIC X(8).
003000 77 POW-0001                     PIC X(256).
003010 77 POW-0002                     PIC X(256).
003020
003030 PROCEDURE   DIVISION.
003040 LeeCliente.
003050 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-CODIGO
003060     BY REFERENCE POW-0001.
003070 MOVE SPACES TO WS-CODIGO.
003080 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0001)) TO WS-CODIGO.
003090 IF WS-CODIGO = SPACES
003100     DISPLAY "Debe indicarse un codigo de cliente a consultar."
003110     EXIT PROGRAM
003120 END-IF.
003130
003140 OPEN INPUT CUST-FILE.
003150 IF WS-CUST-STATUS = "35"
003160     DISPLAY "Todavia no hay clientes dados de alta."
003170     EXIT PROGRAM
003180 END-IF.
003190 IF WS-CUST-STATUS NOT = "00"
003200     DISPLAY "No se pudo abrir CUSTFILE.DAT."
003210     EXIT PROGRAM
003220 END-IF.
003230 MOVE WS-CODIGO TO CUST-CODE.
003240 READ CUST-FILE
003250     INVALID KEY
003260         DISPLAY "Cliente no registrado: " WS-CODIGO
003270     NOT INVALID KEY
003280         PERFORM MuestraCliente
003290 END-READ.
003300 CLOSE CUST-FILE.
003310 EXIT PROGRAM.
003320
003330*Pasa el registro leido a los campos de la pantalla.
003340 MuestraCliente.
003350 MOVE CUST-CODE TO POW-0002.
003360 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-CODIGO
003370     BY REFERENCE POW-0002.
003380 MOVE CUST-NAME TO POW-0002.
003390 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-NOMBRE
003400     BY REFERENCE POW-0002.
003410 MOVE CUST-STATUS TO POW-0002.
003420 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-ESTADO
003430     BY REFERENCE POW-0002.
003440 MOVE CUST-BILLING-CONTACT TO POW-0002.
003450 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-CONTACTO
003460     BY REFERENCE POW-0002.
003470
003480 END PROGRAM "BTN-LEE-CLIENTE-CLICK".
003490 END PROGRAM "SHEET4".
