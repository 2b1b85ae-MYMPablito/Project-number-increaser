000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "SHEET5".
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SPECIAL-NAMES.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080 DATA DIVISION.
000090 BASED-STORAGE SECTION.
000100 FILE SECTION.
000110 WORKING-STORAGE SECTION.
000120 01 POWER--HPOWOBJS-SHEET5 IS GLOBAL IS EXTERNAL.
000130   02 POWER--HPOWOBJ--SHEET5.
000140     03 SHEET5 PIC S9(9) COMP-5.
000150     03 POW-P001 REDEFINES  SHEET5 USAGE POINTER.
000160   02 POWER--HPOWOBJ--CAMPO-SER-CODIGO.
000170     03 CAMPO-SER-CODIGO PIC S9(9) COMP-5.
000180     03 POW-P002 REDEFINES  CAMPO-SER-CODIGO USAGE POINTER.
000190   02 POWER--HPOWOBJ--CAMPO-SER-DEPTO.
000200     03 CAMPO-SER-DEPTO PIC S9(9) COMP-5.
000210     03 POW-P003 REDEFINES  CAMPO-SER-DEPTO USAGE POINTER.
000220   02 POWER--HPOWOBJ--CAMPO-SER-ACTIVA.
000230     03 CAMPO-SER-ACTIVA PIC S9(9) COMP-5.
000240     03 POW-P004 REDEFINES  CAMPO-SER-ACTIVA USAGE POINTER.
000250   02 POWER--HPOWOBJ--CAMPO-SER-APERTURA.
000260     03 CAMPO-SER-APERTURA PIC S9(9) COMP-5.
000270     03 POW-P005 REDEFINES  CAMPO-SER-APERTURA USAGE POINTER.
000280   02 POWER--HPOWOBJ--CAMPO-SER-PASO.
000290     03 CAMPO-SER-PASO PIC S9(9) COMP-5.
000300     03 POW-P006 REDEFINES  CAMPO-SER-PASO USAGE POINTER.
000310   02 POWER--HPOWOBJ--BTN-GUARDA-SERIE.
000320     03 BTN-GUARDA-SERIE PIC S9(9) COMP-5.
000330     03 POW-P007 REDEFINES  BTN-GUARDA-SERIE USAGE POINTER.
000340   02 POWER--HPOWOBJ--BTN-LEE-SERIE.
000350     03 BTN-LEE-SERIE PIC S9(9) COMP-5.
000360     03 POW-P008 REDEFINES  BTN-LEE-SERIE USAGE POINTER.
000370 01  REDEFINES POWER--HPOWOBJS-SHEET5.
000380   02  POWER--HPOWOBJS PICTURE IS X(4) OCCURS 8 TIMES.
000390 01  POWER-HPOWOBJIDX PIC S9(9) COMP-5.
000400 CONSTANT SECTION.
000410 LINKAGE SECTION.
000420 01  POWER--HPOWOBJ IS GLOBAL PICTURE IS  X(4).
000430 01  POWER--ID      IS GLOBAL PICTURE IS S9(9)
000440                    USAGE IS COMPUTATIONAL-5.
000450 01  POWER--NOTIFY  IS GLOBAL PICTURE IS S9(9)
000460                    USAGE IS COMPUTATIONAL-5.
000470 01  POWER--MESSAGE IS GLOBAL PICTURE IS S9(9)
000480                    USAGE IS COMPUTATIONAL-5.
000490 PROCEDURE DIVISION
000500     USING POWER--HPOWOBJ POWER--ID POWER--MESSAGE POWER--NOTIFY.
000510     EVALUATE POWER--MESSAGE
000520     WHEN 1025
000530         EVALUATE POWER--HPOWOBJ
000540         WHEN POWER--HPOWOBJ--BTN-GUARDA-SERIE
000550             EVALUATE POWER--NOTIFY
000560             WHEN 1
000570                CALL "BTN-GUARDA-SERIE-CLICK"
000580             END-EVALUATE
000590         WHEN POWER--HPOWOBJ--BTN-LEE-SERIE
000600             EVALUATE POWER--NOTIFY
000610             WHEN 1
000620                CALL "BTN-LEE-SERIE-CLICK"
000630             END-EVALUATE
000640         END-EVALUATE
000650     WHEN 1024
000660         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS (POWER--ID + 1)
000670     WHEN 1038
000680         CALL "SHEET5-START"
000690     END-EVALUATE
000700     EXIT PROGRAM.
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. "SHEET5-START".
000730 ENVIRONMENT DIVISION.
000740 PROCEDURE   DIVISION.
000750 SHEET5-START-Main.
000760*Pantalla de mantenimiento de la tabla de series de departamento
000770*(SERFILE.DAT). Siempre arranca en blanco, lista para consultar,
000780*dar de alta, cambiar o retirar una serie.
000790 EXIT PROGRAM.
000800 END PROGRAM "SHEET5-START".
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID. "BTN-GUARDA-SERIE-CLICK".
000830 ENVIRONMENT DIVISION.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT SER-FILE ASSIGN TO "SERFILE.DAT"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS SER-CODE
000900         LOCK MODE IS MANUAL
000910         FILE STATUS IS WS-SER-STATUS.
000920     SELECT OPR-FILE ASSIGN TO "OPRFILE.DAT"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS OPR-OPERATOR-ID
000960         FILE STATUS IS WS-OPR-STATUS.
000970 DATA        DIVISION.
000980 FILE SECTION.
000990 FD  SER-FILE.
001000     COPY SERREC.
001010 FD  OPR-FILE.
001020     COPY OPRREC.
001030 WORKING-STORAGE SECTION.
001040 77 WS-SER-STATUS                PIC XX.
001050 77 WS-OPR-STATUS                PIC XX.
001052 77 WS-FALLA-GRABA               PIC X VALUE "N".
001054    88 FALLA-AL-GRABAR           VALUE "Y".
001060 77 WS-AUD-ACCION                PIC X(6).
001070 77 WS-AUD-MOTIVO                PIC X(30).
001080 77 WS-AUD-PROYECTO              PIC X(22).
001090 77 WS-AUD-VACIO                 PIC X(22).
001100 77 WS-AUTORIZADO                PIC X VALUE "N".
001110    88 OPERADOR-AUTORIZADO       VALUE "Y".
001120 77 WS-OPERATOR-ID               PIC X(8).
001130 77 WS-TIMESTAMP                 PIC X(21).
001140 77 WS-CODIGO-TEXTO              PIC X(20).
001150 77 WS-CODIGO                    PIC X(3).
001160 77 WS-DEPTO                     PIC X(30).
001170 77 WS-ACTIVA                    PIC X(1).
001180    88 WS-ACTIVA-VALIDA          VALUES "S" "N".
001190 77 WS-APERTURA-TEXTO            PIC X(20).
001200 77 WS-APERTURA                  PIC 9(8) VALUE ZERO.
001210 77 WS-PASO-TEXTO                PIC X(20).
001220 77 WS-PASO                      PIC 9(4) VALUE ZERO.
001230 77 WS-NUMVAL-CHECK              PIC S9(4) VALUE ZERO.
001240 77 WS-NONDIGIT-COUNT            PIC 9(4) VALUE ZERO.
001250 77 WS-VALOR-NUMVAL              PIC 9(18) VALUE ZERO.
001260 77 WS-DATO-VALIDO               PIC X VALUE "N".
001270    88 DATO-VALIDO               VALUE "Y".
001280 77 POW-0001                     PIC X(256).
001290 77 POW-0002                     PIC X(256).
001300 77 POW-0003                     PIC X(256).
001310 77 POW-0004                     PIC X(256).
001320 77 POW-0005                     PIC X(256).
001330
001340 PROCEDURE   DIVISION.
001350 GuardaSerie.
001360*Dar de alta, cambiar o retirar una serie es mantenimiento de
001370*catalogo: se pide la misma marca de mantenimiento que en SHEET2 y
001380*un intento rechazado se asienta como DENY en la bitacora.
001390 PERFORM ObtieneOperador.
001400 PERFORM VerificaAutorizacion.
001410 IF NOT OPERADOR-AUTORIZADO
001420     EXIT PROGRAM
001430 END-IF.
001440
001450 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SER-CODIGO
001460     BY REFERENCE POW-0001.
001470 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SER-DEPTO
001480     BY REFERENCE POW-0002.
001490 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SER-ACTIVA
001500     BY REFERENCE POW-0003.
001510 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SER-APERTURA
001520     BY REFERENCE POW-0004.
001530 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SER-PASO
001540     BY REFERENCE POW-0005.
001550
001560*La serie va dentro del numero de proyecto (PRJ-SSS-...), asi que
001570*debe tener exactamente tres letras; se guarda en mayusculas.
001580 MOVE SPACES TO WS-CODIGO-TEXTO.
001590 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0001))
001600     TO WS-CODIGO-TEXTO.
001610 IF WS-CODIGO-TEXTO(1:3) IS NOT ALPHABETIC-UPPER
001620         OR WS-CODIGO-TEXTO(3:1) = SPACE
001630         OR WS-CODIGO-TEXTO(4:17) NOT = SPACES
001640     DISPLAY "Codigo de serie invalido, se esperan tres letras."
001650     EXIT PROGRAM
001660 END-IF.
001670 MOVE WS-CODIGO-TEXTO(1:3) TO WS-CODIGO.
001680
001690 MOVE SPACES TO WS-DEPTO.
001700 MOVE FUNCTION TRIM(POW-0002) TO WS-DEPTO.
001710 IF WS-DEPTO = SPACES
001720     DISPLAY "Debe indicarse el nombre del departamento."
001730     EXIT PROGRAM
001740 END-IF.
001750
001760*La marca en blanco se toma como S (activa), que es lo normal al
001770*dar de alta; N retira la serie.
001780 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0003)) TO WS-ACTIVA.
001790 IF WS-ACTIVA = SPACE
001800     MOVE "S" TO WS-ACTIVA
001810 END-IF.
001820 IF NOT WS-ACTIVA-VALIDA
001830     DISPLAY "Marca de activa invalida, se esperaba S o N."
001840     EXIT PROGRAM
001850 END-IF.
001860
001870 PERFORM ObtieneApertura.
001880 IF NOT DATO-VALIDO
001890     DISPLAY "Fecha de apertura invalida, se esperaba AAAAMMDD "
001900         "o en blanco."
001910     EXIT PROGRAM
001920 END-IF.
001930
001940 PERFORM ObtienePaso.
001950 IF NOT DATO-VALIDO
001960     DISPLAY "Tamano de paso invalido, se esperaba de 0 a 9999 "
001970         "(0 o en blanco toma el paso general)."
001980     EXIT PROGRAM
001990 END-IF.
002000
002010 OPEN I-O SER-FILE.
002020*Solo se crea el archivo si de verdad no existe todavia (status
002030*35); cualquier otro estado se reporta y se sale sin tocar nada.
002040 IF WS-SER-STATUS = "35"
002050     OPEN OUTPUT SER-FILE
002060     CLOSE SER-FILE
002070     OPEN I-O SER-FILE
002080 END-IF.
002090 IF WS-SER-STATUS NOT = "00"
002100     DISPLAY "No se pudo abrir SERFILE.DAT."
002110     EXIT PROGRAM
002120 END-IF.
002130
002140 MOVE WS-CODIGO TO SER-CODE.
002145 MOVE "N" TO WS-FALLA-GRABA.
002150 READ SER-FILE WITH LOCK
002160     INVALID KEY
002170         MOVE WS-CODIGO TO SER-CODE
002180         PERFORM LlenaSerie
002190         WRITE SER-RECORD
002192             INVALID KEY
002194                 MOVE "Y" TO WS-FALLA-GRABA
002200         END-WRITE
002210     NOT INVALID KEY
002220         PERFORM LlenaSerie
002230         REWRITE SER-RECORD
002232             INVALID KEY
002234                 MOVE "Y" TO WS-FALLA-GRABA
002236         END-REWRITE
002250 END-READ.
002252 IF WS-SER-STATUS NOT = "00"
002254     MOVE "Y" TO WS-FALLA-GRABA
002256 END-IF.
002258 IF FALLA-AL-GRABAR
002260     DISPLAY "No se pudo grabar la serie en SERFILE.DAT "
002262         "(estado " WS-SER-STATUS ")."
002264     UNLOCK SER-FILE
002265     CLOSE SER-FILE
002266     EXIT PROGRAM
002267 END-IF.
002268 UNLOCK SER-FILE.
002269 CLOSE SER-FILE.
002270
002280*Se devuelve a la pantalla la serie y la marca tal como quedaron
002290*guardadas (mayusculas, S por omision).
002300 MOVE WS-CODIGO TO POW-0001.
002310 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-SER-CODIGO
002320     BY REFERENCE POW-0001.
002330 MOVE WS-ACTIVA TO POW-0003.
002340 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-SER-ACTIVA
002350     BY REFERENCE POW-0003.
002360 EXIT PROGRAM.
002370
002380 LlenaSerie.
002390 MOVE WS-DEPTO TO SER-DEPT-NAME.
002400 MOVE WS-ACTIVA TO SER-ACTIVA.
002410 MOVE WS-APERTURA TO SER-FECHA-APERTURA.
002420 MOVE WS-PASO TO SER-STEP-SIZE.
002430
002440*La fecha de apertura en blanco queda en cero (sin restriccion);
002450*de otro modo deben ser ocho digitos que formen una fecha real.
002460 ObtieneApertura.
002470 MOVE "N" TO WS-DATO-VALIDO.
002480 MOVE ZERO TO WS-APERTURA.
002490 MOVE SPACES TO WS-APERTURA-TEXTO.
002500 MOVE FUNCTION TRIM(POW-0004) TO WS-APERTURA-TEXTO.
002510 IF WS-APERTURA-TEXTO = SPACES
002520     MOVE "Y" TO WS-DATO-VALIDO
002530 ELSE
002540     IF WS-APERTURA-TEXTO(1:8) IS NUMERIC
002550             AND WS-APERTURA-TEXTO(9:12) = SPACES
002560         MOVE WS-APERTURA-TEXTO(1:8) TO WS-APERTURA
002570         IF FUNCTION TEST-DATE-YYYYMMDD(WS-APERTURA) = 0
002580             MOVE "Y" TO WS-DATO-VALIDO
002590         END-IF
002600     END-IF
002610 END-IF.
002620
002630*TEST-NUMVAL por si solo acepta signo y punto decimal, pero el
002640*paso es un PIC 9(4) sin signo; se exige ademas que el texto no
002650*tenga ninguno de esos dos caracteres y se valida la magnitud en
002660*un campo intermedio mas ancho antes de moverla.
002670 ObtienePaso.
002680 MOVE "N" TO WS-DATO-VALIDO.
002690 MOVE ZERO TO WS-PASO.
002700 MOVE SPACES TO WS-PASO-TEXTO.
002710 MOVE FUNCTION TRIM(POW-0005) TO WS-PASO-TEXTO.
002720 IF WS-PASO-TEXTO = SPACES
002730     MOVE "Y" TO WS-DATO-VALIDO
002740 ELSE
002750     MOVE FUNCTION TEST-NUMVAL(WS-PASO-TEXTO) TO WS-NUMVAL-CHECK
002760     MOVE ZERO TO WS-NONDIGIT-COUNT
002770     INSPECT WS-PASO-TEXTO TALLYING WS-NONDIGIT-COUNT FOR ALL "-"
002780     INSPECT WS-PASO-TEXTO TALLYING WS-NONDIGIT-COUNT FOR ALL "."
002790     IF WS-NUMVAL-CHECK = 0 AND WS-NONDIGIT-COUNT = 0
002800         MOVE FUNCTION NUMVAL(WS-PASO-TEXTO) TO WS-VALOR-NUMVAL
002810         IF WS-VALOR-NUMVAL <= 9999
002820             MOVE WS-VALOR-NUMVAL TO WS-PASO
002830             MOVE "Y" TO WS-DATO-VALIDO
002840         END-IF
002850     END-IF
002860 END-IF.
002870
002880*En Windows (el destino de este modulo PowerCOBOL) el usuario
002890*conectado viene en USERNAME, no en USER; se revisa USER como
002900*respaldo por si se ejecuta en un ambiente que solo define ese.
002910 ObtieneOperador.
002920 DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
002930 ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
002940 IF WS-OPERATOR-ID = SPACES
002950     DISPLAY "USER" UPON ENVIRONMENT-NAME
002960     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
002970 END-IF.
002980 IF WS-OPERATOR-ID = SPACES
002990     MOVE "UNKNOWN " TO WS-OPERATOR-ID
003000 END-IF.
003010
003020*Mientras OPRFILE.DAT no exista (estado 35) se permite todo
003030*(comportamiento historico); en cuanto existe, el operador
003040*debe tener su registro con la marca S en la accion de
003050*mantenimiento; cualquier otro error de apertura se reporta y la
003060*accion se rechaza.
003070 VerificaAutorizacion.
003080 MOVE "Y" TO WS-AUTORIZADO.
003090 OPEN INPUT OPR-FILE.
003100 IF WS-OPR-STATUS = "00"
003110     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
003120     READ OPR-FILE
003130         INVALID KEY
003140             MOVE "N" TO WS-AUTORIZADO
003150         NOT INVALID KEY
003160             IF NOT OPR-MANTENER-SI
003170                 MOVE "N" TO WS-AUTORIZADO
003180             END-IF
003190     END-READ
003200     CLOSE OPR-FILE
003210 ELSE
003220     IF WS-OPR-STATUS NOT = "35"
003230         DISPLAY "No se pudo leer OPRFILE.DAT (estado "
003240             WS-OPR-STATUS ")."
003250         MOVE "N" TO WS-AUTORIZADO
003260     END-IF
003270 END-IF.
003280 IF NOT OPERADOR-AUTORIZADO
003290     DISPLAY "Operador sin permiso de mantenimiento."
003300     PERFORM RegistraRechazo
003310 END-IF.
003320
003330*Deja en la bitacora el intento rechazado, con su propia accion
003340*(DENY) y la accion que se pidio como motivo; la escritura pasa
003350*por PRJAUDWR, que asigna el consecutivo.
003360 RegistraRechazo.
003370 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
003380 MOVE SPACES TO WS-AUD-VACIO.
003390 MOVE "DENY  " TO WS-AUD-ACCION.
003400 MOVE "Sin permiso de mant. series" TO WS-AUD-MOTIVO.
003410 MOVE SPACES TO WS-AUD-PROYECTO.
003420 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
003430     WS-AUD-VACIO WS-AUD-VACIO WS-AUD-ACCION WS-AUD-MOTIVO
003440     WS-AUD-PROYECTO.
003450
003460 END PROGRAM "BTN-GUARDA-SERIE-CLICK".
003470 IDENTIFICATION DIVISION.
003480 PROGRAM-ID. "BTN-LEE-SERIE-CLICK".
003490*Consulta de una serie por su codigo: llena los campos de la
003500*pantalla con lo que hay guardado, para revisarlo o cambiarlo
003510*antes de guardar. Solo lee, asi que no pide permiso de
003520*mantenimiento.
003530 ENVIRONMENT DIVISION.
003540 INPUT-OUTPUT SECTION.
003550 FILE-CONTROL.
003560     SELECT SER-FILE ASSIGN TO "SERFILE.DAT"
003570         ORGANIZATION IS INDEXED
003580         ACCESS MODE IS DYNAMIC
003590         RECORD KEY IS SER-CODE
003600         FILE STATUS IS WS-SER-STATUS.
003610 DATA        DIVISION.
003620 FILE SECTION.
003630 FD  SER-FILE.
003640     COPY SERREC.
003650 WORKING-STORAGE SECTION.
003660 77 WS-SER-STATUS                PIC XX.
003670 77 WS-CODIGO                    PIC X(3).
003680 77 POW-0001                     PIC X(256).
003690 77 POW-0002                     PIC X(256).
003700
003710 PROCEDURE   DIVISION.
003720 LeeSerie.
003730 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SER-CODIGO
003740     BY REFERENCE POW-0001.
003750 MOVE SPACES TO WS-CODIGO.
003760 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0001)) TO WS-CODIGO.
003770 IF WS-CODIGO = SPACES
003780     DISPLAY "Debe indicarse un codigo de serie a consultar."
003790     EXIT PROGRAM
003800 END-IF.
003810
003820 OPEN INPUT SER-FILE.
003830 IF WS-SER-STATUS = "35"
003840     DISPLAY "Todavia no hay series dadas de alta en la tabla."
003850     EXIT PROGRAM
003860 END-IF.
003870 IF WS-SER-STATUS NOT = "00"
003880     DISPLAY "No se pudo abrir SERFILE.DAT."
003890     EXIT PROGRAM
003900 END-IF.
003910 MOVE WS-CODIGO TO SER-CODE.
003920 READ SER-FILE
003930     INVALID KEY
003940         DISPLAY "Serie no registrada: " WS-CODIGO
003950     NOT INVALID KEY
003960         PERFORM MuestraSerie
003970 END-READ.
003980 CLOSE SER-FILE.
003990 EXIT PROGRAM.
004000
004010*Pasa el registro leido a los campos de la pantalla.
004020 MuestraSerie.
004030 MOVE SER-CODE TO POW-0002.
004040 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-SER-CODIGO
004050     BY REFERENCE POW-0002.
004060 MOVE SER-DEPT-NAME TO POW-0002.
004070 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-SER-DEPTO
004080     BY REFERENCE POW-0002.
004090 MOVE SER-ACTIVA TO POW-0002.
004100 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-SER-ACTIVA
004110     BY REFERENCE POW-0002.
004120 MOVE SPACES TO POW-0002.
004130 IF SER-FECHA-APERTURA > ZERO
004140     MOVE SER-FECHA-APERTURA TO POW-0002
004150 END-IF.
004160 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-SER-APERTURA
004170     BY REFERENCE POW-0002.
004180 MOVE SER-STEP-SIZE TO POW-0002.
004190 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-SER-PASO
004200     BY REFERENCE POW-0002.
004210
004220 END PROGRAM "BTN-LEE-SERIE-CLICK".
004230 END PROGRAM "SHEET5".
