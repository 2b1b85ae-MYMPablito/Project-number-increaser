000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. "SHEET6".
000030 ENVIRONMENT DIVISION.
000040 CONFIGURATION SECTION.
000050 SPECIAL-NAMES.
000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080 DATA DIVISION.
000090 BASED-STORAGE SECTION.
000100 FILE SECTION.
000110 WORKING-STORAGE SECTION.
000120 01 POWER--HPOWOBJS-SHEET6 IS GLOBAL IS EXTERNAL.
000130   02 POWER--HPOWOBJ--SHEET6.
000140     03 SHEET6 PIC S9(9) COMP-5.
000150     03 POW-P001 REDEFINES  SHEET6 USAGE POINTER.
000160   02 POWER--HPOWOBJ--CAMPO-OPR-ID.
000170     03 CAMPO-OPR-ID PIC S9(9) COMP-5.
000180     03 POW-P002 REDEFINES  CAMPO-OPR-ID USAGE POINTER.
000190   02 POWER--HPOWOBJ--CAMPO-OPR-EMITIR.
000200     03 CAMPO-OPR-EMITIR PIC S9(9) COMP-5.
000210     03 POW-P003 REDEFINES  CAMPO-OPR-EMITIR USAGE POINTER.
000220   02 POWER--HPOWOBJ--CAMPO-OPR-DESHACER.
000230     03 CAMPO-OPR-DESHACER PIC S9(9) COMP-5.
000240     03 POW-P004 REDEFINES  CAMPO-OPR-DESHACER USAGE POINTER.
000250   02 POWER--HPOWOBJ--CAMPO-OPR-RESERVAR.
000260     03 CAMPO-OPR-RESERVAR PIC S9(9) COMP-5.
000270     03 POW-P005 REDEFINES  CAMPO-OPR-RESERVAR USAGE POINTER.
000280   02 POWER--HPOWOBJ--CAMPO-OPR-MANTENER.
000290     03 CAMPO-OPR-MANTENER PIC S9(9) COMP-5.
000300     03 POW-P006 REDEFINES  CAMPO-OPR-MANTENER USAGE POINTER.
000310   02 POWER--HPOWOBJ--CAMPO-OPR-ADMIN.
000320     03 CAMPO-OPR-ADMIN PIC S9(9) COMP-5.
000330     03 POW-P007 REDEFINES  CAMPO-OPR-ADMIN USAGE POINTER.
000340   02 POWER--HPOWOBJ--CAMPO-OPR-HABILITADO.
000350     03 CAMPO-OPR-HABILITADO PIC S9(9) COMP-5.
000360     03 POW-P008 REDEFINES  CAMPO-OPR-HABILITADO USAGE POINTER.
000370   02 POWER--HPOWOBJ--BTN-GUARDA-OPERADOR.
000380     03 BTN-GUARDA-OPERADOR PIC S9(9) COMP-5.
000390     03 POW-P009 REDEFINES  BTN-GUARDA-OPERADOR USAGE POINTER.
000400   02 POWER--HPOWOBJ--BTN-LEE-OPERADOR.
000410     03 BTN-LEE-OPERADOR PIC S9(9) COMP-5.
000420     03 POW-P010 REDEFINES  BTN-LEE-OPERADOR USAGE POINTER.
000430 01  REDEFINES POWER--HPOWOBJS-SHEET6.
000440   02  POWER--HPOWOBJS PICTURE IS X(4) OCCURS 10 TIMES.
000450 01  POWER-HPOWOBJIDX PIC S9(9) COMP-5.
000460 CONSTANT SECTION.
000470 LINKAGE SECTION.
000480 01  POWER--HPOWOBJ IS GLOBAL PICTURE IS  X(4).
000490 01  POWER--ID      IS GLOBAL PICTURE IS S9(9)
000500                    USAGE IS COMPUTATIONAL-5.
000510 01  POWER--NOTIFY  IS GLOBAL PICTURE IS S9(9)
000520                    USAGE IS COMPUTATIONAL-5.
000530 01  POWER--MESSAGE IS GLOBAL PICTURE IS S9(9)
000540                    USAGE IS COMPUTATIONAL-5.
000550 PROCEDURE DIVISION
000560     USING POWER--HPOWOBJ POWER--ID POWER--MESSAGE POWER--NOTIFY.
000570     EVALUATE POWER--MESSAGE
000580     WHEN 1025
000590         EVALUATE POWER--HPOWOBJ
000600         WHEN POWER--HPOWOBJ--BTN-GUARDA-OPERADOR
000610             EVALUATE POWER--NOTIFY
000620             WHEN 1
000630                CALL "BTN-GUARDA-OPERADOR-CLICK"
000640             END-EVALUATE
000650         WHEN POWER--HPOWOBJ--BTN-LEE-OPERADOR
000660             EVALUATE POWER--NOTIFY
000670             WHEN 1
000680                CALL "BTN-LEE-OPERADOR-CLICK"
000690             END-EVALUATE
000700         END-EVALUATE
000710     WHEN 1024
000720         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS (POWER--ID + 1)
000730     WHEN 1038
000740         CALL "SHEET6-START"
000750     END-EVALUATE
000760     EXIT PROGRAM.
000770 IDENTIFICATION DIVISION.
000780 PROGRAM-ID. "SHEET6-START".
000790 ENVIRONMENT DIVISION.
000800 PROCEDURE   DIVISION.
000810 SHEET6-START-Main.
000820*Pantalla de mantenimiento de operadores (OPRFILE.DAT). Siempre
000830*arranca en blanco, lista para consultar, dar de alta, cambiar o
000840*deshabilitar un operador.
000850 EXIT PROGRAM.
000860 END PROGRAM "SHEET6-START".
000870 IDENTIFICATION DIVISION.
000880 PROGRAM-ID. "BTN-GUARDA-OPERADOR-CLICK".
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT OPR-FILE ASSIGN TO "OPRFILE.DAT"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS OPR-OPERATOR-ID
000960         LOCK MODE IS MANUAL
000970         FILE STATUS IS WS-OPR-STATUS.
000980 DATA        DIVISION.
000990 FILE SECTION.
001000 FD  OPR-FILE.
001010     COPY OPRREC.
001020 WORKING-STORAGE SECTION.
001030 77 WS-OPR-STATUS                PIC XX.
001040 77 WS-AUD-ACCION                PIC X(6).
001050 77 WS-AUD-MOTIVO                PIC X(30).
001060 77 WS-AUD-PROYECTO              PIC X(22).
001070 77 WS-AUD-VACIO                 PIC X(22).
001080 77 WS-OLD-VALUE                 PIC X(22).
001090 77 WS-NEW-VALUE                 PIC X(22).
001100 77 WS-AUTORIZADO                PIC X VALUE "N".
001110    88 OPERADOR-AUTORIZADO       VALUE "Y".
001120 77 WS-SIN-ARCHIVO               PIC X VALUE "N".
001130    88 OPRFILE-SIN-CREAR         VALUE "Y".
001132 77 WS-FALLA-GRABA               PIC X VALUE "N".
001134    88 FALLA-AL-GRABAR           VALUE "Y".
001140 77 WS-OPERATOR-ID               PIC X(8).
001150 77 WS-TIMESTAMP                 PIC X(21).
001160 77 WS-OBJETIVO-TEXTO            PIC X(20).
001170 77 WS-OBJETIVO                  PIC X(8).
001180 77 WS-MARCA-TEXTO               PIC X(256).
001190 77 WS-MARCA                     PIC X(1).
001200    88 WS-MARCA-VALIDA           VALUES "S" "N".
001210 77 WS-DATO-VALIDO               PIC X VALUE "N".
001220    88 DATO-VALIDO               VALUE "Y".
001230 77 WS-EMITIR                    PIC X(1).
001240 77 WS-DESHACER                  PIC X(1).
001250 77 WS-RESERVAR                  PIC X(1).
001260 77 WS-MANTENER                  PIC X(1).
001270 77 WS-ADMINISTRAR               PIC X(1).
001280 77 WS-HABILITADO                PIC X(1).
001290    COPY OPRPERM.
001300 77 POW-0001                     PIC X(256).
001310 77 POW-0002                     PIC X(256).
001320 77 POW-0003                     PIC X(256).
001330 77 POW-0004                     PIC X(256).
001340 77 POW-0005                     PIC X(256).
001350 77 POW-0006                     PIC X(256).
001360 77 POW-0007                     PIC X(256).
001370
001380 PROCEDURE   DIVISION.
001390 GuardaOperador.
001400*Solo un administrador puede tocar los permisos de los demas; un
001410*intento rechazado se asienta como DENY en la bitacora.
001420 PERFORM ObtieneOperador.
001430 PERFORM VerificaAutorizacion.
001440 IF NOT OPERADOR-AUTORIZADO
001450     EXIT PROGRAM
001460 END-IF.
001470
001480 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-OPR-ID
001490     BY REFERENCE POW-0001.
001500 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-OPR-EMITIR
001510     BY REFERENCE POW-0002.
001520 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-OPR-DESHACER
001530     BY REFERENCE POW-0003.
001540 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-OPR-RESERVAR
001550     BY REFERENCE POW-0004.
001560 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-OPR-MANTENER
001570     BY REFERENCE POW-0005.
001580 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-OPR-ADMIN
001590     BY REFERENCE POW-0006.
001600 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-OPR-HABILITADO
001610     BY REFERENCE POW-0007.
001620
001630*El identificador es el usuario de Windows, de hasta ocho
001640*posiciones; se guarda tal como lo entrega ObtieneOperador.
001650 MOVE SPACES TO WS-OBJETIVO-TEXTO.
001660 MOVE FUNCTION TRIM(POW-0001) TO WS-OBJETIVO-TEXTO.
001670 IF WS-OBJETIVO-TEXTO = SPACES
001680         OR WS-OBJETIVO-TEXTO(9:12) NOT = SPACES
001690     DISPLAY "Identificador de operador invalido, se esperan de "
001700         "1 a 8 posiciones."
001710     EXIT PROGRAM
001720 END-IF.
001730 MOVE WS-OBJETIVO-TEXTO(1:8) TO WS-OBJETIVO.
001740
001750*Las marcas en blanco se toman como N (sin permiso), salvo la de
001760*habilitado, que en blanco es S; un operador deshabilitado queda
001770*con todas las marcas en N aunque se hayan capturado en S.
001780 MOVE POW-0002 TO WS-MARCA-TEXTO.
001790 PERFORM ValidaMarca.
001800 MOVE WS-MARCA TO WS-EMITIR.
001810 IF DATO-VALIDO
001820     MOVE POW-0003 TO WS-MARCA-TEXTO
001830     PERFORM ValidaMarca
001840     MOVE WS-MARCA TO WS-DESHACER
001850 END-IF.
001860 IF DATO-VALIDO
001870     MOVE POW-0004 TO WS-MARCA-TEXTO
001880     PERFORM ValidaMarca
001890     MOVE WS-MARCA TO WS-RESERVAR
001900 END-IF.
001910 IF DATO-VALIDO
001920     MOVE POW-0005 TO WS-MARCA-TEXTO
001930     PERFORM ValidaMarca
001940     MOVE WS-MARCA TO WS-MANTENER
001950 END-IF.
001960 IF DATO-VALIDO
001970     MOVE POW-0006 TO WS-MARCA-TEXTO
001980     PERFORM ValidaMarca
001990     MOVE WS-MARCA TO WS-ADMINISTRAR
002000 END-IF.
002010 IF NOT DATO-VALIDO
002020     DISPLAY "Marca de permiso invalida, se esperaba S o N."
002030     EXIT PROGRAM
002040 END-IF.
002050 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0007)) TO WS-MARCA.
002060 IF WS-MARCA = SPACE
002070     MOVE "S" TO WS-MARCA
002080 END-IF.
002090 IF NOT WS-MARCA-VALIDA
002100     DISPLAY "Marca de habilitado invalida, se esperaba S o N."
002110     EXIT PROGRAM
002120 END-IF.
002130 MOVE WS-MARCA TO WS-HABILITADO.
002140 IF WS-HABILITADO = "N"
002150     MOVE "N" TO WS-EMITIR
002160     MOVE "N" TO WS-DESHACER
002170     MOVE "N" TO WS-RESERVAR
002180     MOVE "N" TO WS-MANTENER
002190     MOVE "N" TO WS-ADMINISTRAR
002200 END-IF.
002210
002220*Un administrador no puede quitarse a si mismo la marca ni
002230*deshabilitarse: si era el unico, nadie podria volver a entrar a
002240*esta pantalla sin editar el archivo a mano. Por la misma razon,
002250*el primer operador que se da de alta (el que crea OPRFILE.DAT)
002260*tiene que ser administrador.
002270 IF WS-OBJETIVO = WS-OPERATOR-ID AND WS-ADMINISTRAR NOT = "S"
002280     DISPLAY "No puede quitarse a si mismo la marca de "
002290         "administrador."
002300     EXIT PROGRAM
002310 END-IF.
002320 IF OPRFILE-SIN-CREAR AND WS-ADMINISTRAR NOT = "S"
002330     DISPLAY "El primer operador dado de alta debe ser "
002340         "administrador."
002350     EXIT PROGRAM
002360 END-IF.
002370
002380 OPEN I-O OPR-FILE.
002390*Solo se crea el archivo si de verdad no existe todavia (status
002400*35); cualquier otro estado se reporta y se sale sin tocar nada.
002410 IF WS-OPR-STATUS = "35"
002420     OPEN OUTPUT OPR-FILE
002430     CLOSE OPR-FILE
002440     OPEN I-O OPR-FILE
002450 END-IF.
002460 IF WS-OPR-STATUS NOT = "00"
002470     DISPLAY "No se pudo abrir OPRFILE.DAT."
002480     EXIT PROGRAM
002490 END-IF.
002500
002502*Un alta o cambio que no se pudo grabar se reporta y no deja
002504*renglon PERMIS, para que la bitacora no registre permisos que
002506*no quedaron en el archivo.
002510 MOVE SPACES TO WS-OLD-VALUE.
002515 MOVE "N" TO WS-FALLA-GRABA.
002520 MOVE WS-OBJETIVO TO OPR-OPERATOR-ID.
002530 READ OPR-FILE WITH LOCK
002540     INVALID KEY
002550         MOVE WS-OBJETIVO TO OPR-OPERATOR-ID
002560         PERFORM LlenaOperador
002570         WRITE OPR-RECORD
002572             INVALID KEY
002574                 MOVE "Y" TO WS-FALLA-GRABA
002580         END-WRITE
002590         MOVE "Alta de operador" TO WS-AUD-MOTIVO
002600     NOT INVALID KEY
002610         PERFORM ArmaImagen
002620         MOVE OPRP-PERMISOS TO WS-OLD-VALUE
002630         PERFORM LlenaOperador
002640         PERFORM EligeMotivo
002650         REWRITE OPR-RECORD
002652             INVALID KEY
002654                 MOVE "Y" TO WS-FALLA-GRABA
002656         END-REWRITE
002670 END-READ.
002672 IF WS-OPR-STATUS NOT = "00"
002674     MOVE "Y" TO WS-FALLA-GRABA
002676 END-IF.
002678 IF FALLA-AL-GRABAR
002680     DISPLAY "No se pudo grabar el operador en OPRFILE.DAT "
002682         "(estado " WS-OPR-STATUS ")."
002683     UNLOCK OPR-FILE
002684     CLOSE OPR-FILE
002686     EXIT PROGRAM
002688 END-IF.
002689 UNLOCK OPR-FILE.
002690 CLOSE OPR-FILE.
002695
002700*Cada cambio de marcas queda en la bitacora como PERMIS con las
002710*marcas anteriores y las nuevas (ver OPRPERM); guardar sin cambiar
002720*nada no deja renglon.
002730 MOVE WS-EMITIR TO OPRP-EMITIR.
002740 MOVE WS-DESHACER TO OPRP-DESHACER.
002750 MOVE WS-RESERVAR TO OPRP-RESERVAR.
002760 MOVE WS-MANTENER TO OPRP-MANTENER.
002770 MOVE WS-ADMINISTRAR TO OPRP-ADMINISTRAR.
002780 MOVE WS-HABILITADO TO OPRP-HABILITADO.
002790 MOVE OPRP-PERMISOS TO WS-NEW-VALUE.
002800 IF WS-NEW-VALUE = WS-OLD-VALUE
002810     DISPLAY "Sin cambios en los permisos de " WS-OBJETIVO "."
002820 ELSE
002830     PERFORM RegistraPermisos
002840 END-IF.
002850
002860*Se devuelven a la pantalla las marcas como quedaron guardadas.
002870 PERFORM MuestraMarcas.
002880 EXIT PROGRAM.
002890
002900 ValidaMarca.
002910 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MARCA-TEXTO))
002920     TO WS-MARCA-TEXTO.
002930 MOVE WS-MARCA-TEXTO(1:1) TO WS-MARCA.
002940 IF WS-MARCA = SPACE
002950     MOVE "N" TO WS-MARCA
002960 END-IF.
002970 IF WS-MARCA-VALIDA AND WS-MARCA-TEXTO(2:) = SPACES
002980     MOVE "Y" TO WS-DATO-VALIDO
002990 ELSE
003000     MOVE "N" TO WS-DATO-VALIDO
003010 END-IF.
003020
003030 LlenaOperador.
003040 MOVE WS-EMITIR TO OPR-PUEDE-EMITIR.
003050 MOVE WS-DESHACER TO OPR-PUEDE-DESHACER.
003060 MOVE WS-RESERVAR TO OPR-PUEDE-RESERVAR.
003070 MOVE WS-MANTENER TO OPR-PUEDE-MANTENER.
003080 MOVE WS-ADMINISTRAR TO OPR-PUEDE-ADMINISTRAR.
003090 MOVE WS-HABILITADO TO OPR-HABILITADO.
003100
003110*Arma la imagen de marcas del registro leido. Un registro
003120*anterior a la marca de habilitado trae espacios ahi y cuenta como
003130*habilitado.
003140 ArmaImagen.
003150 MOVE OPR-PUEDE-EMITIR TO OPRP-EMITIR.
003160 MOVE OPR-PUEDE-DESHACER TO OPRP-DESHACER.
003170 MOVE OPR-PUEDE-RESERVAR TO OPRP-RESERVAR.
003180 MOVE OPR-PUEDE-MANTENER TO OPRP-MANTENER.
003190 MOVE OPR-PUEDE-ADMINISTRAR TO OPRP-ADMINISTRAR.
003200 MOVE OPR-HABILITADO TO OPRP-HABILITADO.
003210 IF OPRP-HABILITADO = SPACE
003220     MOVE "S" TO OPRP-HABILITADO
003230 END-IF.
003240
003250*El motivo distingue deshabilitar y volver a habilitar de un
003260*cambio ordinario de marcas; se decide con la marca anterior, que
003270*todavia esta en WS-OLD-VALUE.
003280 EligeMotivo.
003290 MOVE "Cambio de permisos" TO WS-AUD-MOTIVO.
003300 IF WS-OLD-VALUE(13:1) NOT = "N" AND WS-HABILITADO = "N"
003310     MOVE "Operador deshabilitado" TO WS-AUD-MOTIVO
003320 END-IF.
003330 IF WS-OLD-VALUE(13:1) = "N" AND WS-HABILITADO = "S"
003340     MOVE "Operador habilitado de nuevo" TO WS-AUD-MOTIVO
003350 END-IF.
003360
003370*La escritura pasa por PRJAUDWR, que asigna el consecutivo; el
003380*renglon queda bajo "OPR:" y el operador afectado, y el operador
003390*del renglon es el administrador que hizo el cambio.
003400 RegistraPermisos.
003410 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
003420 MOVE "PERMIS" TO WS-AUD-ACCION.
003430 MOVE SPACES TO WS-AUD-PROYECTO.
003440 STRING "OPR:" WS-OBJETIVO DELIMITED BY SIZE INTO WS-AUD-PROYECTO.
003450 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
003460     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
003470     WS-AUD-PROYECTO.
003480
003490 MuestraMarcas.
003500 MOVE WS-OBJETIVO TO POW-0001.
003510 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-ID
003520     BY REFERENCE POW-0001.
003530 MOVE WS-EMITIR TO POW-0002.
003540 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-EMITIR
003550     BY REFERENCE POW-0002.
003560 MOVE WS-DESHACER TO POW-0003.
003570 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-DESHACER
003580     BY REFERENCE POW-0003.
003590 MOVE WS-RESERVAR TO POW-0004.
003600 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-RESERVAR
003610     BY REFERENCE POW-0004.
003620 MOVE WS-MANTENER TO POW-0005.
003630 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-MANTENER
003640     BY REFERENCE POW-0005.
003650 MOVE WS-ADMINISTRAR TO POW-0006.
003660 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-ADMIN
003670     BY REFERENCE POW-0006.
003680 MOVE WS-HABILITADO TO POW-0007.
003690 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-HABILITADO
003700     BY REFERENCE POW-0007.
003710
003720*En Windows (el destino de este modulo PowerCOBOL) el usuario
003730*conectado viene en USERNAME, no en USER; se revisa USER como
003740*respaldo por si se ejecuta en un ambiente que solo define ese.
003750 ObtieneOperador.
003760 DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
003770 ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
003780 IF WS-OPERATOR-ID = SPACES
003790     DISPLAY "USER" UPON ENVIRONMENT-NAME
003800     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
003810 END-IF.
003820 IF WS-OPERATOR-ID = SPACES
003830     MOVE "UNKNOWN " TO WS-OPERATOR-ID
003840 END-IF.
003850
003860*Mientras OPRFILE.DAT no exista (estado 35) se permite todo
003870*(comportamiento historico), justamente para poder dar de alta al
003880*primer administrador; en cuanto existe, el operador debe tener
003890*su registro con la marca S de administrador; cualquier otro error
003900*de apertura se reporta y la accion se rechaza.
003910 VerificaAutorizacion.
003920 MOVE "Y" TO WS-AUTORIZADO.
003930 MOVE "N" TO WS-SIN-ARCHIVO.
003940 OPEN INPUT OPR-FILE.
003950 IF WS-OPR-STATUS = "00"
003960     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
003970     READ OPR-FILE
003980         INVALID KEY
003990             MOVE "N" TO WS-AUTORIZADO
004000         NOT INVALID KEY
004010             IF NOT OPR-ADMINISTRAR-SI
004020                 MOVE "N" TO WS-AUTORIZADO
004030             END-IF
004040     END-READ
004050     CLOSE OPR-FILE
004060 ELSE
004070     IF WS-OPR-STATUS = "35"
004080         MOVE "Y" TO WS-SIN-ARCHIVO
004090     ELSE
004100         DISPLAY "No se pudo leer OPRFILE.DAT (estado "
004110             WS-OPR-STATUS ")."
004120         MOVE "N" TO WS-AUTORIZADO
004130     END-IF
004140 END-IF.
004150 IF NOT OPERADOR-AUTORIZADO
004160     DISPLAY "Operador sin permiso de administrar operadores."
004170     PERFORM RegistraRechazo
004180 END-IF.
004190
004200*Deja en la bitacora el intento rechazado, con su propia accion
004210*(DENY) y la accion que se pidio como motivo; la escritura pasa
004220*por PRJAUDWR, que asigna el consecutivo.
004230 RegistraRechazo.
004240 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
004250 MOVE SPACES TO WS-AUD-VACIO.
004260 MOVE "DENY  " TO WS-AUD-ACCION.
004270 MOVE "Sin permiso de administrar" TO WS-AUD-MOTIVO.
004280 MOVE SPACES TO WS-AUD-PROYECTO.
004290 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
004300     WS-AUD-VACIO WS-AUD-VACIO WS-AUD-ACCION WS-AUD-MOTIVO
004310     WS-AUD-PROYECTO.
004320
004330 END PROGRAM "BTN-GUARDA-OPERADOR-CLICK".
004340 IDENTIFICATION DIVISION.
004350 PROGRAM-ID. "BTN-LEE-OPERADOR-CLICK".
004360*Consulta de un operador por su identificador: llena las marcas
004370*de la pantalla con lo que hay guardado, para revisarlas o
004380*cambiarlas antes de guardar. Solo lee, pero las marcas de otros
004390*operadores tambien son informacion restringida, asi que pide la
004400*misma marca de administrador que el guardado.
004410 ENVIRONMENT DIVISION.
004420 INPUT-OUTPUT SECTION.
004430 FILE-CONTROL.
004440     SELECT OPR-FILE ASSIGN TO "OPRFILE.DAT"
004450         ORGANIZATION IS INDEXED
004460         ACCESS MODE IS DYNAMIC
004470         RECORD KEY IS OPR-OPERATOR-ID
004480         FILE STATUS IS WS-OPR-STATUS.
004490 DATA        DIVISION.
004500 FILE SECTION.
004510 FD  OPR-FILE.
004520     COPY OPRREC.
004530 WORKING-STORAGE SECTION.
004540 77 WS-OPR-STATUS                PIC XX.
004550 77 WS-OPERATOR-ID               PIC X(8).
004560 77 WS-OBJETIVO                  PIC X(8).
004570 77 WS-AUTORIZADO                PIC X VALUE "N".
004580    88 OPERADOR-AUTORIZADO       VALUE "Y".
004582 77 WS-TIMESTAMP                 PIC X(21).
004584 77 WS-AUD-ACCION                PIC X(6).
004586 77 WS-AUD-MOTIVO                PIC X(30).
004587 77 WS-AUD-PROYECTO              PIC X(22).
004588 77 WS-AUD-VACIO                 PIC X(22).
004590 77 POW-0001                     PIC X(256).
004600 77 POW-0002                     PIC X(256).
004610
004620 PROCEDURE   DIVISION.
004630 LeeOperador.
004640 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-OPR-ID
004650     BY REFERENCE POW-0001.
004660 MOVE SPACES TO WS-OBJETIVO.
004670 MOVE FUNCTION TRIM(POW-0001) TO WS-OBJETIVO.
004680 IF WS-OBJETIVO = SPACES
004690     DISPLAY "Debe indicarse un operador a consultar."
004700     EXIT PROGRAM
004710 END-IF.
004720
004730 OPEN INPUT OPR-FILE.
004740 IF WS-OPR-STATUS = "35"
004750     DISPLAY "Todavia no hay operadores dados de alta."
004760     EXIT PROGRAM
004770 END-IF.
004780 IF WS-OPR-STATUS NOT = "00"
004790     DISPLAY "No se pudo abrir OPRFILE.DAT."
004800     EXIT PROGRAM
004810 END-IF.
004820
004830*El que consulta debe ser administrador; con el archivo ya abierto
004840*se lee primero su propio registro. Un intento rechazado se
004845*asienta como DENY en la bitacora, igual que en el guardado.
004850 PERFORM ObtieneOperador.
004860 MOVE "N" TO WS-AUTORIZADO.
004870 MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID.
004880 READ OPR-FILE
004890     INVALID KEY
004900         CONTINUE
004910     NOT INVALID KEY
004920         IF OPR-ADMINISTRAR-SI
004930             MOVE "Y" TO WS-AUTORIZADO
004940         END-IF
004950 END-READ.
004960 IF NOT OPERADOR-AUTORIZADO
004970     DISPLAY "Operador sin permiso de administrar operadores."
004980     CLOSE OPR-FILE
004985     PERFORM RegistraRechazo
004990     EXIT PROGRAM
005000 END-IF.
005010
005020 MOVE WS-OBJETIVO TO OPR-OPERATOR-ID.
005030 READ OPR-FILE
005040     INVALID KEY
005050         DISPLAY "Operador no registrado: " WS-OBJETIVO
005060     NOT INVALID KEY
005070         PERFORM MuestraOperador
005080 END-READ.
005090 CLOSE OPR-FILE.
005100 EXIT PROGRAM.
005110
005111*Deja en la bitacora la consulta rechazada, con su propia accion
005112*(DENY) y la accion que se pidio como motivo; la escritura pasa
005113*por PRJAUDWR, que asigna el consecutivo.
005114 RegistraRechazo.
005115 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
005116 MOVE SPACES TO WS-AUD-VACIO.
005117 MOVE "DENY  " TO WS-AUD-ACCION.
005118 MOVE "Sin permiso de consultar" TO WS-AUD-MOTIVO.
005119 MOVE SPACES TO WS-AUD-PROYECTO.
005120 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
005121     WS-AUD-VACIO WS-AUD-VACIO WS-AUD-ACCION WS-AUD-MOTIVO
005122     WS-AUD-PROYECTO.
005123
005124*Pasa el registro leido a los campos de la pantalla.
005130 MuestraOperador.
005140 MOVE OPR-OPERATOR-ID TO POW-0002.
005150 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-ID
005160     BY REFERENCE POW-0002.
005170 MOVE OPR-PUEDE-EMITIR TO POW-0002.
005180 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-EMITIR
005190     BY REFERENCE POW-0002.
005200 MOVE OPR-PUEDE-DESHACER TO POW-0002.
005210 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-DESHACER
005220     BY REFERENCE POW-0002.
005230 MOVE OPR-PUEDE-RESERVAR TO POW-0002.
005240 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-RESERVAR
005250     BY REFERENCE POW-0002.
005260 MOVE OPR-PUEDE-MANTENER TO POW-0002.
005270 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-MANTENER
005280     BY REFERENCE POW-0002.
005290 MOVE OPR-PUEDE-ADMINISTRAR TO POW-0002.
005300 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-ADMIN
005310     BY REFERENCE POW-0002.
005320 MOVE OPR-HABILITADO TO POW-0002.
005330 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-OPR-HABILITADO
005340     BY REFERENCE POW-0002.
005350
005360*En Windows (el destino de este modulo PowerCOBOL) el usuario
005370*conectado viene en USERNAME, no en USER; se revisa USER como
005380*respaldo por si se ejecuta en un ambiente que solo define ese.
005390 ObtieneOperador.
005400 DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
005410 ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
005420 IF WS-OPERATOR-ID = SPACES
005430     DISPLAY "USER" UPON ENVIRONMENT-NAME
005440     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
005450 END-IF.
005460 IF WS-OPERATOR-ID = SPACES
005470     MOVE "UNKNOWN " TO WS-OPERATOR-ID
005480 END-IF.
005490
005500 END PROGRAM "BTN-LEE-OPERADOR-CLICK".
005510 END PROGRAM "SHEET6".
