000130   02 POWER--HPOWOBJ--BTN-BUSCAR.
000130     03 BTN-BUSCAR PIC S9(9) COMP-5.
000130     03 POW-P009 REDEFINES  BTN-BUSCAR USAGE POINTER.
000130   02 POWER--HPOWOBJ--CAMPO-NOMBRE-CLIENTE.
000130     03 CAMPO-NOMBRE-CLIENTE PIC S9(9) COMP-5.
000130     03 POW-P010 REDEFINES  CAMPO-NOMBRE-CLIENTE USAGE POINTER.
000140 01  REDEFINES POWER--HPOWOBJS-SHEET2.
000150   02  POWER--HPOWOBJS PICTURE IS X(4) OCCURS 10 TIMES.
000160 01  POWER-HPOWOBJIDX PIC S9(9) COMP-5.
000170 CONSTANT SECTION.
000180 LINKAGE SECTION.
000628         ACCESS MODE IS DYNAMIC
000628         RECORD KEY IS OPR-OPERATOR-ID
000629         FILE STATUS IS WS-OPR-STATUS.
000629     SELECT CUST-FILE ASSIGN TO "CUSTFILE.DAT"
000629         ORGANIZATION IS INDEXED
000629         ACCESS MODE IS DYNAMIC
000629         RECORD KEY IS CUST-CODE
000629         FILE STATUS IS WS-CUST-STATUS.
000630 DATA        DIVISION.
000640 FILE SECTION.
000650 FD  PRJ-MASTER-FILE.
000660     COPY PRJMREC.
000666 FD  OPR-FILE.
000668     COPY OPRREC.
000669 FD  CUST-FILE.
000669     COPY CUSTREC.
000670 WORKING-STORAGE SECTION.
000680 77 WS-PRJM-STATUS               PIC XX.
000684 77 WS-OPR-STATUS                PIC XX.
000684 77 WS-CUST-STATUS               PIC XX.
000685 77 WS-AUD-ACCION                PIC X(6).
000685 77 WS-AUD-MOTIVO                PIC X(30).
000685 77 WS-AUD-PROYECTO              PIC X(22).
000685 77 WS-AUD-VACIO                 PIC X(22).
000685 77 WS-AUTORIZADO                PIC X VALUE "N".
000686    88 OPERADOR-AUTORIZADO       VALUE "Y".
000687 77 WS-OPERATOR-ID               PIC X(8).
000688 77 WS-TIMESTAMP                 PIC X(21).
000690 77 WS-ENTRY-TEXT                PIC X(22).
000700 77 WS-YEAR-TEXT                 PIC X(4).
000710 77 WS-SEQ-TEXT                  PIC X(6).
000712 77 WS-SUFIJO-TEXT               PIC X(2).
000714 77 WS-SUFIJO-OK                 PIC X VALUE "N".
000716    88 SUFIJO-VALIDO             VALUE "Y".
000718 77 WS-HIJOS-ABIERTOS            PIC 9(4) VALUE ZERO.
000719 77 WS-HIJOS-EOF                 PIC X VALUE "N".
000719    88 FIN-DE-HIJOS              VALUE "Y".
000720    COPY PNFMT.
000720    COPY SERREC.
000721 77 WS-SERIE-CONSULTA            PIC X(3).
000722 77 WS-SERIE-RESULTADO           PIC X.
000723    88 SERIE-CONOCIDA            VALUES "A" "R" "F".
000730 77 WS-VALID-PROJECT-NO          PIC X VALUE "N".
000740    88 VALID-PROJECT-NO-ENTERED  VALUE "Y".
000750 77 WS-ESTADO                    PIC X(1).
000760    88 WS-ESTADO-VALIDO          VALUES "A" "C".
000762 77 WS-CLIENTE                   PIC X(8).
000762 77 WS-CLIENTE-TEXTO             PIC X(20).
000763 77 WS-CLIENTE-NOMBRE            PIC X(40).
000763 77 WS-CLIENTE-VALIDO            PIC X VALUE "N".
000763    88 CLIENTE-VALIDO            VALUE "Y".
000763 77 WS-CLIENTE-INACTIVO          PIC X VALUE "N".
000763    88 CLIENTE-INACTIVO          VALUE "Y".
000764 77 WS-DEPTO-TEXTO               PIC X(20).
000766 77 WS-DEPTO                     PIC X(3).
000768 77 WS-FECHA-CIERRE-X            PIC X(8).
000769 77 WS-ERA-EXPIRADO              PIC X VALUE "N".
000769    88 ERA-EXPIRADO              VALUE "Y".
000769 77 WS-GRABADO                   PIC X VALUE "N".
000769    88 PROYECTO-GRABADO          VALUE "Y".
000769*Imagen de los campos editables antes y despues de guardar,
000769*para dejar en la bitacora cada campo que cambio (CHANGE).
000769 77 WS-ANTES-DESCRIPCION         PIC X(40).
000769 77 WS-ANTES-ESTADO              PIC X(1).
000769 77 WS-ANTES-CLIENTE             PIC X(8).
000769 77 WS-ANTES-DEPTO               PIC X(3).
000769 77 WS-ANTES-CIERRE              PIC X(8).
000769 77 WS-DESPUES-DESCRIPCION       PIC X(40).
000769 77 WS-DESPUES-ESTADO            PIC X(1).
000769 77 WS-DESPUES-CLIENTE           PIC X(8).
000769 77 WS-DESPUES-DEPTO             PIC X(3).
000769 77 WS-DESPUES-CIERRE            PIC X(8).
000769 77 WS-CAMBIO-ANTES              PIC X(22).
000769 77 WS-CAMBIO-DESPUES            PIC X(22).
000770 77 POW-0001                     PIC X(256).
000780 77 POW-0002                     PIC X(256).
000790 77 POW-0003                     PIC X(256).
000792 77 POW-0004                     PIC X(256).
000794 77 POW-0005                     PIC X(256).
000796 77 POW-0006                     PIC X(256).
000800
000810 PROCEDURE   DIVISION.
000820 GuardaProyecto.
000908     BY REFERENCE POW-0005.
000910
000920*El numero de proyecto debe venir en el formato estructurado
000930*PRJ-SSS-YYYY-NNNNNN, o PRJ-SSS-YYYY-NNNNNN-HH si es un
000935*subproyecto; de lo contrario no hay clave valida con la que
000940*escribir en PRJMAST.DAT.
000950 MOVE SPACES TO WS-ENTRY-TEXT.
000960 MOVE FUNCTION TRIM(POW-0001) TO WS-ENTRY-TEXT.
000970 MOVE "N" TO WS-VALID-PROJECT-NO.
000980*El anio y la secuencia deben ser puros digitos; un signo o un
000990*punto decimal dejarian una clave malformada en el maestro. La
000991*serie ademas debe estar en la tabla de series (ver SERREC);
000991*una serie retirada sigue valiendo para sus numeros viejos.
001000 IF WS-ENTRY-TEXT(1:4) = "PRJ-" AND WS-ENTRY-TEXT(8:1) = "-"
001001         AND WS-ENTRY-TEXT(13:1) = "-"
001005     MOVE WS-ENTRY-TEXT(5:3) TO WS-SERIE-CONSULTA
001005     PERFORM ConsultaSerie
001010     MOVE WS-ENTRY-TEXT(9:4) TO WS-YEAR-TEXT
001020     MOVE WS-ENTRY-TEXT(14:6) TO WS-SEQ-TEXT
001022     MOVE "N" TO WS-SUFIJO-OK
001024     IF WS-ENTRY-TEXT(20:3) = SPACES
001026         MOVE "Y" TO WS-SUFIJO-OK
001027     END-IF
001028     MOVE WS-ENTRY-TEXT(21:2) TO WS-SUFIJO-TEXT
001028     IF WS-ENTRY-TEXT(20:1) = "-" AND WS-SUFIJO-TEXT IS NUMERIC
001029         MOVE "Y" TO WS-SUFIJO-OK
001029     END-IF
001030     IF WS-YEAR-TEXT IS NUMERIC AND WS-SEQ-TEXT IS NUMERIC
001035             AND SERIE-CONOCIDA AND SUFIJO-VALIDO
001040         MOVE "Y" TO WS-VALID-PROJECT-NO
001050     END-IF
001060 END-IF.
001090 IF NOT VALID-PROJECT-NO-ENTERED
001100     DISPLAY "Numero de proyecto invalido, se esperaba "
001101         "PRJ-SSS-YYYY-NNNNNN o PRJ-SSS-YYYY-NNNNNN-HH."
001110     EXIT PROGRAM
001120 END-IF.
001130
001190     EXIT PROGRAM
001200 END-IF.
001201
001202*El codigo de cliente es opcional, pero si se captura debe estar
001203*en el catalogo de clientes (ver CUSTREC); su nombre se muestra
001204*junto al codigo. El departamento duenio, si se captura, debe ser
001204*una serie de la tabla de series y, en blanco, se toma del
001204*segmento de serie del propio numero.
001205 MOVE SPACES TO WS-CLIENTE-TEXTO.
001206 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0004))
001206     TO WS-CLIENTE-TEXTO.
001206 PERFORM ValidaCliente.
001206 IF NOT CLIENTE-VALIDO
001206     EXIT PROGRAM
001206 END-IF.
001207 MOVE SPACES TO WS-DEPTO-TEXTO.
001208 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0005))
001209     TO WS-DEPTO-TEXTO.
001211     MOVE WS-ENTRY-TEXT(5:3) TO WS-DEPTO
001212 ELSE
001213     MOVE WS-DEPTO-TEXTO(1:3) TO WS-DEPTO
001214     MOVE WS-DEPTO TO WS-SERIE-CONSULTA
001215     PERFORM ConsultaSerie
001215     IF NOT SERIE-CONOCIDA
001216             OR WS-DEPTO-TEXTO(4:17) NOT = SPACES
001217         DISPLAY "Departamento invalido, no esta en la tabla "
001218             "de series."
001219         EXIT PROGRAM
001220     END-IF
001221 END-IF.
001360*cliente y departamento (por ejemplo, al cerrar un proyecto o al
001365*activar un pendiente); si no existe se da de alta.
001366 MOVE "N" TO WS-ERA-EXPIRADO.
001366 MOVE "N" TO WS-GRABADO.
001367*Un padre no se cierra mientras tenga subproyectos abiertos;
001368*sus subproyectos se cuentan antes de leerlo y bloquearlo.
001369 MOVE ZERO TO WS-HIJOS-ABIERTOS.
001369 IF WS-ESTADO = "C" AND WS-ENTRY-TEXT(20:3) = SPACES
001369     PERFORM CuentaHijosAbiertos
001369 END-IF.
001370 MOVE WS-ENTRY-TEXT TO PRJM-PROJECT-NO.
001380 READ PRJ-MASTER-FILE WITH LOCK
001390     INVALID KEY
001400         PERFORM AltaNuevo
001440     NOT INVALID KEY
001450         PERFORM ActualizaExistente
001490 END-READ.
001502
001504*La reactivacion de un vencido es legitima pero queda asentada
001506*en la bitacora, igual que cualquier otro movimiento delicado.
001507*Cada campo que cambio en el alta o la actualizacion deja
001507*ademas su valor anterior y el nuevo (CHANGE).
001508 IF ERA-EXPIRADO AND PROYECTO-GRABADO
001509     PERFORM RegistraReactivacion
001510 END-IF.
001510 IF PROYECTO-GRABADO
001510     PERFORM RegistraCambios
001510 END-IF.
001512
001520 EXIT PROGRAM.
001521
001521*Alta de un numero que no estaba en el maestro. Un cliente
001521*inactivo ya no recibe proyectos nuevos. Un subproyecto no se da
001521*de alta a mano: se emite en SHEET1 bajo su padre, que lleva el
001521*subcontador.
001521 AltaNuevo.
001521 IF WS-ENTRY-TEXT(20:3) NOT = SPACES
001521     DISPLAY "Los subproyectos se emiten en la pantalla de "
001521         "emision, bajo su proyecto padre."
001521 ELSE
001521     IF CLIENTE-INACTIVO
001521         DISPLAY "El cliente " WS-CLIENTE " esta inactivo."
001521     ELSE
001521         MOVE SPACES TO WS-ANTES-DESCRIPCION WS-ANTES-ESTADO
001521             WS-ANTES-CLIENTE WS-ANTES-DEPTO
001521         MOVE "00000000" TO WS-ANTES-CIERRE
001521         MOVE WS-ENTRY-TEXT TO PRJM-PROJECT-NO
001521         MOVE FUNCTION TRIM(POW-0002) TO PRJM-DESCRIPTION
001521         MOVE WS-ESTADO TO PRJM-STATUS
001521         MOVE WS-CLIENTE TO PRJM-CUSTOMER-CODE
001521         MOVE WS-DEPTO TO PRJM-DEPARTMENT
001521         MOVE FUNCTION CURRENT-DATE(1:8) TO PRJM-FECHA-ALTA
001521         MOVE ZERO TO PRJM-FECHA-CIERRE
001521         MOVE SPACES TO PRJM-PADRE
001521         MOVE ZERO TO PRJM-ULTIMO-HIJO
001521         PERFORM AsignaFechaCierre
001521         WRITE PRJM-RECORD
001521         END-WRITE
001521         PERFORM VerificaGrabacion
001521     END-IF
001521 END-IF.
001521
001522*Un numero anulado no se reactiva por mantenimiento: la
001523*anulacion ya se publico a los sistemas aguas abajo y revivirla
001524*aqui la desharia sin rastro. Un vencido (X) si puede
001525*reactivarse, pero deja constancia en la bitacora. Un cliente
001525*inactivo no se puede asignar, pero el proyecto que ya lo tenia
001525*puede seguir editandose (por ejemplo, para cerrarlo). Un padre
001525*no pasa a cerrado mientras tenga subproyectos abiertos. Un
001525*numero traspasado (T) queda congelado: el proyecto se edita
001525*con el numero nuevo que le dio el traspaso.
001526 ActualizaExistente.
001527 IF PRJM-ANULADO OR PRJM-TRANSFERIDO
001527     IF PRJM-ANULADO
001528         DISPLAY "Ese numero esta anulado y no puede "
001528             "modificarse."
001528     ELSE
001528         DISPLAY "Ese numero fue traspasado a otra serie; se "
001528             "edita con su numero nuevo."
001528     END-IF
001529     UNLOCK PRJ-MASTER-FILE
001530 ELSE
001530     IF CLIENTE-INACTIVO
001530             AND PRJM-CUSTOMER-CODE NOT = WS-CLIENTE
001530         DISPLAY "El cliente " WS-CLIENTE " esta inactivo."
001530         UNLOCK PRJ-MASTER-FILE
001530     ELSE
001530         IF WS-HIJOS-ABIERTOS > ZERO AND NOT PRJM-CERRADO
001530             DISPLAY "El proyecto tiene " WS-HIJOS-ABIERTOS
001530                 " subproyectos abiertos; cierrelos antes."
001530             UNLOCK PRJ-MASTER-FILE
001530         ELSE
001531             IF PRJM-EXPIRADO
001532                 MOVE "Y" TO WS-ERA-EXPIRADO
001533             END-IF
001533             PERFORM TomaImagenAnterior
001534             MOVE FUNCTION TRIM(POW-0002) TO PRJM-DESCRIPTION
001535             MOVE WS-ESTADO TO PRJM-STATUS
001536             MOVE WS-CLIENTE TO PRJM-CUSTOMER-CODE
001537             MOVE WS-DEPTO TO PRJM-DEPARTMENT
001538             PERFORM AsignaFechaCierre
001539             REWRITE PRJM-RECORD
001539             PERFORM VerificaGrabacion
001540             UNLOCK PRJ-MASTER-FILE
001540         END-IF
001540     END-IF
001541 END-IF.
001541
001541*Cuenta los subproyectos del numero capturado que siguen
001541*abiertos (pendientes o activos). Sus claves quedan justo
001541*despues de la del padre, asi que basta con posicionarse ahi y
001541*leer mientras las primeras 19 posiciones sean las del padre.
001541 CuentaHijosAbiertos.
001541 MOVE "N" TO WS-HIJOS-EOF.
001541 MOVE WS-ENTRY-TEXT TO PRJM-PROJECT-NO.
001541 START PRJ-MASTER-FILE KEY IS GREATER THAN PRJM-PROJECT-NO
001541     INVALID KEY
001541         MOVE "Y" TO WS-HIJOS-EOF
001541 END-START.
001541 PERFORM UNTIL FIN-DE-HIJOS
001541     READ PRJ-MASTER-FILE NEXT RECORD
001541         AT END
001541             MOVE "Y" TO WS-HIJOS-EOF
001541         NOT AT END
001541             IF PRJM-PROJECT-NO(1:19) NOT = WS-ENTRY-TEXT(1:19)
001541                 MOVE "Y" TO WS-HIJOS-EOF
001541             ELSE
001541                 IF PRJM-PENDIENTE OR PRJM-ACTIVO
001541                     ADD 1 TO WS-HIJOS-ABIERTOS
001541                 END-IF
001541             END-IF
001541     END-READ
001541 END-PERFORM.
001542
001543*Deja en la bitacora que un numero vencido volvio a la vida por
001544*mantenimiento (REACT); la escritura pasa por PRJAUDWR, que
001551 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
001552     WS-ENTRY-TEXT WS-ENTRY-TEXT WS-AUD-ACCION WS-AUD-MOTIVO
001553     WS-AUD-PROYECTO.
001553
001553*Conserva los campos editables tal como estaban en el maestro
001553*antes de aplicar lo capturado en la pantalla.
001553 TomaImagenAnterior.
001553 MOVE PRJM-DESCRIPTION TO WS-ANTES-DESCRIPCION.
001553 MOVE PRJM-STATUS TO WS-ANTES-ESTADO.
001553 MOVE PRJM-CUSTOMER-CODE TO WS-ANTES-CLIENTE.
001553 MOVE PRJM-DEPARTMENT TO WS-ANTES-DEPTO.
001553 MOVE PRJM-FECHA-CIERRE TO WS-ANTES-CIERRE.
001553
001553*Solo una escritura exitosa deja rastro en la bitacora; si el
001553*maestro no se pudo grabar se avisa y no se registra nada.
001553 VerificaGrabacion.
001553 IF WS-PRJM-STATUS = "00"
001553     MOVE "Y" TO WS-GRABADO
001553     MOVE PRJM-DESCRIPTION TO WS-DESPUES-DESCRIPCION
001553     MOVE PRJM-STATUS TO WS-DESPUES-ESTADO
001553     MOVE PRJM-CUSTOMER-CODE TO WS-DESPUES-CLIENTE
001553     MOVE PRJM-DEPARTMENT TO WS-DESPUES-DEPTO
001553     MOVE PRJM-FECHA-CIERRE TO WS-DESPUES-CIERRE
001553 ELSE
001553     DISPLAY "No se pudo grabar PRJMAST.DAT (estado "
001553         WS-PRJM-STATUS ")."
001553 END-IF.
001553
001553*Un renglon CHANGE por cada campo que cambio, todos con la misma
001553*fecha y hora; el motivo nombra el campo. La descripcion no cabe
001553*en los valores de la bitacora, asi que se asienta en dos tramos
001553*(22 y 18 posiciones) y solo los tramos que cambiaron. En un alta
001553*el valor anterior va en espacios. Al pasar por PRJAUDWR cada
001553*renglon queda encadenado y lo cubre la verificacion PRJAUDVER.
001553 RegistraCambios.
001553 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001553 MOVE "CHANGE" TO WS-AUD-ACCION.
001553 MOVE WS-ENTRY-TEXT TO WS-AUD-PROYECTO.
001553 IF WS-ANTES-ESTADO NOT = WS-DESPUES-ESTADO
001553     MOVE WS-ANTES-ESTADO TO WS-CAMBIO-ANTES
001553     MOVE WS-DESPUES-ESTADO TO WS-CAMBIO-DESPUES
001553     MOVE "Campo estado" TO WS-AUD-MOTIVO
001553     PERFORM RegistraCampo
001553 END-IF.
001553 IF WS-ANTES-DESCRIPCION(1:22) NOT = WS-DESPUES-DESCRIPCION(1:22)
001553     MOVE WS-ANTES-DESCRIPCION(1:22) TO WS-CAMBIO-ANTES
001553     MOVE WS-DESPUES-DESCRIPCION(1:22) TO WS-CAMBIO-DESPUES
001553     MOVE "Campo descripcion 1-22" TO WS-AUD-MOTIVO
001553     PERFORM RegistraCampo
001553 END-IF.
001553 IF WS-ANTES-DESCRIPCION(23:18)
001553         NOT = WS-DESPUES-DESCRIPCION(23:18)
001553     MOVE WS-ANTES-DESCRIPCION(23:18) TO WS-CAMBIO-ANTES
001553     MOVE WS-DESPUES-DESCRIPCION(23:18) TO WS-CAMBIO-DESPUES
001553     MOVE "Campo descripcion 23-40" TO WS-AUD-MOTIVO
001553     PERFORM RegistraCampo
001553 END-IF.
001553 IF WS-ANTES-CLIENTE NOT = WS-DESPUES-CLIENTE
001553     MOVE WS-ANTES-CLIENTE TO WS-CAMBIO-ANTES
001553     MOVE WS-DESPUES-CLIENTE TO WS-CAMBIO-DESPUES
001553     MOVE "Campo cliente" TO WS-AUD-MOTIVO
001553     PERFORM RegistraCampo
001553 END-IF.
001553 IF WS-ANTES-DEPTO NOT = WS-DESPUES-DEPTO
001553     MOVE WS-ANTES-DEPTO TO WS-CAMBIO-ANTES
001553     MOVE WS-DESPUES-DEPTO TO WS-CAMBIO-DESPUES
001553     MOVE "Campo departamento" TO WS-AUD-MOTIVO
001553     PERFORM RegistraCampo
001553 END-IF.
001553 IF WS-ANTES-CIERRE NOT = WS-DESPUES-CIERRE
001553     MOVE WS-ANTES-CIERRE TO WS-CAMBIO-ANTES
001553     MOVE WS-DESPUES-CIERRE TO WS-CAMBIO-DESPUES
001553     MOVE "Campo fecha de cierre" TO WS-AUD-MOTIVO
001553     PERFORM RegistraCampo
001553 END-IF.
001553
001553 RegistraCampo.
001553 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
001553     WS-CAMBIO-ANTES WS-CAMBIO-DESPUES WS-AUD-ACCION WS-AUD-MOTIVO
001553     WS-AUD-PROYECTO.
001521
001522*Al cerrar un proyecto se estampa la fecha del dia, salvo que ya
001523*tuviera una fecha de cierre valida (no se reescribe el cierre
001537     MOVE ZERO TO PRJM-FECHA-CIERRE
001538 END-IF.
001522
001522*Valida el codigo de cliente contra CUSTFILE.DAT y muestra su
001522*nombre en la pantalla. Un codigo que no esta en el catalogo se
001522*rechaza; uno inactivo se marca para que solo lo conserve el
001522*proyecto que ya lo tenia. Mientras CUSTFILE.DAT no exista
001522*(estado 35) se acepta cualquier codigo, como antes del
001522*catalogo; cualquier otro error de apertura rechaza el guardado.
001522 ValidaCliente.
001522 MOVE "Y" TO WS-CLIENTE-VALIDO.
001522 MOVE "N" TO WS-CLIENTE-INACTIVO.
001522 MOVE SPACES TO WS-CLIENTE.
001522 MOVE SPACES TO WS-CLIENTE-NOMBRE.
001522 IF WS-CLIENTE-TEXTO(9:12) NOT = SPACES
001522     DISPLAY "Codigo de cliente invalido, se esperan hasta 8 "
001522         "posiciones."
001522     MOVE "N" TO WS-CLIENTE-VALIDO
001522 ELSE
001522     MOVE WS-CLIENTE-TEXTO(1:8) TO WS-CLIENTE
001522 END-IF.
001522 IF CLIENTE-VALIDO AND WS-CLIENTE NOT = SPACES
001522     OPEN INPUT CUST-FILE
001522     IF WS-CUST-STATUS = "00"
001522         MOVE WS-CLIENTE TO CUST-CODE
001522         READ CUST-FILE
001522             INVALID KEY
001522                 DISPLAY "Cliente no registrado en el catalogo: "
001522                     WS-CLIENTE
001522                 MOVE "N" TO WS-CLIENTE-VALIDO
001522             NOT INVALID KEY
001522                 MOVE CUST-NAME TO WS-CLIENTE-NOMBRE
001522                 IF NOT CUST-ACTIVO
001522                     MOVE "Y" TO WS-CLIENTE-INACTIVO
001522                 END-IF
001522         END-READ
001522         CLOSE CUST-FILE
001522     ELSE
001522         IF WS-CUST-STATUS NOT = "35"
001522             DISPLAY "No se pudo leer CUSTFILE.DAT (estado "
001522                 WS-CUST-STATUS ")."
001522             MOVE "N" TO WS-CLIENTE-VALIDO
001522         END-IF
001522     END-IF
001522 END-IF.
001522 MOVE WS-CLIENTE-NOMBRE TO POW-0006.
001522 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-NOMBRE-CLIENTE
001522     BY REFERENCE POW-0006.
001522
001523*Consulta la serie en la tabla de series (PRJSERIE). Para editar
001523*el maestro basta con que la serie exista: una serie retirada o
001523*todavia sin abrir no emite, pero sus registros se mantienen.
001523 ConsultaSerie.
001523 MOVE SPACES TO SER-RECORD.
001523 MOVE WS-SERIE-CONSULTA TO SER-CODE.
001523 CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO.
001523
001524*En Windows (el destino de este modulo PowerCOBOL) el usuario
001526*conectado viene en USERNAME, no en USER; se revisa USER como
001528*respaldo por si se ejecuta en un ambiente que solo define ese.
001548*que leer descripciones una por una: se captura su codigo en
001550*CAMPO-CLIENTE y este boton lista todos sus numeros de proyecto
001552*(con estado y descripcion) usando la clave alterna por cliente
001554*del maestro, sin recorrer el archivo completo. Un proyecto
001554*traspasado a otra serie aparece con sus dos numeros, cada uno
001554*con la flecha al otro segun la referencia cruzada.
001556 ENVIRONMENT DIVISION.
001558 INPUT-OUTPUT SECTION.
001560 FILE-CONTROL.
001570         ALTERNATE RECORD KEY IS PRJM-CUSTOMER-CODE
001572             WITH DUPLICATES
001574         FILE STATUS IS WS-PRJM-STATUS.
001574     SELECT CUST-FILE ASSIGN TO "CUSTFILE.DAT"
001574         ORGANIZATION IS INDEXED
001574         ACCESS MODE IS DYNAMIC
001574         RECORD KEY IS CUST-CODE
001574         FILE STATUS IS WS-CUST-STATUS.
001574     SELECT XREF-FILE ASSIGN TO "XREFFILE.DAT"
001574         ORGANIZATION IS INDEXED
001574         ACCESS MODE IS DYNAMIC
001574         RECORD KEY IS XRF-OLD-NO
001574         ALTERNATE RECORD KEY IS XRF-NEW-NO
001574         FILE STATUS IS WS-XRF-STATUS.
001576 DATA        DIVISION.
001578 FILE SECTION.
001580 FD  PRJ-MASTER-FILE.
001582     COPY PRJMREC.
001582 FD  CUST-FILE.
001582     COPY CUSTREC.
001582 FD  XREF-FILE.
001582     COPY XREFREC.
001584 WORKING-STORAGE SECTION.
001586 77 WS-PRJM-STATUS               PIC XX.
001586 77 WS-CUST-STATUS               PIC XX.
001586 77 WS-XRF-STATUS                PIC XX.
001586 77 WS-XRF-ABIERTO               PIC X VALUE "N".
001586    88 XREF-ABIERTO              VALUE "Y".
001586 77 WS-XRF-TEXTO                 PIC X(26).
001588 77 WS-CLIENTE                   PIC X(8).
001588 77 WS-CLIENTE-NOMBRE            PIC X(40).
001590 77 WS-EOF                       PIC X VALUE "N".
001592    88 END-OF-MASTER             VALUE "Y".
001594 77 WS-MATCH-COUNT               PIC 9(6) VALUE ZERO.
001602 01  WS-RESULTADO-POINTER        PIC S9(4) COMP-5 VALUE 1.
001604 77 POW-0001                     PIC X(256).
001606 77 POW-0002                     PIC X(4000).
001606 77 POW-0003                     PIC X(256).
001608
001610 PROCEDURE   DIVISION.
001612 BuscaPorCliente.
001618 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-CLIENTE
001620     BY REFERENCE POW-0001.
001622 MOVE SPACES TO WS-CLIENTE.
001624 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0001))
001624     TO WS-CLIENTE.
001626 IF WS-CLIENTE = SPACES
001628     DISPLAY "Debe indicarse un codigo de cliente a buscar."
001630     EXIT PROGRAM
001632 END-IF.
001633 PERFORM MuestraNombreCliente.
001634
001636 OPEN INPUT PRJ-MASTER-FILE.
001638 IF WS-PRJM-STATUS NOT = "00"
001654 MOVE SPACES TO WS-RESULTADO-TEXTO.
001656 MOVE 1 TO WS-RESULTADO-POINTER.
001658 MOVE ZERO TO WS-MATCH-COUNT.
001658*Sin referencia cruzada (nunca se ha traspasado nada) la lista
001658*sale sin flechas.
001658 MOVE "N" TO WS-XRF-ABIERTO.
001658 OPEN INPUT XREF-FILE.
001658 IF WS-XRF-STATUS = "00"
001658     MOVE "Y" TO WS-XRF-ABIERTO
001658 END-IF.
001660*La clave alterna por cliente posiciona directo en el primer
001662*proyecto del codigo buscado; se lee hasta que la clave cambie.
001664 MOVE WS-CLIENTE TO PRJM-CUSTOMER-CODE.
001694     END-READ
001696 END-PERFORM.
001698 CLOSE PRJ-MASTER-FILE.
001698 IF XREF-ABIERTO
001698     CLOSE XREF-FILE
001698 END-IF.
001700
001702 IF WS-MATCH-COUNT = ZERO
001704     STRING "Sin proyectos para el cliente " WS-CLIENTE
001734*agrega al final de lo ya acumulado.
001736 AcumulaProyecto.
001738 ADD 1 TO WS-MATCH-COUNT.
001738 PERFORM BuscaTraspaso.
001740 STRING PRJM-PROJECT-NO " " PRJM-STATUS " " PRJM-DESCRIPTION
001742     WS-XRF-TEXTO X"0D0A"
001744     DELIMITED BY SIZE INTO WS-RESULTADO-TEXTO
001746     WITH POINTER WS-RESULTADO-POINTER
001748     ON OVERFLOW
001750         MOVE "Y" TO WS-LISTA-TRUNCADA
001752 END-STRING.
001754
001754*Un numero traspasado (T) lleva "-> numero nuevo"; un numero
001754*que nacio de un traspaso lleva "<- numero viejo".
001754 BuscaTraspaso.
001754 MOVE SPACES TO WS-XRF-TEXTO.
001754 IF XREF-ABIERTO
001754     IF PRJM-TRANSFERIDO
001754         MOVE PRJM-PROJECT-NO TO XRF-OLD-NO
001754         READ XREF-FILE KEY IS XRF-OLD-NO
001754             NOT INVALID KEY
001754                 STRING " -> " XRF-NEW-NO DELIMITED BY SIZE
001754                     INTO WS-XRF-TEXTO
001754         END-READ
001754     ELSE
001754         MOVE PRJM-PROJECT-NO TO XRF-NEW-NO
001754         READ XREF-FILE KEY IS XRF-NEW-NO
001754             NOT INVALID KEY
001754                 STRING " <- " XRF-OLD-NO DELIMITED BY SIZE
001754                     INTO WS-XRF-TEXTO
001754         END-READ
001754     END-IF
001754 END-IF.
001754
001754*Muestra junto al codigo buscado el nombre que tiene en el
001754*catalogo de clientes; sin catalogo, o con un codigo que no esta
001754*en el, el nombre queda en blanco y la busqueda sigue igual (asi
001754*se siguen encontrando los proyectos con codigos que todavia no
001754*se depuran contra el catalogo).
001754 MuestraNombreCliente.
001754 MOVE SPACES TO WS-CLIENTE-NOMBRE.
001754 OPEN INPUT CUST-FILE.
001754 IF WS-CUST-STATUS = "00"
001754     MOVE WS-CLIENTE TO CUST-CODE
001754     READ CUST-FILE
001754         NOT INVALID KEY
001754             MOVE CUST-NAME TO WS-CLIENTE-NOMBRE
001754     END-READ
001754     CLOSE CUST-FILE
001754 END-IF.
001754 MOVE WS-CLIENTE-NOMBRE TO POW-0003.
001754 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-NOMBRE-CLIENTE
001754     BY REFERENCE POW-0003.
001754
001756 END PROGRAM "BTN-BUSCAR-CLICK".
001540 END PROGRAM "SHEET2".
