000013   02 POWER--HPOWOBJ--BTN-ANULAR.
000013     03 BTN-ANULAR PIC S9(9) COMP-5.
000013     03 POW-P010 REDEFINES  BTN-ANULAR USAGE POINTER.
000013   02 POWER--HPOWOBJ--BTN-SUBPROYECTO.
000013     03 BTN-SUBPROYECTO PIC S9(9) COMP-5.
000013     03 POW-P011 REDEFINES  BTN-SUBPROYECTO USAGE POINTER.
000013   02 POWER--HPOWOBJ--BTN-TRASPASO.
000013     03 BTN-TRASPASO PIC S9(9) COMP-5.
000013     03 POW-P012 REDEFINES  BTN-TRASPASO USAGE POINTER.
000014 01  REDEFINES POWER--HPOWOBJS-SHEET1.
000015   02  POWER--HPOWOBJS PICTURE IS X(4) OCCURS 12 TIMES.
000016 01  POWER-HPOWOBJIDX PIC S9(9) COMP-5.
000017 CONSTANT SECTION.
000018 LINKAGE SECTION.
000038             WHEN 1
000039                CALL "BTN-ANULAR-CLICK"
000040             END-EVALUATE
000036         WHEN POWER--HPOWOBJ--BTN-SUBPROYECTO
000037             EVALUATE POWER--NOTIFY
000038             WHEN 1
000039                CALL "BTN-SUBPROYECTO-CLICK"
000040             END-EVALUATE
000036         WHEN POWER--HPOWOBJ--BTN-TRASPASO
000037             EVALUATE POWER--NOTIFY
000038             WHEN 1
000039                CALL "BTN-TRASPASO-CLICK"
000040             END-EVALUATE
000041         END-EVALUATE
000042     WHEN 1024
000043         MOVE POWER--HPOWOBJ TO POWER--HPOWOBJS (POWER--ID + 1)
000062 WORKING-STORAGE SECTION.
000064 77 WS-CTR-STATUS               PIC XX.
000065 77 WS-THIS-YEAR                PIC 9(4).
000065 77 WS-FECHA-HOY                PIC 9(8).
000065 77 WS-TRIMESTRE-FISCAL        PIC 9(1).
000065 77 WS-MES-FISCAL-INICIO       PIC 9(2).
000066    COPY PNFMT.
000066 77 POW-0001                    PIC X(256) .
000067
000069 SHEET1-START-Main.
000070*Al arrancar, se lee el contador desde CTRFILE.DAT para que el
000071*valor sobreviva a un reinicio del programa; si el archivo aun
000072*no existe se crea con el contador en cero para el anio fiscal.
000072*Hay un contador por serie de departamento; al arrancar se
000072*muestra la serie ENG (la historica), y el operador escoge otra
000072*serie en CAMPO-SERIE antes de emitir o reservar.
000073 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
000073 CALL "PRJFYEAR" USING WS-FECHA-HOY WS-THIS-YEAR
000073     WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO.
000073 OPEN I-O CTR-FILE.
000074*Solo se crea el archivo si de verdad no existe todavia (status
000074*35); cualquier otro estado se reporta y se sale sin tocar nada,
000113    88 OPERADOR-AUTORIZADO VALUE "Y".
000113 77 WS-AUD-ACCION PIC X(6).
000113 77 WS-AUD-MOTIVO PIC X(30).
000113 77 WS-AUD-PROYECTO PIC X(22).
000113 77 WS-TIMESTAMP PIC X(21).
000113 77 WS-STEP-SIZE PIC 9(4) VALUE 100.
000113 77 WS-FOUND-FREE PIC X VALUE "N".
000113 77 WS-BASELINE-TEXT PIC X(20).
000113 77 WS-NONDIGIT-COUNT PIC 9(4) VALUE ZERO.
000113 77 WS-BASELINE-NUMVAL PIC 9(18) VALUE ZERO.
000113 77 WS-OLD-VALUE PIC X(22).
000113 77 WS-NEW-VALUE PIC X(22).
000113 77 WS-OPERATOR-ID PIC X(8).
000113 77 WS-THIS-YEAR PIC 9(4).
000113 77 WS-FECHA-HOY PIC 9(8).
000113 77 WS-TRIMESTRE-FISCAL PIC 9(1).
000113 77 WS-MES-FISCAL-INICIO PIC 9(2).
000113 77 WS-SERIE PIC X(3).
000113 77 WS-SERIE-TEXTO PIC X(20).
000113 77 WS-SERIE-OK PIC X VALUE "N".
000113    88 SERIE-VALIDA VALUE "Y".
000113 77 WS-SERIE-MENSAJE PIC X(60).
000113 77 WS-SERIE-RESULTADO PIC X.
000113    88 SERIE-ACTIVA VALUE "A".
000113    88 SERIE-RETIRADA VALUE "R".
000113    88 SERIE-POR-ABRIR VALUE "F".
000113    88 SERIE-DESCONOCIDA VALUE "N".
000113    88 SERIE-SIN-TABLA VALUE "E".
000113    COPY SERREC.
000113 77 WS-CTR-NUEVO PIC X VALUE "N".
000113    88 CTR-ES-NUEVO VALUE "Y".
000113    COPY PNFMT.
000119*lleva su propio contador en CTRFILE.DAT.
000119 PERFORM ObtieneSerie.
000119 IF NOT SERIE-VALIDA
000119     DISPLAY WS-SERIE-MENSAJE
000119     EXIT PROGRAM
000119 END-IF.
000119
000119*Se recupera el valor persistido para continuar el conteo desde
000119*ahi en vez de reiniciarlo en cada llamada.
000119 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
000119 CALL "PRJFYEAR" USING WS-FECHA-HOY WS-THIS-YEAR
000119     WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO.
000119 OPEN I-O CTR-FILE.
000119*Solo se crea el archivo si de verdad no existe todavia (status
000119*35); cualquier otro estado se reporta y se sale sin tocar nada,
000119         MOVE WS-SERIE TO CTR-SERIES
000119         MOVE "Y" TO WS-CTR-NUEVO
000119 END-READ.
000119*Si cambio el anio fiscal (ver PRJFYEAR), la secuencia arranca
000119*de nuevo desde cero.
000119 IF CTR-YEAR NOT = WS-THIS-YEAR
000119     MOVE WS-THIS-YEAR TO CTR-YEAR
000119     MOVE ZERO TO CTR-SEQUENCE
000151     END-READ
000151     CLOSE PARM-FILE
000151 END-IF.
000151*Una serie con tamano de paso propio en la tabla de series
000151*reemplaza al paso general de PARMFILE.DAT.
000151 IF SER-STEP-SIZE > ZERO
000151     MOVE SER-STEP-SIZE TO WS-STEP-SIZE
000151 END-IF.
000152
000152*Obtiene la serie del departamento desde CAMPO-SERIE. En blanco
000152*se asume ENG (la serie historica) para no frenar los flujos
000152*existentes; cualquier otro texto debe ser una serie de la tabla
000152*de series (SERFILE.DAT, consultada con PRJSERIE) que este activa
000152*y ya haya llegado a su fecha de apertura. El registro de la serie
000152*queda en SER-RECORD para tomar de ahi su tamano de paso.
000152 ObtieneSerie.
000152 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SERIE
000152     BY REFERENCE POW-0003.
000152     MOVE WS-SERIE-TEXTO(1:3) TO WS-SERIE
000152 END-IF.
000152 MOVE WS-SERIE TO PNF-SERIES.
000152 MOVE "N" TO WS-SERIE-OK.
000152 MOVE SPACES TO WS-SERIE-MENSAJE.
000152 IF WS-SERIE-TEXTO(4:17) NOT = SPACES
000152     MOVE "Serie invalida, se esperan tres letras."
000152         TO WS-SERIE-MENSAJE
000152 ELSE
000152     MOVE SPACES TO SER-RECORD
000152     MOVE WS-SERIE TO SER-CODE
000152     CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO
000152     IF SERIE-ACTIVA
000152         MOVE "Y" TO WS-SERIE-OK
000152     END-IF
000152     IF SERIE-RETIRADA
000152         MOVE "Serie retirada, ya no emite numeros nuevos."
000152             TO WS-SERIE-MENSAJE
000152     END-IF
000152     IF SERIE-POR-ABRIR
000152         MOVE "La serie todavia no llega a su fecha de apertura."
000152             TO WS-SERIE-MENSAJE
000152     END-IF
000152     IF SERIE-DESCONOCIDA
000152         MOVE "Serie no registrada en la tabla de series."
000152             TO WS-SERIE-MENSAJE
000152     END-IF
000152     IF SERIE-SIN-TABLA
000152         MOVE "No se pudo leer la tabla de series."
000152             TO WS-SERIE-MENSAJE
000152     END-IF
000152 END-IF.
000153
000153*En Windows (el destino de este modulo PowerCOBOL) el usuario
000155 MOVE PNF-PROJECT-NO TO OUT-PROJECT-NO.
000155 MOVE WS-TIMESTAMP TO OUT-TIMESTAMP.
000155 MOVE "ISSUE " TO OUT-ACTION.
000155 MOVE SPACES TO OUT-RELATED-NO.
000155 OPEN EXTEND OUT-FILE.
000155 IF WS-OUT-STATUS = "35"
000155     CLOSE OUT-FILE
000156     MOVE SPACES TO PRJM-CUSTOMER-CODE
000156     MOVE WS-SERIE TO PRJM-DEPARTMENT
000156     MOVE ZERO TO PRJM-FECHA-CIERRE
000156     MOVE SPACES TO PRJM-PADRE
000156     MOVE ZERO TO PRJM-ULTIMO-HIJO
000156     WRITE PRJM-RECORD
000156         INVALID KEY
000156             CONTINUE
000170    88 OPERADOR-AUTORIZADO VALUE "Y".
000170 77 WS-AUD-ACCION PIC X(6).
000170 77 WS-AUD-MOTIVO PIC X(30).
000170 77 WS-AUD-PROYECTO PIC X(22).
000170 77 WS-STEP-SIZE PIC 9(4) VALUE 100.
000170 77 WS-FOUND-FREE PIC X VALUE "N".
000170    88 FREE-NUMBER-FOUND VALUE "Y".
000170 77 WS-OLD-VALUE PIC X(22).
000170 77 WS-NEW-VALUE PIC X(22).
000170 77 WS-OPERATOR-ID PIC X(8).
000170 77 WS-TIMESTAMP PIC X(21).
000170 77 WS-THIS-YEAR PIC 9(4).
000170 77 WS-FECHA-HOY PIC 9(8).
000170 77 WS-TRIMESTRE-FISCAL PIC 9(1).
000170 77 WS-MES-FISCAL-INICIO PIC 9(2).
000170 77 WS-SERIE PIC X(3).
000170 77 WS-SERIE-TEXTO PIC X(20).
000170 77 WS-SERIE-OK PIC X VALUE "N".
000170    88 SERIE-VALIDA VALUE "Y".
000170 77 WS-SERIE-MENSAJE PIC X(60).
000170 77 WS-SERIE-RESULTADO PIC X.
000170    88 SERIE-ACTIVA VALUE "A".
000170    88 SERIE-RETIRADA VALUE "R".
000170    88 SERIE-POR-ABRIR VALUE "F".
000170    88 SERIE-DESCONOCIDA VALUE "N".
000170    88 SERIE-SIN-TABLA VALUE "E".
000170    COPY SERREC.
000170 77 WS-CTR-NUEVO PIC X VALUE "N".
000170    88 CTR-ES-NUEVO VALUE "Y".
000170    COPY PNFMT.
000176*lleva su propio contador en CTRFILE.DAT.
000176 PERFORM ObtieneSerie.
000176 IF NOT SERIE-VALIDA
000176     DISPLAY WS-SERIE-MENSAJE
000176     EXIT PROGRAM
000176 END-IF.
000176
000177*Se recupera el valor persistido en CTRFILE.DAT para continuar
000177*el conteo desde ahi en vez de reiniciarlo en cada clic.
000178 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
000178 CALL "PRJFYEAR" USING WS-FECHA-HOY WS-THIS-YEAR
000178     WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO.
000178 OPEN I-O CTR-FILE.
000178*Solo se crea el archivo si de verdad no existe todavia (status
000178*35); cualquier otro estado se reporta y se sale sin tocar nada,
000178         MOVE WS-SERIE TO CTR-SERIES
000178         MOVE "Y" TO WS-CTR-NUEVO
000178 END-READ.
000178*Si cambio el anio fiscal (ver PRJFYEAR), la secuencia arranca
000178*de nuevo desde cero.
000178 IF CTR-YEAR NOT = WS-THIS-YEAR
000178     MOVE WS-THIS-YEAR TO CTR-YEAR
000178     MOVE ZERO TO CTR-SEQUENCE
000200 MOVE WS-NEW-VALUE TO OUT-PROJECT-NO.
000200 MOVE WS-TIMESTAMP TO OUT-TIMESTAMP.
000200 MOVE "ISSUE " TO OUT-ACTION.
000200 MOVE SPACES TO OUT-RELATED-NO.
000200 OPEN EXTEND OUT-FILE.
000200 IF WS-OUT-STATUS = "35"
000200     CLOSE OUT-FILE
000201     END-READ
000201     CLOSE PARM-FILE
000201 END-IF.
000201*Una serie con tamano de paso propio en la tabla de series
000201*reemplaza al paso general de PARMFILE.DAT.
000201 IF SER-STEP-SIZE > ZERO
000201     MOVE SER-STEP-SIZE TO WS-STEP-SIZE
000201 END-IF.
000202
000202*Obtiene la serie del departamento desde CAMPO-SERIE. En blanco
000202*se asume ENG (la serie historica) para no frenar los flujos
000202*existentes; cualquier otro texto debe ser una serie de la tabla
000202*de series (SERFILE.DAT, consultada con PRJSERIE) que este activa
000202*y ya haya llegado a su fecha de apertura. El registro de la serie
000202*queda en SER-RECORD para tomar de ahi su tamano de paso.
000202 ObtieneSerie.
000202 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SERIE
000202     BY REFERENCE POW-0003.
000202     MOVE WS-SERIE-TEXTO(1:3) TO WS-SERIE
000202 END-IF.
000202 MOVE WS-SERIE TO PNF-SERIES.
000202 MOVE "N" TO WS-SERIE-OK.
000202 MOVE SPACES TO WS-SERIE-MENSAJE.
000202 IF WS-SERIE-TEXTO(4:17) NOT = SPACES
000202     MOVE "Serie invalida, se esperan tres letras."
000202         TO WS-SERIE-MENSAJE
000202 ELSE
000202     MOVE SPACES TO SER-RECORD
000202     MOVE WS-SERIE TO SER-CODE
000202     CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO
000202     IF SERIE-ACTIVA
000202         MOVE "Y" TO WS-SERIE-OK
000202     END-IF
000202     IF SERIE-RETIRADA
000202         MOVE "Serie retirada, ya no emite numeros nuevos."
000202             TO WS-SERIE-MENSAJE
000202     END-IF
000202     IF SERIE-POR-ABRIR
000202         MOVE "La serie todavia no llega a su fecha de apertura."
000202             TO WS-SERIE-MENSAJE
000202     END-IF
000202     IF SERIE-DESCONOCIDA
000202         MOVE "Serie no registrada en la tabla de series."
000202             TO WS-SERIE-MENSAJE
000202     END-IF
000202     IF SERIE-SIN-TABLA
000202         MOVE "No se pudo leer la tabla de series."
000202             TO WS-SERIE-MENSAJE
000202     END-IF
000202 END-IF.
000202
000202*En Windows (el destino de este modulo PowerCOBOL) el usuario
000204     MOVE SPACES TO PRJM-CUSTOMER-CODE
000204     MOVE WS-SERIE TO PRJM-DEPARTMENT
000204     MOVE ZERO TO PRJM-FECHA-CIERRE
000204     MOVE SPACES TO PRJM-PADRE
000204     MOVE ZERO TO PRJM-ULTIMO-HIJO
000204     WRITE PRJM-RECORD
000204         INVALID KEY
000204             CONTINUE
000218    88 OPERADOR-AUTORIZADO VALUE "Y".
000218 77 WS-AUD-ACCION PIC X(6).
000218 77 WS-AUD-MOTIVO PIC X(30).
000218 77 WS-AUD-PROYECTO PIC X(22).
000218 77 WS-BUSCA-SEQ PIC 9(9) VALUE ZEROS.
000218 77 WS-BUSQUEDA-FIN PIC X VALUE "N".
000218    88 BUSQUEDA-AGOTADA VALUE "Y".
000218 77 WS-LAST-FOUND PIC X VALUE "N".
000218    88 LAST-RECORD-FOUND VALUE "Y".
000218 77 WS-LAST-ACTION PIC X(6) VALUE SPACES.
000218 77 WS-LAST-OLD-VALUE PIC X(22) VALUE SPACES.
000218 77 WS-LAST-NEW-VALUE PIC X(22) VALUE SPACES.
000218 77 WS-LAST-REASON PIC X(30) VALUE SPACES.
000218 77 WS-OPERATOR-ID PIC X(8).
000218 77 WS-TIMESTAMP PIC X(21).
000218 77 WS-CURRENT-VALUE PIC X(22).
000218    COPY PNFMT.
000218 77 POW-0001 PIC X(256) .
000219
000221*haya movido el contador (ISSUE o UNDO); las demas acciones
000221*(DENY, VOID, EXPIRE) no tocan el contador y no deben bloquear
000221*el deshacer. Es el mismo criterio de movimientos que usa
000221*PRJCHECK para verificar el contador. La emision de un
000221*subproyecto tambien cuenta: mueve el subcontador de su padre.
000222 OPEN INPUT AUD-FILE.
000223 IF WS-AUD-STATUS NOT = "00"
000223     DISPLAY "No hay nada que deshacer."
000224                     MOVE AUD-ACTION TO WS-LAST-ACTION
000224                     MOVE AUD-OLD-VALUE TO WS-LAST-OLD-VALUE
000224                     MOVE AUD-NEW-VALUE TO WS-LAST-NEW-VALUE
000224                     MOVE AUD-REASON TO WS-LAST-REASON
000224                     MOVE "Y" TO WS-LAST-FOUND
000224                 ELSE
000224                     IF AUD-SEQUENCE > 1
000228     DISPLAY "No hay ningun incremento pendiente de deshacer."
000228     EXIT PROGRAM
000228 END-IF.
000228*El numero que entrego un traspaso no se deshace: el proyecto
000228*viejo ya quedo traspasado y la referencia cruzada apunta al
000228*nuevo. Si el traspaso fue un error se traspasa de regreso.
000228 IF WS-LAST-REASON(1:21) = "Traspaso desde serie "
000228     DISPLAY "El ultimo numero salio de un traspaso; no se "
000228         "puede deshacer."
000228     EXIT PROGRAM
000228 END-IF.
000228*Tampoco el que se entrego a otro sistema por una solicitud
000228*(PRJREQIN): REQLOG.DAT lo sigue asociando a esa solicitud y
000228*se devolveria si el sistema la vuelve a mandar.
000228 IF WS-LAST-REASON(1:10) = "Solicitud "
000228     DISPLAY "El ultimo numero se entrego a otro sistema por "
000228         "solicitud; no se puede deshacer."
000228     EXIT PROGRAM
000228 END-IF.
000229
000230*Una emision normal se deshace en el contador de su serie; la de
000230*un subproyecto, en el subcontador de su padre.
000230 IF WS-LAST-NEW-VALUE(20:1) = "-"
000230     PERFORM RestauraSubcontador
000230 ELSE
000230     PERFORM RestauraContador
000230 END-IF.
000239
000239*La emision dejo el numero apartado en el maestro con estado P
000239*(pendiente); si ese registro sobreviviera al deshacer,
000239*VerificaMaestro seguiria brincandose el numero y el deshacer
000239*seria letra muerta (y PRJEXPIRE lo venceria despues). Solo se
000239*elimina si sigue en P: un registro ya activado no se toca.
000239 PERFORM EliminaPendiente.
000239
000240*Se muestra en pantalla el numero restaurado (para un
000240*subproyecto, el numero de su padre).
000241 IF WS-LAST-NEW-VALUE(20:1) = "-"
000241     MOVE WS-LAST-NEW-VALUE(1:19) TO POW-0001
000241 ELSE
000241     MOVE WS-LAST-OLD-VALUE TO POW-0001
000241 END-IF.
000242 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-TEXTO
000242     BY REFERENCE POW-0001 .
000243
000244*Se deja constancia en la bitacora de que el ultimo numero se
000244*deshizo y quien lo hizo.
000245 PERFORM RegistraDeshacer.
000246
000246*Publica en la interfaz de salida que el numero deshecho queda
000246*retractado, para que un sistema aguas abajo que ya lo haya
000246*recogido como vigente se entere de que ya no lo es.
000246 PERFORM PublicaRetracto.
000246
000247 EXIT PROGRAM.
000248
000249 RegistraDeshacer.
000250*El operador ya se obtuvo al entrar, antes de la verificacion de
000250*permisos. La escritura pasa por PRJAUDWR, que asigna el
000250*consecutivo; el numero referido es el que se esta deshaciendo.
000251 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
000251 MOVE "UNDO  " TO WS-AUD-ACCION.
000251 MOVE SPACES TO WS-AUD-MOTIVO.
000251 MOVE WS-LAST-NEW-VALUE TO WS-AUD-PROYECTO.
000251 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
000251     WS-LAST-NEW-VALUE WS-LAST-OLD-VALUE WS-AUD-ACCION
000251     WS-AUD-MOTIVO WS-AUD-PROYECTO.
000252
000230*Se restaura CTRFILE.DAT al valor que tenia antes del ultimo
000230*incremento.
000230 RestauraContador.
000231 OPEN I-O CTR-FILE.
000232 IF WS-CTR-STATUS NOT = "00"
000232     DISPLAY "No se pudo abrir CTRFILE.DAT."
000237 REWRITE CTR-RECORD.
000237 UNLOCK CTR-FILE.
000238 CLOSE CTR-FILE.
000238
000238*El ultimo movimiento fue la emision de un subproyecto: su
000238*subcontador vive en el registro del padre, que vuelve al sufijo
000238*anterior solo si sigue apuntando al subproyecto que se deshace
000238*(nadie emitio otro subproyecto de ese padre despues).
000238 RestauraSubcontador.
000238 OPEN I-O PRJ-MASTER-FILE.
000238 IF WS-PRJM-STATUS NOT = "00"
000238     DISPLAY "No se pudo abrir PRJMAST.DAT."
000238     EXIT PROGRAM
000238 END-IF.
000238 MOVE WS-LAST-NEW-VALUE TO PNF-SUBPROJECT-NO.
000238 MOVE PNF-PARENT-NO TO PRJM-PROJECT-NO.
000238 READ PRJ-MASTER-FILE WITH LOCK
000238     INVALID KEY
000238         DISPLAY "No se encontro el proyecto padre en el "
000238             "maestro."
000238         CLOSE PRJ-MASTER-FILE
000238         EXIT PROGRAM
000238 END-READ.
000238 IF PRJM-ULTIMO-HIJO NOT = PNF-SUB-SEQUENCE
000238     DISPLAY "El subcontador ya cambio, no se puede deshacer."
000238     UNLOCK PRJ-MASTER-FILE
000238     CLOSE PRJ-MASTER-FILE
000238     EXIT PROGRAM
000238 END-IF.
000238 MOVE WS-LAST-OLD-VALUE TO PNF-SUBPROJECT-NO.
000238 MOVE PNF-SUB-SEQUENCE TO PRJM-ULTIMO-HIJO.
000238 REWRITE PRJM-RECORD.
000238 UNLOCK PRJ-MASTER-FILE.
000238 CLOSE PRJ-MASTER-FILE.
000252
000252*Marca el numero deshecho como retractado en OUTFILE.DAT; el
000252*renglon original de la emision no se toca (el archivo es de
000252 MOVE WS-LAST-NEW-VALUE TO OUT-PROJECT-NO.
000252 MOVE WS-TIMESTAMP TO OUT-TIMESTAMP.
000252 MOVE "RETRAC" TO OUT-ACTION.
000252 MOVE SPACES TO OUT-RELATED-NO.
000252 OPEN EXTEND OUT-FILE.
000252 IF WS-OUT-STATUS = "35"
000252     CLOSE OUT-FILE
000269    88 OPERADOR-AUTORIZADO VALUE "Y".
000269 77 WS-AUD-ACCION PIC X(6).
000269 77 WS-AUD-MOTIVO PIC X(30).
000269 77 WS-AUD-PROYECTO PIC X(22).
000269 77 WS-FOUND-FREE PIC X VALUE "N".
000269    88 FREE-NUMBER-FOUND VALUE "Y".
000269 77 WS-OLD-VALUE PIC X(22).
000269 77 WS-NEW-VALUE PIC X(22).
000269 77 WS-OPERATOR-ID PIC X(8).
000269 77 WS-TIMESTAMP PIC X(21).
000269 77 WS-THIS-YEAR PIC 9(4).
000269 77 WS-FECHA-HOY PIC 9(8).
000269 77 WS-TRIMESTRE-FISCAL PIC 9(1).
000269 77 WS-MES-FISCAL-INICIO PIC 9(2).
000269 77 WS-SERIE PIC X(3).
000269 77 WS-SERIE-TEXTO PIC X(20).
000269 77 WS-SERIE-OK PIC X VALUE "N".
000269    88 SERIE-VALIDA VALUE "Y".
000269 77 WS-SERIE-MENSAJE PIC X(60).
000269 77 WS-SERIE-RESULTADO PIC X.
000269    88 SERIE-ACTIVA VALUE "A".
000269    88 SERIE-RETIRADA VALUE "R".
000269    88 SERIE-POR-ABRIR VALUE "F".
000269    88 SERIE-DESCONOCIDA VALUE "N".
000269    88 SERIE-SIN-TABLA VALUE "E".
000269    COPY SERREC.
000269 77 WS-CTR-NUEVO PIC X VALUE "N".
000269    88 CTR-ES-NUEVO VALUE "Y".
000269 77 WS-CANTIDAD-TEXTO PIC X(20).
000279*bloque se reserva dentro de esa misma serie.
000279 PERFORM ObtieneSerie.
000279 IF NOT SERIE-VALIDA
000279     DISPLAY WS-SERIE-MENSAJE
000279     EXIT PROGRAM
000279 END-IF.
000279
000280*Se recupera el valor persistido para continuar el conteo desde
000281*ahi, igual que en BTN-INCREMENTO-CLICK.
000282 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
000282 CALL "PRJFYEAR" USING WS-FECHA-HOY WS-THIS-YEAR
000282     WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO.
000282 OPEN I-O CTR-FILE.
000282 IF WS-CTR-STATUS = "35"
000282     OPEN OUTPUT CTR-FILE
000343
000343*Obtiene la serie del departamento desde CAMPO-SERIE. En blanco
000343*se asume ENG (la serie historica) para no frenar los flujos
000343*existentes; cualquier otro texto debe ser una serie de la tabla
000343*de series (SERFILE.DAT, consultada con PRJSERIE) que este activa
000343*y ya haya llegado a su fecha de apertura. El registro de la serie
000343*queda en SER-RECORD para tomar de ahi su tamano de paso.
000343 ObtieneSerie.
000343 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SERIE
000343     BY REFERENCE POW-0003.
000343     MOVE WS-SERIE-TEXTO(1:3) TO WS-SERIE
000343 END-IF.
000343 MOVE WS-SERIE TO PNF-SERIES.
000343 MOVE "N" TO WS-SERIE-OK.
000343 MOVE SPACES TO WS-SERIE-MENSAJE.
000343 IF WS-SERIE-TEXTO(4:17) NOT = SPACES
000343     MOVE "Serie invalida, se esperan tres letras."
000343         TO WS-SERIE-MENSAJE
000343 ELSE
000343     MOVE SPACES TO SER-RECORD
000343     MOVE WS-SERIE TO SER-CODE
000343     CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO
000343     IF SERIE-ACTIVA
000343         MOVE "Y" TO WS-SERIE-OK
000343     END-IF
000343     IF SERIE-RETIRADA
000343         MOVE "Serie retirada, ya no emite numeros nuevos."
000343             TO WS-SERIE-MENSAJE
000343     END-IF
000343     IF SERIE-POR-ABRIR
000343         MOVE "La serie todavia no llega a su fecha de apertura."
000343             TO WS-SERIE-MENSAJE
000343     END-IF
000343     IF SERIE-DESCONOCIDA
000343         MOVE "Serie no registrada en la tabla de series."
000343             TO WS-SERIE-MENSAJE
000343     END-IF
000343     IF SERIE-SIN-TABLA
000343         MOVE "No se pudo leer la tabla de series."
000343             TO WS-SERIE-MENSAJE
000343     END-IF
000343 END-IF.
000343
000344*En Windows (el destino de este modulo PowerCOBOL) el usuario
000357     WS-AUD-PROYECTO.
000357
000358*La escritura pasa por PRJAUDWR, que asigna el consecutivo de la
000358*bitacora indexada. El motivo distingue la emision por reserva
000358*de bloque de una emision sencilla, para la revision de accesos
000358*(PRJACCREV), que cuenta cada una como uso de su propio permiso.
000358 RegistraAuditoria.
000359 MOVE "ISSUE " TO WS-AUD-ACCION.
000360 MOVE "Reserva de bloque" TO WS-AUD-MOTIVO.
000361 MOVE WS-NEW-VALUE TO WS-AUD-PROYECTO.
000362 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
000363     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
000377 MOVE WS-NEW-VALUE TO OUT-PROJECT-NO.
000378 MOVE WS-TIMESTAMP TO OUT-TIMESTAMP.
000379 MOVE "ISSUE " TO OUT-ACTION.
000379 MOVE SPACES TO OUT-RELATED-NO.
000380 OPEN EXTEND OUT-FILE.
000381 IF WS-OUT-STATUS = "35"
000382     CLOSE OUT-FILE
000391     MOVE SPACES TO PRJM-CUSTOMER-CODE
000391     MOVE WS-SERIE TO PRJM-DEPARTMENT
000391     MOVE ZERO TO PRJM-FECHA-CIERRE
000391     MOVE SPACES TO PRJM-PADRE
000391     MOVE ZERO TO PRJM-ULTIMO-HIJO
000391     WRITE PRJM-RECORD
000391         INVALID KEY
000391             CONTINUE
000424    88 OPERADOR-AUTORIZADO VALUE "Y".
000424 77 WS-AUD-ACCION PIC X(6).
000424 77 WS-AUD-MOTIVO PIC X(30).
000424 77 WS-AUD-PROYECTO PIC X(22).
000424 77 WS-ENTRY-TEXT PIC X(22).
000424 77 WS-YEAR-TEXT PIC X(4).
000424 77 WS-SEQ-TEXT PIC X(6).
000424 77 WS-SUFIJO-TEXT PIC X(2).
000424 77 WS-SUFIJO-OK PIC X VALUE "N".
000424    88 SUFIJO-VALIDO VALUE "Y".
000424 77 WS-HIJOS-ABIERTOS PIC 9(4) VALUE ZERO.
000424 77 WS-HIJOS-EOF PIC X VALUE "N".
000424    88 FIN-DE-HIJOS VALUE "Y".
000424 77 WS-VALID-PROJECT-NO PIC X VALUE "N".
000424    88 VALID-PROJECT-NO-ENTERED VALUE "Y".
000424 77 WS-MOTIVO PIC X(30).
000424 77 WS-OPERATOR-ID PIC X(8).
000424 77 WS-TIMESTAMP PIC X(21).
000424    COPY PNFMT.
000424 77 WS-SERIE-RESULTADO PIC X.
000424    88 SERIE-CONOCIDA VALUES "A" "R" "F".
000424    COPY SERREC.
000424 77 POW-0001 PIC X(256) .
000424 77 POW-0002 PIC X(256) .
000425
000431     BY REFERENCE POW-0002.
000432
000433*El numero debe venir en el formato estructurado
000433*PRJ-SSS-YYYY-NNNNNN (o PRJ-SSS-YYYY-NNNNNN-HH para un
000433*subproyecto), con una serie de la tabla de series; una serie
000433*retirada ya no emite, pero sus numeros se pueden anular.
000434 MOVE SPACES TO WS-ENTRY-TEXT.
000434 MOVE FUNCTION TRIM(POW-0001) TO WS-ENTRY-TEXT.
000434 MOVE "N" TO WS-VALID-PROJECT-NO.
000434 IF WS-ENTRY-TEXT(1:4) = "PRJ-" AND WS-ENTRY-TEXT(8:1) = "-"
000434         AND WS-ENTRY-TEXT(13:1) = "-"
000434     MOVE SPACES TO SER-RECORD
000434     MOVE WS-ENTRY-TEXT(5:3) TO SER-CODE
000434     CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO
000434     MOVE WS-ENTRY-TEXT(9:4) TO WS-YEAR-TEXT
000434     MOVE WS-ENTRY-TEXT(14:6) TO WS-SEQ-TEXT
000434     MOVE "N" TO WS-SUFIJO-OK
000434     IF WS-ENTRY-TEXT(20:3) = SPACES
000434         MOVE "Y" TO WS-SUFIJO-OK
000434     END-IF
000434     MOVE WS-ENTRY-TEXT(21:2) TO WS-SUFIJO-TEXT
000434     IF WS-ENTRY-TEXT(20:1) = "-" AND WS-SUFIJO-TEXT IS NUMERIC
000434         MOVE "Y" TO WS-SUFIJO-OK
000434     END-IF
000434     IF WS-YEAR-TEXT IS NUMERIC AND WS-SEQ-TEXT IS NUMERIC
000434             AND SERIE-CONOCIDA AND SUFIJO-VALIDO
000434         MOVE "Y" TO WS-VALID-PROJECT-NO
000434     END-IF
000434 END-IF.
000435 IF NOT VALID-PROJECT-NO-ENTERED
000435     DISPLAY "Numero de proyecto invalido, se esperaba "
000435         "PRJ-SSS-YYYY-NNNNNN o PRJ-SSS-YYYY-NNNNNN-HH."
000435     EXIT PROGRAM
000435 END-IF.
000436
000441     DISPLAY "No se pudo abrir PRJMAST.DAT."
000441     EXIT PROGRAM
000441 END-IF.
000441*Un padre no se anula mientras tenga subproyectos abiertos
000441*(pendientes o activos): primero se anulan o cierran ellos.
000441 MOVE ZERO TO WS-HIJOS-ABIERTOS.
000441 IF WS-ENTRY-TEXT(20:3) = SPACES
000441     PERFORM CuentaHijosAbiertos
000441 END-IF.
000441 IF WS-HIJOS-ABIERTOS > ZERO
000441     DISPLAY "El proyecto tiene " WS-HIJOS-ABIERTOS
000441         " subproyectos abiertos; no puede anularse."
000441     CLOSE PRJ-MASTER-FILE
000441     EXIT PROGRAM
000441 END-IF.
000442 MOVE WS-ENTRY-TEXT TO PRJM-PROJECT-NO.
000442 READ PRJ-MASTER-FILE WITH LOCK
000442     INVALID KEY
000443     CLOSE PRJ-MASTER-FILE
000443     EXIT PROGRAM
000443 END-IF.
000443*Un numero traspasado ya no se usa; lo que se anula, si hace
000443*falta, es el numero nuevo que le dio el traspaso.
000443 IF PRJM-TRANSFERIDO
000443     DISPLAY "Ese numero fue traspasado a otra serie; se anula "
000443         "el numero nuevo."
000443     UNLOCK PRJ-MASTER-FILE
000443     CLOSE PRJ-MASTER-FILE
000443     EXIT PROGRAM
000443 END-IF.
000444 MOVE "V" TO PRJM-STATUS.
000444 REWRITE PRJM-RECORD.
000444 UNLOCK PRJ-MASTER-FILE.
000451
000452 EXIT PROGRAM.
000453
000453*Cuenta los subproyectos del numero capturado que siguen
000453*abiertos. Sus claves quedan justo despues de la del padre, asi
000453*que basta con posicionarse ahi y leer mientras las primeras 19
000453*posiciones sean las del padre.
000453 CuentaHijosAbiertos.
000453 MOVE "N" TO WS-HIJOS-EOF.
000453 MOVE WS-ENTRY-TEXT TO PRJM-PROJECT-NO.
000453 START PRJ-MASTER-FILE KEY IS GREATER THAN PRJM-PROJECT-NO
000453     INVALID KEY
000453         MOVE "Y" TO WS-HIJOS-EOF
000453 END-START.
000453 PERFORM UNTIL FIN-DE-HIJOS
000453     READ PRJ-MASTER-FILE NEXT RECORD
000453         AT END
000453             MOVE "Y" TO WS-HIJOS-EOF
000453         NOT AT END
000453             IF PRJM-PROJECT-NO(1:19) NOT = WS-ENTRY-TEXT(1:19)
000453                 MOVE "Y" TO WS-HIJOS-EOF
000453             ELSE
000453                 IF PRJM-PENDIENTE OR PRJM-ACTIVO
000453                     ADD 1 TO WS-HIJOS-ABIERTOS
000453                 END-IF
000453             END-IF
000453     END-READ
000453 END-PERFORM.
000453
000454*En Windows (el destino de este modulo PowerCOBOL) el usuario
000455*conectado viene en USERNAME, no en USER; se revisa USER como
000456*respaldo por si se ejecuta en un ambiente que solo define ese.
000488 MOVE WS-ENTRY-TEXT TO OUT-PROJECT-NO.
000489 MOVE WS-TIMESTAMP TO OUT-TIMESTAMP.
000490 MOVE "VOID  " TO OUT-ACTION.
000490 MOVE SPACES TO OUT-RELATED-NO.
000491 OPEN EXTEND OUT-FILE.
000492 IF WS-OUT-STATUS = "35"
000493     CLOSE OUT-FILE
000501 END-IF.
000502
000503 END PROGRAM "BTN-ANULAR-CLICK".
000504 IDENTIFICATION DIVISION.
000505 PROGRAM-ID. "BTN-SUBPROYECTO-CLICK".
000506*Emite un subproyecto (una fase) bajo un proyecto padre activo:
000507*PRJ-SSS-YYYY-NNNNNN-HH, con el sufijo tomado del subcontador que
000508*lleva el propio padre en PRJMAST.DAT (PRJM-ULTIMO-HIJO). El padre
000509*se toma de CAMPO-TEXTO y debe ser un proyecto de primer nivel en
000510*estado A. El contador de la serie no se toca. Como cualquier
000511*emision, el subproyecto queda en el maestro como pendiente (con
000512*el enlace a su padre), deja su ISSUE en la bitacora y su renglon
000513*ISSUE en la interfaz de salida, y se deshace y anula con los
000514*mismos botones que un numero normal.
000515 ENVIRONMENT DIVISION.
000516 INPUT-OUTPUT SECTION.
000517 FILE-CONTROL.
000518     SELECT PRJ-MASTER-FILE ASSIGN TO "PRJMAST.DAT"
000519         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000521         RECORD KEY IS PRJM-PROJECT-NO
000522         ALTERNATE RECORD KEY IS PRJM-CUSTOMER-CODE
000523             WITH DUPLICATES
000524         LOCK MODE IS MANUAL
000525         FILE STATUS IS WS-PRJM-STATUS.
000526     SELECT OUT-FILE ASSIGN TO "OUTFILE.DAT"
000527         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS WS-OUT-STATUS.
000529     SELECT OPR-FILE ASSIGN TO "OPRFILE.DAT"
000530         ORGANIZATION IS INDEXED
000531         ACCESS MODE IS DYNAMIC
000532         RECORD KEY IS OPR-OPERATOR-ID
000533         FILE STATUS IS WS-OPR-STATUS.
000534 DATA        DIVISION.
000535 FILE SECTION.
000536 FD  PRJ-MASTER-FILE.
000537     COPY PRJMREC.
000538 FD  OUT-FILE.
000539     COPY OUTREC.
000540 FD  OPR-FILE.
000541     COPY OPRREC.
000542 WORKING-STORAGE SECTION.
000543 77 WS-PRJM-STATUS PIC XX.
000544 77 WS-OUT-STATUS PIC XX.
000545 77 WS-OPR-STATUS PIC XX.
000546 77 WS-AUTORIZADO PIC X VALUE "N".
000547    88 OPERADOR-AUTORIZADO VALUE "Y".
000548 77 WS-AUD-ACCION PIC X(6).
000549 77 WS-AUD-MOTIVO PIC X(30).
000550 77 WS-AUD-PROYECTO PIC X(22).
000551 77 WS-ENTRY-TEXT PIC X(22).
000552 77 WS-YEAR-TEXT PIC X(4).
000553 77 WS-SEQ-TEXT PIC X(6).
000554 77 WS-VALID-PROJECT-NO PIC X VALUE "N".
000555    88 VALID-PROJECT-NO-ENTERED VALUE "Y".
000556 77 WS-OLD-VALUE PIC X(22).
000557 77 WS-NEW-VALUE PIC X(22).
000558 77 WS-OPERATOR-ID PIC X(8).
000559 77 WS-TIMESTAMP PIC X(21).
000560 77 WS-PADRE-REGISTRO PIC X(111).
000561 77 WS-SUFIJO PIC 9(2) VALUE ZERO.
000562 77 WS-HIJO-GRABADO PIC X VALUE "N".
000563    88 HIJO-GRABADO VALUE "Y".
000564 77 WS-SIN-SUFIJOS PIC X VALUE "N".
000565    88 SUFIJOS-AGOTADOS VALUE "Y".
000565 77 WS-FALLA-MAESTRO PIC X VALUE "N".
000565    88 FALLA-EN-MAESTRO VALUE "Y".
000566    COPY PNFMT.
000567 77 WS-SERIE-RESULTADO PIC X.
000568    88 SERIE-CONOCIDA VALUES "A" "R" "F".
000569    COPY SERREC.
000570 77 POW-0001 PIC X(256) .
000571
000572 PROCEDURE   DIVISION.
000573 EmiteSubproyecto.
000574*Antes de hacer nada se verifica en OPRFILE.DAT que el operador
000575*tenga permiso de emitir (un subproyecto es una emision mas); un
000576*intento rechazado se asienta como DENY en la bitacora.
000577 PERFORM ObtieneOperador.
000578 PERFORM VerificaAutorizacion.
000579 IF NOT OPERADOR-AUTORIZADO
000580     EXIT PROGRAM
000581 END-IF.
000582
000583*El padre se teclea en CAMPO-TEXTO en el formato estructurado
000584*PRJ-SSS-YYYY-NNNNNN; un subproyecto no puede tener subproyectos.
000585*La serie debe estar en la tabla de series; una serie retirada
000586*tambien vale, porque el subproyecto no consume su contador.
000587 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-TEXTO
000588     BY REFERENCE POW-0001.
000589 MOVE SPACES TO WS-ENTRY-TEXT.
000590 MOVE FUNCTION TRIM(POW-0001) TO WS-ENTRY-TEXT.
000591 MOVE "N" TO WS-VALID-PROJECT-NO.
000592 IF WS-ENTRY-TEXT(1:4) = "PRJ-" AND WS-ENTRY-TEXT(8:1) = "-"
000593         AND WS-ENTRY-TEXT(13:1) = "-"
000594         AND WS-ENTRY-TEXT(20:3) = SPACES
000595     MOVE SPACES TO SER-RECORD
000596     MOVE WS-ENTRY-TEXT(5:3) TO SER-CODE
000597     CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO
000598     MOVE WS-ENTRY-TEXT(9:4) TO WS-YEAR-TEXT
000599     MOVE WS-ENTRY-TEXT(14:6) TO WS-SEQ-TEXT
000600     IF WS-YEAR-TEXT IS NUMERIC AND WS-SEQ-TEXT IS NUMERIC
000601             AND SERIE-CONOCIDA
000602         MOVE "Y" TO WS-VALID-PROJECT-NO
000603     END-IF
000604 END-IF.
000605 IF NOT VALID-PROJECT-NO-ENTERED
000606     DISPLAY "Proyecto padre invalido, se esperaba "
000607         "PRJ-SSS-YYYY-NNNNNN."
000608     EXIT PROGRAM
000609 END-IF.
000610
000611*El padre debe existir en el maestro y estar activo; se bloquea
000612*para que dos operadores no tomen el mismo sufijo a la vez.
000613 OPEN I-O PRJ-MASTER-FILE.
000614 IF WS-PRJM-STATUS NOT = "00"
000615     DISPLAY "No se pudo abrir PRJMAST.DAT."
000616     EXIT PROGRAM
000617 END-IF.
000618 MOVE WS-ENTRY-TEXT TO PRJM-PROJECT-NO.
000619 READ PRJ-MASTER-FILE WITH LOCK
000620     INVALID KEY
000621         DISPLAY "El proyecto padre no esta en el maestro."
000622         CLOSE PRJ-MASTER-FILE
000623         EXIT PROGRAM
000624 END-READ.
000625 IF NOT PRJM-ACTIVO
000626     DISPLAY "Solo un proyecto activo puede recibir subproyectos."
000627     UNLOCK PRJ-MASTER-FILE
000628     CLOSE PRJ-MASTER-FILE
000629     EXIT PROGRAM
000630 END-IF.
000631 MOVE PRJM-RECORD TO WS-PADRE-REGISTRO.
000632
000633*El subproyecto se asienta de inmediato como pendiente, con el
000634*siguiente sufijo del subcontador del padre; si ese sufijo ya
000635*esta ocupado en el maestro (por ejemplo, recuperado a mano) se
000636*avanza de uno en uno, igual que VerificaMaestro con el contador.
000636*Cualquier otra falla de escritura deja todo como estaba.
000637 MOVE WS-ENTRY-TEXT TO PNF-PARENT-NO.
000638 MOVE PRJM-ULTIMO-HIJO TO PNF-SUB-SEQUENCE.
000639 MOVE PNF-SUBPROJECT-NO TO WS-OLD-VALUE.
000640 MOVE PRJM-ULTIMO-HIJO TO WS-SUFIJO.
000641 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
000642 MOVE "N" TO WS-HIJO-GRABADO.
000643 MOVE "N" TO WS-SIN-SUFIJOS.
000643 MOVE "N" TO WS-FALLA-MAESTRO.
000644 PERFORM UNTIL HIJO-GRABADO OR SUFIJOS-AGOTADOS
000644         OR FALLA-EN-MAESTRO
000645     IF WS-SUFIJO = 99
000646         MOVE "Y" TO WS-SIN-SUFIJOS
000647     ELSE
000648         ADD 1 TO WS-SUFIJO
000649         PERFORM AsientaSubproyecto
000650     END-IF
000651 END-PERFORM.
000651 IF FALLA-EN-MAESTRO
000651     DISPLAY "No se pudo grabar el subproyecto en PRJMAST.DAT "
000651         "(estado " WS-PRJM-STATUS ")."
000651     UNLOCK PRJ-MASTER-FILE
000651     CLOSE PRJ-MASTER-FILE
000651     EXIT PROGRAM
000651 END-IF.
000652 IF NOT HIJO-GRABADO
000653     DISPLAY "El proyecto ya no tiene sufijos libres para "
000654         "subproyectos."
000655     UNLOCK PRJ-MASTER-FILE
000656     CLOSE PRJ-MASTER-FILE
000657     EXIT PROGRAM
000658 END-IF.
000659
000660*El padre guarda el sufijo recien entregado como su subcontador.
000661 MOVE WS-PADRE-REGISTRO TO PRJM-RECORD.
000662 MOVE WS-SUFIJO TO PRJM-ULTIMO-HIJO.
000663 REWRITE PRJM-RECORD.
000664 UNLOCK PRJ-MASTER-FILE.
000665 CLOSE PRJ-MASTER-FILE.
000666
000667*Se muestra el subproyecto emitido.
000668 MOVE WS-NEW-VALUE TO POW-0001.
000669 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-TEXTO
000670     BY REFERENCE POW-0001 .
000671
000672*Registra en la bitacora quien emitio el subproyecto y cuando, y
000673*lo deja en la interfaz de salida para los sistemas externos.
000674 PERFORM RegistraAuditoria.
000675 PERFORM PublicaInterfaz.
000676
000677 EXIT PROGRAM.
000678
000679*Arma el registro del subproyecto con el sufijo en curso y trata
000680*de grabarlo; hereda del padre el departamento y el cliente, para
000681*que facturacion pueda agrupar las fases bajo el mismo proyecto.
000682 AsientaSubproyecto.
000683 MOVE WS-SUFIJO TO PNF-SUB-SEQUENCE.
000684 MOVE PNF-SUBPROJECT-NO TO WS-NEW-VALUE.
000685 MOVE WS-PADRE-REGISTRO TO PRJM-RECORD.
000686 MOVE WS-NEW-VALUE TO PRJM-PROJECT-NO.
000687 MOVE "P" TO PRJM-STATUS.
000688 MOVE "Pendiente de activacion" TO PRJM-DESCRIPTION.
000689 MOVE WS-TIMESTAMP(1:8) TO PRJM-FECHA-ALTA.
000690 MOVE ZERO TO PRJM-FECHA-CIERRE.
000691 MOVE WS-ENTRY-TEXT TO PRJM-PADRE.
000692 MOVE ZERO TO PRJM-ULTIMO-HIJO.
000693 WRITE PRJM-RECORD
000694     INVALID KEY
000695         IF WS-PRJM-STATUS NOT = "22"
000695             MOVE "Y" TO WS-FALLA-MAESTRO
000695         END-IF
000696     NOT INVALID KEY
000697         MOVE "Y" TO WS-HIJO-GRABADO
000698 END-WRITE.
000699
000700*El valor anterior es el padre con el sufijo previo y el nuevo es
000701*el subproyecto; la escritura pasa por PRJAUDWR, que asigna el
000702*consecutivo de la bitacora indexada.
000703 RegistraAuditoria.
000704 MOVE "ISSUE " TO WS-AUD-ACCION.
000705 MOVE "Subproyecto" TO WS-AUD-MOTIVO.
000706 MOVE WS-NEW-VALUE TO WS-AUD-PROYECTO.
000707 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
000708     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
000709     WS-AUD-PROYECTO.
000710
000711 PublicaInterfaz.
000712 MOVE WS-NEW-VALUE TO OUT-PROJECT-NO.
000713 MOVE WS-TIMESTAMP TO OUT-TIMESTAMP.
000714 MOVE "ISSUE " TO OUT-ACTION.
000714 MOVE SPACES TO OUT-RELATED-NO.
000715 OPEN EXTEND OUT-FILE.
000716 IF WS-OUT-STATUS = "35"
000717     CLOSE OUT-FILE
000718     OPEN OUTPUT OUT-FILE
000719 END-IF.
000720 IF WS-OUT-STATUS = "00"
000721     WRITE OUT-RECORD
000722     CLOSE OUT-FILE
000723 ELSE
000724     DISPLAY "No se pudo escribir en OUTFILE.DAT."
000725 END-IF.
000726
000727*En Windows (el destino de este modulo PowerCOBOL) el usuario
000728*conectado viene en USERNAME, no en USER; se revisa USER como
000729*respaldo por si se ejecuta en un ambiente que solo define ese.
000730 ObtieneOperador.
000731 DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
000732 ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
000733 IF WS-OPERATOR-ID = SPACES
000734     DISPLAY "USER" UPON ENVIRONMENT-NAME
000735     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
000736 END-IF.
000737 IF WS-OPERATOR-ID = SPACES
000738     MOVE "UNKNOWN " TO WS-OPERATOR-ID
000739 END-IF.
000740
000741*Mientras OPRFILE.DAT no exista (estado 35) se permite todo
000742*(comportamiento historico); en cuanto existe, el operador
000743*debe tener su registro con la marca S en la accion de
000744*emitir; cualquier otro error de apertura se reporta y la
000745*accion se rechaza.
000746 VerificaAutorizacion.
000747 MOVE "Y" TO WS-AUTORIZADO.
000748 OPEN INPUT OPR-FILE.
000749 IF WS-OPR-STATUS = "00"
000750     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
000751     READ OPR-FILE
000752         INVALID KEY
000753             MOVE "N" TO WS-AUTORIZADO
000754         NOT INVALID KEY
000755             IF NOT OPR-EMITIR-SI
000756                 MOVE "N" TO WS-AUTORIZADO
000757             END-IF
000758     END-READ
000759     CLOSE OPR-FILE
000760 ELSE
000761     IF WS-OPR-STATUS NOT = "35"
000762*Un error de lectura no otorga permisos: solo la ausencia
000763*del archivo (estado 35) conserva el permitir historico.
000764         DISPLAY "No se pudo leer OPRFILE.DAT (estado "
000765             WS-OPR-STATUS ")."
000766         MOVE "N" TO WS-AUTORIZADO
000767     END-IF
000768 END-IF.
000769 IF NOT OPERADOR-AUTORIZADO
000770     DISPLAY "Operador sin permiso de emitir."
000771     PERFORM RegistraRechazo
000772 END-IF.
000773
000774*Deja en la bitacora el intento rechazado, con su propia accion
000775*(DENY) y la accion que se pidio como motivo; la escritura pasa
000776*por PRJAUDWR, que asigna el consecutivo.
000777 RegistraRechazo.
000778 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
000779 MOVE SPACES TO WS-OLD-VALUE.
000780 MOVE SPACES TO WS-NEW-VALUE.
000781 MOVE "DENY  " TO WS-AUD-ACCION.
000782 MOVE "Sin permiso de emitir" TO WS-AUD-MOTIVO.
000783 MOVE SPACES TO WS-AUD-PROYECTO.
000784 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
000785     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
000786     WS-AUD-PROYECTO.
000787
000788 END PROGRAM "BTN-SUBPROYECTO-CLICK".
000789 IDENTIFICATION DIVISION.
000790 PROGRAM-ID. "BTN-TRASPASO-CLICK".
000791*Traspasa un proyecto de un departamento a otro: el proyecto
000792*recibe un numero nuevo en la serie destino (tomada de
000793*CAMPO-SERIE, con su propio contador, igual que una emision) y el
000794*registro viejo del maestro queda T (traspasado), no anulado. El
000795*numero a traspasar se toma de CAMPO-TEXTO y el motivo
000796*(obligatorio) de CAMPO-MOTIVO. El par de numeros queda en la
000797*referencia cruzada XREFFILE.DAT (ver XREFREC); la bitacora lleva
000798*el ISSUE del numero nuevo y un XFER bajo el numero viejo, y la
000799*interfaz de salida un renglon XFER con los dos numeros, que los
000800*sistemas aguas abajo acusan como cualquier otro (ver PRJACK).
000801 ENVIRONMENT DIVISION.
000802 INPUT-OUTPUT SECTION.
000803 FILE-CONTROL.
000804     SELECT CTR-FILE ASSIGN TO "CTRFILE.DAT"
000805         ORGANIZATION IS INDEXED
000806         ACCESS MODE IS DYNAMIC
000807         RECORD KEY IS CTR-KEY
000808         LOCK MODE IS MANUAL
000809         FILE STATUS IS WS-CTR-STATUS.
000810     SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
000811         ORGANIZATION IS INDEXED
000812         ACCESS MODE IS DYNAMIC
000813         RECORD KEY IS PARM-KEY
000814         FILE STATUS IS WS-PARM-STATUS.
000815     SELECT OUT-FILE ASSIGN TO "OUTFILE.DAT"
000816         ORGANIZATION IS LINE SEQUENTIAL
000817         FILE STATUS IS WS-OUT-STATUS.
000818     SELECT PRJ-MASTER-FILE ASSIGN TO "PRJMAST.DAT"
000819         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000821         RECORD KEY IS PRJM-PROJECT-NO
000822         ALTERNATE RECORD KEY IS PRJM-CUSTOMER-CODE
000823             WITH DUPLICATES
000824         LOCK MODE IS MANUAL
000825         FILE STATUS IS WS-PRJM-STATUS.
000826     SELECT XREF-FILE ASSIGN TO "XREFFILE.DAT"
000827         ORGANIZATION IS INDEXED
000828         ACCESS MODE IS DYNAMIC
000829         RECORD KEY IS XRF-OLD-NO
000830         ALTERNATE RECORD KEY IS XRF-NEW-NO
000831         FILE STATUS IS WS-XRF-STATUS.
000832     SELECT OPR-FILE ASSIGN TO "OPRFILE.DAT"
000833         ORGANIZATION IS INDEXED
000834         ACCESS MODE IS DYNAMIC
000835         RECORD KEY IS OPR-OPERATOR-ID
000836         FILE STATUS IS WS-OPR-STATUS.
000837 DATA        DIVISION.
000838 FILE SECTION.
000839 FD  CTR-FILE.
000840     COPY CTRREC.
000841 FD  PARM-FILE.
000842     COPY PARMREC.
000843 FD  OUT-FILE.
000844     COPY OUTREC.
000845 FD  PRJ-MASTER-FILE.
000846     COPY PRJMREC.
000847 FD  XREF-FILE.
000848     COPY XREFREC.
000849 FD  OPR-FILE.
000850     COPY OPRREC.
000851 WORKING-STORAGE SECTION.
000852 77 Incremento PIC 9(6) VALUE ZEROS.
000853 77 WS-CTR-STATUS PIC XX.
000854 77 WS-PARM-STATUS PIC XX.
000855 77 WS-OUT-STATUS PIC XX.
000856 77 WS-PRJM-STATUS PIC XX.
000857 77 WS-XRF-STATUS PIC XX.
000858 77 WS-OPR-STATUS PIC XX.
000859 77 WS-AUTORIZADO PIC X VALUE "N".
000860    88 OPERADOR-AUTORIZADO VALUE "Y".
000861 77 WS-AUD-ACCION PIC X(6).
000862 77 WS-AUD-MOTIVO PIC X(30).
000863 77 WS-AUD-PROYECTO PIC X(22).
000864 77 WS-STEP-SIZE PIC 9(4) VALUE 100.
000865 77 WS-ENTRY-TEXT PIC X(22).
000866 77 WS-YEAR-TEXT PIC X(4).
000867 77 WS-SEQ-TEXT PIC X(6).
000868 77 WS-VALID-PROJECT-NO PIC X VALUE "N".
000869    88 VALID-PROJECT-NO-ENTERED VALUE "Y".
000870 77 WS-MOTIVO PIC X(30).
000871 77 WS-HIJOS-ABIERTOS PIC 9(4) VALUE ZERO.
000872 77 WS-HIJOS-EOF PIC X VALUE "N".
000873    88 FIN-DE-HIJOS VALUE "Y".
000874 77 WS-VIEJO-REGISTRO PIC X(111).
000875 77 WS-NUEVO-GRABADO PIC X VALUE "N".
000876    88 NUEVO-GRABADO VALUE "Y".
000877 77 WS-FALLA-MAESTRO PIC X VALUE "N".
000878    88 FALLA-EN-MAESTRO VALUE "Y".
000879 77 WS-OLD-VALUE PIC X(22).
000880 77 WS-NEW-VALUE PIC X(22).
000881 77 WS-OPERATOR-ID PIC X(8).
000882 77 WS-TIMESTAMP PIC X(21).
000883 77 WS-THIS-YEAR PIC 9(4).
000883 77 WS-FECHA-HOY PIC 9(8).
000883 77 WS-TRIMESTRE-FISCAL PIC 9(1).
000883 77 WS-MES-FISCAL-INICIO PIC 9(2).
000884 77 WS-SERIE PIC X(3).
000885 77 WS-SERIE-TEXTO PIC X(20).
000886 77 WS-SERIE-OK PIC X VALUE "N".
000887    88 SERIE-VALIDA VALUE "Y".
000888 77 WS-SERIE-MENSAJE PIC X(60).
000889 77 WS-SERIE-RESULTADO PIC X.
000890    88 SERIE-ACTIVA VALUE "A".
000891    88 SERIE-RETIRADA VALUE "R".
000892    88 SERIE-POR-ABRIR VALUE "F".
000893    88 SERIE-DESCONOCIDA VALUE "N".
000894    88 SERIE-SIN-TABLA VALUE "E".
000895    88 SERIE-CONOCIDA VALUES "A" "R" "F".
000896    COPY SERREC.
000897 77 WS-CTR-NUEVO PIC X VALUE "N".
000898    88 CTR-ES-NUEVO VALUE "Y".
000899    COPY PNFMT.
000900 77 POW-0001 PIC X(256) .
000901 77 POW-0002 PIC X(256) .
000902 77 POW-0003 PIC X(256) .
000903
000904 PROCEDURE   DIVISION.
000905 TraspasaProyecto.
000906*Antes de hacer nada se verifica en OPRFILE.DAT que el operador
000907*tenga permiso de emitir (el traspaso entrega un numero nuevo);
000908*un intento rechazado se asienta como DENY en la bitacora.
000909 PERFORM ObtieneOperador.
000910 PERFORM VerificaAutorizacion.
000911 IF NOT OPERADOR-AUTORIZADO
000912     EXIT PROGRAM
000913 END-IF.
000914
000915*Se recupera el numero a traspasar tecleado en CAMPO-TEXTO y el
000916*motivo capturado en CAMPO-MOTIVO.
000917 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-TEXTO
000918     BY REFERENCE POW-0001.
000919 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-MOTIVO
000920     BY REFERENCE POW-0002.
000921
000922*Solo se traspasa un proyecto de primer nivel, en el formato
000923*PRJ-SSS-YYYY-NNNNNN y de una serie de la tabla de series; sus
000924*subproyectos se quedan con el numero viejo como padre.
000925 MOVE SPACES TO WS-ENTRY-TEXT.
000926 MOVE FUNCTION TRIM(POW-0001) TO WS-ENTRY-TEXT.
000927 MOVE "N" TO WS-VALID-PROJECT-NO.
000928 IF WS-ENTRY-TEXT(1:4) = "PRJ-" AND WS-ENTRY-TEXT(8:1) = "-"
000929         AND WS-ENTRY-TEXT(13:1) = "-"
000930         AND WS-ENTRY-TEXT(20:3) = SPACES
000931     MOVE SPACES TO SER-RECORD
000932     MOVE WS-ENTRY-TEXT(5:3) TO SER-CODE
000933     CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO
000934     MOVE WS-ENTRY-TEXT(9:4) TO WS-YEAR-TEXT
000935     MOVE WS-ENTRY-TEXT(14:6) TO WS-SEQ-TEXT
000936     IF WS-YEAR-TEXT IS NUMERIC AND WS-SEQ-TEXT IS NUMERIC
000937             AND SERIE-CONOCIDA
000938         MOVE "Y" TO WS-VALID-PROJECT-NO
000939     END-IF
000940 END-IF.
000941 IF NOT VALID-PROJECT-NO-ENTERED
000942     DISPLAY "Numero de proyecto invalido, se esperaba "
000943         "PRJ-SSS-YYYY-NNNNNN."
000944     EXIT PROGRAM
000945 END-IF.
000946
000947*El motivo es obligatorio, igual que en la anulacion.
000948 MOVE SPACES TO WS-MOTIVO.
000949 MOVE FUNCTION TRIM(POW-0002) TO WS-MOTIVO.
000950 IF WS-MOTIVO = SPACES
000951     DISPLAY "Debe capturarse el motivo del traspaso."
000952     EXIT PROGRAM
000953 END-IF.
000954
000955*La serie destino se toma de CAMPO-SERIE y debe estar activa,
000956*como para cualquier emision; traspasar a la misma serie no
000957*tiene sentido.
000958 PERFORM ObtieneSerie.
000959 IF NOT SERIE-VALIDA
000960     DISPLAY WS-SERIE-MENSAJE
000961     EXIT PROGRAM
000962 END-IF.
000963 IF WS-SERIE = WS-ENTRY-TEXT(5:3)
000964     DISPLAY "La serie destino es la misma del proyecto."
000965     EXIT PROGRAM
000966 END-IF.
000967
000968*El proyecto debe existir en el maestro, sin subproyectos
000969*abiertos, y estar pendiente o activo; se bloquea mientras dura
000970*el traspaso.
000971 OPEN I-O PRJ-MASTER-FILE.
000972 IF WS-PRJM-STATUS NOT = "00"
000973     DISPLAY "No se pudo abrir PRJMAST.DAT."
000974     EXIT PROGRAM
000975 END-IF.
000976 MOVE ZERO TO WS-HIJOS-ABIERTOS.
000977 PERFORM CuentaHijosAbiertos.
000978 IF WS-HIJOS-ABIERTOS > ZERO
000979     DISPLAY "El proyecto tiene " WS-HIJOS-ABIERTOS
000980         " subproyectos abiertos; no puede traspasarse."
000981     CLOSE PRJ-MASTER-FILE
000982     EXIT PROGRAM
000983 END-IF.
000984 MOVE WS-ENTRY-TEXT TO PRJM-PROJECT-NO.
000985 READ PRJ-MASTER-FILE WITH LOCK
000986     INVALID KEY
000987         DISPLAY "Ese numero no esta en el maestro de proyectos."
000988         CLOSE PRJ-MASTER-FILE
000989         EXIT PROGRAM
000990 END-READ.
000991 IF NOT PRJM-PENDIENTE AND NOT PRJM-ACTIVO
000992     DISPLAY "Solo se traspasa un proyecto pendiente o activo."
000993     UNLOCK PRJ-MASTER-FILE
000994     CLOSE PRJ-MASTER-FILE
000995     EXIT PROGRAM
000996 END-IF.
000997 MOVE PRJM-RECORD TO WS-VIEJO-REGISTRO.
000998
000999*La referencia cruzada se abre antes de tomar el contador, para
001000*no consumir un numero si no se va a poder asentar el par.
001001 OPEN I-O XREF-FILE.
001002 IF WS-XRF-STATUS = "35"
001003     OPEN OUTPUT XREF-FILE
001004     CLOSE XREF-FILE
001005     OPEN I-O XREF-FILE
001006 END-IF.
001007 IF WS-XRF-STATUS NOT = "00"
001008     DISPLAY "No se pudo abrir XREFFILE.DAT."
001009     UNLOCK PRJ-MASTER-FILE
001010     CLOSE PRJ-MASTER-FILE
001011     EXIT PROGRAM
001012 END-IF.
001013
001014*El numero nuevo sale del contador de la serie destino, con el
001015*mismo bloqueo, cambio de anio y tamano de paso que una emision.
001016 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
001016 CALL "PRJFYEAR" USING WS-FECHA-HOY WS-THIS-YEAR
001016     WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO.
001017 OPEN I-O CTR-FILE.
001018 IF WS-CTR-STATUS = "35"
001019     OPEN OUTPUT CTR-FILE
001020     INITIALIZE CTR-RECORD
001021     MOVE SPACES TO CTR-KEY
001022     MOVE WS-SERIE TO CTR-SERIES
001023     MOVE WS-THIS-YEAR TO CTR-YEAR
001024     MOVE ZERO TO CTR-SEQUENCE
001025     WRITE CTR-RECORD
001026     CLOSE CTR-FILE
001027     OPEN I-O CTR-FILE
001028 END-IF.
001029 IF WS-CTR-STATUS NOT = "00"
001030     DISPLAY "No se pudo abrir CTRFILE.DAT."
001031     CLOSE XREF-FILE
001032     UNLOCK PRJ-MASTER-FILE
001033     CLOSE PRJ-MASTER-FILE
001034     EXIT PROGRAM
001035 END-IF.
001036 MOVE SPACES TO CTR-KEY.
001037 MOVE WS-SERIE TO CTR-SERIES.
001038 MOVE "N" TO WS-CTR-NUEVO.
001039 READ CTR-FILE WITH LOCK
001040     INVALID KEY
001041         INITIALIZE CTR-RECORD
001042         MOVE SPACES TO CTR-KEY
001043         MOVE WS-SERIE TO CTR-SERIES
001044         MOVE "Y" TO WS-CTR-NUEVO
001045 END-READ.
001046*Si cambio el anio fiscal (ver PRJFYEAR), la secuencia arranca
001046*de nuevo desde cero.
001047 IF CTR-YEAR NOT = WS-THIS-YEAR
001048     MOVE WS-THIS-YEAR TO CTR-YEAR
001049     MOVE ZERO TO CTR-SEQUENCE
001050 END-IF.
001051 MOVE CTR-SEQUENCE TO Incremento.
001052 MOVE CTR-YEAR TO PNF-YEAR.
001053 MOVE CTR-SEQUENCE TO PNF-SEQUENCE.
001054 MOVE PNF-PROJECT-NO TO WS-OLD-VALUE.
001055 PERFORM ObtieneTamanoPaso.
001056 ADD WS-STEP-SIZE TO Incremento.
001057
001058*El proyecto se asienta con el numero nuevo; si ese numero ya
001059*esta ocupado en el maestro se avanza de uno en uno, igual que
001060*VerificaMaestro en la emision. Cualquier otra falla de
001061*escritura deja todo como estaba.
001062 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001063 MOVE "N" TO WS-NUEVO-GRABADO.
001064 MOVE "N" TO WS-FALLA-MAESTRO.
001065 PERFORM UNTIL NUEVO-GRABADO OR FALLA-EN-MAESTRO
001066     PERFORM AsientaTraspaso
001067 END-PERFORM.
001068 IF FALLA-EN-MAESTRO
001069     DISPLAY "No se pudo grabar el numero nuevo en PRJMAST.DAT "
001070         "(estado " WS-PRJM-STATUS ")."
001071     UNLOCK CTR-FILE
001072     CLOSE CTR-FILE
001073     CLOSE XREF-FILE
001074     UNLOCK PRJ-MASTER-FILE
001075     CLOSE PRJ-MASTER-FILE
001076     EXIT PROGRAM
001077 END-IF.
001077
001077*El par de numeros queda en la referencia cruzada antes de
001077*mover el contador o marcar el registro viejo: si no se puede
001077*grabar, se borra el registro nuevo y todo queda como estaba,
001077*sin bitacora ni interfaz.
001077 MOVE WS-ENTRY-TEXT TO XRF-OLD-NO.
001077 MOVE WS-NEW-VALUE TO XRF-NEW-NO.
001077 MOVE WS-OPERATOR-ID TO XRF-OPERATOR-ID.
001077 MOVE WS-TIMESTAMP TO XRF-TIMESTAMP.
001077 MOVE WS-MOTIVO TO XRF-REASON.
001077 WRITE XRF-RECORD
001077     INVALID KEY
001077         DISPLAY "No se pudo grabar en XREFFILE.DAT (estado "
001077             WS-XRF-STATUS "), no se traspasa."
001077         MOVE WS-NEW-VALUE TO PRJM-PROJECT-NO
001077         DELETE PRJ-MASTER-FILE RECORD
001077             INVALID KEY
001077                 DISPLAY "No se pudo borrar " WS-NEW-VALUE
001077                     " de PRJMAST.DAT (estado " WS-PRJM-STATUS
001077                     ")."
001077         END-DELETE
001077         UNLOCK CTR-FILE
001077         CLOSE CTR-FILE
001077         CLOSE XREF-FILE
001077         UNLOCK PRJ-MASTER-FILE
001077         CLOSE PRJ-MASTER-FILE
001077         EXIT PROGRAM
001077 END-WRITE.
001078 CLOSE XREF-FILE.
001078
001079*Se guarda el contador de la serie destino.
001080 MOVE Incremento TO CTR-SEQUENCE.
001081 IF CTR-ES-NUEVO
001082     WRITE CTR-RECORD
001083 ELSE
001084     REWRITE CTR-RECORD
001085 END-IF.
001086 UNLOCK CTR-FILE.
001087 CLOSE CTR-FILE.
001088
001089*El registro viejo queda traspasado (T), con todos sus datos.
001090 MOVE WS-VIEJO-REGISTRO TO PRJM-RECORD.
001091 MOVE "T" TO PRJM-STATUS.
001092 REWRITE PRJM-RECORD.
001093 UNLOCK PRJ-MASTER-FILE.
001094 CLOSE PRJ-MASTER-FILE.
001095
001109*Se muestra el numero nuevo.
001110 MOVE WS-NEW-VALUE TO POW-0001.
001111 CALL "XPOWCWSETTEXT" USING BY VALUE CAMPO-TEXTO
001112     BY REFERENCE POW-0001 .
001113
001114*Registra en la bitacora la emision del numero nuevo y el
001115*traspaso, y lo deja en la interfaz de salida.
001116 PERFORM RegistraAuditoria.
001117 PERFORM PublicaInterfaz.
001118
001119 EXIT PROGRAM.
001120
001121*Arma el registro con el numero nuevo y trata de grabarlo; el
001122*proyecto conserva estado, descripcion, fecha de alta y cliente,
001123*y pasa al departamento destino como proyecto de primer nivel.
001124 AsientaTraspaso.
001125 MOVE WS-THIS-YEAR TO PNF-YEAR.
001126 MOVE Incremento TO PNF-SEQUENCE.
001127 MOVE PNF-PROJECT-NO TO WS-NEW-VALUE.
001128 MOVE WS-VIEJO-REGISTRO TO PRJM-RECORD.
001129 MOVE WS-NEW-VALUE TO PRJM-PROJECT-NO.
001130 MOVE WS-SERIE TO PRJM-DEPARTMENT.
001131 MOVE SPACES TO PRJM-PADRE.
001132 MOVE ZERO TO PRJM-ULTIMO-HIJO.
001133 WRITE PRJM-RECORD
001134     INVALID KEY
001135         IF WS-PRJM-STATUS = "22"
001136             ADD 1 TO Incremento
001137         ELSE
001138             MOVE "Y" TO WS-FALLA-MAESTRO
001139         END-IF
001140     NOT INVALID KEY
001141         MOVE "Y" TO WS-NUEVO-GRABADO
001142 END-WRITE.
001143
001144*Cuenta los subproyectos del numero capturado que siguen
001145*abiertos. Sus claves quedan justo despues de la del padre, asi
001146*que basta con posicionarse ahi y leer mientras las primeras 19
001147*posiciones sean las del padre.
001148 CuentaHijosAbiertos.
001149 MOVE "N" TO WS-HIJOS-EOF.
001150 MOVE WS-ENTRY-TEXT TO PRJM-PROJECT-NO.
001151 START PRJ-MASTER-FILE KEY IS GREATER THAN PRJM-PROJECT-NO
001152     INVALID KEY
001153         MOVE "Y" TO WS-HIJOS-EOF
001154 END-START.
001155 PERFORM UNTIL FIN-DE-HIJOS
001156     READ PRJ-MASTER-FILE NEXT RECORD
001157         AT END
001158             MOVE "Y" TO WS-HIJOS-EOF
001159         NOT AT END
001160             IF PRJM-PROJECT-NO(1:19) NOT = WS-ENTRY-TEXT(1:19)
001161                 MOVE "Y" TO WS-HIJOS-EOF
001162             ELSE
001163                 IF PRJM-PENDIENTE OR PRJM-ACTIVO
001164                     ADD 1 TO WS-HIJOS-ABIERTOS
001165                 END-IF
001166             END-IF
001167     END-READ
001168 END-PERFORM.
001169
001170*El ISSUE del numero nuevo lleva como valor anterior el ultimo
001171*numero que tenia el contador de la serie destino, como en la
001172*emision normal; el XFER va bajo el numero viejo, con el nuevo
001173*como valor nuevo y el motivo capturado. Las dos escrituras
001174*pasan por PRJAUDWR, que asigna el consecutivo.
001175 RegistraAuditoria.
001176 MOVE "ISSUE " TO WS-AUD-ACCION.
001177 MOVE SPACES TO WS-AUD-MOTIVO.
001178 STRING "Traspaso desde serie " WS-ENTRY-TEXT(5:3)
001179     DELIMITED BY SIZE INTO WS-AUD-MOTIVO.
001180 MOVE WS-NEW-VALUE TO WS-AUD-PROYECTO.
001181 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
001182     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
001183     WS-AUD-PROYECTO.
001184 MOVE "XFER  " TO WS-AUD-ACCION.
001185 MOVE WS-MOTIVO TO WS-AUD-MOTIVO.
001186 MOVE WS-ENTRY-TEXT TO WS-AUD-PROYECTO.
001187 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
001188     WS-ENTRY-TEXT WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
001189     WS-AUD-PROYECTO.
001190
001191*El renglon XFER lleva el numero nuevo como numero del renglon y
001192*el viejo como numero relacionado.
001193 PublicaInterfaz.
001194 MOVE WS-NEW-VALUE TO OUT-PROJECT-NO.
001195 MOVE WS-TIMESTAMP TO OUT-TIMESTAMP.
001196 MOVE "XFER  " TO OUT-ACTION.
001197 MOVE WS-ENTRY-TEXT TO OUT-RELATED-NO.
001198 OPEN EXTEND OUT-FILE.
001199 IF WS-OUT-STATUS = "35"
001200     CLOSE OUT-FILE
001201     OPEN OUTPUT OUT-FILE
001202 END-IF.
001203 IF WS-OUT-STATUS = "00"
001204     WRITE OUT-RECORD
001205     CLOSE OUT-FILE
001206 ELSE
001207     DISPLAY "No se pudo escribir en OUTFILE.DAT."
001208 END-IF.
001209
001210 ObtieneTamanoPaso.
001211 MOVE 100 TO WS-STEP-SIZE.
001212 OPEN INPUT PARM-FILE.
001213 IF WS-PARM-STATUS = "00"
001214     MOVE "STEP    " TO PARM-KEY
001215     READ PARM-FILE
001216         INVALID KEY
001217             CONTINUE
001218         NOT INVALID KEY
001219             MOVE PARM-STEP-SIZE TO WS-STEP-SIZE
001220     END-READ
001221     CLOSE PARM-FILE
001222 END-IF.
001223*Una serie con tamano de paso propio en la tabla de series
001224*reemplaza al paso general de PARMFILE.DAT.
001225 IF SER-STEP-SIZE > ZERO
001226     MOVE SER-STEP-SIZE TO WS-STEP-SIZE
001227 END-IF.
001228
001229*Obtiene la serie destino desde CAMPO-SERIE. En blanco se asume
001230*ENG, como en la emision; cualquier otro texto debe ser una serie
001231*de la tabla de series que este activa y ya haya llegado a su
001232*fecha de apertura. El registro de la serie queda en SER-RECORD
001233*para tomar de ahi su tamano de paso.
001234 ObtieneSerie.
001235 CALL "XPOWEDITGETTEXT" USING BY VALUE CAMPO-SERIE
001236     BY REFERENCE POW-0003.
001237 MOVE SPACES TO WS-SERIE-TEXTO.
001238 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(POW-0003))
001239     TO WS-SERIE-TEXTO.
001240 IF WS-SERIE-TEXTO = SPACES
001241     MOVE "ENG" TO WS-SERIE
001242 ELSE
001243     MOVE WS-SERIE-TEXTO(1:3) TO WS-SERIE
001244 END-IF.
001245 MOVE WS-SERIE TO PNF-SERIES.
001246 MOVE "N" TO WS-SERIE-OK.
001247 MOVE SPACES TO WS-SERIE-MENSAJE.
001248 IF WS-SERIE-TEXTO(4:17) NOT = SPACES
001249     MOVE "Serie invalida, se esperan tres letras."
001250         TO WS-SERIE-MENSAJE
001251 ELSE
001252     MOVE SPACES TO SER-RECORD
001253     MOVE WS-SERIE TO SER-CODE
001254     CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO
001255     IF SERIE-ACTIVA
001256         MOVE "Y" TO WS-SERIE-OK
001257     END-IF
001258     IF SERIE-RETIRADA
001259         MOVE "Serie retirada, ya no emite numeros nuevos."
001260             TO WS-SERIE-MENSAJE
001261     END-IF
001262     IF SERIE-POR-ABRIR
001263         MOVE "La serie todavia no llega a su fecha de apertura."
001264             TO WS-SERIE-MENSAJE
001265     END-IF
001266     IF SERIE-DESCONOCIDA
001267         MOVE "Serie no registrada en la tabla de series."
001268             TO WS-SERIE-MENSAJE
001269     END-IF
001270     IF SERIE-SIN-TABLA
001271         MOVE "No se pudo leer la tabla de series."
001272             TO WS-SERIE-MENSAJE
001273     END-IF
001274 END-IF.
001275
001276*En Windows (el destino de este modulo PowerCOBOL) el usuario
001277*conectado viene en USERNAME, no en USER; se revisa USER como
001278*respaldo por si se ejecuta en un ambiente que solo define ese.
001279 ObtieneOperador.
001280 DISPLAY "USERNAME" UPON ENVIRONMENT-NAME.
001281 ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
001282 IF WS-OPERATOR-ID = SPACES
001283     DISPLAY "USER" UPON ENVIRONMENT-NAME
001284     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
001285 END-IF.
001286 IF WS-OPERATOR-ID = SPACES
001287     MOVE "UNKNOWN " TO WS-OPERATOR-ID
001288 END-IF.
001289
001290*Mientras OPRFILE.DAT no exista (estado 35) se permite todo
001291*(comportamiento historico); en cuanto existe, el operador
001292*debe tener su registro con la marca S en la accion de
001293*emitir; cualquier otro error de apertura se reporta y la
001294*accion se rechaza.
001295 VerificaAutorizacion.
001296 MOVE "Y" TO WS-AUTORIZADO.
001297 OPEN INPUT OPR-FILE.
001298 IF WS-OPR-STATUS = "00"
001299     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
001300     READ OPR-FILE
001301         INVALID KEY
001302             MOVE "N" TO WS-AUTORIZADO
001303         NOT INVALID KEY
001304             IF NOT OPR-EMITIR-SI
001305                 MOVE "N" TO WS-AUTORIZADO
001306             END-IF
001307     END-READ
001308     CLOSE OPR-FILE
001309 ELSE
001310     IF WS-OPR-STATUS NOT = "35"
001311*Un error de lectura no otorga permisos: solo la ausencia
001312*del archivo (estado 35) conserva el permitir historico.
001313         DISPLAY "No se pudo leer OPRFILE.DAT (estado "
001314             WS-OPR-STATUS ")."
001315         MOVE "N" TO WS-AUTORIZADO
001316     END-IF
001317 END-IF.
001318 IF NOT OPERADOR-AUTORIZADO
001319     DISPLAY "Operador sin permiso de emitir."
001320     PERFORM RegistraRechazo
001321 END-IF.
001322
001323*Deja en la bitacora el intento rechazado, con su propia accion
001324*(DENY) y la accion que se pidio como motivo; la escritura pasa
001325*por PRJAUDWR, que asigna el consecutivo.
001326 RegistraRechazo.
001327 MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001328 MOVE SPACES TO WS-OLD-VALUE.
001329 MOVE SPACES TO WS-NEW-VALUE.
001330 MOVE "DENY  " TO WS-AUD-ACCION.
001331 MOVE "Sin permiso de emitir" TO WS-AUD-MOTIVO.
001332 MOVE SPACES TO WS-AUD-PROYECTO.
001333 CALL "PRJAUDWR" USING WS-OPERATOR-ID WS-TIMESTAMP
001334     WS-OLD-VALUE WS-NEW-VALUE WS-AUD-ACCION WS-AUD-MOTIVO
001335     WS-AUD-PROYECTO.
001336
001337 END PROGRAM "BTN-TRASPASO-CLICK".
000205 END PROGRAM "SHEET1".
