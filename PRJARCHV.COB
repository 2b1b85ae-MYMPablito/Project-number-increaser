000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJARCHV.
000030*Programa por lotes de cierre de anio. Se corre despues del
000040*cambio de anio fiscal (el calendario lo da PRJFYEAR; sin
000042*parametros fiscales es el anio calendario) pero ANTES de que
000044*se emita el primer numero del anio nuevo (que es el momento
000050*en que CAMPO-TEXTO-RETURN y
000060*BTN-INCREMENTO-CLICK reinician CTR-SEQUENCE en cero). Mientras
000070*eso no pase, cada contador de serie en CTRFILE.DAT todavia trae
000080*el anio que se esta cerrando, asi que esos son los que se
000100*Copia el estado final de los contadores y el pedazo de
000110*AUDFILE.DAT de ese anio a un archivo fechado permanente, para
000115*llevar un registro duradero de cuantos numeros de cada serie
000120*se entregaron ese anio. Cada serie archivada se anuncia con el
000122*departamento que le da la tabla de series (SERFILE.DAT); una
000124*serie retirada se archiva igual que las activas, porque su
000126*ultimo anio tambien debe quedar registrado.
000127*Cada renglon de la bitacora se archiva en el anio fiscal de su
000128*fecha, que para lo emitido antes de adoptar el calendario
000129*fiscal sigue siendo el anio calendario (ver FYDESDE).
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000360 FD  ARC-CTR-FILE.
000370 01  ARC-CTR-LINE                    PIC X(18).
000380 FD  ARC-AUD-FILE.
000390 01  ARC-AUD-LINE                    PIC X(149).
000400 WORKING-STORAGE SECTION.
000410 77 WS-CTR-STATUS                    PIC XX.
000420 77 WS-AUD-STATUS                    PIC XX.
000430 77 WS-ARC-CTR-STATUS                PIC XX.
000440 77 WS-ARC-AUD-STATUS                PIC XX.
000450 77 WS-THIS-YEAR                     PIC 9(4).
000451 77 WS-FECHA-HOY                     PIC 9(8).
000452 77 WS-TRIMESTRE-FISCAL              PIC 9(1).
000453 77 WS-MES-FISCAL-INICIO             PIC 9(2).
000460 77 WS-CLOSING-YEAR                  PIC 9(4).
000470 77 WS-ARC-CTR-NAME                  PIC X(20) VALUE SPACES.
000480 77 WS-ARC-AUD-NAME                  PIC X(20) VALUE SPACES.
000506 77 WS-ARC-CTR-ABIERTO               PIC X VALUE "N".
000508    88 ARC-CTR-ABIERTO               VALUE "Y".
000510 77 WS-AUD-YEAR                      PIC 9(4).
000512 77 WS-AUD-FECHA                     PIC 9(8).
000520 77 WS-ROWS-ARCHIVED                 PIC 9(6) VALUE ZERO.
000530 77 WS-CTR-ROWS-ARCHIVED             PIC 9(6) VALUE ZERO.
000532 77 WS-SERIE-RESULTADO               PIC X.
000534    88 SERIE-RETIRADA                VALUE "R".
000536    88 SERIE-DESCONOCIDA             VALUE "N" "E".
000538    COPY SERREC.
000530
000540 PROCEDURE   DIVISION.
000550 PRJARCHV-Main.
000560 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
000562 CALL "PRJFYEAR" USING WS-FECHA-HOY WS-THIS-YEAR
000564     WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO.
000570 OPEN INPUT CTR-FILE.
000580 IF WS-CTR-STATUS NOT = "00"
000590     DISPLAY "PRJARCHV: no se pudo abrir CTRFILE.DAT"
001302     MOVE CTR-RECORD TO ARC-CTR-LINE
001303     WRITE ARC-CTR-LINE
001304     ADD 1 TO WS-CTR-ROWS-ARCHIVED
001305     PERFORM AnunciaSerie
001306 END-IF.
001307
001307*Una serie que no esta en la tabla se archiva de todos modos
001307*(el contador existe y su anio no debe perderse), pero se avisa
001307*para que alguien la de de alta o aclare de donde salio.
001307 AnunciaSerie.
001307 MOVE SPACES TO SER-RECORD.
001307 MOVE CTR-SERIES TO SER-CODE.
001307 CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO.
001307 IF SERIE-DESCONOCIDA
001307     DISPLAY "PRJARCHV: serie " CTR-SERIES " archivada, pero no "
001307         "esta en SERFILE.DAT."
001307 ELSE
001307     IF SERIE-RETIRADA
001307         DISPLAY "PRJARCHV: serie " CTR-SERIES " ("
001307             FUNCTION TRIM(SER-DEPT-NAME) ", retirada) "
001307             "secuencia final " CTR-SEQUENCE
001307     ELSE
001307         DISPLAY "PRJARCHV: serie " CTR-SERIES " ("
001307             FUNCTION TRIM(SER-DEPT-NAME) ") secuencia final "
001307             CTR-SEQUENCE
001307     END-IF
001307 END-IF.
001308
001310 AbreArchivoDeCierre.
001312 OPEN OUTPUT ARC-CTR-FILE.
001324 END-IF.
001326 MOVE "Y" TO WS-ARC-CTR-ABIERTO.
001308
001292*El anio de un renglon es el anio fiscal de su fecha; una fecha
001294*que no es numerica no pertenece a ningun cierre.
001300 ArchivaSiDelAnio.
001302 IF AUD-TIMESTAMP(1:8) IS NUMERIC
001304     MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-FECHA
001306     CALL "PRJFYEAR" USING WS-AUD-FECHA WS-AUD-YEAR
001308         WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO
001320     IF WS-AUD-YEAR = WS-CLOSING-YEAR
001330         MOVE AUD-RECORD TO ARC-AUD-LINE
001340         WRITE ARC-AUD-LINE
001350         ADD 1 TO WS-ROWS-ARCHIVED
001355     END-IF
001360 END-IF.
