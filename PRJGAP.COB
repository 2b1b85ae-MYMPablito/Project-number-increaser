000100*
000110*El anio y la serie a revisar se reciben por linea de comandos
000115*(en cualquier orden: el token numerico es el anio y el token
000120*alfabetico la serie, que debe estar en la tabla de series,
000122*SERFILE.DAT, aunque ya este retirada); a falta de uno se usan el
000124*anio fiscal actual (ver PRJFYEAR) y la serie ENG. El limite
000125*superior del rango se
000126*toma del archivo de cierre de ese anio (PRJCTR-AAAA.DAT, ver
000140*PRJARCHV; un renglon por serie) si existe, o si el anio pedido
000150*es el vigente, de la secuencia de esa serie en CTRFILE.DAT.
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000590 77 WS-TARGET-YEAR                   PIC 9(4).
000595 77 WS-TARGET-SERIES                 PIC X(3) VALUE "ENG".
000600 77 WS-THIS-YEAR                     PIC 9(4).
000602 77 WS-FECHA-HOY                     PIC 9(8).
000604 77 WS-TRIMESTRE-FISCAL              PIC 9(1).
000606 77 WS-MES-FISCAL-INICIO             PIC 9(2).
000610 77 WS-UPPER-SEQUENCE                PIC 9(6) VALUE ZERO.
000620 77 WS-UPPER-FOUND                   PIC X VALUE "N".
000630    88 UPPER-BOUND-FOUND             VALUE "Y".
000760     05  WS-ISSUED-SEQ  OCCURS 5000 TIMES PIC 9(6).
000770 77 WS-GAP-COUNT                     PIC 9(6) VALUE ZERO.
000780    COPY PNFMT.
000782    COPY SERREC.
000784 77 WS-SERIE-RESULTADO               PIC X.
000786    88 SERIE-CONOCIDA                VALUES "A" "R" "F".
000790
000800 PROCEDURE   DIVISION.
000810 PRJGAP-Main.
000820 MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
000822 CALL "PRJFYEAR" USING WS-FECHA-HOY WS-THIS-YEAR
000824     WS-TRIMESTRE-FISCAL WS-MES-FISCAL-INICIO.
000830 MOVE WS-THIS-YEAR TO WS-TARGET-YEAR.
000840 ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
000842 MOVE SPACES TO WS-PARM-TOKEN-1.
001160 STOP RUN.
001170
001172*Un token numerico de la linea de comandos es el anio a revisar;
001174*uno alfabetico es la serie, que debe estar en la tabla de series
001176*(consultada con PRJSERIE) o la corrida se aborta. Una serie
001177*retirada se acepta: sus anios viejos pueden tener brechas.
001178 ProcesaParametro.
001180 IF WS-PARM-TEXT NOT = SPACES
001182     MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-TEXT))
001192     ELSE
001194         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-TEXT))
001196             TO WS-SERIES-TEXT
001198         MOVE SPACES TO SER-RECORD
001199         MOVE WS-SERIES-TEXT(1:3) TO SER-CODE
001200         CALL "PRJSERIE" USING SER-RECORD WS-SERIE-RESULTADO
001201         IF SERIE-CONOCIDA AND WS-SERIES-TEXT(4:17) = SPACES
001202             MOVE SER-CODE TO WS-TARGET-SERIES
001204         ELSE
001206             DISPLAY "PRJGAP: serie desconocida: " WS-PARM-TEXT
001208             STOP RUN
001710 CLOSE AUD-FILE.
001720
001730*Los renglones convertidos del formato viejo no traen el anio en
001732*la posicion nueva; solo se acumula lo que parsea bien. Las
001734*emisiones de subproyectos no ocupan secuencia de la serie.
001730 AcumulaSiDelAnio.
001740 IF AUD-ACTION = "ISSUE "
001742         AND AUD-NEW-VALUE(9:4) IS NUMERIC
001744         AND AUD-NEW-VALUE(20:1) NOT = "-"
001750     MOVE AUD-NEW-VALUE TO PNF-PROJECT-NO
001760     IF PNF-YEAR = WS-TARGET-YEAR
001765             AND PNF-SERIES = WS-TARGET-SERIES
