000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRJSERIE.
000030*Subprograma unico de consulta de la tabla de series de
000040*departamento (SERFILE.DAT, ver SERREC). Recibe un area con el
000050*formato de SER-RECORD que trae el codigo de serie en sus primeras
000060*tres posiciones, la regresa llena con el registro de la tabla y
000070*deja en el resultado el estado de la serie:
000080*  A  activa, puede emitir numeros
000090*  R  retirada, sus numeros viejos valen pero ya no emite
000100*  F  todavia no llega su fecha de apertura
000110*  N  no registrada en la tabla
000120*  E  no se pudo leer la tabla
000130*Las pantallas y los lotes llaman aqui en vez de tener la lista de
000140*series escrita en el codigo, para que dar de alta o retirar una
000150*serie sea solo un cambio en SHEET5.
000160*Mientras SERFILE.DAT no exista (estado 35) se responde con las
000170*tres series historicas (ENG, FAC e ITS, ver PNFMT), todas activas
000180*y con el paso general, para que nada cambie hasta que la tabla se
000190*cargue por primera vez.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT SER-FILE ASSIGN TO "SERFILE.DAT"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000260         RECORD KEY IS SER-CODE
000270         FILE STATUS IS WS-SER-STATUS.
000280 DATA        DIVISION.
000290 FILE SECTION.
000300 FD  SER-FILE.
000310     COPY SERREC.
000320 WORKING-STORAGE SECTION.
000330 77 WS-SER-STATUS                    PIC XX.
000340 77 WS-SERIE                         PIC X(3).
000350 77 WS-HOY                           PIC 9(8) VALUE ZERO.
000360    COPY PNFMT.
000370 LINKAGE SECTION.
000380 01  LNK-SER-RECORD                  PIC X(46).
000390 01  LNK-RESULTADO                   PIC X(1).
000400
000410 PROCEDURE   DIVISION
000420     USING LNK-SER-RECORD LNK-RESULTADO.
000430 PRJSERIE-Main.
000440 MOVE LNK-SER-RECORD(1:3) TO WS-SERIE.
000450 MOVE SPACES TO SER-RECORD.
000460 MOVE ZERO TO SER-FECHA-APERTURA.
000470 MOVE ZERO TO SER-STEP-SIZE.
000480 MOVE WS-SERIE TO SER-CODE.
000490 MOVE "N" TO LNK-RESULTADO.
000500 OPEN INPUT SER-FILE.
000510 IF WS-SER-STATUS = "35"
000520     PERFORM SerieHistorica
000530     MOVE SER-RECORD TO LNK-SER-RECORD
000540     EXIT PROGRAM
000550 END-IF.
000560 IF WS-SER-STATUS NOT = "00"
000570     DISPLAY "PRJSERIE: no se pudo abrir SERFILE.DAT (estado "
000580         WS-SER-STATUS ")."
000590     MOVE "E" TO LNK-RESULTADO
000600     EXIT PROGRAM
000610 END-IF.
000620 READ SER-FILE
000630     INVALID KEY
000640         MOVE SPACES TO SER-RECORD
000650         MOVE ZERO TO SER-FECHA-APERTURA
000660         MOVE ZERO TO SER-STEP-SIZE
000670         MOVE WS-SERIE TO SER-CODE
000680         MOVE "N" TO LNK-RESULTADO
000690     NOT INVALID KEY
000700         PERFORM ClasificaSerie
000710 END-READ.
000720 CLOSE SER-FILE.
000730 MOVE SER-RECORD TO LNK-SER-RECORD.
000740 EXIT PROGRAM.
000750
000760*Una serie retirada se reporta como tal aunque su fecha de
000770*apertura sea futura; solo una activa se revisa contra la fecha.
000780 ClasificaSerie.
000790 IF NOT SER-ACTIVA-SI
000800     MOVE "R" TO LNK-RESULTADO
000810 ELSE
000820     MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)) TO WS-HOY
000830     IF SER-FECHA-APERTURA > WS-HOY
000840         MOVE "F" TO LNK-RESULTADO
000850     ELSE
000860         MOVE "A" TO LNK-RESULTADO
000870     END-IF
000880 END-IF.
000890
000900*Sin tabla todavia: las tres series de siempre, activas, sin fecha
000910*de apertura y con el paso general.
000920 SerieHistorica.
000930 MOVE WS-SERIE TO PNF-SERIES.
000940 IF PNF-SERIE-VALIDA
000950     MOVE "S" TO SER-ACTIVA
000960     MOVE "A" TO LNK-RESULTADO
000970     IF WS-SERIE = "ENG"
000980         MOVE "Ingenieria" TO SER-DEPT-NAME
000990     END-IF
001000     IF WS-SERIE = "FAC"
001010         MOVE "Instalaciones" TO SER-DEPT-NAME
001020     END-IF
001030     IF WS-SERIE = "ITS"
001040         MOVE "Sistemas" TO SER-DEPT-NAME
001050     END-IF
001060 END-IF.
