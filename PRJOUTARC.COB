000280 FD  ACK-FILE.
000290     COPY ACKREC.
000300 FD  ARC-OUT-FILE.
000310 01  ARC-OUT-LINE                    PIC X(71).
000312 FD  RUN-FILE.
000314     COPY RUNREC.
000320 WORKING-STORAGE SECTION.
000490    88 ACK-TABLE-FULL                VALUE "Y".
000500 01  WS-ACK-TABLE.
000510     05  WS-ACK-ENTRY OCCURS 5000 TIMES.
000512         10  WS-ACK-NUMBER           PIC X(22).
000514         10  WS-ACK-ACTION           PIC X(6).
000520*Renglones que se quedan en OUTFILE.DAT por no tener acuse; se
000530*guardan en memoria mientras el archivo se reescribe.
000540 77 WS-KEEP-IX                       PIC 9(4) VALUE ZERO.
000550 77 WS-KEEP-COUNT-USED               PIC 9(4) VALUE ZERO.
000560 01  WS-KEEP-TABLE.
000570     05  WS-KEEP-ROW OCCURS 5000 TIMES PIC X(71).
000580
000590 PROCEDURE   DIVISION.
000600 PRJOUTARC-Main.
