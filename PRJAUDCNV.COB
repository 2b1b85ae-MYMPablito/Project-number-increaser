000120*fecha-hora (9:21), valor anterior (30:15), valor nuevo (45:15)
000130*y accion (60:6); todavia no existia el campo de motivo. Los
000140*valores vienen en el formato viejo PRJ-YYYY-NNNNNN y se pasan
000150*tal cual a los campos nuevos de 22 (ajustados con espacios a
000160*la derecha). El numero referido de la clave alterna se deriva
000170*de la accion: el valor nuevo para una emision y el valor
000180*anterior para un deshacer.
000310 77 WS-ROWS-CONVERTED                PIC 9(9) VALUE ZERO.
000320 77 WS-AUD-OPERADOR                  PIC X(8).
000330 77 WS-AUD-TIMESTAMP                 PIC X(21).
000340 77 WS-AUD-OLD-VALUE                 PIC X(22).
000350 77 WS-AUD-NEW-VALUE                 PIC X(22).
000360 77 WS-AUD-ACCION                    PIC X(6).
000370 77 WS-AUD-MOTIVO                    PIC X(30).
000380 77 WS-AUD-PROYECTO                  PIC X(22).
000390
000400 PROCEDURE   DIVISION.
000410 PRJAUDCNV-Main.
