000452 77 WS-AUD-OPERADOR                  PIC X(8).
000454 77 WS-AUD-ACCION                    PIC X(6).
000456 77 WS-AUD-MOTIVO                    PIC X(30).
000458 77 WS-AUD-PROYECTO                  PIC X(22).
000460 77 WS-PRJM-EOF                      PIC X VALUE "N".
000470    88 END-OF-MASTER                 VALUE "Y".
000480 77 WS-PEND-DAYS                     PIC 9(4) VALUE 30.
