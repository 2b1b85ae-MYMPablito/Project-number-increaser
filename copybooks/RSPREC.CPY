      *Respuesta a una solicitud de numero (archivo RSPFILE.DAT,
      *secuencial, una por cada renglon de REQFILE.DAT, en el mismo
      *orden). RSP-RESULT dice que paso con la solicitud:
      *  I  se emitio el numero en RSP-PROJECT-NO
      *  D  la solicitud ya se habia atendido antes; RSP-PROJECT-NO
      *     trae el numero que recibio entonces y no se emite otro
      *  R  rechazada, el motivo viene en RSP-REASON
      *Una solicitud rechazada no queda registrada, asi que al
      *corregirla y reenviarla se vuelve a procesar.
       01  RSP-RECORD.
           05  RSP-SYSTEM                  PIC X(8).
           05  RSP-REQUEST-ID              PIC X(20).
           05  RSP-RESULT                  PIC X(1).
               88  RSP-EMITIDA             VALUE "I".
               88  RSP-REPETIDA            VALUE "D".
               88  RSP-RECHAZADA           VALUE "R".
           05  RSP-PROJECT-NO              PIC X(19).
           05  RSP-REASON                  PIC X(40).
