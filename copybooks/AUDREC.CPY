      *AUD-ACTION distingue una emision (ISSUE), un deshacer del
      *contador (UNDO), una anulacion de un numero ya asentado en el
      *maestro (VOID), un vencimiento de pendiente (EXPIRE), una
      *reactivacion por mantenimiento de un numero vencido (REACT),
      *un intento rechazado por permisos (DENY), una correccion de
      *PRJRECOV al contador o al maestro (RECOV) y un cambio en las
      *marcas de un operador (PERMIS, ver OPRPERM) y un cambio de un
      *campo del maestro hecho en SHEET2 (CHANGE: valor anterior y
      *nuevo del campo, que se nombra en AUD-REASON; la descripcion va
      *en dos renglones, posiciones 1-22 y 23-40) y un traspaso a otra
      *serie (XFER: numero viejo y nuevo, bajo la clave del viejo; el
      *numero nuevo lleva ademas su propio ISSUE); AUD-REASON trae el
      *motivo capturado, cuando la accion lo pide.
      *Los renglones de un subproyecto (ver PNFMT) se reconocen por el
      *guion en la posicion 20 del valor: su ISSUE trae como valor
      *anterior el padre con el sufijo previo del subcontador y como
      *nuevo el subproyecto, y su UNDO al reves. Esos renglones no
      *mueven el contador de la serie, solo el subcontador del padre.
      *AUD-CHECK-VALUE hace la bitacora evidente ante alteraciones:
      *es un verificador calculado por PRJAUDSUM sobre el contenido
      *del registro (sus primeros 140 bytes) encadenado con el
      *verificador del registro anterior, de modo que un renglon
      *borrado, editado o un archivo truncado rompe la cadena.
      *PRJAUDVER recorre el archivo y reporta cualquier ruptura.
       01  AUD-RECORD.
           05  AUD-SEQUENCE                PIC 9(9).
           05  AUD-PROJECT-NO              PIC X(22).
           05  AUD-OPERATOR-ID             PIC X(8).
           05  AUD-TIMESTAMP               PIC X(21).
           05  AUD-OLD-VALUE               PIC X(22).
           05  AUD-NEW-VALUE               PIC X(22).
           05  AUD-ACTION                  PIC X(6).
           05  AUD-REASON                  PIC X(30).
           05  AUD-CHECK-VALUE             PIC 9(9).
