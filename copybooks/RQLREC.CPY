      *Registro de solicitudes ya atendidas (archivo REQLOG.DAT,
      *indexado por sistema + identificador de solicitud). PRJREQIN
      *lo consulta antes de emitir y lo escribe en cuanto emite, de
      *modo que reenviar el mismo REQFILE.DAT, o repetir una solicitud
      *dentro del mismo archivo, devuelve el numero ya entregado en vez
      *de emitir otro.
       01  RQL-RECORD.
           05  RQL-KEY.
               10  RQL-SYSTEM              PIC X(8).
               10  RQL-REQUEST-ID          PIC X(20).
           05  RQL-PROJECT-NO              PIC X(19).
           05  RQL-TIMESTAMP               PIC X(21).
