      *exista las pantallas permiten todo (comportamiento historico);
      *en cuanto existe, el operador sin registro o sin la marca queda
      *rechazado y el intento se asienta como DENY en la bitacora.
      *La marca de administrador da acceso a SHEET6, donde se dan de
      *alta, cambian y deshabilitan los operadores; cada cambio queda
      *en la bitacora como PERMIS (ver OPRPERM). Un operador
      *deshabilitado (OPR-HABILITADO en N) conserva su registro para
      *la revision de accesos, pero con todas sus marcas en N.
       01  OPR-RECORD.
           05  OPR-OPERATOR-ID             PIC X(8).
           05  OPR-PUEDE-EMITIR            PIC X(1).
               88  OPR-RESERVAR-SI         VALUE "S".
           05  OPR-PUEDE-MANTENER          PIC X(1).
               88  OPR-MANTENER-SI         VALUE "S".
           05  OPR-PUEDE-ADMINISTRAR       PIC X(1).
               88  OPR-ADMINISTRAR-SI      VALUE "S".
           05  OPR-HABILITADO              PIC X(1).
               88  OPR-HABILITADO-SI       VALUE "S".
               88  OPR-DESHABILITADO       VALUE "N".
