      *Referencia cruzada de traspasos entre series (archivo
      *XREFFILE.DAT, indexado por el numero viejo, con clave alterna
      *unica por el numero nuevo). Cuando un proyecto pasa de un
      *departamento a otro se le emite un numero nuevo en la serie
      *destino y el registro viejo del maestro queda con estado T
      *(traspasado); aqui queda el par de numeros, con el operador,
      *la fecha-hora y el motivo. Un proyecto traspasado mas de una
      *vez forma una cadena: el numero nuevo de un renglon es el
      *numero viejo del siguiente. SHEET3 sigue la cadena en los dos
      *sentidos; la busqueda por cliente de SHEET2 solo marca en cada
      *renglon encontrado su enlace directo ("-> nuevo" o "<- viejo"),
      *sin agregar numeros que no sean del cliente buscado.
       01  XRF-RECORD.
           05  XRF-OLD-NO                  PIC X(22).
           05  XRF-NEW-NO                  PIC X(22).
           05  XRF-OPERATOR-ID             PIC X(8).
           05  XRF-TIMESTAMP               PIC X(21).
           05  XRF-REASON                  PIC X(30).
