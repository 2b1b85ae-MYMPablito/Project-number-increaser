      *Imagen de las marcas de un operador tal como se asienta en la
      *bitacora (AUD-OLD-VALUE y AUD-NEW-VALUE de un renglon PERMIS):
      *"EDRMAH=" seguido de una S o N por marca, en este orden:
      *emitir, deshacer/anular, reservar, mantener, administrar y
      *habilitado. Un operador que no existia se asienta con el valor
      *anterior en espacios. El renglon PERMIS lleva en AUD-PROJECT-NO
      *"OPR:" seguido del operador afectado, para poder leer por la
      *clave alterna toda la historia de permisos de un operador.
       01  OPRP-PERMISOS.
           05  OPRP-PREFIJO                PIC X(7) VALUE "EDRMAH=".
           05  OPRP-EMITIR                 PIC X(1).
           05  OPRP-DESHACER               PIC X(1).
           05  OPRP-RESERVAR               PIC X(1).
           05  OPRP-MANTENER               PIC X(1).
           05  OPRP-ADMINISTRAR            PIC X(1).
           05  OPRP-HABILITADO             PIC X(1).
           05  FILLER                      PIC X(6) VALUE SPACES.
