      *numerico es generico: con la clave "STEP    " es el tamano de
      *paso del contador, con la clave "ACKDAYS " los dias de gracia
      *para los acuses de la interfaz de salida y con la clave
      *"PENDDAYS" los dias antes de vencer un pendiente sin activar;
      *con la clave "OPENDAYS" son los dias que un proyecto activo
      *puede llevar abierto antes de que PRJAGING lo liste.
      *Con la clave "FYSTART " es el mes en que empieza el anio
      *fiscal (1 o sin clave: anio calendario) y con la clave
      *"FYDESDE " el primer anio fiscal numerado con ese calendario;
      *ambas se leen en PRJFYEAR.
       01  PARM-RECORD.
           05  PARM-KEY                    PIC X(8).
           05  PARM-STEP-SIZE               PIC 9(4).
