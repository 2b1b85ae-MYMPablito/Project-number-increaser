      *Tabla de series de departamento (archivo SERFILE.DAT, indexado
      *por el codigo de serie). Cada serie es la que va en la posicion
      *SSS del numero PRJ-SSS-YYYY-NNNNNN (ver PNFMT) y lleva su propio
      *contador en CTRFILE.DAT. Una serie retirada (SER-ACTIVA en N) ya
      *no emite numeros nuevos, pero sus numeros viejos siguen siendo
      *validos y apareciendo en los reportes. Una serie no emite antes
      *de su fecha de apertura (AAAAMMDD; cero es sin restriccion).
      *SER-STEP-SIZE en cero toma el paso general de PARMFILE.DAT
      *(clave "STEP    "); distinto de cero lo reemplaza para la
      *serie. Se mantiene en SHEET5 y se consulta con PRJSERIE.
       01  SER-RECORD.
           05  SER-CODE                    PIC X(3).
           05  SER-DEPT-NAME               PIC X(30).
           05  SER-ACTIVA                  PIC X(1).
               88  SER-ACTIVA-SI           VALUE "S".
               88  SER-ACTIVA-NO           VALUE "N".
           05  SER-FECHA-APERTURA          PIC 9(8).
           05  SER-STEP-SIZE               PIC 9(4).
