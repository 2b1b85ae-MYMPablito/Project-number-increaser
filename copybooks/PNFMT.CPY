      *Formato estructurado del numero de proyecto, con la serie del
      *departamento emisor: PRJ-SSS-YYYY-NNNNNN. Las series validas
      *son las de la tabla de series (SERFILE.DAT, ver SERREC), que se
      *consulta con PRJSERIE; cada serie lleva su propio contador en
      *CTRFILE.DAT. PNF-SERIE-VALIDA conserva las tres series
      *historicas, ENG (Ingenieria), FAC (Instalaciones) e ITS
      *(Sistemas), que PRJSERIE usa solo mientras la tabla no existe.
      *Se arma moviendo la serie a PNF-SERIES, el anio a PNF-YEAR y
      *la secuencia a PNF-SEQUENCE; PNF-PROJECT-NO queda con el texto
      *completo.
      *Un subproyecto (una fase de un proyecto grande) lleva el numero
      *del padre mas un sufijo de dos digitos del subcontador del
      *padre: PRJ-SSS-YYYY-NNNNNN-HH. Se arma en PNF-SUBPROJECT-NO con
      *el padre en PNF-PARENT-NO y el sufijo en PNF-SUB-SEQUENCE.
       01  PNF-PROJECT-NO.
           05  PNF-PREFIX                  PIC X(4) VALUE "PRJ-".
           05  PNF-SERIES                  PIC X(3) VALUE "ENG".
           05  PNF-YEAR                    PIC 9(4).
           05  PNF-DASH                    PIC X(1) VALUE "-".
           05  PNF-SEQUENCE                PIC 9(6).
       01  PNF-SUBPROJECT-NO.
           05  PNF-PARENT-NO               PIC X(19).
           05  PNF-DASH2                   PIC X(1) VALUE "-".
           05  PNF-SUB-SEQUENCE            PIC 9(2).
