      *OUT-ACTION distingue una emision normal (ISSUE) de una emision
      *que se deshizo despues de publicada (RETRAC) o de un numero ya
      *asentado en el maestro que se anulo (VOID), para que el sondeo
      *aguas abajo sepa que un numero ya entregado quedo nulo. Un
      *traspaso a otra serie (XFER) publica el numero nuevo en
      *OUT-PROJECT-NO y el viejo en OUT-RELATED-NO; en las demas
      *acciones OUT-RELATED-NO va en espacios (los renglones escritos
      *antes de que existiera el campo lo leen igual, en espacios).
       01  OUT-RECORD.
           05  OUT-PROJECT-NO              PIC X(22).
           05  OUT-TIMESTAMP               PIC X(21).
           05  OUT-ACTION                  PIC X(6).
           05  OUT-RELATED-NO              PIC X(22).
