      *(archivo ACKFILE.DAT, secuencial, uno por linea). Cada sistema
      *que sondea OUTFILE.DAT escribe aqui un renglon por cada renglon
      *publicado que proceso, con el numero de proyecto Y la accion
      *(ISSUE, RETRAC, VOID o XFER): el acuse de la emision original no
      *cubre una retractacion o anulacion posterior del mismo numero,
      *que necesita su propio acuse. Trae ademas el identificador del
      *sistema y la fecha-hora del acuse. PRJACK cruza estos acuses
      *contra OUTFILE.DAT y PRJOUTARC solo purga los renglones que ya
      *tienen acuse de su numero y accion.
       01  ACK-RECORD.
           05  ACK-PROJECT-NO              PIC X(22).
           05  ACK-ACTION                  PIC X(6).
           05  ACK-SYSTEM-ID               PIC X(8).
           05  ACK-TIMESTAMP               PIC X(21).
