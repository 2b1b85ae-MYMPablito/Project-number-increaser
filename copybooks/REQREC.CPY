      *Solicitud de numero de proyecto de un sistema externo (archivo
      *REQFILE.DAT, secuencial, una por linea), que PRJREQIN procesa
      *por lotes sin que nadie capture en SHEET1. REQ-SYSTEM es el
      *identificador del sistema que pide (ERP, tickets, ...) y hace
      *las veces de operador: debe tener la marca de emitir en
      *OPRFILE.DAT. REQ-ID es el identificador de la solicitud en el
      *sistema que pide; la pareja sistema + solicitud nunca recibe
      *dos numeros. La serie en blanco se toma como ENG, igual que en
      *SHEET1; el cliente es opcional y, si viene, debe estar activo
      *en CUSTFILE.DAT.
       01  REQ-RECORD.
           05  REQ-SYSTEM                  PIC X(8).
           05  REQ-ID                      PIC X(20).
           05  REQ-SERIES                  PIC X(3).
           05  REQ-CUSTOMER-CODE           PIC X(8).
           05  REQ-DESCRIPTION             PIC X(40).
