      *Maestro de numeros de proyecto ya asignados (archivo
      *PRJMAST.DAT). Antes de entregar un numero se verifica que no
      *este ya presente aqui. La clave es el numero de proyecto
      *completo en formato PRJ-SSS-YYYY-NNNNNN, o PRJ-SSS-YYYY-NNNNNN-HH
      *para un subproyecto (una fase emitida bajo un proyecto padre
      *activo, ver PNFMT); el subproyecto queda justo despues de su
      *padre en el orden de la clave.
      *La propia emision asienta el numero con estado P (pendiente) y
      *la fecha de alta; la activacion en SHEET2 lo pasa a A o C, y
      *PRJEXPIRE vence (X) los pendientes que nadie activo a tiempo.
      *Un proyecto que paso a otra serie queda T (traspasado): su
      *numero nuevo esta en la referencia cruzada (ver XREFREC).
      *El archivo lleva ademas una clave alterna con duplicados por
      *codigo de cliente, para poder listar en SHEET2 todos los
      *numeros de un cliente sin recorrer las descripciones una por
      *una; SHEET2 valida ese codigo contra el catalogo de clientes
      *(CUSTFILE.DAT, ver CUSTREC). El departamento duenio es el
      *codigo de serie del numero (ver PNFMT) y las fechas de alta y
      *cierre van en AAAAMMDD
      *(cierre en cero mientras el proyecto siga abierto).
      *Un subproyecto lleva en PRJM-PADRE el numero de su padre (en
      *espacios para un proyecto de primer nivel); el padre lleva en
      *PRJM-ULTIMO-HIJO su propio subcontador, el ultimo sufijo
      *emitido bajo el.
       01  PRJM-RECORD.
           05  PRJM-PROJECT-NO             PIC X(22).
           05  PRJM-STATUS                 PIC X(1).
               88  PRJM-ACTIVO             VALUE "A".
               88  PRJM-CERRADO            VALUE "C".
               88  PRJM-ANULADO            VALUE "V".
               88  PRJM-PENDIENTE          VALUE "P".
               88  PRJM-EXPIRADO           VALUE "X".
               88  PRJM-TRANSFERIDO        VALUE "T".
           05  PRJM-DESCRIPTION            PIC X(40).
           05  PRJM-FECHA-ALTA             PIC 9(8).
           05  PRJM-CUSTOMER-CODE          PIC X(8).
           05  PRJM-DEPARTMENT             PIC X(3).
           05  PRJM-FECHA-CIERRE           PIC 9(8).
           05  PRJM-PADRE                  PIC X(19).
               88  PRJM-PRIMER-NIVEL       VALUE SPACES.
           05  PRJM-ULTIMO-HIJO            PIC 9(2).
