      *Catalogo de clientes (archivo CUSTFILE.DAT, indexado por el
      *codigo de cliente). Es la referencia contra la que SHEET2 valida
      *el codigo capturado en PRJM-CUSTOMER-CODE, para que un mismo
      *cliente no quede escrito de varias maneras en el maestro de
      *proyectos. Solo un cliente activo (A) puede asignarse a un
      *proyecto; uno inactivo (I) se conserva para que sus proyectos
      *viejos sigan mostrando el nombre. El contacto de facturacion es
      *texto libre (nombre, correo o telefono). Se mantiene en SHEET4.
       01  CUST-RECORD.
           05  CUST-CODE                   PIC X(8).
           05  CUST-NAME                   PIC X(40).
           05  CUST-STATUS                 PIC X(1).
               88  CUST-ACTIVO             VALUE "A".
               88  CUST-INACTIVO           VALUE "I".
           05  CUST-BILLING-CONTACT        PIC X(40).
