      *Registro del contador de proyectos (archivo CTRFILE.DAT).
      *Hay un registro por serie de departamento; la clave es el
      *codigo de serie (ver SERREC) rellenado con espacios a 8
      *posiciones.
      *El numero de proyecto tiene formato estructurado
      *PRJ-SSS-YYYY-NNNNNN, asi que cada contador guarda el anio
      *vigente y la secuencia dentro de ese anio por separado. El
      *anio es el anio fiscal que da PRJFYEAR.
       01  CTR-RECORD.
           05  CTR-KEY.
               10  CTR-SERIES              PIC X(3).
