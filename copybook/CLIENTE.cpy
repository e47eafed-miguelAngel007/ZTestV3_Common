      * y purgan del maestro recien cumplida la retencion (CLIPRG01).
      * CLI-FECHA-BAJA la administra CLIMNT01; viene en cero para
      * todo cliente no dado de baja.
      *
      * CLI-ESTADO 'R' (retenido por listas) lo asigna el alta activa,
      * o el cambio que deja activo al cliente, cuando coincide con las
      * listas de sanciones o PEP (CLILST01); solo lo levanta el
      * control nocturno CLILST02, que lo devuelve a 'A', una vez que
      * cumplimiento resolvio las coincidencias.
      *****************************************************************
       01  WS-CLIENTE.
           05 CLI-ID                PIC 9(10).
              88 CLI-INACTIVO       VALUE 'I'.
              88 CLI-SUSPENDIDO     VALUE 'S'.
              88 CLI-DADO-BAJA      VALUE 'B'.
              88 CLI-RETENIDO       VALUE 'R'.
           05 CLI-CALIFICACION      PIC 9(02).
           05 CLI-SUCURSAL          PIC X(04).
           05 CLI-SEGMENTO          PIC X(01).
