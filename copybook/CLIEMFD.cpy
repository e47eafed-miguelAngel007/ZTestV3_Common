001800        88 CLI-INACTIVO       VALUE 'I'.
001900        88 CLI-SUSPENDIDO     VALUE 'S'.
001950        88 CLI-DADO-BAJA      VALUE 'B'.
001960        88 CLI-RETENIDO       VALUE 'R'.
002000     05 CLI-CALIFICACION      PIC 9(02).
002100     05 CLI-SUCURSAL          PIC X(04).
002200     05 CLI-SEGMENTO          PIC X(01).
