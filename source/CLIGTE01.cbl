001200* 2026-09-01  EAD     Version inicial. Compuerta comun de la
001300*                     cadena nocturna sobre el archivo de
001400*                     control de corridas CLI-RUN-CONTROL.
001410* 2026-10-15  EAD     La novedad entrante del CRM (CLICRM01)
001420*                     entra a la cadena despues de CLILOAD1 y
001430*                     antes del extracto CLIFEED1.
001500*****************************************************************
001600* Compuerta comun de la cadena nocturna. Mantiene en el archivo
001700* indexado CLI-RUN-CONTROL (clave fecha de proceso + programa,
002500*       de retorno, aun en un corte por abend.
002600*
002700* Orden de dependencias de la cadena (tabla interna):
002800*   CLILOAD1 -> CLIREC01 / CLIDUP01 / CLICRM01 -> CLIFEED1
002810*            -> CLIRPT02
002900* Esto evita noches como la del extracto CLIFEED1 generado
003000* sobre el maestro del dia anterior porque CLILOAD1 habia
003100* cortado con RC=20: la prevencion ocurre a las 02:00, no la
007200     05  FILLER PIC X(40) VALUE 'CLILOAD1'.
007300     05  FILLER PIC X(40) VALUE 'CLIREC01CLILOAD1'.
007400     05  FILLER PIC X(40) VALUE 'CLIDUP01CLILOAD1'.
007410     05  FILLER PIC X(40) VALUE 'CLICRM01CLILOAD1'.
007500     05  FILLER PIC X(40) VALUE
007600         'CLIFEED1CLILOAD1CLIREC01CLIDUP01CLICRM01'.
007700     05  FILLER PIC X(40) VALUE
007800         'CLIRPT02CLILOAD1CLIREC01CLIDUP01CLIFEED1'.
007900 01  WS-DEPENDENCIAS REDEFINES WS-DEPENDENCIAS-INIC.
008000     05  WS-DEP-ENT OCCURS 6 TIMES.
008100         10  WS-DEP-PROGRAMA       PIC X(08).
008200         10  WS-DEP-PREDECESOR     PIC X(08) OCCURS 4 TIMES.
008300
016200     MOVE ZERO TO WS-IND-PROPIO
016300     PERFORM 2110-COMPARAR-ENTRADA THRU 2110-EXIT
016400         VARYING WS-IND FROM 1 BY 1
016500         UNTIL WS-IND > 6 OR WS-IND-PROPIO > ZERO.
016600 2100-EXIT.
016700     EXIT.
016800
