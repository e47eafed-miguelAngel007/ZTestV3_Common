000800*   CLILOAD1: 1 altas        2 cambios      3 rechazados
000900*             4 detalles leidos
001000*   CLIFEED1: 1 activos      2 suspendidos  3 total extracto
001050*             4 con canales o finalidades rechazados
001100*   CLIREC01: 1 coinciden    2 diferencias  3 solo cuentas
001200*             4 solo prestamos
001300*   CLIDUP01: 1 grupos dup   2 clientes involucrados
001400*   CLIRPT01: 1 tramo bajo   2 tramo medio  3 tramo alto
001500*             4 suspendidos a revisar
001600*   CLIRPT02: 1 tot activos  2 tot inactivos 3 tot suspendidos
001650*             4 tot retenidos por listas
001700*   CLICAL01: 1 evaluados    2 recalificados 3 con override
001800*             4 sin maestro
001900*   CLIRPRO1: 1 altas        2 cambios      3 re-rechazados
002408*             4 claves duplicadas
002412*   CLIHAB01: 1 pedidos      2 con maestro   3 del archivo
002414*             4 no hallados
002418*   CLILST02: 1 pendientes    2 confirmadas  3 liberados
002422*             4 evaluados
002426*   CLIGRE01: 1 grupos       2 inconsistentes 3 sin maestro
002430*             4 miembros vigentes
002434*   CLICRM01: 1 aplicadas    2 rechazadas    3 conflictos
002438*             4 leidas
002442*   CLIPND01: 1 vencidos     2 en plazo      3 resueltos
002446*             4 leidos
002450*   CLIRCV01: 1 reaplicados  2 no aplicados  3 discrepancias
002454*             4 leidos
002458*   CLIMTZ01: 1 evaluados    2 mejoran       3 empeoran
002462*             4 con override
002466*   CLINOT01: 1 cartas postales 2 por email  3 excepciones
002470*             4 eventos del periodo
002474*   CLIMSK01: 1 clientes     2 contactos     3 journal
002478*             4 doc. cambio validez
002482*   CLIBAL01: 1 alertas emitidas
002500* Los contadores sin uso van en cero. Nombre de nivel 01 propio
002600* (no WS-) para usar directamente en la FD, igual que
002700* CLIEMFD.cpy.
