000900*
001000* Funciones:
001100*   'I' iniciar: verifica que los predecesores del programa
001200*       (orden CLILOAD1 -> CLIREC01/CLIDUP01/CLICRM01 ->
001250*       CLIFEED1 -> CLIRPT02) hayan terminado con RC menor o
001300*       igual a 04 para la fecha de proceso, que el propio
001400*       programa no figure ya en curso (sumision duplicada),
001500*       y lo marca en curso. Un rechazo viene con el motivo en
001700*       CLIGTE-DETALLE; el llamador corta con RC=20 sin tocar
001800*       sus archivos.
001900*   'F' finalizar: marca el programa terminado con el codigo
