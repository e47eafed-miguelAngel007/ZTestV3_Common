001430*                     siguiente el reloj ya esta en D+1); el
001440*                     desborde de la tabla de programas corta
001450*                     con RC=16 en lugar de mezclar contadores.
001460* 2026-10-15  EAD     El crecimiento del maestro suma tambien
001470*                     los retenidos por listas de CLIRPT02
001480*                     (contador 4): las altas retenidas cuentan
001490*                     en CLILOAD1 y su liberacion no es alta.
001500*****************************************************************
001600* Reporte matutino de balanceo de la cadena nocturna. Lee el
001700* archivo central de estadisticas CLIESTAD (ver CLIESTD.cpy) y
040600     COMPUTE WS-TOT-HOY =
040700         WS-PROG-HOY-CANT (WS-IND-RPT2 1) +
040800         WS-PROG-HOY-CANT (WS-IND-RPT2 2) +
040900         WS-PROG-HOY-CANT (WS-IND-RPT2 3) +
040950         WS-PROG-HOY-CANT (WS-IND-RPT2 4)
041000     COMPUTE WS-TOT-ANT =
041100         WS-PROG-ANT-CANT (WS-IND-RPT2 1) +
041200         WS-PROG-ANT-CANT (WS-IND-RPT2 2) +
041300         WS-PROG-ANT-CANT (WS-IND-RPT2 3) +
041350         WS-PROG-ANT-CANT (WS-IND-RPT2 4)
041400     COMPUTE WS-CRECIMIENTO = WS-TOT-HOY - WS-TOT-ANT
041500     IF WS-CRECIMIENTO NOT = WS-PROG-HOY-CANT (WS-IND-LOAD 1)
041600         MOVE WS-TOT-HOY TO WS-EDIT-1
