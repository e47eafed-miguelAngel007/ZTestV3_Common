000100*****************************************************************
000200* CLIGRFD.cpy - Registro FD del archivo de vinculos de grupo
000300*               economico CLI-GRUPO, indexado por GRP-CLAVE
000400*               (grupo + cliente miembro).
000500*
000600* Mantenido exclusivamente a traves de CLIGRM01 (alta/cambio/
000700* baja/consulta, area de control CLIGRMPM); leido por CLIGRE01
000800* para el reporte mensual de exposicion consolidada por grupo.
000900* Nombre de nivel 01 propio (no WS-) para usar directamente en
001000* la FD, igual que CLIEMFD.cpy. Mantener sincronizado campo a
001100* campo con CLIGRP.cpy.
001200*****************************************************************
001300 01  CLI-GRUPO-REG.
001400     05 GRP-CLAVE.
001500        10 GRP-ID-GRUPO       PIC 9(08).
001600        10 GRP-CLI-ID         PIC 9(10).
001700     05 GRP-TIPO-RELACION     PIC X(04).
001800     05 GRP-FECHA-DESDE       PIC 9(08).
001900     05 GRP-FECHA-HASTA       PIC 9(08).
002000     05 GRP-USUARIO           PIC X(08).
002100     05 GRP-FECHA-ALTA        PIC 9(08).
