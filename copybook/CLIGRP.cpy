000100*****************************************************************
000200* CLIGRP.cpy - Estructura comun de datos del vinculo de un
000300*              cliente con un grupo economico.
000400*
000500* GRP-CLAVE (grupo + CLI-ID miembro) es la clave primaria del
000600* archivo indexado CLI-GRUPO. Un registro por cada cliente
000700* vinculado a un grupo economico (mismo conjunto controlante,
000800* codeudores, garantes) a los fines de la clasificacion y el
000900* informe de deudores por grupo que exige el banco central. Un
001000* mismo cliente puede pertenecer a mas de un grupo.
001100*
001200* El vinculo rige desde GRP-FECHA-DESDE; GRP-FECHA-HASTA en
001300* cero indica vinculo sin fecha de fin. El archivo se mantiene
001400* exclusivamente a traves de CLIGRM01 (alta/cambio/baja/
001500* consulta); mantener sincronizado campo a campo con
001600* CLIGRFD.cpy.
001700*****************************************************************
001800 01  WS-GRUPO.
001900     05 GRP-CLAVE.
002000        10 GRP-ID-GRUPO       PIC 9(08).
002100        10 GRP-CLI-ID         PIC 9(10).
002200     05 GRP-TIPO-RELACION     PIC X(04).
002300        88 GRP-REL-CONTROLANTE VALUE 'CTRL'.
002400        88 GRP-REL-CONTROLADA VALUE 'CTDA'.
002500        88 GRP-REL-CODEUDOR   VALUE 'CODE'.
002600        88 GRP-REL-GARANTE    VALUE 'GARA'.
002700        88 GRP-REL-VINCULADO  VALUE 'VINC'.
002800        88 GRP-REL-VALIDA     VALUE 'CTRL' 'CTDA' 'CODE'
002900                                    'GARA' 'VINC'.
003000     05 GRP-FECHA-DESDE       PIC 9(08).
003100     05 GRP-FECHA-HASTA       PIC 9(08).
003200        88 GRP-SIN-FECHA-FIN  VALUE ZERO.
003300     05 GRP-USUARIO           PIC X(08).
003400     05 GRP-FECHA-ALTA        PIC 9(08).
