000100*****************************************************************
000200* CLIGRMPM.cpy - Area de control para CLIGRM01
000300*
000400* Interfaz unica de mantenimiento del archivo de vinculos de
000500* grupo economico CLI-GRUPO, hermana de CLIOVMPM.cpy para el
000600* maestro de overrides de calificacion.
000700*
000800* Convencion de llamada:
000900*     CALL 'CLIGRM01' USING CLIGRM-CONTROL, WS-GRUPO
001000*
001100* CLIGRM-CONTROL lleva la funcion pedida y el codigo de
001200* retorno; WS-GRUPO (COPY CLIGRP) lleva el vinculo de
001300* entrada/salida, identificado por grupo + CLI-ID. El alta
001400* estampa la fecha de alta con la fecha del sistema; alta y
001500* cambio exigen tipo de relacion valido, fecha desde informada
001600* y fecha hasta en cero o no anterior a la fecha desde.
001700*****************************************************************
001800 01  CLIGRM-CONTROL.
001900     05  CLIGRM-FUNCION            PIC X(01).
002000         88  CLIGRM-ALTA               VALUE 'A'.
002100         88  CLIGRM-CAMBIO             VALUE 'C'.
002200         88  CLIGRM-BAJA               VALUE 'B'.
002300         88  CLIGRM-CONSULTA           VALUE 'I'.
002400     05  CLIGRM-COD-RETORNO        PIC X(02).
002500         88  CLIGRM-OK                 VALUE '00'.
002600         88  CLIGRM-NO-ENCONTRADO      VALUE '01'.
002700         88  CLIGRM-YA-EXISTE          VALUE '02'.
002800         88  CLIGRM-DATO-INVALIDO      VALUE '03'.
002900         88  CLIGRM-ERROR-IO           VALUE '04'.
003000         88  CLIGRM-FUNCION-INVALIDA   VALUE '05'.
