000100*****************************************************************
000200* CLISMFD.cpy - Registro FD del maestro de sucursales
000300*               SUCURSAL-MASTER, indexado por SUC-COD-SUCURSAL.
000400*
000500* Mantenido exclusivamente a traves de CLISCM01 (alta/cambio/
000600* baja/consulta, area de control CLISCMPM); leido por CLIMNT01,
000700* CLILOAD1, CLISUC01 y CLIUPD01 para rechazar sucursales
000800* inexistentes o cerradas, por CLIRPT02 y CLIXTR01 para el
000900* nombre de la sucursal y el corte por region, y por CLIMTZ01
000950* para el nombre en las tasas de migracion. Nombre de nivel
001000* 01 propio (no WS-) para usar directamente en la FD, igual que
001100* CLIEMFD.cpy; lleva los mismos niveles 88 de estado que
001200* CLISUCM.cpy porque los lectores los consultan sobre el
001300* registro de la FD. Mantener sincronizado campo a campo con
001400* CLISUCM.cpy.
001500*****************************************************************
001600 01  CLI-SUCURSAL-REG.
001700     05 SUC-COD-SUCURSAL      PIC X(04).
001800     05 SUC-NOMBRE            PIC X(30).
001900     05 SUC-REGION            PIC X(04).
002000     05 SUC-PROVINCIA         PIC X(20).
002100     05 SUC-ESTADO            PIC X(01).
002200        88 SUC-ABIERTA        VALUE 'A'.
002300        88 SUC-CERRADA        VALUE 'C'.
002400     05 SUC-FECHA-CIERRE      PIC 9(08).
002500     05 SUC-USUARIO           PIC X(08).
002600     05 SUC-FECHA-ALTA        PIC 9(08).
