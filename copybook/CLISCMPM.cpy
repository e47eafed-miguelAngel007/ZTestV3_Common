000100*****************************************************************
000200* CLISCMPM.cpy - Area de control para CLISCM01
000300*
000400* Interfaz unica de mantenimiento del maestro de sucursales
000500* SUCURSAL-MASTER, hermana de CLIOVMPM.cpy para el maestro de
000600* overrides.
000700*
000800* Convencion de llamada:
000900*     CALL 'CLISCM01' USING CLISCM-CONTROL, WS-SUCURSAL
001000*
001100* CLISCM-CONTROL lleva la funcion pedida y el codigo de
001200* retorno; WS-SUCURSAL (COPY CLISUCM) lleva el dato de la
001300* sucursal de entrada/salida. El alta estampa la fecha de alta
001400* con la fecha del sistema; alta y cambio exigen codigo,
001500* nombre y region informados, estado 'A' o 'C', fecha de
001600* cierre informada si la sucursal esta cerrada y en cero si
001700* esta abierta. La baja fisica es solo para corregir un alta
001800* erronea: una sucursal que deja de operar se cierra con un
001900* cambio.
002000*****************************************************************
002100 01  CLISCM-CONTROL.
002200     05  CLISCM-FUNCION            PIC X(01).
002300         88  CLISCM-ALTA               VALUE 'A'.
002400         88  CLISCM-CAMBIO             VALUE 'C'.
002500         88  CLISCM-BAJA               VALUE 'B'.
002600         88  CLISCM-CONSULTA           VALUE 'I'.
002700     05  CLISCM-COD-RETORNO        PIC X(02).
002800         88  CLISCM-OK                 VALUE '00'.
002900         88  CLISCM-NO-ENCONTRADO      VALUE '01'.
003000         88  CLISCM-YA-EXISTE          VALUE '02'.
003100         88  CLISCM-DATO-INVALIDO      VALUE '03'.
003200         88  CLISCM-ERROR-IO           VALUE '04'.
003300         88  CLISCM-FUNCION-INVALIDA   VALUE '05'.
