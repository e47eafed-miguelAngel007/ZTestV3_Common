000100*****************************************************************
000200* CLILHIT.cpy - Registro FD del archivo de coincidencias con
000300*               listas de control CLI-LISTA-HIT
000400*
000500* Un registro por cliente y entrada de lista coincidente no
000600* descartada como falso positivo, grabado cada noche por
000700* CLILST02 en orden de sucursal y CLI-ID (el mismo orden del
000800* reporte de revision RPTLSTA). Una entrada que coincide por
000900* nombre y por documento sale una sola vez, con el primer tipo
001000* de coincidencia hallado. Nombre de nivel 01 propio (no WS-)
001100* para usar directamente en la FD, igual que CLIEMFD.cpy.
001200*****************************************************************
001300 01  CLI-LISTA-HIT-REG.
001400     05  HIT-CLI-ID                PIC 9(10).
001500     05  HIT-SUCURSAL              PIC X(04).
001600     05  HIT-FECHA                 PIC 9(08).
001700     05  HIT-TIPO-COINC            PIC X(01).
001800         88  HIT-POR-NOMBRE            VALUE 'N'.
001900         88  HIT-POR-DOCUMENTO         VALUE 'D'.
002000     05  HIT-FUENTE                PIC X(04).
002100     05  HIT-ID-ENTRADA            PIC X(12).
002200     05  HIT-CATEGORIA             PIC X(01).
002300     05  HIT-ESTADO-CLIENTE        PIC X(01).
002400     05  HIT-SITUACION             PIC X(01).
002500         88  HIT-PENDIENTE             VALUE 'P'.
002600         88  HIT-CONFIRMADA            VALUE 'C'.
002700     05  HIT-CLI-NOMBRE            PIC X(50).
002800     05  HIT-CLI-APELLIDO          PIC X(50).
002900     05  HIT-CLI-TIPO-DOC          PIC X(03).
003000     05  HIT-CLI-NUM-DOC           PIC X(20).
003100     05  HIT-LISTA-NOMBRE          PIC X(50).
003200     05  HIT-LISTA-APELLIDO        PIC X(50).
