000100*****************************************************************
000200* CLIPEND.cpy - Registro del archivo de cambios pendientes de
000300*               aprobacion CLI-PENDIENTES (doble control),
000400*               indexado por PEND-CLAVE (CLI-ID + fecha y hora
000500*               del pedido).
000600*
000700* La transaccion CLIUPD01 no aplica los cambios sensibles de la
000800* mesa (todo cambio de CLI-ESTADO, y el de nombre/apellido de un
000900* cliente con override de calificacion vigente): los deja aca
001000* pendientes ('P') con el operador que los pidio. Un supervisor
001100* distinto los aprueba ('A', el cambio se aplica por CLIUPD01
001200* con el rastro normal) o los rechaza ('R', con motivo) por la
001300* transaccion CLIAPR01. El barrido nocturno CLIPND01 vence ('V')
001400* los que siguen pendientes despues de N dias. Los resueltos
001500* quedan en el archivo como registro del doble control.
001600*
001700* Los campos pedidos siguen la convencion de CLIUPDPM: espacios
001800* = sin cambio. Nombre de nivel 01 propio (no WS-) para usar
001900* directamente en la FD, igual que CLIEMFD.cpy.
002000*****************************************************************
002100 01  CLI-PEND-REG.
002200     05  PEND-CLAVE.
002300         10  PEND-CLI-ID           PIC 9(10).
002400         10  PEND-FECHA-PEDIDO     PIC 9(08).
002500         10  PEND-HORA-PEDIDO      PIC 9(08).
002600     05  PEND-SITUACION            PIC X(01).
002700         88  PEND-PENDIENTE            VALUE 'P'.
002800         88  PEND-APROBADO             VALUE 'A'.
002900         88  PEND-RECHAZADO            VALUE 'R'.
003000         88  PEND-VENCIDO              VALUE 'V'.
003100     05  PEND-USUARIO-PEDIDO       PIC X(08).
003200     05  PEND-NIVEL-AUT            PIC X(01).
003300     05  PEND-MOTIVO               PIC X(04).
003400     05  PEND-ESTADO-ACTUAL        PIC X(01).
003500     05  PEND-CAMBIO-PEDIDO.
003600         10  PEND-CLI-NOMBRE       PIC X(50).
003700         10  PEND-CLI-APELLIDO     PIC X(50).
003800         10  PEND-CLI-ESTADO       PIC X(01).
003900     05  PEND-USUARIO-RESUELVE     PIC X(08).
004000     05  PEND-FECHA-RESOLUCION     PIC 9(08).
004100     05  PEND-HORA-RESOLUCION      PIC 9(08).
004200     05  PEND-MOTIVO-RESOLUCION    PIC X(40).
004300     05  FILLER                    PIC X(14).
