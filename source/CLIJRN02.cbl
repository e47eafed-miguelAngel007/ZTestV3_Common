001300*                     cliente a una fecha pedida a partir del
001400*                     journal CLI-JRN-LOG, con la cadena de
001500*                     cambios impresa para auditoria.
001510* 2026-10-15  EAD     La linea de la cadena muestra el
001520*                     supervisor que aprobo los cambios con
001530*                     doble control.
001600*****************************************************************
001700* Reconstruccion de un cliente a una fecha pedida. Recorre el
001800* journal de cambios CLI-JRN-LOG (ver CLIJRN.cpy) y, por cada
001900* registro del CLI-ID pedido, imprime en RPTJRN una linea de
002000* la cadena de cambios (fecha, hora, programa, usuario, motivo
002100* y el estado, calificacion, sucursal y documento que quedaron
002200* despues del cambio, y el supervisor que lo aprobo si fue un
002210* cambio con doble control). Se queda con la ultima imagen
002300* nueva de fecha menor o igual a la pedida y al final la
002400* imprime campo a campo como la foto del cliente a esa fecha.
002500*
002600* El journal arranca con la puesta en marcha del registro de
002700* cambios: un cliente sin registros anteriores a la fecha
010000     05  CAM-TIPO-DOC          PIC X(03).
010100     05  FILLER                PIC X(01) VALUE SPACES.
010200     05  CAM-NUM-DOC           PIC X(20).
010210     05  FILLER                PIC X(05) VALUE ' AUT '.
010220     05  CAM-USUARIO-AUTORIZA  PIC X(08).
010300
010400 01  WS-LINEA-CAMPO.
010500     05  CPO-ETIQUETA          PIC X(20).
021700     MOVE CLI-SUCURSAL      TO CAM-SUCURSAL
021800     MOVE CLI-TIPO-DOC      TO CAM-TIPO-DOC
021900     MOVE CLI-NUM-DOC       TO CAM-NUM-DOC
021910     MOVE JRN-USUARIO-AUTORIZA TO CAM-USUARIO-AUTORIZA
022000     MOVE SPACES TO RPT-LINEA
022100     MOVE WS-LINEA-CAMBIO TO RPT-LINEA
022200     WRITE RPT-LINEA.
