000100*****************************************************************
000200* CLISUCM.cpy - Estructura comun de datos de una sucursal del
000300*               maestro de sucursales.
000400*
000500* SUC-COD-SUCURSAL es la clave primaria del archivo indexado
000600* SUCURSAL-MASTER y el mismo codigo que lleva CLI-SUCURSAL en el
000700* maestro de clientes. Un registro por sucursal, con su nombre,
000800* la region/zona comercial a la que reporta y la provincia.
000900*
001000* Una sucursal que deja de operar no se borra: pasa a estado
001100* 'C' (cerrada) con su fecha de cierre, para que sus clientes
001200* historicos sigan mostrando nombre y region en los reportes;
001300* ninguna alta ni cambio puede asignarle clientes nuevos. La
001400* fecha de cierre va en cero mientras la sucursal esta abierta.
001500* El archivo se mantiene exclusivamente a traves de CLISCM01
001600* (alta/cambio/baja/consulta); mantener sincronizado campo a
001700* campo con CLISMFD.cpy.
001800*****************************************************************
001900 01  WS-SUCURSAL.
002000     05 SUC-COD-SUCURSAL      PIC X(04).
002100     05 SUC-NOMBRE            PIC X(30).
002200     05 SUC-REGION            PIC X(04).
002300     05 SUC-PROVINCIA         PIC X(20).
002400     05 SUC-ESTADO            PIC X(01).
002500        88 SUC-ABIERTA        VALUE 'A'.
002600        88 SUC-CERRADA        VALUE 'C'.
002700        88 SUC-ESTADO-VALIDO  VALUE 'A' 'C'.
002800     05 SUC-FECHA-CIERRE      PIC 9(08).
002900        88 SUC-SIN-CIERRE     VALUE ZERO.
003000     05 SUC-USUARIO           PIC X(08).
003100     05 SUC-FECHA-ALTA        PIC 9(08).
