000100*****************************************************************
000200* CLINOTM.cpy - Registro del archivo de modelos de las cartas
000300*               de notificacion al cliente (DD CLINOTM), leido
000400*               por CLINOT01; registros de 80 posiciones.
000500*
000600* Lo mantiene el area de atencion al cliente: un juego de lineas
000700* por tipo de evento (NOTM-EVENTO), en orden de NOTM-NRO-LINEA.
000800* La linea 00 es el asunto (email) o la referencia (carta); las
000900* demas son el cuerpo. En el texto se reemplazan los marcadores:
001000*   &NOMBRE  nombre y apellido del cliente
001100*   &CLIIDN  CLI-ID
001200*   &FECEVT  fecha del evento (DD/MM/AAAA)
001300*   &SITANT  situacion anterior (numero y descripcion)
001400*   &SITNUE  situacion nueva (numero y descripcion)
001500*   &SUCURS  codigo de la sucursal del cliente
001600*
001700* Valores de NOTM-EVENTO:
001800*   DESC - empeoramiento de la situacion del deudor (CLICAL01,
001900*          CLI-CALIF-LOG, sin los movimientos de override)
002000*   INAC - pase de activo a inactivo por inactividad (CLIDRM01,
002100*          CLI-HIST-LOG)
002200*****************************************************************
002300 01  CLI-NOTM-REG.
002400     05  NOTM-EVENTO               PIC X(04).
002500     05  NOTM-NRO-LINEA            PIC 9(02).
002600     05  NOTM-TEXTO                PIC X(70).
002700     05  NOTM-RELLENO              PIC X(04).
