000100*****************************************************************
000200* CLIMTZ.cpy - Registros del archivo mensual de la matriz de
000300*              migracion de calificaciones, escrito por CLIMTZ01
000400*              para la carga del equipo de previsiones
000500*              (registros de 60 posiciones).
000600*
000700* El archivo trae un registro header (MTZH-TIPO-REG = '0') con el
000800* periodo (AAAAMM) y la fecha de proceso, un registro de detalle
000900* (MTZD-TIPO-REG = '1') por celda de la matriz, y un registro
001000* trailer (MTZT-TIPO-REG = '9') con la cantidad de detalles y de
001100* clientes evaluados, como totales de control de la carga.
001200*
001300* Las celdas van por origen del movimiento (MTZD-ORIGEN): 'T' el
001400* total de la cartera, 'C' los clientes movidos solo por el
001500* recalculo de comportamiento y 'O' los que tuvieron en el
001600* periodo un movimiento fijado por override (factor OVRR de
001700* CLI-CALIF-LOG); la matriz 'T' es la suma de 'C' y 'O'. Las
001800* situaciones inicial y final (1 a 5) son los tramos de
001900* CLI-CALIFICACION del regulador, los mismos de CLIXTR01. El
002000* porcentaje es sobre el total de la fila (situacion inicial).
002100*****************************************************************
002200 01  REG-MATRIZ-HEADER.
002300     05  MTZH-TIPO-REG             PIC X(01).
002400     05  MTZH-PERIODO              PIC 9(06).
002500     05  MTZH-FECHA-PROCESO        PIC 9(08).
002600     05  MTZH-RELLENO              PIC X(45).
002700
002800 01  REG-MATRIZ-DETALLE.
002900     05  MTZD-TIPO-REG             PIC X(01).
003000     05  MTZD-PERIODO              PIC 9(06).
003100     05  MTZD-ORIGEN               PIC X(01).
003200         88  MTZD-ORIGEN-TOTAL         VALUE 'T'.
003300         88  MTZD-ORIGEN-COMPORT       VALUE 'C'.
003400         88  MTZD-ORIGEN-OVERRIDE      VALUE 'O'.
003500     05  MTZD-SIT-INICIAL          PIC 9(01).
003600     05  MTZD-SIT-FINAL            PIC 9(01).
003700     05  MTZD-CANTIDAD             PIC 9(09).
003800     05  MTZD-TOTAL-FILA           PIC 9(09).
003900     05  MTZD-PORCENTAJE           PIC 9(03)V99.
004000     05  MTZD-RELLENO              PIC X(27).
004100
004200 01  REG-MATRIZ-TRAILER.
004300     05  MTZT-TIPO-REG             PIC X(01).
004400     05  MTZT-CANT-DETALLES        PIC 9(09).
004500     05  MTZT-CANT-CLIENTES        PIC 9(09).
004600     05  MTZT-RELLENO              PIC X(41).
