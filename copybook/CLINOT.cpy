000100*****************************************************************
000200* CLINOT.cpy - Registros de los archivos de cartas de
000300*              notificacion al cliente escritos por CLINOT01
000400*              (registros de 300 posiciones): CLINOTP para la
000500*              imprenta/correo y CLINOTE para el canal email.
000600*
000700* Cada archivo trae un registro header (NOTH-TIPO-REG = '0') con
000800* el canal ('P' postal, 'E' email), la fecha de proceso y el
000900* periodo de los eventos; por carta, un registro de carta
001000* (NOTC-TIPO-REG = '1') con el destinatario y un registro de
001100* linea (NOTL-TIPO-REG = '2') por linea del modelo ya armada (la
001200* 00 es el asunto/referencia); y un registro trailer
001300* (NOTT-TIPO-REG = '9') con la cantidad de cartas y de registros
001400* de carta y linea, como totales de control. NOTC-EMAIL solo
001500* viene cargado en el archivo de email.
001600*****************************************************************
001700 01  REG-NOT-HEADER.
001800     05  NOTH-TIPO-REG             PIC X(01).
001900     05  NOTH-CANAL                PIC X(01).
002000         88  NOTH-CANAL-POSTAL         VALUE 'P'.
002100         88  NOTH-CANAL-EMAIL          VALUE 'E'.
002200     05  NOTH-FECHA-PROCESO        PIC 9(08).
002300     05  NOTH-FECHA-DESDE          PIC 9(08).
002400     05  NOTH-FECHA-HASTA          PIC 9(08).
002500     05  NOTH-RELLENO              PIC X(274).
002600
002700 01  REG-NOT-CARTA.
002800     05  NOTC-TIPO-REG             PIC X(01).
002900     05  NOTC-CLI-ID               PIC 9(10).
003000     05  NOTC-EVENTO               PIC X(04).
003100     05  NOTC-FECHA-EVENTO         PIC 9(08).
003200     05  NOTC-SUCURSAL             PIC X(04).
003300     05  NOTC-NOMBRE               PIC X(50).
003400     05  NOTC-APELLIDO             PIC X(50).
003500     05  NOTC-CALLE                PIC X(40).
003600     05  NOTC-LOCALIDAD            PIC X(30).
003700     05  NOTC-PROVINCIA            PIC X(20).
003800     05  NOTC-COD-POSTAL           PIC X(08).
003900     05  NOTC-EMAIL                PIC X(50).
004000     05  NOTC-RELLENO              PIC X(25).
004100
004200 01  REG-NOT-LINEA.
004300     05  NOTL-TIPO-REG             PIC X(01).
004400     05  NOTL-CLI-ID               PIC 9(10).
004500     05  NOTL-EVENTO               PIC X(04).
004600     05  NOTL-NRO-LINEA            PIC 9(02).
004700     05  NOTL-TEXTO                PIC X(150).
004800     05  NOTL-RELLENO              PIC X(133).
004900
005000 01  REG-NOT-TRAILER.
005100     05  NOTT-TIPO-REG             PIC X(01).
005200     05  NOTT-CANT-CARTAS          PIC 9(09).
005300     05  NOTT-CANT-REGISTROS       PIC 9(09).
005400     05  NOTT-RELLENO              PIC X(281).
