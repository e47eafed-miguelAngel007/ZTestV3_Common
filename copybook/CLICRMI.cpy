000100*****************************************************************
000200* CLICRMI.cpy - Registros del archivo de novedades de contacto
000300*               recibido del CRM externo, leido por CLICRM01.
000400*
000500* Es el camino de vuelta del extracto CLIFEED1: los cambios de
000600* telefono, email y domicilio que los clientes hacen en los
000700* canales de autogestion del CRM. El archivo trae un registro
000800* header (CRMI-TIPO-REG = '0') con la fecha de proceso y el
000900* numero de generacion del CRM, los registros de detalle
001000* (CRMI-TIPO-REG = '1', en cualquier orden) y un registro
001100* trailer (CRMI-TIPO-REG = '9') con la cantidad de detalles y
001200* el hash total de CLI-ID (suma truncada a 15 digitos), como
001300* CLICARGA (CLIEXTL.cpy). CLICRM01 rechaza el archivo completo
001400* si el header o el trailer no cierran, antes de aplicar nada.
001500*
001600* En el detalle, un campo de contacto en espacios es "sin
001700* cambio". CRMI-FECHA-CAMBIO/CRMI-HORA-CAMBIO (AAAAMMDD y
001800* HHMMSSCC, hora local) es el momento en que el cliente hizo
001900* el cambio en el CRM; CRMI-ID-CAMBIO es la referencia del CRM
002000* y se devuelve tal cual en el archivo de retorno CLICRMR.
002100*****************************************************************
002200 01  CLI-CRMI-REG.
002300     05 CRMI-TIPO-REG          PIC X(01).
002400        88 CRMI-ES-HEADER      VALUE '0'.
002500        88 CRMI-ES-DETALLE     VALUE '1'.
002600        88 CRMI-ES-TRAILER     VALUE '9'.
002700     05 CRMI-CLI-ID            PIC 9(10).
002800     05 CRMI-ID-CAMBIO         PIC X(20).
002900     05 CRMI-FECHA-CAMBIO      PIC 9(08).
003000     05 CRMI-HORA-CAMBIO       PIC 9(08).
003100     05 CRMI-CONTACTO.
003200        10 CRMI-CTO-CALLE      PIC X(40).
003300        10 CRMI-CTO-LOCALIDAD  PIC X(30).
003400        10 CRMI-CTO-PROVINCIA  PIC X(20).
003500        10 CRMI-CTO-COD-POSTAL PIC X(08).
003600        10 CRMI-CTO-TELEFONO   PIC X(15) OCCURS 3 TIMES.
003700        10 CRMI-CTO-EMAIL      PIC X(50).
003800
003900 01  CLI-CRMI-HEADER.
004000     05 CRMI-HDR-TIPO-REG      PIC X(01).
004100     05 CRMI-HDR-FECHA-PROCESO PIC 9(08).
004200     05 CRMI-HDR-GENERACION    PIC 9(06).
004300     05 CRMI-HDR-RELLENO       PIC X(225).
004400
004500 01  CLI-CRMI-TRAILER.
004600     05 CRMI-TRL-TIPO-REG      PIC X(01).
004700     05 CRMI-TRL-CANT-REGISTROS PIC 9(09).
004800     05 CRMI-TRL-HASH-CLI-ID   PIC 9(15).
004900     05 CRMI-TRL-RELLENO       PIC X(215).
