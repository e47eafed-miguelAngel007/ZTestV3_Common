000100*****************************************************************
000200* CLICRMR.cpy - Registros del archivo de retorno al CRM externo
000300*               de las novedades de contacto no aplicadas,
000400*               grabado por CLICRM01.
000500*
000600* Header (CRMR-TIPO-REG = '0') con la fecha de proceso y la
000700* generacion del archivo de novedades al que responde; un
000800* detalle (CRMR-TIPO-REG = '1') por cada novedad rechazada o en
000900* conflicto, con la referencia del CRM (CRMR-ID-CAMBIO), el
001000* resultado, el motivo y el contacto vigente en
001100* CLIENTE-CONTACTO (el que el CRM debe mostrar en lugar de su
001200* cambio; en espacios si el cliente no tiene contacto); y un
001300* trailer (CRMR-TIPO-REG = '9') con la cantidad de detalles y
001400* el hash total de CLI-ID.
001500*
001600* Resultado 'R' rechazo (la novedad no pasa la validacion) o
001700* 'C' conflicto (la mesa de atencion cambio el contacto por
001800* CLIUPD01 despues del momento del cambio en el CRM). Motivos:
001900*   '01' cliente inexistente o dado de baja
002000*   '02' email sin forma valida
002100*   '03' telefono sin digitos
002200*   '04' provincia desconocida
002300*   '05' codigo postal no es de la provincia
002400*   '06' novedad sin datos para cambiar
002500*   '10' cambio posterior de la mesa de atencion
002600*****************************************************************
002700 01  CLI-CRMR-REG.
002800     05 CRMR-TIPO-REG          PIC X(01).
002900        88 CRMR-ES-HEADER      VALUE '0'.
003000        88 CRMR-ES-DETALLE     VALUE '1'.
003100        88 CRMR-ES-TRAILER     VALUE '9'.
003200     05 CRMR-CLI-ID            PIC 9(10).
003300     05 CRMR-ID-CAMBIO         PIC X(20).
003400     05 CRMR-FECHA-CAMBIO      PIC 9(08).
003500     05 CRMR-HORA-CAMBIO       PIC 9(08).
003600     05 CRMR-RESULTADO         PIC X(01).
003700        88 CRMR-RECHAZO        VALUE 'R'.
003800        88 CRMR-CONFLICTO      VALUE 'C'.
003900     05 CRMR-MOTIVO            PIC X(02).
004000     05 CRMR-DESCRIPCION       PIC X(40).
004100     05 CRMR-CONTACTO-VIGENTE.
004200        10 CRMR-CTO-CALLE      PIC X(40).
004300        10 CRMR-CTO-LOCALIDAD  PIC X(30).
004400        10 CRMR-CTO-PROVINCIA  PIC X(20).
004500        10 CRMR-CTO-COD-POSTAL PIC X(08).
004600        10 CRMR-CTO-TELEFONO   PIC X(15) OCCURS 3 TIMES.
004700        10 CRMR-CTO-EMAIL      PIC X(50).
004800
004900 01  CLI-CRMR-HEADER.
005000     05 CRMR-HDR-TIPO-REG      PIC X(01).
005100     05 CRMR-HDR-FECHA-PROCESO PIC 9(08).
005200     05 CRMR-HDR-GENERACION    PIC 9(06).
005300     05 CRMR-HDR-RELLENO       PIC X(268).
005400
005500 01  CLI-CRMR-TRAILER.
005600     05 CRMR-TRL-TIPO-REG      PIC X(01).
005700     05 CRMR-TRL-CANT-REGISTROS PIC 9(09).
005800     05 CRMR-TRL-HASH-CLI-ID   PIC 9(15).
005900     05 CRMR-TRL-RELLENO       PIC X(258).
