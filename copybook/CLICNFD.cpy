000100*****************************************************************
000200* CLICNFD.cpy - Registro FD del archivo de consentimientos y
000300*               preferencias de comunicacion CLI-CONSENT,
000400*               indexado por CNS-CLI-ID (un registro por cliente).
000500*
000600* Mantenido a traves de CLICNM01 (alta/cambio/baja/consulta,
000700* area de control CLICNMPM) en batch y de la transaccion
000800* CLIUPD01 (FCT CLICNSD) en linea; leido por el extracto
000900* CLIFEED1 para blanquear y marcar los canales rechazados y por
001000* CLIHAB01 para el dossier de habeas data. Items en el orden 1
001100* telefono, 2 email, 3 correo postal, 4 marketing, 5 terceros
001200* (ver CLICNS.cpy). Nombre de nivel 01 propio (no WS-) para usar
001300* directamente en la FD, igual que CLIEMFD.cpy. Mantener
001400* sincronizado campo a campo con CLICNS.cpy.
001500*****************************************************************
001600 01  CLI-CONSENT-REG.
001700     05 CNS-CLI-ID            PIC 9(10).
001800     05 CNS-PREFERENCIAS.
001900        10 CNS-TELEFONO.
002000           15 CNS-TEL-ESTADO  PIC X(01).
002100           15 CNS-TEL-FECHA   PIC 9(08).
002200           15 CNS-TEL-ORIGEN  PIC X(04).
002300        10 CNS-EMAIL.
002400           15 CNS-MAIL-ESTADO PIC X(01).
002500           15 CNS-MAIL-FECHA  PIC 9(08).
002600           15 CNS-MAIL-ORIGEN PIC X(04).
002700        10 CNS-CORREO.
002800           15 CNS-POST-ESTADO PIC X(01).
002900           15 CNS-POST-FECHA  PIC 9(08).
003000           15 CNS-POST-ORIGEN PIC X(04).
003100        10 CNS-MARKETING.
003200           15 CNS-MKTG-ESTADO PIC X(01).
003300           15 CNS-MKTG-FECHA  PIC 9(08).
003400           15 CNS-MKTG-ORIGEN PIC X(04).
003500        10 CNS-TERCEROS.
003600           15 CNS-TERC-ESTADO PIC X(01).
003700           15 CNS-TERC-FECHA  PIC 9(08).
003800           15 CNS-TERC-ORIGEN PIC X(04).
003900     05 CNS-ITEMS REDEFINES CNS-PREFERENCIAS.
004000        10 CNS-ITEM OCCURS 5 TIMES.
004100           15 CNS-ITEM-ESTADO PIC X(01).
004200              88 CNS-ITEM-OTORGADO      VALUE 'S'.
004300              88 CNS-ITEM-RETIRADO      VALUE 'N'.
004400              88 CNS-ITEM-SIN-INFORMAR  VALUE ' '.
004500              88 CNS-ITEM-ESTADO-VALIDO VALUE 'S' 'N' ' '.
004600           15 CNS-ITEM-FECHA  PIC 9(08).
004700           15 CNS-ITEM-ORIGEN PIC X(04).
004800              88 CNS-ORIGEN-SUCURSAL    VALUE 'SUCU'.
004900              88 CNS-ORIGEN-MESA        VALUE 'MESA'.
005000              88 CNS-ORIGEN-WEB         VALUE 'WEB '.
005100              88 CNS-ORIGEN-CRM         VALUE 'CRM '.
005200              88 CNS-ORIGEN-CARTA       VALUE 'CORR'.
005300              88 CNS-ORIGEN-VALIDO      VALUE 'SUCU' 'MESA'
005400                                              'WEB ' 'CRM '
005500                                              'CORR'.
005600     05 CNS-USUARIO           PIC X(08).
005700     05 CNS-FECHA-ALTA        PIC 9(08).
005800     05 CNS-FECHA-ULT-CAMBIO  PIC 9(08).
005900     05 FILLER                PIC X(21).
