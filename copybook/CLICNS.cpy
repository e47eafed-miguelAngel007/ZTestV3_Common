000100*****************************************************************
000200* CLICNS.cpy - Estructura comun de datos del registro de
000300*              consentimientos y preferencias de comunicacion de
000400*              un cliente (ley de proteccion de datos personales).
000500*
000600* CNS-CLI-ID es la clave primaria del archivo indexado
000700* CLI-CONSENT. Un registro por cliente con la situacion de cada
000800* canal de contacto (telefono, email, correo postal) y de cada
000900* finalidad (marketing, cesion de datos a terceros): estado 'S'
001000* (consiente) o 'N' (no consiente / retiro el consentimiento),
001100* la fecha en que el cliente lo otorgo o lo retiro y el canal
001200* por el que llego la declaracion. Estado en espacios = el
001300* cliente nunca se expreso (el extracto CLIFEED1 solo restringe
001400* lo que el cliente rechazo expresamente).
001500*
001600* CNS-ITEMS redefine los cinco items como tabla, en el orden
001700* 1 telefono, 2 email, 3 correo postal, 4 marketing, 5 terceros,
001800* para recorrerlos con subindice. El archivo se mantiene a
001900* traves de CLICNM01 (alta/cambio/baja/consulta) en batch y de
002000* la transaccion CLIUPD01 en linea; cada cambio de estado de un
002100* item queda en el historial CLI-CNS-LOG (CLICNL.cpy). Mantener
002200* sincronizado campo a campo con CLICNFD.cpy.
002300*****************************************************************
002400 01  WS-CONSENTIMIENTO.
002500     05 CNS-CLI-ID            PIC 9(10).
002600     05 CNS-PREFERENCIAS.
002700        10 CNS-TELEFONO.
002800           15 CNS-TEL-ESTADO  PIC X(01).
002900           15 CNS-TEL-FECHA   PIC 9(08).
003000           15 CNS-TEL-ORIGEN  PIC X(04).
003100        10 CNS-EMAIL.
003200           15 CNS-MAIL-ESTADO PIC X(01).
003300           15 CNS-MAIL-FECHA  PIC 9(08).
003400           15 CNS-MAIL-ORIGEN PIC X(04).
003500        10 CNS-CORREO.
003600           15 CNS-POST-ESTADO PIC X(01).
003700           15 CNS-POST-FECHA  PIC 9(08).
003800           15 CNS-POST-ORIGEN PIC X(04).
003900        10 CNS-MARKETING.
004000           15 CNS-MKTG-ESTADO PIC X(01).
004100           15 CNS-MKTG-FECHA  PIC 9(08).
004200           15 CNS-MKTG-ORIGEN PIC X(04).
004300        10 CNS-TERCEROS.
004400           15 CNS-TERC-ESTADO PIC X(01).
004500           15 CNS-TERC-FECHA  PIC 9(08).
004600           15 CNS-TERC-ORIGEN PIC X(04).
004700     05 CNS-ITEMS REDEFINES CNS-PREFERENCIAS.
004800        10 CNS-ITEM OCCURS 5 TIMES.
004900           15 CNS-ITEM-ESTADO PIC X(01).
005000              88 CNS-ITEM-OTORGADO      VALUE 'S'.
005100              88 CNS-ITEM-RETIRADO      VALUE 'N'.
005200              88 CNS-ITEM-SIN-INFORMAR  VALUE ' '.
005300              88 CNS-ITEM-ESTADO-VALIDO VALUE 'S' 'N' ' '.
005400           15 CNS-ITEM-FECHA  PIC 9(08).
005500           15 CNS-ITEM-ORIGEN PIC X(04).
005600              88 CNS-ORIGEN-SUCURSAL    VALUE 'SUCU'.
005700              88 CNS-ORIGEN-MESA        VALUE 'MESA'.
005800              88 CNS-ORIGEN-WEB         VALUE 'WEB '.
005900              88 CNS-ORIGEN-CRM         VALUE 'CRM '.
006000              88 CNS-ORIGEN-CARTA       VALUE 'CORR'.
006100              88 CNS-ORIGEN-VALIDO      VALUE 'SUCU' 'MESA'
006200                                              'WEB ' 'CRM '
006300                                              'CORR'.
006400     05 CNS-USUARIO           PIC X(08).
006500     05 CNS-FECHA-ALTA        PIC 9(08).
006600     05 CNS-FECHA-ULT-CAMBIO  PIC 9(08).
006700     05 FILLER                PIC X(21).
