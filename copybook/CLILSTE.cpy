000100*****************************************************************
000200* CLILSTE.cpy - Registro de entrada de las listas de control
000300*               (sanciones UIF / internacionales y PEP)
000400*
000500* Cumplimiento normativo recibe las listas de la UIF y de los
000600* organismos internacionales de sanciones, y la nomina de
000700* personas expuestas politicamente, y las entrega unificadas en
000800* este diseno fijo (PROD.CLIENTE.LISTAS.ENTRADA). CLILST02 las
000900* carga cada noche en el indice de busqueda CLILSTX (ver
001000* CLILSTX.cpy). Una entrada se identifica por su fuente y su
001100* identificador dentro de la fuente; nombre y apellido (o razon
001200* social en LSTE-APELLIDO) van tal como los publica la fuente,
001300* el documento es opcional. Nombre de nivel 01 propio (no WS-)
001400* para usar directamente en la FD, igual que CLIEMFD.cpy.
001500*****************************************************************
001600 01  CLI-LISTA-ENT-REG.
001700     05  LSTE-FUENTE               PIC X(04).
001800*        'UIFA' UIF ARGENTINA  'ONUS' CONSEJO DE SEGURIDAD ONU
001900*        'OFAC' TESORO EEUU    'PEPN' NOMINA PEP
002000     05  LSTE-ID-ENTRADA           PIC X(12).
002100     05  LSTE-CATEGORIA            PIC X(01).
002200         88  LSTE-SANCION              VALUE 'S'.
002300         88  LSTE-PEP                  VALUE 'P'.
002400     05  LSTE-NOMBRE               PIC X(50).
002500     05  LSTE-APELLIDO             PIC X(50).
002600     05  LSTE-TIPO-DOC             PIC X(03).
002700     05  LSTE-NUM-DOC              PIC X(20).
002800     05  LSTE-FECHA-PUBLIC         PIC 9(08).
002900     05  LSTE-RELLENO              PIC X(12).
