000100*****************************************************************
000200* CLILSTX.cpy - Registro FD del indice de busqueda de las listas
000300*               de control CLI-LISTA-IDX (VSAM, clave LSTX-CLAVE)
000400*
000500* Lo reconstruye completo cada noche CLILST02 a partir de las
000600* listas recibidas (CLILSTE.cpy). Cada entrada de lista genera
000700* un registro por clave de busqueda:
000800*   'N' clave de nombre armada por CLILST01 (sin vocales, ni
000900*       acentos, ni signos, y con las palabras ordenadas).
001000*   'D' numero de documento (solo digitos, sin ceros a la
001100*       izquierda); una CUIT/CUIL genera ademas la clave 'D'
001200*       del DNI que contiene.
001300* La fuente y el identificador de la entrada completan la
001400* clave, de modo que varias entradas con la misma clave de
001500* busqueda conviven y se recorren con START/READ NEXT (en
001600* linea, STARTBR/READNEXT). Lo leen CLILST01 (altas batch de
001700* CLIMNT01 y CLILOAD1), CLIUPD01 (entrada FCT CLILSTX) y el
001800* barrido nocturno de CLILST02. Nombre de nivel 01 propio (no
001900* WS-) para usar directamente en la FD, igual que CLIEMFD.cpy.
002000*****************************************************************
002100 01  CLI-LISTA-IDX-REG.
002200     05  LSTX-CLAVE.
002300         10  LSTX-TIPO-CLAVE       PIC X(01).
002400             88  LSTX-CLAVE-NOMBRE     VALUE 'N'.
002500             88  LSTX-CLAVE-DOCUMENTO  VALUE 'D'.
002600         10  LSTX-VALOR            PIC X(100).
002700         10  LSTX-FUENTE           PIC X(04).
002800         10  LSTX-ID-ENTRADA       PIC X(12).
002900     05  LSTX-CATEGORIA            PIC X(01).
003000     05  LSTX-NOMBRE               PIC X(50).
003100     05  LSTX-APELLIDO             PIC X(50).
003200     05  LSTX-TIPO-DOC             PIC X(03).
003300     05  LSTX-NUM-DOC              PIC X(20).
