000100*****************************************************************
000200* CLICTJPM.cpy - Area de control para CLICTJ01
000300*
000400* Interfaz unica de grabacion del journal de cambios del
000500* satelite de contacto CLI-CTJ-LOG (ver CLICTJ.cpy), hermana
000600* de CLIJRNPM.cpy para el maestro: el llamador completa
000700* programa, usuario, motivo y las dos imagenes del registro
000800* (anterior y nueva, layout CLICTFD.cpy) y CLICTJ01 estampa
000900* fecha y hora.
001000*
001100* Convencion de llamada:
001200*     CALL 'CLICTJ01' USING CLICTJ-CONTROL
001300*
001400* Funciones:
001500*   'G' graba el registro en CLI-CTJ-LOG (solo batch; abre el
001600*       archivo EXTEND en la primera llamada de la ejecucion).
001700*   'A' arma el registro en CLICTJ-REG-ARMADO sin tocar ningun
001800*       archivo, para que el llamador lo grabe con sus propios
001900*       verbos (la cola TD extrapartition CLIC en linea, que
002000*       operaciones descarga al journal antes de la cadena
002100*       nocturna, igual que las colas CLIH y CLIJ).
002200* Un error de E/S grabando el journal se devuelve en
002300* CLICTJ-COD-RETORNO; el llamador decide si corta.
002400*****************************************************************
002500 01  CLICTJ-CONTROL.
002600     05  CLICTJ-FUNCION            PIC X(01).
002700         88  CLICTJ-GRABAR             VALUE 'G'.
002800         88  CLICTJ-ARMAR              VALUE 'A'.
002900     05  CLICTJ-COD-RETORNO        PIC X(02).
003000         88  CLICTJ-OK                 VALUE '00'.
003100         88  CLICTJ-ERROR-IO           VALUE '04'.
003200         88  CLICTJ-FUNCION-INVALIDA   VALUE '05'.
003300     05  CLICTJ-PROGRAMA           PIC X(08).
003400     05  CLICTJ-USUARIO            PIC X(08).
003500     05  CLICTJ-MOTIVO             PIC X(04).
003600     05  CLICTJ-REG-ANTERIOR       PIC X(203).
003700     05  CLICTJ-REG-NUEVO          PIC X(203).
003800     05  CLICTJ-REG-ARMADO         PIC X(452).
