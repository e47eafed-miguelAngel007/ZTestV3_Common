000600* reescribe CLIENTE-MASTER debe dejar rastro en el journal:
000700* el llamador completa programa, usuario, motivo y las dos
000800* imagenes del registro (anterior y nueva, layout CLIEMFD.cpy)
000900* y CLIJRN01 estampa fecha y hora. En un alta la imagen
000910* anterior va en espacios.
001000*
001100* Convencion de llamada:
001200*     CALL 'CLIJRN01' USING CLIJRN-CONTROL
001900*       verbos (la cola TD extrapartition CLIJ en linea, que
002000*       operaciones descarga al journal antes de la cadena
002100*       nocturna, igual que la cola CLIH del historial).
002110*   'D' igual que 'A', para un cambio con doble control: el
002120*       registro lleva ademas el supervisor que lo aprobo
002130*       (CLIJRN-USUARIO-AUTORIZA). 'G' y 'A' lo dejan en
002140*       espacios, sin que el llamador deba informarlo.
002200* Un error de E/S grabando el journal se devuelve en
002300* CLIJRN-COD-RETORNO; el llamador decide si corta (el journal
002400* es rastro de auditoria: los programas batch de la cadena
002800     05  CLIJRN-FUNCION            PIC X(01).
002900         88  CLIJRN-GRABAR             VALUE 'G'.
003000         88  CLIJRN-ARMAR              VALUE 'A'.
003010         88  CLIJRN-ARMAR-DOBLE-CONTROL VALUE 'D'.
003100     05  CLIJRN-COD-RETORNO        PIC X(02).
003200         88  CLIJRN-OK                 VALUE '00'.
003300         88  CLIJRN-ERROR-IO           VALUE '04'.
003700     05  CLIJRN-MOTIVO             PIC X(04).
003800     05  CLIJRN-REG-ANTERIOR       PIC X(159).
003900     05  CLIJRN-REG-NUEVO          PIC X(159).
003950     05  CLIJRN-USUARIO-AUTORIZA   PIC X(08).
004000     05  CLIJRN-REG-ARMADO         PIC X(372).
