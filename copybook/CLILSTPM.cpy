000100*****************************************************************
000200* CLILSTPM.cpy - Area de control para CLILST01
000300*
000400* Control de clientes contra las listas de sanciones y PEP.
000500* Todo camino de alta de clientes (CLIMNT01, CLILOAD1 y la
000600* transaccion CLIUPD01) y el barrido nocturno CLILST02 arman
000700* las claves de busqueda con las mismas reglas, para que una
000800* coincidencia se detecte igual en linea, en batch y de noche.
000900*
001000* Convencion de llamada:
001100*     CALL 'CLILST01' USING CLILST-CONTROL, WS-CLIENTE
001200*
001300* El segundo parametro es el registro de cliente (layout
001400* CLIENTE.cpy / CLIEMFD.cpy); se usan nombre, apellido, tipo y
001500* numero de documento y, en la verificacion, CLI-ID.
001600*
001700* Funciones:
001800*   'N' arma CLILST-CLAVE-NOMBRE, CLILST-CLAVE-DOC y
001900*       CLILST-CLAVE-DNI sin tocar ningun archivo, para el
002000*       llamador que hace su propia E/S (CLIUPD01 con EXEC
002100*       CICS; CLILST02 al cargar el indice).
002200*   'V' arma las claves y busca el cliente en el indice
002300*       CLILSTX, salteando las entradas que cumplimiento ya
002400*       resolvio como falso positivo para ese CLI-ID (CLILDSP);
002500*       solo batch: abre ambos archivos en la primera llamada
002600*       de la ejecucion y los deja abiertos. Devuelve '01' y la
002700*       primera entrada coincidente, o '00' sin coincidencia.
002800*****************************************************************
002900 01  CLILST-CONTROL.
003000     05  CLILST-FUNCION            PIC X(01).
003100         88  CLILST-ARMAR-CLAVES       VALUE 'N'.
003200         88  CLILST-VERIFICAR          VALUE 'V'.
003300     05  CLILST-COD-RETORNO        PIC X(02).
003400         88  CLILST-OK                 VALUE '00'.
003500         88  CLILST-COINCIDE           VALUE '01'.
003600         88  CLILST-ERROR-IO           VALUE '04'.
003700         88  CLILST-FUNCION-INVALIDA   VALUE '05'.
003800     05  CLILST-CLAVE-NOMBRE       PIC X(100).
003900     05  CLILST-CLAVE-DOC          PIC X(20).
004000     05  CLILST-CLAVE-DNI          PIC X(20).
004100     05  CLILST-TIPO-COINC         PIC X(01).
004200     05  CLILST-FUENTE             PIC X(04).
004300     05  CLILST-ID-ENTRADA         PIC X(12).
004400     05  CLILST-CATEGORIA          PIC X(01).
