000100*****************************************************************
000200* CLIAPRPM.cpy - COMMAREA de la transaccion de aprobacion de
000300*                cambios pendientes de doble control (CLIAPR01),
000400*                usada por los supervisores de la mesa.
000500*
000600* CLIAPR-FUNCION:
000700*   'L' listar   - devuelve hasta diez pendientes ('P') desde
000800*                  CLIAPR-CLAVE (ceros = desde el principio), en
000900*                  orden de cliente y momento del pedido; si hay
001000*                  mas, CLIAPR-HAY-MAS y CLIAPR-CLAVE queda en el
001100*                  siguiente para volver a pedir.
001200*   'A' aprobar  - aplica el pendiente de CLIAPR-CLAVE por
001300*                  CLIUPD01 (mismas reglas y mismo rastro, con el
001400*                  operador que lo pidio y el supervisor que
001500*                  aprueba) y lo marca aprobado. Si CLIUPD01 no lo
001600*                  aplica se responde '20' con su codigo en
001700*                  CLIAPR-COD-RETORNO-UPD y el pendiente sigue.
001800*   'R' rechazar - marca rechazado el pendiente de CLIAPR-CLAVE
001900*                  con CLIAPR-MOTIVO-RECHAZO (obligatorio).
002000*
002100* Aprobar y rechazar exigen nivel supervisor ('2') y un operador
002200* distinto del que pidio el cambio ('18' si es el mismo).
002300*
002400* Este es el unico nivel 01 de la LINKAGE SECTION de CLIAPR01,
002500* por lo que CICS lo trata como la DFHCOMMAREA de la
002600* transaccion; no debe envolverse en un 01 DFHCOMMAREA aparte.
002700*****************************************************************
002800 01  CLIAPR-COMMAREA.
002900     05  CLIAPR-FUNCION           PIC X(01).
003000         88  CLIAPR-LISTAR            VALUE 'L'.
003100         88  CLIAPR-APROBAR           VALUE 'A'.
003200         88  CLIAPR-RECHAZAR          VALUE 'R'.
003300     05  CLIAPR-OPERADOR          PIC X(08).
003400     05  CLIAPR-NIVEL-AUT         PIC X(01).
003500         88  CLIAPR-NIVEL-SUPERVISOR  VALUE '2'.
003600     05  CLIAPR-COD-RETORNO       PIC X(02).
003700         88  CLIAPR-OK                VALUE '00'.
003800         88  CLIAPR-NO-ENCONTRADO     VALUE '04'.
003900         88  CLIAPR-FUNCION-INVALIDA  VALUE '05'.
004000         88  CLIAPR-NO-AUTORIZADO     VALUE '10'.
004100         88  CLIAPR-FALTA-MOTIVO      VALUE '11'.
004200         88  CLIAPR-MISMO-USUARIO     VALUE '18'.
004300         88  CLIAPR-YA-RESUELTO       VALUE '19'.
004400         88  CLIAPR-NO-APLICADO       VALUE '20'.
004500         88  CLIAPR-ERROR-IO          VALUE '90'.
004600     05  CLIAPR-COD-RETORNO-UPD   PIC X(02).
004700     05  CLIAPR-CLAVE.
004800         10  CLIAPR-CLI-ID            PIC 9(10).
004900         10  CLIAPR-FECHA-PEDIDO      PIC 9(08).
005000         10  CLIAPR-HORA-PEDIDO       PIC 9(08).
005100     05  CLIAPR-MOTIVO-RECHAZO    PIC X(40).
005200     05  CLIAPR-CANT-ITEMS        PIC 9(02).
005300     05  CLIAPR-SW-HAY-MAS        PIC X(01).
005400         88  CLIAPR-HAY-MAS           VALUE 'S'.
005500     05  CLIAPR-ITEMS OCCURS 10 TIMES.
005600         10  CLIAPR-IT-CLI-ID         PIC 9(10).
005700         10  CLIAPR-IT-FECHA-PEDIDO   PIC 9(08).
005800         10  CLIAPR-IT-HORA-PEDIDO    PIC 9(08).
005900         10  CLIAPR-IT-USUARIO-PEDIDO PIC X(08).
006000         10  CLIAPR-IT-MOTIVO         PIC X(04).
006100         10  CLIAPR-IT-ESTADO-ACTUAL  PIC X(01).
006200         10  CLIAPR-IT-CLI-ESTADO     PIC X(01).
006300         10  CLIAPR-IT-CLI-NOMBRE     PIC X(50).
006400         10  CLIAPR-IT-CLI-APELLIDO   PIC X(50).
