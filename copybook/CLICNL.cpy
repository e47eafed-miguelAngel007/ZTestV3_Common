000100*****************************************************************
000200* CLICNL.cpy - Registro FD del archivo CLI-CNS-LOG, historial de
000300*              cambios de consentimiento y preferencias de
000400*              comunicacion de los clientes.
000500*
000600* Un registro por cada item de CLI-CONSENT cuyo estado cambia
000700* (ver CLICNS.cpy): item, estado anterior y nuevo, fecha en que
000800* el cliente otorgo o retiro el consentimiento y canal por el
000900* que llego, mas fecha y hora de registro, programa y usuario.
001000* La baja del registro de un cliente deja un unico registro con
001100* item 'BAJA'. Lo graba CLICNM01 (en batch) o la cola TD
001200* extrapartition CLIN (en linea, ver CLIUPD01), igual que el
001300* journal de contacto (CLICTJ.cpy). CLIHAB01 lo imprime en el
001400* dossier de habeas data. El archivo se extiende en cada
001500* corrida y no se purga: es la prueba del consentimiento.
001600* Nombre de nivel 01 propio (no WS-) para usar directamente en
001700* la FD, igual que CLIEMFD.cpy.
001800*****************************************************************
001900 01  CLI-CNL-REG.
002000     05  CNL-CLI-ID                PIC 9(10).
002100     05  CNL-FECHA                 PIC 9(08).
002200     05  CNL-HORA                  PIC 9(08).
002300     05  CNL-PROGRAMA              PIC X(08).
002400     05  CNL-USUARIO               PIC X(08).
002500     05  CNL-ITEM                  PIC X(04).
002600         88  CNL-ITEM-TELEFONO         VALUE 'TELE'.
002700         88  CNL-ITEM-EMAIL            VALUE 'MAIL'.
002800         88  CNL-ITEM-CORREO           VALUE 'POST'.
002900         88  CNL-ITEM-MARKETING        VALUE 'MKTG'.
003000         88  CNL-ITEM-TERCEROS         VALUE 'TERC'.
003100         88  CNL-ITEM-BAJA             VALUE 'BAJA'.
003200     05  CNL-ESTADO-ANTERIOR       PIC X(01).
003300     05  CNL-ESTADO-NUEVO          PIC X(01).
003400     05  CNL-FECHA-CONSENT         PIC 9(08).
003500     05  CNL-ORIGEN                PIC X(04).
