001300*   '1' operador   - nombre/apellido y datos de contacto.
001400*   '2' supervisor - ademas CLI-ESTADO (solo A/I/S; la baja va
001500*                    por CLIMNT01 y la calificacion no se toca
001600*                    en linea: no hay campo para ella) y
001601*                    CLI-SUCURSAL, que debe existir en el
001602*                    maestro de sucursales y estar abierta
001603*                    ('16' si no).
001610*
001620* Listas de sanciones y PEP: un cambio que deja activo a un
001630* cliente (reactivacion, o nombre/apellido de un activo) se
001640* controla contra las listas como un alta; si coincide, el
001650* cambio se aplica pero el cliente queda retenido (CLI-ESTADO
001660* 'R') y se responde '14'. El estado de un cliente retenido no
001670* se cambia en linea ('15'): lo libera cumplimiento (CLILST02).
001700*
001704* CLIUPD-CLI-SUCURSAL va al final de la COMMAREA para no correr
001708* el layout de los llamadores existentes; un llamador que envia
001712* la COMMAREA corta (sin el campo) no pide cambio de sucursal.
001716*
001720* Doble control: un cambio de CLI-ESTADO, o de nombre/apellido
001724* de un cliente con override de calificacion vigente, no se
001728* aplica: queda pendiente en CLI-PENDIENTES (ver CLIPEND.cpy)
001732* hasta que otro supervisor lo apruebe por CLIAPR01. Esos
001736* campos vuelven en espacios, el resto del pedido se aplica y
001740* se responde '17'. El pendiente se graba solo si el resto del
001744* pedido se aplico sin error. CLIUPD-USUARIO-AUTORIZA (al
001748* final, como la sucursal) solo lo informa CLIAPR01 al aplicar
001752* un pendiente aprobado, con CLIUPD-OPERADOR en el operador que
001756* lo pidio; desde cualquier otro programa se responde '10'.
001760*
001764* Consentimientos (CLIUPD-CNS-ESTADO, al final como la sucursal,
001768* en el orden 1 telefono, 2 email, 3 correo postal, 4 marketing,
001772* 5 cesion a terceros): 'S' consiente, 'N' no consiente,
001776* espacio sin cambio; cualquier nivel los informa. La fecha del
001780* consentimiento es la del dia y el canal de origen el de
001784* CLIUPD-CNS-ORIGEN (en espacios, 'MESA'; ver CLICNS.cpy). Un
001788* estado u origen invalido se rechaza ('21'). Cada item que
001792* cambia queda en el historial de consentimientos.
001796*
001800* Este es el unico nivel 01 de la LINKAGE SECTION de CLIUPD01,
001900* por lo que CICS lo trata como la DFHCOMMAREA de la
002000* transaccion; no debe envolverse en un 01 DFHCOMMAREA aparte.
003400         88  CLIUPD-FALTA-MOTIVO      VALUE '11'.
003500         88  CLIUPD-DOC-INVALIDO      VALUE '12'.
003600         88  CLIUPD-ESTADO-INVALIDO   VALUE '13'.
003605*        '14' y '17' no son errores: el pedido se aplico
003606*        entero (contacto y consentimientos incluidos) salvo los
003607*        campos que quedaron pendientes. Si corresponden los dos
003608*        se responde '14' (la retencion pide accion de
003609*        cumplimiento); el pendiente se ve igual en CLIAPR01 y
003611*        los campos pendientes vuelven en espacios.
003612         88  CLIUPD-RETENIDO-LISTAS   VALUE '14'.
003620         88  CLIUPD-EN-REVISION       VALUE '15'.
003630         88  CLIUPD-SUCURSAL-INVALIDA VALUE '16'.
003640         88  CLIUPD-PENDIENTE-APROBACION VALUE '17'.
003650         88  CLIUPD-CONSENT-INVALIDO  VALUE '21'.
003700         88  CLIUPD-ERROR-IO          VALUE '90'.
003800     05  CLIUPD-DATOS-NUEVOS.
003900         10  CLIUPD-CLI-NOMBRE        PIC X(50).
004600         10  CLIUPD-CTO-COD-POSTAL    PIC X(08).
004700         10  CLIUPD-CTO-TELEFONO      PIC X(15) OCCURS 3 TIMES.
004800         10  CLIUPD-CTO-EMAIL         PIC X(50).
004900     05  CLIUPD-CLI-SUCURSAL      PIC X(04).
005000     05  CLIUPD-USUARIO-AUTORIZA  PIC X(08).
005100     05  CLIUPD-CNS-ESTADO        PIC X(01) OCCURS 5 TIMES.
005200     05  CLIUPD-CNS-ORIGEN        PIC X(04).
