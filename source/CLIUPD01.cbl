002040*                     y se escribe en la cola TD CLIJ, que
002050*                     operaciones descarga al journal
002060*                     CLI-JRN-LOG antes de la cadena nocturna.
002061* 2026-10-15  EAD     Un cambio que deja activo al cliente se
002062*                     controla contra las listas de sanciones
002063*                     y PEP (CLILST01 y las entradas FCT
002064*                     CLILSTX/CLILDSP); si coincide, el
002065*                     cliente queda retenido ('R', retorno
002066*                     '14'). El estado de un retenido no se
002067*                     cambia en linea (retorno '15').
002068* 2026-10-15  EAD     El supervisor puede cambiar CLI-SUCURSAL
002069*                     (campo nuevo al final de la COMMAREA); la
002070*                     sucursal nueva se controla contra el
002071*                     maestro de sucursales por la entrada FCT
002072*                     CLISUCM: inexistente o cerrada se
002073*                     rechaza (retorno '16').
002074* 2026-10-15  EAD     Todo cambio del satelite de contacto deja
002075*                     la imagen anterior y la nueva en el
002076*                     journal de contacto: el registro lo arma
002077*                     CLICTJ01 y se escribe en la cola TD CLIC,
002078*                     que operaciones descarga a CLI-CTJ-LOG
002079*                     antes de la cadena nocturna (CLICRM01 lo
002080*                     usa para no pisar cambios de la mesa).
002081* 2026-10-15  EAD     Doble control: los cambios de CLI-ESTADO
002082*                     y los de nombre/apellido de un cliente
002083*                     con override vigente quedan pendientes
002084*                     en CLI-PENDIENTES (FCT CLIPEND, retorno
002085*                     '17') hasta que otro supervisor los
002086*                     apruebe por CLIAPR01, que los aplica por
002087*                     este programa con ambos usuarios en el
002088*                     rastro.
002089* 2026-10-15  EAD     Consentimientos y preferencias de contacto
002090*                     (campos nuevos al final de la COMMAREA,
002091*                     retorno '21'): se aplican al registro de la
002092*                     entrada FCT CLICNSD y cada item que cambia
002093*                     va al historial por la cola TD CLIN.
002094* 2026-10-15  EAD     Un retenido por listas ('14') ya no corta
002095*                     el pedido: se aplican igual el contacto y
002096*                     los consentimientos. El pendiente de doble
002097*                     control se graba al final, solo si el
002098*                     resto del pedido se aplico sin error.
002100*****************************************************************
002200* Transaccion CICS de actualizacion para la mesa de atencion.
002300* Recibe en la COMMAREA (CLIUPDPM) el CLI-ID, el operador real,
003900* contacto; nivel '2' (supervisor) ademas CLI-ESTADO (solo
004000* A/I/S: la baja va por la funcion de baja de CLIMNT01 y
004100* CLI-CALIFICACION no se cambia en linea - la COMMAREA no
004110* tiene campo para ella) y CLI-SUCURSAL, que debe existir en
004120* el maestro de sucursales (FCT CLISUCM) y estar abierta. El
004130* historial lleva el operador real y el motivo recibidos. Un
004140* cliente dado de baja logica se responde como no encontrado,
004150* igual que en CLIINQ01.
004160*
004170* Listas de sanciones y PEP: un cambio que deja activo al
004180* cliente (reactivacion, o nombre/apellido de un activo) se
004190* controla como un alta, con las claves de CLILST01 buscadas
004200* en el indice CLILSTX y las resoluciones de cumplimiento
004210* CLILDSP; una coincidencia deja al cliente retenido ('R').
004220* La retencion solo la levanta el control nocturno CLILST02.
004230*
004240* Los cambios del contacto quedan con imagen anterior y nueva
004250* en el journal de contacto (cola TD CLIC, armado CLICTJ01);
004260* la novedad entrante del CRM (CLICRM01) no aplica un cambio
004270* del CRM anterior al ultimo cambio de la mesa.
004280*
004290* Doble control: todo cambio de CLI-ESTADO, y el de nombre/
004300* apellido de un cliente con override de calificacion vigente
004310* (FCT CLIOVRD), no se aplica: queda pendiente en el FCT
004320* CLIPEND con el operador que lo pidio, esos campos vuelven en
004330* espacios, el resto del pedido se aplica y se responde '17'
004340* ('14' si ademas el cliente quedo retenido por listas). El
004350* pendiente se graba al final, solo si todo lo demas se
004360* aplico sin error; un pedido rechazado no deja pendiente.
004370* Un supervisor distinto lo aprueba o rechaza por CLIAPR01; la
004380* aprobacion vuelve a entrar aca por LINK con el supervisor en
004390* CLIUPD-USUARIO-AUTORIZA: el cambio se aplica con las mismas
004400* reglas, el CLIHIST queda con el operador que lo pidio y el
004410* journal con ambos usuarios (CLIJRN01 funcion 'D').
004420*
004430* Consentimientos: CLIUPD-CNS-ESTADO (telefono, email, correo
004440* postal, marketing, cesion a terceros) con 'S'/'N' por item y
004450* CLIUPD-CNS-ORIGEN (canal, 'MESA' por defecto). Se aplican al
004460* registro CLICNFD del cliente (se da de alta si no tenia) solo
004470* los items que cambian, y cada uno queda en el historial CLICNL
004480* por la cola TD CLIN. No pasan por el doble control.
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
005200 WORKING-STORAGE SECTION.
005300 77  WS-RESP-CICS              PIC S9(08) COMP VALUE ZERO.
005400 77  WS-LONG-HIST              PIC S9(04) COMP VALUE 40.
005410 77  WS-LONG-JOURNAL           PIC S9(04) COMP VALUE 372.
005420 77  WS-LONG-JOURNAL-CTO       PIC S9(04) COMP VALUE 452.
005430 77  WS-LONG-CON-SUCURSAL      PIC S9(04) COMP VALUE 323.
005440 77  WS-LONG-CON-AUTORIZA      PIC S9(04) COMP VALUE 331.
005450 77  WS-LONG-HIST-CNS          PIC S9(04) COMP VALUE 60.
005500 77  WS-ESTADO-ANTERIOR        PIC X(01)      VALUE SPACES.
005550 77  WS-IMAGEN-ANTERIOR        PIC X(159)     VALUE SPACES.
005560 77  WS-CONTACTO-ANTERIOR      PIC X(203)     VALUE SPACES.
005600 77  WS-FECHA-BAJA-ANTERIOR    PIC 9(08)      VALUE ZERO.
005610 77  WS-IND                    PIC 9(03) COMP VALUE ZERO.
005700 77  WS-SW-CAMBIO-MAESTRO      PIC X(01)      VALUE 'N'.
005800     88  WS-HAY-CAMBIO-MAESTRO                VALUE 'S'.
005900 77  WS-SW-CAMBIO-CONTACTO     PIC X(01)      VALUE 'N'.
006000     88  WS-HAY-CAMBIO-CONTACTO               VALUE 'S'.
006010 77  WS-SW-RETENIDO-LISTAS     PIC X(01)      VALUE 'N'.
006020     88  WS-RETENIDO-LISTAS                   VALUE 'S'.
006030 77  WS-SW-FIN-CLAVE           PIC X(01)      VALUE 'N'.
006040     88  WS-FIN-CLAVE                         VALUE 'S'.
006050 77  WS-SUCURSAL-NUEVA         PIC X(04)      VALUE SPACES.
006060 77  WS-USUARIO-AUTORIZA       PIC X(08)      VALUE SPACES.
006070 77  WS-PROGRAMA-INVOCANTE     PIC X(08)      VALUE SPACES.
006080 77  WS-FECHA-HOY              PIC 9(08)      VALUE ZERO.
006082 77  WS-SW-APROBACION          PIC X(01)      VALUE 'N'.
006084     88  WS-ES-APROBACION                     VALUE 'S'.
006086 77  WS-SW-PENDIENTE           PIC X(01)      VALUE 'N'.
006088     88  WS-HAY-PENDIENTE                     VALUE 'S'.
006090 77  WS-SW-OVERRIDE-VIGENTE    PIC X(01)      VALUE 'N'.
006092     88  WS-OVERRIDE-VIGENTE                  VALUE 'S'.
006093 77  WS-SW-CAMBIO-CONSENT      PIC X(01)      VALUE 'N'.
006094     88  WS-HAY-CAMBIO-CONSENT                VALUE 'S'.
006095 77  WS-SW-HUBO-CAMBIO-CNS     PIC X(01)      VALUE 'N'.
006096     88  WS-HUBO-CAMBIO-CNS                   VALUE 'S'.
006097 77  WS-SW-CONSENT-EXISTE      PIC X(01)      VALUE 'N'.
006098     88  WS-CONSENT-EXISTE                    VALUE 'S'.
006099 77  WS-CNS-ORIGEN             PIC X(04)      VALUE SPACES.
006100
006200 COPY CLIRGLPM.
006210 COPY CLIJRNPM.
006220 COPY CLILSTPM.
006230 COPY CLICTJPM.
006300
006400*****************************************************************
006500* Area del registro del maestro leido por el FCT CLIEMAST.      *
007000* Area del registro del satelite leido por el FCT CLICONTA.     *
007100*****************************************************************
007200 COPY CLICTFD.
007202
007204*****************************************************************
007206* Areas de los registros leidos por los FCT CLILSTX (indice de  *
007208* listas de sanciones y PEP) y CLILDSP (resoluciones de         *
007210* cumplimiento), y clave de busqueda en curso.                  *
007212*****************************************************************
007214 COPY CLILSTX.
007216 COPY CLILDSP.
007218 01  WS-CLAVE-BUSCADA.
007220     05  WS-BUS-TIPO           PIC X(01)      VALUE SPACE.
007222     05  WS-BUS-VALOR          PIC X(100)     VALUE SPACES.
007224
007226*****************************************************************
007228* Area del registro leido por el FCT CLISUCM (maestro de        *
007230* sucursales).                                                  *
007232*****************************************************************
007234 COPY CLISMFD.
007236
007238*****************************************************************
007240* Areas de los registros de los FCT CLIOVRD (overrides de       *
007242* calificacion) y CLIPEND (cambios pendientes de aprobacion).   *
007244*****************************************************************
007246 COPY CLIOVFD.
007248 COPY CLIPEND.
007250
007252*****************************************************************
007254* Areas del registro leido por el FCT CLICNSD (consentimientos) *
007256* y del registro de historial que va a la cola TD CLIN; estados *
007258* pedidos por item y marca de los items que cambiaron.          *
007260* Items: 1 telefono, 2 email, 3 correo postal, 4 marketing,     *
007262* 5 cesion a terceros (orden de CLICNFD.cpy).                   *
007264*****************************************************************
007266 COPY CLICNFD.
007268 COPY CLICNL.
007270 01  WS-CNS-PEDIDOS.
007272     05  WS-CNS-PEDIDO         PIC X(01)      OCCURS 5 TIMES.
007274 01  WS-TABLA-COD-ITEM.
007276     05  FILLER                PIC X(20)
007278                               VALUE 'TELEMAILPOSTMKTGTERC'.
007280 01  FILLER REDEFINES WS-TABLA-COD-ITEM.
007282     05  WS-COD-ITEM           PIC X(04)      OCCURS 5 TIMES.
007284 01  WS-TABLA-CAMBIOS.
007286     05  WS-CAMBIO             OCCURS 5 TIMES.
007288         10  WS-CAMBIO-MARCA   PIC X(01).
007290         10  WS-CAMBIO-ANTERIOR PIC X(01).
007300
007400 LINKAGE SECTION.
007500     COPY CLIUPDPM.
009000     IF NOT CLIUPD-OK
009100         GO TO 9999-EXIT
009200     END-IF
009210     IF WS-SUCURSAL-NUEVA NOT = SPACES
009220         PERFORM 2500-VALIDAR-SUCURSAL THRU 2500-EXIT
009230         IF NOT CLIUPD-OK
009240             GO TO 9999-EXIT
009250         END-IF
009260     END-IF
009270     IF NOT WS-ES-APROBACION
009275         PERFORM 2700-DERIVAR-DOBLE-CONTROL THRU 2700-EXIT
009280         IF NOT CLIUPD-OK
009285             GO TO 9999-EXIT
009290         END-IF
009295     END-IF
009300     IF WS-HAY-CAMBIO-MAESTRO
009400         PERFORM 3000-APLICAR-CAMBIO THRU 3000-EXIT
009410         IF CLIUPD-RETENIDO-LISTAS
009420             SET CLIUPD-OK TO TRUE
009430         END-IF
009500         IF NOT CLIUPD-OK
009600             GO TO 9999-EXIT
009700         END-IF
009900     IF WS-HAY-CAMBIO-CONTACTO
010000         PERFORM 4000-APLICAR-CONTACTO THRU 4000-EXIT
010100     END-IF
010102     IF WS-HAY-CAMBIO-CONSENT AND CLIUPD-OK
010104         PERFORM 5000-APLICAR-CONSENT THRU 5000-EXIT
010106     END-IF
010107     IF NOT CLIUPD-OK
010108         GO TO 9999-EXIT
010109     END-IF
010110     IF WS-HAY-PENDIENTE
010112         PERFORM 2900-GRABAR-PENDIENTE THRU 2900-EXIT
010114         IF NOT CLIUPD-OK
010116             GO TO 9999-EXIT
010118         END-IF
010120     END-IF
010122*    Con retencion por listas y pendiente a la vez se responde
010124*    '14': la retencion pide accion de cumplimiento sobre el
010126*    cliente; el pendiente sigue a la vista en CLIAPR01.
010128     EVALUATE TRUE
010130         WHEN WS-RETENIDO-LISTAS
010132             SET CLIUPD-RETENIDO-LISTAS TO TRUE
010134         WHEN WS-HAY-PENDIENTE
010136             SET CLIUPD-PENDIENTE-APROBACION TO TRUE
010138     END-EVALUATE
010200     GO TO 9999-EXIT.
010300
010400*****************************************************************
011000     SET CLIUPD-OK TO TRUE
011100     MOVE 'N' TO WS-SW-CAMBIO-MAESTRO
011200     MOVE 'N' TO WS-SW-CAMBIO-CONTACTO
011210     MOVE 'N' TO WS-SW-CAMBIO-CONSENT
011300*    Una COMMAREA inicializada en LOW-VALUES equivale a una en
011400*    espacios: LOW-VALUES en un campo no es un cambio pedido.
011500     INSPECT CLIUPD-DATOS-NUEVOS
011600         REPLACING ALL LOW-VALUE BY SPACE
011700     INSPECT CLIUPD-CONTACTO-NUEVO
011800         REPLACING ALL LOW-VALUE BY SPACE
011810*    La sucursal esta al final de la COMMAREA: un llamador que
011820*    la envia corta no pide cambio de sucursal.
011830     MOVE SPACES TO WS-SUCURSAL-NUEVA
011840     IF EIBCALEN >= WS-LONG-CON-SUCURSAL
011850         MOVE CLIUPD-CLI-SUCURSAL TO WS-SUCURSAL-NUEVA
011860         INSPECT WS-SUCURSAL-NUEVA
011870             REPLACING ALL LOW-VALUE BY SPACE
011880     END-IF
011881*    El supervisor que aprobo solo llega en la COMMAREA completa
011882*    y solo desde CLIAPR01 (ver 1100).
011883     MOVE 'N'    TO WS-SW-APROBACION
011884     MOVE 'N'    TO WS-SW-PENDIENTE
011885     MOVE SPACES TO WS-USUARIO-AUTORIZA
011886     IF EIBCALEN >= WS-LONG-CON-AUTORIZA
011887         MOVE CLIUPD-USUARIO-AUTORIZA TO WS-USUARIO-AUTORIZA
011888         INSPECT WS-USUARIO-AUTORIZA
011889             REPLACING ALL LOW-VALUE BY SPACE
011890     END-IF
011891*    Los consentimientos tambien estan al final de la COMMAREA.
011892     MOVE SPACES TO WS-CNS-PEDIDOS
011893     MOVE SPACES TO WS-CNS-ORIGEN
011894     IF EIBCALEN >= LENGTH OF CLIUPD-COMMAREA
011895         PERFORM 1210-TOMAR-CONSENT THRU 1210-EXIT
011896             VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
011897         MOVE CLIUPD-CNS-ORIGEN TO WS-CNS-ORIGEN
011898         INSPECT WS-CNS-ORIGEN REPLACING ALL LOW-VALUE BY SPACE
011899     END-IF
011900     IF CLIUPD-MOTIVO = SPACES OR CLIUPD-MOTIVO = LOW-VALUES
012000         SET CLIUPD-FALTA-MOTIVO TO TRUE
012100         GO TO 1000-EXIT
012500         SET CLIUPD-NO-AUTORIZADO TO TRUE
012600         GO TO 1000-EXIT
012700     END-IF
012710     IF WS-USUARIO-AUTORIZA NOT = SPACES
012720         PERFORM 1100-VERIFICAR-APROBACION THRU 1100-EXIT
012730         IF NOT CLIUPD-OK
012740             GO TO 1000-EXIT
012750         END-IF
012760     END-IF
012800     IF CLIUPD-CLI-NOMBRE NOT = SPACES OR
012900        CLIUPD-CLI-APELLIDO NOT = SPACES OR
013000        CLIUPD-CLI-ESTADO NOT = SPACES OR
013010        WS-SUCURSAL-NUEVA NOT = SPACES
013100         SET WS-HAY-CAMBIO-MAESTRO TO TRUE
013200     END-IF
013300     IF CLIUPD-CONTACTO-NUEVO NOT = SPACES
013400         SET WS-HAY-CAMBIO-CONTACTO TO TRUE
013500     END-IF
013510     IF WS-CNS-PEDIDOS NOT = SPACES
013520         SET WS-HAY-CAMBIO-CONSENT TO TRUE
013530     END-IF
013600     IF NOT WS-HAY-CAMBIO-MAESTRO AND
013700        NOT WS-HAY-CAMBIO-CONTACTO AND
013710        NOT WS-HAY-CAMBIO-CONSENT
013800         SET CLIUPD-SIN-CAMBIOS TO TRUE
013900         GO TO 1000-EXIT
014000     END-IF
014900             SET CLIUPD-ESTADO-INVALIDO TO TRUE
015000             GO TO 1000-EXIT
015100         END-IF
015110     END-IF
015120     IF WS-SUCURSAL-NUEVA NOT = SPACES AND
015130        NOT CLIUPD-NIVEL-SUPERVISOR
015140         SET CLIUPD-NO-AUTORIZADO TO TRUE
015200     END-IF
015210     IF WS-HAY-CAMBIO-CONSENT AND CLIUPD-OK
015220         PERFORM 1200-VALIDAR-CONSENT THRU 1200-EXIT
015230     END-IF.
015300 1000-EXIT.
015400     EXIT.
015401
015402*****************************************************************
015403* 1100-VERIFICAR-APROBACION - un pedido con supervisor que      *
015404*      aprueba solo se acepta si viene por LINK de CLIAPR01,    *
015405*      que ya controlo el pendiente y al supervisor; desde      *
015406*      cualquier otro programa es un intento de saltear el      *
015407*      doble control                                            *
015408*****************************************************************
015409 1100-VERIFICAR-APROBACION.
015410     EXEC CICS ASSIGN
015411         INVOKINGPROG(WS-PROGRAMA-INVOCANTE)
015412         RESP(WS-RESP-CICS)
015413     END-EXEC
015414     IF WS-RESP-CICS = DFHRESP(NORMAL) AND
015415        WS-PROGRAMA-INVOCANTE = 'CLIAPR01'
015416         SET WS-ES-APROBACION TO TRUE
015417     ELSE
015418         SET CLIUPD-NO-AUTORIZADO TO TRUE
015419     END-IF.
015420 1100-EXIT.
015421     EXIT.
015422
015423*****************************************************************
015424* 1200-VALIDAR-CONSENT - estado pedido por item 'S' (otorga),   *
015425*      'N' (retira) o espacio (sin cambio); el origen es el     *
015426*      canal por el que el cliente lo expreso, 'MESA' si no     *
015427*      viene informado                                          *
015428*****************************************************************
015429 1200-VALIDAR-CONSENT.
015430     PERFORM 1220-VALIDAR-ESTADO-CNS THRU 1220-EXIT
015431         VARYING WS-IND FROM 1 BY 1
015432         UNTIL WS-IND > 5 OR NOT CLIUPD-OK
015433     IF NOT CLIUPD-OK
015434         GO TO 1200-EXIT
015435     END-IF
015436     IF WS-CNS-ORIGEN = SPACES
015437         MOVE 'MESA' TO WS-CNS-ORIGEN
015438     END-IF
015439     IF WS-CNS-ORIGEN NOT = 'SUCU' AND
015440        WS-CNS-ORIGEN NOT = 'MESA' AND
015441        WS-CNS-ORIGEN NOT = 'WEB ' AND
015442        WS-CNS-ORIGEN NOT = 'CRM ' AND
015443        WS-CNS-ORIGEN NOT = 'CORR'
015444         SET CLIUPD-CONSENT-INVALIDO TO TRUE
015445     END-IF.
015446 1200-EXIT.
015447     EXIT.
015448
015449*****************************************************************
015450* 1210-TOMAR-CONSENT - estado pedido de un item (LOW-VALUE es   *
015451*      sin cambio, igual que en el resto de la COMMAREA)        *
015452*****************************************************************
015453 1210-TOMAR-CONSENT.
015454     MOVE CLIUPD-CNS-ESTADO (WS-IND) TO WS-CNS-PEDIDO (WS-IND)
015455     IF WS-CNS-PEDIDO (WS-IND) = LOW-VALUE
015456         MOVE SPACE TO WS-CNS-PEDIDO (WS-IND)
015457     END-IF.
015458 1210-EXIT.
015459     EXIT.
015460
015461*****************************************************************
015462* 1220-VALIDAR-ESTADO-CNS                                       *
015463*****************************************************************
015464 1220-VALIDAR-ESTADO-CNS.
015465     IF WS-CNS-PEDIDO (WS-IND) NOT = SPACE AND
015466        WS-CNS-PEDIDO (WS-IND) NOT = 'S' AND
015467        WS-CNS-PEDIDO (WS-IND) NOT = 'N'
015468         SET CLIUPD-CONSENT-INVALIDO TO TRUE
015469     END-IF.
015470 1220-EXIT.
015471     EXIT.
015500
015600*****************************************************************
015700* 2000-LEER-CLIENTE - lee el maestro por el FCT CLIEMAST; un    *
017200             SET CLIUPD-ERROR-IO TO TRUE
017300         WHEN CLI-DADO-BAJA OF CLIENTE-MASTER-REG
017400             SET CLIUPD-NO-ENCONTRADO TO TRUE
017410         WHEN CLI-RETENIDO OF CLIENTE-MASTER-REG AND
017420              CLIUPD-CLI-ESTADO NOT = SPACES
017430             SET CLIUPD-EN-REVISION TO TRUE
017500         WHEN OTHER
017600             CONTINUE
017700     END-EVALUATE.
017800 2000-EXIT.
017900     EXIT.
017901
017902*****************************************************************
017903* 2500-VALIDAR-SUCURSAL - la sucursal nueva debe existir en el  *
017904*      maestro de sucursales (FCT CLISUCM) y estar abierta; la  *
017905*      misma sucursal que ya tiene el cliente no se controla    *
017906*****************************************************************
017907 2500-VALIDAR-SUCURSAL.
017908     IF WS-SUCURSAL-NUEVA = CLI-SUCURSAL OF CLIENTE-MASTER-REG
017909         GO TO 2500-EXIT
017910     END-IF
017911     MOVE WS-SUCURSAL-NUEVA
017912                       TO SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
017913     EXEC CICS READ
017914         FILE('CLISUCM')
017915         INTO(CLI-SUCURSAL-REG)
017916         RIDFLD(SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG)
017917         RESP(WS-RESP-CICS)
017918     END-EXEC
017919     EVALUATE TRUE
017920         WHEN WS-RESP-CICS = DFHRESP(NOTFND)
017921             SET CLIUPD-SUCURSAL-INVALIDA TO TRUE
017922         WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
017923             SET CLIUPD-ERROR-IO TO TRUE
017924         WHEN SUC-CERRADA OF CLI-SUCURSAL-REG
017925             SET CLIUPD-SUCURSAL-INVALIDA TO TRUE
017926         WHEN OTHER
017927             CONTINUE
017928     END-EVALUATE.
017929 2500-EXIT.
017930     EXIT.
017931
017932*****************************************************************
017933* 2700-DERIVAR-DOBLE-CONTROL - los cambios sensibles del pedido *
017934*      (CLI-ESTADO distinto del actual; nombre/apellido de un   *
017935*      cliente con override vigente) se arman como pendiente y  *
017936*      se sacan del pedido; el resto sigue. El pendiente se     *
017937*      graba al final (2900), si el resto se aplico sin error   *
017938*****************************************************************
017939 2700-DERIVAR-DOBLE-CONTROL.
017940     MOVE SPACES TO CLI-PEND-REG
017941     IF CLIUPD-CLI-ESTADO NOT = SPACES AND
017942        CLIUPD-CLI-ESTADO NOT = CLI-ESTADO OF CLIENTE-MASTER-REG
017943         MOVE CLIUPD-CLI-ESTADO   TO PEND-CLI-ESTADO
017944         SET WS-HAY-PENDIENTE TO TRUE
017945     END-IF
017946     IF CLIUPD-CLI-NOMBRE NOT = SPACES OR
017947        CLIUPD-CLI-APELLIDO NOT = SPACES
017948         PERFORM 2800-VERIFICAR-OVERRIDE THRU 2800-EXIT
017949         IF NOT CLIUPD-OK
017950             GO TO 2700-EXIT
017951         END-IF
017952         IF WS-OVERRIDE-VIGENTE
017953             MOVE CLIUPD-CLI-NOMBRE   TO PEND-CLI-NOMBRE
017954             MOVE CLIUPD-CLI-APELLIDO TO PEND-CLI-APELLIDO
017955             SET WS-HAY-PENDIENTE TO TRUE
017956         END-IF
017957     END-IF
017958     IF NOT WS-HAY-PENDIENTE
017959         GO TO 2700-EXIT
017960     END-IF
017961     MOVE CLIUPD-CLI-ID             TO PEND-CLI-ID
017962     ACCEPT PEND-FECHA-PEDIDO FROM DATE YYYYMMDD
017963     ACCEPT PEND-HORA-PEDIDO  FROM TIME
017964     SET PEND-PENDIENTE TO TRUE
017965     MOVE CLIUPD-OPERADOR           TO PEND-USUARIO-PEDIDO
017966     MOVE CLIUPD-NIVEL-AUT          TO PEND-NIVEL-AUT
017967     MOVE CLIUPD-MOTIVO             TO PEND-MOTIVO
017968     MOVE CLI-ESTADO OF CLIENTE-MASTER-REG
017969                                    TO PEND-ESTADO-ACTUAL
017970     MOVE ZERO                      TO PEND-FECHA-RESOLUCION
017971     MOVE ZERO                      TO PEND-HORA-RESOLUCION
017972     IF PEND-CLI-ESTADO NOT = SPACES
017973         MOVE SPACES TO CLIUPD-CLI-ESTADO
017974     END-IF
017975     IF WS-OVERRIDE-VIGENTE
017976         MOVE SPACES TO CLIUPD-CLI-NOMBRE
017977         MOVE SPACES TO CLIUPD-CLI-APELLIDO
017978     END-IF
017979     MOVE 'N' TO WS-SW-CAMBIO-MAESTRO
017980     IF CLIUPD-CLI-NOMBRE NOT = SPACES OR
017981        CLIUPD-CLI-APELLIDO NOT = SPACES OR
017982        CLIUPD-CLI-ESTADO NOT = SPACES OR
017983        WS-SUCURSAL-NUEVA NOT = SPACES
017984         SET WS-HAY-CAMBIO-MAESTRO TO TRUE
017985     END-IF.
017986 2700-EXIT.
017987     EXIT.
017988
017989*****************************************************************
017990* 2800-VERIFICAR-OVERRIDE - el cliente tiene override de        *
017991*      calificacion vigente si figura en el FCT CLIOVRD con     *
017992*      vencimiento posterior a hoy (mismo criterio de CLICAL01) *
017993*****************************************************************
017994 2800-VERIFICAR-OVERRIDE.
017995     MOVE 'N' TO WS-SW-OVERRIDE-VIGENTE
017996     MOVE CLIUPD-CLI-ID TO OVR-CLI-ID OF CLI-OVERRIDE-REG
017997     EXEC CICS READ
017998         FILE('CLIOVRD')
017999         INTO(CLI-OVERRIDE-REG)
018000         RIDFLD(OVR-CLI-ID OF CLI-OVERRIDE-REG)
018001         RESP(WS-RESP-CICS)
018002     END-EXEC
018003     EVALUATE TRUE
018004         WHEN WS-RESP-CICS = DFHRESP(NORMAL)
018005             ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
018006             IF OVR-FECHA-VENCIM OF CLI-OVERRIDE-REG >
018007                WS-FECHA-HOY
018008                 SET WS-OVERRIDE-VIGENTE TO TRUE
018009             END-IF
018010         WHEN WS-RESP-CICS = DFHRESP(NOTFND)
018011             CONTINUE
018012         WHEN OTHER
018013             SET CLIUPD-ERROR-IO TO TRUE
018014     END-EVALUATE.
018015 2800-EXIT.
018016     EXIT.
018017
018018*****************************************************************
018019* 2900-GRABAR-PENDIENTE - graba en el FCT CLIPEND el pendiente  *
018020*      armado en 2700, una vez aplicado sin error el resto del  *
018021*      pedido: un pedido rechazado no deja nada para aprobar    *
018022*****************************************************************
018023 2900-GRABAR-PENDIENTE.
018024     EXEC CICS WRITE
018025         FILE('CLIPEND')
018026         FROM(CLI-PEND-REG)
018027         RIDFLD(PEND-CLAVE)
018028         RESP(WS-RESP-CICS)
018029     END-EXEC
018030     IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
018031         SET CLIUPD-ERROR-IO TO TRUE
018032     END-IF.
018033 2900-EXIT.
018034     EXIT.
018035
018100*****************************************************************
018200* 3000-APLICAR-CAMBIO - relee el maestro con UPDATE, pisa solo  *
018300*      los campos recibidos, aplica las reglas comunes          *
020340                 RESP(WS-RESP-CICS)
020350             END-EXEC
020360             GO TO 3000-EXIT
020370         WHEN CLI-RETENIDO OF CLIENTE-MASTER-REG AND
020380              CLIUPD-CLI-ESTADO NOT = SPACES
020382             SET CLIUPD-EN-REVISION TO TRUE
020384             EXEC CICS UNLOCK
020386                 FILE('CLIEMAST')
020388                 RESP(WS-RESP-CICS)
020390             END-EXEC
020392             GO TO 3000-EXIT
020400         WHEN OTHER
020450             CONTINUE
020500     END-EVALUATE
021900         MOVE CLIUPD-CLI-ESTADO
022000             TO CLI-ESTADO OF CLIENTE-MASTER-REG
022100     END-IF
022110     IF WS-SUCURSAL-NUEVA NOT = SPACES
022120         MOVE WS-SUCURSAL-NUEVA
022130             TO CLI-SUCURSAL OF CLIENTE-MASTER-REG
022140     END-IF
022200     SET CLIRGL-VALIDAR-DOC TO TRUE
022300     CALL 'CLIRGL01' USING CLIRGL-CONTROL, CLIENTE-MASTER-REG
022400     IF NOT CLIRGL-OK
022900         END-EXEC
023000         GO TO 3000-EXIT
023100     END-IF
023110     MOVE 'N' TO WS-SW-RETENIDO-LISTAS
023120     IF CLI-ACTIVO OF CLIENTE-MASTER-REG AND
023130        (WS-ESTADO-ANTERIOR NOT = 'A' OR
023140         CLIUPD-CLI-NOMBRE NOT = SPACES OR
023150         CLIUPD-CLI-APELLIDO NOT = SPACES)
023160         PERFORM 3300-VERIFICAR-LISTAS THRU 3300-EXIT
023170         IF CLIUPD-ERROR-IO
023180             EXEC CICS UNLOCK
023185                 FILE('CLIEMAST')
023190                 RESP(WS-RESP-CICS)
023192             END-EXEC
023194             GO TO 3000-EXIT
023196         END-IF
023198     END-IF
023200     SET CLIRGL-FIJAR-FECHA-BAJA TO TRUE
023300     MOVE WS-ESTADO-ANTERIOR     TO CLIRGL-ESTADO-ANTERIOR
023400     MOVE WS-FECHA-BAJA-ANTERIOR TO CLIRGL-FECHA-BAJA-ANT
024700        CLI-ESTADO OF CLIENTE-MASTER-REG
024800         PERFORM 3500-REGISTRAR-HISTORIAL THRU 3500-EXIT
024900     END-IF
024910     PERFORM 3600-REGISTRAR-JOURNAL THRU 3600-EXIT
024920     IF CLIUPD-OK AND WS-RETENIDO-LISTAS
024930         SET CLIUPD-RETENIDO-LISTAS TO TRUE
024940     END-IF.
025000 3000-EXIT.
025100     EXIT.
025101
025102*****************************************************************
025103* 3300-VERIFICAR-LISTAS - controla el cliente, ya con los       *
025104*      cambios pedidos, contra las listas de sanciones y PEP:   *
025105*      claves de CLILST01 (funcion sin E/S) buscadas en el FCT  *
025106*      CLILSTX; una entrada no descartada por cumplimiento      *
025107*      (CLILDSP) deja al cliente retenido ('R')                 *
025108*****************************************************************
025109 3300-VERIFICAR-LISTAS.
025110     SET CLILST-ARMAR-CLAVES TO TRUE
025111     CALL 'CLILST01' USING CLILST-CONTROL, CLIENTE-MASTER-REG
025112     IF CLILST-CLAVE-NOMBRE NOT = SPACES
025113         MOVE 'N'                 TO WS-BUS-TIPO
025114         MOVE CLILST-CLAVE-NOMBRE TO WS-BUS-VALOR
025115         PERFORM 3310-BUSCAR-CLAVE THRU 3310-EXIT
025116     END-IF
025117     IF CLILST-CLAVE-DOC NOT = SPACES AND
025118        NOT WS-RETENIDO-LISTAS AND CLIUPD-OK
025119         MOVE 'D'                 TO WS-BUS-TIPO
025120         MOVE CLILST-CLAVE-DOC    TO WS-BUS-VALOR
025121         PERFORM 3310-BUSCAR-CLAVE THRU 3310-EXIT
025122     END-IF
025123     IF CLILST-CLAVE-DNI NOT = SPACES AND
025124        NOT WS-RETENIDO-LISTAS AND CLIUPD-OK
025125         MOVE 'D'                 TO WS-BUS-TIPO
025126         MOVE CLILST-CLAVE-DNI    TO WS-BUS-VALOR
025127         PERFORM 3310-BUSCAR-CLAVE THRU 3310-EXIT
025128     END-IF
025129     IF WS-RETENIDO-LISTAS
025130         MOVE 'R' TO CLI-ESTADO OF CLIENTE-MASTER-REG
025131     END-IF.
025132 3300-EXIT.
025133     EXIT.
025134
025135*****************************************************************
025136* 3310-BUSCAR-CLAVE - browse del indice desde la clave en curso *
025137*****************************************************************
025138 3310-BUSCAR-CLAVE.
025139     MOVE LOW-VALUES       TO LSTX-CLAVE
025140     MOVE WS-BUS-TIPO      TO LSTX-TIPO-CLAVE
025141     MOVE WS-BUS-VALOR     TO LSTX-VALOR
025142     MOVE 'N' TO WS-SW-FIN-CLAVE
025143     EXEC CICS STARTBR
025144         FILE('CLILSTX')
025145         RIDFLD(LSTX-CLAVE)
025146         GTEQ
025147         RESP(WS-RESP-CICS)
025148     END-EXEC
025149     EVALUATE TRUE
025150         WHEN WS-RESP-CICS = DFHRESP(NORMAL)
025151             CONTINUE
025152         WHEN WS-RESP-CICS = DFHRESP(NOTFND)
025153             GO TO 3310-EXIT
025154         WHEN OTHER
025155             SET CLIUPD-ERROR-IO TO TRUE
025156             GO TO 3310-EXIT
025157     END-EVALUATE
025158     PERFORM 3320-LEER-ENTRADA THRU 3320-EXIT
025159         UNTIL WS-FIN-CLAVE
025160     EXEC CICS ENDBR
025161         FILE('CLILSTX')
025162         RESP(WS-RESP-CICS)
025163     END-EXEC.
025164 3310-EXIT.
025165     EXIT.
025166
025167*****************************************************************
025168* 3320-LEER-ENTRADA - siguiente entrada del browse; si sigue    *
025169*      siendo la clave buscada y cumplimiento no la descarto    *
025170*      como falso positivo para este cliente, hay coincidencia  *
025171*****************************************************************
025172 3320-LEER-ENTRADA.
025173     EXEC CICS READNEXT
025174         FILE('CLILSTX')
025175         INTO(CLI-LISTA-IDX-REG)
025176         RIDFLD(LSTX-CLAVE)
025177         RESP(WS-RESP-CICS)
025178     END-EXEC
025179     EVALUATE TRUE
025180         WHEN WS-RESP-CICS = DFHRESP(NORMAL)
025181             CONTINUE
025182         WHEN WS-RESP-CICS = DFHRESP(ENDFILE)
025183             SET WS-FIN-CLAVE TO TRUE
025184             GO TO 3320-EXIT
025185         WHEN OTHER
025186             SET CLIUPD-ERROR-IO TO TRUE
025187             SET WS-FIN-CLAVE TO TRUE
025188             GO TO 3320-EXIT
025189     END-EVALUATE
025190     IF LSTX-TIPO-CLAVE NOT = WS-BUS-TIPO OR
025191        LSTX-VALOR NOT = WS-BUS-VALOR
025192         SET WS-FIN-CLAVE TO TRUE
025193         GO TO 3320-EXIT
025194     END-IF
025195     MOVE CLI-ID OF CLIENTE-MASTER-REG TO DSP-CLI-ID
025196     MOVE LSTX-FUENTE                  TO DSP-FUENTE
025197     MOVE LSTX-ID-ENTRADA              TO DSP-ID-ENTRADA
025198     EXEC CICS READ
025199         FILE('CLILDSP')
025200         INTO(CLI-LISTA-DISP-REG)
025201         RIDFLD(DSP-CLAVE)
025202         RESP(WS-RESP-CICS)
025203     END-EXEC
025204     EVALUATE TRUE
025205         WHEN WS-RESP-CICS = DFHRESP(NORMAL) AND
025206              DSP-FALSO-POSITIVO
025207             GO TO 3320-EXIT
025208         WHEN WS-RESP-CICS = DFHRESP(NORMAL)
025209             CONTINUE
025210         WHEN WS-RESP-CICS = DFHRESP(NOTFND)
025211             CONTINUE
025212         WHEN OTHER
025213             SET CLIUPD-ERROR-IO TO TRUE
025214             SET WS-FIN-CLAVE TO TRUE
025215             GO TO 3320-EXIT
025216     END-EVALUATE
025217     SET WS-RETENIDO-LISTAS TO TRUE
025218     SET WS-FIN-CLAVE TO TRUE.
025219 3320-EXIT.
025220     EXIT.
025221
025300*****************************************************************
025400* 3500-REGISTRAR-HISTORIAL - registro CLIHIST armado por        *
025500*      CLIRGL01 y escrito en la cola TD extrapartition CLIH,    *
027570*      cadena nocturna, igual que la cola CLIH del historial    *
027580*****************************************************************
027590 3600-REGISTRAR-JOURNAL.
027591     IF WS-ES-APROBACION
027592         SET CLIJRN-ARMAR-DOBLE-CONTROL TO TRUE
027593         MOVE WS-USUARIO-AUTORIZA TO CLIJRN-USUARIO-AUTORIZA
027594     ELSE
027595         SET CLIJRN-ARMAR TO TRUE
027596     END-IF
027597     MOVE 'CLIUPD01'          TO CLIJRN-PROGRAMA
027598     MOVE CLIUPD-OPERADOR     TO CLIJRN-USUARIO
027599     MOVE CLIUPD-MOTIVO       TO CLIJRN-MOTIVO
027600     MOVE WS-IMAGEN-ANTERIOR  TO CLIJRN-REG-ANTERIOR
027601     MOVE CLIENTE-MASTER-REG  TO CLIJRN-REG-NUEVO
027602     CALL 'CLIJRN01' USING CLIJRN-CONTROL
027603     EXEC CICS WRITEQ TD
027604         QUEUE('CLIJ')
027605         FROM(CLIJRN-REG-ARMADO)
027606         LENGTH(WS-LONG-JOURNAL)
027607         RESP(WS-RESP-CICS)
027608     END-EXEC
027609     IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
027610         SET CLIUPD-ERROR-IO TO TRUE
027611     END-IF.
027612 3600-EXIT.
027613     EXIT.
027614
027700*****************************************************************
027800* 4000-APLICAR-CONTACTO - relee el satelite con UPDATE y pisa   *
027900*      solo los campos recibidos; si el cliente no tenia        *
028000*      contacto cargado se escribe uno nuevo. El cambio grabado *
028010*      va al journal de contacto                                *
028100*****************************************************************
028200 4000-APLICAR-CONTACTO.
028300     MOVE CLIUPD-CLI-ID TO CTO-CLI-ID OF CLIENTE-CONTACTO-REG
029000     END-EXEC
029100     EVALUATE TRUE
029200         WHEN WS-RESP-CICS = DFHRESP(NORMAL)
029250             MOVE CLIENTE-CONTACTO-REG TO WS-CONTACTO-ANTERIOR
029300             PERFORM 4100-PISAR-CONTACTO THRU 4100-EXIT
029400             EXEC CICS REWRITE
029500                 FILE('CLICONTA')
029800             END-EXEC
029900             IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
030000                 SET CLIUPD-ERROR-IO TO TRUE
030050             ELSE
030060                 PERFORM 4200-REGISTRAR-JOURNAL-CTO THRU 4200-EXIT
030100             END-IF
030200         WHEN WS-RESP-CICS = DFHRESP(NOTFND)
030250             MOVE SPACES TO WS-CONTACTO-ANTERIOR
030300             MOVE SPACES TO CLIENTE-CONTACTO-REG
030400             MOVE CLIUPD-CLI-ID
030500                 TO CTO-CLI-ID OF CLIENTE-CONTACTO-REG
031200             END-EXEC
031300             IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
031400                 SET CLIUPD-ERROR-IO TO TRUE
031450             ELSE
031460                 PERFORM 4200-REGISTRAR-JOURNAL-CTO THRU 4200-EXIT
031500             END-IF
031600         WHEN OTHER
031700             SET CLIUPD-ERROR-IO TO TRUE
035700     END-IF.
035800 4100-EXIT.
035900     EXIT.
035910
035920*****************************************************************
035930* 4200-REGISTRAR-JOURNAL-CTO - imagen anterior y nueva del      *
035940*      contacto, armada por CLICTJ01 (funcion sin E/S) y        *
035950*      escrita en la cola TD extrapartition CLIC, que           *
035960*      operaciones descarga al journal CLI-CTJ-LOG antes de la  *
035970*      cadena nocturna, igual que la cola CLIJ del maestro      *
035980*****************************************************************
035990 4200-REGISTRAR-JOURNAL-CTO.
035991     SET CLICTJ-ARMAR TO TRUE
035992     MOVE 'CLIUPD01'           TO CLICTJ-PROGRAMA
035993     MOVE CLIUPD-OPERADOR      TO CLICTJ-USUARIO
035994     MOVE CLIUPD-MOTIVO        TO CLICTJ-MOTIVO
035995     MOVE WS-CONTACTO-ANTERIOR TO CLICTJ-REG-ANTERIOR
035996     MOVE CLIENTE-CONTACTO-REG TO CLICTJ-REG-NUEVO
035997     CALL 'CLICTJ01' USING CLICTJ-CONTROL
035998     EXEC CICS WRITEQ TD
035999         QUEUE('CLIC')
036001         FROM(CLICTJ-REG-ARMADO)
036002         LENGTH(WS-LONG-JOURNAL-CTO)
036003         RESP(WS-RESP-CICS)
036004     END-EXEC
036005     IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
036006         SET CLIUPD-ERROR-IO TO TRUE
036007     END-IF.
036008 4200-EXIT.
036009     EXIT.
036010
036011*****************************************************************
036012* 5000-APLICAR-CONSENT - relee el registro de consentimientos   *
036013*      con UPDATE (FCT CLICNSD), o arma uno nuevo, y pisa los   *
036014*      items pedidos cuyo estado difiere del registrado; cada   *
036015*      item que cambia va al historial (cola TD CLIN)           *
036016*****************************************************************
036017 5000-APLICAR-CONSENT.
036018     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
036019     MOVE 'N' TO WS-SW-HUBO-CAMBIO-CNS
036020     MOVE CLIUPD-CLI-ID TO CNS-CLI-ID OF CLI-CONSENT-REG
036021     EXEC CICS READ
036022         FILE('CLICNSD')
036023         INTO(CLI-CONSENT-REG)
036024         RIDFLD(CNS-CLI-ID OF CLI-CONSENT-REG)
036025         UPDATE
036026         RESP(WS-RESP-CICS)
036027     END-EXEC
036028     EVALUATE TRUE
036029         WHEN WS-RESP-CICS = DFHRESP(NORMAL)
036030             MOVE 'S' TO WS-SW-CONSENT-EXISTE
036031         WHEN WS-RESP-CICS = DFHRESP(NOTFND)
036032             MOVE 'N' TO WS-SW-CONSENT-EXISTE
036033             MOVE SPACES TO CLI-CONSENT-REG
036034             MOVE CLIUPD-CLI-ID TO CNS-CLI-ID OF CLI-CONSENT-REG
036035             MOVE WS-FECHA-HOY  TO CNS-FECHA-ALTA
036036         WHEN OTHER
036037             SET CLIUPD-ERROR-IO TO TRUE
036038             GO TO 5000-EXIT
036039     END-EVALUATE
036040     PERFORM 5100-APLICAR-ITEM THRU 5100-EXIT
036041         VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
036042     IF NOT WS-HUBO-CAMBIO-CNS
036043         IF WS-CONSENT-EXISTE
036044             EXEC CICS UNLOCK
036045                 FILE('CLICNSD')
036046                 RESP(WS-RESP-CICS)
036047             END-EXEC
036048         END-IF
036049         GO TO 5000-EXIT
036050     END-IF
036051     MOVE CLIUPD-OPERADOR TO CNS-USUARIO
036052     MOVE WS-FECHA-HOY    TO CNS-FECHA-ULT-CAMBIO
036053     IF WS-CONSENT-EXISTE
036054         EXEC CICS REWRITE
036055             FILE('CLICNSD')
036056             FROM(CLI-CONSENT-REG)
036057             RESP(WS-RESP-CICS)
036058         END-EXEC
036059     ELSE
036060         EXEC CICS WRITE
036061             FILE('CLICNSD')
036062             FROM(CLI-CONSENT-REG)
036063             RIDFLD(CNS-CLI-ID OF CLI-CONSENT-REG)
036064             RESP(WS-RESP-CICS)
036065         END-EXEC
036066     END-IF
036067     IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
036068         SET CLIUPD-ERROR-IO TO TRUE
036069         GO TO 5000-EXIT
036070     END-IF
036071     PERFORM 5200-REGISTRAR-HIST-CNS THRU 5200-EXIT
036072         VARYING WS-IND FROM 1 BY 1
036073         UNTIL WS-IND > 5 OR CLIUPD-ERROR-IO.
036074 5000-EXIT.
036075     EXIT.
036076
036077*****************************************************************
036078* 5100-APLICAR-ITEM - en un registro nuevo los items no pedidos *
036079*      quedan sin informar (fecha en cero)                      *
036080*****************************************************************
036081 5100-APLICAR-ITEM.
036082     MOVE 'N' TO WS-CAMBIO-MARCA (WS-IND)
036083     IF NOT WS-CONSENT-EXISTE
036084         MOVE ZERO TO CNS-ITEM-FECHA (WS-IND)
036085     END-IF
036086     MOVE CNS-ITEM-ESTADO (WS-IND) TO WS-CAMBIO-ANTERIOR (WS-IND)
036087     IF WS-CNS-PEDIDO (WS-IND) = SPACE OR
036088        WS-CNS-PEDIDO (WS-IND) = CNS-ITEM-ESTADO (WS-IND)
036089         GO TO 5100-EXIT
036090     END-IF
036091     MOVE WS-CNS-PEDIDO (WS-IND) TO CNS-ITEM-ESTADO (WS-IND)
036092     MOVE WS-FECHA-HOY           TO CNS-ITEM-FECHA (WS-IND)
036093     MOVE WS-CNS-ORIGEN          TO CNS-ITEM-ORIGEN (WS-IND)
036094     MOVE 'S' TO WS-CAMBIO-MARCA (WS-IND)
036095     SET WS-HUBO-CAMBIO-CNS TO TRUE.
036096 5100-EXIT.
036097     EXIT.
036098
036099*****************************************************************
036100* 5200-REGISTRAR-HIST-CNS - registro CLICNL de un item cambiado *
036101*      en la cola TD extrapartition CLIN, que operaciones       *
036102*      descarga al historial CLI-CNS-LOG antes de la cadena     *
036103*      nocturna, igual que la cola CLIC del contacto            *
036104*****************************************************************
036105 5200-REGISTRAR-HIST-CNS.
036106     IF WS-CAMBIO-MARCA (WS-IND) NOT = 'S'
036107         GO TO 5200-EXIT
036108     END-IF
036109     MOVE CLIUPD-CLI-ID               TO CNL-CLI-ID
036110     ACCEPT CNL-FECHA FROM DATE YYYYMMDD
036111     ACCEPT CNL-HORA  FROM TIME
036112     MOVE 'CLIUPD01'                  TO CNL-PROGRAMA
036113     MOVE CLIUPD-OPERADOR             TO CNL-USUARIO
036114     MOVE WS-COD-ITEM (WS-IND)        TO CNL-ITEM
036115     MOVE WS-CAMBIO-ANTERIOR (WS-IND) TO CNL-ESTADO-ANTERIOR
036116     MOVE CNS-ITEM-ESTADO (WS-IND)    TO CNL-ESTADO-NUEVO
036117     MOVE CNS-ITEM-FECHA (WS-IND)     TO CNL-FECHA-CONSENT
036118     MOVE CNS-ITEM-ORIGEN (WS-IND)    TO CNL-ORIGEN
036119     EXEC CICS WRITEQ TD
036120         QUEUE('CLIN')
036121         FROM(CLI-CNL-REG)
036122         LENGTH(WS-LONG-HIST-CNS)
036123         RESP(WS-RESP-CICS)
036124     END-EXEC
036125     IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
036126         SET CLIUPD-ERROR-IO TO TRUE
036127     END-IF.
036128 5200-EXIT.
036129     EXIT.
036200
036300*****************************************************************
036400* 9999-EXIT - devuelve el control a CICS con la COMMAREA armada *
036500*****************************************************************
036600 9999-EXIT.
036700     EXEC CICS RETURN END-EXEC.
