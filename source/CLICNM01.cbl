000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLICNM01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Alta/cambio/baja/
001300*                     consulta unica del archivo de
001400*                     consentimientos y preferencias de
001500*                     comunicacion CLI-CONSENT, con historial
001600*                     de cada cambio en CLI-CNS-LOG.
001700*****************************************************************
001800* Mantenimiento unico en batch del archivo de consentimientos y
001900* preferencias de comunicacion CLI-CONSENT, indexado por
002000* CNS-CLI-ID, un registro por cliente que se expreso sobre el
002100* uso de sus datos (ley de proteccion de datos personales): por
002200* canal (telefono, email, correo postal) y por finalidad
002300* (marketing, cesion a terceros), si consiente o no, desde que
002400* fecha y por que canal llego la declaracion. Hermano de
002500* CLIOVM01: toda alta, cambio o baja en batch debe pasar por
002600* este programa (CALL 'CLICNM01' USING CLICNM-CONTROL,
002700* WS-CONSENTIMIENTO) en lugar de escribir directamente el
002800* archivo; en linea lo actualiza la transaccion CLIUPD01 con
002900* las mismas reglas. El extracto CLIFEED1 blanquea y marca los
003000* canales rechazados y CLIHAB01 imprime la situacion y el
003100* historial en el dossier de habeas data.
003200*
003300* Cada item cuyo estado cambia deja un registro en el historial
003400* CLI-CNS-LOG (CLICNL.cpy) con el estado anterior y el nuevo,
003500* la fecha declarada, el canal de origen, el programa llamador
003600* y el usuario: el historial es la prueba del consentimiento y
003700* no se purga. En el cambio, un item con estado en espacios no
003800* se toca y un item con el mismo estado que ya tenia conserva
003900* la fecha y el origen originales.
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CLI-CONSENT     ASSIGN TO CLICNSD
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE  IS DYNAMIC
005000         RECORD KEY   IS CNS-CLI-ID OF CLI-CONSENT-REG
005100         FILE STATUS  IS WS-CNS-STATUS.
005200
005300     SELECT CLI-CNS-LOG     ASSIGN TO CLICNSL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS  IS WS-CNL-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CLI-CONSENT
006000     LABEL RECORDS ARE STANDARD.
006100     COPY CLICNFD.
006200
006300 FD  CLI-CNS-LOG
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CLICNL.
006600
006700 WORKING-STORAGE SECTION.
006800 77  WS-CNS-STATUS             PIC X(02)      VALUE '00'.
006900     88  WS-CNS-OK                            VALUE '00'.
007000     88  WS-CNS-DUPLICADO                     VALUE '22'.
007100     88  WS-CNS-NO-ENCONTRADO                 VALUE '23'.
007200 77  WS-CNL-STATUS             PIC X(02)      VALUE '00'.
007300     88  WS-CNL-OK                            VALUE '00'.
007400 77  WS-SW-ARCHIVO-ABIERTO     PIC X(01)      VALUE 'N'.
007500     88  WS-ARCHIVO-YA-ABIERTO                VALUE 'S'.
007600 77  WS-SW-HUBO-CAMBIO         PIC X(01)      VALUE 'N'.
007700     88  WS-HUBO-CAMBIO                       VALUE 'S'.
007800 77  WS-FECHA-HOY              PIC 9(08)      VALUE ZERO.
007900 77  WS-IND                    PIC 9(03) COMP VALUE ZERO.
008000 77  WS-CANT-INFORMADOS        PIC 9(03) COMP VALUE ZERO.
008100
008200*****************************************************************
008300* Codigos de item del historial, en el orden de CNS-ITEM.       *
008400*****************************************************************
008500 01  WS-TABLA-COD-ITEM.
008600     05  FILLER                PIC X(20)
008700                               VALUE 'TELEMAILPOSTMKTGTERC'.
008800 01  WS-COD-ITEMS REDEFINES WS-TABLA-COD-ITEM.
008900     05  WS-COD-ITEM           PIC X(04) OCCURS 5 TIMES.
009000
009100*****************************************************************
009200* Items que cambiaron en la operacion en curso y su estado      *
009300* anterior, para el historial.                                  *
009400*****************************************************************
009500 01  WS-TABLA-CAMBIOS.
009600     05  WS-CAMBIO OCCURS 5 TIMES.
009700         10  WS-CAMBIO-MARCA   PIC X(01).
009800             88  WS-ITEM-CAMBIADO             VALUE 'S'.
009900         10  WS-CAMBIO-ANTERIOR PIC X(01).
010000
010100 LINKAGE SECTION.
010200 COPY CLICNMPM.
010300 COPY CLICNS.
010400
010500 PROCEDURE DIVISION USING CLICNM-CONTROL, WS-CONSENTIMIENTO.
010600*****************************************************************
010700* 0000-MAINLINE                                                 *
010800*****************************************************************
010900 0000-MAINLINE.
011000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
011100     IF CLICNM-OK
011200         EVALUATE TRUE
011300             WHEN CLICNM-ALTA
011400                 PERFORM 2000-ALTA THRU 2000-EXIT
011500             WHEN CLICNM-CAMBIO
011600                 PERFORM 3000-CAMBIO THRU 3000-EXIT
011700             WHEN CLICNM-BAJA
011800                 PERFORM 4000-BAJA THRU 4000-EXIT
011900             WHEN CLICNM-CONSULTA
012000                 PERFORM 5000-CONSULTA THRU 5000-EXIT
012100             WHEN OTHER
012200                 SET CLICNM-FUNCION-INVALIDA TO TRUE
012300         END-EVALUATE
012400     END-IF
012500     GOBACK.
012600
012700*****************************************************************
012800* 1000-INICIALIZAR - abre el archivo y el historial la primera  *
012900*                    vez que se invoca el programa en la        *
013000*                    ejecucion                                  *
013100*****************************************************************
013200 1000-INICIALIZAR.
013300     SET CLICNM-OK TO TRUE
013400     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
013500     IF CLICNM-PROGRAMA = SPACES OR CLICNM-PROGRAMA = LOW-VALUES
013600         MOVE 'CLICNM01' TO CLICNM-PROGRAMA
013700     END-IF
013800     IF NOT WS-ARCHIVO-YA-ABIERTO
013900         OPEN I-O CLI-CONSENT
014000         IF NOT WS-CNS-OK
014100             SET CLICNM-ERROR-IO TO TRUE
014200             GO TO 1000-EXIT
014300         END-IF
014400         OPEN EXTEND CLI-CNS-LOG
014500         IF NOT WS-CNL-OK
014600             CLOSE CLI-CONSENT
014700             SET CLICNM-ERROR-IO TO TRUE
014800             DISPLAY 'CLICNM01 - ERROR ABRIENDO CLICNSL, STATUS='
014900                 WS-CNL-STATUS
015000             GO TO 1000-EXIT
015100         END-IF
015200         SET WS-ARCHIVO-YA-ABIERTO TO TRUE
015300     END-IF.
015400 1000-EXIT.
015500     EXIT.
015600
015700*****************************************************************
015800* 1600-VALIDAR-CONSENT - cada item con estado valido; los       *
015900*      informados con canal de origen valido y fecha no         *
016000*      posterior a la del dia (en cero, la del dia)             *
016100*****************************************************************
016200 1600-VALIDAR-CONSENT.
016300     MOVE ZERO TO WS-CANT-INFORMADOS
016400     PERFORM 1610-VALIDAR-ITEM THRU 1610-EXIT
016500         VARYING WS-IND FROM 1 BY 1
016600         UNTIL WS-IND > 5 OR CLICNM-DATO-INVALIDO.
016700 1600-EXIT.
016800     EXIT.
016900
017000*****************************************************************
017100* 1610-VALIDAR-ITEM                                             *
017200*****************************************************************
017300 1610-VALIDAR-ITEM.
017400     IF NOT CNS-ITEM-ESTADO-VALIDO OF WS-CONSENTIMIENTO (WS-IND)
017500         SET CLICNM-DATO-INVALIDO TO TRUE
017600         GO TO 1610-EXIT
017700     END-IF
017800     IF CNS-ITEM-SIN-INFORMAR OF WS-CONSENTIMIENTO (WS-IND)
017900         MOVE ZERO
018000             TO CNS-ITEM-FECHA OF WS-CONSENTIMIENTO (WS-IND)
018100         MOVE SPACES
018200             TO CNS-ITEM-ORIGEN OF WS-CONSENTIMIENTO (WS-IND)
018300         GO TO 1610-EXIT
018400     END-IF
018500     ADD 1 TO WS-CANT-INFORMADOS
018600     IF NOT CNS-ORIGEN-VALIDO OF WS-CONSENTIMIENTO (WS-IND)
018700         SET CLICNM-DATO-INVALIDO TO TRUE
018800         GO TO 1610-EXIT
018900     END-IF
019000     IF CNS-ITEM-FECHA OF WS-CONSENTIMIENTO (WS-IND) NOT NUMERIC
019100         SET CLICNM-DATO-INVALIDO TO TRUE
019200         GO TO 1610-EXIT
019300     END-IF
019400     IF CNS-ITEM-FECHA OF WS-CONSENTIMIENTO (WS-IND) = ZERO
019500         MOVE WS-FECHA-HOY
019600             TO CNS-ITEM-FECHA OF WS-CONSENTIMIENTO (WS-IND)
019700     END-IF
019800     IF CNS-ITEM-FECHA OF WS-CONSENTIMIENTO (WS-IND) >
019900        WS-FECHA-HOY
020000         SET CLICNM-DATO-INVALIDO TO TRUE
020100     END-IF.
020200 1610-EXIT.
020300     EXIT.
020400
020500*****************************************************************
020600* 2000-ALTA - alta del registro de un cliente; exige al menos   *
020700*      un item informado, estampa la fecha de alta y deja cada  *
020800*      item informado en el historial                           *
020900*****************************************************************
021000 2000-ALTA.
021100     PERFORM 1600-VALIDAR-CONSENT THRU 1600-EXIT
021200     IF CLICNM-DATO-INVALIDO
021300         GO TO 2000-EXIT
021400     END-IF
021500     IF WS-CANT-INFORMADOS = ZERO
021600         SET CLICNM-DATO-INVALIDO TO TRUE
021700         GO TO 2000-EXIT
021800     END-IF
021900     MOVE WS-CONSENTIMIENTO TO CLI-CONSENT-REG
022000     MOVE WS-FECHA-HOY TO CNS-FECHA-ALTA OF CLI-CONSENT-REG
022100     MOVE WS-FECHA-HOY TO CNS-FECHA-ULT-CAMBIO OF CLI-CONSENT-REG
022200     WRITE CLI-CONSENT-REG
022300         INVALID KEY
022400             SET CLICNM-YA-EXISTE TO TRUE
022500             GO TO 2000-EXIT
022600     END-WRITE
022700     MOVE CLI-CONSENT-REG TO WS-CONSENTIMIENTO
022800     PERFORM 2100-MARCAR-INFORMADO THRU 2100-EXIT
022900         VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
023000     PERFORM 7000-GRABAR-HISTORIAL THRU 7000-EXIT.
023100 2000-EXIT.
023200     EXIT.
023300
023400*****************************************************************
023500* 2100-MARCAR-INFORMADO - en el alta todo item informado es un  *
023600*      cambio desde "sin informar"                              *
023700*****************************************************************
023800 2100-MARCAR-INFORMADO.
023900     MOVE SPACE TO WS-CAMBIO-ANTERIOR (WS-IND)
024000     IF CNS-ITEM-SIN-INFORMAR OF CLI-CONSENT-REG (WS-IND)
024100         MOVE 'N' TO WS-CAMBIO-MARCA (WS-IND)
024200     ELSE
024300         MOVE 'S' TO WS-CAMBIO-MARCA (WS-IND)
024400     END-IF.
024500 2100-EXIT.
024600     EXIT.
024700
024800*****************************************************************
024900* 3000-CAMBIO - aplica los items informados cuyo estado difiere *
025000*      del registrado; la fecha de alta se conserva. Si ningun  *
025100*      item cambia no se reescribe nada                         *
025200*****************************************************************
025300 3000-CAMBIO.
025400     PERFORM 1600-VALIDAR-CONSENT THRU 1600-EXIT
025500     IF CLICNM-DATO-INVALIDO
025600         GO TO 3000-EXIT
025700     END-IF
025800     MOVE CNS-CLI-ID OF WS-CONSENTIMIENTO TO CNS-CLI-ID OF
025900         CLI-CONSENT-REG
026000     READ CLI-CONSENT
026100         INVALID KEY
026200             SET CLICNM-NO-ENCONTRADO TO TRUE
026300     END-READ
026400     IF CLICNM-NO-ENCONTRADO
026500         GO TO 3000-EXIT
026600     END-IF
026700     MOVE 'N' TO WS-SW-HUBO-CAMBIO
026800     PERFORM 3100-APLICAR-ITEM THRU 3100-EXIT
026900         VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
027000     IF NOT WS-HUBO-CAMBIO
027100         MOVE CLI-CONSENT-REG TO WS-CONSENTIMIENTO
027200         GO TO 3000-EXIT
027300     END-IF
027400     MOVE CNS-USUARIO OF WS-CONSENTIMIENTO
027500                    TO CNS-USUARIO OF CLI-CONSENT-REG
027600     MOVE WS-FECHA-HOY TO CNS-FECHA-ULT-CAMBIO OF CLI-CONSENT-REG
027700     REWRITE CLI-CONSENT-REG
027800         INVALID KEY
027900             SET CLICNM-ERROR-IO TO TRUE
028000             GO TO 3000-EXIT
028100     END-REWRITE
028200     MOVE CLI-CONSENT-REG TO WS-CONSENTIMIENTO
028300     PERFORM 7000-GRABAR-HISTORIAL THRU 7000-EXIT.
028400 3000-EXIT.
028500     EXIT.
028600
028700*****************************************************************
028800* 3100-APLICAR-ITEM - un item informado con estado distinto del *
028900*      registrado pisa estado, fecha y origen                   *
029000*****************************************************************
029100 3100-APLICAR-ITEM.
029200     MOVE 'N' TO WS-CAMBIO-MARCA (WS-IND)
029300     MOVE CNS-ITEM-ESTADO OF CLI-CONSENT-REG (WS-IND)
029400                    TO WS-CAMBIO-ANTERIOR (WS-IND)
029500     IF CNS-ITEM-SIN-INFORMAR OF WS-CONSENTIMIENTO (WS-IND)
029600         GO TO 3100-EXIT
029700     END-IF
029800     IF CNS-ITEM-ESTADO OF WS-CONSENTIMIENTO (WS-IND) =
029900        CNS-ITEM-ESTADO OF CLI-CONSENT-REG (WS-IND)
030000         GO TO 3100-EXIT
030100     END-IF
030200     MOVE CNS-ITEM OF WS-CONSENTIMIENTO (WS-IND)
030300                    TO CNS-ITEM OF CLI-CONSENT-REG (WS-IND)
030400     MOVE 'S' TO WS-CAMBIO-MARCA (WS-IND)
030500     SET WS-HUBO-CAMBIO TO TRUE.
030600 3100-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000* 4000-BAJA - baja fisica del registro (cliente purgado o       *
031100*      cargado por error); el historial conserva lo que tuvo    *
031200*****************************************************************
031300 4000-BAJA.
031400     MOVE CNS-CLI-ID OF WS-CONSENTIMIENTO TO CNS-CLI-ID OF
031500         CLI-CONSENT-REG
031600     READ CLI-CONSENT
031700         INVALID KEY
031800             SET CLICNM-NO-ENCONTRADO TO TRUE
031900     END-READ
032000     IF CLICNM-NO-ENCONTRADO
032100         GO TO 4000-EXIT
032200     END-IF
032300     DELETE CLI-CONSENT RECORD
032400         INVALID KEY
032500             SET CLICNM-ERROR-IO TO TRUE
032600             GO TO 4000-EXIT
032700     END-DELETE
032800     PERFORM 7200-GRABAR-BAJA THRU 7200-EXIT.
032900 4000-EXIT.
033000     EXIT.
033100
033200*****************************************************************
033300* 5000-CONSULTA - lectura del registro por CNS-CLI-ID           *
033400*****************************************************************
033500 5000-CONSULTA.
033600     MOVE CNS-CLI-ID OF WS-CONSENTIMIENTO TO CNS-CLI-ID OF
033700         CLI-CONSENT-REG
033800     READ CLI-CONSENT
033900         INVALID KEY
034000             SET CLICNM-NO-ENCONTRADO TO TRUE
034100         NOT INVALID KEY
034200             MOVE CLI-CONSENT-REG TO WS-CONSENTIMIENTO
034300             SET CLICNM-OK TO TRUE
034400     END-READ.
034500 5000-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900* 7000-GRABAR-HISTORIAL - un registro de CLI-CNS-LOG por cada   *
035000*      item marcado como cambiado (registro ya grabado en       *
035100*      CLI-CONSENT-REG)                                         *
035200*****************************************************************
035300 7000-GRABAR-HISTORIAL.
035400     PERFORM 7100-GRABAR-ITEM THRU 7100-EXIT
035500         VARYING WS-IND FROM 1 BY 1
035600         UNTIL WS-IND > 5 OR CLICNM-ERROR-IO.
035700 7000-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100* 7100-GRABAR-ITEM                                              *
036200*****************************************************************
036300 7100-GRABAR-ITEM.
036400     IF NOT WS-ITEM-CAMBIADO (WS-IND)
036500         GO TO 7100-EXIT
036600     END-IF
036700     PERFORM 7300-CARGAR-COMUNES THRU 7300-EXIT
036800     MOVE WS-COD-ITEM (WS-IND)       TO CNL-ITEM
036900     MOVE WS-CAMBIO-ANTERIOR (WS-IND) TO CNL-ESTADO-ANTERIOR
037000     MOVE CNS-ITEM-ESTADO OF CLI-CONSENT-REG (WS-IND)
037100                                     TO CNL-ESTADO-NUEVO
037200     MOVE CNS-ITEM-FECHA OF CLI-CONSENT-REG (WS-IND)
037300                                     TO CNL-FECHA-CONSENT
037400     MOVE CNS-ITEM-ORIGEN OF CLI-CONSENT-REG (WS-IND)
037500                                     TO CNL-ORIGEN
037600     PERFORM 7400-ESCRIBIR-LOG THRU 7400-EXIT.
037700 7100-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100* 7200-GRABAR-BAJA - registro unico de baja en el historial     *
038200*****************************************************************
038300 7200-GRABAR-BAJA.
038400     PERFORM 7300-CARGAR-COMUNES THRU 7300-EXIT
038500     SET CNL-ITEM-BAJA TO TRUE
038600     MOVE SPACE       TO CNL-ESTADO-ANTERIOR
038700     MOVE SPACE       TO CNL-ESTADO-NUEVO
038800     MOVE WS-FECHA-HOY TO CNL-FECHA-CONSENT
038900     MOVE SPACES      TO CNL-ORIGEN
039000     PERFORM 7400-ESCRIBIR-LOG THRU 7400-EXIT.
039100 7200-EXIT.
039200     EXIT.
039300
039400*****************************************************************
039500* 7300-CARGAR-COMUNES - cliente, momento de registro, programa  *
039600*      llamador y usuario                                       *
039700*****************************************************************
039800 7300-CARGAR-COMUNES.
039900     MOVE CNS-CLI-ID OF CLI-CONSENT-REG TO CNL-CLI-ID
040000     ACCEPT CNL-FECHA FROM DATE YYYYMMDD
040100     ACCEPT CNL-HORA  FROM TIME
040200     MOVE CLICNM-PROGRAMA               TO CNL-PROGRAMA
040300     MOVE CNS-USUARIO OF WS-CONSENTIMIENTO TO CNL-USUARIO.
040400 7300-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800* 7400-ESCRIBIR-LOG - un error de E/S del historial se devuelve *
040900*      al llamador (el registro de consentimiento ya quedo)     *
041000*****************************************************************
041100 7400-ESCRIBIR-LOG.
041200     WRITE CLI-CNL-REG
041300     IF NOT WS-CNL-OK
041400         SET CLICNM-ERROR-IO TO TRUE
041500         DISPLAY 'CLICNM01 - ERROR GRABANDO CLICNSL, STATUS='
041600             WS-CNL-STATUS
041700     END-IF.
041800 7400-EXIT.
041900     EXIT.
