000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLICRM01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Novedades de contacto
001300*                     recibidas del CRM externo aplicadas a
001400*                     CLIENTE-CONTACTO, con control de header/
001500*                     trailer, validacion con las reglas de
001600*                     CLICDQ01, journal de contacto y retorno
001700*                     al CRM de rechazos y conflictos.
001800*****************************************************************
001900* Camino de vuelta del extracto CLIFEED1: aplica al satelite
002000* CLIENTE-CONTACTO los cambios de telefono, email y domicilio
002100* que los clientes hicieron en los canales de autogestion del
002200* CRM (archivo CLICRMI, ver CLICRMI.cpy), antes de que el
002300* extracto de la noche los vuelva a pisar en el CRM.
002400*
002500*   - El archivo se controla completo antes de aplicar nada:
002600*     header con la fecha de proceso y trailer con la cantidad
002700*     de detalles y el hash de CLI-ID (RC=20 si no cierran).
002800*   - Cada novedad se valida con las mismas reglas del barrido
002900*     de calidad CLICDQ01: email con un unico arroba, telefonos
003000*     normalizados a solo digitos (sin digitos se rechaza) y
003100*     provincia/codigo postal contra la tabla de referencia
003200*     CLIPRVC. El cliente debe existir en el maestro y no estar
003300*     dado de baja.
003400*   - Conflicto: si la mesa de atencion cambio el contacto por
003500*     CLIUPD01 despues del momento del cambio en el CRM (segun
003600*     el journal de contacto CLI-CTJ-LOG), la novedad no se
003700*     aplica; manda el dato de la mesa.
003800*   - Las novedades aceptadas se aplican por CLICTM01, en el
003900*     orden en que el cliente las hizo, y dejan la imagen
004000*     anterior y nueva en el journal de contacto (CLICTJ01).
004100*   - Rechazos y conflictos van al reporte RPTCRM y al archivo
004200*     de retorno CLICRMR (ver CLICRMR.cpy), que el CRM carga
004300*     para volver al dato vigente.
004400*
004500* Las novedades y los cambios de la mesa del journal se ordenan
004600* juntos por CLI-ID: primero los de la mesa (el mas reciente
004700* adelante) y despues las del CRM por momento del cambio, con
004800* lo que al llegar a cada novedad ya se conoce el ultimo cambio
004900* de la mesa para el cliente.
005000*
005100* Corre en la cadena nocturna despues de CLILOAD1 y antes de
005200* CLIFEED1 (compuerta CLIGTE01). El resumen de la corrida va a
005300* CLIESTAD (1 aplicadas, 2 rechazadas, 3 conflictos, 4 leidas).
005400* PARM opcional 'FECHA=AAAAMMDD' (sin PARM, la del sistema).
005500*****************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.   IBM-370.
005900 OBJECT-COMPUTER.   IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CLI-CRM-ENTRADA ASSIGN TO CLICRMI
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS  IS WS-CRMI-STATUS.
006500
006600     SELECT CLI-CTJ-LOG     ASSIGN TO CLICTJL
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS  IS WS-CTJ-STATUS.
006900
007000     SELECT CLI-PROVINCIAS  ASSIGN TO CLIPRVC
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS  IS WS-PRV-STATUS.
007300
007400     SELECT CLIENTE-MASTER  ASSIGN TO CLIEMAST
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE  IS RANDOM
007700         RECORD KEY   IS CLI-ID OF CLIENTE-MASTER-REG
007800         FILE STATUS  IS WS-CLI-STATUS.
007900
008000     SELECT WORK-CRM-SORT   ASSIGN TO SORTWK01.
008100
008200     SELECT CLI-CRM-RETORNO ASSIGN TO CLICRMR
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS  IS WS-CRMR-STATUS.
008500
008600     SELECT RPT-CRM         ASSIGN TO RPTCRM
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS  IS WS-RPT-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CLI-CRM-ENTRADA
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CLICRMI.
009500
009600 FD  CLI-CTJ-LOG
009700     LABEL RECORDS ARE STANDARD.
009800     COPY CLICTJ.
009900
010000 FD  CLI-PROVINCIAS
010100     LABEL RECORDS ARE STANDARD.
010200     COPY CLIPRVC.
010300
010400 FD  CLIENTE-MASTER
010500     LABEL RECORDS ARE STANDARD.
010600     COPY CLIEMFD.
010700
010800 SD  WORK-CRM-SORT.
010900 01  SD-NOVEDAD.
011000     05  SD-CLI-ID             PIC 9(10).
011100     05  SD-ORIGEN             PIC X(01).
011200         88  SD-ES-MESA                   VALUE '1'.
011300         88  SD-ES-CRM                    VALUE '2'.
011400     05  SD-MESA-FECHA         PIC 9(08).
011500     05  SD-MESA-HORA          PIC 9(08).
011600     05  SD-MESA-USUARIO       PIC X(08).
011700     05  SD-CRM-FECHA          PIC 9(08).
011800     05  SD-CRM-HORA           PIC 9(08).
011900     05  SD-SECUENCIA          PIC 9(09).
012000     05  SD-ID-CAMBIO          PIC X(20).
012100     05  SD-CONTACTO.
012200         10  SD-CTO-CALLE      PIC X(40).
012300         10  SD-CTO-LOCALIDAD  PIC X(30).
012400         10  SD-CTO-PROVINCIA  PIC X(20).
012500         10  SD-CTO-COD-POSTAL PIC X(08).
012600         10  SD-CTO-TELEFONO   PIC X(15) OCCURS 3 TIMES.
012700         10  SD-CTO-EMAIL      PIC X(50).
012800
012900 FD  CLI-CRM-RETORNO
013000     LABEL RECORDS ARE STANDARD.
013100     COPY CLICRMR.
013200
013300 FD  RPT-CRM
013400     LABEL RECORDS ARE STANDARD.
013500 01  RPT-LINEA                 PIC X(132).
013600
013700 WORKING-STORAGE SECTION.
013800 77  WS-CRMI-STATUS            PIC X(02)      VALUE '00'.
013900 77  WS-CTJ-STATUS             PIC X(02)      VALUE '00'.
014000 77  WS-PRV-STATUS             PIC X(02)      VALUE '00'.
014100 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
014200 77  WS-CRMR-STATUS            PIC X(02)      VALUE '00'.
014300 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
014400 77  WS-SW-EOF-CRM             PIC X(01)      VALUE 'N'.
014500     88  WS-EOF-CRM                           VALUE 'S'.
014600 77  WS-SW-EOF-JOURNAL         PIC X(01)      VALUE 'N'.
014700     88  WS-EOF-JOURNAL                       VALUE 'S'.
014800 77  WS-SW-EOF-PROVINCIAS      PIC X(01)      VALUE 'N'.
014900     88  WS-EOF-PROVINCIAS                    VALUE 'S'.
015000 77  WS-SW-EOF-SORT            PIC X(01)      VALUE 'N'.
015100     88  WS-EOF-SORT                          VALUE 'S'.
015200 77  WS-SW-TRAILER-LEIDO       PIC X(01)      VALUE 'N'.
015300     88  WS-TRAILER-LEIDO                     VALUE 'S'.
015400 77  WS-SW-TIENE-CONTACTO      PIC X(01)      VALUE 'N'.
015500     88  WS-TIENE-CONTACTO                    VALUE 'S'.
015600 77  WS-SW-PROVINCIA-HALLADA   PIC X(01)      VALUE 'N'.
015700     88  WS-PROVINCIA-HALLADA                 VALUE 'S'.
015800 77  WS-SW-POSTAL-VALIDO       PIC X(01)      VALUE 'N'.
015900     88  WS-POSTAL-VALIDO                     VALUE 'S'.
016000
016100 77  WS-FECHA-PROCESO          PIC 9(08)      VALUE ZERO.
016200 77  WS-GENERACION-CRM         PIC 9(06)      VALUE ZERO.
016300 77  WS-FECHA-MINIMA           PIC 9(08)      VALUE 99999999.
016400 77  WS-CLI-ID-ANT             PIC 9(10)      VALUE ZERO.
016500 77  WS-MESA-USUARIO           PIC X(08)      VALUE SPACES.
016600 77  WS-MOTIVO-CONTROL         PIC X(40)      VALUE SPACES.
016700 77  WS-MOTIVO-RECHAZO         PIC X(02)      VALUE SPACES.
016800 77  WS-DESC-RECHAZO           PIC X(40)      VALUE SPACES.
016900 77  WS-OBSERVACION            PIC X(30)      VALUE SPACES.
017000 77  WS-CONTACTO-ANTERIOR      PIC X(203)     VALUE SPACES.
017100 77  WS-CANT-RANGOS            PIC 9(03) COMP VALUE ZERO.
017200 77  WS-IND                    PIC 9(03) COMP VALUE ZERO.
017300 77  WS-IND-TEL                PIC 9(01) COMP VALUE ZERO.
017400 77  WS-IND-CAR                PIC 9(02) COMP VALUE ZERO.
017500 77  WS-IND-DIGITO             PIC 9(02) COMP VALUE ZERO.
017600 77  WS-CANT-ARROBAS           PIC 9(02) COMP VALUE ZERO.
017700 77  WS-TELEFONO-NORMAL        PIC X(15)      VALUE SPACES.
017800 77  WS-CONT-LEIDOS-DETALLE    PIC 9(09)      VALUE ZERO.
017900 77  WS-HASH-CLI-ID            PIC 9(15)      VALUE ZERO.
018000 77  WS-CONT-SECUENCIA         PIC 9(09) COMP VALUE ZERO.
018100 77  WS-CONT-MESA              PIC 9(09) COMP VALUE ZERO.
018200 77  WS-CONT-APLICADAS         PIC 9(09) COMP VALUE ZERO.
018300 77  WS-CONT-SIN-CAMBIO        PIC 9(09) COMP VALUE ZERO.
018400 77  WS-CONT-RECHAZADAS        PIC 9(09) COMP VALUE ZERO.
018500 77  WS-CONT-CONFLICTOS        PIC 9(09) COMP VALUE ZERO.
018600 77  WS-CONT-RETORNO           PIC 9(09)      VALUE ZERO.
018700 77  WS-HASH-RETORNO           PIC 9(15)      VALUE ZERO.
018800 77  WS-CONT-EDIT              PIC ZZZZZZZZ9.
018900 77  WS-RC-FINAL               PIC 9(02)      VALUE ZERO.
019000
019100*****************************************************************
019200* Momento del ultimo cambio de la mesa para el cliente en curso *
019300* y de la novedad del CRM en curso (AAAAMMDDHHMMSSCC), para     *
019400* compararlos como un solo campo.                               *
019500*****************************************************************
019600 01  WS-MOMENTO-MESA.
019700     05  WS-MESA-FECHA         PIC 9(08)      VALUE ZERO.
019800     05  WS-MESA-HORA          PIC 9(08)      VALUE ZERO.
019900 01  WS-MOMENTO-CRM.
020000     05  WS-CRM-FECHA          PIC 9(08)      VALUE ZERO.
020100     05  WS-CRM-HORA           PIC 9(08)      VALUE ZERO.
020200
020300*****************************************************************
020400* Tabla de rangos provincia/codigo postal de referencia (la     *
020500* misma de CLICDQ01).                                           *
020600*****************************************************************
020700 01  WS-TABLA-RANGOS.
020800     05  WS-RAN-ENT OCCURS 100 TIMES.
020900         10  WS-RAN-PROVINCIA      PIC X(20).
021000         10  WS-RAN-CP-DESDE       PIC X(08).
021100         10  WS-RAN-CP-HASTA       PIC X(08).
021200
021300 01  WS-LINEA-TITULO.
021400     05  FILLER                PIC X(45) VALUE
021500         'CLICRM01 - NOVEDADES DEL CRM NO APLICADAS AL '.
021600     05  FILLER                PIC X(24) VALUE
021700         'CONTACTO - FECHA PROCESO'.
021800     05  FILLER                PIC X(01) VALUE SPACE.
021900     05  TIT-FECHA             PIC 9(08).
022000
022100 01  WS-LINEA-COLUMNAS.
022200     05  FILLER                PIC X(12) VALUE 'CLI-ID'.
022300     05  FILLER                PIC X(22) VALUE 'REFERENCIA CRM'.
022400     05  FILLER                PIC X(19)
022500                                   VALUE 'MOMENTO DEL CAMBIO'.
022600     05  FILLER                PIC X(11) VALUE 'RESULTADO'.
022700     05  FILLER                PIC X(44) VALUE 'MOTIVO'.
022800     05  FILLER                PIC X(24) VALUE 'OBSERVACION'.
022900
023000 01  WS-LINEA-NOVEDAD.
023100     05  DET-CLI-ID            PIC 9(10).
023200     05  FILLER                PIC X(02) VALUE SPACES.
023300     05  DET-ID-CAMBIO         PIC X(20).
023400     05  FILLER                PIC X(02) VALUE SPACES.
023500     05  DET-FECHA             PIC 9(08).
023600     05  FILLER                PIC X(01) VALUE SPACE.
023700     05  DET-HORA              PIC 9(08).
023800     05  FILLER                PIC X(02) VALUE SPACES.
023900     05  DET-RESULTADO         PIC X(09).
024000     05  FILLER                PIC X(02) VALUE SPACES.
024100     05  DET-MOTIVO            PIC X(02).
024200     05  FILLER                PIC X(01) VALUE SPACE.
024300     05  DET-DESCRIPCION       PIC X(40).
024400     05  FILLER                PIC X(01) VALUE SPACE.
024500     05  DET-OBSERVACION       PIC X(30).
024600
024700     COPY CLICONT.
024800     COPY CLICTMPM.
024900     COPY CLICTJPM.
025000     COPY CLIESTPM.
025100     COPY CLIGTEPM.
025200
025300 LINKAGE SECTION.
025400 01  WS-PARM-JCL.
025500     05  WS-PARM-LONG          PIC S9(04) COMP.
025600     05  WS-PARM-TEXTO         PIC X(20).
025700
025800 PROCEDURE DIVISION USING WS-PARM-JCL.
025900*****************************************************************
026000* 0000-MAINLINE                                                 *
026100*****************************************************************
026200 0000-MAINLINE.
026300     PERFORM 0100-PROCESAR-PARM THRU 0100-EXIT
026400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
026500     SORT WORK-CRM-SORT
026600         ON ASCENDING  KEY SD-CLI-ID SD-ORIGEN
026700         ON DESCENDING KEY SD-MESA-FECHA SD-MESA-HORA
026800         ON ASCENDING  KEY SD-CRM-FECHA SD-CRM-HORA SD-SECUENCIA
026900         INPUT PROCEDURE  2000-CARGAR-NOVEDADES
027000         OUTPUT PROCEDURE 3000-APLICAR-NOVEDADES
027100     PERFORM 7000-EMITIR-RESUMEN THRU 7000-EXIT
027200     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
027300     PERFORM 9000-FINALIZAR THRU 9000-EXIT
027400     MOVE ZERO TO WS-RC-FINAL
027500     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
027600     PERFORM 8600-CERRAR-COMPUERTA THRU 8600-EXIT
027700     GOBACK.
027800
027900*****************************************************************
028000* 0100-PROCESAR-PARM - fecha de proceso del PARM opcional       *
028100*      'FECHA=AAAAMMDD' (sin PARM, la del sistema)              *
028200*****************************************************************
028300 0100-PROCESAR-PARM.
028400     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
028500     IF WS-PARM-LONG >= 14 AND
028600        WS-PARM-TEXTO(1:6) = 'FECHA=' AND
028700        WS-PARM-TEXTO(7:8) IS NUMERIC
028800         MOVE WS-PARM-TEXTO(7:8) TO WS-FECHA-PROCESO
028900     END-IF.
029000 0100-EXIT.
029100     EXIT.
029200
029300*****************************************************************
029400* 1000-INICIALIZAR - compuerta, apertura de archivos, tabla de  *
029500*      provincias y control del header de las novedades         *
029600*****************************************************************
029700 1000-INICIALIZAR.
029800     PERFORM 1500-ABRIR-COMPUERTA THRU 1500-EXIT
029900     OPEN INPUT CLI-CRM-ENTRADA
030000     IF WS-CRMI-STATUS NOT = '00'
030100         GO TO 9200-ABEND-APERTURA
030200     END-IF
030300     OPEN INPUT CLI-PROVINCIAS
030400     IF WS-PRV-STATUS NOT = '00'
030500         GO TO 9200-ABEND-APERTURA
030600     END-IF
030700     OPEN INPUT CLIENTE-MASTER
030800     IF WS-CLI-STATUS NOT = '00'
030900         GO TO 9200-ABEND-APERTURA
031000     END-IF
031100     OPEN OUTPUT CLI-CRM-RETORNO
031200     IF WS-CRMR-STATUS NOT = '00'
031300         GO TO 9200-ABEND-APERTURA
031400     END-IF
031500     OPEN OUTPUT RPT-CRM
031600     IF WS-RPT-STATUS NOT = '00'
031700         GO TO 9200-ABEND-APERTURA
031800     END-IF
031900     PERFORM 1100-LEER-PROVINCIA THRU 1100-EXIT
032000     PERFORM 1200-CARGAR-RANGO THRU 1200-EXIT
032100         UNTIL WS-EOF-PROVINCIAS
032200     CLOSE CLI-PROVINCIAS
032300     IF WS-CANT-RANGOS = ZERO
032400         MOVE 'TABLA DE PROVINCIAS VACIA' TO WS-MOTIVO-CONTROL
032500         GO TO 9300-ABEND-CONTROL
032600     END-IF
032700     PERFORM 1300-VALIDAR-HEADER THRU 1300-EXIT
032800     PERFORM 1400-INICIAR-SALIDAS THRU 1400-EXIT.
032900 1000-EXIT.
033000     EXIT.
033100
033200*****************************************************************
033300* 1100-LEER-PROVINCIA                                           *
033400*****************************************************************
033500 1100-LEER-PROVINCIA.
033600     READ CLI-PROVINCIAS
033700         AT END
033800             SET WS-EOF-PROVINCIAS TO TRUE
033900     END-READ.
034000 1100-EXIT.
034100     EXIT.
034200
034300*****************************************************************
034400* 1200-CARGAR-RANGO - suma el rango leido a la tabla; mas       *
034500*      rangos que la tabla corta la corrida antes de aplicar    *
034600*****************************************************************
034700 1200-CARGAR-RANGO.
034800     IF WS-CANT-RANGOS >= 100
034900         MOVE 'TABLA DE PROVINCIAS DESBORDADA (100)'
035000                                        TO WS-MOTIVO-CONTROL
035100         GO TO 9300-ABEND-CONTROL
035200     END-IF
035300     ADD 1 TO WS-CANT-RANGOS
035400     MOVE PRV-PROVINCIA TO WS-RAN-PROVINCIA (WS-CANT-RANGOS)
035500     MOVE PRV-CP-DESDE  TO WS-RAN-CP-DESDE  (WS-CANT-RANGOS)
035600     MOVE PRV-CP-HASTA  TO WS-RAN-CP-HASTA  (WS-CANT-RANGOS)
035700     PERFORM 1100-LEER-PROVINCIA THRU 1100-EXIT.
035800 1200-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200* 1300-VALIDAR-HEADER - lee y valida el registro header de las  *
036300*      novedades: tipo de registro y fecha de proceso           *
036400*****************************************************************
036500 1300-VALIDAR-HEADER.
036600     READ CLI-CRM-ENTRADA
036700         AT END
036800             MOVE 'ARCHIVO DE NOVEDADES VACIO'
036900                                        TO WS-MOTIVO-CONTROL
037000             GO TO 9300-ABEND-CONTROL
037100     END-READ
037200     IF NOT CRMI-ES-HEADER
037300         MOVE 'FALTA REGISTRO HEADER' TO WS-MOTIVO-CONTROL
037400         GO TO 9300-ABEND-CONTROL
037500     END-IF
037600     IF CRMI-HDR-FECHA-PROCESO NOT = WS-FECHA-PROCESO
037700         MOVE 'FECHA DE HEADER NO ES LA ESPERADA'
037800                                        TO WS-MOTIVO-CONTROL
037900         GO TO 9300-ABEND-CONTROL
038000     END-IF
038100     MOVE CRMI-HDR-GENERACION TO WS-GENERACION-CRM.
038200 1300-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600* 1400-INICIAR-SALIDAS - header del archivo de retorno y        *
038700*      encabezado del reporte                                   *
038800*****************************************************************
038900 1400-INICIAR-SALIDAS.
039000     MOVE SPACES              TO CLI-CRMR-HEADER
039100     MOVE '0'                 TO CRMR-HDR-TIPO-REG
039200     MOVE WS-FECHA-PROCESO    TO CRMR-HDR-FECHA-PROCESO
039300     MOVE WS-GENERACION-CRM   TO CRMR-HDR-GENERACION
039400     WRITE CLI-CRMR-HEADER
039410     IF WS-CRMR-STATUS NOT = '00'
039420         GO TO 9100-ABEND-GRABACION
039430     END-IF
039500     MOVE WS-FECHA-PROCESO TO TIT-FECHA
039600     MOVE SPACES TO RPT-LINEA
039700     MOVE WS-LINEA-TITULO TO RPT-LINEA
039800     WRITE RPT-LINEA
039900     MOVE SPACES TO RPT-LINEA
040000     WRITE RPT-LINEA
040100     MOVE SPACES TO RPT-LINEA
040200     MOVE WS-LINEA-COLUMNAS TO RPT-LINEA
040300     WRITE RPT-LINEA.
040400 1400-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800* 1500-ABRIR-COMPUERTA - la compuerta de la cadena (CLIGTE01)   *
040900*      verifica los predecesores de la fecha y marca este       *
041000*      programa en curso; un rechazo corta con RC=20 antes de   *
041100*      abrir o tocar nada                                       *
041200*****************************************************************
041300 1500-ABRIR-COMPUERTA.
041400     SET CLIGTE-INICIAR TO TRUE
041500     MOVE 'CLICRM01'         TO CLIGTE-PROGRAMA
041600     MOVE WS-FECHA-PROCESO   TO CLIGTE-FECHA-PROCESO
041700     CALL 'CLIGTE01' USING CLIGTE-CONTROL
041800     IF NOT CLIGTE-OK
041900         GO TO 9400-RECHAZO-COMPUERTA
042000     END-IF.
042100 1500-EXIT.
042200     EXIT.
042300
042400*****************************************************************
042500* 2000-CARGAR-NOVEDADES - libera al SORT todas las novedades    *
042600*      del CRM, controla el trailer y despues libera los        *
042700*      cambios de la mesa del journal de contacto desde la      *
042800*      fecha de la novedad mas antigua                          *
042900*****************************************************************
043000 2000-CARGAR-NOVEDADES.
043100     PERFORM 2100-LEER-CRM THRU 2100-EXIT
043200     PERFORM 2200-PROCESAR-CRM THRU 2200-EXIT
043300         UNTIL WS-EOF-CRM
043400     PERFORM 2400-VERIFICAR-TRAILER THRU 2400-EXIT
043500     CLOSE CLI-CRM-ENTRADA
043600     OPEN INPUT CLI-CTJ-LOG
043700     IF WS-CTJ-STATUS NOT = '00'
043800         GO TO 9200-ABEND-APERTURA
043900     END-IF
044000     PERFORM 2500-LEER-JOURNAL THRU 2500-EXIT
044100     PERFORM 2600-SELECCIONAR-JOURNAL THRU 2600-EXIT
044200         UNTIL WS-EOF-JOURNAL
044300     CLOSE CLI-CTJ-LOG.
044400
044500*****************************************************************
044600* 2100-LEER-CRM                                                 *
044700*****************************************************************
044800 2100-LEER-CRM.
044900     READ CLI-CRM-ENTRADA
045000         AT END
045100             SET WS-EOF-CRM TO TRUE
045200         NOT AT END
045300             IF CRMI-ES-DETALLE
045400                 ADD 1 TO WS-CONT-LEIDOS-DETALLE
045500                 ADD CRMI-CLI-ID TO WS-HASH-CLI-ID
045600             END-IF
045700     END-READ.
045800 2100-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200* 2200-PROCESAR-CRM - despacha el registro en curso segun su    *
046300*      tipo: detalle, trailer de control o tipo invalido        *
046400*****************************************************************
046500 2200-PROCESAR-CRM.
046600     EVALUATE TRUE
046700         WHEN CRMI-ES-DETALLE
046800             PERFORM 2300-LIBERAR-NOVEDAD THRU 2300-EXIT
046900             PERFORM 2100-LEER-CRM THRU 2100-EXIT
047000         WHEN CRMI-ES-TRAILER
047100             PERFORM 2350-VALIDAR-TRAILER THRU 2350-EXIT
047200             PERFORM 2100-LEER-CRM THRU 2100-EXIT
047300             IF NOT WS-EOF-CRM
047400                 MOVE 'REGISTROS DESPUES DEL TRAILER'
047500                                        TO WS-MOTIVO-CONTROL
047600                 GO TO 9300-ABEND-CONTROL
047700             END-IF
047800         WHEN OTHER
047900             MOVE 'TIPO DE REGISTRO INVALIDO'
048000                                        TO WS-MOTIVO-CONTROL
048100             GO TO 9300-ABEND-CONTROL
048200     END-EVALUATE.
048300 2200-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700* 2300-LIBERAR-NOVEDAD - una novedad del CRM al SORT, con la    *
048800*      secuencia de lectura para desempatar el mismo momento    *
048900*****************************************************************
049000 2300-LIBERAR-NOVEDAD.
049100     ADD 1 TO WS-CONT-SECUENCIA
049200     MOVE CRMI-CLI-ID          TO SD-CLI-ID
049300     MOVE '2'                  TO SD-ORIGEN
049400     MOVE ZERO                 TO SD-MESA-FECHA
049500     MOVE ZERO                 TO SD-MESA-HORA
049600     MOVE SPACES               TO SD-MESA-USUARIO
049700     MOVE CRMI-FECHA-CAMBIO    TO SD-CRM-FECHA
049800     MOVE CRMI-HORA-CAMBIO     TO SD-CRM-HORA
049900     MOVE WS-CONT-SECUENCIA    TO SD-SECUENCIA
050000     MOVE CRMI-ID-CAMBIO       TO SD-ID-CAMBIO
050100     MOVE CRMI-CONTACTO        TO SD-CONTACTO
050200     IF CRMI-FECHA-CAMBIO < WS-FECHA-MINIMA
050300         MOVE CRMI-FECHA-CAMBIO TO WS-FECHA-MINIMA
050400     END-IF
050500     RELEASE SD-NOVEDAD.
050600 2300-EXIT.
050700     EXIT.
050800
050900*****************************************************************
051000* 2350-VALIDAR-TRAILER - verifica la cantidad de registros de   *
051100*      detalle y el hash total de CLI-ID contra el trailer      *
051200*****************************************************************
051300 2350-VALIDAR-TRAILER.
051400     SET WS-TRAILER-LEIDO TO TRUE
051500     IF CRMI-TRL-CANT-REGISTROS NOT = WS-CONT-LEIDOS-DETALLE
051600         MOVE 'CANTIDAD DE TRAILER NO CIERRA'
051700                                        TO WS-MOTIVO-CONTROL
051800         GO TO 9300-ABEND-CONTROL
051900     END-IF
052000     IF CRMI-TRL-HASH-CLI-ID NOT = WS-HASH-CLI-ID
052100         MOVE 'HASH DE CLI-ID DE TRAILER NO CIERRA'
052200                                        TO WS-MOTIVO-CONTROL
052300         GO TO 9300-ABEND-CONTROL
052400     END-IF.
052500 2350-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900* 2400-VERIFICAR-TRAILER - el archivo debe haber terminado con  *
053000*      su registro trailer; un corte de transmision lo omite    *
053100*****************************************************************
053200 2400-VERIFICAR-TRAILER.
053300     IF NOT WS-TRAILER-LEIDO
053400         MOVE 'FALTA REGISTRO TRAILER' TO WS-MOTIVO-CONTROL
053500         GO TO 9300-ABEND-CONTROL
053600     END-IF.
053700 2400-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100* 2500-LEER-JOURNAL                                             *
054200*****************************************************************
054300 2500-LEER-JOURNAL.
054400     READ CLI-CTJ-LOG
054500         AT END
054600             SET WS-EOF-JOURNAL TO TRUE
054700     END-READ.
054800 2500-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200* 2600-SELECCIONAR-JOURNAL - libera al SORT los cambios de la   *
055300*      mesa de atencion (CLIUPD01) desde la fecha de la novedad *
055400*      mas antigua; los anteriores no pueden ser posteriores a  *
055500*      ninguna novedad                                          *
055600*****************************************************************
055700 2600-SELECCIONAR-JOURNAL.
055800     IF CTJ-PROGRAMA = 'CLIUPD01' AND
055900        CTJ-FECHA >= WS-FECHA-MINIMA
056000         ADD 1 TO WS-CONT-MESA
056100         MOVE CTJ-CLI-ID       TO SD-CLI-ID
056200         MOVE '1'              TO SD-ORIGEN
056300         MOVE CTJ-FECHA        TO SD-MESA-FECHA
056400         MOVE CTJ-HORA         TO SD-MESA-HORA
056500         MOVE CTJ-USUARIO      TO SD-MESA-USUARIO
056600         MOVE ZERO             TO SD-CRM-FECHA
056700         MOVE ZERO             TO SD-CRM-HORA
056800         MOVE ZERO             TO SD-SECUENCIA
056900         MOVE SPACES           TO SD-ID-CAMBIO
057000         MOVE SPACES           TO SD-CONTACTO
057100         RELEASE SD-NOVEDAD
057200     END-IF
057300     PERFORM 2500-LEER-JOURNAL THRU 2500-EXIT.
057400 2600-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800* 3000-APLICAR-NOVEDADES - recorre novedades y cambios de la    *
057900*      mesa ordenados por CLI-ID                                *
058000*****************************************************************
058100 3000-APLICAR-NOVEDADES.
058200     PERFORM 3100-DEVOLVER-ORDENADO THRU 3100-EXIT
058300     PERFORM 3200-PROCESAR-ORDENADO THRU 3200-EXIT
058400         UNTIL WS-EOF-SORT.
058500
058600*****************************************************************
058700* 3100-DEVOLVER-ORDENADO                                        *
058800*****************************************************************
058900 3100-DEVOLVER-ORDENADO.
059000     RETURN WORK-CRM-SORT
059100         AT END
059200             SET WS-EOF-SORT TO TRUE
059300     END-RETURN.
059400 3100-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800* 3200-PROCESAR-ORDENADO - con cada CLI-ID nuevo se olvida el   *
059900*      cambio de la mesa del cliente anterior; el primer cambio *
060000*      de la mesa del cliente es el mas reciente                *
060100*****************************************************************
060200 3200-PROCESAR-ORDENADO.
060300     IF SD-CLI-ID NOT = WS-CLI-ID-ANT
060400         MOVE SD-CLI-ID TO WS-CLI-ID-ANT
060500         MOVE ZERO      TO WS-MESA-FECHA
060600         MOVE ZERO      TO WS-MESA-HORA
060700         MOVE SPACES    TO WS-MESA-USUARIO
060800     END-IF
060900     IF SD-ES-MESA
061000         IF WS-MESA-FECHA = ZERO
061100             MOVE SD-MESA-FECHA   TO WS-MESA-FECHA
061200             MOVE SD-MESA-HORA    TO WS-MESA-HORA
061300             MOVE SD-MESA-USUARIO TO WS-MESA-USUARIO
061400         END-IF
061500     ELSE
061600         PERFORM 4000-TRATAR-NOVEDAD THRU 4000-EXIT
061700     END-IF
061800     PERFORM 3100-DEVOLVER-ORDENADO THRU 3100-EXIT.
061900 3200-EXIT.
062000     EXIT.
062100
062200*****************************************************************
062300* 4000-TRATAR-NOVEDAD - conflicto con la mesa, validacion y     *
062400*      aplicacion de una novedad del CRM                        *
062500*****************************************************************
062600 4000-TRATAR-NOVEDAD.
062700     MOVE SPACES TO WS-MOTIVO-RECHAZO
062800     MOVE SPACES TO WS-OBSERVACION
062900     MOVE SD-CRM-FECHA TO WS-CRM-FECHA
063000     MOVE SD-CRM-HORA  TO WS-CRM-HORA
063100     PERFORM 4100-CONSULTAR-CONTACTO THRU 4100-EXIT
063200     IF WS-MOMENTO-MESA > WS-MOMENTO-CRM
063300         MOVE '10' TO WS-MOTIVO-RECHAZO
063400         MOVE 'CAMBIO POSTERIOR DE LA MESA DE ATENCION'
063500                                        TO WS-DESC-RECHAZO
063600         STRING 'MESA ' DELIMITED SIZE
063700             WS-MESA-USUARIO DELIMITED SIZE
063800             ' ' DELIMITED SIZE
063900             WS-MESA-FECHA DELIMITED SIZE
064000             ' ' DELIMITED SIZE
064100             WS-MESA-HORA (1:6) DELIMITED SIZE
064200             INTO WS-OBSERVACION
064300         ADD 1 TO WS-CONT-CONFLICTOS
064400         PERFORM 6000-INFORMAR-NOVEDAD THRU 6000-EXIT
064500         GO TO 4000-EXIT
064600     END-IF
064700     PERFORM 4200-VALIDAR-NOVEDAD THRU 4200-EXIT
064800     IF WS-MOTIVO-RECHAZO NOT = SPACES
064900         MOVE WS-CONTACTO-ANTERIOR TO WS-CONTACTO
065000         ADD 1 TO WS-CONT-RECHAZADAS
065100         PERFORM 6000-INFORMAR-NOVEDAD THRU 6000-EXIT
065200         GO TO 4000-EXIT
065300     END-IF
065400     IF WS-TIENE-CONTACTO AND WS-CONTACTO = WS-CONTACTO-ANTERIOR
065500         ADD 1 TO WS-CONT-SIN-CAMBIO
065600         GO TO 4000-EXIT
065700     END-IF
065800     PERFORM 5000-GRABAR-CONTACTO THRU 5000-EXIT.
065900 4000-EXIT.
066000     EXIT.
066100
066200*****************************************************************
066300* 4100-CONSULTAR-CONTACTO - contacto vigente del cliente por    *
066400*      CLICTM01; sin contacto cargado queda en espacios         *
066500*****************************************************************
066600 4100-CONSULTAR-CONTACTO.
066700     MOVE SPACES    TO WS-CONTACTO
066800     MOVE SD-CLI-ID TO CTO-CLI-ID OF WS-CONTACTO
066900     SET CLICTM-CONSULTA TO TRUE
067000     CALL 'CLICTM01' USING CLICTM-CONTROL, WS-CONTACTO
067100     EVALUATE TRUE
067200         WHEN CLICTM-OK
067300             SET WS-TIENE-CONTACTO TO TRUE
067400         WHEN CLICTM-NO-ENCONTRADO
067500             MOVE 'N' TO WS-SW-TIENE-CONTACTO
067600             MOVE SPACES    TO WS-CONTACTO
067700             MOVE SD-CLI-ID TO CTO-CLI-ID OF WS-CONTACTO
067800         WHEN OTHER
067900             GO TO 9100-ABEND-GRABACION
068000     END-EVALUATE
068100     MOVE WS-CONTACTO TO WS-CONTACTO-ANTERIOR.
068200 4100-EXIT.
068300     EXIT.
068400
068500*****************************************************************
068600* 4200-VALIDAR-NOVEDAD - cliente vigente en el maestro, algo    *
068700*      para cambiar, y los campos recibidos pisados sobre el    *
068800*      contacto vigente validados con las reglas de CLICDQ01;   *
068900*      el primer error deja el motivo y corta la validacion     *
069000*****************************************************************
069100 4200-VALIDAR-NOVEDAD.
069200     MOVE SD-CLI-ID TO CLI-ID OF CLIENTE-MASTER-REG
069300     READ CLIENTE-MASTER
069400         INVALID KEY
069500             MOVE '01' TO WS-MOTIVO-RECHAZO
069600             MOVE 'CLIENTE INEXISTENTE O DADO DE BAJA'
069700                                        TO WS-DESC-RECHAZO
069800             GO TO 4200-EXIT
069900     END-READ
070000     IF CLI-DADO-BAJA OF CLIENTE-MASTER-REG
070100         MOVE '01' TO WS-MOTIVO-RECHAZO
070200         MOVE 'CLIENTE INEXISTENTE O DADO DE BAJA'
070300                                        TO WS-DESC-RECHAZO
070400         GO TO 4200-EXIT
070500     END-IF
070600     IF SD-CONTACTO = SPACES
070700         MOVE '06' TO WS-MOTIVO-RECHAZO
070800         MOVE 'NOVEDAD SIN DATOS PARA CAMBIAR' TO WS-DESC-RECHAZO
070900         GO TO 4200-EXIT
071000     END-IF
071100     PERFORM 4300-PISAR-CONTACTO THRU 4300-EXIT
071200     IF SD-CTO-EMAIL NOT = SPACES
071300         PERFORM 4400-VALIDAR-EMAIL THRU 4400-EXIT
071400         IF WS-MOTIVO-RECHAZO NOT = SPACES
071500             GO TO 4200-EXIT
071600         END-IF
071700     END-IF
071800     PERFORM 4500-NORMALIZAR-TELEFONO THRU 4500-EXIT
071900         VARYING WS-IND-TEL FROM 1 BY 1
072000         UNTIL WS-IND-TEL > 3 OR WS-MOTIVO-RECHAZO NOT = SPACES
072100     IF WS-MOTIVO-RECHAZO NOT = SPACES
072200         GO TO 4200-EXIT
072300     END-IF
072400     IF SD-CTO-PROVINCIA NOT = SPACES OR
072500        SD-CTO-COD-POSTAL NOT = SPACES
072600         PERFORM 4700-VALIDAR-DOMICILIO THRU 4700-EXIT
072700     END-IF.
072800 4200-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200* 4300-PISAR-CONTACTO - solo los campos recibidos (los          *
073300*      telefonos se pasan ya normalizados en 4500)              *
073400*****************************************************************
073500 4300-PISAR-CONTACTO.
073600     IF SD-CTO-CALLE NOT = SPACES
073700         MOVE SD-CTO-CALLE      TO CTO-CALLE OF WS-CONTACTO
073800     END-IF
073900     IF SD-CTO-LOCALIDAD NOT = SPACES
074000         MOVE SD-CTO-LOCALIDAD  TO CTO-LOCALIDAD OF WS-CONTACTO
074100     END-IF
074200     IF SD-CTO-PROVINCIA NOT = SPACES
074300         MOVE SD-CTO-PROVINCIA  TO CTO-PROVINCIA OF WS-CONTACTO
074400     END-IF
074500     IF SD-CTO-COD-POSTAL NOT = SPACES
074600         MOVE SD-CTO-COD-POSTAL TO CTO-COD-POSTAL OF WS-CONTACTO
074700     END-IF
074800     IF SD-CTO-EMAIL NOT = SPACES
074900         MOVE SD-CTO-EMAIL      TO CTO-EMAIL OF WS-CONTACTO
075000     END-IF.
075100 4300-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500* 4400-VALIDAR-EMAIL - el email recibido debe traer un unico    *
075600*      arroba (regla de CLICDQ01)                               *
075700*****************************************************************
075800 4400-VALIDAR-EMAIL.
075900     MOVE ZERO TO WS-CANT-ARROBAS
076000     INSPECT SD-CTO-EMAIL
076100         TALLYING WS-CANT-ARROBAS FOR ALL '@'
076200     IF WS-CANT-ARROBAS NOT = 1
076300         MOVE '02' TO WS-MOTIVO-RECHAZO
076400         MOVE 'EMAIL SIN FORMA VALIDA' TO WS-DESC-RECHAZO
076500     END-IF.
076600 4400-EXIT.
076700     EXIT.
076800
076900*****************************************************************
077000* 4500-NORMALIZAR-TELEFONO - el telefono recibido en la         *
077100*      posicion en curso pasa al contacto con solo los digitos, *
077200*      alineados a la izquierda; sin digitos se rechaza (regla  *
077300*      de CLICDQ01)                                             *
077400*****************************************************************
077500 4500-NORMALIZAR-TELEFONO.
077600     IF SD-CTO-TELEFONO (WS-IND-TEL) = SPACES
077700         GO TO 4500-EXIT
077800     END-IF
077900     MOVE SPACES TO WS-TELEFONO-NORMAL
078000     MOVE ZERO   TO WS-IND-DIGITO
078100     PERFORM 4600-PASAR-DIGITO THRU 4600-EXIT
078200         VARYING WS-IND-CAR FROM 1 BY 1 UNTIL WS-IND-CAR > 15
078300     IF WS-IND-DIGITO = ZERO
078400         MOVE '03' TO WS-MOTIVO-RECHAZO
078500         MOVE 'TELEFONO SIN DIGITOS' TO WS-DESC-RECHAZO
078600     ELSE
078700         MOVE WS-TELEFONO-NORMAL
078800                     TO CTO-TELEFONO OF WS-CONTACTO (WS-IND-TEL)
078900     END-IF.
079000 4500-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400* 4600-PASAR-DIGITO - copia el caracter de la posicion en       *
079500*      curso solo si es un digito                               *
079600*****************************************************************
079700 4600-PASAR-DIGITO.
079800     IF SD-CTO-TELEFONO (WS-IND-TEL) (WS-IND-CAR:1) >= '0' AND
079900        SD-CTO-TELEFONO (WS-IND-TEL) (WS-IND-CAR:1) <= '9'
080000         ADD 1 TO WS-IND-DIGITO
080100         MOVE SD-CTO-TELEFONO (WS-IND-TEL) (WS-IND-CAR:1)
080200             TO WS-TELEFONO-NORMAL (WS-IND-DIGITO:1)
080300     END-IF.
080400 4600-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800* 4700-VALIDAR-DOMICILIO - la provincia que queda debe figurar  *
080900*      en la tabla de referencia y el codigo postal caer en     *
081000*      alguno de sus rangos (regla de CLICDQ01)                 *
081100*****************************************************************
081200 4700-VALIDAR-DOMICILIO.
081300     MOVE 'N' TO WS-SW-PROVINCIA-HALLADA
081400     MOVE 'N' TO WS-SW-POSTAL-VALIDO
081500     PERFORM 4800-COMPARAR-RANGO THRU 4800-EXIT
081600         VARYING WS-IND FROM 1 BY 1
081700         UNTIL WS-IND > WS-CANT-RANGOS OR WS-POSTAL-VALIDO
081800     EVALUATE TRUE
081900         WHEN NOT WS-PROVINCIA-HALLADA
082000             MOVE '04' TO WS-MOTIVO-RECHAZO
082100             MOVE 'PROVINCIA DESCONOCIDA' TO WS-DESC-RECHAZO
082200         WHEN NOT WS-POSTAL-VALIDO
082300             MOVE '05' TO WS-MOTIVO-RECHAZO
082400             MOVE 'COD POSTAL NO ES DE LA PROVINCIA'
082500                                        TO WS-DESC-RECHAZO
082600         WHEN OTHER
082700             CONTINUE
082800     END-EVALUATE.
082900 4700-EXIT.
083000     EXIT.
083100
083200*****************************************************************
083300* 4800-COMPARAR-RANGO                                           *
083400*****************************************************************
083500 4800-COMPARAR-RANGO.
083600     IF WS-RAN-PROVINCIA (WS-IND) = CTO-PROVINCIA OF WS-CONTACTO
083700         SET WS-PROVINCIA-HALLADA TO TRUE
083800         IF CTO-COD-POSTAL OF WS-CONTACTO >=
083900                WS-RAN-CP-DESDE (WS-IND) AND
084000            CTO-COD-POSTAL OF WS-CONTACTO <=
084100                WS-RAN-CP-HASTA (WS-IND)
084200             SET WS-POSTAL-VALIDO TO TRUE
084300         END-IF
084400     END-IF.
084500 4800-EXIT.
084600     EXIT.
084700
084800*****************************************************************
084900* 5000-GRABAR-CONTACTO - cambio (o alta, si el cliente no tenia *
085000*      contacto) por CLICTM01 y rastro en el journal de         *
085100*      contacto; un error de E/S corta la corrida               *
085200*****************************************************************
085300 5000-GRABAR-CONTACTO.
085400     IF WS-TIENE-CONTACTO
085500         SET CLICTM-CAMBIO TO TRUE
085600     ELSE
085700         SET CLICTM-ALTA TO TRUE
085800     END-IF
085900     CALL 'CLICTM01' USING CLICTM-CONTROL, WS-CONTACTO
086000     IF NOT CLICTM-OK
086100         GO TO 9100-ABEND-GRABACION
086200     END-IF
086300     SET CLICTJ-GRABAR TO TRUE
086400     MOVE 'CLICRM01'           TO CLICTJ-PROGRAMA
086500     MOVE 'CRM'                TO CLICTJ-USUARIO
086600     MOVE 'CRM'                TO CLICTJ-MOTIVO
086700     MOVE WS-CONTACTO-ANTERIOR TO CLICTJ-REG-ANTERIOR
086800     MOVE WS-CONTACTO          TO CLICTJ-REG-NUEVO
086900     CALL 'CLICTJ01' USING CLICTJ-CONTROL
087000     IF NOT CLICTJ-OK
087100         GO TO 9100-ABEND-GRABACION
087200     END-IF
087300     ADD 1 TO WS-CONT-APLICADAS.
087400 5000-EXIT.
087500     EXIT.
087600
087700*****************************************************************
087800* 6000-INFORMAR-NOVEDAD - la novedad no aplicada va al archivo  *
087900*      de retorno, con el contacto vigente, y al reporte        *
088000*****************************************************************
088100 6000-INFORMAR-NOVEDAD.
088200     MOVE SPACES               TO CLI-CRMR-REG
088300     MOVE '1'                  TO CRMR-TIPO-REG
088400     MOVE SD-CLI-ID            TO CRMR-CLI-ID
088500     MOVE SD-ID-CAMBIO         TO CRMR-ID-CAMBIO
088600     MOVE SD-CRM-FECHA         TO CRMR-FECHA-CAMBIO
088700     MOVE SD-CRM-HORA          TO CRMR-HORA-CAMBIO
088800     IF WS-MOTIVO-RECHAZO = '10'
088900         SET CRMR-CONFLICTO TO TRUE
089000         MOVE 'CONFLICTO' TO DET-RESULTADO
089100     ELSE
089200         SET CRMR-RECHAZO TO TRUE
089300         MOVE 'RECHAZO'   TO DET-RESULTADO
089400     END-IF
089500     MOVE WS-MOTIVO-RECHAZO    TO CRMR-MOTIVO
089600     MOVE WS-DESC-RECHAZO      TO CRMR-DESCRIPCION
089700     MOVE CTO-CALLE OF WS-CONTACTO      TO CRMR-CTO-CALLE
089800     MOVE CTO-LOCALIDAD OF WS-CONTACTO  TO CRMR-CTO-LOCALIDAD
089900     MOVE CTO-PROVINCIA OF WS-CONTACTO  TO CRMR-CTO-PROVINCIA
090000     MOVE CTO-COD-POSTAL OF WS-CONTACTO TO CRMR-CTO-COD-POSTAL
090100     MOVE CTO-TELEFONO OF WS-CONTACTO (1) TO CRMR-CTO-TELEFONO (1)
090200     MOVE CTO-TELEFONO OF WS-CONTACTO (2) TO CRMR-CTO-TELEFONO (2)
090300     MOVE CTO-TELEFONO OF WS-CONTACTO (3) TO CRMR-CTO-TELEFONO (3)
090400     MOVE CTO-EMAIL OF WS-CONTACTO      TO CRMR-CTO-EMAIL
090500     WRITE CLI-CRMR-REG
090510     IF WS-CRMR-STATUS NOT = '00'
090520         GO TO 9100-ABEND-GRABACION
090530     END-IF
090600     ADD 1 TO WS-CONT-RETORNO
090700     ADD SD-CLI-ID TO WS-HASH-RETORNO
090800     MOVE SD-CLI-ID            TO DET-CLI-ID
090900     MOVE SD-ID-CAMBIO         TO DET-ID-CAMBIO
091000     MOVE SD-CRM-FECHA         TO DET-FECHA
091100     MOVE SD-CRM-HORA          TO DET-HORA
091200     MOVE WS-MOTIVO-RECHAZO    TO DET-MOTIVO
091300     MOVE WS-DESC-RECHAZO      TO DET-DESCRIPCION
091400     MOVE WS-OBSERVACION       TO DET-OBSERVACION
091500     MOVE SPACES TO RPT-LINEA
091600     MOVE WS-LINEA-NOVEDAD TO RPT-LINEA
091700     WRITE RPT-LINEA.
091800 6000-EXIT.
091900     EXIT.
092000
092100*****************************************************************
092200* 7000-EMITIR-RESUMEN - trailer del archivo de retorno y        *
092300*      totales de la corrida en el reporte                      *
092400*****************************************************************
092500 7000-EMITIR-RESUMEN.
092600     MOVE SPACES              TO CLI-CRMR-TRAILER
092700     MOVE '9'                 TO CRMR-TRL-TIPO-REG
092800     MOVE WS-CONT-RETORNO     TO CRMR-TRL-CANT-REGISTROS
092900     MOVE WS-HASH-RETORNO     TO CRMR-TRL-HASH-CLI-ID
093000     WRITE CLI-CRMR-TRAILER
093010     IF WS-CRMR-STATUS NOT = '00'
093020         GO TO 9100-ABEND-GRABACION
093030     END-IF
093100     MOVE SPACES TO RPT-LINEA
093200     WRITE RPT-LINEA
093300     MOVE SPACES TO RPT-LINEA
093400     MOVE WS-CONT-LEIDOS-DETALLE TO WS-CONT-EDIT
093500     STRING 'NOVEDADES RECIBIDAS.........: ' DELIMITED SIZE
093600         WS-CONT-EDIT                  DELIMITED SIZE
093700         INTO RPT-LINEA
093800     WRITE RPT-LINEA
093900     MOVE SPACES TO RPT-LINEA
094000     MOVE WS-CONT-APLICADAS TO WS-CONT-EDIT
094100     STRING 'NOVEDADES APLICADAS.........: ' DELIMITED SIZE
094200         WS-CONT-EDIT                  DELIMITED SIZE
094300         INTO RPT-LINEA
094400     WRITE RPT-LINEA
094500     MOVE SPACES TO RPT-LINEA
094600     MOVE WS-CONT-SIN-CAMBIO TO WS-CONT-EDIT
094700     STRING 'NOVEDADES SIN CAMBIO REAL...: ' DELIMITED SIZE
094800         WS-CONT-EDIT                  DELIMITED SIZE
094900         INTO RPT-LINEA
095000     WRITE RPT-LINEA
095100     MOVE SPACES TO RPT-LINEA
095200     MOVE WS-CONT-RECHAZADAS TO WS-CONT-EDIT
095300     STRING 'NOVEDADES RECHAZADAS........: ' DELIMITED SIZE
095400         WS-CONT-EDIT                  DELIMITED SIZE
095500         INTO RPT-LINEA
095600     WRITE RPT-LINEA
095700     MOVE SPACES TO RPT-LINEA
095800     MOVE WS-CONT-CONFLICTOS TO WS-CONT-EDIT
095900     STRING 'NOVEDADES EN CONFLICTO......: ' DELIMITED SIZE
096000         WS-CONT-EDIT                  DELIMITED SIZE
096100         INTO RPT-LINEA
096200     WRITE RPT-LINEA.
096300 7000-EXIT.
096400     EXIT.
096500
096600*****************************************************************
096700* 8000-EMITIR-TOTALES                                           *
096800*****************************************************************
096900 8000-EMITIR-TOTALES.
097000     MOVE WS-CONT-LEIDOS-DETALLE TO WS-CONT-EDIT
097100     DISPLAY 'CLICRM01 - NOVEDADES LEIDAS....: ' WS-CONT-EDIT
097200     MOVE WS-CONT-MESA TO WS-CONT-EDIT
097300     DISPLAY 'CLICRM01 - CAMBIOS DE MESA.....: ' WS-CONT-EDIT
097400     MOVE WS-CONT-APLICADAS TO WS-CONT-EDIT
097500     DISPLAY 'CLICRM01 - APLICADAS...........: ' WS-CONT-EDIT
097600     MOVE WS-CONT-SIN-CAMBIO TO WS-CONT-EDIT
097700     DISPLAY 'CLICRM01 - SIN CAMBIO REAL.....: ' WS-CONT-EDIT
097800     MOVE WS-CONT-RECHAZADAS TO WS-CONT-EDIT
097900     DISPLAY 'CLICRM01 - RECHAZADAS..........: ' WS-CONT-EDIT
098000     MOVE WS-CONT-CONFLICTOS TO WS-CONT-EDIT
098100     DISPLAY 'CLICRM01 - CONFLICTOS..........: ' WS-CONT-EDIT.
098200 8000-EXIT.
098300     EXIT.
098400
098500*****************************************************************
098600* 8500-GRABAR-ESTADISTICA - registro de corrida en el archivo   *
098700*      central CLIESTAD, para el balanceo matutino (CLIBAL01);  *
098800*      las novedades sin cambio real cuentan como aplicadas     *
098900*****************************************************************
099000 8500-GRABAR-ESTADISTICA.
099100     MOVE 'CLICRM01'             TO CLIEST-PROGRAMA
099200     MOVE WS-FECHA-PROCESO       TO CLIEST-FECHA-PROCESO
099300     ADD WS-CONT-APLICADAS WS-CONT-SIN-CAMBIO
099400                             GIVING CLIEST-CANT-1
099500     MOVE WS-CONT-RECHAZADAS     TO CLIEST-CANT-2
099600     MOVE WS-CONT-CONFLICTOS     TO CLIEST-CANT-3
099700     MOVE WS-CONT-LEIDOS-DETALLE TO CLIEST-CANT-4
099800     MOVE WS-RC-FINAL            TO CLIEST-COD-RETORNO-JOB
099900     CALL 'CLIEST01' USING CLIEST-CONTROL.
100000 8500-EXIT.
100100     EXIT.
100200
100300*****************************************************************
100400* 8600-CERRAR-COMPUERTA - marca la corrida terminada con su RC  *
100500*      en el control de corridas (CLIGTE01), aun en un corte    *
100600*****************************************************************
100700 8600-CERRAR-COMPUERTA.
100800     SET CLIGTE-FINALIZAR TO TRUE
100900     MOVE 'CLICRM01'         TO CLIGTE-PROGRAMA
101000     MOVE WS-FECHA-PROCESO   TO CLIGTE-FECHA-PROCESO
101100     MOVE WS-RC-FINAL        TO CLIGTE-COD-RETORNO-JOB
101200     CALL 'CLIGTE01' USING CLIGTE-CONTROL.
101300 8600-EXIT.
101400     EXIT.
101500
101600*****************************************************************
101700* 9000-FINALIZAR                                                *
101800*****************************************************************
101900 9000-FINALIZAR.
102000     CLOSE CLIENTE-MASTER
102100     CLOSE CLI-CRM-RETORNO
102200     CLOSE RPT-CRM.
102300 9000-EXIT.
102400     EXIT.
102500
102600*****************************************************************
102700* 9100-ABEND-GRABACION - error de E/S aplicando el contacto,    *
102800*      grabando su journal o grabando el archivo de retorno; se *
102900*      corta el job informando el cliente en curso (las         *
103000*      novedades anteriores ya quedaron aplicadas y con journal)*
103100*****************************************************************
103200 9100-ABEND-GRABACION.
103300     DISPLAY 'CLICRM01 - ERROR DE GRABACION, CLI-ID='
103400         SD-CLI-ID ' CLICTM01=' CLICTM-COD-RETORNO
103500         ' CLICTJ01=' CLICTJ-COD-RETORNO
103550         ' CLICRMR=' WS-CRMR-STATUS
103600     PERFORM 9000-FINALIZAR THRU 9000-EXIT
103700     MOVE 16 TO WS-RC-FINAL
103800     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
103900     PERFORM 8600-CERRAR-COMPUERTA THRU 8600-EXIT
104000     MOVE 16 TO RETURN-CODE
104100     GOBACK.
104200
104300*****************************************************************
104400* 9200-ABEND-APERTURA - error abriendo un archivo de entrada/   *
104500*      salida; se corta el job antes de aplicar nada            *
104600*****************************************************************
104700 9200-ABEND-APERTURA.
104800     DISPLAY 'CLICRM01 - ERROR ABRIENDO ARCHIVOS, STATUS CLICRMI='
104900         WS-CRMI-STATUS ' CLIPRVC=' WS-PRV-STATUS
105000         ' MASTER=' WS-CLI-STATUS ' CLICRMR=' WS-CRMR-STATUS
105100         ' RPTCRM=' WS-RPT-STATUS ' CLICTJL=' WS-CTJ-STATUS
105200     MOVE 16 TO WS-RC-FINAL
105300     PERFORM 8600-CERRAR-COMPUERTA THRU 8600-EXIT
105400     MOVE 16 TO RETURN-CODE
105500     GOBACK.
105600
105700*****************************************************************
105800* 9300-ABEND-CONTROL - falla de control del archivo de          *
105900*      novedades (header/trailer) o de la tabla de provincias;  *
106000*      se corta el job con RC=20 sin haber aplicado ninguna     *
106100*      novedad: el archivo se controla completo antes de        *
106200*      aplicar                                                  *
106300*****************************************************************
106400 9300-ABEND-CONTROL.
106500     DISPLAY 'CLICRM01 - ARCHIVO DE NOVEDADES RECHAZADO: '
106600         WS-MOTIVO-CONTROL
106700     DISPLAY 'CLICRM01 - GENERACION HEADER=' WS-GENERACION-CRM
106800         ' DETALLES LEIDOS=' WS-CONT-LEIDOS-DETALLE
106900     CLOSE CLI-CRM-ENTRADA
107000     PERFORM 9000-FINALIZAR THRU 9000-EXIT
107100     MOVE 20 TO WS-RC-FINAL
107200     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
107300     PERFORM 8600-CERRAR-COMPUERTA THRU 8600-EXIT
107400     MOVE 20 TO RETURN-CODE
107500     GOBACK.
107600
107700*****************************************************************
107800* 9400-RECHAZO-COMPUERTA - la compuerta de la cadena rechazo    *
107900*      la corrida (predecesor sin terminar limpio o sumision    *
108000*      duplicada); se corta con RC=20 sin abrir ni tocar nada   *
108100*      y sin marcar fin (la corrida nunca quedo en curso)       *
108200*****************************************************************
108300 9400-RECHAZO-COMPUERTA.
108400     DISPLAY 'CLICRM01 - CORRIDA RECHAZADA POR COMPUERTA: '
108500         CLIGTE-DETALLE
108600     MOVE 20 TO RETURN-CODE
108700     GOBACK.
