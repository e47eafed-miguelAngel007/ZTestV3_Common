000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLINOT01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Cartas de notificacion al
001300*                     cliente por empeoramiento de situacion y
001400*                     por pase a inactivo de CLIDRM01, con
001500*                     archivo de imprenta, archivo de email,
001600*                     excepciones por sucursal y log de cartas.
001700*****************************************************************
001800* Cartas de notificacion al cliente. Toma los eventos del periodo
001900* pedido de dos logs:
002000*
002100*   - DESC: de CLI-CALIF-LOG (DD CLICALOG), los recalculos de
002200*     CLICAL01 que empeoran la situacion del deudor, en los
002300*     tramos del regulador que usan CLIXTR01 y CLIMTZ01 (00-30,
002400*     31-60, 61-80, 81-90, 91-99). Los movimientos fijados por
002500*     override (factor OVRR) no se notifican.
002600*   - INAC: de CLI-HIST-LOG (DD CLIHIST), los pases de 'A' a 'I'
002700*     grabados por CLIDRM01 (motivo INAC). Si el cliente ya no
002800*     esta inactivo en el maestro, la carta no sale. El JCL
002810*     concatena la ultima generacion mensual del historial
002820*     (HIST.MENSUAL(0)) delante del vigente: despues del pase
002830*     mensual de CLIHSK01 los pases del mes anterior estan ahi.
002900*
003000* Un evento que ya figura en el log de cartas CLI-NOT-LOG (DD
003100* CLINOTL) no se vuelve a notificar. Para el resto se busca el
003200* cliente en el maestro y su domicilio en CLIENTE-CONTACTO, y se
003300* arma la carta con el modelo del evento (DD CLINOTM, CLINOTM.cpy)
003400* reemplazando los marcadores por los datos del cliente:
003500*
003600*   - con domicilio postal utilizable, va al archivo de imprenta
003700*     CLINOTP;
003800*   - con email de forma valida, va ademas al archivo de email
003900*     CLINOTE, salvo que el cliente haya retirado el canal email
004000*     en CLI-CONSENT (DD CLICNSD). La carta postal es la
004100*     notificacion obligatoria y sale aunque el cliente haya
004200*     rechazado el correo postal: el consentimiento rige el
004300*     contacto comercial, no los avisos que exige la norma.
004400*
004500* El domicilio es utilizable con las mismas reglas de CLICDQ01
004600* (provincia de la tabla CLIPRVC y codigo postal dentro de sus
004700* rangos) y con calle cargada. Los eventos sin domicilio
004800* utilizable (sin registro de contacto, o inutilizable para
004900* CLICDQ01), y los de clientes sin maestro o dados de baja, salen
005000* en el reporte de excepciones RPTNOT agrupados por CLI-SUCURSAL,
005100* indicando si la carta salio igual por email. Todo evento
005200* notificado por algun canal queda en el log de cartas.
005300*
005400* PARM opcional 'DESDE=AAAAMMDD,HASTA=AAAAMMDD'; sin el, desde el
005500* primer dia del mes anterior hasta la fecha del sistema (el log
005600* de cartas evita repetir lo ya enviado). RC=20: PARM invalido,
005700* tabla de provincias vacia o desbordada, o modelos faltantes o
005800* desbordados; no se genero nada. RC=16: error de E/S; el log de
005810* cartas ya tiene cada evento grabado hasta el corte, aunque sus
005820* cartas no se entreguen: antes de volver a correr se restaura el
005830* log de la copia que el JCL toma en el paso previo (ver el
005840* procedimiento en CLINOT01.jcl).
005900*****************************************************************
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.   IBM-370.
006300 OBJECT-COMPUTER.   IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT CLI-CALIF-LOG   ASSIGN TO CLICALOG
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS  IS WS-CALOG-STATUS.
006900
007000     SELECT CLI-HIST-LOG    ASSIGN TO CLIHIST
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS  IS WS-HIST-STATUS.
007300
007400     SELECT CLI-PROVINCIAS  ASSIGN TO CLIPRVC
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS  IS WS-PRV-STATUS.
007700
007800     SELECT CLI-MODELOS     ASSIGN TO CLINOTM
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS  IS WS-MOD-STATUS.
008100
008200     SELECT CLIENTE-MASTER  ASSIGN TO CLIEMAST
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE  IS RANDOM
008500         RECORD KEY   IS CLI-ID OF CLIENTE-MASTER-REG
008600         FILE STATUS  IS WS-CLI-STATUS.
008700
008800     SELECT CLIENTE-CONTACTO ASSIGN TO CLICONTA
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE  IS RANDOM
009100         RECORD KEY   IS CTO-CLI-ID OF CLIENTE-CONTACTO-REG
009200         FILE STATUS  IS WS-CTO-STATUS.
009300
009400     SELECT CLI-CONSENT     ASSIGN TO CLICNSD
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE  IS RANDOM
009700         RECORD KEY   IS CNS-CLI-ID OF CLI-CONSENT-REG
009800         FILE STATUS  IS WS-CNS-STATUS.
009900
010000     SELECT CLI-NOT-LOG     ASSIGN TO CLINOTL
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE  IS RANDOM
010300         RECORD KEY   IS NOTLG-CLAVE
010400         FILE STATUS  IS WS-NLG-STATUS.
010500
010600     SELECT WORK-NOT-SORT   ASSIGN TO SORTWK01.
010700
010800     SELECT ARCH-POSTAL     ASSIGN TO CLINOTP
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS  IS WS-NTP-STATUS.
011100
011200     SELECT ARCH-EMAIL      ASSIGN TO CLINOTE
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS  IS WS-NTE-STATUS.
011500
011600     SELECT RPT-NOTIFICA    ASSIGN TO RPTNOT
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS  IS WS-RPT-STATUS.
011900
012000 DATA DIVISION.
012100 FILE SECTION.
012200 FD  CLI-CALIF-LOG
012300     LABEL RECORDS ARE STANDARD.
012400     COPY CLICALG.
012500
012600 FD  CLI-HIST-LOG
012700     LABEL RECORDS ARE STANDARD.
012800     COPY CLIHIST.
012900
013000 FD  CLI-PROVINCIAS
013100     LABEL RECORDS ARE STANDARD.
013200     COPY CLIPRVC.
013300
013400 FD  CLI-MODELOS
013500     LABEL RECORDS ARE STANDARD.
013600     COPY CLINOTM.
013700
013800 FD  CLIENTE-MASTER
013900     LABEL RECORDS ARE STANDARD.
014000     COPY CLIEMFD.
014100
014200 FD  CLIENTE-CONTACTO
014300     LABEL RECORDS ARE STANDARD.
014400     COPY CLICTFD.
014500
014600 FD  CLI-CONSENT
014700     LABEL RECORDS ARE STANDARD.
014800     COPY CLICNFD.
014900
015000 FD  CLI-NOT-LOG
015100     LABEL RECORDS ARE STANDARD.
015200     COPY CLINOTL.
015300
015400 SD  WORK-NOT-SORT.
015500 01  SD-EXCEPCION.
015600     05  SD-SUCURSAL           PIC X(04).
015700     05  SD-CLI-ID             PIC 9(10).
015800     05  SD-EVENTO             PIC X(04).
015900     05  SD-FECHA-EVENTO       PIC 9(08).
016000     05  SD-EMAIL              PIC X(01).
016100     05  SD-MOTIVO             PIC X(35).
016200
016300 FD  ARCH-POSTAL
016400     LABEL RECORDS ARE STANDARD.
016500 01  REG-POSTAL                PIC X(300).
016600
016700 FD  ARCH-EMAIL
016800     LABEL RECORDS ARE STANDARD.
016900 01  REG-EMAIL                 PIC X(300).
017000
017100 FD  RPT-NOTIFICA
017200     LABEL RECORDS ARE STANDARD.
017300 01  RPT-LINEA                 PIC X(132).
017400
017500 WORKING-STORAGE SECTION.
017600 77  WS-CALOG-STATUS           PIC X(02)      VALUE '00'.
017700 77  WS-HIST-STATUS            PIC X(02)      VALUE '00'.
017800 77  WS-PRV-STATUS             PIC X(02)      VALUE '00'.
017900 77  WS-MOD-STATUS             PIC X(02)      VALUE '00'.
018000 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
018100 77  WS-CTO-STATUS             PIC X(02)      VALUE '00'.
018200 77  WS-CNS-STATUS             PIC X(02)      VALUE '00'.
018300 77  WS-NLG-STATUS             PIC X(02)      VALUE '00'.
018400 77  WS-NTP-STATUS             PIC X(02)      VALUE '00'.
018500 77  WS-NTE-STATUS             PIC X(02)      VALUE '00'.
018600 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
018700 77  WS-SW-EOF-CALOG           PIC X(01)      VALUE 'N'.
018800     88  WS-EOF-CALOG                         VALUE 'S'.
018900 77  WS-SW-EOF-HIST            PIC X(01)      VALUE 'N'.
019000     88  WS-EOF-HIST                          VALUE 'S'.
019100 77  WS-SW-EOF-PROVINCIAS      PIC X(01)      VALUE 'N'.
019200     88  WS-EOF-PROVINCIAS                    VALUE 'S'.
019300 77  WS-SW-EOF-MODELOS         PIC X(01)      VALUE 'N'.
019400     88  WS-EOF-MODELOS                       VALUE 'S'.
019500 77  WS-SW-EOF-SORT            PIC X(01)      VALUE 'N'.
019600     88  WS-EOF-SORT                          VALUE 'S'.
019700 77  WS-SW-YA-NOTIFICADO       PIC X(01)      VALUE 'N'.
019800     88  WS-YA-NOTIFICADO                     VALUE 'S'.
019900 77  WS-SW-CON-CONTACTO        PIC X(01)      VALUE 'N'.
020000     88  WS-CON-CONTACTO                      VALUE 'S'.
020100 77  WS-SW-POSTAL-UTIL         PIC X(01)      VALUE 'N'.
020200     88  WS-POSTAL-UTIL                       VALUE 'S'.
020300 77  WS-SW-EMAIL-UTIL          PIC X(01)      VALUE 'N'.
020400     88  WS-EMAIL-UTIL                        VALUE 'S'.
020500 77  WS-SW-PROVINCIA-HALLADA   PIC X(01)      VALUE 'N'.
020600     88  WS-PROVINCIA-HALLADA                 VALUE 'S'.
020700 77  WS-SW-POSTAL-VALIDO       PIC X(01)      VALUE 'N'.
020800     88  WS-POSTAL-VALIDO                     VALUE 'S'.
020900 77  WS-SW-MARCA-HALLADA       PIC X(01)      VALUE 'N'.
021000     88  WS-MARCA-HALLADA                     VALUE 'S'.
021100 77  WS-CANAL                  PIC X(01)      VALUE SPACE.
021200     88  WS-CANAL-POSTAL                      VALUE 'P'.
021300     88  WS-CANAL-EMAIL                       VALUE 'E'.
021400
021500 77  WS-MOTIVO-CONTROL         PIC X(40)       VALUE SPACES.
021600 77  WS-MOTIVO-EXCEPCION       PIC X(35)       VALUE SPACES.
021700 77  WS-FECHA-HOY              PIC 9(08)       VALUE ZERO.
021800 77  WS-FECHA-DESDE            PIC 9(08)       VALUE ZERO.
021900 77  WS-FECHA-HASTA            PIC 9(08)       VALUE ZERO.
022000 77  WS-ANIO-MES               PIC 9(06)       VALUE ZERO.
022100 77  WS-CALIF-MAPEO            PIC 9(02)       VALUE ZERO.
022200 77  WS-SIT-MAPEO              PIC 9(01)       VALUE ZERO.
022300 77  WS-SUCURSAL-CLIENTE       PIC X(04)       VALUE SPACES.
022400 77  WS-SUCURSAL-ANT           PIC X(04)       VALUE LOW-VALUES.
022500 77  WS-REG-SALIDA             PIC X(300)      VALUE SPACES.
022600 77  WS-LINEA-ARMADA           PIC X(150)      VALUE SPACES.
022700 77  WS-PTR-LINEA              PIC 9(03) COMP  VALUE ZERO.
022800 77  WS-CANT-RANGOS            PIC 9(03) COMP  VALUE ZERO.
022900 77  WS-CANT-MODELOS           PIC 9(03) COMP  VALUE ZERO.
023000 77  WS-CANT-DESC              PIC 9(03) COMP  VALUE ZERO.
023100 77  WS-CANT-INAC              PIC 9(03) COMP  VALUE ZERO.
023200 77  WS-CANT-ARROBAS           PIC 9(02) COMP  VALUE ZERO.
023300 77  WS-IND                    PIC 9(03) COMP  VALUE ZERO.
023400 77  WS-IND-MOD                PIC 9(03) COMP  VALUE ZERO.
023500 77  WS-IND-CAR                PIC 9(03) COMP  VALUE ZERO.
023600 77  WS-IND-MARCA              PIC 9(03) COMP  VALUE ZERO.
023700 77  WS-CONT-CALOG-LEIDOS      PIC 9(09) COMP  VALUE ZERO.
023800 77  WS-CONT-HIST-LEIDOS       PIC 9(09) COMP  VALUE ZERO.
023900 77  WS-CONT-DESCENSOS         PIC 9(09) COMP  VALUE ZERO.
024000 77  WS-CONT-INACTIVACIONES    PIC 9(09) COMP  VALUE ZERO.
024100 77  WS-CONT-YA-NOTIFICADOS    PIC 9(09) COMP  VALUE ZERO.
024200 77  WS-CONT-REACTIVADOS       PIC 9(09) COMP  VALUE ZERO.
024300 77  WS-CONT-POSTALES          PIC 9(09) COMP  VALUE ZERO.
024400 77  WS-CONT-EMAILS            PIC 9(09) COMP  VALUE ZERO.
024500 77  WS-CONT-SIN-CONSENT       PIC 9(09) COMP  VALUE ZERO.
024600 77  WS-CONT-EXCEPCIONES       PIC 9(09) COMP  VALUE ZERO.
024700 77  WS-CONT-REG-POSTAL        PIC 9(09) COMP  VALUE ZERO.
024800 77  WS-CONT-REG-EMAIL         PIC 9(09) COMP  VALUE ZERO.
024900 77  WS-CONT-EDIT              PIC ZZZZZZZZ9.
025000
025100*****************************************************************
025200* Evento en curso, tomado de CLI-CALIF-LOG o de CLI-HIST-LOG.   *
025300*****************************************************************
025400 01  WS-EVENTO.
025500     05  WS-EVT-CLI-ID         PIC 9(10).
025600     05  WS-EVT-TIPO           PIC X(04).
025700         88  WS-EVT-DESCENSO                  VALUE 'DESC'.
025800         88  WS-EVT-INACTIVACION              VALUE 'INAC'.
025900     05  WS-EVT-FECHA          PIC 9(08).
026000     05  WS-EVT-FECHA-R REDEFINES WS-EVT-FECHA.
026100         10  WS-EVT-ANIO       PIC X(04).
026200         10  WS-EVT-MES        PIC X(02).
026300         10  WS-EVT-DIA        PIC X(02).
026400     05  WS-EVT-HORA           PIC 9(08).
026500     05  WS-EVT-CALIF-ANT      PIC 9(02).
026600     05  WS-EVT-CALIF-NUE      PIC 9(02).
026700     05  WS-EVT-SIT-ANT        PIC 9(01).
026800     05  WS-EVT-SIT-NUE        PIC 9(01).
026900
027000*****************************************************************
027100* Tabla de rangos provincia/codigo postal de referencia (misma  *
027200* carga que CLICDQ01).                                          *
027300*****************************************************************
027400 01  WS-TABLA-RANGOS.
027500     05  WS-RAN-ENT OCCURS 100 TIMES.
027600         10  WS-RAN-PROVINCIA      PIC X(20).
027700         10  WS-RAN-CP-DESDE       PIC X(08).
027800         10  WS-RAN-CP-HASTA       PIC X(08).
027900
028000*****************************************************************
028100* Lineas de los modelos de carta, en el orden del archivo.      *
028200*****************************************************************
028300 01  WS-TABLA-MODELOS.
028400     05  WS-MOD-ENT OCCURS 60 TIMES.
028500         10  WS-MOD-EVENTO         PIC X(04).
028600         10  WS-MOD-NRO-LINEA      PIC 9(02).
028700         10  WS-MOD-TEXTO          PIC X(70).
028800
028900*****************************************************************
029000* Marcadores de los modelos y su valor para la carta en curso.  *
029100*****************************************************************
029200 01  WS-MARCAS-VALORES.
029300     05  FILLER                PIC X(06) VALUE 'NOMBRE'.
029400     05  FILLER                PIC X(06) VALUE 'CLIIDN'.
029500     05  FILLER                PIC X(06) VALUE 'FECEVT'.
029600     05  FILLER                PIC X(06) VALUE 'SITANT'.
029700     05  FILLER                PIC X(06) VALUE 'SITNUE'.
029800     05  FILLER                PIC X(06) VALUE 'SUCURS'.
029900 01  WS-TABLA-MARCAS REDEFINES WS-MARCAS-VALORES.
030000     05  WS-MARCA              PIC X(06) OCCURS 6 TIMES.
030100
030200 01  WS-TABLA-VALORES.
030300     05  WS-VALOR              PIC X(102) OCCURS 6 TIMES.
030400
030500*****************************************************************
030600* Descripcion de las situaciones del regulador.                 *
030700*****************************************************************
030800 01  WS-SITUACIONES-VALORES.
030900     05  FILLER                PIC X(14) VALUE 'NORMAL'.
031000     05  FILLER                PIC X(14) VALUE 'RIESGO BAJO'.
031100     05  FILLER                PIC X(14) VALUE 'RIESGO MEDIO'.
031200     05  FILLER                PIC X(14) VALUE 'ALTO RIESGO'.
031300     05  FILLER                PIC X(14) VALUE 'IRRECUPERABLE'.
031400 01  WS-TABLA-SITUACIONES REDEFINES WS-SITUACIONES-VALORES.
031500     05  WS-SIT-DESCRIPCION    PIC X(14) OCCURS 5 TIMES.
031600
031700 01  WS-SITUACION-ARMADA.
031800     05  WS-SA-NUMERO          PIC 9(01).
031900     05  FILLER                PIC X(03) VALUE ' - '.
032000     05  WS-SA-DESCRIPCION     PIC X(14).
032100
032200 01  WS-FECHA-ARMADA.
032300     05  WS-FA-DIA             PIC X(02).
032400     05  FILLER                PIC X(01) VALUE '/'.
032500     05  WS-FA-MES             PIC X(02).
032600     05  FILLER                PIC X(01) VALUE '/'.
032700     05  WS-FA-ANIO            PIC X(04).
032800
032900 COPY CLINOT.
033000
033100 01  WS-LINEA-SUCURSAL.
033200     05  FILLER                PIC X(09) VALUE 'SUCURSAL '.
033300     05  CAB-SUCURSAL          PIC X(04).
033400
033500 01  WS-LINEA-COLUMNAS.
033600     05  FILLER                PIC X(03) VALUE SPACES.
033700     05  FILLER                PIC X(20) VALUE 'CLIENTE'.
033800     05  FILLER                PIC X(08) VALUE 'EVENTO'.
033900     05  FILLER                PIC X(12) VALUE 'FECHA'.
034000     05  FILLER                PIC X(37) VALUE 'MOTIVO'.
034100     05  FILLER                PIC X(05) VALUE 'EMAIL'.
034200
034300 01  WS-LINEA-EXCEPCION.
034400     05  FILLER                PIC X(03) VALUE SPACES.
034500     05  FILLER                PIC X(08) VALUE 'CLI-ID  '.
034600     05  DET-CLI-ID            PIC 9(10).
034700     05  FILLER                PIC X(02) VALUE SPACES.
034800     05  DET-EVENTO            PIC X(04).
034900     05  FILLER                PIC X(04) VALUE SPACES.
035000     05  DET-FECHA             PIC 9(08).
035100     05  FILLER                PIC X(04) VALUE SPACES.
035200     05  DET-MOTIVO            PIC X(35).
035300     05  FILLER                PIC X(02) VALUE SPACES.
035400     05  DET-EMAIL             PIC X(13).
035500
035600 COPY CLIESTPM.
035700
035800 LINKAGE SECTION.
035900 01  WS-PARM-JCL.
036000     05  WS-PARM-LONG          PIC S9(04) COMP.
036100     05  WS-PARM-TEXTO         PIC X(30).
036200
036300 PROCEDURE DIVISION USING WS-PARM-JCL.
036400*****************************************************************
036500* 0000-MAINLINE                                                 *
036600*****************************************************************
036700 0000-MAINLINE.
036800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
036900     SORT WORK-NOT-SORT
037000         ON ASCENDING KEY SD-SUCURSAL SD-CLI-ID SD-FECHA-EVENTO
037100         INPUT PROCEDURE  2000-PROCESAR-EVENTOS
037200         OUTPUT PROCEDURE 6000-IMPRIMIR-EXCEPCIONES
037300     PERFORM 7000-EMITIR-RESUMEN THRU 7000-EXIT
037400     PERFORM 7500-GRABAR-TRAILERS THRU 7500-EXIT
037500     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
037600     PERFORM 9000-FINALIZAR THRU 9000-EXIT
037700     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
037800     GOBACK.
037900
038000*****************************************************************
038100* 1000-INICIALIZAR - toma el periodo del PARM, carga las tablas *
038200*      de referencia y de modelos, abre los archivos y graba    *
038300*      los headers de los archivos de cartas                    *
038400*****************************************************************
038500 1000-INICIALIZAR.
038600     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
038700     MOVE WS-FECHA-HOY (1:6) TO WS-ANIO-MES
038800     IF WS-FECHA-HOY (5:2) = '01'
038900         COMPUTE WS-ANIO-MES = WS-ANIO-MES - 100 + 11
039000     ELSE
039100         SUBTRACT 1 FROM WS-ANIO-MES
039200     END-IF
039300     COMPUTE WS-FECHA-DESDE = WS-ANIO-MES * 100 + 1
039400     MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
039500     IF WS-PARM-LONG > ZERO
039600         IF WS-PARM-LONG >= 29 AND
039700            WS-PARM-TEXTO(1:6) = 'DESDE=' AND
039800            WS-PARM-TEXTO(7:8) IS NUMERIC AND
039900            WS-PARM-TEXTO(15:7) = ',HASTA=' AND
040000            WS-PARM-TEXTO(22:8) IS NUMERIC
040100             MOVE WS-PARM-TEXTO(7:8)  TO WS-FECHA-DESDE
040200             MOVE WS-PARM-TEXTO(22:8) TO WS-FECHA-HASTA
040300         ELSE
040400             MOVE 'PARM DISTINTO DE DESDE=AAAAMMDD,HASTA=..'
040500                                        TO WS-MOTIVO-CONTROL
040600             GO TO 9300-ABEND-CONTROL
040700         END-IF
040800     END-IF
040900     IF WS-FECHA-DESDE (5:2) < '01' OR WS-FECHA-DESDE (5:2) > '12'
041000        OR WS-FECHA-HASTA (5:2) < '01'
041100        OR WS-FECHA-HASTA (5:2) > '12'
041200         MOVE 'MES DEL PERIODO INVALIDO' TO WS-MOTIVO-CONTROL
041300         GO TO 9300-ABEND-CONTROL
041400     END-IF
041500     IF WS-FECHA-DESDE > WS-FECHA-HASTA
041600         MOVE 'FECHA DESDE POSTERIOR A LA HASTA'
041700                                        TO WS-MOTIVO-CONTROL
041800         GO TO 9300-ABEND-CONTROL
041900     END-IF
042000     PERFORM 1100-CARGAR-PROVINCIAS THRU 1100-EXIT
042100     PERFORM 1300-CARGAR-MODELOS THRU 1300-EXIT
042200     OPEN INPUT CLI-CALIF-LOG
042300     IF WS-CALOG-STATUS NOT = '00'
042400         GO TO 9200-ABEND-APERTURA
042500     END-IF
042600     OPEN INPUT CLI-HIST-LOG
042700     IF WS-HIST-STATUS NOT = '00'
042800         GO TO 9200-ABEND-APERTURA
042900     END-IF
043000     OPEN INPUT CLIENTE-MASTER
043100     IF WS-CLI-STATUS NOT = '00'
043200         GO TO 9200-ABEND-APERTURA
043300     END-IF
043400     OPEN INPUT CLIENTE-CONTACTO
043500     IF WS-CTO-STATUS NOT = '00'
043600         GO TO 9200-ABEND-APERTURA
043700     END-IF
043800     OPEN INPUT CLI-CONSENT
043900     IF WS-CNS-STATUS NOT = '00'
044000         GO TO 9200-ABEND-APERTURA
044100     END-IF
044200     OPEN I-O CLI-NOT-LOG
044300     IF WS-NLG-STATUS NOT = '00'
044400         GO TO 9200-ABEND-APERTURA
044500     END-IF
044600     OPEN OUTPUT ARCH-POSTAL
044700     IF WS-NTP-STATUS NOT = '00'
044800         GO TO 9200-ABEND-APERTURA
044900     END-IF
045000     OPEN OUTPUT ARCH-EMAIL
045100     IF WS-NTE-STATUS NOT = '00'
045200         GO TO 9200-ABEND-APERTURA
045300     END-IF
045400     OPEN OUTPUT RPT-NOTIFICA
045500     IF WS-RPT-STATUS NOT = '00'
045600         GO TO 9200-ABEND-APERTURA
045700     END-IF
045800     MOVE SPACES          TO REG-NOT-HEADER
045900     MOVE '0'             TO NOTH-TIPO-REG
046000     MOVE WS-FECHA-HOY    TO NOTH-FECHA-PROCESO
046100     MOVE WS-FECHA-DESDE  TO NOTH-FECHA-DESDE
046200     MOVE WS-FECHA-HASTA  TO NOTH-FECHA-HASTA
046300     SET NOTH-CANAL-POSTAL TO TRUE
046400     WRITE REG-POSTAL FROM REG-NOT-HEADER
046500     IF WS-NTP-STATUS NOT = '00'
046600         GO TO 9100-ABEND-GRABACION
046700     END-IF
046800     SET NOTH-CANAL-EMAIL TO TRUE
046900     WRITE REG-EMAIL FROM REG-NOT-HEADER
047000     IF WS-NTE-STATUS NOT = '00'
047100         GO TO 9100-ABEND-GRABACION
047200     END-IF
047300     MOVE SPACES TO RPT-LINEA
047400     STRING 'CARTAS DE NOTIFICACION - EXCEPCIONES POR SUCURSAL - '
047500                                       DELIMITED SIZE
047600         'EVENTOS DEL '                DELIMITED SIZE
047700         WS-FECHA-DESDE                DELIMITED SIZE
047800         ' AL '                        DELIMITED SIZE
047900         WS-FECHA-HASTA                DELIMITED SIZE
048000         INTO RPT-LINEA
048100     WRITE RPT-LINEA
048200     MOVE SPACES TO RPT-LINEA
048300     STRING 'DESC EMPEORAMIENTO DE SITUACION, '
048400                                       DELIMITED SIZE
048500         'INAC PASE A INACTIVO POR INACTIVIDAD'
048600                                       DELIMITED SIZE
048700         INTO RPT-LINEA
048800     WRITE RPT-LINEA
048900     MOVE SPACES TO RPT-LINEA
049000     WRITE RPT-LINEA
049100     MOVE WS-LINEA-COLUMNAS TO RPT-LINEA
049200     WRITE RPT-LINEA.
049300 1000-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700* 1100-CARGAR-PROVINCIAS - tabla de rangos provincia/codigo     *
049800*      postal; vacia o desbordada corta la corrida              *
049900*****************************************************************
050000 1100-CARGAR-PROVINCIAS.
050100     OPEN INPUT CLI-PROVINCIAS
050200     IF WS-PRV-STATUS NOT = '00'
050300         GO TO 9200-ABEND-APERTURA
050400     END-IF
050500     PERFORM 1150-LEER-PROVINCIA THRU 1150-EXIT
050600     PERFORM 1200-CARGAR-RANGO THRU 1200-EXIT
050700         UNTIL WS-EOF-PROVINCIAS
050800     CLOSE CLI-PROVINCIAS
050900     IF WS-CANT-RANGOS = ZERO
051000         MOVE 'TABLA DE PROVINCIAS VACIA' TO WS-MOTIVO-CONTROL
051100         GO TO 9300-ABEND-CONTROL
051200     END-IF.
051300 1100-EXIT.
051400     EXIT.
051500
051600*****************************************************************
051700* 1150-LEER-PROVINCIA                                           *
051800*****************************************************************
051900 1150-LEER-PROVINCIA.
052000     READ CLI-PROVINCIAS
052100         AT END
052200             SET WS-EOF-PROVINCIAS TO TRUE
052300     END-READ.
052400 1150-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800* 1200-CARGAR-RANGO                                             *
052900*****************************************************************
053000 1200-CARGAR-RANGO.
053100     IF WS-CANT-RANGOS >= 100
053200         MOVE 'TABLA DE PROVINCIAS DESBORDADA (100)'
053300                                        TO WS-MOTIVO-CONTROL
053400         GO TO 9300-ABEND-CONTROL
053500     END-IF
053600     ADD 1 TO WS-CANT-RANGOS
053700     MOVE PRV-PROVINCIA TO WS-RAN-PROVINCIA (WS-CANT-RANGOS)
053800     MOVE PRV-CP-DESDE  TO WS-RAN-CP-DESDE  (WS-CANT-RANGOS)
053900     MOVE PRV-CP-HASTA  TO WS-RAN-CP-HASTA  (WS-CANT-RANGOS)
054000     PERFORM 1150-LEER-PROVINCIA THRU 1150-EXIT.
054100 1200-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500* 1300-CARGAR-MODELOS - lineas de los modelos de carta; cada    *
054600*      evento notificado necesita al menos una linea            *
054700*****************************************************************
054800 1300-CARGAR-MODELOS.
054900     OPEN INPUT CLI-MODELOS
055000     IF WS-MOD-STATUS NOT = '00'
055100         GO TO 9200-ABEND-APERTURA
055200     END-IF
055300     PERFORM 1350-LEER-MODELO THRU 1350-EXIT
055400     PERFORM 1400-CARGAR-LINEA THRU 1400-EXIT
055500         UNTIL WS-EOF-MODELOS
055600     CLOSE CLI-MODELOS
055700     IF WS-CANT-DESC = ZERO
055800         MOVE 'FALTA EL MODELO DE CARTA DESC' TO WS-MOTIVO-CONTROL
055900         GO TO 9300-ABEND-CONTROL
056000     END-IF
056100     IF WS-CANT-INAC = ZERO
056200         MOVE 'FALTA EL MODELO DE CARTA INAC' TO WS-MOTIVO-CONTROL
056300         GO TO 9300-ABEND-CONTROL
056400     END-IF.
056500 1300-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900* 1350-LEER-MODELO                                              *
057000*****************************************************************
057100 1350-LEER-MODELO.
057200     READ CLI-MODELOS
057300         AT END
057400             SET WS-EOF-MODELOS TO TRUE
057500     END-READ.
057600 1350-EXIT.
057700     EXIT.
057800
057900*****************************************************************
058000* 1400-CARGAR-LINEA - las lineas de eventos que este programa   *
058100*      no notifica se ignoran                                   *
058200*****************************************************************
058300 1400-CARGAR-LINEA.
058400     IF NOTM-EVENTO NOT = 'DESC' AND NOTM-EVENTO NOT = 'INAC'
058500         PERFORM 1350-LEER-MODELO THRU 1350-EXIT
058600         GO TO 1400-EXIT
058700     END-IF
058800     IF WS-CANT-MODELOS >= 60
058900         MOVE 'MODELOS DE CARTA DESBORDADOS (60)'
059000                                        TO WS-MOTIVO-CONTROL
059100         GO TO 9300-ABEND-CONTROL
059200     END-IF
059300     ADD 1 TO WS-CANT-MODELOS
059400     MOVE NOTM-EVENTO    TO WS-MOD-EVENTO    (WS-CANT-MODELOS)
059500     MOVE NOTM-NRO-LINEA TO WS-MOD-NRO-LINEA (WS-CANT-MODELOS)
059600     MOVE NOTM-TEXTO     TO WS-MOD-TEXTO     (WS-CANT-MODELOS)
059700     IF NOTM-EVENTO = 'DESC'
059800         ADD 1 TO WS-CANT-DESC
059900     ELSE
060000         ADD 1 TO WS-CANT-INAC
060100     END-IF
060200     PERFORM 1350-LEER-MODELO THRU 1350-EXIT.
060300 1400-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700* 2000-PROCESAR-EVENTOS - recorre los dos logs, notifica cada   *
060800*      evento del periodo y libera las excepciones al SORT      *
060900*****************************************************************
061000 2000-PROCESAR-EVENTOS.
061100     PERFORM 2100-LEER-CALOG THRU 2100-EXIT
061200     PERFORM 2200-EVALUAR-CALOG THRU 2200-EXIT
061300         UNTIL WS-EOF-CALOG
061400     PERFORM 2300-LEER-HIST THRU 2300-EXIT
061500     PERFORM 2400-EVALUAR-HIST THRU 2400-EXIT
061600         UNTIL WS-EOF-HIST.
061700
061800*****************************************************************
061900* 2100-LEER-CALOG                                               *
062000*****************************************************************
062100 2100-LEER-CALOG.
062200     READ CLI-CALIF-LOG
062300         AT END
062400             SET WS-EOF-CALOG TO TRUE
062500         NOT AT END
062600             ADD 1 TO WS-CONT-CALOG-LEIDOS
062700     END-READ.
062800 2100-EXIT.
062900     EXIT.
063000
063100*****************************************************************
063200* 2200-EVALUAR-CALOG - un recalculo del periodo que no es de    *
063300*      override y empeora la situacion es un evento DESC        *
063400*****************************************************************
063500 2200-EVALUAR-CALOG.
063600     IF CALOG-FECHA >= WS-FECHA-DESDE AND
063700        CALOG-FECHA <= WS-FECHA-HASTA AND
063800        CALOG-FACTOR NOT = 'OVRR'
063900         PERFORM 2210-TOMAR-DESCENSO THRU 2210-EXIT
064000     END-IF
064100     PERFORM 2100-LEER-CALOG THRU 2100-EXIT.
064200 2200-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600* 2210-TOMAR-DESCENSO                                           *
064700*****************************************************************
064800 2210-TOMAR-DESCENSO.
064900     MOVE CALOG-CALIF-ANTERIOR TO WS-CALIF-MAPEO
065000     PERFORM 4100-MAPEAR-SITUACION THRU 4100-EXIT
065100     MOVE WS-SIT-MAPEO         TO WS-EVT-SIT-ANT
065200     MOVE CALOG-CALIF-NUEVA    TO WS-CALIF-MAPEO
065300     PERFORM 4100-MAPEAR-SITUACION THRU 4100-EXIT
065400     MOVE WS-SIT-MAPEO         TO WS-EVT-SIT-NUE
065500     IF WS-EVT-SIT-NUE NOT > WS-EVT-SIT-ANT
065600         GO TO 2210-EXIT
065700     END-IF
065800     ADD 1 TO WS-CONT-DESCENSOS
065900     MOVE CALOG-CLI-ID         TO WS-EVT-CLI-ID
066000     SET WS-EVT-DESCENSO TO TRUE
066100     MOVE CALOG-FECHA          TO WS-EVT-FECHA
066200     MOVE CALOG-HORA           TO WS-EVT-HORA
066300     MOVE CALOG-CALIF-ANTERIOR TO WS-EVT-CALIF-ANT
066400     MOVE CALOG-CALIF-NUEVA    TO WS-EVT-CALIF-NUE
066500     PERFORM 3000-NOTIFICAR-EVENTO THRU 3000-EXIT.
066600 2210-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000* 2300-LEER-HIST                                                *
067100*****************************************************************
067200 2300-LEER-HIST.
067300     READ CLI-HIST-LOG
067400         AT END
067500             SET WS-EOF-HIST TO TRUE
067600         NOT AT END
067700             ADD 1 TO WS-CONT-HIST-LEIDOS
067800     END-READ.
067900 2300-EXIT.
068000     EXIT.
068100
068200*****************************************************************
068300* 2400-EVALUAR-HIST - un pase de 'A' a 'I' del periodo grabado  *
068400*      por CLIDRM01 (motivo INAC) es un evento INAC             *
068500*****************************************************************
068600 2400-EVALUAR-HIST.
068700     IF CLIHIST-FECHA >= WS-FECHA-DESDE AND
068800        CLIHIST-FECHA <= WS-FECHA-HASTA AND
068900        CLIHIST-USUARIO = 'CLIDRM01' AND
069000        CLIHIST-MOTIVO = 'INAC' AND
069100        CLIHIST-ESTADO-ANTERIOR = 'A' AND
069200        CLIHIST-ESTADO-NUEVO = 'I'
069300         ADD 1 TO WS-CONT-INACTIVACIONES
069400         MOVE CLIHIST-CLI-ID       TO WS-EVT-CLI-ID
069500         SET WS-EVT-INACTIVACION TO TRUE
069600         MOVE CLIHIST-FECHA        TO WS-EVT-FECHA
069700         MOVE CLIHIST-HORA         TO WS-EVT-HORA
069800         MOVE ZERO                 TO WS-EVT-CALIF-ANT
069900                                      WS-EVT-CALIF-NUE
070000                                      WS-EVT-SIT-ANT
070100                                      WS-EVT-SIT-NUE
070200         PERFORM 3000-NOTIFICAR-EVENTO THRU 3000-EXIT
070300     END-IF
070400     PERFORM 2300-LEER-HIST THRU 2300-EXIT.
070500 2400-EXIT.
070600     EXIT.
070700
070800*****************************************************************
070900* 3000-NOTIFICAR-EVENTO - saltea lo ya notificado, busca el     *
071000*      cliente y su domicilio, emite la carta por los canales   *
071100*      utilizables y la registra en el log                      *
071200*****************************************************************
071300 3000-NOTIFICAR-EVENTO.
071400     PERFORM 3100-BUSCAR-LOG THRU 3100-EXIT
071500     IF WS-YA-NOTIFICADO
071600         ADD 1 TO WS-CONT-YA-NOTIFICADOS
071700         GO TO 3000-EXIT
071800     END-IF
071900     MOVE 'N' TO WS-SW-POSTAL-UTIL
072000     MOVE 'N' TO WS-SW-EMAIL-UTIL
072100     MOVE WS-EVT-CLI-ID TO CLI-ID OF CLIENTE-MASTER-REG
072200     READ CLIENTE-MASTER
072300         INVALID KEY
072400             MOVE '????' TO WS-SUCURSAL-CLIENTE
072500             MOVE 'CLIENTE SIN MAESTRO' TO WS-MOTIVO-EXCEPCION
072600             PERFORM 3900-LIBERAR-EXCEPCION THRU 3900-EXIT
072700             GO TO 3000-EXIT
072800     END-READ
072900     MOVE CLI-SUCURSAL OF CLIENTE-MASTER-REG
073000                                TO WS-SUCURSAL-CLIENTE
073100     IF CLI-DADO-BAJA OF CLIENTE-MASTER-REG
073200         MOVE 'CLIENTE DADO DE BAJA' TO WS-MOTIVO-EXCEPCION
073300         PERFORM 3900-LIBERAR-EXCEPCION THRU 3900-EXIT
073400         GO TO 3000-EXIT
073500     END-IF
073600     IF WS-EVT-INACTIVACION AND
073700        NOT CLI-INACTIVO OF CLIENTE-MASTER-REG
073800         ADD 1 TO WS-CONT-REACTIVADOS
073900         GO TO 3000-EXIT
074000     END-IF
074100     PERFORM 3200-VALIDAR-DOMICILIO THRU 3200-EXIT
074200     IF WS-CON-CONTACTO
074300         PERFORM 3300-VALIDAR-EMAIL THRU 3300-EXIT
074400     END-IF
074500     PERFORM 5000-ARMAR-VALORES THRU 5000-EXIT
074600     IF WS-POSTAL-UTIL
074700         SET WS-CANAL-POSTAL TO TRUE
074800         PERFORM 5100-EMITIR-CARTA THRU 5100-EXIT
074900         ADD 1 TO WS-CONT-POSTALES
075000     END-IF
075100     IF WS-EMAIL-UTIL
075200         SET WS-CANAL-EMAIL TO TRUE
075300         PERFORM 5100-EMITIR-CARTA THRU 5100-EXIT
075400         ADD 1 TO WS-CONT-EMAILS
075500     END-IF
075600     IF NOT WS-POSTAL-UTIL
075700         PERFORM 3900-LIBERAR-EXCEPCION THRU 3900-EXIT
075800     END-IF
075900     IF WS-POSTAL-UTIL OR WS-EMAIL-UTIL
076000         PERFORM 3500-REGISTRAR-LOG THRU 3500-EXIT
076100     END-IF.
076200 3000-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600* 3100-BUSCAR-LOG - el evento ya notificado esta en el log      *
076700*****************************************************************
076800 3100-BUSCAR-LOG.
076900     MOVE 'N' TO WS-SW-YA-NOTIFICADO
077000     MOVE WS-EVT-CLI-ID TO NOTLG-CLI-ID
077100     MOVE WS-EVT-TIPO   TO NOTLG-EVENTO
077200     MOVE WS-EVT-FECHA  TO NOTLG-FECHA-EVENTO
077300     MOVE WS-EVT-HORA   TO NOTLG-HORA-EVENTO
077400     READ CLI-NOT-LOG
077500         INVALID KEY
077600             CONTINUE
077700         NOT INVALID KEY
077800             SET WS-YA-NOTIFICADO TO TRUE
077900     END-READ.
078000 3100-EXIT.
078100     EXIT.
078200
078300*****************************************************************
078400* 3200-VALIDAR-DOMICILIO - registro de contacto existente, calle*
078500*      cargada, provincia de la tabla y codigo postal en alguno *
078600*      de sus rangos (reglas de CLICDQ01)                       *
078700*****************************************************************
078800 3200-VALIDAR-DOMICILIO.
078900     MOVE 'N' TO WS-SW-CON-CONTACTO
079000     MOVE WS-EVT-CLI-ID TO CTO-CLI-ID OF CLIENTE-CONTACTO-REG
079100     READ CLIENTE-CONTACTO
079200         INVALID KEY
079300             MOVE 'SIN REGISTRO DE CONTACTO'
079400                                TO WS-MOTIVO-EXCEPCION
079500             GO TO 3200-EXIT
079600     END-READ
079700     SET WS-CON-CONTACTO TO TRUE
079800     IF CTO-CALLE OF CLIENTE-CONTACTO-REG = SPACES
079900         MOVE 'DOMICILIO SIN CALLE' TO WS-MOTIVO-EXCEPCION
080000         GO TO 3200-EXIT
080100     END-IF
080200     MOVE 'N' TO WS-SW-PROVINCIA-HALLADA
080300     MOVE 'N' TO WS-SW-POSTAL-VALIDO
080400     PERFORM 3210-COMPARAR-RANGO THRU 3210-EXIT
080500         VARYING WS-IND FROM 1 BY 1
080600         UNTIL WS-IND > WS-CANT-RANGOS OR WS-POSTAL-VALIDO
080700     EVALUATE TRUE
080800         WHEN NOT WS-PROVINCIA-HALLADA
080900             MOVE 'PROVINCIA DESCONOCIDA' TO WS-MOTIVO-EXCEPCION
081000         WHEN NOT WS-POSTAL-VALIDO
081100             MOVE 'COD POSTAL NO ES DE LA PROVINCIA'
081200                                        TO WS-MOTIVO-EXCEPCION
081300         WHEN OTHER
081400             SET WS-POSTAL-UTIL TO TRUE
081500     END-EVALUATE.
081600 3200-EXIT.
081700     EXIT.
081800
081900*****************************************************************
082000* 3210-COMPARAR-RANGO                                           *
082100*****************************************************************
082200 3210-COMPARAR-RANGO.
082300     IF WS-RAN-PROVINCIA (WS-IND) =
082400            CTO-PROVINCIA OF CLIENTE-CONTACTO-REG
082500         SET WS-PROVINCIA-HALLADA TO TRUE
082600         IF CTO-COD-POSTAL OF CLIENTE-CONTACTO-REG >=
082700                WS-RAN-CP-DESDE (WS-IND) AND
082800            CTO-COD-POSTAL OF CLIENTE-CONTACTO-REG <=
082900                WS-RAN-CP-HASTA (WS-IND)
083000             SET WS-POSTAL-VALIDO TO TRUE
083100         END-IF
083200     END-IF.
083300 3210-EXIT.
083400     EXIT.
083500
083600*****************************************************************
083700* 3300-VALIDAR-EMAIL - email cargado con un unico arroba (regla *
083800*      de CLICDQ01) y canal email no retirado en CLI-CONSENT    *
083900*****************************************************************
084000 3300-VALIDAR-EMAIL.
084100     IF CTO-EMAIL OF CLIENTE-CONTACTO-REG = SPACES
084200         GO TO 3300-EXIT
084300     END-IF
084400     MOVE ZERO TO WS-CANT-ARROBAS
084500     INSPECT CTO-EMAIL OF CLIENTE-CONTACTO-REG
084600         TALLYING WS-CANT-ARROBAS FOR ALL '@'
084700     IF WS-CANT-ARROBAS NOT = 1
084800         GO TO 3300-EXIT
084900     END-IF
085000     MOVE WS-EVT-CLI-ID TO CNS-CLI-ID OF CLI-CONSENT-REG
085100     READ CLI-CONSENT
085200         INVALID KEY
085300             SET WS-EMAIL-UTIL TO TRUE
085400             GO TO 3300-EXIT
085500     END-READ
085600     IF CNS-MAIL-ESTADO = 'N'
085700         ADD 1 TO WS-CONT-SIN-CONSENT
085800     ELSE
085900         SET WS-EMAIL-UTIL TO TRUE
086000     END-IF.
086100 3300-EXIT.
086200     EXIT.
086300
086400*****************************************************************
086500* 3500-REGISTRAR-LOG - el evento notificado entra al log de     *
086600*      cartas con los canales por los que salio                 *
086700*****************************************************************
086800 3500-REGISTRAR-LOG.
086900     MOVE WS-EVT-CLI-ID     TO NOTLG-CLI-ID
087000     MOVE WS-EVT-TIPO       TO NOTLG-EVENTO
087100     MOVE WS-EVT-FECHA      TO NOTLG-FECHA-EVENTO
087200     MOVE WS-EVT-HORA       TO NOTLG-HORA-EVENTO
087300     MOVE WS-FECHA-HOY      TO NOTLG-FECHA-ENVIO
087400     MOVE WS-SW-POSTAL-UTIL TO NOTLG-POSTAL
087500     MOVE WS-SW-EMAIL-UTIL  TO NOTLG-EMAIL
087600     MOVE WS-SUCURSAL-CLIENTE TO NOTLG-SUCURSAL
087700     MOVE WS-EVT-CALIF-ANT  TO NOTLG-CALIF-ANTERIOR
087800     MOVE WS-EVT-CALIF-NUE  TO NOTLG-CALIF-NUEVA
087900     MOVE SPACES            TO NOTLG-RELLENO
088000     WRITE CLI-NOTLG-REG
088100         INVALID KEY
088200             GO TO 9100-ABEND-GRABACION
088300     END-WRITE.
088400 3500-EXIT.
088500     EXIT.
088600
088700*****************************************************************
088800* 3900-LIBERAR-EXCEPCION - evento sin domicilio postal          *
088900*      utilizable, agrupado por la sucursal del cliente         *
089000*****************************************************************
089100 3900-LIBERAR-EXCEPCION.
089200     ADD 1 TO WS-CONT-EXCEPCIONES
089300     MOVE WS-SUCURSAL-CLIENTE TO SD-SUCURSAL
089400     MOVE WS-EVT-CLI-ID       TO SD-CLI-ID
089500     MOVE WS-EVT-TIPO         TO SD-EVENTO
089600     MOVE WS-EVT-FECHA        TO SD-FECHA-EVENTO
089700     MOVE WS-SW-EMAIL-UTIL    TO SD-EMAIL
089800     MOVE WS-MOTIVO-EXCEPCION TO SD-MOTIVO
089900     RELEASE SD-EXCEPCION.
090000 3900-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400* 4100-MAPEAR-SITUACION - tramo del regulador de la             *
090500*      calificacion en WS-CALIF-MAPEO (mismos de CLIXTR01)      *
090600*****************************************************************
090700 4100-MAPEAR-SITUACION.
090800     EVALUATE TRUE
090900         WHEN WS-CALIF-MAPEO <= 30
091000             MOVE 1 TO WS-SIT-MAPEO
091100         WHEN WS-CALIF-MAPEO <= 60
091200             MOVE 2 TO WS-SIT-MAPEO
091300         WHEN WS-CALIF-MAPEO <= 80
091400             MOVE 3 TO WS-SIT-MAPEO
091500         WHEN WS-CALIF-MAPEO <= 90
091600             MOVE 4 TO WS-SIT-MAPEO
091700         WHEN OTHER
091800             MOVE 5 TO WS-SIT-MAPEO
091900     END-EVALUATE.
092000 4100-EXIT.
092100     EXIT.
092200
092300*****************************************************************
092400* 5000-ARMAR-VALORES - valor de cada marcador para el evento en *
092500*      curso                                                    *
092600*****************************************************************
092700 5000-ARMAR-VALORES.
092800     MOVE SPACES TO WS-TABLA-VALORES
092900     STRING CLI-NOMBRE OF CLIENTE-MASTER-REG  DELIMITED BY '  '
093000         ' '                                  DELIMITED SIZE
093100         CLI-APELLIDO OF CLIENTE-MASTER-REG   DELIMITED BY '  '
093200         INTO WS-VALOR (1)
093300     MOVE WS-EVT-CLI-ID  TO WS-VALOR (2)
093400     MOVE WS-EVT-DIA     TO WS-FA-DIA
093500     MOVE WS-EVT-MES     TO WS-FA-MES
093600     MOVE WS-EVT-ANIO    TO WS-FA-ANIO
093700     MOVE WS-FECHA-ARMADA TO WS-VALOR (3)
093800     IF WS-EVT-DESCENSO
093900         MOVE WS-EVT-SIT-ANT TO WS-SA-NUMERO
094000         MOVE WS-SIT-DESCRIPCION (WS-EVT-SIT-ANT)
094100                             TO WS-SA-DESCRIPCION
094200         MOVE WS-SITUACION-ARMADA TO WS-VALOR (4)
094300         MOVE WS-EVT-SIT-NUE TO WS-SA-NUMERO
094400         MOVE WS-SIT-DESCRIPCION (WS-EVT-SIT-NUE)
094500                             TO WS-SA-DESCRIPCION
094600         MOVE WS-SITUACION-ARMADA TO WS-VALOR (5)
094700     END-IF
094800     MOVE WS-SUCURSAL-CLIENTE TO WS-VALOR (6).
094900 5000-EXIT.
095000     EXIT.
095100
095200*****************************************************************
095300* 5100-EMITIR-CARTA - registro de carta y lineas del modelo del *
095400*      evento en el archivo del canal en curso                  *
095500*****************************************************************
095600 5100-EMITIR-CARTA.
095700     MOVE SPACES              TO REG-NOT-CARTA
095800     MOVE '1'                 TO NOTC-TIPO-REG
095900     MOVE WS-EVT-CLI-ID       TO NOTC-CLI-ID
096000     MOVE WS-EVT-TIPO         TO NOTC-EVENTO
096100     MOVE WS-EVT-FECHA        TO NOTC-FECHA-EVENTO
096200     MOVE WS-SUCURSAL-CLIENTE TO NOTC-SUCURSAL
096300     MOVE CLI-NOMBRE OF CLIENTE-MASTER-REG   TO NOTC-NOMBRE
096400     MOVE CLI-APELLIDO OF CLIENTE-MASTER-REG TO NOTC-APELLIDO
096500     MOVE CTO-CALLE OF CLIENTE-CONTACTO-REG  TO NOTC-CALLE
096600     MOVE CTO-LOCALIDAD OF CLIENTE-CONTACTO-REG
096700                                             TO NOTC-LOCALIDAD
096800     MOVE CTO-PROVINCIA OF CLIENTE-CONTACTO-REG
096900                                             TO NOTC-PROVINCIA
097000     MOVE CTO-COD-POSTAL OF CLIENTE-CONTACTO-REG
097100                                             TO NOTC-COD-POSTAL
097200     IF WS-CANAL-EMAIL
097300         MOVE CTO-EMAIL OF CLIENTE-CONTACTO-REG TO NOTC-EMAIL
097400     END-IF
097500     MOVE REG-NOT-CARTA TO WS-REG-SALIDA
097600     PERFORM 5900-GRABAR-REGISTRO THRU 5900-EXIT
097700     PERFORM 5200-EMITIR-LINEA THRU 5200-EXIT
097800         VARYING WS-IND-MOD FROM 1 BY 1
097900         UNTIL WS-IND-MOD > WS-CANT-MODELOS.
098000 5100-EXIT.
098100     EXIT.
098200
098300*****************************************************************
098400* 5200-EMITIR-LINEA - una linea del modelo del evento con los   *
098500*      marcadores reemplazados                                  *
098600*****************************************************************
098700 5200-EMITIR-LINEA.
098800     IF WS-MOD-EVENTO (WS-IND-MOD) NOT = WS-EVT-TIPO
098900         GO TO 5200-EXIT
099000     END-IF
099100     MOVE SPACES TO WS-LINEA-ARMADA
099200     MOVE 1      TO WS-PTR-LINEA
099300     PERFORM 5300-PASAR-CARACTER THRU 5300-EXIT
099400         VARYING WS-IND-CAR FROM 1 BY 1
099500         UNTIL WS-IND-CAR > 70 OR WS-PTR-LINEA > 150
099600     MOVE SPACES              TO REG-NOT-LINEA
099700     MOVE '2'                 TO NOTL-TIPO-REG
099800     MOVE WS-EVT-CLI-ID       TO NOTL-CLI-ID
099900     MOVE WS-EVT-TIPO         TO NOTL-EVENTO
100000     MOVE WS-MOD-NRO-LINEA (WS-IND-MOD) TO NOTL-NRO-LINEA
100100     MOVE WS-LINEA-ARMADA     TO NOTL-TEXTO
100200     MOVE REG-NOT-LINEA TO WS-REG-SALIDA
100300     PERFORM 5900-GRABAR-REGISTRO THRU 5900-EXIT.
100400 5200-EXIT.
100500     EXIT.
100600
100700*****************************************************************
100800* 5300-PASAR-CARACTER - un marcador '&' + nombre se reemplaza   *
100900*      por su valor (hasta el primer doble espacio) y se saltea *
101000*      el nombre; cualquier otro caracter se copia              *
101100*****************************************************************
101200 5300-PASAR-CARACTER.
101300     MOVE 'N' TO WS-SW-MARCA-HALLADA
101400     IF WS-MOD-TEXTO (WS-IND-MOD) (WS-IND-CAR:1) = '&' AND
101500        WS-IND-CAR <= 64
101600         PERFORM 5310-BUSCAR-MARCA THRU 5310-EXIT
101700             VARYING WS-IND-MARCA FROM 1 BY 1
101800             UNTIL WS-IND-MARCA > 6 OR WS-MARCA-HALLADA
101900     END-IF
102000     IF WS-MARCA-HALLADA
102100         ADD 6 TO WS-IND-CAR
102200     ELSE
102300         STRING WS-MOD-TEXTO (WS-IND-MOD) (WS-IND-CAR:1)
102400                                       DELIMITED SIZE
102500             INTO WS-LINEA-ARMADA
102600             WITH POINTER WS-PTR-LINEA
102700         END-STRING
102800     END-IF.
102900 5300-EXIT.
103000     EXIT.
103100
103200*****************************************************************
103300* 5310-BUSCAR-MARCA                                             *
103400*****************************************************************
103500 5310-BUSCAR-MARCA.
103600     IF WS-MOD-TEXTO (WS-IND-MOD) (WS-IND-CAR + 1:6) =
103700            WS-MARCA (WS-IND-MARCA)
103800         SET WS-MARCA-HALLADA TO TRUE
103900         STRING WS-VALOR (WS-IND-MARCA) DELIMITED BY '  '
104000             INTO WS-LINEA-ARMADA
104100             WITH POINTER WS-PTR-LINEA
104200         END-STRING
104300     END-IF.
104400 5310-EXIT.
104500     EXIT.
104600
104700*****************************************************************
104800* 5900-GRABAR-REGISTRO - graba WS-REG-SALIDA en el archivo del  *
104900*      canal en curso                                           *
105000*****************************************************************
105100 5900-GRABAR-REGISTRO.
105200     IF WS-CANAL-POSTAL
105300         WRITE REG-POSTAL FROM WS-REG-SALIDA
105400         IF WS-NTP-STATUS NOT = '00'
105500             GO TO 9100-ABEND-GRABACION
105600         END-IF
105700         ADD 1 TO WS-CONT-REG-POSTAL
105800     ELSE
105900         WRITE REG-EMAIL FROM WS-REG-SALIDA
106000         IF WS-NTE-STATUS NOT = '00'
106100             GO TO 9100-ABEND-GRABACION
106200         END-IF
106300         ADD 1 TO WS-CONT-REG-EMAIL
106400     END-IF.
106500 5900-EXIT.
106600     EXIT.
106700
106800*****************************************************************
106900* 6000-IMPRIMIR-EXCEPCIONES - excepciones ordenadas por         *
107000*      sucursal, con encabezado por sucursal                    *
107100*****************************************************************
107200 6000-IMPRIMIR-EXCEPCIONES.
107300     PERFORM 6100-DEVOLVER-ORDENADO THRU 6100-EXIT
107400     PERFORM 6200-IMPRIMIR-EXCEPCION THRU 6200-EXIT
107500         UNTIL WS-EOF-SORT.
107600
107700*****************************************************************
107800* 6100-DEVOLVER-ORDENADO                                        *
107900*****************************************************************
108000 6100-DEVOLVER-ORDENADO.
108100     RETURN WORK-NOT-SORT
108200         AT END
108300             SET WS-EOF-SORT TO TRUE
108400     END-RETURN.
108500 6100-EXIT.
108600     EXIT.
108700
108800*****************************************************************
108900* 6200-IMPRIMIR-EXCEPCION - ruptura de control por sucursal     *
109000*****************************************************************
109100 6200-IMPRIMIR-EXCEPCION.
109200     IF SD-SUCURSAL NOT = WS-SUCURSAL-ANT
109300         MOVE SD-SUCURSAL TO CAB-SUCURSAL
109400         MOVE SD-SUCURSAL TO WS-SUCURSAL-ANT
109500         MOVE SPACES TO RPT-LINEA
109600         WRITE RPT-LINEA
109700         MOVE SPACES TO RPT-LINEA
109800         MOVE WS-LINEA-SUCURSAL TO RPT-LINEA
109900         WRITE RPT-LINEA
110000     END-IF
110100     MOVE SD-CLI-ID       TO DET-CLI-ID
110200     MOVE SD-EVENTO       TO DET-EVENTO
110300     MOVE SD-FECHA-EVENTO TO DET-FECHA
110400     MOVE SD-MOTIVO       TO DET-MOTIVO
110500     IF SD-EMAIL = 'S'
110600         MOVE 'ENVIADO'    TO DET-EMAIL
110700     ELSE
110800         MOVE 'NO ENVIADO' TO DET-EMAIL
110900     END-IF
111000     MOVE SPACES TO RPT-LINEA
111100     MOVE WS-LINEA-EXCEPCION TO RPT-LINEA
111200     WRITE RPT-LINEA
111300     PERFORM 6100-DEVOLVER-ORDENADO THRU 6100-EXIT.
111400 6200-EXIT.
111500     EXIT.
111600
111700*****************************************************************
111800* 7000-EMITIR-RESUMEN - totales de la corrida en el reporte     *
111900*****************************************************************
112000 7000-EMITIR-RESUMEN.
112100     MOVE SPACES TO RPT-LINEA
112200     WRITE RPT-LINEA
112300     MOVE SPACES TO RPT-LINEA
112400     MOVE WS-CONT-DESCENSOS TO WS-CONT-EDIT
112500     STRING 'EVENTOS DESC DEL PERIODO....: ' DELIMITED SIZE
112600         WS-CONT-EDIT                  DELIMITED SIZE
112700         INTO RPT-LINEA
112800     WRITE RPT-LINEA
112900     MOVE SPACES TO RPT-LINEA
113000     MOVE WS-CONT-INACTIVACIONES TO WS-CONT-EDIT
113100     STRING 'EVENTOS INAC DEL PERIODO....: ' DELIMITED SIZE
113200         WS-CONT-EDIT                  DELIMITED SIZE
113300         INTO RPT-LINEA
113400     WRITE RPT-LINEA
113500     MOVE SPACES TO RPT-LINEA
113600     MOVE WS-CONT-YA-NOTIFICADOS TO WS-CONT-EDIT
113700     STRING 'YA NOTIFICADOS (LOG)........: ' DELIMITED SIZE
113800         WS-CONT-EDIT                  DELIMITED SIZE
113900         INTO RPT-LINEA
114000     WRITE RPT-LINEA
114100     MOVE SPACES TO RPT-LINEA
114200     MOVE WS-CONT-REACTIVADOS TO WS-CONT-EDIT
114300     STRING 'INAC YA REACTIVADOS.........: ' DELIMITED SIZE
114400         WS-CONT-EDIT                  DELIMITED SIZE
114500         INTO RPT-LINEA
114600     WRITE RPT-LINEA
114700     MOVE SPACES TO RPT-LINEA
114800     MOVE WS-CONT-POSTALES TO WS-CONT-EDIT
114900     STRING 'CARTAS POSTALES.............: ' DELIMITED SIZE
115000         WS-CONT-EDIT                  DELIMITED SIZE
115100         INTO RPT-LINEA
115200     WRITE RPT-LINEA
115300     MOVE SPACES TO RPT-LINEA
115400     MOVE WS-CONT-EMAILS TO WS-CONT-EDIT
115500     STRING 'CARTAS POR EMAIL............: ' DELIMITED SIZE
115600         WS-CONT-EDIT                  DELIMITED SIZE
115700         INTO RPT-LINEA
115800     WRITE RPT-LINEA
115900     MOVE SPACES TO RPT-LINEA
116000     MOVE WS-CONT-SIN-CONSENT TO WS-CONT-EDIT
116100     STRING 'EMAIL RETIRADO (CONSENT.)...: ' DELIMITED SIZE
116200         WS-CONT-EDIT                  DELIMITED SIZE
116300         INTO RPT-LINEA
116400     WRITE RPT-LINEA
116500     MOVE SPACES TO RPT-LINEA
116600     MOVE WS-CONT-EXCEPCIONES TO WS-CONT-EDIT
116700     STRING 'EXCEPCIONES.................: ' DELIMITED SIZE
116800         WS-CONT-EDIT                  DELIMITED SIZE
116900         INTO RPT-LINEA
117000     WRITE RPT-LINEA.
117100 7000-EXIT.
117200     EXIT.
117300
117400*****************************************************************
117500* 7500-GRABAR-TRAILERS - totales de control de los archivos de  *
117600*      cartas                                                   *
117700*****************************************************************
117800 7500-GRABAR-TRAILERS.
117900     MOVE SPACES              TO REG-NOT-TRAILER
118000     MOVE '9'                 TO NOTT-TIPO-REG
118100     MOVE WS-CONT-POSTALES    TO NOTT-CANT-CARTAS
118200     MOVE WS-CONT-REG-POSTAL  TO NOTT-CANT-REGISTROS
118300     WRITE REG-POSTAL FROM REG-NOT-TRAILER
118400     IF WS-NTP-STATUS NOT = '00'
118500         GO TO 9100-ABEND-GRABACION
118600     END-IF
118700     MOVE WS-CONT-EMAILS      TO NOTT-CANT-CARTAS
118800     MOVE WS-CONT-REG-EMAIL   TO NOTT-CANT-REGISTROS
118900     WRITE REG-EMAIL FROM REG-NOT-TRAILER
119000     IF WS-NTE-STATUS NOT = '00'
119100         GO TO 9100-ABEND-GRABACION
119200     END-IF.
119300 7500-EXIT.
119400     EXIT.
119500
119600*****************************************************************
119700* 8000-EMITIR-TOTALES                                           *
119800*****************************************************************
119900 8000-EMITIR-TOTALES.
120000     MOVE WS-CONT-CALOG-LEIDOS TO WS-CONT-EDIT
120100     DISPLAY 'CLINOT01 - CALIF-LOG LEIDOS....: ' WS-CONT-EDIT
120200     MOVE WS-CONT-HIST-LEIDOS TO WS-CONT-EDIT
120300     DISPLAY 'CLINOT01 - HIST-LOG LEIDOS.....: ' WS-CONT-EDIT
120400     MOVE WS-CONT-DESCENSOS TO WS-CONT-EDIT
120500     DISPLAY 'CLINOT01 - EVENTOS DESC........: ' WS-CONT-EDIT
120600     MOVE WS-CONT-INACTIVACIONES TO WS-CONT-EDIT
120700     DISPLAY 'CLINOT01 - EVENTOS INAC........: ' WS-CONT-EDIT
120800     MOVE WS-CONT-YA-NOTIFICADOS TO WS-CONT-EDIT
120900     DISPLAY 'CLINOT01 - YA NOTIFICADOS......: ' WS-CONT-EDIT
121000     MOVE WS-CONT-POSTALES TO WS-CONT-EDIT
121100     DISPLAY 'CLINOT01 - CARTAS POSTALES.....: ' WS-CONT-EDIT
121200     MOVE WS-CONT-EMAILS TO WS-CONT-EDIT
121300     DISPLAY 'CLINOT01 - CARTAS POR EMAIL....: ' WS-CONT-EDIT
121400     MOVE WS-CONT-EXCEPCIONES TO WS-CONT-EDIT
121500     DISPLAY 'CLINOT01 - EXCEPCIONES.........: ' WS-CONT-EDIT.
121600 8000-EXIT.
121700     EXIT.
121800
121900*****************************************************************
122000* 8500-GRABAR-ESTADISTICA - registro de corrida en el archivo   *
122100*      central CLIESTAD, para el balanceo matutino (CLIBAL01)   *
122200*****************************************************************
122300 8500-GRABAR-ESTADISTICA.
122400     MOVE 'CLINOT01'             TO CLIEST-PROGRAMA
122500     MOVE WS-FECHA-HOY           TO CLIEST-FECHA-PROCESO
122600     MOVE WS-CONT-POSTALES       TO CLIEST-CANT-1
122700     MOVE WS-CONT-EMAILS         TO CLIEST-CANT-2
122800     MOVE WS-CONT-EXCEPCIONES    TO CLIEST-CANT-3
122900     COMPUTE CLIEST-CANT-4 = WS-CONT-DESCENSOS
123000                           + WS-CONT-INACTIVACIONES
123100     MOVE ZERO                   TO CLIEST-COD-RETORNO-JOB
123200     CALL 'CLIEST01' USING CLIEST-CONTROL.
123300 8500-EXIT.
123400     EXIT.
123500
123600*****************************************************************
123700* 9000-FINALIZAR                                                *
123800*****************************************************************
123900 9000-FINALIZAR.
124000     CLOSE CLI-CALIF-LOG
124100     CLOSE CLI-HIST-LOG
124200     CLOSE CLIENTE-MASTER
124300     CLOSE CLIENTE-CONTACTO
124400     CLOSE CLI-CONSENT
124500     CLOSE CLI-NOT-LOG
124600     CLOSE ARCH-POSTAL
124700     CLOSE ARCH-EMAIL
124800     CLOSE RPT-NOTIFICA.
124900 9000-EXIT.
125000     EXIT.
125100
125200*****************************************************************
125300* 9100-ABEND-GRABACION - error de E/S grabando una carta o el   *
125400*      log; se corta el job sin emitir trailers, informando el  *
125500*      evento en curso                                          *
125600*****************************************************************
125700 9100-ABEND-GRABACION.
125800     DISPLAY 'CLINOT01 - ERROR GRABANDO CARTAS, CLI-ID='
125900         WS-EVT-CLI-ID ' EVENTO=' WS-EVT-TIPO
126000         ' STATUS CLINOTP=' WS-NTP-STATUS
126100         ' CLINOTE=' WS-NTE-STATUS ' CLINOTL=' WS-NLG-STATUS
126200     PERFORM 9000-FINALIZAR THRU 9000-EXIT
126300     MOVE 16 TO RETURN-CODE
126400     GOBACK.
126500
126600*****************************************************************
126700* 9200-ABEND-APERTURA - error abriendo un archivo de entrada/   *
126800*      salida; se corta el job antes de generar nada            *
126900*****************************************************************
127000 9200-ABEND-APERTURA.
127100     DISPLAY 'CLINOT01 - ERROR ABRIENDO ARCHIVOS, STATUS CALOG='
127200         WS-CALOG-STATUS ' HIST=' WS-HIST-STATUS
127300         ' PRVC=' WS-PRV-STATUS ' MODELOS=' WS-MOD-STATUS
127400         ' MASTER=' WS-CLI-STATUS ' CONTACTO=' WS-CTO-STATUS
127500         ' CONSENT=' WS-CNS-STATUS ' CLINOTL=' WS-NLG-STATUS
127600         ' CLINOTP=' WS-NTP-STATUS ' CLINOTE=' WS-NTE-STATUS
127700         ' RPTNOT=' WS-RPT-STATUS
127800     MOVE 16 TO RETURN-CODE
127900     GOBACK.
128000
128100*****************************************************************
128200* 9300-ABEND-CONTROL - PARM invalido, tabla de provincias vacia *
128300*      o desbordada, o modelos faltantes o desbordados; se      *
128400*      corta el job con RC=20 antes de generar nada             *
128500*****************************************************************
128600 9300-ABEND-CONTROL.
128700     DISPLAY 'CLINOT01 - CORRIDA RECHAZADA: ' WS-MOTIVO-CONTROL
128800     MOVE 20 TO RETURN-CODE
128900     GOBACK.
