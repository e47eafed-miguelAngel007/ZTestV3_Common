000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIMTZ01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Matriz mensual de
001300*                     migracion de calificaciones y tasas de
001400*                     mejora/empeoramiento por sucursal y
001500*                     segmento, con archivo de la matriz para
001600*                     previsiones.
001700*****************************************************************
001800* Matriz mensual de migracion de CLI-CALIFICACION. Para cada
001900* cliente del maestro (salvo los dados de baja logica) arma la
002000* situacion al inicio y al final del periodo pedido, en los
002100* tramos del regulador que usa CLIXTR01:
002200*
002300*   CLI-CALIFICACION 00-30 -> SITUACION 1 (NORMAL)
002400*   CLI-CALIFICACION 31-60 -> SITUACION 2 (RIESGO BAJO)
002500*   CLI-CALIFICACION 61-80 -> SITUACION 3 (RIESGO MEDIO)
002600*   CLI-CALIFICACION 81-90 -> SITUACION 4 (ALTO RIESGO)
002700*   CLI-CALIFICACION 91-99 -> SITUACION 5 (IRRECUPERABLE)
002800*
002900* Las calificaciones se reconstruyen del log CLI-CALIF-LOG (DD
003000* CLICALOG; si el log se parte en generaciones fechadas, se
003100* concatenan bajo el mismo DD), ordenado por CLI-ID + fecha +
003200* hora y conciliado con el maestro:
003300*
003400*   - al inicio: la calificacion anterior del primer movimiento
003500*     del cliente dentro del periodo;
003600*   - al final: la calificacion anterior del primer movimiento
003700*     posterior al periodo o, si no lo hay, la vigente del
003800*     maestro;
003900*   - sin movimiento en el periodo, la del inicio es la del
004000*     final (el cliente no se movio).
004100*
004200* Un cliente con algun movimiento del periodo con factor OVRR
004300* (calificacion fijada por override, CLIOVM01) se cuenta en la
004400* matriz de overrides; el resto, en la de comportamiento. RPTMTZ
004500* imprime la matriz total y las dos parciales con cantidad y
004600* porcentaje sobre la fila por celda, y las tasas de mejora y
004700* empeoramiento por sucursal y segmento (CLI-SUCURSAL y
004800* CLI-SEGMENTO vigentes; nombre de la sucursal del maestro de
004900* sucursales): la tasa es la proporcion de clientes movidos por
005000* comportamiento que mejoraron o empeoraron de situacion; los
005100* movidos por override se muestran aparte y no entran en la
005200* tasa. Un movimiento del log cuyo cliente ya no esta en el
005300* maestro (purgado) se cuenta y se saltea.
005400*
005500* El archivo CLIMTZF (CLIMTZ.cpy) lleva la matriz en diseno fijo
005600* con header y trailer de control, para la carga del equipo de
005700* previsiones.
005800*
005900* PARM opcional 'PERIODO=AAAAMM' (sin el, el mes de la fecha del
006000* sistema). RC=20: PARM invalido o maestro de sucursales mayor
006100* que la tabla; no se genero nada.
006200*****************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.   IBM-370.
006600 OBJECT-COMPUTER.   IBM-370.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT CLI-CALIF-LOG   ASSIGN TO CLICALOG
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS  IS WS-CALOG-STATUS.
007200
007300     SELECT CLIENTE-MASTER  ASSIGN TO CLIEMAST
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE  IS SEQUENTIAL
007600         RECORD KEY   IS CLI-ID OF CLIENTE-MASTER-REG
007700         FILE STATUS  IS WS-CLI-STATUS.
007800
007900     SELECT SUCURSAL-MASTER ASSIGN TO CLISUCM
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE  IS SEQUENTIAL
008200         RECORD KEY   IS SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
008300         FILE STATUS  IS WS-SUC-STATUS.
008400
008500     SELECT WORK-MTZ-SORT   ASSIGN TO SORTWK01.
008600
008700     SELECT RPT-MATRIZ      ASSIGN TO RPTMTZ
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS  IS WS-RPT-STATUS.
009000
009100     SELECT ARCH-MATRIZ     ASSIGN TO CLIMTZF
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS  IS WS-MTZ-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  CLI-CALIF-LOG
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CLICALG.
010000
010100 FD  CLIENTE-MASTER
010200     LABEL RECORDS ARE STANDARD.
010300     COPY CLIEMFD.
010400
010500 FD  SUCURSAL-MASTER
010600     LABEL RECORDS ARE STANDARD.
010700     COPY CLISMFD.
010800
010900 SD  WORK-MTZ-SORT.
011000 01  SD-MOVIMIENTO.
011100     05  SD-CLI-ID             PIC 9(10).
011200     05  SD-FECHA              PIC 9(08).
011300     05  SD-HORA               PIC 9(08).
011400     05  SD-CALIF-ANTERIOR     PIC 9(02).
011500     05  SD-CALIF-NUEVA        PIC 9(02).
011600     05  SD-FACTOR             PIC X(04).
011700
011800 FD  RPT-MATRIZ
011900     LABEL RECORDS ARE STANDARD.
012000 01  RPT-LINEA                 PIC X(132).
012100
012200 FD  ARCH-MATRIZ
012300     LABEL RECORDS ARE STANDARD.
012400     COPY CLIMTZ.
012500
012600 WORKING-STORAGE SECTION.
012700 77  WS-CALOG-STATUS           PIC X(02)      VALUE '00'.
012800 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
012900 77  WS-SUC-STATUS             PIC X(02)      VALUE '00'.
013000 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
013100 77  WS-MTZ-STATUS             PIC X(02)      VALUE '00'.
013200 77  WS-SW-EOF-CALOG           PIC X(01)      VALUE 'N'.
013300     88  WS-EOF-CALOG                         VALUE 'S'.
013400 77  WS-SW-EOF-CLIENTE         PIC X(01)      VALUE 'N'.
013500     88  WS-EOF-CLIENTE                       VALUE 'S'.
013600 77  WS-SW-EOF-SUCURSAL        PIC X(01)      VALUE 'N'.
013700     88  WS-EOF-SUCURSAL                      VALUE 'S'.
013800 77  WS-SW-EOF-SORT            PIC X(01)      VALUE 'N'.
013900     88  WS-EOF-SORT                          VALUE 'S'.
014000 77  WS-SW-MOV-PERIODO         PIC X(01)      VALUE 'N'.
014100     88  WS-HAY-MOV-PERIODO                   VALUE 'S'.
014200 77  WS-SW-MOV-POSTERIOR       PIC X(01)      VALUE 'N'.
014300     88  WS-HAY-MOV-POSTERIOR                 VALUE 'S'.
014400 77  WS-SW-OVERRIDE            PIC X(01)      VALUE 'N'.
014500     88  WS-MOVIDO-POR-OVERRIDE               VALUE 'S'.
014600
014700 77  WS-MOTIVO-CONTROL         PIC X(40)       VALUE SPACES.
014800 77  WS-PERIODO                PIC 9(06)       VALUE ZERO.
014900 77  WS-FECHA-HOY              PIC 9(08)       VALUE ZERO.
015000 77  WS-FECHA-INICIO           PIC 9(08)       VALUE ZERO.
015100 77  WS-FECHA-FIN              PIC 9(08)       VALUE ZERO.
015200 77  WS-CALIF-INICIAL          PIC 9(02)       VALUE ZERO.
015300 77  WS-CALIF-FINAL            PIC 9(02)       VALUE ZERO.
015400 77  WS-CALIF-MAPEO            PIC 9(02)       VALUE ZERO.
015500 77  WS-SIT-MAPEO              PIC 9(01)       VALUE ZERO.
015600 77  WS-SIT-INICIAL            PIC 9(01)       VALUE ZERO.
015700 77  WS-SIT-FINAL              PIC 9(01)       VALUE ZERO.
015800 77  WS-PORCENTAJE             PIC 9(03)V99    VALUE ZERO.
015900 77  WS-BASE-TASA              PIC 9(09)       VALUE ZERO.
016000 77  WS-TOTAL-FILA             PIC 9(09)       VALUE ZERO.
016100 77  WS-IND                    PIC 9(03) COMP  VALUE ZERO.
016200 77  WS-IND-SUC                PIC 9(03) COMP  VALUE ZERO.
016300 77  WS-IND-SEG                PIC 9(03) COMP  VALUE ZERO.
016400 77  WS-IND-ORI                PIC 9(03) COMP  VALUE ZERO.
016500 77  WS-IND-INI                PIC 9(03) COMP  VALUE ZERO.
016600 77  WS-IND-FIN                PIC 9(03) COMP  VALUE ZERO.
016700 77  WS-CANT-SUCURSALES        PIC 9(03) COMP  VALUE ZERO.
016800 77  WS-CONT-LOG-LEIDOS        PIC 9(09) COMP  VALUE ZERO.
016900 77  WS-CONT-LOG-PERIODO       PIC 9(09) COMP  VALUE ZERO.
017000 77  WS-CONT-SIN-MAESTRO       PIC 9(09) COMP  VALUE ZERO.
017100 77  WS-CONT-EVALUADOS         PIC 9(09) COMP  VALUE ZERO.
017200 77  WS-CONT-MEJORAS           PIC 9(09) COMP  VALUE ZERO.
017300 77  WS-CONT-EMPEORAS          PIC 9(09) COMP  VALUE ZERO.
017400 77  WS-CONT-OVERRIDE          PIC 9(09) COMP  VALUE ZERO.
017500 77  WS-CONT-DETALLES          PIC 9(09) COMP  VALUE ZERO.
017600 77  WS-CONT-MEJORAN           PIC 9(09) COMP  VALUE ZERO.
017700 77  WS-CONT-MANTIENEN         PIC 9(09) COMP  VALUE ZERO.
017800 77  WS-CONT-EMPEORAN          PIC 9(09) COMP  VALUE ZERO.
017900 77  WS-CONT-EDIT              PIC ZZZZZZZZ9.
018000
018100*****************************************************************
018200* Matriz de migracion: origen (1 total, 2 comportamiento,       *
018300* 3 override) por situacion inicial por situacion final.        *
018400*****************************************************************
018500 01  WS-TABLA-MATRIZ.
018600     05  WS-MTZ-ORIGEN OCCURS 3 TIMES.
018700         10  WS-MTZ-FILA OCCURS 5 TIMES.
018800             15  WS-MTZ-CELDA      PIC 9(09) OCCURS 5 TIMES.
018900
019000 01  WS-ORIGENES-VALORES.
019100     05  FILLER                PIC X(41) VALUE
019200         'TTOTAL DE LA CARTERA                     '.
019300     05  FILLER                PIC X(41) VALUE
019400         'CMOVIDOS POR COMPORTAMIENTO              '.
019500     05  FILLER                PIC X(41) VALUE
019600         'OMOVIDOS POR OVERRIDE (FACTOR OVRR)      '.
019700 01  WS-TABLA-ORIGENES REDEFINES WS-ORIGENES-VALORES.
019800     05  WS-ORI-ENT OCCURS 3 TIMES.
019900         10  WS-ORI-CODIGO         PIC X(01).
020000         10  WS-ORI-TITULO         PIC X(40).
020100
020200*****************************************************************
020300* Sucursales del maestro, en orden de codigo, con los clientes  *
020400* evaluados y los movimientos de cada segmento (R, E, P y otro);*
020500* la entrada siguiente a la ultima junta las sucursales que no  *
020600* figuran en el maestro, bajo el codigo '****'.                 *
020700*****************************************************************
020800 01  WS-TABLA-SUCURSALES.
020900     05  WS-SUC-ENT OCCURS 501 TIMES.
021000         10  WS-SUC-CODIGO         PIC X(04).
021100         10  WS-SUC-NOMBRE         PIC X(30).
021200         10  WS-SUC-SEG OCCURS 4 TIMES.
021300             15  WS-SS-EVALUADOS   PIC 9(09).
021400             15  WS-SS-OVERRIDE    PIC 9(09).
021500             15  WS-SS-MEJORAS     PIC 9(09).
021600             15  WS-SS-EMPEORAS    PIC 9(09).
021700             15  WS-SS-OVR-MEJORAS PIC 9(09).
021800             15  WS-SS-OVR-EMPEORAS PIC 9(09).
021900
022000*****************************************************************
022100* Totales por segmento, con los mismos contadores.              *
022200*****************************************************************
022300 01  WS-TABLA-SEGMENTOS.
022400     05  WS-SEG-ENT OCCURS 4 TIMES.
022500         10  WS-SEG-EVALUADOS      PIC 9(09).
022600         10  WS-SEG-OVERRIDE       PIC 9(09).
022700         10  WS-SEG-MEJORAS        PIC 9(09).
022800         10  WS-SEG-EMPEORAS       PIC 9(09).
022900         10  WS-SEG-OVR-MEJORAS    PIC 9(09).
023000         10  WS-SEG-OVR-EMPEORAS   PIC 9(09).
023100
023200 01  WS-SEGMENTOS-VALORES.
023300     05  FILLER                PIC X(09) VALUE 'RRETAIL  '.
023400     05  FILLER                PIC X(09) VALUE 'EEMPRESA '.
023500     05  FILLER                PIC X(09) VALUE 'PPREMIUM '.
023600     05  FILLER                PIC X(09) VALUE ' OTRO    '.
023700 01  WS-TABLA-NOMBRES-SEG REDEFINES WS-SEGMENTOS-VALORES.
023800     05  WS-NSEG-ENT OCCURS 4 TIMES.
023900         10  WS-NSEG-CODIGO        PIC X(01).
024000         10  WS-NSEG-NOMBRE        PIC X(08).
024100
024200*****************************************************************
024300* Acumulador de una linea de tasas (segmento, sucursal o total) *
024400*****************************************************************
024500 01  WS-ACUM-TASA.
024600     05  WS-ACU-EVALUADOS      PIC 9(09).
024700     05  WS-ACU-OVERRIDE       PIC 9(09).
024800     05  WS-ACU-MEJORAS        PIC 9(09).
024900     05  WS-ACU-EMPEORAS       PIC 9(09).
025000     05  WS-ACU-OVR-MEJORAS    PIC 9(09).
025100     05  WS-ACU-OVR-EMPEORAS   PIC 9(09).
025200
025300 01  WS-SUBTOTAL-SUCURSAL.
025400     05  WS-SUB-EVALUADOS      PIC 9(09).
025500     05  WS-SUB-OVERRIDE       PIC 9(09).
025600     05  WS-SUB-MEJORAS        PIC 9(09).
025700     05  WS-SUB-EMPEORAS       PIC 9(09).
025800     05  WS-SUB-OVR-MEJORAS    PIC 9(09).
025900     05  WS-SUB-OVR-EMPEORAS   PIC 9(09).
026000
026100 01  WS-LINEA-COLUMNAS.
026200     05  FILLER                PIC X(12) VALUE 'INICIAL/FIN '.
026300     05  FILLER                PIC X(19) VALUE
026400         '        SITUACION 1'.
026500     05  FILLER                PIC X(19) VALUE
026600         '        SITUACION 2'.
026700     05  FILLER                PIC X(19) VALUE
026800         '        SITUACION 3'.
026900     05  FILLER                PIC X(19) VALUE
027000         '        SITUACION 4'.
027100     05  FILLER                PIC X(19) VALUE
027200         '        SITUACION 5'.
027300     05  FILLER                PIC X(11) VALUE '      TOTAL'.
027400
027500 01  WS-LINEA-FILA.
027600     05  FILLER                PIC X(10) VALUE 'SITUACION '.
027700     05  FIL-SITUACION         PIC 9(01).
027800     05  FILLER                PIC X(01) VALUE SPACE.
027900     05  FIL-CELDA OCCURS 5 TIMES.
028000         10  FILLER            PIC X(02).
028100         10  FIL-CANTIDAD      PIC ZZZZZZZZ9.
028200         10  FILLER            PIC X(01).
028300         10  FIL-PORCENTAJE    PIC ZZ9.99.
028400         10  FIL-SIGNO         PIC X(01).
028500     05  FILLER                PIC X(02) VALUE SPACES.
028600     05  FIL-TOTAL             PIC ZZZZZZZZ9.
028700
028800 01  WS-LINEA-TASA.
028900     05  TAS-SUCURSAL          PIC X(04).
029000     05  FILLER                PIC X(01) VALUE SPACE.
029100     05  TAS-NOMBRE            PIC X(30).
029200     05  FILLER                PIC X(01) VALUE SPACE.
029300     05  TAS-SEGMENTO          PIC X(08).
029400     05  FILLER                PIC X(02) VALUE SPACES.
029500     05  TAS-EVALUADOS         PIC ZZZZZZZZ9.
029600     05  FILLER                PIC X(02) VALUE SPACES.
029700     05  TAS-MEJORAS           PIC ZZZZZZZZ9.
029800     05  FILLER                PIC X(01) VALUE SPACE.
029900     05  TAS-PCT-MEJORAS       PIC ZZ9.99.
030000     05  FILLER                PIC X(01) VALUE '%'.
030100     05  FILLER                PIC X(02) VALUE SPACES.
030200     05  TAS-EMPEORAS          PIC ZZZZZZZZ9.
030300     05  FILLER                PIC X(01) VALUE SPACE.
030400     05  TAS-PCT-EMPEORAS      PIC ZZ9.99.
030500     05  FILLER                PIC X(01) VALUE '%'.
030600     05  FILLER                PIC X(02) VALUE SPACES.
030700     05  TAS-OVR-MEJORAS       PIC ZZZZZZZZ9.
030800     05  FILLER                PIC X(02) VALUE SPACES.
030900     05  TAS-OVR-EMPEORAS      PIC ZZZZZZZZ9.
031000
031100 COPY CLIESTPM.
031200
031300 LINKAGE SECTION.
031400 01  WS-PARM-JCL.
031500     05  WS-PARM-LONG          PIC S9(04) COMP.
031600     05  WS-PARM-TEXTO         PIC X(30).
031700
031800 PROCEDURE DIVISION USING WS-PARM-JCL.
031900*****************************************************************
032000* 0000-MAINLINE                                                 *
032100*****************************************************************
032200 0000-MAINLINE.
032300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
032400     SORT WORK-MTZ-SORT
032500         ON ASCENDING KEY SD-CLI-ID SD-FECHA SD-HORA
032600         INPUT PROCEDURE  2000-SELECCIONAR-LOG
032700         OUTPUT PROCEDURE 3000-ARMAR-MATRIZ
032800     PERFORM 6000-EMITIR-MATRICES THRU 6000-EXIT
032900     PERFORM 7000-EMITIR-TASAS THRU 7000-EXIT
033000     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
033100     PERFORM 9000-FINALIZAR THRU 9000-EXIT
033200     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
033300     GOBACK.
033400
033500*****************************************************************
033600* 1000-INICIALIZAR - toma el periodo del PARM, carga las        *
033700*      sucursales, abre los archivos y emite los encabezados    *
033800*****************************************************************
033900 1000-INICIALIZAR.
034000     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
034100     MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
034200     IF WS-PARM-LONG > ZERO
034300         IF WS-PARM-LONG >= 14 AND
034400            WS-PARM-TEXTO(1:8) = 'PERIODO=' AND
034500            WS-PARM-TEXTO(9:6) IS NUMERIC
034600             MOVE WS-PARM-TEXTO(9:6) TO WS-PERIODO
034700         ELSE
034800             MOVE 'PARM DISTINTO DE PERIODO=AAAAMM'
034900                                        TO WS-MOTIVO-CONTROL
035000             GO TO 9300-ABEND-CONTROL
035100         END-IF
035200     END-IF
035300     IF WS-PERIODO (5:2) < '01' OR WS-PERIODO (5:2) > '12'
035400         MOVE 'MES DEL PERIODO INVALIDO' TO WS-MOTIVO-CONTROL
035500         GO TO 9300-ABEND-CONTROL
035600     END-IF
035700     COMPUTE WS-FECHA-INICIO = WS-PERIODO * 100 + 1
035800     COMPUTE WS-FECHA-FIN    = WS-PERIODO * 100 + 31
035900     MOVE ZEROS TO WS-TABLA-MATRIZ
036000     MOVE ZEROS TO WS-TABLA-SEGMENTOS
036100     PERFORM 1100-CARGAR-SUCURSALES THRU 1100-EXIT
036200     OPEN INPUT CLIENTE-MASTER
036300     IF WS-CLI-STATUS NOT = '00'
036400         GO TO 9200-ABEND-APERTURA
036500     END-IF
036600     OPEN OUTPUT RPT-MATRIZ
036700     IF WS-RPT-STATUS NOT = '00'
036800         GO TO 9200-ABEND-APERTURA
036900     END-IF
037000     OPEN OUTPUT ARCH-MATRIZ
037100     IF WS-MTZ-STATUS NOT = '00'
037200         GO TO 9200-ABEND-APERTURA
037300     END-IF
037400     MOVE '0'             TO MTZH-TIPO-REG
037500     MOVE WS-PERIODO      TO MTZH-PERIODO
037600     MOVE WS-FECHA-HOY    TO MTZH-FECHA-PROCESO
037700     MOVE SPACES          TO MTZH-RELLENO
037800     WRITE REG-MATRIZ-HEADER
037900     IF WS-MTZ-STATUS NOT = '00'
038000         GO TO 9100-ABEND-GRABACION
038100     END-IF
038200     MOVE SPACES TO RPT-LINEA
038300     STRING 'MATRIZ DE MIGRACION DE CALIFICACIONES - PERIODO '
038400                                       DELIMITED SIZE
038500         WS-PERIODO                    DELIMITED SIZE
038600         INTO RPT-LINEA
038700     WRITE RPT-LINEA
038800     MOVE SPACES TO RPT-LINEA
038900     STRING 'SITUACION 1 (00-30) NORMAL, 2 (31-60) RIESGO BAJO, '
039000                                       DELIMITED SIZE
039100         '3 (61-80) RIESGO MEDIO, 4 (81-90) ALTO RIESGO, '
039200                                       DELIMITED SIZE
039300         '5 (91-99) IRRECUPERABLE'     DELIMITED SIZE
039400         INTO RPT-LINEA
039500     WRITE RPT-LINEA
039600     MOVE SPACES TO RPT-LINEA
039700     WRITE RPT-LINEA
039800     PERFORM 3100-LEER-CLIENTE THRU 3100-EXIT.
039900 1000-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300* 1100-CARGAR-SUCURSALES - carga la tabla de sucursales del     *
040400*      maestro de sucursales, en el estilo de CLIXTR01, y       *
040500*      agrega al final la entrada de las sucursales             *
040600*      desconocidas                                             *
040700*****************************************************************
040800 1100-CARGAR-SUCURSALES.
040900     OPEN INPUT SUCURSAL-MASTER
041000     IF WS-SUC-STATUS NOT = '00'
041100         GO TO 9200-ABEND-APERTURA
041200     END-IF
041300     PERFORM 1150-LEER-SUCURSAL THRU 1150-EXIT
041400     PERFORM 1200-AGREGAR-SUCURSAL THRU 1200-EXIT
041500         UNTIL WS-EOF-SUCURSAL
041600     CLOSE SUCURSAL-MASTER
041700     ADD 1 TO WS-CANT-SUCURSALES
041800     MOVE '****'       TO WS-SUC-CODIGO (WS-CANT-SUCURSALES)
041900     MOVE 'SUCURSAL NO INFORMADA EN EL MAESTRO'
042000                       TO WS-SUC-NOMBRE (WS-CANT-SUCURSALES)
042100     PERFORM 1300-LIMPIAR-SEGMENTOS THRU 1300-EXIT.
042200 1100-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600* 1150-LEER-SUCURSAL                                            *
042700*****************************************************************
042800 1150-LEER-SUCURSAL.
042900     READ SUCURSAL-MASTER NEXT RECORD
043000         AT END
043100             SET WS-EOF-SUCURSAL TO TRUE
043200     END-READ.
043300 1150-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700* 1200-AGREGAR-SUCURSAL - suma la sucursal a la tabla y lee la  *
043800*      siguiente; un maestro mayor que la tabla rechaza la      *
043900*      corrida antes de generar nada                            *
044000*****************************************************************
044100 1200-AGREGAR-SUCURSAL.
044200     IF WS-CANT-SUCURSALES >= 500
044300         MOVE 'MAESTRO DE SUCURSALES EXCEDE LA TABLA'
044400                                        TO WS-MOTIVO-CONTROL
044500         GO TO 9300-ABEND-CONTROL
044600     END-IF
044700     ADD 1 TO WS-CANT-SUCURSALES
044800     MOVE SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
044900                          TO WS-SUC-CODIGO (WS-CANT-SUCURSALES)
045000     MOVE SUC-NOMBRE OF CLI-SUCURSAL-REG
045100                          TO WS-SUC-NOMBRE (WS-CANT-SUCURSALES)
045200     PERFORM 1300-LIMPIAR-SEGMENTOS THRU 1300-EXIT
045300     PERFORM 1150-LEER-SUCURSAL THRU 1150-EXIT.
045400 1200-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800* 1300-LIMPIAR-SEGMENTOS - contadores en cero de la sucursal    *
045900*      recien agregada                                          *
046000*****************************************************************
046100 1300-LIMPIAR-SEGMENTOS.
046200     PERFORM 1310-LIMPIAR-SEGMENTO THRU 1310-EXIT
046300         VARYING WS-IND-SEG FROM 1 BY 1
046400         UNTIL WS-IND-SEG > 4.
046500 1300-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900* 1310-LIMPIAR-SEGMENTO                                         *
047000*****************************************************************
047100 1310-LIMPIAR-SEGMENTO.
047200     MOVE ZEROS TO WS-SUC-SEG (WS-CANT-SUCURSALES, WS-IND-SEG).
047300 1310-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700* 2000-SELECCIONAR-LOG - procedimiento de entrada del sort: los *
047800*      movimientos del log desde el inicio del periodo (los del *
047900*      periodo y los posteriores, que dan la calificacion al    *
048000*      cierre cuando el maestro ya cambio)                      *
048100*****************************************************************
048200 2000-SELECCIONAR-LOG.
048300     OPEN INPUT CLI-CALIF-LOG
048400     IF WS-CALOG-STATUS NOT = '00'
048500         GO TO 9200-ABEND-APERTURA
048600     END-IF
048700     PERFORM 2100-LEER-LOG THRU 2100-EXIT
048800     PERFORM 2200-LIBERAR-MOVIMIENTO THRU 2200-EXIT
048900         UNTIL WS-EOF-CALOG
049000     CLOSE CLI-CALIF-LOG.
049100
049200*****************************************************************
049300* 2100-LEER-LOG                                                 *
049400*****************************************************************
049500 2100-LEER-LOG.
049600     READ CLI-CALIF-LOG
049700         AT END
049800             SET WS-EOF-CALOG TO TRUE
049900         NOT AT END
050000             ADD 1 TO WS-CONT-LOG-LEIDOS
050100     END-READ.
050200 2100-EXIT.
050300     EXIT.
050400
050500*****************************************************************
050600* 2200-LIBERAR-MOVIMIENTO                                       *
050700*****************************************************************
050800 2200-LIBERAR-MOVIMIENTO.
050900     IF CALOG-FECHA NOT < WS-FECHA-INICIO
051000         IF CALOG-FECHA NOT > WS-FECHA-FIN
051100             ADD 1 TO WS-CONT-LOG-PERIODO
051200         END-IF
051300         MOVE CALOG-CLI-ID          TO SD-CLI-ID
051400         MOVE CALOG-FECHA           TO SD-FECHA
051500         MOVE CALOG-HORA            TO SD-HORA
051600         MOVE CALOG-CALIF-ANTERIOR  TO SD-CALIF-ANTERIOR
051700         MOVE CALOG-CALIF-NUEVA     TO SD-CALIF-NUEVA
051800         MOVE CALOG-FACTOR          TO SD-FACTOR
051900         RELEASE SD-MOVIMIENTO
052000     END-IF
052100     PERFORM 2100-LEER-LOG THRU 2100-EXIT.
052200 2200-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600* 3000-ARMAR-MATRIZ - procedimiento de salida del sort: match/  *
052700*      merge por CLI-ID de los movimientos con el maestro       *
052800*****************************************************************
052900 3000-ARMAR-MATRIZ.
053000     PERFORM 3200-DEVOLVER-MOVIMIENTO THRU 3200-EXIT
053100     PERFORM 3300-PROCESAR-CLIENTE THRU 3300-EXIT
053200         UNTIL WS-EOF-CLIENTE
053300     PERFORM 3310-SALTEAR-SIN-MAESTRO THRU 3310-EXIT
053400         UNTIL WS-EOF-SORT.
053500
053600*****************************************************************
053700* 3100-LEER-CLIENTE                                             *
053800*****************************************************************
053900 3100-LEER-CLIENTE.
054000     READ CLIENTE-MASTER NEXT RECORD
054100         AT END
054200             SET WS-EOF-CLIENTE TO TRUE
054300     END-READ.
054400 3100-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800* 3200-DEVOLVER-MOVIMIENTO                                      *
054900*****************************************************************
055000 3200-DEVOLVER-MOVIMIENTO.
055100     RETURN WORK-MTZ-SORT
055200         AT END
055300             SET WS-EOF-SORT TO TRUE
055400     END-RETURN.
055500 3200-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900* 3300-PROCESAR-CLIENTE - reconstruye la calificacion inicial y *
056000*      final del cliente con sus movimientos y lo suma a la     *
056100*      matriz                                                   *
056200*****************************************************************
056300 3300-PROCESAR-CLIENTE.
056400     PERFORM 3310-SALTEAR-SIN-MAESTRO THRU 3310-EXIT
056500         UNTIL WS-EOF-SORT OR
056600               SD-CLI-ID NOT < CLI-ID OF CLIENTE-MASTER-REG
056700     MOVE 'N' TO WS-SW-MOV-PERIODO
056800     MOVE 'N' TO WS-SW-MOV-POSTERIOR
056900     MOVE 'N' TO WS-SW-OVERRIDE
057000     PERFORM 3320-TOMAR-MOVIMIENTO THRU 3320-EXIT
057100         UNTIL WS-EOF-SORT OR
057200               SD-CLI-ID NOT = CLI-ID OF CLIENTE-MASTER-REG
057300     IF NOT CLI-DADO-BAJA OF CLIENTE-MASTER-REG
057400         IF NOT WS-HAY-MOV-POSTERIOR
057500             MOVE CLI-CALIFICACION OF CLIENTE-MASTER-REG
057600                                        TO WS-CALIF-FINAL
057700         END-IF
057800         IF NOT WS-HAY-MOV-PERIODO
057900             MOVE WS-CALIF-FINAL TO WS-CALIF-INICIAL
058000         END-IF
058100         PERFORM 4000-SUMAR-CLIENTE THRU 4000-EXIT
058200     END-IF
058300     PERFORM 3100-LEER-CLIENTE THRU 3100-EXIT.
058400 3300-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800* 3310-SALTEAR-SIN-MAESTRO - movimiento de un cliente que ya no *
058900*      esta en el maestro                                       *
059000*****************************************************************
059100 3310-SALTEAR-SIN-MAESTRO.
059200     ADD 1 TO WS-CONT-SIN-MAESTRO
059300     PERFORM 3200-DEVOLVER-MOVIMIENTO THRU 3200-EXIT.
059400 3310-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800* 3320-TOMAR-MOVIMIENTO - el primer movimiento del periodo da   *
059900*      la calificacion inicial y el primero posterior la final  *
060000*****************************************************************
060100 3320-TOMAR-MOVIMIENTO.
060200     IF SD-FECHA NOT > WS-FECHA-FIN
060300         IF NOT WS-HAY-MOV-PERIODO
060400             MOVE SD-CALIF-ANTERIOR TO WS-CALIF-INICIAL
060500             SET WS-HAY-MOV-PERIODO TO TRUE
060600         END-IF
060700         IF SD-FACTOR = 'OVRR'
060800             SET WS-MOVIDO-POR-OVERRIDE TO TRUE
060900         END-IF
061000     ELSE
061100         IF NOT WS-HAY-MOV-POSTERIOR
061200             MOVE SD-CALIF-ANTERIOR TO WS-CALIF-FINAL
061300             SET WS-HAY-MOV-POSTERIOR TO TRUE
061400         END-IF
061500     END-IF
061600     PERFORM 3200-DEVOLVER-MOVIMIENTO THRU 3200-EXIT.
061700 3320-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100* 4000-SUMAR-CLIENTE - suma el cliente a la matriz de su origen *
062200*      y a la total, y a las tasas de su sucursal y segmento    *
062300*****************************************************************
062400 4000-SUMAR-CLIENTE.
062500     ADD 1 TO WS-CONT-EVALUADOS
062600     MOVE WS-CALIF-INICIAL TO WS-CALIF-MAPEO
062700     PERFORM 4100-MAPEAR-SITUACION THRU 4100-EXIT
062800     MOVE WS-SIT-MAPEO TO WS-SIT-INICIAL
062900     MOVE WS-CALIF-FINAL TO WS-CALIF-MAPEO
063000     PERFORM 4100-MAPEAR-SITUACION THRU 4100-EXIT
063100     MOVE WS-SIT-MAPEO TO WS-SIT-FINAL
063200     IF WS-MOVIDO-POR-OVERRIDE
063300         ADD 1 TO WS-CONT-OVERRIDE
063400         MOVE 3 TO WS-IND-ORI
063500     ELSE
063600         MOVE 2 TO WS-IND-ORI
063700     END-IF
063800     ADD 1 TO WS-MTZ-CELDA (1, WS-SIT-INICIAL, WS-SIT-FINAL)
063900     ADD 1 TO WS-MTZ-CELDA (WS-IND-ORI, WS-SIT-INICIAL,
064000                                        WS-SIT-FINAL)
064100     PERFORM 4200-UBICAR-SUCURSAL THRU 4200-EXIT
064200     PERFORM 4300-UBICAR-SEGMENTO THRU 4300-EXIT
064300     ADD 1 TO WS-SS-EVALUADOS (WS-IND-SUC, WS-IND-SEG)
064400     ADD 1 TO WS-SEG-EVALUADOS (WS-IND-SEG)
064500     IF WS-MOVIDO-POR-OVERRIDE
064600         ADD 1 TO WS-SS-OVERRIDE (WS-IND-SUC, WS-IND-SEG)
064700         ADD 1 TO WS-SEG-OVERRIDE (WS-IND-SEG)
064800     END-IF
064900     EVALUATE TRUE
065000         WHEN WS-SIT-FINAL = WS-SIT-INICIAL
065100             CONTINUE
065200         WHEN WS-MOVIDO-POR-OVERRIDE AND
065300              WS-SIT-FINAL < WS-SIT-INICIAL
065400             ADD 1 TO WS-SS-OVR-MEJORAS (WS-IND-SUC, WS-IND-SEG)
065500             ADD 1 TO WS-SEG-OVR-MEJORAS (WS-IND-SEG)
065600         WHEN WS-MOVIDO-POR-OVERRIDE
065700             ADD 1 TO WS-SS-OVR-EMPEORAS (WS-IND-SUC, WS-IND-SEG)
065800             ADD 1 TO WS-SEG-OVR-EMPEORAS (WS-IND-SEG)
065900         WHEN WS-SIT-FINAL < WS-SIT-INICIAL
066000             ADD 1 TO WS-CONT-MEJORAS
066100             ADD 1 TO WS-SS-MEJORAS (WS-IND-SUC, WS-IND-SEG)
066200             ADD 1 TO WS-SEG-MEJORAS (WS-IND-SEG)
066300         WHEN OTHER
066400             ADD 1 TO WS-CONT-EMPEORAS
066500             ADD 1 TO WS-SS-EMPEORAS (WS-IND-SUC, WS-IND-SEG)
066600             ADD 1 TO WS-SEG-EMPEORAS (WS-IND-SEG)
066700     END-EVALUATE.
066800 4000-EXIT.
066900     EXIT.
067000
067100*****************************************************************
067200* 4100-MAPEAR-SITUACION - tramos de CLI-CALIFICACION a los      *
067300*      codigos de situacion del regulador (como CLIXTR01)       *
067400*****************************************************************
067500 4100-MAPEAR-SITUACION.
067600     EVALUATE TRUE
067700         WHEN WS-CALIF-MAPEO <= 30
067800             MOVE 1 TO WS-SIT-MAPEO
067900         WHEN WS-CALIF-MAPEO <= 60
068000             MOVE 2 TO WS-SIT-MAPEO
068100         WHEN WS-CALIF-MAPEO <= 80
068200             MOVE 3 TO WS-SIT-MAPEO
068300         WHEN WS-CALIF-MAPEO <= 90
068400             MOVE 4 TO WS-SIT-MAPEO
068500         WHEN OTHER
068600             MOVE 5 TO WS-SIT-MAPEO
068700     END-EVALUATE.
068800 4100-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200* 4200-UBICAR-SUCURSAL - entrada de la sucursal del cliente; la *
069300*      que no figura en el maestro va a la ultima ('****')      *
069400*****************************************************************
069500 4200-UBICAR-SUCURSAL.
069600     MOVE ZERO TO WS-IND-SUC
069700     PERFORM 4210-COMPARAR-SUCURSAL THRU 4210-EXIT
069800         VARYING WS-IND FROM 1 BY 1
069900         UNTIL WS-IND >= WS-CANT-SUCURSALES OR
070000               WS-IND-SUC > ZERO
070100     IF WS-IND-SUC = ZERO
070200         MOVE WS-CANT-SUCURSALES TO WS-IND-SUC
070300     END-IF.
070400 4200-EXIT.
070500     EXIT.
070600
070700*****************************************************************
070800* 4210-COMPARAR-SUCURSAL                                        *
070900*****************************************************************
071000 4210-COMPARAR-SUCURSAL.
071100     IF WS-SUC-CODIGO (WS-IND) =
071200        CLI-SUCURSAL OF CLIENTE-MASTER-REG
071300         MOVE WS-IND TO WS-IND-SUC
071400     END-IF.
071500 4210-EXIT.
071600     EXIT.
071700
071800*****************************************************************
071900* 4300-UBICAR-SEGMENTO - R, E, P; cualquier otro valor va a la  *
072000*      cuarta entrada                                           *
072100*****************************************************************
072200 4300-UBICAR-SEGMENTO.
072300     EVALUATE TRUE
072400         WHEN CLI-SEG-RETAIL OF CLIENTE-MASTER-REG
072500             MOVE 1 TO WS-IND-SEG
072600         WHEN CLI-SEG-EMPRESA OF CLIENTE-MASTER-REG
072700             MOVE 2 TO WS-IND-SEG
072800         WHEN CLI-SEG-PREMIUM OF CLIENTE-MASTER-REG
072900             MOVE 3 TO WS-IND-SEG
073000         WHEN OTHER
073100             MOVE 4 TO WS-IND-SEG
073200     END-EVALUATE.
073300 4300-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700* 6000-EMITIR-MATRICES - la matriz total y las dos parciales en *
073800*      RPTMTZ y en el archivo para previsiones, con el trailer  *
073900*****************************************************************
074000 6000-EMITIR-MATRICES.
074100     PERFORM 6100-EMITIR-MATRIZ THRU 6100-EXIT
074200         VARYING WS-IND-ORI FROM 1 BY 1
074300         UNTIL WS-IND-ORI > 3
074400     MOVE '9'               TO MTZT-TIPO-REG
074500     MOVE WS-CONT-DETALLES  TO MTZT-CANT-DETALLES
074600     MOVE WS-CONT-EVALUADOS TO MTZT-CANT-CLIENTES
074700     MOVE SPACES            TO MTZT-RELLENO
074800     WRITE REG-MATRIZ-TRAILER
074900     IF WS-MTZ-STATUS NOT = '00'
075000         GO TO 9100-ABEND-GRABACION
075100     END-IF.
075200 6000-EXIT.
075300     EXIT.
075400
075500*****************************************************************
075600* 6100-EMITIR-MATRIZ - titulo, columnas, una fila por situacion *
075700*      inicial y el resumen de mejoran / se mantienen / empeoran*
075800*****************************************************************
075900 6100-EMITIR-MATRIZ.
076000     MOVE ZERO TO WS-CONT-MEJORAN
076100     MOVE ZERO TO WS-CONT-MANTIENEN
076200     MOVE ZERO TO WS-CONT-EMPEORAN
076300     MOVE SPACES TO RPT-LINEA
076400     STRING 'MATRIZ: ' DELIMITED SIZE
076500         WS-ORI-TITULO (WS-IND-ORI)    DELIMITED SIZE
076600         INTO RPT-LINEA
076700     WRITE RPT-LINEA
076800     MOVE SPACES TO RPT-LINEA
076900     MOVE WS-LINEA-COLUMNAS TO RPT-LINEA
077000     WRITE RPT-LINEA
077100     PERFORM 6200-EMITIR-FILA THRU 6200-EXIT
077200         VARYING WS-IND-INI FROM 1 BY 1
077300         UNTIL WS-IND-INI > 5
077400     MOVE SPACES TO RPT-LINEA
077500     MOVE WS-CONT-MEJORAN TO WS-CONT-EDIT
077600     STRING 'MEJORAN.....: ' DELIMITED SIZE
077700         WS-CONT-EDIT                  DELIMITED SIZE
077800         INTO RPT-LINEA
077900     WRITE RPT-LINEA
078000     MOVE SPACES TO RPT-LINEA
078100     MOVE WS-CONT-MANTIENEN TO WS-CONT-EDIT
078200     STRING 'SE MANTIENEN: ' DELIMITED SIZE
078300         WS-CONT-EDIT                  DELIMITED SIZE
078400         INTO RPT-LINEA
078500     WRITE RPT-LINEA
078600     MOVE SPACES TO RPT-LINEA
078700     MOVE WS-CONT-EMPEORAN TO WS-CONT-EDIT
078800     STRING 'EMPEORAN....: ' DELIMITED SIZE
078900         WS-CONT-EDIT                  DELIMITED SIZE
079000         INTO RPT-LINEA
079100     WRITE RPT-LINEA
079200     MOVE SPACES TO RPT-LINEA
079300     WRITE RPT-LINEA.
079400 6100-EXIT.
079500     EXIT.
079600
079700*****************************************************************
079800* 6200-EMITIR-FILA - total de la fila y una celda por situacion *
079900*      final, con su porcentaje sobre la fila                   *
080000*****************************************************************
080100 6200-EMITIR-FILA.
080200     MOVE ZERO TO WS-TOTAL-FILA
080300     PERFORM 6210-SUMAR-CELDA THRU 6210-EXIT
080400         VARYING WS-IND-FIN FROM 1 BY 1
080500         UNTIL WS-IND-FIN > 5
080600     MOVE WS-IND-INI    TO FIL-SITUACION
080700     MOVE WS-TOTAL-FILA TO FIL-TOTAL
080800     PERFORM 6220-EMITIR-CELDA THRU 6220-EXIT
080900         VARYING WS-IND-FIN FROM 1 BY 1
081000         UNTIL WS-IND-FIN > 5
081100     MOVE SPACES TO RPT-LINEA
081200     MOVE WS-LINEA-FILA TO RPT-LINEA
081300     WRITE RPT-LINEA.
081400 6200-EXIT.
081500     EXIT.
081600
081700*****************************************************************
081800* 6210-SUMAR-CELDA                                              *
081900*****************************************************************
082000 6210-SUMAR-CELDA.
082100     ADD WS-MTZ-CELDA (WS-IND-ORI, WS-IND-INI, WS-IND-FIN)
082200                                        TO WS-TOTAL-FILA.
082300 6210-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700* 6220-EMITIR-CELDA - celda del reporte y registro de detalle   *
082800*      del archivo                                              *
082900*****************************************************************
083000 6220-EMITIR-CELDA.
083100     IF WS-TOTAL-FILA > ZERO
083200         COMPUTE WS-PORCENTAJE ROUNDED =
083300             WS-MTZ-CELDA (WS-IND-ORI, WS-IND-INI, WS-IND-FIN)
083400                 * 100 / WS-TOTAL-FILA
083500     ELSE
083600         MOVE ZERO TO WS-PORCENTAJE
083700     END-IF
083800     EVALUATE TRUE
083900         WHEN WS-IND-FIN < WS-IND-INI
084000             ADD WS-MTZ-CELDA (WS-IND-ORI, WS-IND-INI, WS-IND-FIN)
084100                                        TO WS-CONT-MEJORAN
084200         WHEN WS-IND-FIN = WS-IND-INI
084300             ADD WS-MTZ-CELDA (WS-IND-ORI, WS-IND-INI, WS-IND-FIN)
084400                                        TO WS-CONT-MANTIENEN
084500         WHEN OTHER
084600             ADD WS-MTZ-CELDA (WS-IND-ORI, WS-IND-INI, WS-IND-FIN)
084700                                        TO WS-CONT-EMPEORAN
084800     END-EVALUATE
084900     MOVE SPACES TO FIL-CELDA (WS-IND-FIN)
085000     MOVE WS-MTZ-CELDA (WS-IND-ORI, WS-IND-INI, WS-IND-FIN)
085100                               TO FIL-CANTIDAD (WS-IND-FIN)
085200     MOVE WS-PORCENTAJE        TO FIL-PORCENTAJE (WS-IND-FIN)
085300     MOVE '%'                  TO FIL-SIGNO (WS-IND-FIN)
085400     MOVE '1'                  TO MTZD-TIPO-REG
085500     MOVE WS-PERIODO           TO MTZD-PERIODO
085600     MOVE WS-ORI-CODIGO (WS-IND-ORI) TO MTZD-ORIGEN
085700     MOVE WS-IND-INI           TO MTZD-SIT-INICIAL
085800     MOVE WS-IND-FIN           TO MTZD-SIT-FINAL
085900     MOVE WS-MTZ-CELDA (WS-IND-ORI, WS-IND-INI, WS-IND-FIN)
086000                               TO MTZD-CANTIDAD
086100     MOVE WS-TOTAL-FILA        TO MTZD-TOTAL-FILA
086200     MOVE WS-PORCENTAJE        TO MTZD-PORCENTAJE
086300     MOVE SPACES               TO MTZD-RELLENO
086400     WRITE REG-MATRIZ-DETALLE
086500     IF WS-MTZ-STATUS NOT = '00'
086600         GO TO 9100-ABEND-GRABACION
086700     END-IF
086800     ADD 1 TO WS-CONT-DETALLES.
086900 6220-EXIT.
087000     EXIT.
087100
087200*****************************************************************
087300* 7000-EMITIR-TASAS - tasas de mejora y empeoramiento por       *
087400*      sucursal y segmento, con subtotal por sucursal, y por    *
087500*      segmento para toda la cartera                            *
087600*****************************************************************
087700 7000-EMITIR-TASAS.
087800     MOVE SPACES TO RPT-LINEA
087900     STRING 'TASAS DE MEJORA Y EMPEORAMIENTO POR SUCURSAL Y '
088000                                       DELIMITED SIZE
088100         'SEGMENTO'                    DELIMITED SIZE
088200         INTO RPT-LINEA
088300     WRITE RPT-LINEA
088400     MOVE SPACES TO RPT-LINEA
088500     STRING '(SOBRE LOS MOVIDOS POR COMPORTAMIENTO; LOS MOVIDOS '
088600                                       DELIMITED SIZE
088700         'POR OVERRIDE VAN APARTE Y NO ENTRAN EN LA TASA)'
088800                                       DELIMITED SIZE
088900         INTO RPT-LINEA
089000     WRITE RPT-LINEA
089100     PERFORM 7050-EMITIR-COLUMNAS THRU 7050-EXIT
089200     PERFORM 7100-EMITIR-SUCURSAL THRU 7100-EXIT
089300         VARYING WS-IND-SUC FROM 1 BY 1
089400         UNTIL WS-IND-SUC > WS-CANT-SUCURSALES
089500     MOVE SPACES TO RPT-LINEA
089600     WRITE RPT-LINEA
089700     MOVE SPACES TO RPT-LINEA
089800     MOVE 'TASAS POR SEGMENTO, TODA LA CARTERA' TO RPT-LINEA
089900     WRITE RPT-LINEA
090000     PERFORM 7050-EMITIR-COLUMNAS THRU 7050-EXIT
090100     PERFORM 7300-EMITIR-SEGMENTO THRU 7300-EXIT
090200         VARYING WS-IND-SEG FROM 1 BY 1
090300         UNTIL WS-IND-SEG > 4.
090400 7000-EXIT.
090500     EXIT.
090600
090700*****************************************************************
090800* 7050-EMITIR-COLUMNAS                                          *
090900*****************************************************************
091000 7050-EMITIR-COLUMNAS.
091100     MOVE SPACES TO RPT-LINEA
091200     STRING 'SUC  NOMBRE                         SEGMENTO'
091300                                       DELIMITED SIZE
091400         '  EVALUADOS    MEJORAN    TASA   EMPEORAN    TASA'
091500                                       DELIMITED SIZE
091600         '  OVR MEJOR  OVR EMPEO'       DELIMITED SIZE
091700         INTO RPT-LINEA
091800     WRITE RPT-LINEA.
091900 7050-EXIT.
092000     EXIT.
092100
092200*****************************************************************
092300* 7100-EMITIR-SUCURSAL - una linea por segmento con clientes y  *
092400*      el subtotal de la sucursal; sin clientes no se imprime   *
092500*****************************************************************
092600 7100-EMITIR-SUCURSAL.
092700     MOVE ZEROS TO WS-SUBTOTAL-SUCURSAL
092800     PERFORM 7110-EMITIR-SUC-SEGMENTO THRU 7110-EXIT
092900         VARYING WS-IND-SEG FROM 1 BY 1
093000         UNTIL WS-IND-SEG > 4
093100     IF WS-SUB-EVALUADOS = ZERO
093200         GO TO 7100-EXIT
093300     END-IF
093400     MOVE WS-SUBTOTAL-SUCURSAL TO WS-ACUM-TASA
093500     MOVE WS-SUC-CODIGO (WS-IND-SUC) TO TAS-SUCURSAL
093600     MOVE 'SUBTOTAL SUCURSAL'        TO TAS-NOMBRE
093700     MOVE 'TODOS'                    TO TAS-SEGMENTO
093800     PERFORM 7200-IMPRIMIR-TASA THRU 7200-EXIT.
093900 7100-EXIT.
094000     EXIT.
094100
094200*****************************************************************
094300* 7110-EMITIR-SUC-SEGMENTO                                      *
094400*****************************************************************
094500 7110-EMITIR-SUC-SEGMENTO.
094600     IF WS-SS-EVALUADOS (WS-IND-SUC, WS-IND-SEG) = ZERO
094700         GO TO 7110-EXIT
094800     END-IF
094900     MOVE WS-SUC-SEG (WS-IND-SUC, WS-IND-SEG) TO WS-ACUM-TASA
095000     ADD WS-ACU-EVALUADOS    TO WS-SUB-EVALUADOS
095100     ADD WS-ACU-OVERRIDE     TO WS-SUB-OVERRIDE
095200     ADD WS-ACU-MEJORAS      TO WS-SUB-MEJORAS
095300     ADD WS-ACU-EMPEORAS     TO WS-SUB-EMPEORAS
095400     ADD WS-ACU-OVR-MEJORAS  TO WS-SUB-OVR-MEJORAS
095500     ADD WS-ACU-OVR-EMPEORAS TO WS-SUB-OVR-EMPEORAS
095600     MOVE WS-SUC-CODIGO (WS-IND-SUC)  TO TAS-SUCURSAL
095700     MOVE WS-SUC-NOMBRE (WS-IND-SUC)  TO TAS-NOMBRE
095800     MOVE WS-NSEG-NOMBRE (WS-IND-SEG) TO TAS-SEGMENTO
095900     PERFORM 7200-IMPRIMIR-TASA THRU 7200-EXIT.
096000 7110-EXIT.
096100     EXIT.
096200
096300*****************************************************************
096400* 7200-IMPRIMIR-TASA - imprime WS-ACUM-TASA; la base de la tasa *
096500*      son los evaluados no movidos por override                *
096600*****************************************************************
096700 7200-IMPRIMIR-TASA.
096800     COMPUTE WS-BASE-TASA = WS-ACU-EVALUADOS - WS-ACU-OVERRIDE
096900     MOVE WS-ACU-EVALUADOS    TO TAS-EVALUADOS
097000     MOVE WS-ACU-MEJORAS      TO TAS-MEJORAS
097100     MOVE WS-ACU-EMPEORAS     TO TAS-EMPEORAS
097200     MOVE WS-ACU-OVR-MEJORAS  TO TAS-OVR-MEJORAS
097300     MOVE WS-ACU-OVR-EMPEORAS TO TAS-OVR-EMPEORAS
097400     IF WS-BASE-TASA > ZERO
097500         COMPUTE WS-PORCENTAJE ROUNDED =
097600             WS-ACU-MEJORAS * 100 / WS-BASE-TASA
097700         MOVE WS-PORCENTAJE TO TAS-PCT-MEJORAS
097800         COMPUTE WS-PORCENTAJE ROUNDED =
097900             WS-ACU-EMPEORAS * 100 / WS-BASE-TASA
098000         MOVE WS-PORCENTAJE TO TAS-PCT-EMPEORAS
098100     ELSE
098200         MOVE ZERO TO TAS-PCT-MEJORAS
098300         MOVE ZERO TO TAS-PCT-EMPEORAS
098400     END-IF
098500     MOVE SPACES TO RPT-LINEA
098600     MOVE WS-LINEA-TASA TO RPT-LINEA
098700     WRITE RPT-LINEA.
098800 7200-EXIT.
098900     EXIT.
099000
099100*****************************************************************
099200* 7300-EMITIR-SEGMENTO                                          *
099300*****************************************************************
099400 7300-EMITIR-SEGMENTO.
099500     IF WS-SEG-EVALUADOS (WS-IND-SEG) = ZERO
099600         GO TO 7300-EXIT
099700     END-IF
099800     MOVE WS-SEG-ENT (WS-IND-SEG)     TO WS-ACUM-TASA
099900     MOVE SPACES                      TO TAS-SUCURSAL
100000     MOVE 'TOTAL CARTERA'             TO TAS-NOMBRE
100100     MOVE WS-NSEG-NOMBRE (WS-IND-SEG) TO TAS-SEGMENTO
100200     PERFORM 7200-IMPRIMIR-TASA THRU 7200-EXIT.
100300 7300-EXIT.
100400     EXIT.
100500
100600*****************************************************************
100700* 8000-EMITIR-TOTALES                                           *
100800*****************************************************************
100900 8000-EMITIR-TOTALES.
101000     MOVE WS-CONT-LOG-LEIDOS TO WS-CONT-EDIT
101100     DISPLAY 'CLIMTZ01 - LOG LEIDOS..........: ' WS-CONT-EDIT
101200     MOVE WS-CONT-LOG-PERIODO TO WS-CONT-EDIT
101300     DISPLAY 'CLIMTZ01 - MOVIMIENTOS PERIODO.: ' WS-CONT-EDIT
101400     MOVE WS-CONT-SIN-MAESTRO TO WS-CONT-EDIT
101500     DISPLAY 'CLIMTZ01 - MOVIM. SIN MAESTRO..: ' WS-CONT-EDIT
101600     MOVE WS-CONT-EVALUADOS TO WS-CONT-EDIT
101700     DISPLAY 'CLIMTZ01 - CLIENTES EVALUADOS..: ' WS-CONT-EDIT
101800     MOVE WS-CONT-MEJORAS TO WS-CONT-EDIT
101900     DISPLAY 'CLIMTZ01 - MEJORAS COMPORT.....: ' WS-CONT-EDIT
102000     MOVE WS-CONT-EMPEORAS TO WS-CONT-EDIT
102100     DISPLAY 'CLIMTZ01 - EMPEORAS COMPORT....: ' WS-CONT-EDIT
102200     MOVE WS-CONT-OVERRIDE TO WS-CONT-EDIT
102300     DISPLAY 'CLIMTZ01 - CON OVERRIDE........: ' WS-CONT-EDIT.
102400 8000-EXIT.
102500     EXIT.
102600
102700*****************************************************************
102800* 8500-GRABAR-ESTADISTICA - registro de corrida en el archivo   *
102900*      central CLIESTAD, para el balanceo matutino (CLIBAL01)   *
103000*****************************************************************
103100 8500-GRABAR-ESTADISTICA.
103200     MOVE 'CLIMTZ01'           TO CLIEST-PROGRAMA
103300     MOVE WS-FECHA-HOY         TO CLIEST-FECHA-PROCESO
103400     MOVE WS-CONT-EVALUADOS    TO CLIEST-CANT-1
103500     MOVE WS-CONT-MEJORAS      TO CLIEST-CANT-2
103600     MOVE WS-CONT-EMPEORAS     TO CLIEST-CANT-3
103700     MOVE WS-CONT-OVERRIDE     TO CLIEST-CANT-4
103800     MOVE ZERO                 TO CLIEST-COD-RETORNO-JOB
103900     CALL 'CLIEST01' USING CLIEST-CONTROL.
104000 8500-EXIT.
104100     EXIT.
104200
104300*****************************************************************
104400* 9000-FINALIZAR                                                *
104500*****************************************************************
104600 9000-FINALIZAR.
104700     CLOSE CLIENTE-MASTER
104800     CLOSE RPT-MATRIZ
104900     CLOSE ARCH-MATRIZ.
105000 9000-EXIT.
105100     EXIT.
105200
105300*****************************************************************
105400* 9100-ABEND-GRABACION - error de E/S grabando el archivo de la *
105500*      matriz; se corta el job sin emitir trailer               *
105600*****************************************************************
105700 9100-ABEND-GRABACION.
105800     DISPLAY 'CLIMTZ01 - ERROR GRABANDO LA MATRIZ, STATUS='
105900         WS-MTZ-STATUS
106000     PERFORM 9000-FINALIZAR THRU 9000-EXIT
106100     MOVE 16 TO RETURN-CODE
106200     GOBACK.
106300
106400*****************************************************************
106500* 9200-ABEND-APERTURA - error abriendo un archivo de entrada/   *
106600*      salida; se corta el job antes de generar nada            *
106700*****************************************************************
106800 9200-ABEND-APERTURA.
106900     DISPLAY 'CLIMTZ01 - ERROR ABRIENDO ARCHIVOS, STATUS CALOG='
107000         WS-CALOG-STATUS ' MASTER=' WS-CLI-STATUS
107100         ' CLISUCM=' WS-SUC-STATUS ' RPTMTZ=' WS-RPT-STATUS
107200         ' CLIMTZF=' WS-MTZ-STATUS
107300     MOVE 16 TO RETURN-CODE
107400     GOBACK.
107500
107600*****************************************************************
107700* 9300-ABEND-CONTROL - PARM invalido o maestro de sucursales    *
107800*      mayor que la tabla; se corta el job con RC=20 antes de   *
107900*      generar nada                                             *
108000*****************************************************************
108100 9300-ABEND-CONTROL.
108200     DISPLAY 'CLIMTZ01 - CORRIDA RECHAZADA: ' WS-MOTIVO-CONTROL
108300     MOVE 20 TO RETURN-CODE
108400     GOBACK.
