000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLILST02.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Control nocturno de la
001300*                     cartera contra las listas de sanciones
001400*                     y PEP, con archivo de coincidencias,
001500*                     reporte de revision por sucursal y
001600*                     resoluciones de cumplimiento.
001700*****************************************************************
001800* Control nocturno de clientes contra las listas de sanciones
001900* y PEP. Tres pasos en una corrida:
002000*
002100*   1. Carga del indice: las listas recibidas de cumplimiento
002200*      (CLILSTE, ver CLILSTE.cpy) se pasan por CLILST01 para
002300*      armar las claves de busqueda de nombre y documento, se
002400*      ordenan y se graban en el indice CLILSTX, que el JCL
002500*      borra y redefine antes de cada corrida.
002600*   2. Resoluciones: las decisiones de cumplimiento sobre las
002700*      coincidencias informadas (CLILDEC) se aplican al archivo
002800*      de resoluciones CLILDSP; una resolucion nueva para el
002900*      mismo cliente y entrada reemplaza a la anterior.
003000*   3. Barrido: cada cliente no dado de baja del maestro se
003100*      busca en el indice con las mismas claves. Las entradas
003200*      resueltas como falso positivo no vuelven a salir; las
003300*      demas se graban en el archivo de coincidencias CLILHIT
003400*      y salen en el reporte de revision RPTLSTA, con corte por
003500*      sucursal, como pendientes o confirmadas.
003600*
003700* Un cliente retenido por listas (CLI-ESTADO 'R', puesto por un
003800* alta activa en CLIMNT01 o CLILOAD1, o por un cambio que lo deja
003900* activo en CLIUPD01: antes de la retencion siempre estaba en
003950* 'A') que ya no tiene coincidencias pendientes ni confirmadas
004000* se libera: vuelve a 'A' con registro CLIHIST (motivo 'LSTL')
004100* y journal, y sale en el reporte como liberado.
004200*
004300* PARM opcional 'FECHA=AAAAMMDD' fija la fecha de proceso de
004400* las coincidencias y de CLIESTAD (sin PARM, la del sistema).
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-370.
004900 OBJECT-COMPUTER.   IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CLI-LISTA-ENT   ASSIGN TO CLILSTE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS  IS WS-LSTE-STATUS.
005500
005600     SELECT CLI-LISTA-IDX   ASSIGN TO CLILSTX
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE  IS DYNAMIC
005900         RECORD KEY   IS LSTX-CLAVE
006000         FILE STATUS  IS WS-LSTX-STATUS.
006100
006200     SELECT CLI-LISTA-DEC   ASSIGN TO CLILDEC
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS  IS WS-DEC-STATUS.
006500
006600     SELECT CLI-LISTA-DISP  ASSIGN TO CLILDSP
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE  IS RANDOM
006900         RECORD KEY   IS DSP-CLAVE
007000         FILE STATUS  IS WS-DSP-STATUS.
007100
007200     SELECT CLIENTE-MASTER  ASSIGN TO CLIEMAST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE  IS DYNAMIC
007500         RECORD KEY   IS CLI-ID OF CLIENTE-MASTER-REG
007600         FILE STATUS  IS WS-CLI-STATUS.
007700
007800     SELECT CLI-HIST-LOG    ASSIGN TO CLIHIST
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS  IS WS-HIST-STATUS.
008100
008200     SELECT CLI-LISTA-HIT   ASSIGN TO CLILHIT
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS  IS WS-HIT-STATUS.
008500
008600     SELECT RPT-LISTAS      ASSIGN TO RPTLSTA
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS  IS WS-RPT-STATUS.
008900
009000     SELECT WORK-INDICE     ASSIGN TO SORTWK1.
009100
009200     SELECT WORK-COINC      ASSIGN TO SORTWK2.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  CLI-LISTA-ENT
009700     LABEL RECORDS ARE STANDARD.
009800     COPY CLILSTE.
009900
010000 FD  CLI-LISTA-IDX
010100     LABEL RECORDS ARE STANDARD.
010200     COPY CLILSTX.
010300
010400 FD  CLI-LISTA-DEC
010500     LABEL RECORDS ARE STANDARD.
010600 01  CLI-LISTA-DEC-REG         PIC X(90).
010700
010800 FD  CLI-LISTA-DISP
010900     LABEL RECORDS ARE STANDARD.
011000     COPY CLILDSP.
011100
011200 FD  CLIENTE-MASTER
011300     LABEL RECORDS ARE STANDARD.
011400     COPY CLIEMFD.
011500
011600 FD  CLI-HIST-LOG
011700     LABEL RECORDS ARE STANDARD.
011800     COPY CLIHIST.
011900
012000 FD  CLI-LISTA-HIT
012100     LABEL RECORDS ARE STANDARD.
012200     COPY CLILHIT.
012300
012400 FD  RPT-LISTAS
012500     LABEL RECORDS ARE STANDARD.
012600 01  RPT-LINEA                 PIC X(132).
012700
012800 SD  WORK-INDICE.
012900 01  SDX-INDICE-REG.
013000     05  SDX-CLAVE             PIC X(117).
013100     05  SDX-DATOS             PIC X(124).
013200
013300 SD  WORK-COINC.
013400 01  SDH-COINC-REG.
013500     05  SDH-SUCURSAL          PIC X(04).
013600     05  SDH-CLI-ID            PIC 9(10).
013700     05  SDH-TIPO-LINEA        PIC X(01).
013800     05  SDH-DATOS             PIC X(265).
013900
014000 WORKING-STORAGE SECTION.
014100 77  WS-LSTE-STATUS            PIC X(02)      VALUE '00'.
014200 77  WS-LSTX-STATUS            PIC X(02)      VALUE '00'.
014300     88  WS-LSTX-OK                           VALUE '00'.
014400     88  WS-LSTX-FIN                          VALUE '10'.
014500     88  WS-LSTX-DUPLICADA                    VALUE '22'.
014600     88  WS-LSTX-NO-EXISTE                    VALUE '23'.
014700 77  WS-DEC-STATUS             PIC X(02)      VALUE '00'.
014800 77  WS-DSP-STATUS             PIC X(02)      VALUE '00'.
014900     88  WS-DSP-OK                            VALUE '00'.
015000     88  WS-DSP-NO-EXISTE                     VALUE '23'.
015100 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
015200     88  WS-CLI-OK                            VALUE '00'.
015300 77  WS-HIST-STATUS            PIC X(02)      VALUE '00'.
015400 77  WS-HIT-STATUS             PIC X(02)      VALUE '00'.
015500 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
015600 77  WS-SW-EOF-LISTA           PIC X(01)      VALUE 'N'.
015700     88  WS-EOF-LISTA                         VALUE 'S'.
015800 77  WS-SW-EOF-DECISION        PIC X(01)      VALUE 'N'.
015900     88  WS-EOF-DECISION                      VALUE 'S'.
016000 77  WS-SW-EOF-CLIENTE         PIC X(01)      VALUE 'N'.
016100     88  WS-EOF-CLIENTE                       VALUE 'S'.
016200 77  WS-SW-EOF-SORT            PIC X(01)      VALUE 'N'.
016300     88  WS-EOF-SORT                          VALUE 'S'.
016400 77  WS-SW-FIN-CLAVE           PIC X(01)      VALUE 'N'.
016500     88  WS-FIN-CLAVE                         VALUE 'S'.
016600 77  WS-SW-YA-VISTA            PIC X(01)      VALUE 'N'.
016700     88  WS-YA-VISTA                          VALUE 'S'.
016800 77  WS-SW-PRIMER-REGISTRO     PIC X(01)      VALUE 'S'.
016900     88  WS-ES-PRIMER-REGISTRO                VALUE 'S'.
017000
017100 77  WS-FECHA-PROCESO          PIC 9(08)       VALUE ZERO.
017200 77  WS-IMAGEN-ANTERIOR        PIC X(159)      VALUE SPACES.
017300 77  WS-SUCURSAL-ANT           PIC X(04)       VALUE LOW-VALUES.
017400 77  WS-I                      PIC 9(04) COMP  VALUE ZERO.
017500 77  WS-CANT-VISTAS            PIC 9(04) COMP  VALUE ZERO.
017600 77  WS-MAX-VISTAS             PIC 9(04) COMP  VALUE 20.
017700 77  WS-CANT-VIGENTES          PIC 9(04) COMP  VALUE ZERO.
017800 77  WS-CONT-ENTRADAS          PIC 9(09) COMP  VALUE ZERO.
017900 77  WS-CONT-CLAVES            PIC 9(09) COMP  VALUE ZERO.
018000 77  WS-CONT-CLAVES-DUP        PIC 9(09) COMP  VALUE ZERO.
018100 77  WS-CONT-DEC-APLICADAS     PIC 9(09) COMP  VALUE ZERO.
018200 77  WS-CONT-DEC-RECHAZADAS    PIC 9(09) COMP  VALUE ZERO.
018300 77  WS-CONT-EVALUADOS         PIC 9(09) COMP  VALUE ZERO.
018400 77  WS-CONT-PENDIENTES        PIC 9(09) COMP  VALUE ZERO.
018500 77  WS-CONT-CONFIRMADAS       PIC 9(09) COMP  VALUE ZERO.
018600 77  WS-CONT-DESCARTADAS       PIC 9(09) COMP  VALUE ZERO.
018700 77  WS-CONT-LIBERADOS         PIC 9(09) COMP  VALUE ZERO.
018800 77  WS-SUC-PENDIENTES         PIC 9(09) COMP  VALUE ZERO.
018900 77  WS-SUC-CONFIRMADAS        PIC 9(09) COMP  VALUE ZERO.
019000 77  WS-SUC-LIBERADOS          PIC 9(09) COMP  VALUE ZERO.
019100 77  WS-CONT-EDIT              PIC ZZZZZZZZ9.
019200
019300*****************************************************************
019400* Entradas de lista ya informadas para el cliente en curso (una *
019500* entrada que coincide por nombre y por documento sale una vez) *
019600*****************************************************************
019700 01  WS-TABLA-VISTAS.
019800     05  WS-VISTA              OCCURS 20 TIMES.
019900         10  WS-VISTA-FUENTE   PIC X(04).
020000         10  WS-VISTA-ID       PIC X(12).
020100
020200*****************************************************************
020300* Clave de busqueda en curso (tipo + valor).                    *
020400*****************************************************************
020500 01  WS-CLAVE-BUSCADA.
020600     05  WS-BUS-TIPO           PIC X(01)      VALUE SPACE.
020700     05  WS-BUS-VALOR          PIC X(100)     VALUE SPACES.
020800
020900*****************************************************************
021000* Lineas del reporte de revision RPTLSTA.                       *
021100*****************************************************************
021200 01  WS-LINEA-TITULO.
021300     05  FILLER                PIC X(44) VALUE
021400         'CLILST02 - CONTROL DE LISTAS SANCIONES/PEP  '.
021500     05  FILLER                PIC X(17) VALUE
021600         'FECHA DE PROCESO '.
021700     05  TIT-FECHA             PIC 9(08).
021800
021900 01  WS-LINEA-SUCURSAL.
022000     05  FILLER                PIC X(09) VALUE 'SUCURSAL '.
022100     05  SUC-SUCURSAL          PIC X(04).
022200
022300 01  WS-LINEA-DETALLE.
022400     05  DET-ACCION            PIC X(11).
022500     05  FILLER                PIC X(01) VALUE SPACE.
022600     05  DET-CLI-ID            PIC 9(10).
022700     05  FILLER                PIC X(01) VALUE SPACE.
022800     05  DET-ESTADO            PIC X(01).
022900     05  FILLER                PIC X(01) VALUE SPACE.
023000     05  DET-APELLIDO          PIC X(25).
023100     05  FILLER                PIC X(01) VALUE SPACE.
023200     05  DET-NOMBRE            PIC X(20).
023300     05  FILLER                PIC X(01) VALUE SPACE.
023400     05  DET-TIPO-COINC        PIC X(01).
023500     05  FILLER                PIC X(01) VALUE SPACE.
023600     05  DET-FUENTE            PIC X(04).
023700     05  FILLER                PIC X(01) VALUE SPACE.
023800     05  DET-ID-ENTRADA        PIC X(12).
023900     05  FILLER                PIC X(01) VALUE SPACE.
024000     05  DET-CATEGORIA         PIC X(01).
024100     05  FILLER                PIC X(01) VALUE SPACE.
024200     05  DET-LISTA-APELLIDO    PIC X(30).
024300
024400 01  WS-LINEA-SUBTOTAL.
024500     05  FILLER                PIC X(15) VALUE
024600         'SUBTOTAL SUC. '.
024700     05  SUB-SUCURSAL          PIC X(04).
024800     05  FILLER                PIC X(13) VALUE ' PENDIENTES: '.
024900     05  SUB-PENDIENTES        PIC ZZZZZZZZ9.
025000     05  FILLER                PIC X(14) VALUE ' CONFIRMADAS: '.
025100     05  SUB-CONFIRMADAS       PIC ZZZZZZZZ9.
025200     05  FILLER                PIC X(12) VALUE ' LIBERADOS: '.
025300     05  SUB-LIBERADOS         PIC ZZZZZZZZ9.
025400
025500 COPY CLIENTE.
025600 COPY CLILSTPM.
025700 COPY CLIESTPM.
025800 COPY CLIJRNPM.
025900
026000 LINKAGE SECTION.
026100 01  WS-PARM-JCL.
026200     05  WS-PARM-LONG          PIC S9(04) COMP.
026300     05  WS-PARM-TEXTO         PIC X(20).
026400
026500 PROCEDURE DIVISION USING WS-PARM-JCL.
026600*****************************************************************
026700* 0000-MAINLINE                                                 *
026800*****************************************************************
026900 0000-MAINLINE.
027000     PERFORM 0100-PROCESAR-PARM THRU 0100-EXIT
027100     SORT WORK-INDICE
027200         ON ASCENDING KEY SDX-CLAVE
027300         INPUT PROCEDURE  1000-ALIMENTAR-INDICE
027400         OUTPUT PROCEDURE 1500-GRABAR-INDICE
027500     PERFORM 2000-INICIALIZAR THRU 2000-EXIT
027600     PERFORM 3000-APLICAR-DECISION THRU 3000-EXIT
027700         UNTIL WS-EOF-DECISION
027800     SORT WORK-COINC
027900         ON ASCENDING KEY SDH-SUCURSAL SDH-CLI-ID SDH-TIPO-LINEA
028000         INPUT PROCEDURE  4000-BARRER-MAESTRO
028100         OUTPUT PROCEDURE 6000-EMITIR-REPORTE
028200     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
028300     PERFORM 9000-FINALIZAR THRU 9000-EXIT
028400     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
028500     GOBACK.
028600
028700*****************************************************************
028800* 0100-PROCESAR-PARM - fecha de proceso del PARM opcional       *
028900*      'FECHA=AAAAMMDD' (sin PARM, la del sistema)              *
029000*****************************************************************
029100 0100-PROCESAR-PARM.
029200     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
029300     IF WS-PARM-LONG >= 14 AND
029400        WS-PARM-TEXTO(1:6) = 'FECHA=' AND
029500        WS-PARM-TEXTO(7:8) IS NUMERIC
029600         MOVE WS-PARM-TEXTO(7:8) TO WS-FECHA-PROCESO
029700     END-IF.
029800 0100-EXIT.
029900     EXIT.
030000
030100*****************************************************************
030200* 1000-ALIMENTAR-INDICE - lee las listas y libera un registro   *
030300*      de indice por cada clave de busqueda de la entrada       *
030400*****************************************************************
030500 1000-ALIMENTAR-INDICE.
030600     OPEN INPUT CLI-LISTA-ENT
030700     IF WS-LSTE-STATUS NOT = '00'
030800         GO TO 9200-ABEND-APERTURA
030900     END-IF
031000     PERFORM 1100-LEER-LISTA THRU 1100-EXIT
031100     PERFORM 1200-LIBERAR-ENTRADA THRU 1200-EXIT
031200         UNTIL WS-EOF-LISTA
031300     CLOSE CLI-LISTA-ENT.
031400
031500*****************************************************************
031600* 1100-LEER-LISTA                                               *
031700*****************************************************************
031800 1100-LEER-LISTA.
031900     READ CLI-LISTA-ENT
032000         AT END
032100             SET WS-EOF-LISTA TO TRUE
032200     END-READ.
032300 1100-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700* 1200-LIBERAR-ENTRADA - arma las claves de la entrada con      *
032800*      CLILST01, con las mismas reglas que se aplican a los     *
032900*      clientes, y libera una por cada clave no vacia           *
033000*****************************************************************
033100 1200-LIBERAR-ENTRADA.
033200     ADD 1 TO WS-CONT-ENTRADAS
033300     MOVE SPACES            TO WS-CLIENTE
033400     MOVE LSTE-NOMBRE       TO CLI-NOMBRE OF WS-CLIENTE
033500     MOVE LSTE-APELLIDO     TO CLI-APELLIDO OF WS-CLIENTE
033600     MOVE LSTE-TIPO-DOC     TO CLI-TIPO-DOC OF WS-CLIENTE
033700     MOVE LSTE-NUM-DOC      TO CLI-NUM-DOC OF WS-CLIENTE
033800     SET CLILST-ARMAR-CLAVES TO TRUE
033900     CALL 'CLILST01' USING CLILST-CONTROL, WS-CLIENTE
034000     MOVE LSTE-FUENTE       TO LSTX-FUENTE
034100     MOVE LSTE-ID-ENTRADA   TO LSTX-ID-ENTRADA
034200     MOVE LSTE-CATEGORIA    TO LSTX-CATEGORIA
034300     MOVE LSTE-NOMBRE       TO LSTX-NOMBRE
034400     MOVE LSTE-APELLIDO     TO LSTX-APELLIDO
034500     MOVE LSTE-TIPO-DOC     TO LSTX-TIPO-DOC
034600     MOVE LSTE-NUM-DOC      TO LSTX-NUM-DOC
034700     IF CLILST-CLAVE-NOMBRE NOT = SPACES
034800         MOVE 'N'                 TO LSTX-TIPO-CLAVE
034900         MOVE CLILST-CLAVE-NOMBRE TO LSTX-VALOR
035000         PERFORM 1300-LIBERAR-CLAVE THRU 1300-EXIT
035100     END-IF
035200     IF CLILST-CLAVE-DOC NOT = SPACES
035300         MOVE 'D'                 TO LSTX-TIPO-CLAVE
035400         MOVE CLILST-CLAVE-DOC    TO LSTX-VALOR
035500         PERFORM 1300-LIBERAR-CLAVE THRU 1300-EXIT
035600     END-IF
035700     IF CLILST-CLAVE-DNI NOT = SPACES
035800         MOVE 'D'                 TO LSTX-TIPO-CLAVE
035900         MOVE CLILST-CLAVE-DNI    TO LSTX-VALOR
036000         PERFORM 1300-LIBERAR-CLAVE THRU 1300-EXIT
036100     END-IF
036200     PERFORM 1100-LEER-LISTA THRU 1100-EXIT.
036300 1200-EXIT.
036400     EXIT.
036500
036600*****************************************************************
036700* 1300-LIBERAR-CLAVE                                            *
036800*****************************************************************
036900 1300-LIBERAR-CLAVE.
037000     MOVE CLI-LISTA-IDX-REG TO SDX-INDICE-REG
037100     RELEASE SDX-INDICE-REG.
037200 1300-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600* 1500-GRABAR-INDICE - carga el indice vacio en orden de clave; *
037700*      una clave repetida (la misma entrada publicada dos       *
037800*      veces) se cuenta y se saltea                             *
037900*****************************************************************
038000 1500-GRABAR-INDICE.
038100     OPEN OUTPUT CLI-LISTA-IDX
038200     IF NOT WS-LSTX-OK
038300         GO TO 9200-ABEND-APERTURA
038400     END-IF
038500     PERFORM 1600-DEVOLVER-INDICE THRU 1600-EXIT
038600     PERFORM 1700-GRABAR-CLAVE THRU 1700-EXIT
038700         UNTIL WS-EOF-SORT
038800     CLOSE CLI-LISTA-IDX.
038900
039000*****************************************************************
039100* 1600-DEVOLVER-INDICE                                          *
039200*****************************************************************
039300 1600-DEVOLVER-INDICE.
039400     RETURN WORK-INDICE
039500         AT END
039600             SET WS-EOF-SORT TO TRUE
039700     END-RETURN.
039800 1600-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200* 1700-GRABAR-CLAVE                                             *
040300*****************************************************************
040400 1700-GRABAR-CLAVE.
040500     MOVE SDX-INDICE-REG TO CLI-LISTA-IDX-REG
040600     WRITE CLI-LISTA-IDX-REG
040700     EVALUATE TRUE
040800         WHEN WS-LSTX-OK
040900             ADD 1 TO WS-CONT-CLAVES
041000         WHEN WS-LSTX-DUPLICADA
041100             ADD 1 TO WS-CONT-CLAVES-DUP
041200         WHEN OTHER
041300             GO TO 9100-ABEND-GRABACION
041400     END-EVALUATE
041500     PERFORM 1600-DEVOLVER-INDICE THRU 1600-EXIT.
041600 1700-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000* 2000-INICIALIZAR - abre el indice ya cargado y el resto de    *
042100*      los archivos, y lee la primera resolucion                *
042200*****************************************************************
042300 2000-INICIALIZAR.
042400     MOVE 'N' TO WS-SW-EOF-SORT
042500     OPEN INPUT CLI-LISTA-IDX
042600     IF NOT WS-LSTX-OK
042700         GO TO 9200-ABEND-APERTURA
042800     END-IF
042900     OPEN INPUT CLI-LISTA-DEC
043000     IF WS-DEC-STATUS NOT = '00'
043100         GO TO 9200-ABEND-APERTURA
043200     END-IF
043300     OPEN I-O   CLI-LISTA-DISP
043400     IF NOT WS-DSP-OK
043500         GO TO 9200-ABEND-APERTURA
043600     END-IF
043700     OPEN I-O   CLIENTE-MASTER
043800     IF NOT WS-CLI-OK
043900         GO TO 9200-ABEND-APERTURA
044000     END-IF
044100     OPEN EXTEND CLI-HIST-LOG
044200     IF WS-HIST-STATUS NOT = '00'
044300         GO TO 9200-ABEND-APERTURA
044400     END-IF
044500     OPEN OUTPUT CLI-LISTA-HIT
044600     IF WS-HIT-STATUS NOT = '00'
044700         GO TO 9200-ABEND-APERTURA
044800     END-IF
044900     OPEN OUTPUT RPT-LISTAS
045000     IF WS-RPT-STATUS NOT = '00'
045100         GO TO 9200-ABEND-APERTURA
045200     END-IF
045300     MOVE WS-FECHA-PROCESO TO TIT-FECHA
045400     MOVE SPACES TO RPT-LINEA
045500     MOVE WS-LINEA-TITULO TO RPT-LINEA
045600     WRITE RPT-LINEA
045700     MOVE SPACES TO RPT-LINEA
045800     WRITE RPT-LINEA
045900     PERFORM 3100-LEER-DECISION THRU 3100-EXIT.
046000 2000-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400* 3000-APLICAR-DECISION - valida la resolucion de cumplimiento  *
046500*      y la graba en CLILDSP (reemplaza la anterior, si la hay) *
046600*****************************************************************
046700 3000-APLICAR-DECISION.
046800     MOVE CLI-LISTA-DEC-REG TO CLI-LISTA-DISP-REG
046900     IF DSP-CLI-ID NOT NUMERIC OR
047000        DSP-CLI-ID = ZERO OR
047100        DSP-FUENTE = SPACES OR
047200        DSP-ID-ENTRADA = SPACES OR
047300        NOT (DSP-FALSO-POSITIVO OR DSP-CONFIRMADA)
047400         ADD 1 TO WS-CONT-DEC-RECHAZADAS
047500         DISPLAY 'CLILST02 - RESOLUCION INVALIDA, CLAVE='
047600             DSP-CLAVE ' RESOLUCION=' DSP-RESOLUCION
047700         GO TO 3000-SIGUIENTE
047800     END-IF
047900     IF DSP-FECHA NOT NUMERIC OR DSP-FECHA = ZERO
048000         MOVE WS-FECHA-PROCESO TO DSP-FECHA
048100     END-IF
048200     WRITE CLI-LISTA-DISP-REG
048300         INVALID KEY
048400             REWRITE CLI-LISTA-DISP-REG
048500                 INVALID KEY
048600                     GO TO 9100-ABEND-GRABACION
048700             END-REWRITE
048800     END-WRITE
048900     ADD 1 TO WS-CONT-DEC-APLICADAS.
049000 3000-SIGUIENTE.
049100     PERFORM 3100-LEER-DECISION THRU 3100-EXIT.
049200 3000-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600* 3100-LEER-DECISION                                            *
049700*****************************************************************
049800 3100-LEER-DECISION.
049900     READ CLI-LISTA-DEC
050000         AT END
050100             SET WS-EOF-DECISION TO TRUE
050200     END-READ.
050300 3100-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700* 4000-BARRER-MAESTRO - busca cada cliente no dado de baja en   *
050800*      el indice y libera sus coincidencias al SORT             *
050900*****************************************************************
051000 4000-BARRER-MAESTRO.
051100     PERFORM 4100-LEER-CLIENTE THRU 4100-EXIT
051200     PERFORM 4200-EVALUAR-CLIENTE THRU 4200-EXIT
051300         UNTIL WS-EOF-CLIENTE.
051400
051500*****************************************************************
051600* 4100-LEER-CLIENTE                                             *
051700*****************************************************************
051800 4100-LEER-CLIENTE.
051900     READ CLIENTE-MASTER NEXT RECORD
052000         AT END
052100             SET WS-EOF-CLIENTE TO TRUE
052200     END-READ.
052300 4100-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700* 4200-EVALUAR-CLIENTE - arma las claves del cliente, recorre   *
052800*      cada una en el indice y libera la retencion si no quedan *
052900*      coincidencias vigentes                                   *
053000*****************************************************************
053100 4200-EVALUAR-CLIENTE.
053200     IF CLI-DADO-BAJA OF CLIENTE-MASTER-REG
053300         GO TO 4200-SIGUIENTE
053400     END-IF
053500     ADD 1 TO WS-CONT-EVALUADOS
053600     MOVE CLIENTE-MASTER-REG TO WS-CLIENTE
053700     SET CLILST-ARMAR-CLAVES TO TRUE
053800     CALL 'CLILST01' USING CLILST-CONTROL, WS-CLIENTE
053900     MOVE ZERO TO WS-CANT-VISTAS WS-CANT-VIGENTES
054000     IF CLILST-CLAVE-NOMBRE NOT = SPACES
054100         MOVE 'N'                 TO WS-BUS-TIPO
054200         MOVE CLILST-CLAVE-NOMBRE TO WS-BUS-VALOR
054300         PERFORM 4300-BUSCAR-CLAVE THRU 4300-EXIT
054400     END-IF
054500     IF CLILST-CLAVE-DOC NOT = SPACES
054600         MOVE 'D'                 TO WS-BUS-TIPO
054700         MOVE CLILST-CLAVE-DOC    TO WS-BUS-VALOR
054800         PERFORM 4300-BUSCAR-CLAVE THRU 4300-EXIT
054900     END-IF
055000     IF CLILST-CLAVE-DNI NOT = SPACES
055100         MOVE 'D'                 TO WS-BUS-TIPO
055200         MOVE CLILST-CLAVE-DNI    TO WS-BUS-VALOR
055300         PERFORM 4300-BUSCAR-CLAVE THRU 4300-EXIT
055400     END-IF
055500     IF CLI-RETENIDO OF CLIENTE-MASTER-REG AND
055600        WS-CANT-VIGENTES = ZERO
055700         PERFORM 4600-LIBERAR-CLIENTE THRU 4600-EXIT
055800     END-IF.
055900 4200-SIGUIENTE.
056000     PERFORM 4100-LEER-CLIENTE THRU 4100-EXIT.
056100 4200-EXIT.
056200     EXIT.
056300
056400*****************************************************************
056500* 4300-BUSCAR-CLAVE - posiciona el indice en la clave en curso  *
056600*      y recorre sus entradas                                   *
056700*****************************************************************
056800 4300-BUSCAR-CLAVE.
056900     MOVE LOW-VALUES       TO LSTX-CLAVE
057000     MOVE WS-BUS-TIPO      TO LSTX-TIPO-CLAVE
057100     MOVE WS-BUS-VALOR     TO LSTX-VALOR
057200     MOVE 'N' TO WS-SW-FIN-CLAVE
057300     START CLI-LISTA-IDX KEY IS NOT LESS THAN LSTX-CLAVE
057400     EVALUATE TRUE
057500         WHEN WS-LSTX-OK
057600             CONTINUE
057700         WHEN WS-LSTX-NO-EXISTE
057800             GO TO 4300-EXIT
057900         WHEN OTHER
058000             GO TO 9100-ABEND-GRABACION
058100     END-EVALUATE
058200     PERFORM 4400-LEER-ENTRADA THRU 4400-EXIT
058300         UNTIL WS-FIN-CLAVE.
058400 4300-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800* 4400-LEER-ENTRADA - siguiente entrada del indice; si sigue    *
058900*      siendo la clave buscada y no se informo ya para este     *
059000*      cliente, se clasifica segun la resolucion de cumplimiento*
059100*****************************************************************
059200 4400-LEER-ENTRADA.
059300     READ CLI-LISTA-IDX NEXT RECORD
059400     EVALUATE TRUE
059500         WHEN WS-LSTX-OK
059600             CONTINUE
059700         WHEN WS-LSTX-FIN
059800             SET WS-FIN-CLAVE TO TRUE
059900             GO TO 4400-EXIT
060000         WHEN OTHER
060100             GO TO 9100-ABEND-GRABACION
060200     END-EVALUATE
060300     IF LSTX-TIPO-CLAVE NOT = WS-BUS-TIPO OR
060400        LSTX-VALOR NOT = WS-BUS-VALOR
060500         SET WS-FIN-CLAVE TO TRUE
060600         GO TO 4400-EXIT
060700     END-IF
060800     MOVE 'N' TO WS-SW-YA-VISTA
060900     PERFORM 4450-BUSCAR-VISTA THRU 4450-EXIT
061000         VARYING WS-I FROM 1 BY 1
061100             UNTIL WS-I > WS-CANT-VISTAS OR WS-YA-VISTA
061200     IF WS-YA-VISTA
061300         GO TO 4400-EXIT
061400     END-IF
061500     IF WS-CANT-VISTAS < WS-MAX-VISTAS
061600         ADD 1 TO WS-CANT-VISTAS
061700         MOVE LSTX-FUENTE     TO WS-VISTA-FUENTE (WS-CANT-VISTAS)
061800         MOVE LSTX-ID-ENTRADA TO WS-VISTA-ID (WS-CANT-VISTAS)
061900     END-IF
062000     MOVE CLI-ID OF CLIENTE-MASTER-REG TO DSP-CLI-ID
062100     MOVE LSTX-FUENTE                  TO DSP-FUENTE
062200     MOVE LSTX-ID-ENTRADA              TO DSP-ID-ENTRADA
062300     READ CLI-LISTA-DISP
062400     EVALUATE TRUE
062500         WHEN WS-DSP-OK AND DSP-FALSO-POSITIVO
062600             ADD 1 TO WS-CONT-DESCARTADAS
062700             GO TO 4400-EXIT
062800         WHEN WS-DSP-OK
062900             MOVE 'C' TO HIT-SITUACION
063000             ADD 1 TO WS-CONT-CONFIRMADAS
063100         WHEN WS-DSP-NO-EXISTE
063200             MOVE 'P' TO HIT-SITUACION
063300             ADD 1 TO WS-CONT-PENDIENTES
063400         WHEN OTHER
063500             GO TO 9100-ABEND-GRABACION
063600     END-EVALUATE
063700     ADD 1 TO WS-CANT-VIGENTES
063800     PERFORM 4500-LIBERAR-COINCIDENCIA THRU 4500-EXIT.
063900 4400-EXIT.
064000     EXIT.
064100
064200*****************************************************************
064300* 4450-BUSCAR-VISTA                                             *
064400*****************************************************************
064500 4450-BUSCAR-VISTA.
064600     IF WS-VISTA-FUENTE (WS-I) = LSTX-FUENTE AND
064700        WS-VISTA-ID (WS-I) = LSTX-ID-ENTRADA
064800         SET WS-YA-VISTA TO TRUE
064900     END-IF.
065000 4450-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400* 4500-LIBERAR-COINCIDENCIA - arma el registro de coincidencia  *
065500*      (HIT-SITUACION ya cargada) y lo libera al SORT           *
065600*****************************************************************
065700 4500-LIBERAR-COINCIDENCIA.
065800     PERFORM 4550-CARGAR-CLIENTE THRU 4550-EXIT
065900     MOVE WS-BUS-TIPO                       TO HIT-TIPO-COINC
066000     MOVE LSTX-FUENTE                       TO HIT-FUENTE
066100     MOVE LSTX-ID-ENTRADA                   TO HIT-ID-ENTRADA
066200     MOVE LSTX-CATEGORIA                    TO HIT-CATEGORIA
066300     MOVE LSTX-NOMBRE                       TO HIT-LISTA-NOMBRE
066400     MOVE LSTX-APELLIDO                     TO HIT-LISTA-APELLIDO
066500     MOVE 'C'                               TO SDH-TIPO-LINEA
066600     MOVE CLI-LISTA-HIT-REG                 TO SDH-DATOS
066700     RELEASE SDH-COINC-REG.
066800 4500-EXIT.
066900     EXIT.
067000
067100*****************************************************************
067200* 4550-CARGAR-CLIENTE - datos del cliente en curso              *
067300*****************************************************************
067400 4550-CARGAR-CLIENTE.
067500     MOVE CLI-SUCURSAL OF CLIENTE-MASTER-REG TO SDH-SUCURSAL
067600                                                HIT-SUCURSAL
067700     MOVE CLI-ID OF CLIENTE-MASTER-REG       TO SDH-CLI-ID
067800                                                HIT-CLI-ID
067900     MOVE WS-FECHA-PROCESO                   TO HIT-FECHA
068000     MOVE CLI-ESTADO OF CLIENTE-MASTER-REG   TO HIT-ESTADO-CLIENTE
068100     MOVE CLI-NOMBRE OF CLIENTE-MASTER-REG   TO HIT-CLI-NOMBRE
068200     MOVE CLI-APELLIDO OF CLIENTE-MASTER-REG TO HIT-CLI-APELLIDO
068300     MOVE CLI-TIPO-DOC OF CLIENTE-MASTER-REG TO HIT-CLI-TIPO-DOC
068400     MOVE CLI-NUM-DOC OF CLIENTE-MASTER-REG  TO HIT-CLI-NUM-DOC.
068500 4550-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900* 4600-LIBERAR-CLIENTE - cliente retenido sin coincidencias     *
069000*      vigentes (cumplimiento las descarto todas, o la entrada  *
069100*      salio de la lista): vuelve a 'A', el estado que tenia    *
069150*      antes de la retencion (solo se retiene lo que queda      *
069160*      activo), con rastro CLIHIST y journal, como un cambio    *
069200*      de CLIMNT01                                              *
069300*****************************************************************
069400 4600-LIBERAR-CLIENTE.
069500     MOVE CLIENTE-MASTER-REG TO WS-IMAGEN-ANTERIOR
069600     MOVE 'A' TO CLI-ESTADO OF CLIENTE-MASTER-REG
069700     REWRITE CLIENTE-MASTER-REG
069800         INVALID KEY
069900             GO TO 9100-ABEND-GRABACION
070000     END-REWRITE
070100     PERFORM 4700-REGISTRAR-HISTORIAL THRU 4700-EXIT
070200     PERFORM 4800-REGISTRAR-JOURNAL THRU 4800-EXIT
070300     ADD 1 TO WS-CONT-LIBERADOS
070400     MOVE SPACES TO CLI-LISTA-HIT-REG
070500     PERFORM 4550-CARGAR-CLIENTE THRU 4550-EXIT
070600     MOVE 'L' TO SDH-TIPO-LINEA
070700     MOVE CLI-LISTA-HIT-REG TO SDH-DATOS
070800     RELEASE SDH-COINC-REG.
070900 4600-EXIT.
071000     EXIT.
071100
071200*****************************************************************
071300* 4700-REGISTRAR-HISTORIAL - graba CLIHIST por el pase R a A    *
071400*      (motivo propio 'LSTL')                                   *
071500*****************************************************************
071600 4700-REGISTRAR-HISTORIAL.
071700     MOVE CLI-ID OF CLIENTE-MASTER-REG  TO CLIHIST-CLI-ID
071800     MOVE 'R'                           TO CLIHIST-ESTADO-ANTERIOR
071900     MOVE 'A'                           TO CLIHIST-ESTADO-NUEVO
072000     ACCEPT CLIHIST-FECHA FROM DATE YYYYMMDD
072100     ACCEPT CLIHIST-HORA  FROM TIME
072200     MOVE 'CLILST02'                    TO CLIHIST-USUARIO
072300     MOVE 'LSTL'                        TO CLIHIST-MOTIVO
072400     WRITE CLI-HIST-REG
072500     IF WS-HIST-STATUS NOT = '00'
072600         GO TO 9100-ABEND-GRABACION
072700     END-IF.
072800 4700-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200* 4800-REGISTRAR-JOURNAL - imagen anterior y nueva de la        *
073300*      liberacion al journal CLI-JRN-LOG (CLIJRN01); un error   *
073400*      de E/S en el journal corta el job                        *
073500*****************************************************************
073600 4800-REGISTRAR-JOURNAL.
073700     SET CLIJRN-GRABAR TO TRUE
073800     MOVE 'CLILST02'          TO CLIJRN-PROGRAMA
073900     MOVE 'CLILST02'          TO CLIJRN-USUARIO
074000     MOVE 'LSTL'              TO CLIJRN-MOTIVO
074100     MOVE WS-IMAGEN-ANTERIOR  TO CLIJRN-REG-ANTERIOR
074200     MOVE CLIENTE-MASTER-REG  TO CLIJRN-REG-NUEVO
074300     CALL 'CLIJRN01' USING CLIJRN-CONTROL
074400     IF CLIJRN-ERROR-IO
074500         GO TO 9100-ABEND-GRABACION
074600     END-IF.
074700 4800-EXIT.
074800     EXIT.
074900
075000*****************************************************************
075100* 6000-EMITIR-REPORTE - graba el archivo de coincidencias y el  *
075200*      reporte de revision con corte por sucursal               *
075300*****************************************************************
075400 6000-EMITIR-REPORTE.
075500     PERFORM 6100-DEVOLVER-COINC THRU 6100-EXIT
075600     PERFORM 6200-PROCESAR-COINC THRU 6200-EXIT
075700         UNTIL WS-EOF-SORT
075800     IF NOT WS-ES-PRIMER-REGISTRO
075900         PERFORM 6400-IMPRIMIR-SUBTOTAL THRU 6400-EXIT
076000     END-IF
076100     PERFORM 6500-IMPRIMIR-RESUMEN THRU 6500-EXIT.
076200
076300*****************************************************************
076400* 6100-DEVOLVER-COINC                                           *
076500*****************************************************************
076600 6100-DEVOLVER-COINC.
076700     RETURN WORK-COINC
076800         AT END
076900             SET WS-EOF-SORT TO TRUE
077000     END-RETURN.
077100 6100-EXIT.
077200     EXIT.
077300
077400*****************************************************************
077500* 6200-PROCESAR-COINC - corte de sucursal, grabacion de la      *
077600*      coincidencia e impresion del detalle                     *
077700*****************************************************************
077800 6200-PROCESAR-COINC.
077900     IF WS-ES-PRIMER-REGISTRO
078000         MOVE 'N' TO WS-SW-PRIMER-REGISTRO
078100         MOVE SDH-SUCURSAL TO WS-SUCURSAL-ANT
078200         PERFORM 6300-IMPRIMIR-SUCURSAL THRU 6300-EXIT
078300     END-IF
078400     IF SDH-SUCURSAL NOT = WS-SUCURSAL-ANT
078500         PERFORM 6400-IMPRIMIR-SUBTOTAL THRU 6400-EXIT
078600         MOVE SDH-SUCURSAL TO WS-SUCURSAL-ANT
078700         PERFORM 6300-IMPRIMIR-SUCURSAL THRU 6300-EXIT
078800     END-IF
078900     MOVE SDH-DATOS TO CLI-LISTA-HIT-REG
079000     EVALUATE TRUE
079100         WHEN SDH-TIPO-LINEA = 'L'
079200             MOVE 'LIBERADO   ' TO DET-ACCION
079300             ADD 1 TO WS-SUC-LIBERADOS
079400         WHEN HIT-CONFIRMADA
079500             MOVE 'CONFIRMADA ' TO DET-ACCION
079600             ADD 1 TO WS-SUC-CONFIRMADAS
079700         WHEN OTHER
079800             MOVE 'PENDIENTE  ' TO DET-ACCION
079900             ADD 1 TO WS-SUC-PENDIENTES
080000     END-EVALUATE
080100     IF SDH-TIPO-LINEA = 'C'
080200         WRITE CLI-LISTA-HIT-REG
080300         IF WS-HIT-STATUS NOT = '00'
080400             GO TO 9100-ABEND-GRABACION
080500         END-IF
080600     END-IF
080700     MOVE HIT-CLI-ID          TO DET-CLI-ID
080800     MOVE HIT-ESTADO-CLIENTE  TO DET-ESTADO
080900     MOVE HIT-CLI-APELLIDO    TO DET-APELLIDO
081000     MOVE HIT-CLI-NOMBRE      TO DET-NOMBRE
081100     MOVE HIT-TIPO-COINC      TO DET-TIPO-COINC
081200     MOVE HIT-FUENTE          TO DET-FUENTE
081300     MOVE HIT-ID-ENTRADA      TO DET-ID-ENTRADA
081400     MOVE HIT-CATEGORIA       TO DET-CATEGORIA
081500     MOVE HIT-LISTA-APELLIDO  TO DET-LISTA-APELLIDO
081600     MOVE SPACES TO RPT-LINEA
081700     MOVE WS-LINEA-DETALLE TO RPT-LINEA
081800     WRITE RPT-LINEA
081900     PERFORM 6100-DEVOLVER-COINC THRU 6100-EXIT.
082000 6200-EXIT.
082100     EXIT.
082200
082300*****************************************************************
082400* 6300-IMPRIMIR-SUCURSAL - encabezado de la sucursal en curso   *
082500*****************************************************************
082600 6300-IMPRIMIR-SUCURSAL.
082700     MOVE WS-SUCURSAL-ANT TO SUC-SUCURSAL
082800     MOVE SPACES TO RPT-LINEA
082900     MOVE WS-LINEA-SUCURSAL TO RPT-LINEA
083000     WRITE RPT-LINEA.
083100 6300-EXIT.
083200     EXIT.
083300
083400*****************************************************************
083500* 6400-IMPRIMIR-SUBTOTAL - imprime y resetea el subtotal de la  *
083600*      sucursal en curso                                        *
083700*****************************************************************
083800 6400-IMPRIMIR-SUBTOTAL.
083900     MOVE WS-SUCURSAL-ANT    TO SUB-SUCURSAL
084000     MOVE WS-SUC-PENDIENTES  TO SUB-PENDIENTES
084100     MOVE WS-SUC-CONFIRMADAS TO SUB-CONFIRMADAS
084200     MOVE WS-SUC-LIBERADOS   TO SUB-LIBERADOS
084300     MOVE SPACES TO RPT-LINEA
084400     MOVE WS-LINEA-SUBTOTAL TO RPT-LINEA
084500     WRITE RPT-LINEA
084600     MOVE SPACES TO RPT-LINEA
084700     WRITE RPT-LINEA
084800     MOVE ZERO TO WS-SUC-PENDIENTES WS-SUC-CONFIRMADAS
084900                  WS-SUC-LIBERADOS.
085000 6400-EXIT.
085100     EXIT.
085200
085300*****************************************************************
085400* 6500-IMPRIMIR-RESUMEN                                         *
085500*****************************************************************
085600 6500-IMPRIMIR-RESUMEN.
085700     MOVE SPACES TO RPT-LINEA
085800     MOVE WS-CONT-EVALUADOS TO WS-CONT-EDIT
085900     STRING 'CLIENTES EVALUADOS..........: ' DELIMITED SIZE
086000         WS-CONT-EDIT                 DELIMITED SIZE
086100         INTO RPT-LINEA
086200     WRITE RPT-LINEA
086300     MOVE SPACES TO RPT-LINEA
086400     MOVE WS-CONT-PENDIENTES TO WS-CONT-EDIT
086500     STRING 'COINCIDENCIAS PENDIENTES....: ' DELIMITED SIZE
086600         WS-CONT-EDIT                 DELIMITED SIZE
086700         INTO RPT-LINEA
086800     WRITE RPT-LINEA
086900     MOVE SPACES TO RPT-LINEA
087000     MOVE WS-CONT-CONFIRMADAS TO WS-CONT-EDIT
087100     STRING 'COINCIDENCIAS CONFIRMADAS...: ' DELIMITED SIZE
087200         WS-CONT-EDIT                 DELIMITED SIZE
087300         INTO RPT-LINEA
087400     WRITE RPT-LINEA
087500     MOVE SPACES TO RPT-LINEA
087600     MOVE WS-CONT-DESCARTADAS TO WS-CONT-EDIT
087700     STRING 'FALSOS POSITIVOS OMITIDOS...: ' DELIMITED SIZE
087800         WS-CONT-EDIT                 DELIMITED SIZE
087900         INTO RPT-LINEA
088000     WRITE RPT-LINEA
088100     MOVE SPACES TO RPT-LINEA
088200     MOVE WS-CONT-LIBERADOS TO WS-CONT-EDIT
088300     STRING 'CLIENTES LIBERADOS..........: ' DELIMITED SIZE
088400         WS-CONT-EDIT                 DELIMITED SIZE
088500         INTO RPT-LINEA
088600     WRITE RPT-LINEA.
088700 6500-EXIT.
088800     EXIT.
088900
089000*****************************************************************
089100* 8000-EMITIR-TOTALES                                           *
089200*****************************************************************
089300 8000-EMITIR-TOTALES.
089400     MOVE WS-CONT-ENTRADAS TO WS-CONT-EDIT
089500     DISPLAY 'CLILST02 - ENTRADAS DE LISTA...: ' WS-CONT-EDIT
089600     MOVE WS-CONT-CLAVES TO WS-CONT-EDIT
089700     DISPLAY 'CLILST02 - CLAVES INDEXADAS....: ' WS-CONT-EDIT
089800     MOVE WS-CONT-CLAVES-DUP TO WS-CONT-EDIT
089900     DISPLAY 'CLILST02 - CLAVES DUPLICADAS...: ' WS-CONT-EDIT
090000     MOVE WS-CONT-DEC-APLICADAS TO WS-CONT-EDIT
090100     DISPLAY 'CLILST02 - RESOLUC. APLICADAS..: ' WS-CONT-EDIT
090200     MOVE WS-CONT-DEC-RECHAZADAS TO WS-CONT-EDIT
090300     DISPLAY 'CLILST02 - RESOLUC. RECHAZADAS.: ' WS-CONT-EDIT
090400     MOVE WS-CONT-EVALUADOS TO WS-CONT-EDIT
090500     DISPLAY 'CLILST02 - CLIENTES EVALUADOS..: ' WS-CONT-EDIT
090600     MOVE WS-CONT-PENDIENTES TO WS-CONT-EDIT
090700     DISPLAY 'CLILST02 - PENDIENTES..........: ' WS-CONT-EDIT
090800     MOVE WS-CONT-CONFIRMADAS TO WS-CONT-EDIT
090900     DISPLAY 'CLILST02 - CONFIRMADAS.........: ' WS-CONT-EDIT
091000     MOVE WS-CONT-DESCARTADAS TO WS-CONT-EDIT
091100     DISPLAY 'CLILST02 - FALSOS POSITIVOS....: ' WS-CONT-EDIT
091200     MOVE WS-CONT-LIBERADOS TO WS-CONT-EDIT
091300     DISPLAY 'CLILST02 - LIBERADOS...........: ' WS-CONT-EDIT.
091400 8000-EXIT.
091500     EXIT.
091600
091700*****************************************************************
091800* 8500-GRABAR-ESTADISTICA - registro de corrida en el archivo   *
091900*      central CLIESTAD, para el balanceo matutino (CLIBAL01)   *
092000*****************************************************************
092100 8500-GRABAR-ESTADISTICA.
092200     MOVE 'CLILST02'             TO CLIEST-PROGRAMA
092300     MOVE WS-FECHA-PROCESO       TO CLIEST-FECHA-PROCESO
092400     MOVE WS-CONT-PENDIENTES     TO CLIEST-CANT-1
092500     MOVE WS-CONT-CONFIRMADAS    TO CLIEST-CANT-2
092600     MOVE WS-CONT-LIBERADOS      TO CLIEST-CANT-3
092700     MOVE WS-CONT-EVALUADOS      TO CLIEST-CANT-4
092800     MOVE ZERO                   TO CLIEST-COD-RETORNO-JOB
092900     CALL 'CLIEST01' USING CLIEST-CONTROL.
093000 8500-EXIT.
093100     EXIT.
093200
093300*****************************************************************
093400* 9000-FINALIZAR                                                *
093500*****************************************************************
093600 9000-FINALIZAR.
093700     CLOSE CLI-LISTA-IDX
093800     CLOSE CLI-LISTA-DEC
093900     CLOSE CLI-LISTA-DISP
094000     CLOSE CLIENTE-MASTER
094100     CLOSE CLI-HIST-LOG
094200     CLOSE CLI-LISTA-HIT
094300     CLOSE RPT-LISTAS.
094400 9000-EXIT.
094500     EXIT.
094600
094700*****************************************************************
094800* 9100-ABEND-GRABACION - error de E/S; se corta el job          *
094900*      informando el cliente en curso                           *
095000*****************************************************************
095100 9100-ABEND-GRABACION.
095200     DISPLAY 'CLILST02 - ERROR DE E/S, CLI-ID='
095300         CLI-ID OF CLIENTE-MASTER-REG
095400         ' MASTER=' WS-CLI-STATUS ' CLILSTX=' WS-LSTX-STATUS
095500         ' CLILDSP=' WS-DSP-STATUS ' HIST=' WS-HIST-STATUS
095600         ' CLILHIT=' WS-HIT-STATUS
095700     PERFORM 9000-FINALIZAR THRU 9000-EXIT
095800     MOVE 16 TO RETURN-CODE
095900     GOBACK.
096000
096100*****************************************************************
096200* 9200-ABEND-APERTURA - error abriendo un archivo de entrada/   *
096300*      salida; se corta el job antes de tocar el maestro        *
096400*****************************************************************
096500 9200-ABEND-APERTURA.
096600     DISPLAY 'CLILST02 - ERROR ABRIENDO ARCHIVOS, STATUS CLILSTE='
096700         WS-LSTE-STATUS ' CLILSTX=' WS-LSTX-STATUS
096800         ' CLILDEC=' WS-DEC-STATUS ' CLILDSP=' WS-DSP-STATUS
096900         ' MASTER=' WS-CLI-STATUS ' HIST=' WS-HIST-STATUS
097000         ' CLILHIT=' WS-HIT-STATUS ' RPT=' WS-RPT-STATUS
097100     MOVE 16 TO RETURN-CODE
097200     GOBACK.
