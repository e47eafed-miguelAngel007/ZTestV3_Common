001394*                     cadena (CLIGTE01): no arranca si el
001396*                     resto de la cadena no termino limpio
001398*                     para la fecha.
001400* 2026-10-15  EAD     Nombre de la sucursal y corte por region
001410*                     tomados del maestro de sucursales, con
001420*                     subtotal por region.
001430* 2026-10-15  EAD     Columna de clientes retenidos por listas
001440*                     (CLI-ESTADO 'R') en detalle, subtotales y
001450*                     total; el total va al contador 4 de
001460*                     CLIESTAD.
001470*****************************************************************
001500* Recorre el maestro CLIENTE-MASTER, ordena por region,
001600* CLI-SUCURSAL y CLI-SEGMENTO, e imprime cantidades de clientes
001700* activos, inactivos, suspendidos y retenidos por listas
001750* (CLI-ESTADO 'R') por combinacion sucursal/segmento, con
001800* subtotal por sucursal, subtotal por region y
001810* total general. El nombre y la region de cada sucursal salen
001820* del maestro de sucursales; una sucursal que no figura en el
001830* se imprime con region '****' para que se corrija el cliente.
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003400     SELECT RPT-SUCURSAL     ASSIGN TO RPTSUCU
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS  IS WS-RPT-STATUS.
003610
003620     SELECT SUCURSAL-MASTER ASSIGN TO CLISUCM
003630         ORGANIZATION IS INDEXED
003640         ACCESS MODE  IS RANDOM
003650         RECORD KEY   IS SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
003660         FILE STATUS  IS WS-SUC-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004300
004400 SD  WORK-SORT.
004500 01  SD-CLIENTE-REG.
004550     05  SD-REGION             PIC X(04).
004600     05  SD-SUCURSAL           PIC X(04).
004700     05  SD-SEGMENTO           PIC X(01).
004800     05  SD-ESTADO             PIC X(01).
004810     05  SD-NOMBRE-SUC         PIC X(30).
004900
005000 FD  RPT-SUCURSAL
005100     LABEL RECORDS ARE STANDARD.
005200 01  RPT-LINEA                 PIC X(132).
005210
005220 FD  SUCURSAL-MASTER
005230     LABEL RECORDS ARE STANDARD.
005240     COPY CLISMFD.
005300
005400 WORKING-STORAGE SECTION.
005500 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
005600     88  WS-CLI-OK                            VALUE '00'.
005700 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
005710 77  WS-SUC-STATUS             PIC X(02)      VALUE '00'.
005720     88  WS-SUC-OK                            VALUE '00'.
005800 77  WS-SW-EOF-CLIENTE         PIC X(01)      VALUE 'N'.
005900     88  WS-EOF-CLIENTE                       VALUE 'S'.
006000 77  WS-SW-EOF-SORT            PIC X(01)      VALUE 'N'.
006400
006500 77  WS-SUCURSAL-ANT           PIC X(04)      VALUE LOW-VALUES.
006600 77  WS-SEGMENTO-ANT           PIC X(01)      VALUE LOW-VALUES.
006610 77  WS-REGION-ANT             PIC X(04)      VALUE LOW-VALUES.
006620 77  WS-NOMBRE-SUC-ANT         PIC X(30)      VALUE SPACES.
006700
006800 77  WS-CNT-ACT                PIC 9(07) COMP  VALUE ZERO.
006900 77  WS-CNT-INA                PIC 9(07) COMP  VALUE ZERO.
007000 77  WS-CNT-SUS                PIC 9(07) COMP  VALUE ZERO.
007050 77  WS-CNT-RET                PIC 9(07) COMP  VALUE ZERO.
007100 77  WS-SUC-ACT                PIC 9(07) COMP  VALUE ZERO.
007200 77  WS-SUC-INA                PIC 9(07) COMP  VALUE ZERO.
007300 77  WS-SUC-SUS                PIC 9(07) COMP  VALUE ZERO.
007305 77  WS-SUC-RET                PIC 9(07) COMP  VALUE ZERO.
007310 77  WS-REG-ACT                PIC 9(07) COMP  VALUE ZERO.
007320 77  WS-REG-INA                PIC 9(07) COMP  VALUE ZERO.
007330 77  WS-REG-SUS                PIC 9(07) COMP  VALUE ZERO.
007340 77  WS-REG-RET                PIC 9(07) COMP  VALUE ZERO.
007400 77  WS-TOT-ACT                PIC 9(07) COMP  VALUE ZERO.
007500 77  WS-TOT-INA                PIC 9(07) COMP  VALUE ZERO.
007600 77  WS-TOT-SUS                PIC 9(07) COMP  VALUE ZERO.
007650 77  WS-TOT-RET                PIC 9(07) COMP  VALUE ZERO.
007700 77  WS-CONT-EDIT              PIC ZZZZZZ9.
007710 77  WS-FECHA-PROCESO          PIC 9(08)       VALUE ZERO.
007800
007900 01  WS-LINEA-DETALLE.
008000     05  FILLER                PIC X(10) VALUE 'SUCURSAL '.
008100     05  DET-SUCURSAL          PIC X(04).
008110     05  FILLER                PIC X(01) VALUE SPACE.
008120     05  DET-NOMBRE-SUC        PIC X(30).
008200     05  FILLER                PIC X(11) VALUE ' SEGMENTO '.
008300     05  DET-SEGMENTO          PIC X(01).
008400     05  FILLER                PIC X(08) VALUE ' ACT:   '.
008700     05  DET-INA               PIC ZZZZZZ9.
008800     05  FILLER                PIC X(08) VALUE ' SUS:   '.
008900     05  DET-SUS               PIC ZZZZZZ9.
008910     05  FILLER                PIC X(08) VALUE ' RET:   '.
008920     05  DET-RET               PIC ZZZZZZ9.
009000
009100 01  WS-LINEA-SUBTOTAL.
009200     05  FILLER                PIC X(15) VALUE
009300         'SUBTOTAL SUC. '.
009400     05  SUB-SUCURSAL          PIC X(04).
009410     05  FILLER                PIC X(01) VALUE SPACE.
009420     05  SUB-NOMBRE-SUC        PIC X(30).
009500     05  FILLER                PIC X(08) VALUE ' ACT:   '.
009600     05  SUB-ACT               PIC ZZZZZZ9.
009700     05  FILLER                PIC X(08) VALUE ' INA:   '.
009800     05  SUB-INA               PIC ZZZZZZ9.
009900     05  FILLER                PIC X(08) VALUE ' SUS:   '.
010000     05  SUB-SUS               PIC ZZZZZZ9.
010004     05  FILLER                PIC X(08) VALUE ' RET:   '.
010008     05  SUB-RET               PIC ZZZZZZ9.
010010
010020 01  WS-LINEA-SUBTOTAL-REGION.
010030     05  FILLER                PIC X(15) VALUE
010040         'SUBTOTAL REG. '.
010050     05  SRG-REGION            PIC X(04).
010060     05  FILLER                PIC X(31) VALUE SPACES.
010070     05  FILLER                PIC X(08) VALUE ' ACT:   '.
010080     05  SRG-ACT               PIC ZZZZZZ9.
010090     05  FILLER                PIC X(08) VALUE ' INA:   '.
010091     05  SRG-INA               PIC ZZZZZZ9.
010092     05  FILLER                PIC X(08) VALUE ' SUS:   '.
010093     05  SRG-SUS               PIC ZZZZZZ9.
010094     05  FILLER                PIC X(08) VALUE ' RET:   '.
010095     05  SRG-RET               PIC ZZZZZZ9.
010100
010110 COPY CLIESTPM.
010120 COPY CLIGTEPM.
010920         GO TO 9100-ABEND-APERTURA
010930     END-IF
011000     SORT WORK-SORT
011100         ON ASCENDING KEY SD-REGION SD-SUCURSAL SD-SEGMENTO
011200         INPUT PROCEDURE  1000-ALIMENTAR-SORT
011300         OUTPUT PROCEDURE 2000-PROCESAR-ORDENADOS
011400     CLOSE RPT-SUCURSAL
011600
011700*****************************************************************
011800* 1000-ALIMENTAR-SORT - lee el maestro y libera cada cliente    *
011900*                       al archivo de trabajo del SORT, con la  *
011910*                       region y el nombre de su sucursal       *
012000*****************************************************************
012100 1000-ALIMENTAR-SORT.
012200     OPEN INPUT CLIENTE-MASTER
012210     IF WS-CLI-STATUS NOT = '00'
012220         GO TO 9100-ABEND-APERTURA
012230     END-IF
012240     OPEN INPUT SUCURSAL-MASTER
012250     IF WS-SUC-STATUS NOT = '00'
012260         GO TO 9100-ABEND-APERTURA
012270     END-IF
012280     MOVE LOW-VALUES TO SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
012300     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT
012400     PERFORM 1200-LIBERAR-CLIENTE THRU 1200-EXIT
012500         UNTIL WS-EOF-CLIENTE
012600     CLOSE CLIENTE-MASTER
012610     CLOSE SUCURSAL-MASTER.
012700
012800*****************************************************************
012900* 1100-LEER-CLIENTE                                             *
014400     MOVE CLI-SUCURSAL OF CLIENTE-MASTER-REG TO SD-SUCURSAL
014500     MOVE CLI-SEGMENTO OF CLIENTE-MASTER-REG TO SD-SEGMENTO
014600     MOVE CLI-ESTADO   OF CLIENTE-MASTER-REG TO SD-ESTADO
014610     PERFORM 1300-BUSCAR-SUCURSAL THRU 1300-EXIT
014700     RELEASE SD-CLIENTE-REG.
014710 1200-SIGUIENTE.
014800     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT.
014900 1200-EXIT.
015000     EXIT.
015010
015020*****************************************************************
015030* 1300-BUSCAR-SUCURSAL - region y nombre de la sucursal del     *
015040*      cliente; la lectura se saltea si la sucursal es la misma *
015050*      del cliente anterior. Una sucursal que no figura en el   *
015060*      maestro va con region '****' para que salte a la vista   *
015070*****************************************************************
015080 1300-BUSCAR-SUCURSAL.
015090     IF WS-SUC-OK AND
015091        SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG = SD-SUCURSAL
015092         GO TO 1300-ASIGNAR
015093     END-IF
015094     MOVE SD-SUCURSAL TO SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
015095     READ SUCURSAL-MASTER
015096         INVALID KEY
015097             CONTINUE
015098     END-READ.
015099 1300-ASIGNAR.
015101     IF WS-SUC-OK
015102         MOVE SUC-REGION OF CLI-SUCURSAL-REG TO SD-REGION
015103         MOVE SUC-NOMBRE OF CLI-SUCURSAL-REG TO SD-NOMBRE-SUC
015104     ELSE
015105         MOVE '****'                  TO SD-REGION
015106         MOVE 'SUCURSAL NO REGISTRADA' TO SD-NOMBRE-SUC
015107     END-IF.
015108 1300-EXIT.
015109     EXIT.
015110
015200*****************************************************************
015300* 2000-PROCESAR-ORDENADOS - control break por sucursal/segmento *
015400*****************************************************************
015900     IF NOT WS-ES-PRIMER-REGISTRO
016000         PERFORM 4000-IMPRIMIR-DETALLE THRU 4000-EXIT
016100         PERFORM 4100-IMPRIMIR-SUBTOTAL THRU 4100-EXIT
016150         PERFORM 4150-IMPRIMIR-SUBTOTAL-REGION THRU 4150-EXIT
016200     END-IF
016300     PERFORM 4200-IMPRIMIR-TOTAL-GENERAL THRU 4200-EXIT.
016400
017900*****************************************************************
018000 2200-ACUMULAR.
018100     IF WS-ES-PRIMER-REGISTRO
018150         MOVE SD-REGION   TO WS-REGION-ANT
018200         MOVE SD-SUCURSAL TO WS-SUCURSAL-ANT
018250         MOVE SD-NOMBRE-SUC TO WS-NOMBRE-SUC-ANT
018300         MOVE SD-SEGMENTO TO WS-SEGMENTO-ANT
018400         MOVE 'N' TO WS-SW-PRIMER-REGISTRO
018500     END-IF
018510     EVALUATE TRUE
018520         WHEN SD-REGION NOT = WS-REGION-ANT
018530             PERFORM 4000-IMPRIMIR-DETALLE THRU 4000-EXIT
018540             PERFORM 4100-IMPRIMIR-SUBTOTAL THRU 4100-EXIT
018550             PERFORM 4150-IMPRIMIR-SUBTOTAL-REGION
018560                 THRU 4150-EXIT
018570             MOVE SD-REGION   TO WS-REGION-ANT
018580             MOVE SD-SUCURSAL TO WS-SUCURSAL-ANT
018590             MOVE SD-NOMBRE-SUC TO WS-NOMBRE-SUC-ANT
018595             MOVE SD-SEGMENTO TO WS-SEGMENTO-ANT
018600         WHEN SD-SUCURSAL NOT = WS-SUCURSAL-ANT
018700             PERFORM 4000-IMPRIMIR-DETALLE THRU 4000-EXIT
018800             PERFORM 4100-IMPRIMIR-SUBTOTAL THRU 4100-EXIT
018900             MOVE SD-SUCURSAL TO WS-SUCURSAL-ANT
018950             MOVE SD-NOMBRE-SUC TO WS-NOMBRE-SUC-ANT
019000             MOVE SD-SEGMENTO TO WS-SEGMENTO-ANT
019200         WHEN SD-SEGMENTO NOT = WS-SEGMENTO-ANT
019300             PERFORM 4000-IMPRIMIR-DETALLE THRU 4000-EXIT
019400             MOVE SD-SEGMENTO TO WS-SEGMENTO-ANT
019600     END-EVALUATE
019700     PERFORM 3000-SUMAR-ESTADO THRU 3000-EXIT
019800     PERFORM 2100-DEVOLVER-ORDENADO THRU 2100-EXIT.
019900 2200-EXIT.
020100
020200*****************************************************************
020300* 3000-SUMAR-ESTADO - suma el registro actual a los contadores  *
020400*                     de combinacion, sucursal, region y total  *
020410*                     general                                   *
020500*****************************************************************
020600 3000-SUMAR-ESTADO.
020700     EVALUATE SD-ESTADO
020800         WHEN 'A'
020900             ADD 1 TO WS-CNT-ACT WS-SUC-ACT WS-REG-ACT
020950                      WS-TOT-ACT
021000         WHEN 'I'
021100             ADD 1 TO WS-CNT-INA WS-SUC-INA WS-REG-INA
021150                      WS-TOT-INA
021200         WHEN 'S'
021300             ADD 1 TO WS-CNT-SUS WS-SUC-SUS WS-REG-SUS
021350                      WS-TOT-SUS
021360         WHEN 'R'
021370             ADD 1 TO WS-CNT-RET WS-SUC-RET WS-REG-RET
021380                      WS-TOT-RET
021400     END-EVALUATE.
021500 3000-EXIT.
021600     EXIT.
022100*****************************************************************
022200 4000-IMPRIMIR-DETALLE.
022300     MOVE WS-SUCURSAL-ANT TO DET-SUCURSAL
022350     MOVE WS-NOMBRE-SUC-ANT TO DET-NOMBRE-SUC
022400     MOVE WS-SEGMENTO-ANT TO DET-SEGMENTO
022500     MOVE WS-CNT-ACT      TO DET-ACT
022600     MOVE WS-CNT-INA      TO DET-INA
022700     MOVE WS-CNT-SUS      TO DET-SUS
022750     MOVE WS-CNT-RET      TO DET-RET
022800     MOVE SPACES          TO RPT-LINEA
022900     MOVE WS-LINEA-DETALLE TO RPT-LINEA
023000     WRITE RPT-LINEA
023100     MOVE ZERO TO WS-CNT-ACT WS-CNT-INA WS-CNT-SUS
023150                  WS-CNT-RET.
023200 4000-EXIT.
023300     EXIT.
023400
023800*****************************************************************
023900 4100-IMPRIMIR-SUBTOTAL.
024000     MOVE WS-SUCURSAL-ANT TO SUB-SUCURSAL
024050     MOVE WS-NOMBRE-SUC-ANT TO SUB-NOMBRE-SUC
024100     MOVE WS-SUC-ACT      TO SUB-ACT
024200     MOVE WS-SUC-INA      TO SUB-INA
024300     MOVE WS-SUC-SUS      TO SUB-SUS
024350     MOVE WS-SUC-RET      TO SUB-RET
024400     MOVE SPACES          TO RPT-LINEA
024500     MOVE WS-LINEA-SUBTOTAL TO RPT-LINEA
024600     WRITE RPT-LINEA
024700     MOVE SPACES TO RPT-LINEA
024800     WRITE RPT-LINEA
024900     MOVE ZERO TO WS-SUC-ACT WS-SUC-INA WS-SUC-SUS
024950                  WS-SUC-RET.
025000 4100-EXIT.
025100     EXIT.
025104
025108*****************************************************************
025112* 4150-IMPRIMIR-SUBTOTAL-REGION - imprime y resetea el subtotal *
025116*                          de la region en curso                *
025120*****************************************************************
025124 4150-IMPRIMIR-SUBTOTAL-REGION.
025128     MOVE WS-REGION-ANT   TO SRG-REGION
025132     MOVE WS-REG-ACT      TO SRG-ACT
025136     MOVE WS-REG-INA      TO SRG-INA
025140     MOVE WS-REG-SUS      TO SRG-SUS
025144     MOVE WS-REG-RET      TO SRG-RET
025148     MOVE SPACES          TO RPT-LINEA
025152     MOVE WS-LINEA-SUBTOTAL-REGION TO RPT-LINEA
025156     WRITE RPT-LINEA
025160     MOVE SPACES TO RPT-LINEA
025164     WRITE RPT-LINEA
025168     MOVE ZERO TO WS-REG-ACT WS-REG-INA WS-REG-SUS
025172                  WS-REG-RET.
025176 4150-EXIT.
025180     EXIT.
025200
025300*****************************************************************
025400* 4200-IMPRIMIR-TOTAL-GENERAL                                   *
027100     STRING 'TOTAL GENERAL SUSPENDIDOS...: ' DELIMITED SIZE
027200         WS-CONT-EDIT                 DELIMITED SIZE
027300         INTO RPT-LINEA
027400     WRITE RPT-LINEA
027410     MOVE SPACES TO RPT-LINEA
027420     MOVE WS-TOT-RET TO WS-CONT-EDIT
027430     STRING 'TOTAL GENERAL RETENIDOS.....: ' DELIMITED SIZE
027440         WS-CONT-EDIT                 DELIMITED SIZE
027450         INTO RPT-LINEA
027460     WRITE RPT-LINEA.
027500 4200-EXIT.
027600     EXIT.
027602
027611     MOVE WS-TOT-ACT   TO CLIEST-CANT-1
027612     MOVE WS-TOT-INA   TO CLIEST-CANT-2
027613     MOVE WS-TOT-SUS   TO CLIEST-CANT-3
027614     MOVE WS-TOT-RET   TO CLIEST-CANT-4
027615     MOVE ZERO         TO CLIEST-COD-RETORNO-JOB
027616     CALL 'CLIEST01' USING CLIEST-CONTROL.
027617 8500-EXIT.
027660 9100-ABEND-APERTURA.
027670     DISPLAY 'CLIRPT02 - ERROR ABRIENDO ARCHIVOS, STATUS MASTER='
027680         WS-CLI-STATUS ' RPT-SUCURSAL=' WS-RPT-STATUS
027681         ' CLISUCM=' WS-SUC-STATUS
027682     MOVE 16 TO CLIGTE-COD-RETORNO-JOB
027684     PERFORM 8600-CERRAR-COMPUERTA THRU 8600-EXIT
027690     MOVE 16 TO RETURN-CODE
