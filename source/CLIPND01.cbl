000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIPND01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Barrido nocturno de los
001300*                     cambios pendientes de doble control: los
001400*                     que superan el plazo se informan y vencen.
001500*****************************************************************
001600* Barrido nocturno del archivo de cambios pendientes de doble
001700* control CLI-PENDIENTES (ver CLIPEND.cpy). Todo pendiente ('P')
001800* pedido hace mas de N dias se imprime en RPTPND para que el
001900* area lo vuelva a pedir si corresponde, y se marca vencido
002000* ('V', resuelto por CLIPND01 con fecha y hora del barrido): ya
002100* no se puede aprobar por CLIAPR01 y el cambio no se aplica.
002200*
002300* El plazo se toma del PARM 'DIAS=NNN' (sin PARM se asume 5) y
002400* la fecha limite se calcula restando los dias de a uno a la
002500* fecha del dia, con meses y anios bisiestos. Los pendientes
002600* dentro del plazo y los ya resueltos no se tocan.
002700*
002800* El archivo lo usa en linea la entrada FCT CLIPEND: debe estar
002900* cerrada en CICS mientras corre el barrido. Se graba el
003000* registro de corrida en CLIESTAD: 1 vencidos, 2 pendientes en
003100* plazo, 3 resueltos, 4 leidos.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CLI-PENDIENTES  ASSIGN TO CLIPEND
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE  IS SEQUENTIAL
004200         RECORD KEY   IS PEND-CLAVE
004300         FILE STATUS  IS WS-PND-STATUS.
004400
004500     SELECT RPT-PENDIENTES  ASSIGN TO RPTPND
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS  IS WS-RPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CLI-PENDIENTES
005200     LABEL RECORDS ARE STANDARD.
005300     COPY CLIPEND.
005400
005500 FD  RPT-PENDIENTES
005600     LABEL RECORDS ARE STANDARD.
005700 01  RPT-LINEA                 PIC X(132).
005800
005900 WORKING-STORAGE SECTION.
006000 77  WS-PND-STATUS             PIC X(02)      VALUE '00'.
006100 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
006200 77  WS-SW-EOF-PENDIENTE       PIC X(01)      VALUE 'N'.
006300     88  WS-EOF-PENDIENTE                     VALUE 'S'.
006400 77  WS-SW-BISIESTO            PIC X(01)      VALUE 'N'.
006500     88  WS-ES-BISIESTO                       VALUE 'S'.
006600
006700 77  WS-DIAS-PLAZO             PIC 9(03)       VALUE 5.
006800 77  WS-FECHA-HOY              PIC 9(08)       VALUE ZERO.
006900 77  WS-HORA-BARRIDO           PIC 9(08)       VALUE ZERO.
007000 77  WS-COCIENTE               PIC 9(04) COMP  VALUE ZERO.
007100 77  WS-RESTO-4                PIC 9(04) COMP  VALUE ZERO.
007200 77  WS-RESTO-100              PIC 9(04) COMP  VALUE ZERO.
007300 77  WS-RESTO-400              PIC 9(04) COMP  VALUE ZERO.
007400 77  WS-CONT-LEIDOS            PIC 9(09) COMP  VALUE ZERO.
007500 77  WS-CONT-VENCIDOS          PIC 9(09) COMP  VALUE ZERO.
007600 77  WS-CONT-EN-PLAZO          PIC 9(09) COMP  VALUE ZERO.
007700 77  WS-CONT-RESUELTOS         PIC 9(09) COMP  VALUE ZERO.
007800 77  WS-CONT-EDIT              PIC ZZZZZZZZ9.
007900
008000*****************************************************************
008100* Fecha limite: pendientes pedidos antes de esta fecha vencen.  *
008200*****************************************************************
008300 01  WS-FECHA-LIMITE           PIC 9(08)       VALUE ZERO.
008400 01  WS-FECHA-LIMITE-R REDEFINES WS-FECHA-LIMITE.
008500     05  WS-FL-ANIO            PIC 9(04).
008600     05  WS-FL-MES             PIC 9(02).
008700     05  WS-FL-DIA             PIC 9(02).
008800
008900 01  WS-TABLA-DIAS-MES.
009000     05  FILLER                PIC X(24)
009100                               VALUE '312831303130313130313031'.
009200 01  WS-TABLA-DIAS-MES-R REDEFINES WS-TABLA-DIAS-MES.
009300     05  WS-DIAS-MES           PIC 9(02) OCCURS 12 TIMES.
009400
009500 01  WS-LINEA-PENDIENTE.
009600     05  FILLER                PIC X(08) VALUE 'CLI-ID  '.
009700     05  DET-CLI-ID            PIC 9(10).
009800     05  FILLER                PIC X(08) VALUE ' PEDIDO '.
009900     05  DET-FECHA-PEDIDO      PIC 9(08).
010000     05  FILLER                PIC X(01) VALUE SPACE.
010100     05  DET-HORA-PEDIDO       PIC 9(08).
010200     05  FILLER                PIC X(04) VALUE ' OP '.
010300     05  DET-USUARIO-PEDIDO    PIC X(08).
010400     05  FILLER                PIC X(05) VALUE ' MOT '.
010500     05  DET-MOTIVO            PIC X(04).
010600     05  FILLER                PIC X(05) VALUE ' EST '.
010700     05  DET-ESTADO-ACTUAL     PIC X(01).
010800     05  FILLER                PIC X(02) VALUE '->'.
010900     05  DET-CLI-ESTADO        PIC X(01).
011000     05  FILLER                PIC X(08) VALUE ' NOMBRE '.
011100     05  DET-CLI-NOMBRE        PIC X(25).
011200     05  FILLER                PIC X(01) VALUE SPACE.
011300     05  DET-CLI-APELLIDO      PIC X(25).
011400
011500 COPY CLIESTPM.
011600
011700 LINKAGE SECTION.
011800 01  WS-PARM-JCL.
011900     05  WS-PARM-LONG          PIC S9(04) COMP.
012000     05  WS-PARM-TEXTO         PIC X(20).
012100
012200 PROCEDURE DIVISION USING WS-PARM-JCL.
012300*****************************************************************
012400* 0000-MAINLINE                                                 *
012500*****************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
012800     PERFORM 2000-PROCESAR-PENDIENTE THRU 2000-EXIT
012900         UNTIL WS-EOF-PENDIENTE
013000     PERFORM 7000-EMITIR-RESUMEN THRU 7000-EXIT
013100     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
013200     PERFORM 9000-FINALIZAR THRU 9000-EXIT
013300     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
013400     GOBACK.
013500
013600*****************************************************************
013700* 1000-INICIALIZAR - toma el plazo del PARM, calcula la fecha   *
013800*      limite y abre los archivos                               *
013900*****************************************************************
014000 1000-INICIALIZAR.
014100     IF WS-PARM-LONG >= 8 AND
014200        WS-PARM-TEXTO(1:5) = 'DIAS=' AND
014300        WS-PARM-TEXTO(6:3) IS NUMERIC
014400         MOVE WS-PARM-TEXTO(6:3) TO WS-DIAS-PLAZO
014500     END-IF
014600     ACCEPT WS-FECHA-HOY    FROM DATE YYYYMMDD
014700     ACCEPT WS-HORA-BARRIDO FROM TIME
014800     MOVE WS-FECHA-HOY TO WS-FECHA-LIMITE
014900     PERFORM 1100-RESTAR-UN-DIA THRU 1100-EXIT
015000         WS-DIAS-PLAZO TIMES
015100     OPEN I-O CLI-PENDIENTES
015200     IF WS-PND-STATUS NOT = '00'
015300         GO TO 9200-ABEND-APERTURA
015400     END-IF
015500     OPEN OUTPUT RPT-PENDIENTES
015600     IF WS-RPT-STATUS NOT = '00'
015700         GO TO 9200-ABEND-APERTURA
015800     END-IF
015900     MOVE SPACES TO RPT-LINEA
016000     STRING 'PENDIENTES DE DOBLE CONTROL VENCIDOS - '
016100                                     DELIMITED SIZE
016200         'PEDIDOS ANTES DEL '        DELIMITED SIZE
016300         WS-FECHA-LIMITE             DELIMITED SIZE
016400         INTO RPT-LINEA
016500     WRITE RPT-LINEA
016600     MOVE SPACES TO RPT-LINEA
016700     WRITE RPT-LINEA
016800     PERFORM 2100-LEER-PENDIENTE THRU 2100-EXIT.
016900 1000-EXIT.
017000     EXIT.
017100
017200*****************************************************************
017300* 1100-RESTAR-UN-DIA - fecha limite menos un dia                *
017400*****************************************************************
017500 1100-RESTAR-UN-DIA.
017600     IF WS-FL-DIA > 1
017700         SUBTRACT 1 FROM WS-FL-DIA
017800         GO TO 1100-EXIT
017900     END-IF
018000     IF WS-FL-MES = 1
018100         SUBTRACT 1 FROM WS-FL-ANIO
018200         MOVE 12 TO WS-FL-MES
018300         MOVE 31 TO WS-FL-DIA
018400         GO TO 1100-EXIT
018500     END-IF
018600     SUBTRACT 1 FROM WS-FL-MES
018700     MOVE WS-DIAS-MES (WS-FL-MES) TO WS-FL-DIA
018800     IF WS-FL-MES = 2
018900         PERFORM 1200-VERIFICAR-BISIESTO THRU 1200-EXIT
019000         IF WS-ES-BISIESTO
019100             MOVE 29 TO WS-FL-DIA
019200         END-IF
019300     END-IF.
019400 1100-EXIT.
019500     EXIT.
019600
019700*****************************************************************
019800* 1200-VERIFICAR-BISIESTO - anio de la fecha limite             *
019900*****************************************************************
020000 1200-VERIFICAR-BISIESTO.
020100     MOVE 'N' TO WS-SW-BISIESTO
020200     DIVIDE WS-FL-ANIO BY 4   GIVING WS-COCIENTE
020300         REMAINDER WS-RESTO-4
020400     DIVIDE WS-FL-ANIO BY 100 GIVING WS-COCIENTE
020500         REMAINDER WS-RESTO-100
020600     DIVIDE WS-FL-ANIO BY 400 GIVING WS-COCIENTE
020700         REMAINDER WS-RESTO-400
020800     IF WS-RESTO-4 = ZERO AND
020900        (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
021000         SET WS-ES-BISIESTO TO TRUE
021100     END-IF.
021200 1200-EXIT.
021300     EXIT.
021400
021500*****************************************************************
021600* 2000-PROCESAR-PENDIENTE - un pendiente fuera de plazo se      *
021700*      informa y vence; lee el siguiente                        *
021800*****************************************************************
021900 2000-PROCESAR-PENDIENTE.
022000     ADD 1 TO WS-CONT-LEIDOS
022100     EVALUATE TRUE
022200         WHEN NOT PEND-PENDIENTE
022300             ADD 1 TO WS-CONT-RESUELTOS
022400         WHEN PEND-FECHA-PEDIDO < WS-FECHA-LIMITE
022500             PERFORM 3000-VENCER-PENDIENTE THRU 3000-EXIT
022600         WHEN OTHER
022700             ADD 1 TO WS-CONT-EN-PLAZO
022800     END-EVALUATE
022900     PERFORM 2100-LEER-PENDIENTE THRU 2100-EXIT.
023000 2000-EXIT.
023100     EXIT.
023200
023300*****************************************************************
023400* 2100-LEER-PENDIENTE                                           *
023500*****************************************************************
023600 2100-LEER-PENDIENTE.
023700     READ CLI-PENDIENTES NEXT RECORD
023800         AT END
023900             SET WS-EOF-PENDIENTE TO TRUE
024000     END-READ.
024100 2100-EXIT.
024200     EXIT.
024300
024400*****************************************************************
024500* 3000-VENCER-PENDIENTE - imprime el pendiente y lo reescribe   *
024600*      vencido por el barrido                                   *
024700*****************************************************************
024800 3000-VENCER-PENDIENTE.
024900     ADD 1 TO WS-CONT-VENCIDOS
025000     MOVE PEND-CLI-ID           TO DET-CLI-ID
025100     MOVE PEND-FECHA-PEDIDO     TO DET-FECHA-PEDIDO
025200     MOVE PEND-HORA-PEDIDO      TO DET-HORA-PEDIDO
025300     MOVE PEND-USUARIO-PEDIDO   TO DET-USUARIO-PEDIDO
025400     MOVE PEND-MOTIVO           TO DET-MOTIVO
025500     MOVE PEND-ESTADO-ACTUAL    TO DET-ESTADO-ACTUAL
025600     MOVE PEND-CLI-ESTADO       TO DET-CLI-ESTADO
025700     MOVE PEND-CLI-NOMBRE       TO DET-CLI-NOMBRE
025800     MOVE PEND-CLI-APELLIDO     TO DET-CLI-APELLIDO
025900     MOVE SPACES TO RPT-LINEA
026000     MOVE WS-LINEA-PENDIENTE TO RPT-LINEA
026100     WRITE RPT-LINEA
026200     SET PEND-VENCIDO TO TRUE
026300     MOVE 'CLIPND01'            TO PEND-USUARIO-RESUELVE
026400     MOVE WS-FECHA-HOY          TO PEND-FECHA-RESOLUCION
026500     MOVE WS-HORA-BARRIDO       TO PEND-HORA-RESOLUCION
026600     MOVE 'VENCIDO SIN APROBACION EN PLAZO'
026700                                TO PEND-MOTIVO-RESOLUCION
026800     REWRITE CLI-PEND-REG
026900     IF WS-PND-STATUS NOT = '00'
027000         GO TO 9100-ABEND-ESCRITURA
027100     END-IF.
027200 3000-EXIT.
027300     EXIT.
027400
027500*****************************************************************
027600* 7000-EMITIR-RESUMEN - totales del barrido en el reporte       *
027700*****************************************************************
027800 7000-EMITIR-RESUMEN.
027900     MOVE SPACES TO RPT-LINEA
028000     WRITE RPT-LINEA
028100     MOVE SPACES TO RPT-LINEA
028200     MOVE WS-CONT-VENCIDOS TO WS-CONT-EDIT
028300     STRING 'PENDIENTES VENCIDOS.........: ' DELIMITED SIZE
028400         WS-CONT-EDIT                  DELIMITED SIZE
028500         INTO RPT-LINEA
028600     WRITE RPT-LINEA
028700     MOVE SPACES TO RPT-LINEA
028800     MOVE WS-CONT-EN-PLAZO TO WS-CONT-EDIT
028900     STRING 'PENDIENTES EN PLAZO.........: ' DELIMITED SIZE
029000         WS-CONT-EDIT                  DELIMITED SIZE
029100         INTO RPT-LINEA
029200     WRITE RPT-LINEA.
029300 7000-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* 8000-EMITIR-TOTALES                                           *
029800*****************************************************************
029900 8000-EMITIR-TOTALES.
030000     MOVE WS-CONT-LEIDOS TO WS-CONT-EDIT
030100     DISPLAY 'CLIPND01 - REGISTROS LEIDOS....: ' WS-CONT-EDIT
030200     MOVE WS-CONT-VENCIDOS TO WS-CONT-EDIT
030300     DISPLAY 'CLIPND01 - VENCIDOS............: ' WS-CONT-EDIT
030400     MOVE WS-CONT-EN-PLAZO TO WS-CONT-EDIT
030500     DISPLAY 'CLIPND01 - PENDIENTES EN PLAZO.: ' WS-CONT-EDIT
030600     MOVE WS-CONT-RESUELTOS TO WS-CONT-EDIT
030700     DISPLAY 'CLIPND01 - YA RESUELTOS........: ' WS-CONT-EDIT.
030800 8000-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200* 8500-GRABAR-ESTADISTICA - registro de corrida en el archivo   *
031300*      central CLIESTAD, para el balanceo matutino (CLIBAL01)   *
031400*****************************************************************
031500 8500-GRABAR-ESTADISTICA.
031600     MOVE 'CLIPND01'           TO CLIEST-PROGRAMA
031700     MOVE ZERO                 TO CLIEST-FECHA-PROCESO
031800     MOVE WS-CONT-VENCIDOS     TO CLIEST-CANT-1
031900     MOVE WS-CONT-EN-PLAZO     TO CLIEST-CANT-2
032000     MOVE WS-CONT-RESUELTOS    TO CLIEST-CANT-3
032100     MOVE WS-CONT-LEIDOS       TO CLIEST-CANT-4
032200     MOVE ZERO                 TO CLIEST-COD-RETORNO-JOB
032300     CALL 'CLIEST01' USING CLIEST-CONTROL.
032400 8500-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800* 9000-FINALIZAR                                                *
032900*****************************************************************
033000 9000-FINALIZAR.
033100     CLOSE CLI-PENDIENTES
033200     CLOSE RPT-PENDIENTES.
033300 9000-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700* 9100-ABEND-ESCRITURA - error reescribiendo un pendiente; se   *
033800*      corta el job (los ya vencidos quedan vencidos)           *
033900*****************************************************************
034000 9100-ABEND-ESCRITURA.
034100     DISPLAY 'CLIPND01 - ERROR REESCRIBIENDO PENDIENTE, STATUS='
034200         WS-PND-STATUS ' CLI-ID=' PEND-CLI-ID
034300     CLOSE CLI-PENDIENTES
034400     CLOSE RPT-PENDIENTES
034500     MOVE 16 TO RETURN-CODE
034600     GOBACK.
034700
034800*****************************************************************
034900* 9200-ABEND-APERTURA - error abriendo un archivo de entrada/   *
035000*      salida; se corta el job antes de leer o grabar nada      *
035100*****************************************************************
035200 9200-ABEND-APERTURA.
035300     DISPLAY 'CLIPND01 - ERROR ABRIENDO ARCHIVOS, STATUS PEND='
035400         WS-PND-STATUS ' RPTPND=' WS-RPT-STATUS
035500     MOVE 16 TO RETURN-CODE
035600     GOBACK.
