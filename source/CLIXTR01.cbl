001460*                     CLIPSTA; la respuesta del regulador la
001470*                     procesa CLIXTR02 (aceptada/observada y
001480*                     re-presentacion de los observados).
001490* 2026-10-15  EAD     RPTREGX cierra con el resumen de deudores
001491*                     reportados por sucursal, con el nombre de
001492*                     la sucursal y subtotal por region tomados
001493*                     del maestro de sucursales.
001500*****************************************************************
001600* Extracto regulatorio mensual de clasificacion de deudores.
001700* Recorre el maestro CLIENTE-MASTER y, por cada cliente
003100* control de la transmision. Los clientes con documento no
003200* reportable (DNI u otro) se listan en RPTREGX con su motivo,
003300* para respaldo de lo excluido de la presentacion. Los dados
003400* de baja logica no se informan. Al final de RPTREGX se emite
003410* el resumen de deudores reportados por sucursal (nombre y
003420* region del maestro de sucursales, ordenado por region, con
003430* subtotal por region y total), para que cada region concilie
003440* su parte de la presentacion; los deudores de una sucursal que
003450* no figura en el maestro se agrupan bajo la region '****'.
003500*
003600* PARM: 'ENTIDAD=NNNNN' (obligatorio, el codigo de entidad
003700* asignado por el regulador; sin el, la corrida se rechaza con
005820     SELECT CLI-PRESENT-STATUS ASSIGN TO CLIPSTA
005830         ORGANIZATION IS SEQUENTIAL
005840         FILE STATUS  IS WS-PSTA-STATUS.
005850
005860     SELECT SUCURSAL-MASTER ASSIGN TO CLISUCM
005870         ORGANIZATION IS INDEXED
005880         ACCESS MODE  IS SEQUENTIAL
005890         RECORD KEY   IS SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
005891         FILE STATUS  IS WS-SUC-STATUS.
005892
005893     SELECT WORK-RES-SORT   ASSIGN TO SORTWK01.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
007220 FD  CLI-PRESENT-STATUS
007230     LABEL RECORDS ARE STANDARD.
007240     COPY CLIPSTA.
007250
007260 FD  SUCURSAL-MASTER
007270     LABEL RECORDS ARE STANDARD.
007280     COPY CLISMFD.
007290
007291 SD  WORK-RES-SORT.
007292 01  SD-RESUMEN-REG.
007293     05  SD-REGION             PIC X(04).
007294     05  SD-SUCURSAL           PIC X(04).
007295     05  SD-NOMBRE-SUC         PIC X(30).
007296     05  SD-DEUDORES           PIC 9(09).
007300
007400 WORKING-STORAGE SECTION.
007500 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
007810 77  WS-PSTA-STATUS            PIC X(02)      VALUE '00'.
007900 77  WS-SW-EOF-CLIENTE         PIC X(01)      VALUE 'N'.
008000     88  WS-EOF-CLIENTE                       VALUE 'S'.
008010 77  WS-SUC-STATUS             PIC X(02)      VALUE '00'.
008020 77  WS-SW-EOF-SUCURSAL        PIC X(01)      VALUE 'N'.
008030     88  WS-EOF-SUCURSAL                      VALUE 'S'.
008040 77  WS-SW-EOF-SORT            PIC X(01)      VALUE 'N'.
008050     88  WS-EOF-SORT                          VALUE 'S'.
008060 77  WS-SW-PRIMER-REGISTRO     PIC X(01)      VALUE 'S'.
008070     88  WS-ES-PRIMER-REGISTRO                VALUE 'S'.
008100
008200*****************************************************************
008300* Codigo de entidad asignado por el regulador; llega por el     *
009100 77  WS-CONT-LEIDOS            PIC 9(09) COMP  VALUE ZERO.
009200 77  WS-CONT-REPORTADOS        PIC 9(09) COMP  VALUE ZERO.
009300 77  WS-CONT-EXCLUIDOS         PIC 9(09) COMP  VALUE ZERO.
009310 77  WS-CONT-SIN-SUCURSAL      PIC 9(09) COMP  VALUE ZERO.
009320 77  WS-CANT-SUCURSALES        PIC 9(03) COMP  VALUE ZERO.
009330 77  WS-IND                    PIC 9(03) COMP  VALUE ZERO.
009340 77  WS-IND-SUC                PIC 9(03) COMP  VALUE ZERO.
009350 77  WS-REGION-ANT             PIC X(04)      VALUE LOW-VALUES.
009360 77  WS-REG-DEUDORES           PIC 9(09) COMP  VALUE ZERO.
009400 77  WS-CONT-EDIT              PIC ZZZZZZZZ9.
009500
009600 01  WS-LINEA-EXCLUIDO.
010300         ' TIPO DE DOCUMENTO NO REPORTAB'.
010400     05  FILLER                PIC X(02) VALUE 'LE'.
010500
010502
010504*****************************************************************
010506* Sucursales del maestro, en orden de codigo, con la cantidad   *
010508* de deudores reportados de cada una para el resumen.           *
010510*****************************************************************
010512 01  WS-TABLA-SUCURSALES.
010514     05  WS-SUC-ENT OCCURS 500 TIMES.
010516         10  WS-SUC-CODIGO         PIC X(04).
010518         10  WS-SUC-REGION         PIC X(04).
010520         10  WS-SUC-NOMBRE         PIC X(30).
010522         10  WS-SUC-DEUDORES       PIC 9(09).
010524
010526 01  WS-LINEA-RES-TITULO.
010528     05  FILLER                PIC X(33) VALUE
010530         'DEUDORES REPORTADOS POR SUCURSAL'.
010532
010534 01  WS-LINEA-RES-SUCURSAL.
010536     05  FILLER                PIC X(09) VALUE 'SUCURSAL '.
010538     05  RES-SUCURSAL          PIC X(04).
010540     05  FILLER                PIC X(01) VALUE SPACE.
010542     05  RES-NOMBRE-SUC        PIC X(30).
010544     05  FILLER                PIC X(08) VALUE ' REGION '.
010546     05  RES-REGION            PIC X(04).
010548     05  FILLER                PIC X(11) VALUE ' DEUDORES  '.
010550     05  RES-DEUDORES          PIC ZZZZZZZZ9.
010552
010554 01  WS-LINEA-RES-REGION.
010556     05  FILLER                PIC X(15) VALUE
010558         'SUBTOTAL REG. '.
010560     05  RRG-REGION            PIC X(04).
010562     05  FILLER                PIC X(42) VALUE SPACES.
010564     05  FILLER                PIC X(11) VALUE ' DEUDORES  '.
010566     05  RRG-DEUDORES          PIC ZZZZZZZZ9.
010568
010600 COPY CLIESTPM.
010700
010800 LINKAGE SECTION.
011900     PERFORM 2000-PROCESAR-CLIENTE THRU 2000-EXIT
012000         UNTIL WS-EOF-CLIENTE
012100     PERFORM 7000-EMITIR-TRAILER THRU 7000-EXIT
012110     PERFORM 7200-EMITIR-RESUMEN THRU 7200-EXIT
012150     PERFORM 7500-GRABAR-ESTADO-ENVIADA THRU 7500-EXIT
012200     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
012300     PERFORM 9000-FINALIZAR THRU 9000-EXIT
014000     IF WS-CLI-STATUS NOT = '00'
014100         GO TO 9200-ABEND-APERTURA
014200     END-IF
014210     PERFORM 1100-CARGAR-SUCURSALES THRU 1100-EXIT
014300     OPEN OUTPUT REG-INFORME
014400     IF WS-REG-STATUS NOT = '00'
014500         GO TO 9200-ABEND-APERTURA
015600     PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT.
015700 1000-EXIT.
015800     EXIT.
015810
015820*****************************************************************
015830* 1100-CARGAR-SUCURSALES - carga la tabla de sucursales del     *
015840*      maestro de sucursales para el resumen por region; un     *
015850*      maestro mayor que la tabla rechaza la corrida antes de   *
015860*      generar nada                                             *
015870*****************************************************************
015880 1100-CARGAR-SUCURSALES.
015890     OPEN INPUT SUCURSAL-MASTER
015891     IF WS-SUC-STATUS NOT = '00'
015892         GO TO 9200-ABEND-APERTURA
015893     END-IF
015894     PERFORM 1150-LEER-SUCURSAL THRU 1150-EXIT
015895     PERFORM 1200-AGREGAR-SUCURSAL THRU 1200-EXIT
015896         UNTIL WS-EOF-SUCURSAL
015897     CLOSE SUCURSAL-MASTER.
015898 1100-EXIT.
015899     EXIT.
015901
015902*****************************************************************
015903* 1150-LEER-SUCURSAL                                            *
015904*****************************************************************
015905 1150-LEER-SUCURSAL.
015906     READ SUCURSAL-MASTER NEXT RECORD
015907         AT END
015908             SET WS-EOF-SUCURSAL TO TRUE
015909     END-READ.
015910 1150-EXIT.
015911     EXIT.
015912
015913*****************************************************************
015914* 1200-AGREGAR-SUCURSAL - suma la sucursal a la tabla y lee la  *
015915*      siguiente                                                *
015916*****************************************************************
015917 1200-AGREGAR-SUCURSAL.
015918     IF WS-CANT-SUCURSALES >= 500
015919         MOVE 'MAESTRO DE SUCURSALES EXCEDE LA TABLA'
015920                                        TO WS-MOTIVO-CONTROL
015921         GO TO 9300-ABEND-CONTROL
015922     END-IF
015923     ADD 1 TO WS-CANT-SUCURSALES
015924     MOVE SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
015925                          TO WS-SUC-CODIGO (WS-CANT-SUCURSALES)
015926     MOVE SUC-REGION OF CLI-SUCURSAL-REG
015927                          TO WS-SUC-REGION (WS-CANT-SUCURSALES)
015928     MOVE SUC-NOMBRE OF CLI-SUCURSAL-REG
015929                          TO WS-SUC-NOMBRE (WS-CANT-SUCURSALES)
015930     MOVE ZERO            TO WS-SUC-DEUDORES (WS-CANT-SUCURSALES)
015931     PERFORM 1150-LEER-SUCURSAL THRU 1150-EXIT.
015932 1200-EXIT.
015933     EXIT.
015934
016000*****************************************************************
016100* 2000-PROCESAR-CLIENTE - decide si el cliente se informa, se   *
016200*      excluye con listado, o se saltea (baja logica), y lee    *
020800         GO TO 9100-ABEND-GRABACION
020900     END-IF
021000     ADD 1 TO WS-CONT-REPORTADOS
021010     PERFORM 3200-SUMAR-SUCURSAL THRU 3200-EXIT
021100     MOVE REGD-CUIT TO WS-CUIT-NUMERICO
021200     ADD WS-CUIT-NUMERICO TO WS-HASH-CUIT.
021300 3000-EXIT.
023200     END-EVALUATE.
023300 3100-EXIT.
023400     EXIT.
023405
023410*****************************************************************
023415* 3200-SUMAR-SUCURSAL - suma el deudor a su sucursal en la      *
023420*      tabla; una sucursal que no figura en el maestro va al    *
023425*      contador aparte                                          *
023430*****************************************************************
023435 3200-SUMAR-SUCURSAL.
023440     MOVE ZERO TO WS-IND-SUC
023445     PERFORM 3210-COMPARAR-SUCURSAL THRU 3210-EXIT
023450         VARYING WS-IND FROM 1 BY 1
023455         UNTIL WS-IND > WS-CANT-SUCURSALES OR
023460               WS-IND-SUC > ZERO
023465     IF WS-IND-SUC = ZERO
023470         ADD 1 TO WS-CONT-SIN-SUCURSAL
023475     ELSE
023480         ADD 1 TO WS-SUC-DEUDORES (WS-IND-SUC)
023485     END-IF.
023490 3200-EXIT.
023495     EXIT.
023500
023505*****************************************************************
023510* 3210-COMPARAR-SUCURSAL                                        *
023515*****************************************************************
023520 3210-COMPARAR-SUCURSAL.
023525     IF WS-SUC-CODIGO (WS-IND) =
023530        CLI-SUCURSAL OF CLIENTE-MASTER-REG
023535         MOVE WS-IND TO WS-IND-SUC
023540     END-IF.
023545 3210-EXIT.
023550     EXIT.
023555
023600*****************************************************************
023700* 4000-LISTAR-EXCLUIDO - respaldo de lo excluido de la          *
023800*      presentacion por tipo de documento no reportable         *
025900     WRITE REG-INFORME-TRAILER.
026000 7000-EXIT.
026100     EXIT.
026101
026102*****************************************************************
026103* 7200-EMITIR-RESUMEN - resumen de deudores reportados por       *
026104*      sucursal al final de RPTREGX, ordenado por region con    *
026105*      subtotal por region y total                              *
026106*****************************************************************
026107 7200-EMITIR-RESUMEN.
026108     MOVE SPACES TO RPT-LINEA
026109     WRITE RPT-LINEA
026110     MOVE WS-LINEA-RES-TITULO TO RPT-LINEA
026111     WRITE RPT-LINEA
026112     MOVE SPACES TO RPT-LINEA
026113     WRITE RPT-LINEA
026114     SORT WORK-RES-SORT
026115         ON ASCENDING KEY SD-REGION SD-SUCURSAL
026116         INPUT PROCEDURE  7300-LIBERAR-SUCURSALES
026117         OUTPUT PROCEDURE 7400-IMPRIMIR-RESUMEN.
026118 7200-EXIT.
026119     EXIT.
026120
026121*****************************************************************
026122* 7300-LIBERAR-SUCURSALES - libera al SORT cada sucursal con    *
026123*      deudores reportados, y los de sucursal no registrada     *
026124*****************************************************************
026125 7300-LIBERAR-SUCURSALES.
026126     PERFORM 7310-LIBERAR-SUCURSAL THRU 7310-EXIT
026127         VARYING WS-IND-SUC FROM 1 BY 1
026128         UNTIL WS-IND-SUC > WS-CANT-SUCURSALES
026129     IF WS-CONT-SIN-SUCURSAL > ZERO
026130         MOVE '****'                   TO SD-REGION
026131         MOVE '****'                   TO SD-SUCURSAL
026132         MOVE 'SUCURSAL NO REGISTRADA' TO SD-NOMBRE-SUC
026133         MOVE WS-CONT-SIN-SUCURSAL     TO SD-DEUDORES
026134         RELEASE SD-RESUMEN-REG
026135     END-IF.
026136
026137*****************************************************************
026138* 7310-LIBERAR-SUCURSAL                                         *
026139*****************************************************************
026140 7310-LIBERAR-SUCURSAL.
026141     IF WS-SUC-DEUDORES (WS-IND-SUC) = ZERO
026142         GO TO 7310-EXIT
026143     END-IF
026144     MOVE WS-SUC-REGION (WS-IND-SUC)   TO SD-REGION
026145     MOVE WS-SUC-CODIGO (WS-IND-SUC)   TO SD-SUCURSAL
026146     MOVE WS-SUC-NOMBRE (WS-IND-SUC)   TO SD-NOMBRE-SUC
026147     MOVE WS-SUC-DEUDORES (WS-IND-SUC) TO SD-DEUDORES
026148     RELEASE SD-RESUMEN-REG.
026149 7310-EXIT.
026150     EXIT.
026151
026152*****************************************************************
026153* 7400-IMPRIMIR-RESUMEN - una linea por sucursal y subtotal al  *
026154*      cambiar de region                                        *
026155*****************************************************************
026156 7400-IMPRIMIR-RESUMEN.
026157     PERFORM 7410-DEVOLVER-RESUMEN THRU 7410-EXIT
026158     PERFORM 7420-IMPRIMIR-SUCURSAL THRU 7420-EXIT
026159         UNTIL WS-EOF-SORT
026160     IF NOT WS-ES-PRIMER-REGISTRO
026161         PERFORM 7430-IMPRIMIR-REGION THRU 7430-EXIT
026162     END-IF
026163     MOVE SPACES TO RPT-LINEA
026164     MOVE WS-CONT-REPORTADOS TO WS-CONT-EDIT
026165     STRING 'TOTAL DEUDORES REPORTADOS...: ' DELIMITED SIZE
026166         WS-CONT-EDIT                 DELIMITED SIZE
026167         INTO RPT-LINEA
026168     WRITE RPT-LINEA.
026169
026170*****************************************************************
026171* 7410-DEVOLVER-RESUMEN                                         *
026172*****************************************************************
026173 7410-DEVOLVER-RESUMEN.
026174     RETURN WORK-RES-SORT
026175         AT END
026176             SET WS-EOF-SORT TO TRUE
026177     END-RETURN.
026178 7410-EXIT.
026179     EXIT.
026180
026181*****************************************************************
026182* 7420-IMPRIMIR-SUCURSAL - corte de region, linea de la         *
026183*      sucursal y devolucion de la siguiente                    *
026184*****************************************************************
026185 7420-IMPRIMIR-SUCURSAL.
026186     IF WS-ES-PRIMER-REGISTRO
026187         MOVE SD-REGION TO WS-REGION-ANT
026188         MOVE 'N' TO WS-SW-PRIMER-REGISTRO
026189     END-IF
026190     IF SD-REGION NOT = WS-REGION-ANT
026191         PERFORM 7430-IMPRIMIR-REGION THRU 7430-EXIT
026192         MOVE SD-REGION TO WS-REGION-ANT
026193     END-IF
026194     MOVE SD-SUCURSAL   TO RES-SUCURSAL
026195     MOVE SD-NOMBRE-SUC TO RES-NOMBRE-SUC
026196     MOVE SD-REGION     TO RES-REGION
026197     MOVE SD-DEUDORES   TO RES-DEUDORES
026198     MOVE SPACES TO RPT-LINEA
026199     MOVE WS-LINEA-RES-SUCURSAL TO RPT-LINEA
026200     WRITE RPT-LINEA
026201     ADD SD-DEUDORES TO WS-REG-DEUDORES
026202     PERFORM 7410-DEVOLVER-RESUMEN THRU 7410-EXIT.
026203 7420-EXIT.
026204     EXIT.
026205
026206*****************************************************************
026207* 7430-IMPRIMIR-REGION - imprime y resetea el subtotal de la    *
026208*      region en curso                                          *
026209*****************************************************************
026210 7430-IMPRIMIR-REGION.
026211     MOVE WS-REGION-ANT   TO RRG-REGION
026212     MOVE WS-REG-DEUDORES TO RRG-DEUDORES
026213     MOVE SPACES TO RPT-LINEA
026214     MOVE WS-LINEA-RES-REGION TO RPT-LINEA
026215     WRITE RPT-LINEA
026216     MOVE SPACES TO RPT-LINEA
026217     WRITE RPT-LINEA
026218     MOVE ZERO TO WS-REG-DEUDORES.
026219 7430-EXIT.
026220     EXIT.
026221
026222*****************************************************************
026223* 7500-GRABAR-ESTADO-ENVIADA - extiende el estado del periodo   *
026224*      como enviada en CLIPSTA; el ciclo lo sigue CLIXTR02 con  *
026225*      la respuesta del regulador                               *
026226*****************************************************************
026227 7500-GRABAR-ESTADO-ENVIADA.
026228     OPEN EXTEND CLI-PRESENT-STATUS
026229     IF WS-PSTA-STATUS NOT = '00'
026230         GO TO 9200-ABEND-APERTURA
026231     END-IF
026232     MOVE WS-PERIODO         TO PSTA-PERIODO
026233     MOVE 'E'                TO PSTA-ESTADO
026234     ACCEPT PSTA-FECHA FROM DATE YYYYMMDD
026235     ACCEPT PSTA-HORA  FROM TIME
026236     MOVE WS-CONT-REPORTADOS TO PSTA-CANT-ENVIADOS
026237     MOVE ZERO               TO PSTA-CANT-ACEPTADOS
026238     MOVE ZERO               TO PSTA-CANT-OBSERVADOS
026239     WRITE CLI-PSTA-REG
026240     CLOSE CLI-PRESENT-STATUS.
026241 7500-EXIT.
026242     EXIT.
026243
026300*****************************************************************
026400* 8000-EMITIR-TOTALES                                           *
026500*****************************************************************
031700 9200-ABEND-APERTURA.
031800     DISPLAY 'CLIXTR01 - ERROR ABRIENDO ARCHIVOS, STATUS MASTER='
031900         WS-CLI-STATUS ' PRESENTACION=' WS-REG-STATUS
032000         ' RPTREGX=' WS-RPT-STATUS ' CLISUCM=' WS-SUC-STATUS
032100     MOVE 16 TO RETURN-CODE
032200     GOBACK.
032300
