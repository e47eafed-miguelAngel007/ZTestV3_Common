000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIRCV01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Recuperacion hacia
001300*                     adelante del maestro de clientes desde una
001400*                     copia mas el journal CLI-JRN-LOG.
001500*****************************************************************
001600* Recuperacion hacia adelante de CLIENTE-MASTER. El paso previo
001700* del job carga la copia de resguardo del maestro en un cluster
001800* de recuperacion (DD CLIRBLD, mismo layout CLIEMFD.cpy); este
001900* programa le vuelve a aplicar, en orden cronologico, los
002000* cambios del journal CLI-JRN-LOG (ver CLIJRN.cpy) posteriores a
002100* la copia, hasta el punto pedido:
002200*
002300*   PARM 'DESDE=AAAAMMDDHHMMSSCC,HASTA=AAAAMMDDHHMMSSCC'
002400*        aplica los cambios con fecha y hora desde el momento de
002500*        la copia hasta el momento HASTA inclusive.
002600*   PARM 'DESDE=AAAAMMDDHHMMSSCC,ANTES=PROGRAMA'
002700*        aplica los cambios desde la copia hasta justo antes de
002800*        la primera corrida del programa nombrado posterior a la
002900*        copia (primer registro del journal con ese programa en
003000*        JRN-PROGRAMA o en JRN-USUARIO, que es donde queda el
003100*        programa batch que llama a CLIMNT01, p.ej. CLIMRG01).
003200*
003300* Cada cambio se verifica antes de aplicarlo: la imagen anterior
003400* del journal debe ser igual al registro recuperado hasta ese
003500* momento (imagen anterior en espacios = alta: el cliente no
003600* debe existir todavia). En la primera discrepancia se deja de
003700* aplicar: el maestro recuperado queda como estaba justo antes
003800* de ese cambio, se informa el cambio que no cerro y el job
003900* termina con RC=8. El resto del journal en rango solo se cuenta.
004000*
004100* RPTRCV informa el punto de recuperacion y, por programa, las
004200* altas y cambios reaplicados con el primer y ultimo momento.
004300* Se graba el registro de corrida en CLIESTAD: 1 reaplicados,
004400* 2 no aplicados por la discrepancia, 3 discrepancias, 4 leidos.
004500* RC=20: PARM invalido o programa sin corrida en el journal
004600* desde la copia; no se aplico nada.
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CLI-JRN-LOG     ASSIGN TO CLIJRNL
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS  IS WS-JRN-STATUS.
005700
005800     SELECT CLIENTE-MASTER  ASSIGN TO CLIRBLD
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE  IS RANDOM
006100         RECORD KEY   IS CLI-ID OF CLIENTE-MASTER-REG
006200         FILE STATUS  IS WS-CLI-STATUS.
006300
006400     SELECT WORK-RCV-SORT   ASSIGN TO SORTWK01.
006500
006600     SELECT RPT-RECUPERACION ASSIGN TO RPTRCV
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS  IS WS-RPT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CLI-JRN-LOG
007300     LABEL RECORDS ARE STANDARD.
007400     COPY CLIJRN.
007500
007600 FD  CLIENTE-MASTER
007700     LABEL RECORDS ARE STANDARD.
007800     COPY CLIEMFD.
007900
008000 SD  WORK-RCV-SORT.
008100 01  SD-CAMBIO.
008200     05  SD-FECHA              PIC 9(08).
008300     05  SD-HORA               PIC 9(08).
008400     05  SD-SECUENCIA          PIC 9(09).
008500     05  SD-JRN-REG            PIC X(372).
008600
008700 FD  RPT-RECUPERACION
008800     LABEL RECORDS ARE STANDARD.
008900 01  RPT-LINEA                 PIC X(132).
009000
009100 WORKING-STORAGE SECTION.
009200 77  WS-JRN-STATUS             PIC X(02)      VALUE '00'.
009300 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
009400 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
009500 77  WS-SW-EOF-JOURNAL         PIC X(01)      VALUE 'N'.
009600     88  WS-EOF-JOURNAL                       VALUE 'S'.
009700 77  WS-SW-EOF-SORT            PIC X(01)      VALUE 'N'.
009800     88  WS-EOF-SORT                          VALUE 'S'.
009900 77  WS-SW-MODO                PIC X(01)      VALUE SPACE.
010000     88  WS-MODO-HASTA                        VALUE 'H'.
010100     88  WS-MODO-ANTES                        VALUE 'A'.
010200 77  WS-SW-EN-RANGO            PIC X(01)      VALUE 'N'.
010300     88  WS-EN-RANGO                          VALUE 'S'.
010400 77  WS-SW-DISCREPANCIA        PIC X(01)      VALUE 'N'.
010500     88  WS-HAY-DISCREPANCIA                  VALUE 'S'.
010600 77  WS-SW-CORRIDA-HALLADA     PIC X(01)      VALUE 'N'.
010700     88  WS-CORRIDA-HALLADA                   VALUE 'S'.
010800
010900 77  WS-PROGRAMA-CORTE         PIC X(08)      VALUE SPACES.
011000 77  WS-MOMENTO-DESDE          PIC X(16)      VALUE SPACES.
011100 77  WS-MOMENTO-HASTA          PIC X(16)      VALUE SPACES.
011200 77  WS-MOMENTO-CORTE          PIC X(16)      VALUE SPACES.
011300 77  WS-MOMENTO-ULTIMO         PIC X(16)      VALUE SPACES.
011400 77  WS-MOTIVO-CONTROL         PIC X(60)      VALUE SPACES.
011500 77  WS-MOTIVO-DISCREPANCIA    PIC X(60)      VALUE SPACES.
011600 77  WS-SECUENCIA              PIC 9(09)      VALUE ZERO.
011700 77  WS-RC-FINAL               PIC 9(02)      VALUE ZERO.
011800 77  WS-IND                    PIC S9(04) COMP VALUE ZERO.
011900 77  WS-CANT-PROGRAMAS         PIC S9(04) COMP VALUE ZERO.
012000 77  WS-MAX-PROGRAMAS          PIC S9(04) COMP VALUE 40.
012100 77  WS-CONT-LEIDOS            PIC 9(09) COMP  VALUE ZERO.
012200 77  WS-CONT-EN-RANGO          PIC 9(09) COMP  VALUE ZERO.
012300 77  WS-CONT-REAPLICADOS       PIC 9(09) COMP  VALUE ZERO.
012400 77  WS-CONT-NO-APLICADOS      PIC 9(09) COMP  VALUE ZERO.
012500 77  WS-CONT-DISCREPANCIAS     PIC 9(09) COMP  VALUE ZERO.
012600 77  WS-CONT-EDIT              PIC ZZZZZZZZ9.
012700
012800*****************************************************************
012900* Momento (fecha y hora) del cambio en curso, comparable con    *
013000* los momentos del PARM.                                        *
013100*****************************************************************
013200 01  WS-MOMENTO-JRN.
013300     05  WS-MJ-FECHA           PIC 9(08).
013400     05  WS-MJ-HORA            PIC 9(08).
013500
013600*****************************************************************
013700* Cambio devuelto por el sort, con el layout del journal.       *
013800*****************************************************************
013900 01  WS-CAMBIO.
014000     05  WS-CAM-CLI-ID         PIC 9(10).
014100     05  WS-CAM-FECHA          PIC 9(08).
014200     05  WS-CAM-HORA           PIC 9(08).
014300     05  WS-CAM-PROGRAMA       PIC X(08).
014400     05  WS-CAM-USUARIO        PIC X(08).
014500     05  WS-CAM-MOTIVO         PIC X(04).
014600     05  WS-CAM-REG-ANTERIOR   PIC X(159).
014700     05  WS-CAM-REG-NUEVO      PIC X(159).
014800     05  WS-CAM-USUARIO-AUTORIZA PIC X(08).
014900
015000*****************************************************************
015100* Cambios reaplicados por programa del journal.                 *
015200*****************************************************************
015300 01  WS-TABLA-PROGRAMAS.
015400     05  WS-PRG-ENT OCCURS 40 TIMES.
015500         10  WS-PRG-NOMBRE     PIC X(08).
015600         10  WS-PRG-ALTAS      PIC 9(09) COMP.
015700         10  WS-PRG-CAMBIOS    PIC 9(09) COMP.
015800         10  WS-PRG-PRIMERO    PIC X(16).
015900         10  WS-PRG-ULTIMO     PIC X(16).
016000
016100 01  WS-LINEA-PROGRAMA.
016200     05  FILLER                PIC X(02) VALUE SPACES.
016300     05  DET-PROGRAMA          PIC X(08).
016400     05  FILLER                PIC X(02) VALUE SPACES.
016500     05  DET-ALTAS             PIC ZZZZZZZZ9.
016600     05  FILLER                PIC X(02) VALUE SPACES.
016700     05  DET-CAMBIOS           PIC ZZZZZZZZ9.
016800     05  FILLER                PIC X(02) VALUE SPACES.
016900     05  DET-PRIMERO           PIC X(16).
017000     05  FILLER                PIC X(02) VALUE SPACES.
017100     05  DET-ULTIMO            PIC X(16).
017200
017300 01  WS-LINEA-DISCREPANCIA.
017400     05  FILLER                PIC X(08) VALUE 'CLI-ID  '.
017500     05  DIS-CLI-ID            PIC 9(10).
017600     05  FILLER                PIC X(09) VALUE ' MOMENTO '.
017700     05  DIS-FECHA             PIC 9(08).
017800     05  FILLER                PIC X(01) VALUE SPACE.
017900     05  DIS-HORA              PIC 9(08).
018000     05  FILLER                PIC X(06) VALUE ' PROG '.
018100     05  DIS-PROGRAMA          PIC X(08).
018200     05  FILLER                PIC X(05) VALUE ' USU '.
018300     05  DIS-USUARIO           PIC X(08).
018400     05  FILLER                PIC X(05) VALUE ' MOT '.
018500     05  DIS-MOTIVO            PIC X(04).
018600
018700 COPY CLIESTPM.
018800
018900 LINKAGE SECTION.
019000 01  WS-PARM-JCL.
019100     05  WS-PARM-LONG          PIC S9(04) COMP.
019200     05  WS-PARM-TEXTO         PIC X(60).
019300
019400 PROCEDURE DIVISION USING WS-PARM-JCL.
019500*****************************************************************
019600* 0000-MAINLINE                                                 *
019700*****************************************************************
019800 0000-MAINLINE.
019900     PERFORM 0100-PROCESAR-PARM THRU 0100-EXIT
020000     IF WS-MODO-ANTES
020100         PERFORM 1500-BUSCAR-CORRIDA THRU 1500-EXIT
020200     END-IF
020300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
020400     SORT WORK-RCV-SORT
020500         ON ASCENDING KEY SD-FECHA SD-HORA SD-SECUENCIA
020600         INPUT PROCEDURE  2000-SELECCIONAR-CAMBIOS
020700         OUTPUT PROCEDURE 3000-APLICAR-CAMBIOS
020800     PERFORM 7000-EMITIR-RESUMEN THRU 7000-EXIT
020900     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
021000     PERFORM 9000-FINALIZAR THRU 9000-EXIT
021100     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
021200     MOVE WS-RC-FINAL TO RETURN-CODE
021300     GOBACK.
021400
021500*****************************************************************
021600* 0100-PROCESAR-PARM - momento de la copia y punto de           *
021700*      recuperacion (momento HASTA o corrida ANTES)             *
021800*****************************************************************
021900 0100-PROCESAR-PARM.
022000     IF WS-PARM-LONG < 37 OR
022100        WS-PARM-TEXTO(1:6) NOT = 'DESDE=' OR
022200        WS-PARM-TEXTO(7:16) IS NOT NUMERIC OR
022300        WS-PARM-TEXTO(23:1) NOT = ','
022400         MOVE 'PARM SIN DESDE=AAAAMMDDHHMMSSCC VALIDO'
022500                                        TO WS-MOTIVO-CONTROL
022600         GO TO 9300-ABEND-CONTROL
022700     END-IF
022800     MOVE WS-PARM-TEXTO(7:16) TO WS-MOMENTO-DESDE
022900     EVALUATE TRUE
023000         WHEN WS-PARM-TEXTO(24:6) = 'HASTA=' AND
023100              WS-PARM-LONG >= 45 AND
023200              WS-PARM-TEXTO(30:16) IS NUMERIC
023300             SET WS-MODO-HASTA TO TRUE
023400             MOVE WS-PARM-TEXTO(30:16) TO WS-MOMENTO-HASTA
023500         WHEN WS-PARM-TEXTO(24:6) = 'ANTES=' AND
023600              WS-PARM-TEXTO(30:8) NOT = SPACES
023700             SET WS-MODO-ANTES TO TRUE
023800             MOVE WS-PARM-TEXTO(30:8) TO WS-PROGRAMA-CORTE
023900         WHEN OTHER
024000             MOVE 'PARM SIN HASTA=AAAAMMDDHHMMSSCC NI ANTES=PROG'
024100                                        TO WS-MOTIVO-CONTROL
024200             GO TO 9300-ABEND-CONTROL
024300     END-EVALUATE
024400     IF WS-MODO-HASTA AND WS-MOMENTO-HASTA < WS-MOMENTO-DESDE
024500         MOVE 'EL MOMENTO HASTA ES ANTERIOR A LA COPIA'
024600                                        TO WS-MOTIVO-CONTROL
024700         GO TO 9300-ABEND-CONTROL
024800     END-IF.
024900 0100-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300* 1000-INICIALIZAR - abre el maestro recuperado y el reporte y  *
025400*      escribe el encabezado con el punto de recuperacion       *
025500*****************************************************************
025600 1000-INICIALIZAR.
025700     OPEN I-O CLIENTE-MASTER
025800     IF WS-CLI-STATUS NOT = '00'
025900         GO TO 9200-ABEND-APERTURA
026000     END-IF
026100     OPEN OUTPUT RPT-RECUPERACION
026200     IF WS-RPT-STATUS NOT = '00'
026300         GO TO 9200-ABEND-APERTURA
026400     END-IF
026500     MOVE SPACES TO RPT-LINEA
026600     MOVE 'RECUPERACION HACIA ADELANTE DEL MAESTRO DE CLIENTES'
026700                                        TO RPT-LINEA
026800     WRITE RPT-LINEA
026900     MOVE SPACES TO RPT-LINEA
027000     STRING 'COPIA DEL MAESTRO AL MOMENTO ' DELIMITED SIZE
027100         WS-MOMENTO-DESDE              DELIMITED SIZE
027200         INTO RPT-LINEA
027300     WRITE RPT-LINEA
027400     MOVE SPACES TO RPT-LINEA
027500     IF WS-MODO-HASTA
027600         STRING 'CAMBIOS APLICADOS HASTA EL MOMENTO '
027700                                       DELIMITED SIZE
027800             WS-MOMENTO-HASTA          DELIMITED SIZE
027900             ' INCLUSIVE'              DELIMITED SIZE
028000             INTO RPT-LINEA
028100     ELSE
028200         STRING 'CAMBIOS APLICADOS HASTA ANTES DE LA CORRIDA DE '
028300                                       DELIMITED SIZE
028400             WS-PROGRAMA-CORTE         DELIMITED SIZE
028500             ' (PRIMER CAMBIO EN '     DELIMITED SIZE
028600             WS-MOMENTO-CORTE          DELIMITED SIZE
028700             ')'                       DELIMITED SIZE
028800             INTO RPT-LINEA
028900     END-IF
029000     WRITE RPT-LINEA
029100     MOVE SPACES TO RPT-LINEA
029200     WRITE RPT-LINEA.
029300 1000-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* 1500-BUSCAR-CORRIDA - primera pasada del journal: el corte es *
029800*      el primer cambio del programa nombrado desde la copia    *
029900*****************************************************************
030000 1500-BUSCAR-CORRIDA.
030100     MOVE HIGH-VALUES TO WS-MOMENTO-CORTE
030200     OPEN INPUT CLI-JRN-LOG
030300     IF WS-JRN-STATUS NOT = '00'
030400         GO TO 9200-ABEND-APERTURA
030500     END-IF
030600     MOVE 'N' TO WS-SW-EOF-JOURNAL
030700     PERFORM 2100-LEER-JOURNAL THRU 2100-EXIT
030800     PERFORM 1510-EXAMINAR-CAMBIO THRU 1510-EXIT
030900         UNTIL WS-EOF-JOURNAL
031000     CLOSE CLI-JRN-LOG
031100     IF NOT WS-CORRIDA-HALLADA
031200         MOVE SPACES TO WS-MOTIVO-CONTROL
031300         STRING 'NO HAY CORRIDA DE ' DELIMITED SIZE
031400             WS-PROGRAMA-CORTE       DELIMITED SIZE
031500             ' EN EL JOURNAL DESDE LA COPIA' DELIMITED SIZE
031600             INTO WS-MOTIVO-CONTROL
031700         GO TO 9300-ABEND-CONTROL
031800     END-IF.
031900 1500-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300* 1510-EXAMINAR-CAMBIO                                          *
032400*****************************************************************
032500 1510-EXAMINAR-CAMBIO.
032600     MOVE JRN-FECHA TO WS-MJ-FECHA
032700     MOVE JRN-HORA  TO WS-MJ-HORA
032800     IF (JRN-PROGRAMA = WS-PROGRAMA-CORTE OR
032900         JRN-USUARIO = WS-PROGRAMA-CORTE) AND
033000        WS-MOMENTO-JRN NOT < WS-MOMENTO-DESDE AND
033100        WS-MOMENTO-JRN < WS-MOMENTO-CORTE
033200         MOVE WS-MOMENTO-JRN TO WS-MOMENTO-CORTE
033300         SET WS-CORRIDA-HALLADA TO TRUE
033400     END-IF
033500     PERFORM 2100-LEER-JOURNAL THRU 2100-EXIT.
033600 1510-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000* 2000-SELECCIONAR-CAMBIOS - procedimiento de entrada del sort: *
034100*      los cambios del journal dentro del rango de recuperacion *
034200*      con su secuencia de lectura, que desempata los cambios   *
034300*      del mismo momento en el orden en que se grabaron         *
034400*****************************************************************
034500 2000-SELECCIONAR-CAMBIOS.
034600     MOVE ZERO TO WS-CONT-LEIDOS
034700     OPEN INPUT CLI-JRN-LOG
034800     IF WS-JRN-STATUS NOT = '00'
034900         GO TO 9200-ABEND-APERTURA
035000     END-IF
035100     MOVE 'N' TO WS-SW-EOF-JOURNAL
035200     PERFORM 2100-LEER-JOURNAL THRU 2100-EXIT
035300     PERFORM 2200-LIBERAR-CAMBIO THRU 2200-EXIT
035400         UNTIL WS-EOF-JOURNAL
035500     CLOSE CLI-JRN-LOG.
035600
035700*****************************************************************
035800* 2100-LEER-JOURNAL                                             *
035900*****************************************************************
036000 2100-LEER-JOURNAL.
036100     READ CLI-JRN-LOG
036200         AT END
036300             SET WS-EOF-JOURNAL TO TRUE
036400         NOT AT END
036500             ADD 1 TO WS-CONT-LEIDOS
036600     END-READ.
036700 2100-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100* 2200-LIBERAR-CAMBIO - desde la copia (inclusive) hasta el     *
037200*      momento HASTA (inclusive) o el corte (exclusive)         *
037300*****************************************************************
037400 2200-LIBERAR-CAMBIO.
037500     MOVE JRN-FECHA TO WS-MJ-FECHA
037600     MOVE JRN-HORA  TO WS-MJ-HORA
037700     MOVE 'N' TO WS-SW-EN-RANGO
037800     IF WS-MOMENTO-JRN NOT < WS-MOMENTO-DESDE
037900         IF WS-MODO-HASTA
038000             IF WS-MOMENTO-JRN NOT > WS-MOMENTO-HASTA
038100                 SET WS-EN-RANGO TO TRUE
038200             END-IF
038300         ELSE
038400             IF WS-MOMENTO-JRN < WS-MOMENTO-CORTE
038500                 SET WS-EN-RANGO TO TRUE
038600             END-IF
038700         END-IF
038800     END-IF
038900     IF WS-EN-RANGO
039000         ADD 1 TO WS-CONT-EN-RANGO
039100         ADD 1 TO WS-SECUENCIA
039200         MOVE JRN-FECHA   TO SD-FECHA
039300         MOVE JRN-HORA    TO SD-HORA
039400         MOVE WS-SECUENCIA TO SD-SECUENCIA
039500         MOVE CLI-JRN-REG TO SD-JRN-REG
039600         RELEASE SD-CAMBIO
039700     END-IF
039800     PERFORM 2100-LEER-JOURNAL THRU 2100-EXIT.
039900 2200-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300* 3000-APLICAR-CAMBIOS - procedimiento de salida del sort: los  *
040400*      cambios en orden cronologico; despues de una             *
040500*      discrepancia solo se cuentan                             *
040600*****************************************************************
040700 3000-APLICAR-CAMBIOS.
040800     PERFORM 3100-DEVOLVER-ORDENADO THRU 3100-EXIT
040900     PERFORM 3200-PROCESAR-ORDENADO THRU 3200-EXIT
041000         UNTIL WS-EOF-SORT.
041100
041200*****************************************************************
041300* 3100-DEVOLVER-ORDENADO                                        *
041400*****************************************************************
041500 3100-DEVOLVER-ORDENADO.
041600     RETURN WORK-RCV-SORT
041700         AT END
041800             SET WS-EOF-SORT TO TRUE
041900     END-RETURN.
042000 3100-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400* 3200-PROCESAR-ORDENADO                                        *
042500*****************************************************************
042600 3200-PROCESAR-ORDENADO.
042700     IF WS-HAY-DISCREPANCIA
042800         ADD 1 TO WS-CONT-NO-APLICADOS
042900     ELSE
043000         MOVE SD-JRN-REG TO WS-CAMBIO
043100         IF WS-CAM-REG-ANTERIOR = SPACES
043200             PERFORM 3300-REAPLICAR-ALTA THRU 3300-EXIT
043300         ELSE
043400             PERFORM 3400-REAPLICAR-CAMBIO THRU 3400-EXIT
043500         END-IF
043600     END-IF
043700     PERFORM 3100-DEVOLVER-ORDENADO THRU 3100-EXIT.
043800 3200-EXIT.
043900     EXIT.
044000
044100*****************************************************************
044200* 3300-REAPLICAR-ALTA - el cliente no debe existir todavia      *
044300*****************************************************************
044400 3300-REAPLICAR-ALTA.
044500     MOVE WS-CAM-REG-NUEVO TO CLIENTE-MASTER-REG
044600     WRITE CLIENTE-MASTER-REG
044700     EVALUATE WS-CLI-STATUS
044800         WHEN '00'
044900             PERFORM 3500-ACUMULAR-PROGRAMA THRU 3500-EXIT
045000             ADD 1 TO WS-PRG-ALTAS (WS-IND)
045100         WHEN '22'
045200             MOVE 'ALTA DE UN CLIENTE QUE YA EXISTE EN EL MAESTRO'
045300                                        TO WS-MOTIVO-DISCREPANCIA
045400             PERFORM 3600-INFORMAR-DISCREPANCIA THRU 3600-EXIT
045500         WHEN OTHER
045600             GO TO 9100-ABEND-GRABACION
045700     END-EVALUATE.
045800 3300-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200* 3400-REAPLICAR-CAMBIO - el registro recuperado hasta ahora    *
046300*      debe ser igual a la imagen anterior del journal          *
046400*****************************************************************
046500 3400-REAPLICAR-CAMBIO.
046600     MOVE WS-CAM-CLI-ID TO CLI-ID OF CLIENTE-MASTER-REG
046700     READ CLIENTE-MASTER
046800     EVALUATE WS-CLI-STATUS
046900         WHEN '00'
047000             CONTINUE
047100         WHEN '23'
047200             MOVE 'CLIENTE INEXISTENTE EN EL MAESTRO RECUPERADO'
047300                                        TO WS-MOTIVO-DISCREPANCIA
047400             PERFORM 3600-INFORMAR-DISCREPANCIA THRU 3600-EXIT
047500             GO TO 3400-EXIT
047600         WHEN OTHER
047700             GO TO 9100-ABEND-GRABACION
047800     END-EVALUATE
047900     IF CLIENTE-MASTER-REG NOT = WS-CAM-REG-ANTERIOR
048000         MOVE 'IMAGEN ANTERIOR DISTINTA DEL REGISTRO RECUPERADO'
048100                                        TO WS-MOTIVO-DISCREPANCIA
048200         PERFORM 3600-INFORMAR-DISCREPANCIA THRU 3600-EXIT
048300         GO TO 3400-EXIT
048400     END-IF
048500     MOVE WS-CAM-REG-NUEVO TO CLIENTE-MASTER-REG
048600     REWRITE CLIENTE-MASTER-REG
048700     IF WS-CLI-STATUS NOT = '00'
048800         GO TO 9100-ABEND-GRABACION
048900     END-IF
049000     PERFORM 3500-ACUMULAR-PROGRAMA THRU 3500-EXIT
049100     ADD 1 TO WS-PRG-CAMBIOS (WS-IND).
049200 3400-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600* 3500-ACUMULAR-PROGRAMA - deja WS-IND en la entrada del        *
049700*      programa del cambio (la agrega si es nuevo; con la tabla *
049800*      llena, los nuevos se suman a la ultima como OTROS)       *
049900*****************************************************************
050000 3500-ACUMULAR-PROGRAMA.
050100     ADD 1 TO WS-CONT-REAPLICADOS
050200     MOVE WS-CAM-FECHA TO WS-MJ-FECHA
050300     MOVE WS-CAM-HORA  TO WS-MJ-HORA
050400     MOVE WS-MOMENTO-JRN TO WS-MOMENTO-ULTIMO
050500     PERFORM 3510-BUSCAR-PROGRAMA THRU 3510-EXIT
050600         VARYING WS-IND FROM 1 BY 1
050700         UNTIL WS-IND > WS-CANT-PROGRAMAS OR
050800               WS-PRG-NOMBRE (WS-IND) = WS-CAM-PROGRAMA
050900     IF WS-IND > WS-CANT-PROGRAMAS
051000         IF WS-CANT-PROGRAMAS < WS-MAX-PROGRAMAS
051100             ADD 1 TO WS-CANT-PROGRAMAS
051200             MOVE WS-CAM-PROGRAMA   TO WS-PRG-NOMBRE (WS-IND)
051300             MOVE ZERO              TO WS-PRG-ALTAS (WS-IND)
051400             MOVE ZERO              TO WS-PRG-CAMBIOS (WS-IND)
051500             MOVE WS-MOMENTO-JRN    TO WS-PRG-PRIMERO (WS-IND)
051600         ELSE
051700             MOVE WS-MAX-PROGRAMAS  TO WS-IND
051800             MOVE 'OTROS'           TO WS-PRG-NOMBRE (WS-IND)
051900         END-IF
052000     END-IF
052100     MOVE WS-MOMENTO-JRN TO WS-PRG-ULTIMO (WS-IND).
052200 3500-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600* 3510-BUSCAR-PROGRAMA - la busqueda la hace el UNTIL           *
052700*****************************************************************
052800 3510-BUSCAR-PROGRAMA.
052900     CONTINUE.
053000 3510-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400* 3600-INFORMAR-DISCREPANCIA - el cambio que no cierra contra   *
053500*      el maestro recuperado; desde aca no se aplica nada mas   *
053600*****************************************************************
053700 3600-INFORMAR-DISCREPANCIA.
053800     SET WS-HAY-DISCREPANCIA TO TRUE
053900     ADD 1 TO WS-CONT-DISCREPANCIAS
054000     ADD 1 TO WS-CONT-NO-APLICADOS
054100     MOVE 8 TO WS-RC-FINAL
054200     MOVE SPACES TO RPT-LINEA
054300     STRING 'DISCREPANCIA: ' DELIMITED SIZE
054400         WS-MOTIVO-DISCREPANCIA DELIMITED SIZE
054500         INTO RPT-LINEA
054600     WRITE RPT-LINEA
054700     MOVE WS-CAM-CLI-ID   TO DIS-CLI-ID
054800     MOVE WS-CAM-FECHA    TO DIS-FECHA
054900     MOVE WS-CAM-HORA     TO DIS-HORA
055000     MOVE WS-CAM-PROGRAMA TO DIS-PROGRAMA
055100     MOVE WS-CAM-USUARIO  TO DIS-USUARIO
055200     MOVE WS-CAM-MOTIVO   TO DIS-MOTIVO
055300     MOVE SPACES TO RPT-LINEA
055400     MOVE WS-LINEA-DISCREPANCIA TO RPT-LINEA
055500     WRITE RPT-LINEA
055600     MOVE SPACES TO RPT-LINEA
055700     STRING 'EL MAESTRO RECUPERADO QUEDA COMO ESTABA '
055800                                       DELIMITED SIZE
055900         'ANTES DE ESTE CAMBIO'        DELIMITED SIZE
056000         INTO RPT-LINEA
056100     WRITE RPT-LINEA
056200     MOVE SPACES TO RPT-LINEA
056300     WRITE RPT-LINEA.
056400 3600-EXIT.
056500     EXIT.
056600
056700*****************************************************************
056800* 7000-EMITIR-RESUMEN - reaplicados por programa y totales      *
056900*****************************************************************
057000 7000-EMITIR-RESUMEN.
057100     MOVE SPACES TO RPT-LINEA
057200     MOVE 'CAMBIOS REAPLICADOS POR PROGRAMA:' TO RPT-LINEA
057300     WRITE RPT-LINEA
057400     MOVE SPACES TO RPT-LINEA
057500     STRING '  PROGRAMA        ALTAS    CAMBIOS  PRIMER MOMENTO'
057600                                       DELIMITED SIZE
057700         '    ULTIMO MOMENTO'          DELIMITED SIZE
057800         INTO RPT-LINEA
057900     WRITE RPT-LINEA
058000     PERFORM 7100-IMPRIMIR-PROGRAMA THRU 7100-EXIT
058100         VARYING WS-IND FROM 1 BY 1
058200         UNTIL WS-IND > WS-CANT-PROGRAMAS
058300     MOVE SPACES TO RPT-LINEA
058400     WRITE RPT-LINEA
058500     MOVE SPACES TO RPT-LINEA
058600     MOVE WS-CONT-REAPLICADOS TO WS-CONT-EDIT
058700     STRING 'CAMBIOS REAPLICADOS.........: ' DELIMITED SIZE
058800         WS-CONT-EDIT                  DELIMITED SIZE
058900         INTO RPT-LINEA
059000     WRITE RPT-LINEA
059100     MOVE SPACES TO RPT-LINEA
059200     MOVE WS-CONT-NO-APLICADOS TO WS-CONT-EDIT
059300     STRING 'NO APLICADOS (DISCREPANCIA).: ' DELIMITED SIZE
059400         WS-CONT-EDIT                  DELIMITED SIZE
059500         INTO RPT-LINEA
059600     WRITE RPT-LINEA
059700     MOVE SPACES TO RPT-LINEA
059800     IF WS-CONT-REAPLICADOS = ZERO
059900         MOVE 'MAESTRO RECUPERADO AL MOMENTO DE LA COPIA'
060000                                        TO RPT-LINEA
060100     ELSE
060200         STRING 'MAESTRO RECUPERADO AL MOMENTO: ' DELIMITED SIZE
060300             WS-MOMENTO-ULTIMO         DELIMITED SIZE
060400             INTO RPT-LINEA
060500     END-IF
060600     WRITE RPT-LINEA.
060700 7000-EXIT.
060800     EXIT.
060900
061000*****************************************************************
061100* 7100-IMPRIMIR-PROGRAMA                                        *
061200*****************************************************************
061300 7100-IMPRIMIR-PROGRAMA.
061400     MOVE WS-PRG-NOMBRE (WS-IND)  TO DET-PROGRAMA
061500     MOVE WS-PRG-ALTAS (WS-IND)   TO DET-ALTAS
061600     MOVE WS-PRG-CAMBIOS (WS-IND) TO DET-CAMBIOS
061700     MOVE WS-PRG-PRIMERO (WS-IND) TO DET-PRIMERO
061800     MOVE WS-PRG-ULTIMO (WS-IND)  TO DET-ULTIMO
061900     MOVE SPACES TO RPT-LINEA
062000     MOVE WS-LINEA-PROGRAMA TO RPT-LINEA
062100     WRITE RPT-LINEA.
062200 7100-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600* 8000-EMITIR-TOTALES                                           *
062700*****************************************************************
062800 8000-EMITIR-TOTALES.
062900     MOVE WS-CONT-LEIDOS TO WS-CONT-EDIT
063000     DISPLAY 'CLIRCV01 - JOURNAL LEIDOS......: ' WS-CONT-EDIT
063100     MOVE WS-CONT-EN-RANGO TO WS-CONT-EDIT
063200     DISPLAY 'CLIRCV01 - EN RANGO............: ' WS-CONT-EDIT
063300     MOVE WS-CONT-REAPLICADOS TO WS-CONT-EDIT
063400     DISPLAY 'CLIRCV01 - REAPLICADOS.........: ' WS-CONT-EDIT
063500     MOVE WS-CONT-NO-APLICADOS TO WS-CONT-EDIT
063600     DISPLAY 'CLIRCV01 - NO APLICADOS........: ' WS-CONT-EDIT
063700     MOVE WS-CONT-DISCREPANCIAS TO WS-CONT-EDIT
063800     DISPLAY 'CLIRCV01 - DISCREPANCIAS.......: ' WS-CONT-EDIT.
063900 8000-EXIT.
064000     EXIT.
064100
064200*****************************************************************
064300* 8500-GRABAR-ESTADISTICA - registro de corrida en el archivo   *
064400*      central CLIESTAD, para el balanceo matutino (CLIBAL01)   *
064500*****************************************************************
064600 8500-GRABAR-ESTADISTICA.
064700     MOVE 'CLIRCV01'            TO CLIEST-PROGRAMA
064800     MOVE ZERO                  TO CLIEST-FECHA-PROCESO
064900     MOVE WS-CONT-REAPLICADOS   TO CLIEST-CANT-1
065000     MOVE WS-CONT-NO-APLICADOS  TO CLIEST-CANT-2
065100     MOVE WS-CONT-DISCREPANCIAS TO CLIEST-CANT-3
065200     MOVE WS-CONT-LEIDOS        TO CLIEST-CANT-4
065300     MOVE WS-RC-FINAL           TO CLIEST-COD-RETORNO-JOB
065400     CALL 'CLIEST01' USING CLIEST-CONTROL.
065500 8500-EXIT.
065600     EXIT.
065700
065800*****************************************************************
065900* 9000-FINALIZAR                                                *
066000*****************************************************************
066100 9000-FINALIZAR.
066200     CLOSE CLIENTE-MASTER
066300     CLOSE RPT-RECUPERACION.
066400 9000-EXIT.
066500     EXIT.
066600
066700*****************************************************************
066800* 9100-ABEND-GRABACION - error de E/S en el maestro recuperado; *
066900*      se corta el job: el maestro recuperado no es utilizable  *
067000*****************************************************************
067100 9100-ABEND-GRABACION.
067200     DISPLAY 'CLIRCV01 - ERROR DE E/S EN EL MAESTRO RECUPERADO, '
067300         'STATUS=' WS-CLI-STATUS ' CLI-ID=' WS-CAM-CLI-ID
067400     MOVE 16 TO RETURN-CODE
067500     GOBACK.
067600
067700*****************************************************************
067800* 9200-ABEND-APERTURA - error abriendo un archivo de entrada/   *
067900*      salida; se corta el job                                  *
068000*****************************************************************
068100 9200-ABEND-APERTURA.
068200     DISPLAY 'CLIRCV01 - ERROR ABRIENDO ARCHIVOS, STATUS JRN='
068300         WS-JRN-STATUS ' CLIRBLD=' WS-CLI-STATUS
068400         ' RPTRCV=' WS-RPT-STATUS
068500     MOVE 16 TO RETURN-CODE
068600     GOBACK.
068700
068800*****************************************************************
068900* 9300-ABEND-CONTROL - PARM invalido o programa sin corrida;    *
069000*      se corta el job con RC=20 antes de aplicar nada          *
069100*****************************************************************
069200 9300-ABEND-CONTROL.
069300     DISPLAY 'CLIRCV01 - CORRIDA RECHAZADA: ' WS-MOTIVO-CONTROL
069400     MOVE 20 TO RETURN-CODE
069500     GOBACK.
