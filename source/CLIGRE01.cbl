000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIGRE01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Reporte mensual de
001300*                     exposicion consolidada por grupo
001400*                     economico, con peor calificacion del
001500*                     grupo y marca de calificaciones
001600*                     inconsistentes entre miembros.
001700*****************************************************************
001800* Reporte mensual de exposicion por grupo economico. Toma los
001900* vinculos vigentes a la fecha de corte del archivo CLI-GRUPO
002000* (ver CLIGRFD.cpy; vigente = fecha desde no posterior al corte
002100* y fecha hasta en cero o no anterior al corte) y los valoriza
002200* en dos pasadas:
002300*
002400*   1. Los miembros se ordenan por CLI-ID y se cruzan con los
002500*      extractos mensuales de comportamiento de Cuentas
002600*      (CLICMPC, CMPC-SALDO-PROMEDIO) y Prestamos (CLICMPP,
002700*      CMPP-SALDO-DEUDA), ambos ascendentes por CLI-ID, y con
002800*      el maestro CLIENTE-MASTER (calificacion, sucursal,
002900*      estado). El miembro valorizado se graba en el archivo
003000*      de trabajo GRPWRK.
003100*   2. GRPWRK se reordena por grupo + CLI-ID y se imprime en
003200*      RPTGRP un bloque por grupo: una linea por miembro y el
003300*      total del grupo (deuda, saldo promedio, peor
003400*      calificacion).
003500*
003600* Un grupo cuyos miembros caen en distintos tramos de riesgo
003700* (00-30 / 31-60 / 61-100, los mismos de CLIRPT01) se marca
003800* INCONSISTENTE: la gerencia de riesgo crediticio debe
003900* alinearlo con overrides de CLIOVM01 antes de que CLIXTR01
004000* arme la presentacion al regulador. No intervienen en la
004100* comparacion los miembros sin maestro ni los dados de baja;
004200* ambos se listan igual y suman su exposicion.
004300*
004400* PARM opcional 'FECHA=AAAAMMDD' fija la fecha de corte de
004500* vigencia de los vinculos (sin PARM, la del sistema). Se graba
004600* el registro de corrida en CLIESTAD: 1 grupos, 2 grupos
004700* inconsistentes, 3 miembros sin maestro, 4 miembros vigentes.
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT CLI-GRUPO       ASSIGN TO CLIGRPD
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE  IS SEQUENTIAL
005800         RECORD KEY   IS GRP-CLAVE OF CLI-GRUPO-REG
005900         FILE STATUS  IS WS-GRP-STATUS.
006000
006100     SELECT CLIENTE-MASTER  ASSIGN TO CLIEMAST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE  IS DYNAMIC
006400         RECORD KEY   IS CLI-ID OF CLIENTE-MASTER-REG
006500         FILE STATUS  IS WS-CLI-STATUS.
006600
006700     SELECT CLI-CMP-CTA      ASSIGN TO CLICMPC
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS  IS WS-STATUS-CTA.
007000
007100     SELECT CLI-CMP-PRE      ASSIGN TO CLICMPP
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS  IS WS-STATUS-PRE.
007400
007500     SELECT GRP-EXPOSICION   ASSIGN TO GRPWRK
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS  IS WS-WRK-STATUS.
007800
007900     SELECT WORK-GRP-SORT    ASSIGN TO SORTWK01.
008000
008100     SELECT WORK-EXP-SORT    ASSIGN TO SORTWK02.
008200
008300     SELECT RPT-GRUPOS       ASSIGN TO RPTGRP
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS  IS WS-RPT-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CLI-GRUPO
009000     LABEL RECORDS ARE STANDARD.
009100     COPY CLIGRFD.
009200
009300 FD  CLIENTE-MASTER
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CLIEMFD.
009600
009700 FD  CLI-CMP-CTA
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CLICMPC.
010000
010100 FD  CLI-CMP-PRE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY CLICMPP.
010400
010500*****************************************************************
010600* Miembro vigente valorizado (primera pasada), insumo del       *
010700* segundo ordenamiento por grupo. Mismo layout que SD-EXP-REG.  *
010800*****************************************************************
010900 FD  GRP-EXPOSICION
011000     LABEL RECORDS ARE STANDARD.
011100 01  EXP-REG.
011200     05  EXP-ID-GRUPO          PIC 9(08).
011300     05  EXP-CLI-ID            PIC 9(10).
011400     05  EXP-TIPO-RELACION     PIC X(04).
011500     05  EXP-SW-MAESTRO        PIC X(01).
011600     05  EXP-SUCURSAL          PIC X(04).
011700     05  EXP-ESTADO            PIC X(01).
011800     05  EXP-CALIFICACION      PIC 9(02).
011900     05  EXP-SALDO-DEUDA       PIC S9(11)V99.
012000     05  EXP-SALDO-PROMEDIO    PIC S9(11)V99.
012100
012200 SD  WORK-GRP-SORT.
012300 01  SD-GRP-REG.
012400     05  SD-CLI-ID             PIC 9(10).
012500     05  SD-ID-GRUPO           PIC 9(08).
012600     05  SD-TIPO-RELACION      PIC X(04).
012700
012800 SD  WORK-EXP-SORT.
012900 01  SD-EXP-REG.
013000     05  SDE-ID-GRUPO          PIC 9(08).
013100     05  SDE-CLI-ID            PIC 9(10).
013200     05  SDE-TIPO-RELACION     PIC X(04).
013300     05  SDE-SW-MAESTRO        PIC X(01).
013400         88  SDE-CON-MAESTRO       VALUE 'S'.
013500     05  SDE-SUCURSAL          PIC X(04).
013600     05  SDE-ESTADO            PIC X(01).
013700         88  SDE-DADO-BAJA         VALUE 'B'.
013800     05  SDE-CALIFICACION      PIC 9(02).
013900     05  SDE-SALDO-DEUDA       PIC S9(11)V99.
014000     05  SDE-SALDO-PROMEDIO    PIC S9(11)V99.
014100
014200 FD  RPT-GRUPOS
014300     LABEL RECORDS ARE STANDARD.
014400 01  RPT-LINEA                 PIC X(132).
014500
014600 WORKING-STORAGE SECTION.
014700 77  WS-GRP-STATUS             PIC X(02)      VALUE '00'.
014800 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
014900     88  WS-CLI-OK                            VALUE '00'.
015000 77  WS-STATUS-CTA             PIC X(02)      VALUE '00'.
015100 77  WS-STATUS-PRE             PIC X(02)      VALUE '00'.
015200 77  WS-WRK-STATUS             PIC X(02)      VALUE '00'.
015300 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
015400 77  WS-SW-EOF-GRUPO           PIC X(01)      VALUE 'N'.
015500     88  WS-EOF-GRUPO                         VALUE 'S'.
015600 77  WS-SW-EOF-CTA             PIC X(01)      VALUE 'N'.
015700     88  WS-EOF-CTA                           VALUE 'S'.
015800 77  WS-SW-EOF-PRE             PIC X(01)      VALUE 'N'.
015900     88  WS-EOF-PRE                           VALUE 'S'.
016000 77  WS-SW-EOF-SORT            PIC X(01)      VALUE 'N'.
016100     88  WS-EOF-SORT                          VALUE 'S'.
016200 77  WS-SW-EOF-EXP             PIC X(01)      VALUE 'N'.
016300     88  WS-EOF-EXP                           VALUE 'S'.
016400 77  WS-SW-PRIMER-REGISTRO     PIC X(01)      VALUE 'S'.
016500     88  WS-ES-PRIMER-REGISTRO                VALUE 'S'.
016600
016700 77  WS-FECHA-PROCESO          PIC 9(08)       VALUE ZERO.
016800 77  WS-GRUPO-ANT              PIC 9(08)       VALUE ZERO.
016900 77  WS-TRAMO                  PIC 9(01)       VALUE ZERO.
017000 77  WS-CONT-GRUPOS            PIC 9(09) COMP  VALUE ZERO.
017100 77  WS-CONT-INCONSISTENTES    PIC 9(09) COMP  VALUE ZERO.
017200 77  WS-CONT-SIN-MAESTRO       PIC 9(09) COMP  VALUE ZERO.
017300 77  WS-CONT-MIEMBROS          PIC 9(09) COMP  VALUE ZERO.
017400 77  WS-CONT-EDIT              PIC ZZZZZZZZ9.
017500
017600*****************************************************************
017700* Acumuladores del grupo en curso. El tramo minimo y maximo     *
017800* entre los miembros comparables decide la inconsistencia.      *
017900*****************************************************************
018000 01  WS-ACUM-GRUPO.
018100     05  WS-GRP-MIEMBROS       PIC 9(05) COMP  VALUE ZERO.
018200     05  WS-GRP-COMPARABLES    PIC 9(05) COMP  VALUE ZERO.
018300     05  WS-GRP-DEUDA          PIC S9(13)V99   VALUE ZERO.
018400     05  WS-GRP-SALDO-PROM     PIC S9(13)V99   VALUE ZERO.
018500     05  WS-GRP-PEOR-CALIF     PIC 9(02)       VALUE ZERO.
018600     05  WS-GRP-MEJOR-CALIF    PIC 9(02)       VALUE ZERO.
018700     05  WS-GRP-TRAMO-MIN      PIC 9(01)       VALUE ZERO.
018800     05  WS-GRP-TRAMO-MAX      PIC 9(01)       VALUE ZERO.
018900
019000 01  WS-TOT-DEUDA              PIC S9(13)V99   VALUE ZERO.
019100 01  WS-TOT-SALDO-PROM         PIC S9(13)V99   VALUE ZERO.
019200
019300 01  WS-LINEA-GRUPO.
019400     05  FILLER                PIC X(16) VALUE
019500         'GRUPO ECONOMICO '.
019600     05  CAB-ID-GRUPO          PIC 9(08).
019700     05  FILLER                PIC X(20) VALUE
019800         '    VIGENCIA AL     '.
019900     05  CAB-FECHA-CORTE       PIC 9(08).
020000
020100 01  WS-LINEA-MIEMBRO.
020200     05  FILLER                PIC X(10) VALUE '  CLI-ID  '.
020300     05  DET-CLI-ID            PIC 9(10).
020400     05  FILLER                PIC X(05) VALUE ' REL '.
020500     05  DET-TIPO-RELACION     PIC X(04).
020600     05  FILLER                PIC X(05) VALUE ' SUC '.
020700     05  DET-SUCURSAL          PIC X(04).
020800     05  FILLER                PIC X(05) VALUE ' EST '.
020900     05  DET-ESTADO            PIC X(01).
021000     05  FILLER                PIC X(07) VALUE ' CALIF '.
021100     05  DET-CALIFICACION      PIC 9(02).
021200     05  FILLER                PIC X(07) VALUE ' DEUDA '.
021300     05  DET-SALDO-DEUDA       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
021400     05  FILLER                PIC X(12) VALUE ' SALDO PROM '.
021500     05  DET-SALDO-PROMEDIO    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
021600     05  FILLER                PIC X(02) VALUE SPACES.
021700     05  DET-OBSERVACION       PIC X(12).
021800
021900 01  WS-LINEA-TOTAL-GRUPO.
022000     05  FILLER                PIC X(13) VALUE '  TOTAL GRUPO'.
022100     05  FILLER                PIC X(10) VALUE ' MIEMBROS '.
022200     05  TOT-MIEMBROS          PIC ZZZZ9.
022300     05  FILLER                PIC X(07) VALUE ' DEUDA '.
022400     05  TOT-SALDO-DEUDA       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
022500     05  FILLER                PIC X(12) VALUE ' SALDO PROM '.
022600     05  TOT-SALDO-PROMEDIO    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
022700     05  FILLER                PIC X(12) VALUE ' PEOR CALIF '.
022800     05  TOT-PEOR-CALIF        PIC 9(02).
022900
023000 01  WS-LINEA-INCONSISTENTE.
023100     05  FILLER                PIC X(37) VALUE
023200         '  *** CALIFICACIONES INCONSISTENTES: '.
023300     05  INC-MEJOR-CALIF       PIC 9(02).
023400     05  FILLER                PIC X(03) VALUE ' A '.
023500     05  INC-PEOR-CALIF        PIC 9(02).
023600     05  FILLER                PIC X(40) VALUE
023700         ' - ALINEAR CON OVERRIDE (CLIOVM01) ***'.
023800
023900 01  WS-IMPORTE-EDIT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024000
024100 COPY CLIESTPM.
024200
024300 LINKAGE SECTION.
024400 01  WS-PARM-JCL.
024500     05  WS-PARM-LONG          PIC S9(04) COMP.
024600     05  WS-PARM-TEXTO         PIC X(20).
024700
024800 PROCEDURE DIVISION USING WS-PARM-JCL.
024900*****************************************************************
025000* 0000-MAINLINE                                                 *
025100*****************************************************************
025200 0000-MAINLINE.
025300     PERFORM 0100-PROCESAR-PARM THRU 0100-EXIT
025400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
025500     SORT WORK-GRP-SORT
025600         ON ASCENDING KEY SD-CLI-ID SD-ID-GRUPO
025700         INPUT PROCEDURE  2000-SELECCIONAR-MIEMBROS
025800         OUTPUT PROCEDURE 3000-VALORIZAR-MIEMBROS
025900     CLOSE CLI-GRUPO
026000     CLOSE CLIENTE-MASTER
026100     CLOSE CLI-CMP-CTA
026200     CLOSE CLI-CMP-PRE
026300     CLOSE GRP-EXPOSICION
026400     SORT WORK-EXP-SORT
026500         ON ASCENDING KEY SDE-ID-GRUPO SDE-CLI-ID
026600         USING GRP-EXPOSICION
026700         OUTPUT PROCEDURE 4000-EMITIR-REPORTE
026800     PERFORM 7000-EMITIR-RESUMEN THRU 7000-EXIT
026900     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
027000     PERFORM 9000-FINALIZAR THRU 9000-EXIT
027100     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
027200     GOBACK.
027300
027400*****************************************************************
027500* 0100-PROCESAR-PARM - fecha de corte del PARM opcional         *
027600*      'FECHA=AAAAMMDD' (sin PARM, la del sistema)              *
027700*****************************************************************
027800 0100-PROCESAR-PARM.
027900     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
028000     IF WS-PARM-LONG >= 14 AND
028100        WS-PARM-TEXTO(1:6) = 'FECHA=' AND
028200        WS-PARM-TEXTO(7:8) IS NUMERIC
028300         MOVE WS-PARM-TEXTO(7:8) TO WS-FECHA-PROCESO
028400     END-IF.
028500 0100-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900* 1000-INICIALIZAR - abre los archivos y lee el primer registro *
029000*      de cada extracto de comportamiento                       *
029100*****************************************************************
029200 1000-INICIALIZAR.
029300     OPEN INPUT CLI-GRUPO
029400     IF WS-GRP-STATUS NOT = '00'
029500         GO TO 9200-ABEND-APERTURA
029600     END-IF
029700     OPEN INPUT CLIENTE-MASTER
029800     IF WS-CLI-STATUS NOT = '00'
029900         GO TO 9200-ABEND-APERTURA
030000     END-IF
030100     OPEN INPUT CLI-CMP-CTA
030200     IF WS-STATUS-CTA NOT = '00'
030300         GO TO 9200-ABEND-APERTURA
030400     END-IF
030500     OPEN INPUT CLI-CMP-PRE
030600     IF WS-STATUS-PRE NOT = '00'
030700         GO TO 9200-ABEND-APERTURA
030800     END-IF
030900     OPEN OUTPUT GRP-EXPOSICION
031000     IF WS-WRK-STATUS NOT = '00'
031100         GO TO 9200-ABEND-APERTURA
031200     END-IF
031300     OPEN OUTPUT RPT-GRUPOS
031400     IF WS-RPT-STATUS NOT = '00'
031500         GO TO 9200-ABEND-APERTURA
031600     END-IF
031700     PERFORM 3300-LEER-CTA THRU 3300-EXIT
031800     PERFORM 3400-LEER-PRE THRU 3400-EXIT.
031900 1000-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300* 2000-SELECCIONAR-MIEMBROS - libera al primer ordenamiento     *
032400*      los vinculos vigentes a la fecha de corte                *
032500*****************************************************************
032600 2000-SELECCIONAR-MIEMBROS.
032700     PERFORM 2100-LEER-GRUPO THRU 2100-EXIT
032800     PERFORM 2200-EVALUAR-VINCULO THRU 2200-EXIT
032900         UNTIL WS-EOF-GRUPO.
033000
033100*****************************************************************
033200* 2100-LEER-GRUPO                                               *
033300*****************************************************************
033400 2100-LEER-GRUPO.
033500     READ CLI-GRUPO NEXT RECORD
033600         AT END
033700             SET WS-EOF-GRUPO TO TRUE
033800     END-READ.
033900 2100-EXIT.
034000     EXIT.
034100
034200*****************************************************************
034300* 2200-EVALUAR-VINCULO - un vinculo aun no iniciado o ya        *
034400*      cerrado a la fecha de corte no forma parte del grupo     *
034500*****************************************************************
034600 2200-EVALUAR-VINCULO.
034700     IF GRP-FECHA-DESDE OF CLI-GRUPO-REG > WS-FECHA-PROCESO
034800         GO TO 2200-SIGUIENTE
034900     END-IF
035000     IF GRP-FECHA-HASTA OF CLI-GRUPO-REG NOT = ZERO AND
035100        GRP-FECHA-HASTA OF CLI-GRUPO-REG < WS-FECHA-PROCESO
035200         GO TO 2200-SIGUIENTE
035300     END-IF
035400     ADD 1 TO WS-CONT-MIEMBROS
035500     MOVE GRP-CLI-ID OF CLI-GRUPO-REG        TO SD-CLI-ID
035600     MOVE GRP-ID-GRUPO OF CLI-GRUPO-REG      TO SD-ID-GRUPO
035700     MOVE GRP-TIPO-RELACION OF CLI-GRUPO-REG TO SD-TIPO-RELACION
035800     RELEASE SD-GRP-REG.
035900 2200-SIGUIENTE.
036000     PERFORM 2100-LEER-GRUPO THRU 2100-EXIT.
036100 2200-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500* 3000-VALORIZAR-MIEMBROS - cruza los miembros (ascendentes por *
036600*      CLI-ID) con los extractos y el maestro y graba GRPWRK    *
036700*****************************************************************
036800 3000-VALORIZAR-MIEMBROS.
036900     PERFORM 3100-LEER-SORT THRU 3100-EXIT
037000     PERFORM 3200-VALORIZAR-MIEMBRO THRU 3200-EXIT
037100         UNTIL WS-EOF-SORT.
037200
037300*****************************************************************
037400* 3100-LEER-SORT                                                *
037500*****************************************************************
037600 3100-LEER-SORT.
037700     RETURN WORK-GRP-SORT
037800         AT END
037900             SET WS-EOF-SORT TO TRUE
038000     END-RETURN.
038100 3100-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500* 3200-VALORIZAR-MIEMBRO - un miembro de varios grupos vuelve a *
038600*      encontrar el mismo registro de extracto (no se avanza    *
038700*      mientras la clave no supere el CLI-ID en curso)          *
038800*****************************************************************
038900 3200-VALORIZAR-MIEMBRO.
039000     PERFORM 3310-SALTAR-CTA THRU 3310-EXIT
039100         UNTIL WS-EOF-CTA OR CMPC-CLI-ID >= SD-CLI-ID
039200     PERFORM 3410-SALTAR-PRE THRU 3410-EXIT
039300         UNTIL WS-EOF-PRE OR CMPP-CLI-ID >= SD-CLI-ID
039400     MOVE SD-ID-GRUPO      TO EXP-ID-GRUPO
039500     MOVE SD-CLI-ID        TO EXP-CLI-ID
039600     MOVE SD-TIPO-RELACION TO EXP-TIPO-RELACION
039700     MOVE ZERO TO EXP-SALDO-PROMEDIO
039800     MOVE ZERO TO EXP-SALDO-DEUDA
039900     IF NOT WS-EOF-CTA AND CMPC-CLI-ID = SD-CLI-ID
040000         MOVE CMPC-SALDO-PROMEDIO TO EXP-SALDO-PROMEDIO
040100     END-IF
040200     IF NOT WS-EOF-PRE AND CMPP-CLI-ID = SD-CLI-ID
040300         MOVE CMPP-SALDO-DEUDA    TO EXP-SALDO-DEUDA
040400     END-IF
040500     MOVE SD-CLI-ID TO CLI-ID OF CLIENTE-MASTER-REG
040600     READ CLIENTE-MASTER
040700         INVALID KEY
040800             MOVE 'N'    TO EXP-SW-MAESTRO
040900             MOVE SPACES TO EXP-SUCURSAL
041000             MOVE SPACES TO EXP-ESTADO
041100             MOVE ZERO   TO EXP-CALIFICACION
041200         NOT INVALID KEY
041300             MOVE 'S'    TO EXP-SW-MAESTRO
041400             MOVE CLI-SUCURSAL OF CLIENTE-MASTER-REG
041500                                      TO EXP-SUCURSAL
041600             MOVE CLI-ESTADO OF CLIENTE-MASTER-REG
041700                                      TO EXP-ESTADO
041800             MOVE CLI-CALIFICACION OF CLIENTE-MASTER-REG
041900                                      TO EXP-CALIFICACION
042000     END-READ
042100     WRITE EXP-REG
042200     IF WS-WRK-STATUS NOT = '00'
042300         GO TO 9100-ABEND-GRABACION
042400     END-IF
042500     PERFORM 3100-LEER-SORT THRU 3100-EXIT.
042600 3200-EXIT.
042700     EXIT.
042800
042900*****************************************************************
043000* 3300-LEER-CTA                                                 *
043100*****************************************************************
043200 3300-LEER-CTA.
043300     READ CLI-CMP-CTA
043400         AT END
043500             SET WS-EOF-CTA TO TRUE
043600     END-READ.
043700 3300-EXIT.
043800     EXIT.
043900
044000*****************************************************************
044100* 3310-SALTAR-CTA                                               *
044200*****************************************************************
044300 3310-SALTAR-CTA.
044400     PERFORM 3300-LEER-CTA THRU 3300-EXIT.
044500 3310-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900* 3400-LEER-PRE                                                 *
045000*****************************************************************
045100 3400-LEER-PRE.
045200     READ CLI-CMP-PRE
045300         AT END
045400             SET WS-EOF-PRE TO TRUE
045500     END-READ.
045600 3400-EXIT.
045700     EXIT.
045800
045900*****************************************************************
046000* 3410-SALTAR-PRE                                               *
046100*****************************************************************
046200 3410-SALTAR-PRE.
046300     PERFORM 3400-LEER-PRE THRU 3400-EXIT.
046400 3410-EXIT.
046500     EXIT.
046600
046700*****************************************************************
046800* 4000-EMITIR-REPORTE - ruptura de control por grupo sobre los  *
046900*      miembros valorizados, ascendentes por grupo + CLI-ID     *
047000*****************************************************************
047100 4000-EMITIR-REPORTE.
047200     PERFORM 4100-LEER-EXPOSICION THRU 4100-EXIT
047300     PERFORM 4200-PROCESAR-MIEMBRO THRU 4200-EXIT
047400         UNTIL WS-EOF-EXP
047500     IF NOT WS-ES-PRIMER-REGISTRO
047600         PERFORM 4500-CERRAR-GRUPO THRU 4500-EXIT
047700     END-IF.
047800
047900*****************************************************************
048000* 4100-LEER-EXPOSICION                                          *
048100*****************************************************************
048200 4100-LEER-EXPOSICION.
048300     RETURN WORK-EXP-SORT
048400         AT END
048500             SET WS-EOF-EXP TO TRUE
048600     END-RETURN.
048700 4100-EXIT.
048800     EXIT.
048900
049000*****************************************************************
049100* 4200-PROCESAR-MIEMBRO - corta el grupo anterior al cambiar la *
049200*      clave, acumula e imprime el miembro en curso             *
049300*****************************************************************
049400 4200-PROCESAR-MIEMBRO.
049500     IF WS-ES-PRIMER-REGISTRO
049600         MOVE 'N' TO WS-SW-PRIMER-REGISTRO
049700         PERFORM 4400-INICIAR-GRUPO THRU 4400-EXIT
049800     ELSE
049900         IF SDE-ID-GRUPO NOT = WS-GRUPO-ANT
050000             PERFORM 4500-CERRAR-GRUPO THRU 4500-EXIT
050100             PERFORM 4400-INICIAR-GRUPO THRU 4400-EXIT
050200         END-IF
050300     END-IF
050400     ADD 1 TO WS-GRP-MIEMBROS
050500     ADD SDE-SALDO-DEUDA    TO WS-GRP-DEUDA
050600     ADD SDE-SALDO-PROMEDIO TO WS-GRP-SALDO-PROM
050700     MOVE SPACES TO DET-OBSERVACION
050800     EVALUATE TRUE
050900         WHEN NOT SDE-CON-MAESTRO
051000             ADD 1 TO WS-CONT-SIN-MAESTRO
051100             MOVE 'SIN MAESTRO' TO DET-OBSERVACION
051200         WHEN SDE-DADO-BAJA
051300             MOVE 'DADO DE BAJA' TO DET-OBSERVACION
051400         WHEN OTHER
051500             PERFORM 4300-COMPARAR-CALIFICACION THRU 4300-EXIT
051600     END-EVALUATE
051700     MOVE SDE-CLI-ID         TO DET-CLI-ID
051800     MOVE SDE-TIPO-RELACION  TO DET-TIPO-RELACION
051900     MOVE SDE-SUCURSAL       TO DET-SUCURSAL
052000     MOVE SDE-ESTADO         TO DET-ESTADO
052100     MOVE SDE-CALIFICACION   TO DET-CALIFICACION
052200     MOVE SDE-SALDO-DEUDA    TO DET-SALDO-DEUDA
052300     MOVE SDE-SALDO-PROMEDIO TO DET-SALDO-PROMEDIO
052400     MOVE SPACES TO RPT-LINEA
052500     MOVE WS-LINEA-MIEMBRO TO RPT-LINEA
052600     WRITE RPT-LINEA
052700     PERFORM 4100-LEER-EXPOSICION THRU 4100-EXIT.
052800 4200-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200* 4300-COMPARAR-CALIFICACION - peor y mejor calificacion y      *
053300*      tramo de riesgo minimo y maximo del grupo                *
053400*****************************************************************
053500 4300-COMPARAR-CALIFICACION.
053600     EVALUATE TRUE
053700         WHEN SDE-CALIFICACION <= 30
053800             MOVE 1 TO WS-TRAMO
053900         WHEN SDE-CALIFICACION <= 60
054000             MOVE 2 TO WS-TRAMO
054100         WHEN OTHER
054200             MOVE 3 TO WS-TRAMO
054300     END-EVALUATE
054400     ADD 1 TO WS-GRP-COMPARABLES
054500     IF WS-GRP-COMPARABLES = 1
054600         MOVE SDE-CALIFICACION TO WS-GRP-PEOR-CALIF
054700         MOVE SDE-CALIFICACION TO WS-GRP-MEJOR-CALIF
054800         MOVE WS-TRAMO         TO WS-GRP-TRAMO-MIN
054900         MOVE WS-TRAMO         TO WS-GRP-TRAMO-MAX
055000         GO TO 4300-EXIT
055100     END-IF
055200     IF SDE-CALIFICACION > WS-GRP-PEOR-CALIF
055300         MOVE SDE-CALIFICACION TO WS-GRP-PEOR-CALIF
055400     END-IF
055500     IF SDE-CALIFICACION < WS-GRP-MEJOR-CALIF
055600         MOVE SDE-CALIFICACION TO WS-GRP-MEJOR-CALIF
055700     END-IF
055800     IF WS-TRAMO > WS-GRP-TRAMO-MAX
055900         MOVE WS-TRAMO TO WS-GRP-TRAMO-MAX
056000     END-IF
056100     IF WS-TRAMO < WS-GRP-TRAMO-MIN
056200         MOVE WS-TRAMO TO WS-GRP-TRAMO-MIN
056300     END-IF.
056400 4300-EXIT.
056500     EXIT.
056600
056700*****************************************************************
056800* 4400-INICIAR-GRUPO - encabezado del grupo y acumuladores en   *
056900*      cero                                                     *
057000*****************************************************************
057100 4400-INICIAR-GRUPO.
057200     MOVE SDE-ID-GRUPO TO WS-GRUPO-ANT
057300     INITIALIZE WS-ACUM-GRUPO
057400     ADD 1 TO WS-CONT-GRUPOS
057500     MOVE SDE-ID-GRUPO     TO CAB-ID-GRUPO
057600     MOVE WS-FECHA-PROCESO TO CAB-FECHA-CORTE
057700     MOVE SPACES TO RPT-LINEA
057800     WRITE RPT-LINEA
057900     MOVE SPACES TO RPT-LINEA
058000     MOVE WS-LINEA-GRUPO TO RPT-LINEA
058100     WRITE RPT-LINEA.
058200 4400-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600* 4500-CERRAR-GRUPO - total del grupo y marca de calificaciones *
058700*      inconsistentes cuando los miembros caen en distintos     *
058800*      tramos de riesgo                                         *
058900*****************************************************************
059000 4500-CERRAR-GRUPO.
059100     ADD WS-GRP-DEUDA      TO WS-TOT-DEUDA
059200     ADD WS-GRP-SALDO-PROM TO WS-TOT-SALDO-PROM
059300     MOVE WS-GRP-MIEMBROS    TO TOT-MIEMBROS
059400     MOVE WS-GRP-DEUDA       TO TOT-SALDO-DEUDA
059500     MOVE WS-GRP-SALDO-PROM  TO TOT-SALDO-PROMEDIO
059600     MOVE WS-GRP-PEOR-CALIF  TO TOT-PEOR-CALIF
059700     MOVE SPACES TO RPT-LINEA
059800     MOVE WS-LINEA-TOTAL-GRUPO TO RPT-LINEA
059900     WRITE RPT-LINEA
060000     IF WS-GRP-TRAMO-MIN = WS-GRP-TRAMO-MAX
060100         GO TO 4500-EXIT
060200     END-IF
060300     ADD 1 TO WS-CONT-INCONSISTENTES
060400     MOVE WS-GRP-MEJOR-CALIF TO INC-MEJOR-CALIF
060500     MOVE WS-GRP-PEOR-CALIF  TO INC-PEOR-CALIF
060600     MOVE SPACES TO RPT-LINEA
060700     MOVE WS-LINEA-INCONSISTENTE TO RPT-LINEA
060800     WRITE RPT-LINEA.
060900 4500-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300* 7000-EMITIR-RESUMEN - totales de la corrida en el reporte     *
061400*****************************************************************
061500 7000-EMITIR-RESUMEN.
061600     MOVE SPACES TO RPT-LINEA
061700     WRITE RPT-LINEA
061800     MOVE SPACES TO RPT-LINEA
061900     MOVE WS-CONT-GRUPOS TO WS-CONT-EDIT
062000     STRING 'GRUPOS ECONOMICOS...........: ' DELIMITED SIZE
062100         WS-CONT-EDIT                  DELIMITED SIZE
062200         INTO RPT-LINEA
062300     WRITE RPT-LINEA
062400     MOVE SPACES TO RPT-LINEA
062500     MOVE WS-CONT-INCONSISTENTES TO WS-CONT-EDIT
062600     STRING 'GRUPOS INCONSISTENTES.......: ' DELIMITED SIZE
062700         WS-CONT-EDIT                  DELIMITED SIZE
062800         INTO RPT-LINEA
062900     WRITE RPT-LINEA
063000     MOVE SPACES TO RPT-LINEA
063100     MOVE WS-CONT-MIEMBROS TO WS-CONT-EDIT
063200     STRING 'MIEMBROS VIGENTES...........: ' DELIMITED SIZE
063300         WS-CONT-EDIT                  DELIMITED SIZE
063400         INTO RPT-LINEA
063500     WRITE RPT-LINEA
063600     MOVE SPACES TO RPT-LINEA
063700     MOVE WS-CONT-SIN-MAESTRO TO WS-CONT-EDIT
063800     STRING 'MIEMBROS SIN MAESTRO........: ' DELIMITED SIZE
063900         WS-CONT-EDIT                  DELIMITED SIZE
064000         INTO RPT-LINEA
064100     WRITE RPT-LINEA
064200     MOVE SPACES TO RPT-LINEA
064300     MOVE WS-TOT-DEUDA TO WS-IMPORTE-EDIT
064400     STRING 'DEUDA TOTAL DE LOS GRUPOS...: ' DELIMITED SIZE
064500         WS-IMPORTE-EDIT               DELIMITED SIZE
064600         INTO RPT-LINEA
064700     WRITE RPT-LINEA
064800     MOVE SPACES TO RPT-LINEA
064900     MOVE WS-TOT-SALDO-PROM TO WS-IMPORTE-EDIT
065000     STRING 'SALDO PROMEDIO TOTAL........: ' DELIMITED SIZE
065100         WS-IMPORTE-EDIT               DELIMITED SIZE
065200         INTO RPT-LINEA
065300     WRITE RPT-LINEA.
065400 7000-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800* 8000-EMITIR-TOTALES                                           *
065900*****************************************************************
066000 8000-EMITIR-TOTALES.
066100     MOVE WS-CONT-MIEMBROS TO WS-CONT-EDIT
066200     DISPLAY 'CLIGRE01 - MIEMBROS VIGENTES...: ' WS-CONT-EDIT
066300     MOVE WS-CONT-GRUPOS TO WS-CONT-EDIT
066400     DISPLAY 'CLIGRE01 - GRUPOS..............: ' WS-CONT-EDIT
066500     MOVE WS-CONT-INCONSISTENTES TO WS-CONT-EDIT
066600     DISPLAY 'CLIGRE01 - GRUPOS INCONSISTENT.: ' WS-CONT-EDIT
066700     MOVE WS-CONT-SIN-MAESTRO TO WS-CONT-EDIT
066800     DISPLAY 'CLIGRE01 - MIEMBROS SIN MAESTRO: ' WS-CONT-EDIT.
066900 8000-EXIT.
067000     EXIT.
067100
067200*****************************************************************
067300* 8500-GRABAR-ESTADISTICA - registro de corrida en el archivo   *
067400*      central CLIESTAD, para el balanceo matutino (CLIBAL01)   *
067500*****************************************************************
067600 8500-GRABAR-ESTADISTICA.
067700     MOVE 'CLIGRE01'             TO CLIEST-PROGRAMA
067800     MOVE ZERO                   TO CLIEST-FECHA-PROCESO
067900     MOVE WS-CONT-GRUPOS         TO CLIEST-CANT-1
068000     MOVE WS-CONT-INCONSISTENTES TO CLIEST-CANT-2
068100     MOVE WS-CONT-SIN-MAESTRO    TO CLIEST-CANT-3
068200     MOVE WS-CONT-MIEMBROS       TO CLIEST-CANT-4
068300     MOVE ZERO                   TO CLIEST-COD-RETORNO-JOB
068400     CALL 'CLIEST01' USING CLIEST-CONTROL.
068500 8500-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900* 9000-FINALIZAR                                                *
069000*****************************************************************
069100 9000-FINALIZAR.
069200     CLOSE RPT-GRUPOS.
069300 9000-EXIT.
069400     EXIT.
069500
069600*****************************************************************
069700* 9100-ABEND-GRABACION - error grabando el archivo de trabajo;  *
069800*      el reporte quedaria incompleto                           *
069900*****************************************************************
070000 9100-ABEND-GRABACION.
070100     DISPLAY 'CLIGRE01 - ERROR GRABANDO GRPWRK, STATUS='
070200         WS-WRK-STATUS ' CLI-ID=' SD-CLI-ID
070300     MOVE 16 TO RETURN-CODE
070400     GOBACK.
070500
070600*****************************************************************
070700* 9200-ABEND-APERTURA - error abriendo un archivo de entrada/   *
070800*      salida; se corta el job antes de leer o grabar nada      *
070900*****************************************************************
071000 9200-ABEND-APERTURA.
071100     DISPLAY 'CLIGRE01 - ERROR ABRIENDO ARCHIVOS, STATUS GRPD='
071200         WS-GRP-STATUS ' MAST=' WS-CLI-STATUS
071300         ' CMPC=' WS-STATUS-CTA ' CMPP=' WS-STATUS-PRE
071400         ' WRK=' WS-WRK-STATUS ' RPT=' WS-RPT-STATUS
071500     MOVE 16 TO RETURN-CODE
071600     GOBACK.
