000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIAPR01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Aprobacion y rechazo en
001300*                     linea de los cambios de la mesa que
001400*                     quedaron pendientes de doble control.
001410* 2026-10-15  EAD     El pendiente se reescribe aprobado antes
001420*                     del LINK a CLIUPD01; si CLIUPD01 no
001430*                     aplica el cambio se vuelve atras la
001440*                     unidad de trabajo. Asi una falla al
001450*                     reescribir ya no deja en las colas TD
001460*                     (journal, historial) un cambio deshecho.
001500*****************************************************************
001600* Transaccion CICS de los supervisores de la mesa para resolver
001700* los cambios que CLIUPD01 dejo pendientes en CLI-PENDIENTES
001800* (FCT CLIPEND, ver CLIPEND.cpy): todo cambio de CLI-ESTADO y el
001900* de nombre/apellido de un cliente con override de calificacion
002000* vigente. Recibe en la COMMAREA (CLIAPRPM) la funcion:
002100*
002200*   'L' lista los pendientes por browse del FCT CLIPEND.
002300*   'A' aprueba uno: lo lee con UPDATE y lo reescribe aprobado;
002400*       despues arma la COMMAREA de CLIUPD01 con el pedido
002500*       original (operador, nivel, motivo y campos) mas el
002600*       supervisor que aprueba, y la pasa por LINK; CLIUPD01
002700*       aplica el cambio con sus reglas de siempre y deja el
002710*       rastro CLIHIST/journal con ambos usuarios. Si no se
002800*       aplico (codigo distinto de '00' y de '14' retenido por
002900*       listas) o el LINK falla, SYNCPOINT ROLLBACK deshace la
002910*       marca de aprobado (CLIPEND es recuperable: LOG(UNDO) en
002920*       su definicion, ver CLIPEND.jcl), el pendiente sigue
003000*       abierto y se devuelve el codigo de CLIUPD01. Las
003010*       colas TD no son recuperables: por eso el pendiente se
003020*       graba antes del LINK y no despues, y CLIUPD01 solo
003030*       escribe en ellas un cambio ya aplicado.
003100*   'R' lo rechaza con el motivo informado.
003200*
003300* Quien resuelve debe ser supervisor y no puede ser el mismo
003400* operador que pidio el cambio. El pendiente resuelto queda en
003500* el archivo con usuario, fecha, hora y motivo de la resolucion.
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400 77  WS-RESP-CICS              PIC S9(08) COMP VALUE ZERO.
004500 77  WS-LONG-COMMAREA-UPD      PIC S9(04) COMP VALUE ZERO.
004600 77  WS-SUB                    PIC 9(02) COMP  VALUE ZERO.
004700 77  WS-SW-FIN-BROWSE          PIC X(01)       VALUE 'N'.
004800     88  WS-FIN-BROWSE                         VALUE 'S'.
004900
005000*****************************************************************
005100* COMMAREA para el LINK a CLIUPD01 al aprobar.                  *
005200*****************************************************************
005300 COPY CLIUPDPM.
005400
005500*****************************************************************
005600* Area del registro leido por el FCT CLIPEND.                   *
005700*****************************************************************
005800 COPY CLIPEND.
005900
006000 LINKAGE SECTION.
006100     COPY CLIAPRPM.
006200
006300 PROCEDURE DIVISION.
006400*****************************************************************
006500* 0000-MAINLINE                                                 *
006600*****************************************************************
006700 0000-MAINLINE.
006800     IF EIBCALEN = ZERO
006900         GO TO 9999-EXIT
007000     END-IF
007100     SET CLIAPR-OK TO TRUE
007200     MOVE SPACES TO CLIAPR-COD-RETORNO-UPD
007300     EVALUATE TRUE
007400         WHEN CLIAPR-LISTAR
007500             PERFORM 1000-LISTAR-PENDIENTES THRU 1000-EXIT
007600         WHEN CLIAPR-APROBAR
007700             PERFORM 2000-VALIDAR-RESOLUCION THRU 2000-EXIT
007800             IF CLIAPR-OK
007900                 PERFORM 3000-APROBAR THRU 3000-EXIT
008000             END-IF
008100         WHEN CLIAPR-RECHAZAR
008200             PERFORM 2000-VALIDAR-RESOLUCION THRU 2000-EXIT
008300             IF CLIAPR-OK
008400                 PERFORM 4000-RECHAZAR THRU 4000-EXIT
008500             END-IF
008600         WHEN OTHER
008700             SET CLIAPR-FUNCION-INVALIDA TO TRUE
008800     END-EVALUATE
008900     GO TO 9999-EXIT.
009000
009100*****************************************************************
009200* 1000-LISTAR-PENDIENTES - browse del FCT CLIPEND desde la      *
009300*      clave recibida, cargando hasta diez pendientes; si hay   *
009400*      un undecimo se devuelve su clave para seguir despues     *
009500*****************************************************************
009600 1000-LISTAR-PENDIENTES.
009700     MOVE ZERO   TO CLIAPR-CANT-ITEMS
009800     MOVE 'N'    TO CLIAPR-SW-HAY-MAS
009900     MOVE ZERO   TO WS-SUB
010000     MOVE 'N'    TO WS-SW-FIN-BROWSE
010100     MOVE CLIAPR-CLAVE TO PEND-CLAVE
010200     EXEC CICS STARTBR
010300         FILE('CLIPEND')
010400         RIDFLD(PEND-CLAVE)
010500         GTEQ
010600         RESP(WS-RESP-CICS)
010700     END-EXEC
010800     EVALUATE TRUE
010900         WHEN WS-RESP-CICS = DFHRESP(NORMAL)
011000             CONTINUE
011100         WHEN WS-RESP-CICS = DFHRESP(NOTFND)
011200             GO TO 1000-EXIT
011300         WHEN OTHER
011400             SET CLIAPR-ERROR-IO TO TRUE
011500             GO TO 1000-EXIT
011600     END-EVALUATE
011700     PERFORM 1100-LEER-SIGUIENTE THRU 1100-EXIT
011800         UNTIL WS-FIN-BROWSE
011900     EXEC CICS ENDBR
012000         FILE('CLIPEND')
012100         RESP(WS-RESP-CICS)
012200     END-EXEC
012300     MOVE WS-SUB TO CLIAPR-CANT-ITEMS.
012400 1000-EXIT.
012500     EXIT.
012600
012700*****************************************************************
012800* 1100-LEER-SIGUIENTE - un paso del browse; los ya resueltos se *
012900*      saltean                                                  *
013000*****************************************************************
013100 1100-LEER-SIGUIENTE.
013200     EXEC CICS READNEXT
013300         FILE('CLIPEND')
013400         INTO(CLI-PEND-REG)
013500         RIDFLD(PEND-CLAVE)
013600         RESP(WS-RESP-CICS)
013700     END-EXEC
013800     EVALUATE TRUE
013900         WHEN WS-RESP-CICS = DFHRESP(ENDFILE)
014000             SET WS-FIN-BROWSE TO TRUE
014100             GO TO 1100-EXIT
014200         WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
014300             SET CLIAPR-ERROR-IO TO TRUE
014400             SET WS-FIN-BROWSE TO TRUE
014500             GO TO 1100-EXIT
014600         WHEN NOT PEND-PENDIENTE
014700             GO TO 1100-EXIT
014800         WHEN OTHER
014900             CONTINUE
015000     END-EVALUATE
015100     IF WS-SUB = 10
015200         SET CLIAPR-HAY-MAS TO TRUE
015300         MOVE PEND-CLAVE TO CLIAPR-CLAVE
015400         SET WS-FIN-BROWSE TO TRUE
015500         GO TO 1100-EXIT
015600     END-IF
015700     ADD 1 TO WS-SUB
015800     MOVE PEND-CLI-ID         TO CLIAPR-IT-CLI-ID (WS-SUB)
015900     MOVE PEND-FECHA-PEDIDO   TO CLIAPR-IT-FECHA-PEDIDO (WS-SUB)
016000     MOVE PEND-HORA-PEDIDO    TO CLIAPR-IT-HORA-PEDIDO (WS-SUB)
016100     MOVE PEND-USUARIO-PEDIDO TO CLIAPR-IT-USUARIO-PEDIDO (WS-SUB)
016200     MOVE PEND-MOTIVO         TO CLIAPR-IT-MOTIVO (WS-SUB)
016300     MOVE PEND-ESTADO-ACTUAL  TO CLIAPR-IT-ESTADO-ACTUAL (WS-SUB)
016400     MOVE PEND-CLI-ESTADO     TO CLIAPR-IT-CLI-ESTADO (WS-SUB)
016500     MOVE PEND-CLI-NOMBRE     TO CLIAPR-IT-CLI-NOMBRE (WS-SUB)
016600     MOVE PEND-CLI-APELLIDO   TO CLIAPR-IT-CLI-APELLIDO (WS-SUB).
016700 1100-EXIT.
016800     EXIT.
016900
017000*****************************************************************
017100* 2000-VALIDAR-RESOLUCION - supervisor, motivo si es rechazo, y *
017200*      el pendiente leido con UPDATE: debe seguir pendiente y   *
017300*      no lo puede resolver quien lo pidio                      *
017400*****************************************************************
017500 2000-VALIDAR-RESOLUCION.
017600     IF NOT CLIAPR-NIVEL-SUPERVISOR OR
017700        CLIAPR-OPERADOR = SPACES OR
017800        CLIAPR-OPERADOR = LOW-VALUES
017900         SET CLIAPR-NO-AUTORIZADO TO TRUE
018000         GO TO 2000-EXIT
018100     END-IF
018200     IF CLIAPR-RECHAZAR AND
018300        (CLIAPR-MOTIVO-RECHAZO = SPACES OR
018400         CLIAPR-MOTIVO-RECHAZO = LOW-VALUES)
018500         SET CLIAPR-FALTA-MOTIVO TO TRUE
018600         GO TO 2000-EXIT
018700     END-IF
018800     MOVE CLIAPR-CLAVE TO PEND-CLAVE
018900     EXEC CICS READ
019000         FILE('CLIPEND')
019100         INTO(CLI-PEND-REG)
019200         RIDFLD(PEND-CLAVE)
019300         UPDATE
019400         RESP(WS-RESP-CICS)
019500     END-EXEC
019600     EVALUATE TRUE
019700         WHEN WS-RESP-CICS = DFHRESP(NOTFND)
019800             SET CLIAPR-NO-ENCONTRADO TO TRUE
019900             GO TO 2000-EXIT
020000         WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
020100             SET CLIAPR-ERROR-IO TO TRUE
020200             GO TO 2000-EXIT
020300         WHEN NOT PEND-PENDIENTE
020400             SET CLIAPR-YA-RESUELTO TO TRUE
020500         WHEN PEND-USUARIO-PEDIDO = CLIAPR-OPERADOR
020600             SET CLIAPR-MISMO-USUARIO TO TRUE
020700         WHEN OTHER
020800             CONTINUE
020900     END-EVALUATE
021000     IF NOT CLIAPR-OK
021100         PERFORM 5100-LIBERAR-PENDIENTE THRU 5100-EXIT
021200     END-IF.
021300 2000-EXIT.
021400     EXIT.
021500
021600*****************************************************************
021700* 3000-APROBAR - el pendiente se reescribe aprobado y despues   *
021800*      el pedido original va por LINK a CLIUPD01 con el         *
021900*      supervisor que aprueba; si no se aplica, se deshace la   *
022000*      aprobacion                                               *
022010*****************************************************************
022100 3000-APROBAR.
022110     SET PEND-APROBADO TO TRUE
022120     MOVE SPACES TO PEND-MOTIVO-RESOLUCION
022130     PERFORM 5000-GRABAR-RESOLUCION THRU 5000-EXIT
022140     IF NOT CLIAPR-OK
022150         GO TO 3000-EXIT
022160     END-IF
022200     MOVE SPACES              TO CLIUPD-COMMAREA
022300     MOVE PEND-CLI-ID         TO CLIUPD-CLI-ID
022400     MOVE PEND-USUARIO-PEDIDO TO CLIUPD-OPERADOR
022500     MOVE PEND-NIVEL-AUT      TO CLIUPD-NIVEL-AUT
022600     MOVE PEND-MOTIVO         TO CLIUPD-MOTIVO
022700     MOVE PEND-CLI-NOMBRE     TO CLIUPD-CLI-NOMBRE
022800     MOVE PEND-CLI-APELLIDO   TO CLIUPD-CLI-APELLIDO
022900     MOVE PEND-CLI-ESTADO     TO CLIUPD-CLI-ESTADO
023000     MOVE CLIAPR-OPERADOR     TO CLIUPD-USUARIO-AUTORIZA
023100     MOVE LENGTH OF CLIUPD-COMMAREA TO WS-LONG-COMMAREA-UPD
023200     EXEC CICS LINK
023300         PROGRAM('CLIUPD01')
023400         COMMAREA(CLIUPD-COMMAREA)
023500         LENGTH(WS-LONG-COMMAREA-UPD)
023600         RESP(WS-RESP-CICS)
023700     END-EXEC
023800     IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
023900         SET CLIAPR-ERROR-IO TO TRUE
024000         PERFORM 5200-DESHACER-APROBACION THRU 5200-EXIT
024100         GO TO 3000-EXIT
024200     END-IF
024300     MOVE CLIUPD-COD-RETORNO TO CLIAPR-COD-RETORNO-UPD
024400     IF NOT CLIUPD-OK AND NOT CLIUPD-RETENIDO-LISTAS
024500         SET CLIAPR-NO-APLICADO TO TRUE
024600         PERFORM 5200-DESHACER-APROBACION THRU 5200-EXIT
024800     END-IF.
025200 3000-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600* 4000-RECHAZAR - el pendiente queda rechazado con el motivo    *
025700*****************************************************************
025800 4000-RECHAZAR.
025900     SET PEND-RECHAZADO TO TRUE
026000     MOVE CLIAPR-MOTIVO-RECHAZO TO PEND-MOTIVO-RESOLUCION
026100     PERFORM 5000-GRABAR-RESOLUCION THRU 5000-EXIT.
026200 4000-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600* 5000-GRABAR-RESOLUCION - reescribe el pendiente con quien lo  *
026700*      resolvio y cuando; si falla, no se aplico nada           *
027000*****************************************************************
027100 5000-GRABAR-RESOLUCION.
027200     MOVE CLIAPR-OPERADOR TO PEND-USUARIO-RESUELVE
027300     ACCEPT PEND-FECHA-RESOLUCION FROM DATE YYYYMMDD
027400     ACCEPT PEND-HORA-RESOLUCION  FROM TIME
027500     EXEC CICS REWRITE
027600         FILE('CLIPEND')
027700         FROM(CLI-PEND-REG)
027800         RESP(WS-RESP-CICS)
027900     END-EXEC
028000     IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
028100         SET CLIAPR-ERROR-IO TO TRUE
028200         PERFORM 5100-LIBERAR-PENDIENTE THRU 5100-EXIT
028700     END-IF.
028800 5000-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200* 5100-LIBERAR-PENDIENTE - suelta el registro leido con UPDATE  *
029300*      que no se reescribe                                      *
029400*****************************************************************
029500 5100-LIBERAR-PENDIENTE.
029600     EXEC CICS UNLOCK
029700         FILE('CLIPEND')
029800         RESP(WS-RESP-CICS)
029900     END-EXEC.
030000 5100-EXIT.
030100     EXIT.
030110
030120*****************************************************************
030130* 5200-DESHACER-APROBACION - CLIUPD01 no aplico el cambio: la   *
030140*      vuelta atras de la unidad de trabajo devuelve el         *
030150*      pendiente a 'P' sin resolutor. El COD-RETORNO ya armado  *
030160*      para el llamador no se toca                              *
030170*****************************************************************
030180 5200-DESHACER-APROBACION.
030190     EXEC CICS SYNCPOINT ROLLBACK
030191         RESP(WS-RESP-CICS)
030192     END-EXEC.
030193 5200-EXIT.
030194     EXIT.
030200
030300*****************************************************************
030400* 9999-EXIT - devuelve el control a CICS con la COMMAREA armada *
030500*****************************************************************
030600 9999-EXIT.
030700     EXEC CICS RETURN END-EXEC.
