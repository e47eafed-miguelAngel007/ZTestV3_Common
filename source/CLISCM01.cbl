000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLISCM01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Alta/cambio/baja/
001300*                     consulta unica del maestro de
001400*                     sucursales SUCURSAL-MASTER.
001500*****************************************************************
001600* Mantenimiento unico del maestro de sucursales SUCURSAL-MASTER,
001700* indexado por SUC-COD-SUCURSAL, un registro por sucursal con
001800* nombre, region/zona, provincia, estado (abierta/cerrada) y
001900* fecha de cierre. Hermano de CLIOVM01: toda alta, cambio o
002000* baja de una sucursal debe pasar por este programa
002100* (CALL 'CLISCM01' USING CLISCM-CONTROL, WS-SUCURSAL) en lugar
002200* de escribir directamente el archivo. CLIMNT01, CLILOAD1,
002300* CLISUC01 y CLIUPD01 rechazan las sucursales que no estan en
002400* el maestro o estan cerradas; CLIRPT02 y CLIXTR01 toman de
002500* aca el nombre y la region.
002600*
002700* El alta estampa la fecha de alta con la fecha del sistema;
002800* alta y cambio exigen codigo, nombre y region informados,
002900* estado 'A' o 'C', fecha de cierre informada para una
003000* sucursal cerrada y en cero para una abierta.
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SUCURSAL-MASTER ASSIGN TO CLISUCM
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE  IS DYNAMIC
004100         RECORD KEY   IS SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
004200         FILE STATUS  IS WS-SUC-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SUCURSAL-MASTER
004700     LABEL RECORDS ARE STANDARD.
004800     COPY CLISMFD.
004900
005000 WORKING-STORAGE SECTION.
005100 77  WS-SUC-STATUS             PIC X(02)      VALUE '00'.
005200     88  WS-SUC-OK                            VALUE '00'.
005300     88  WS-SUC-DUPLICADO                     VALUE '22'.
005400     88  WS-SUC-NO-ENCONTRADO                 VALUE '23'.
005500 77  WS-SW-ARCHIVO-ABIERTO     PIC X(01)      VALUE 'N'.
005600     88  WS-ARCHIVO-YA-ABIERTO                VALUE 'S'.
005700 77  WS-FECHA-HOY              PIC 9(08)      VALUE ZERO.
005800
005900 LINKAGE SECTION.
006000 COPY CLISCMPM.
006100 COPY CLISUCM.
006200
006300 PROCEDURE DIVISION USING CLISCM-CONTROL, WS-SUCURSAL.
006400*****************************************************************
006500* 0000-MAINLINE                                                 *
006600*****************************************************************
006700 0000-MAINLINE.
006800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
006900     IF CLISCM-OK
007000         EVALUATE TRUE
007100             WHEN CLISCM-ALTA
007200                 PERFORM 2000-ALTA THRU 2000-EXIT
007300             WHEN CLISCM-CAMBIO
007400                 PERFORM 3000-CAMBIO THRU 3000-EXIT
007500             WHEN CLISCM-BAJA
007600                 PERFORM 4000-BAJA THRU 4000-EXIT
007700             WHEN CLISCM-CONSULTA
007800                 PERFORM 5000-CONSULTA THRU 5000-EXIT
007900             WHEN OTHER
008000                 SET CLISCM-FUNCION-INVALIDA TO TRUE
008100         END-EVALUATE
008200     END-IF
008300     GOBACK.
008400
008500*****************************************************************
008600* 1000-INICIALIZAR - abre el maestro la primera vez que se     *
008700*                    invoca el programa en la ejecucion         *
008800*****************************************************************
008900 1000-INICIALIZAR.
009000     SET CLISCM-OK TO TRUE
009100     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
009200     IF NOT WS-ARCHIVO-YA-ABIERTO
009300         OPEN I-O SUCURSAL-MASTER
009400         IF WS-SUC-OK
009500             SET WS-ARCHIVO-YA-ABIERTO TO TRUE
009600         ELSE
009700             SET CLISCM-ERROR-IO TO TRUE
009800         END-IF
009900     END-IF.
010000 1000-EXIT.
010100     EXIT.
010200
010300*****************************************************************
010400* 1600-VALIDAR-SUCURSAL - codigo, nombre y region informados,   *
010500*      estado valido y fecha de cierre coherente con el         *
010600*      estado, para alta y cambio                               *
010700*****************************************************************
010800 1600-VALIDAR-SUCURSAL.
010900     IF SUC-COD-SUCURSAL OF WS-SUCURSAL = SPACES OR
011000        SUC-NOMBRE OF WS-SUCURSAL = SPACES OR
011100        SUC-REGION OF WS-SUCURSAL = SPACES
011200         SET CLISCM-DATO-INVALIDO TO TRUE
011300         GO TO 1600-EXIT
011400     END-IF
011500     IF NOT SUC-ESTADO-VALIDO OF WS-SUCURSAL OR
011600        SUC-FECHA-CIERRE OF WS-SUCURSAL NOT NUMERIC
011700         SET CLISCM-DATO-INVALIDO TO TRUE
011800         GO TO 1600-EXIT
011900     END-IF
012000     IF SUC-CERRADA OF WS-SUCURSAL AND
012100        SUC-SIN-CIERRE OF WS-SUCURSAL
012200         SET CLISCM-DATO-INVALIDO TO TRUE
012300         GO TO 1600-EXIT
012400     END-IF
012500     IF SUC-ABIERTA OF WS-SUCURSAL AND
012600        NOT SUC-SIN-CIERRE OF WS-SUCURSAL
012700         SET CLISCM-DATO-INVALIDO TO TRUE
012800     END-IF.
012900 1600-EXIT.
013000     EXIT.
013100
013200*****************************************************************
013300* 2000-ALTA - alta de una sucursal nueva; estampa la fecha de   *
013400*      alta con la fecha del sistema                            *
013500*****************************************************************
013600 2000-ALTA.
013700     PERFORM 1600-VALIDAR-SUCURSAL THRU 1600-EXIT
013800     IF CLISCM-DATO-INVALIDO
013900         GO TO 2000-EXIT
014000     END-IF
014100     MOVE WS-SUCURSAL TO CLI-SUCURSAL-REG
014200     MOVE WS-FECHA-HOY TO SUC-FECHA-ALTA OF CLI-SUCURSAL-REG
014300     WRITE CLI-SUCURSAL-REG
014400         INVALID KEY
014500             SET CLISCM-YA-EXISTE TO TRUE
014600         NOT INVALID KEY
014700             SET CLISCM-OK TO TRUE
014800             MOVE CLI-SUCURSAL-REG TO WS-SUCURSAL
014900     END-WRITE.
015000 2000-EXIT.
015100     EXIT.
015200
015300*****************************************************************
015400* 3000-CAMBIO - actualizacion de una sucursal existente (nombre,*
015500*      region, provincia, cierre o reapertura); la fecha de     *
015600*      alta original se conserva                                *
015700*****************************************************************
015800 3000-CAMBIO.
015900     PERFORM 1600-VALIDAR-SUCURSAL THRU 1600-EXIT
016000     IF CLISCM-DATO-INVALIDO
016100         GO TO 3000-EXIT
016200     END-IF
016300     MOVE SUC-COD-SUCURSAL OF WS-SUCURSAL TO SUC-COD-SUCURSAL OF
016400         CLI-SUCURSAL-REG
016500     READ SUCURSAL-MASTER
016600         INVALID KEY
016700             SET CLISCM-NO-ENCONTRADO TO TRUE
016800     END-READ
016900     IF CLISCM-NO-ENCONTRADO
017000         GO TO 3000-EXIT
017100     END-IF
017200     MOVE SUC-FECHA-ALTA OF CLI-SUCURSAL-REG
017300                    TO SUC-FECHA-ALTA OF WS-SUCURSAL
017400     MOVE WS-SUCURSAL TO CLI-SUCURSAL-REG
017500     REWRITE CLI-SUCURSAL-REG
017600         INVALID KEY
017700             SET CLISCM-ERROR-IO TO TRUE
017800         NOT INVALID KEY
017900             SET CLISCM-OK TO TRUE
018000     END-REWRITE.
018100 3000-EXIT.
018200     EXIT.
018300
018400*****************************************************************
018500* 4000-BAJA - baja fisica de la sucursal, solo para corregir un *
018600*      alta erronea; una sucursal que deja de operar se cierra  *
018700*      con un cambio a estado 'C' para no perder su nombre y    *
018800*      region en los reportes                                   *
018900*****************************************************************
019000 4000-BAJA.
019100     MOVE SUC-COD-SUCURSAL OF WS-SUCURSAL TO SUC-COD-SUCURSAL OF
019200         CLI-SUCURSAL-REG
019300     READ SUCURSAL-MASTER
019400         INVALID KEY
019500             SET CLISCM-NO-ENCONTRADO TO TRUE
019600     END-READ
019700     IF CLISCM-NO-ENCONTRADO
019800         GO TO 4000-EXIT
019900     END-IF
020000     DELETE SUCURSAL-MASTER RECORD
020100         INVALID KEY
020200             SET CLISCM-ERROR-IO TO TRUE
020300         NOT INVALID KEY
020400             SET CLISCM-OK TO TRUE
020500     END-DELETE.
020600 4000-EXIT.
020700     EXIT.
020800
020900*****************************************************************
021000* 5000-CONSULTA - lectura de una sucursal por SUC-COD-SUCURSAL  *
021100*****************************************************************
021200 5000-CONSULTA.
021300     MOVE SUC-COD-SUCURSAL OF WS-SUCURSAL TO SUC-COD-SUCURSAL OF
021400         CLI-SUCURSAL-REG
021500     READ SUCURSAL-MASTER
021600         INVALID KEY
021700             SET CLISCM-NO-ENCONTRADO TO TRUE
021800         NOT INVALID KEY
021900             MOVE CLI-SUCURSAL-REG TO WS-SUCURSAL
022000             SET CLISCM-OK TO TRUE
022100     END-READ.
022200 5000-EXIT.
022300     EXIT.
