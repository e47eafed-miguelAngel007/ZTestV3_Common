000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIGRM01.
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
001300*                     consulta unica del archivo de vinculos
001400*                     de grupo economico CLI-GRUPO.
001500*****************************************************************
001600* Mantenimiento unico del archivo de vinculos de grupo
001700* economico CLI-GRUPO, indexado por grupo + CLI-ID, un registro
001800* por cliente miembro de cada grupo (conjunto controlante,
001900* codeudores, garantes). Hermano de CLIOVM01: toda alta, cambio
002000* o baja de un vinculo debe pasar por este programa
002100* (CALL 'CLIGRM01' USING CLIGRM-CONTROL, WS-GRUPO) en lugar de
002200* escribir directamente el archivo. CLIGRE01 emite el reporte
002300* mensual de exposicion consolidada por grupo para la gerencia
002400* de riesgo crediticio.
002500*
002600* El alta estampa la fecha de alta con la fecha del sistema;
002700* alta y cambio exigen tipo de relacion valido (ver CLIGRP.cpy),
002800* fecha desde informada y fecha hasta en cero (sin fin) o no
002900* anterior a la fecha desde. Para cerrar un vinculo conservando
003000* el rastro se informa la fecha hasta con un cambio; la baja
003100* elimina el registro.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CLI-GRUPO       ASSIGN TO CLIGRPD
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE  IS DYNAMIC
004200         RECORD KEY   IS GRP-CLAVE OF CLI-GRUPO-REG
004300         FILE STATUS  IS WS-GRP-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CLI-GRUPO
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CLIGRFD.
005000
005100 WORKING-STORAGE SECTION.
005200 77  WS-GRP-STATUS             PIC X(02)      VALUE '00'.
005300     88  WS-GRP-OK                            VALUE '00'.
005400     88  WS-GRP-DUPLICADO                     VALUE '22'.
005500     88  WS-GRP-NO-ENCONTRADO                 VALUE '23'.
005600 77  WS-SW-ARCHIVO-ABIERTO     PIC X(01)      VALUE 'N'.
005700     88  WS-ARCHIVO-YA-ABIERTO                VALUE 'S'.
005800 77  WS-FECHA-HOY              PIC 9(08)      VALUE ZERO.
005900
006000 LINKAGE SECTION.
006100 COPY CLIGRMPM.
006200 COPY CLIGRP.
006300
006400 PROCEDURE DIVISION USING CLIGRM-CONTROL, WS-GRUPO.
006500*****************************************************************
006600* 0000-MAINLINE                                                 *
006700*****************************************************************
006800 0000-MAINLINE.
006900     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
007000     IF CLIGRM-OK
007100         EVALUATE TRUE
007200             WHEN CLIGRM-ALTA
007300                 PERFORM 2000-ALTA THRU 2000-EXIT
007400             WHEN CLIGRM-CAMBIO
007500                 PERFORM 3000-CAMBIO THRU 3000-EXIT
007600             WHEN CLIGRM-BAJA
007700                 PERFORM 4000-BAJA THRU 4000-EXIT
007800             WHEN CLIGRM-CONSULTA
007900                 PERFORM 5000-CONSULTA THRU 5000-EXIT
008000             WHEN OTHER
008100                 SET CLIGRM-FUNCION-INVALIDA TO TRUE
008200         END-EVALUATE
008300     END-IF
008400     GOBACK.
008500
008600*****************************************************************
008700* 1000-INICIALIZAR - abre el archivo la primera vez que se      *
008800*                    invoca el programa en la ejecucion         *
008900*****************************************************************
009000 1000-INICIALIZAR.
009100     SET CLIGRM-OK TO TRUE
009200     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
009300     IF NOT WS-ARCHIVO-YA-ABIERTO
009400         OPEN I-O CLI-GRUPO
009500         IF WS-GRP-OK
009600             SET WS-ARCHIVO-YA-ABIERTO TO TRUE
009700         ELSE
009800             SET CLIGRM-ERROR-IO TO TRUE
009900         END-IF
010000     END-IF.
010100 1000-EXIT.
010200     EXIT.
010300
010400*****************************************************************
010500* 1600-VALIDAR-VINCULO - grupo y cliente informados, tipo de    *
010600*      relacion valido y vigencia coherente, para alta y cambio *
010700*****************************************************************
010800 1600-VALIDAR-VINCULO.
010900     IF GRP-ID-GRUPO OF WS-GRUPO NOT NUMERIC OR
011000        GRP-ID-GRUPO OF WS-GRUPO = ZERO OR
011100        GRP-CLI-ID OF WS-GRUPO NOT NUMERIC OR
011200        GRP-CLI-ID OF WS-GRUPO = ZERO
011300         SET CLIGRM-DATO-INVALIDO TO TRUE
011400         GO TO 1600-EXIT
011500     END-IF
011600     IF NOT GRP-REL-VALIDA OF WS-GRUPO
011700         SET CLIGRM-DATO-INVALIDO TO TRUE
011800         GO TO 1600-EXIT
011900     END-IF
012000     IF GRP-FECHA-DESDE OF WS-GRUPO NOT NUMERIC OR
012100        GRP-FECHA-DESDE OF WS-GRUPO = ZERO
012200         SET CLIGRM-DATO-INVALIDO TO TRUE
012300         GO TO 1600-EXIT
012400     END-IF
012500     IF GRP-FECHA-HASTA OF WS-GRUPO NOT NUMERIC
012600         SET CLIGRM-DATO-INVALIDO TO TRUE
012700         GO TO 1600-EXIT
012800     END-IF
012900     IF NOT GRP-SIN-FECHA-FIN OF WS-GRUPO AND
013000        GRP-FECHA-HASTA OF WS-GRUPO < GRP-FECHA-DESDE OF WS-GRUPO
013100         SET CLIGRM-DATO-INVALIDO TO TRUE
013200     END-IF.
013300 1600-EXIT.
013400     EXIT.
013500
013600*****************************************************************
013700* 2000-ALTA - alta de un vinculo nuevo; estampa la fecha de     *
013800*      alta con la fecha del sistema                            *
013900*****************************************************************
014000 2000-ALTA.
014100     PERFORM 1600-VALIDAR-VINCULO THRU 1600-EXIT
014200     IF CLIGRM-DATO-INVALIDO
014300         GO TO 2000-EXIT
014400     END-IF
014500     MOVE WS-GRUPO TO CLI-GRUPO-REG
014600     MOVE WS-FECHA-HOY TO GRP-FECHA-ALTA OF CLI-GRUPO-REG
014700     WRITE CLI-GRUPO-REG
014800         INVALID KEY
014900             SET CLIGRM-YA-EXISTE TO TRUE
015000         NOT INVALID KEY
015100             SET CLIGRM-OK TO TRUE
015200             MOVE CLI-GRUPO-REG TO WS-GRUPO
015300     END-WRITE.
015400 2000-EXIT.
015500     EXIT.
015600
015700*****************************************************************
015800* 3000-CAMBIO - actualizacion de un vinculo existente (tipo de  *
015900*      relacion, vigencia); la fecha de alta se conserva        *
016000*****************************************************************
016100 3000-CAMBIO.
016200     PERFORM 1600-VALIDAR-VINCULO THRU 1600-EXIT
016300     IF CLIGRM-DATO-INVALIDO
016400         GO TO 3000-EXIT
016500     END-IF
016600     MOVE GRP-CLAVE OF WS-GRUPO TO GRP-CLAVE OF CLI-GRUPO-REG
016700     READ CLI-GRUPO
016800         INVALID KEY
016900             SET CLIGRM-NO-ENCONTRADO TO TRUE
017000     END-READ
017100     IF CLIGRM-NO-ENCONTRADO
017200         GO TO 3000-EXIT
017300     END-IF
017400     MOVE GRP-FECHA-ALTA OF CLI-GRUPO-REG
017500                    TO GRP-FECHA-ALTA OF WS-GRUPO
017600     MOVE WS-GRUPO TO CLI-GRUPO-REG
017700     REWRITE CLI-GRUPO-REG
017800         INVALID KEY
017900             SET CLIGRM-ERROR-IO TO TRUE
018000         NOT INVALID KEY
018100             SET CLIGRM-OK TO TRUE
018200     END-REWRITE.
018300 3000-EXIT.
018400     EXIT.
018500
018600*****************************************************************
018700* 4000-BAJA - baja fisica del vinculo (carga erronea); para     *
018800*      cerrar un vinculo real informar la fecha hasta con un    *
018900*      cambio                                                   *
019000*****************************************************************
019100 4000-BAJA.
019200     MOVE GRP-CLAVE OF WS-GRUPO TO GRP-CLAVE OF CLI-GRUPO-REG
019300     READ CLI-GRUPO
019400         INVALID KEY
019500             SET CLIGRM-NO-ENCONTRADO TO TRUE
019600     END-READ
019700     IF CLIGRM-NO-ENCONTRADO
019800         GO TO 4000-EXIT
019900     END-IF
020000     DELETE CLI-GRUPO RECORD
020100         INVALID KEY
020200             SET CLIGRM-ERROR-IO TO TRUE
020300         NOT INVALID KEY
020400             SET CLIGRM-OK TO TRUE
020500     END-DELETE.
020600 4000-EXIT.
020700     EXIT.
020800
020900*****************************************************************
021000* 5000-CONSULTA - lectura de un vinculo por grupo + CLI-ID      *
021100*****************************************************************
021200 5000-CONSULTA.
021300     MOVE GRP-CLAVE OF WS-GRUPO TO GRP-CLAVE OF CLI-GRUPO-REG
021400     READ CLI-GRUPO
021500         INVALID KEY
021600             SET CLIGRM-NO-ENCONTRADO TO TRUE
021700         NOT INVALID KEY
021800             MOVE CLI-GRUPO-REG TO WS-GRUPO
021900             SET CLIGRM-OK TO TRUE
022000     END-READ.
022100 5000-EXIT.
022200     EXIT.
