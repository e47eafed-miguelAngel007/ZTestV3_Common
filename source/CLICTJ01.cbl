000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLICTJ01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Grabacion unica del
001300*                     journal de cambios del satelite de
001400*                     contacto CLI-CTJ-LOG, con imagen
001500*                     anterior y nueva de cada cambio.
001600*****************************************************************
001700* Grabacion unica del journal de cambios de CLIENTE-CONTACTO,
001800* hermano de CLIJRN01 para el maestro. La mesa de atencion
001900* (CLIUPD01) y la novedad entrante del CRM (CLICRM01) dejan
002000* aca la imagen completa anterior y nueva del contacto, con
002100* fecha, hora, programa, usuario y motivo, para auditoria y
002200* para que CLICRM01 no pise un cambio de la mesa posterior al
002300* que informa el CRM.
002400*
002500* Funciones (ver CLICTJPM.cpy):
002600*   'G' estampa fecha y hora y extiende CLI-CTJ-LOG; el
002700*       archivo se abre EXTEND en la primera llamada de la
002800*       ejecucion y queda abierto, como el maestro en CLIMNT01.
002900*   'A' arma el registro en CLICTJ-REG-ARMADO sin tocar ningun
003000*       archivo, para el llamador que hace su propia E/S (la
003100*       transaccion CLIUPD01 lo escribe en la cola TD
003200*       extrapartition CLIC; los verbos COBOL de archivo no
003300*       corren bajo CICS).
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CLI-CTJ-LOG     ASSIGN TO CLICTJL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS  IS WS-CTJ-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CLI-CTJ-LOG
004800     LABEL RECORDS ARE STANDARD.
004900     COPY CLICTJ.
005000
005100 WORKING-STORAGE SECTION.
005200 77  WS-CTJ-STATUS             PIC X(02)      VALUE '00'.
005300     88  WS-CTJ-OK                            VALUE '00'.
005400 77  WS-SW-ARCHIVO-ABIERTO     PIC X(01)      VALUE 'N'.
005500     88  WS-ARCHIVO-YA-ABIERTO                VALUE 'S'.
005600
005700 LINKAGE SECTION.
005800 COPY CLICTJPM.
005900
006000 PROCEDURE DIVISION USING CLICTJ-CONTROL.
006100*****************************************************************
006200* 0000-MAINLINE                                                 *
006300*****************************************************************
006400 0000-MAINLINE.
006500     SET CLICTJ-OK TO TRUE
006600     EVALUATE TRUE
006700         WHEN CLICTJ-GRABAR
006800             PERFORM 1000-GRABAR-REGISTRO THRU 1000-EXIT
006900         WHEN CLICTJ-ARMAR
007000             PERFORM 2000-ARMAR-REGISTRO THRU 2000-EXIT
007100         WHEN OTHER
007200             SET CLICTJ-FUNCION-INVALIDA TO TRUE
007300     END-EVALUATE
007400     GOBACK.
007500
007600*****************************************************************
007700* 1000-GRABAR-REGISTRO - extiende CLI-CTJ-LOG con el cambio;    *
007800*      abre el archivo la primera vez y lo deja abierto         *
007900*****************************************************************
008000 1000-GRABAR-REGISTRO.
008100     IF NOT WS-ARCHIVO-YA-ABIERTO
008200         OPEN EXTEND CLI-CTJ-LOG
008300         IF WS-CTJ-OK
008400             SET WS-ARCHIVO-YA-ABIERTO TO TRUE
008500         ELSE
008600             SET CLICTJ-ERROR-IO TO TRUE
008700             DISPLAY 'CLICTJ01 - ERROR ABRIENDO CLICTJL, '
008800                 'STATUS=' WS-CTJ-STATUS
008900             GO TO 1000-EXIT
009000         END-IF
009100     END-IF
009200     PERFORM 3000-CARGAR-CAMPOS THRU 3000-EXIT
009300     WRITE CLI-CTJ-REG
009400     IF NOT WS-CTJ-OK
009500         SET CLICTJ-ERROR-IO TO TRUE
009600         DISPLAY 'CLICTJ01 - ERROR GRABANDO CLICTJL, STATUS='
009700             WS-CTJ-STATUS
009800     END-IF.
009900 1000-EXIT.
010000     EXIT.
010100
010200*****************************************************************
010300* 2000-ARMAR-REGISTRO - arma el registro en CLICTJ-REG-ARMADO   *
010400*      sin tocar ningun archivo; el llamador lo graba con sus   *
010500*      propios verbos (la cola TD CLIC en linea)                *
010600*****************************************************************
010700 2000-ARMAR-REGISTRO.
010800     PERFORM 3000-CARGAR-CAMPOS THRU 3000-EXIT
010900     MOVE CLI-CTJ-REG TO CLICTJ-REG-ARMADO.
011000 2000-EXIT.
011100     EXIT.
011200
011300*****************************************************************
011400* 3000-CARGAR-CAMPOS - el CLI-ID se toma de la imagen nueva     *
011500*      (posiciones 1-10 del layout CLICTFD)                     *
011600*****************************************************************
011700 3000-CARGAR-CAMPOS.
011800     MOVE CLICTJ-REG-NUEVO (1:10) TO CTJ-CLI-ID
011900     ACCEPT CTJ-FECHA FROM DATE YYYYMMDD
012000     ACCEPT CTJ-HORA  FROM TIME
012100     MOVE CLICTJ-PROGRAMA         TO CTJ-PROGRAMA
012200     MOVE CLICTJ-USUARIO          TO CTJ-USUARIO
012300     MOVE CLICTJ-MOTIVO           TO CTJ-MOTIVO
012400     MOVE CLICTJ-REG-ANTERIOR     TO CTJ-REG-ANTERIOR
012500     MOVE CLICTJ-REG-NUEVO        TO CTJ-REG-NUEVO.
012600 3000-EXIT.
012700     EXIT.
