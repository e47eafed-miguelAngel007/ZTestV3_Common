001560*                     y la nueva en el journal CLI-JRN-LOG
001570*                     (CLIJRN01), para la reconstruccion a
001580*                     fecha de auditoria.
001590* 2026-10-15  EAD     La sucursal destino de cada par se
001592*                     controla contra el maestro de
001594*                     sucursales: inexistente o cerrada
001596*                     rechaza la corrida con RC=20.
001600*****************************************************************
001700* Reasignacion masiva de sucursal por cierre o fusion. Lee un
001800* archivo de parametros de pares sucursal-origen/destino
002600* los subtotales de CLIRPT02 de la manana siguiente.
002700*
002800* Un archivo de parametros invalido (vacio, origen en blanco,
002900* origen igual a destino, destino inexistente en el maestro de
002910* sucursales o cerrado, o mas pares que la tabla) rechaza la
003000* corrida completa con RC=20 antes de tocar el maestro. El
003100* PARM opcional 'MOTIVO=XXXX' fija el motivo de auditoria
003200* (sin PARM se asume 'CIER', cierre de sucursal).
005400     SELECT RPT-SUCURSALES  ASSIGN TO RPTSUC
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS  IS WS-RPT-STATUS.
005610
005620     SELECT SUCURSAL-MASTER ASSIGN TO CLISUCM
005630         ORGANIZATION IS INDEXED
005640         ACCESS MODE  IS RANDOM
005650         RECORD KEY   IS SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
005660         FILE STATUS  IS WS-SUC-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
007200 FD  RPT-SUCURSALES
007300     LABEL RECORDS ARE STANDARD.
007400 01  RPT-LINEA                 PIC X(132).
007410
007420 FD  SUCURSAL-MASTER
007430     LABEL RECORDS ARE STANDARD.
007440     COPY CLISMFD.
007500
007600 WORKING-STORAGE SECTION.
007700 77  WS-PAR-STATUS             PIC X(02)      VALUE '00'.
007900     88  WS-CLI-OK                            VALUE '00'.
008000 77  WS-AUD-STATUS             PIC X(02)      VALUE '00'.
008100 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
008110 77  WS-SUC-STATUS             PIC X(02)      VALUE '00'.
008200 77  WS-SW-EOF-PARAM           PIC X(01)      VALUE 'N'.
008300     88  WS-EOF-PARAM                         VALUE 'S'.
008400 77  WS-SW-EOF-CLIENTE         PIC X(01)      VALUE 'N'.
016400     IF WS-PAR-STATUS NOT = '00'
016500         GO TO 9200-ABEND-APERTURA
016600     END-IF
016610     OPEN INPUT SUCURSAL-MASTER
016620     IF WS-SUC-STATUS NOT = '00'
016630         GO TO 9200-ABEND-APERTURA
016640     END-IF
016700     PERFORM 1100-LEER-PARAMETRO THRU 1100-EXIT
016800     PERFORM 1200-CARGAR-PARAMETRO THRU 1200-EXIT
016900         UNTIL WS-EOF-PARAM
017000     CLOSE CLI-SUC-PARAM
017010     CLOSE SUCURSAL-MASTER
017100     IF WS-CANT-PARES = ZERO
017200         MOVE 'ARCHIVO DE PARAMETROS VACIO' TO WS-MOTIVO-CONTROL
017300         GO TO 9300-ABEND-CONTROL
020100
020200*****************************************************************
020300* 1200-CARGAR-PARAMETRO - valida el par y lo suma a la tabla;   *
020400*      un par invalido (incluido un destino inexistente en el   *
020410*      maestro de sucursales o cerrado) rechaza la corrida      *
020500*      completa antes de tocar el maestro                       *
020600*****************************************************************
020700 1200-CARGAR-PARAMETRO.
020800     IF PAR-SUC-DESDE = SPACES OR PAR-SUC-HASTA = SPACES
021400                                        TO WS-MOTIVO-CONTROL
021500         GO TO 9300-ABEND-CONTROL
021600     END-IF
021610     MOVE PAR-SUC-HASTA TO SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
021620     READ SUCURSAL-MASTER
021630         INVALID KEY
021640             STRING 'SUCURSAL DESTINO INEXISTENTE: '
021650                                        DELIMITED SIZE
021660                 PAR-SUC-HASTA          DELIMITED SIZE
021670                 INTO WS-MOTIVO-CONTROL
021680             GO TO 9300-ABEND-CONTROL
021690     END-READ
021692     IF SUC-CERRADA OF CLI-SUCURSAL-REG
021694         STRING 'SUCURSAL DESTINO CERRADA: ' DELIMITED SIZE
021696             PAR-SUC-HASTA              DELIMITED SIZE
021697             INTO WS-MOTIVO-CONTROL
021698         GO TO 9300-ABEND-CONTROL
021699     END-IF
021700     IF WS-CANT-PARES >= 50
021800         MOVE 'MAS PARES QUE LA TABLA (50)'
021900                                        TO WS-MOTIVO-CONTROL
044200     DISPLAY 'CLISUC01 - ERROR ABRIENDO ARCHIVOS, STATUS PARAM='
044300         WS-PAR-STATUS ' MASTER=' WS-CLI-STATUS
044400         ' AUDIT=' WS-AUD-STATUS ' RPTSUC=' WS-RPT-STATUS
044410         ' CLISUCM=' WS-SUC-STATUS
044500     MOVE 16 TO RETURN-CODE
044600     GOBACK.
044700
045300 9300-ABEND-CONTROL.
045400     DISPLAY 'CLISUC01 - CORRIDA RECHAZADA: ' WS-MOTIVO-CONTROL
045450     CLOSE CLI-SUC-PARAM
045460     CLOSE SUCURSAL-MASTER
045500     MOVE 20 TO RETURN-CODE
045600     GOBACK.
