001516*                     cadena (CLIGTE01): se marca en curso al
001517*                     arrancar y terminada con su RC al
001518*                     terminar, aun en un corte.
001523* 2026-10-15  EAD     El alta se controla contra las listas de
001528*                     sanciones y PEP (CLILST01): si coincide,
001533*                     el cliente entra retenido (CLI-ESTADO
001538*                     'R') hasta la resolucion de cumplimiento;
001543*                     una actualizacion no levanta la retencion.
001545*                     Solo se retiene el alta que entra activa.
001548* 2026-10-15  EAD     La sucursal del alta, o la nueva
001553*                     sucursal de una actualizacion, se
001558*                     controla contra el maestro de sucursales:
001563*                     inexistente o cerrada se rechaza a
001568*                     CLIRECHZ con motivo '06'.
001573* 2026-10-15  EAD     El alta tambien deja su imagen en el
001578*                     journal CLI-JRN-LOG, con la imagen
001583*                     anterior en espacios, para la
001588*                     recuperacion hacia adelante (CLIRCV01).
001593*****************************************************************
001600* Carga nocturna del maestro CLIENTE-MASTER a partir del
001700* archivo CLI-CARGA (ordenado ascendente por CLI-ID). Por cada
001800* registro de entrada intenta el alta y, si el cliente ya
002320* y se cuenta aparte, sin actualizar el maestro; un cambio de
002330* CLI-ESTADO en un cliente existente graba CLIHIST, como lo hace
002340* CLIMNT01 para las altas/cambios en linea.
002342* Tambien se rechaza, con motivo '06', el alta con una sucursal
002344* que no existe en el maestro de sucursales o esta cerrada, y la
002346* actualizacion que cambia al cliente a una sucursal asi.
002350*
002352* El archivo CLICARGA trae header y trailer de control (ver
002354* CLIEXTL.cpy). Antes de tocar el maestro se verifica que la
004392         ORGANIZATION IS SEQUENTIAL
004394         FILE STATUS  IS WS-RECHZ-STATUS.
004400
004410     SELECT SUCURSAL-MASTER ASSIGN TO CLISUCM
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE  IS RANDOM
004440         RECORD KEY   IS SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
004450         FILE STATUS  IS WS-SUC-STATUS.
004460
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CLI-CARGA
005476     LABEL RECORDS ARE STANDARD.
005478     COPY CLIRCHZ.
005480
005482 FD  SUCURSAL-MASTER
005484     LABEL RECORDS ARE STANDARD.
005486     COPY CLISMFD.
005488
005500 FD  CKPT-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY CLICKPT.
007575 77  WS-IMAGEN-ANTERIOR        PIC X(159)     VALUE SPACES.
007580 77  WS-SW-DOC-VALIDO          PIC X(01)      VALUE 'S'.
007590     88  WS-DOC-VALIDO                        VALUE 'S'.
007591 77  WS-SUC-STATUS             PIC X(02)      VALUE '00'.
007592     88  WS-SUC-OK                            VALUE '00'.
007593     88  WS-SUC-NO-ENCONTRADA                 VALUE '23'.
007594 77  WS-SW-SUC-VALIDA          PIC X(01)      VALUE 'S'.
007595     88  WS-SUC-VALIDA                        VALUE 'S'.
007596 77  WS-MOTIVO-RECHAZO         PIC X(02)      VALUE SPACES.
007600
007610     COPY DOCVALPM.
007612     COPY CLIESTPM.
007613     COPY CLIJRNPM.
007614     COPY CLILSTPM.
007615     COPY CLIGTEPM.
007616
007617 77  WS-RC-FINAL               PIC 9(02)      VALUE ZERO.
007620
007700 LINKAGE SECTION.
007800 01  WS-PARM-JCL.
010350     IF WS-HIST-STATUS NOT = '00'
010360         GO TO 9200-ABEND-APERTURA
010370     END-IF
010371     OPEN INPUT SUCURSAL-MASTER
010372     IF WS-SUC-STATUS NOT = '00'
010373         GO TO 9200-ABEND-APERTURA
010374     END-IF
010375*    En un reinicio se conservan los rechazos ya grabados antes
010376*    del corte; una corrida normal arranca el archivo de cero.
010377     IF WS-ES-REINICIO
010378         OPEN EXTEND CLI-RECHAZOS
010379     ELSE
010380         OPEN OUTPUT CLI-RECHAZOS
010381     END-IF
010382     IF WS-RECHZ-STATUS NOT = '00'
010383         GO TO 9200-ABEND-APERTURA
010384     END-IF
010385     PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT
010390     PERFORM 1300-VALIDAR-HEADER THRU 1300-EXIT
010400     IF WS-ES-REINICIO
010600         PERFORM 1200-POSICIONAR-REINICIO THRU 1200-EXIT
015308*****************************************************************
015309 2050-PROCESAR-DETALLE.
015310     PERFORM 3000-GRABAR-CLIENTE THRU 3000-EXIT
015311     EVALUATE TRUE
015312         WHEN NOT WS-DOC-VALIDO
015320             ADD 1 TO WS-CONT-RECHAZADOS
015330             DISPLAY 'CLILOAD1 - DOCUMENTO INVALIDO, CLI-ID='
015340                 CARGA-CLI-ID
015342             MOVE DOCVAL-COD-RETORNO TO WS-MOTIVO-RECHAZO
015345             PERFORM 3700-GRABAR-RECHAZO THRU 3700-EXIT
015346         WHEN NOT WS-SUC-VALIDA
015347             ADD 1 TO WS-CONT-RECHAZADOS
015348             DISPLAY 'CLILOAD1 - SUCURSAL INEXISTENTE O CERRADA'
015349                 ', CLI-ID=' CARGA-CLI-ID
015351                 ' SUCURSAL=' CARGA-CLI-SUCURSAL
015352             MOVE '06' TO WS-MOTIVO-RECHAZO
015353             PERFORM 3700-GRABAR-RECHAZO THRU 3700-EXIT
015354         WHEN OTHER
015360             IF NOT WS-GRABACION-OK
015370                 GO TO 9100-ABEND-GRABACION
015380             END-IF
015390             ADD 1 TO WS-CONT-PROCESADOS
015395     END-EVALUATE
015400     MOVE CARGA-CLI-ID TO WS-ULTIMO-CLI-ID-OK
015600     ADD 1 TO WS-CONT-DESDE-CHECKPOINT
015700     IF WS-CONT-DESDE-CHECKPOINT >= WS-INTERVALO-CHECKPOINT
017900 3000-GRABAR-CLIENTE.
017950     MOVE 'N' TO WS-SW-GRABACION-OK
017960     MOVE 'S' TO WS-SW-DOC-VALIDO
017965     MOVE 'S' TO WS-SW-SUC-VALIDA
017970     MOVE CARGA-CLI-TIPO-DOC TO DOCVAL-TIPO-DOC
017980     MOVE CARGA-CLI-NUM-DOC  TO DOCVAL-NUM-DOC
017990     CALL 'DOCVAL01' USING DOCVAL-CONTROL
020770*****************************************************************
020780 3050-ALTA-CLIENTE.
020785     MOVE ZERO TO CLI-FECHA-BAJA OF CLIENTE-MASTER-REG
020786     PERFORM 3080-VALIDAR-SUCURSAL THRU 3080-EXIT
020787     IF NOT WS-SUC-VALIDA
020788         GO TO 3050-EXIT
020789     END-IF
020790     PERFORM 3900-CARGAR-CAMPOS THRU 3900-EXIT
020792     PERFORM 3060-VERIFICAR-LISTAS THRU 3060-EXIT
020794     IF CLILST-ERROR-IO
020795         DISPLAY 'CLILOAD1 - ERROR LEYENDO LISTAS DE SANCIONES'
020796             ' CLILST01=' CLILST-COD-RETORNO
020797         GO TO 9100-ABEND-GRABACION
020798     END-IF
020800     WRITE CLIENTE-MASTER-REG
020810         INVALID KEY
020820             CONTINUE
020830         NOT INVALID KEY
020840             ADD 1 TO WS-CONT-ALTAS
020850             SET WS-GRABACION-OK TO TRUE
020860     END-WRITE
020862     IF WS-GRABACION-OK
020864         MOVE SPACES TO WS-IMAGEN-ANTERIOR
020866         PERFORM 3600-REGISTRAR-JOURNAL THRU 3600-EXIT
020868     END-IF.
020870 3050-EXIT.
020880     EXIT.
020882
020884*****************************************************************
020886* 3060-VERIFICAR-LISTAS - controla contra las listas de         *
020888*      sanciones y PEP (CLILST01) el alta que entra activa; si  *
020890*      coincide con una entrada no descartada por cumplimiento, *
020892*      queda retenida ('R'). Un alta inactiva o suspendida      *
020894*      conserva su estado (el barrido nocturno de CLILST02      *
020896*      informa sus coincidencias). Un error de E/S deja la      *
020898*      grabacion sin hacer y corta el job                       *
020900*****************************************************************
020902 3060-VERIFICAR-LISTAS.
020904     IF NOT CLI-ACTIVO OF CLIENTE-MASTER-REG
020906         GO TO 3060-EXIT
020908     END-IF
020910     SET CLILST-VERIFICAR TO TRUE
020912     CALL 'CLILST01' USING CLILST-CONTROL, CLIENTE-MASTER-REG
020914     IF CLILST-COINCIDE
020916         MOVE 'R' TO CLI-ESTADO OF CLIENTE-MASTER-REG
020918         DISPLAY 'CLILOAD1 - ALTA RETENIDA POR LISTAS, CLI-ID='
020920             CARGA-CLI-ID ' FUENTE=' CLILST-FUENTE
020922             ' ENTRADA=' CLILST-ID-ENTRADA
020924     END-IF.
020926 3060-EXIT.
020928     EXIT.
020930
020932*****************************************************************
020934* 3080-VALIDAR-SUCURSAL - CARGA-CLI-SUCURSAL debe existir en el *
020936*      maestro de sucursales y estar abierta; si no, el         *
020938*      registro se rechaza sin tocar el maestro de clientes.    *
020940*      Un error de E/S en el maestro de sucursales corta el job *
020942*****************************************************************
020944 3080-VALIDAR-SUCURSAL.
020946     MOVE CARGA-CLI-SUCURSAL
020948                       TO SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
020950     READ SUCURSAL-MASTER
020952         INVALID KEY
020954             MOVE 'N' TO WS-SW-SUC-VALIDA
020956     END-READ
020958     IF NOT WS-SUC-OK AND NOT WS-SUC-NO-ENCONTRADA
020960         DISPLAY 'CLILOAD1 - ERROR LEYENDO MAESTRO DE SUCURSALES'
020962             ' STATUS=' WS-SUC-STATUS
020964         GO TO 9100-ABEND-GRABACION
020966     END-IF
020968     IF WS-SUC-OK AND SUC-CERRADA OF CLI-SUCURSAL-REG
020970         MOVE 'N' TO WS-SW-SUC-VALIDA
020972     END-IF.
020974 3080-EXIT.
020976     EXIT.
020978
020980*****************************************************************
020982* 3100-ACTUALIZAR-CLIENTE - el cliente ya existe: se actualiza  *
021000*****************************************************************
021100 3100-ACTUALIZAR-CLIENTE.
021110     MOVE CLI-ESTADO OF CLIENTE-MASTER-REG TO WS-ESTADO-ANTERIOR
021115     MOVE CLIENTE-MASTER-REG TO WS-IMAGEN-ANTERIOR
021116     IF CARGA-CLI-SUCURSAL NOT =
021117        CLI-SUCURSAL OF CLIENTE-MASTER-REG
021118         PERFORM 3080-VALIDAR-SUCURSAL THRU 3080-EXIT
021119         IF NOT WS-SUC-VALIDA
021120             GO TO 3100-EXIT
021121         END-IF
021122     END-IF
021123     PERFORM 3900-CARGAR-CAMPOS THRU 3900-EXIT
021130*    La retencion por listas solo la levanta CLILST02; la carga
021140*    puede dar de baja al cliente retenido, nada mas.
021150     IF WS-ESTADO-ANTERIOR = 'R' AND
021160        NOT CLI-DADO-BAJA OF CLIENTE-MASTER-REG
021170         MOVE 'R' TO CLI-ESTADO OF CLIENTE-MASTER-REG
021180     END-IF
021200     REWRITE CLIENTE-MASTER-REG
021300         INVALID KEY
021400             CONTINUE
022077*      corregirlo y reprocesarlo con CLIRPRO1                   *
022078*****************************************************************
022079 3700-GRABAR-RECHAZO.
022080     MOVE WS-MOTIVO-RECHAZO   TO RECHZ-COD-MOTIVO
022081     ACCEPT RECHZ-FECHA-PROCESO FROM DATE YYYYMMDD
022082     MOVE CLI-CARGA-REG       TO RECHZ-REG-CARGA
022083     WRITE CLI-RECHAZO-REG.
024120     CLOSE CLI-CARGA
024130     CLOSE CLIENTE-MASTER
024140     CLOSE CLI-HIST-LOG
024145     CLOSE CLI-RECHAZOS
024146     CLOSE SUCURSAL-MASTER.
024150 9000-EXIT.
024160     EXIT.
024400
025670     DISPLAY 'CLILOAD1 - ERROR ABRIENDO ARCHIVOS, STATUS CARGA='
025680         WS-CARGA-STATUS ' CLIENTE-MASTER=' WS-CLI-STATUS
025690         ' CLIHIST=' WS-HIST-STATUS ' CLIRECHZ=' WS-RECHZ-STATUS
025691         ' CLISUCM=' WS-SUC-STATUS
025692     MOVE 16 TO WS-RC-FINAL
025694     PERFORM 8600-CERRAR-COMPUERTA THRU 8600-EXIT
025700     MOVE 16 TO RETURN-CODE
