001412*                     imagen anterior y la nueva en el journal
001413*                     CLI-JRN-LOG (CLIJRN01), para la
001414*                     reconstruccion a fecha de auditoria.
001419* 2026-10-15  EAD     El alta se controla contra las listas de
001424*                     sanciones y PEP (CLILST01): si coincide,
001429*                     el cliente entra retenido (CLI-ESTADO
001434*                     'R') hasta la resolucion de cumplimiento;
001439*                     un cambio no levanta la retencion.
001441*                     Solo se retiene el alta que entra activa.
001444* 2026-10-15  EAD     Alta y cambio de sucursal se controlan
001449*                     contra el maestro de sucursales
001454*                     (SUCURSAL-MASTER): una sucursal inexistente
001459*                     o cerrada se rechaza con retorno '06'.
001464* 2026-10-15  EAD     El alta tambien deja su imagen en el
001469*                     journal CLI-JRN-LOG, con la imagen
001474*                     anterior en espacios, para la
001479*                     recuperacion hacia adelante (CLIRCV01).
001484*****************************************************************
001500* Mantenimiento unico del archivo maestro CLIENTE-MASTER,
001600* indexado por CLI-ID. App Cuentas y App Prestamos deben
001700* invocar este programa (CALL 'CLIMNT01' USING CLIMNT-CONTROL,
003360     SELECT CLI-HIST-LOG    ASSIGN TO CLIHIST
003370         ORGANIZATION IS SEQUENTIAL
003380         FILE STATUS  IS WS-HIST-STATUS.
003381
003382     SELECT SUCURSAL-MASTER ASSIGN TO CLISUCM
003383         ORGANIZATION IS INDEXED
003384         ACCESS MODE  IS RANDOM
003385         RECORD KEY   IS SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
003386         FILE STATUS  IS WS-SUC-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
004060 FD  CLI-HIST-LOG
004070     LABEL RECORDS ARE STANDARD.
004080     COPY CLIHIST.
004081
004082 FD  SUCURSAL-MASTER
004083     LABEL RECORDS ARE STANDARD.
004084     COPY CLISMFD.
004100
004200 WORKING-STORAGE SECTION.
004300 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
004800     88  WS-ARCHIVO-YA-ABIERTO                VALUE 'S'.
004810 77  WS-HIST-STATUS            PIC X(02)      VALUE '00'.
004820     88  WS-HIST-OK                           VALUE '00'.
004821 77  WS-SUC-STATUS             PIC X(02)      VALUE '00'.
004822     88  WS-SUC-OK                            VALUE '00'.
004830 77  WS-ESTADO-ANTERIOR        PIC X(01)      VALUE SPACES.
004840 77  WS-FECHA-BAJA-ANTERIOR    PIC 9(08)      VALUE ZERO.
004842 77  WS-IMAGEN-ANTERIOR        PIC X(159)     VALUE SPACES.
004850 COPY CLIRGLPM.
004860 COPY CLIJRNPM.
004870 COPY CLILSTPM.
004900
005000 LINKAGE SECTION.
005100 COPY CLIMNTPM.
008200         OPEN I-O CLIENTE-MASTER
008300         IF WS-CLI-OK
008310             OPEN EXTEND CLI-HIST-LOG
008311             OPEN INPUT SUCURSAL-MASTER
008320             IF WS-HIST-OK AND WS-SUC-OK
008330                 SET WS-ARCHIVO-YA-ABIERTO TO TRUE
008340             ELSE
008350                 SET CLIMNT-ERROR-IO TO TRUE
009198     END-IF.
009199 1600-EXIT.
009201     EXIT.
009202
009203*****************************************************************
009204* 1700-VERIFICAR-LISTAS - controla contra las listas de         *
009205*      sanciones y PEP (CLILST01) el alta que entra activa; si  *
009206*      coincide con una entrada no descartada por cumplimiento, *
009207*      queda retenida ('R'), con retorno OK: el llamador ve el  *
009208*      estado asignado en WS-CLIENTE. Un alta inactiva o        *
009209*      suspendida conserva su estado (no opera, y el barrido    *
009210*      nocturno de CLILST02 informa sus coincidencias)          *
009211*****************************************************************
009212 1700-VERIFICAR-LISTAS.
009213     IF NOT CLI-ACTIVO OF WS-CLIENTE
009214         GO TO 1700-EXIT
009215     END-IF
009216     SET CLILST-VERIFICAR TO TRUE
009217     CALL 'CLILST01' USING CLILST-CONTROL, WS-CLIENTE
009218     EVALUATE TRUE
009219         WHEN CLILST-ERROR-IO
009220             SET CLIMNT-ERROR-IO TO TRUE
009221         WHEN CLILST-COINCIDE
009222             MOVE 'R' TO CLI-ESTADO OF WS-CLIENTE
009223     END-EVALUATE.
009224 1700-EXIT.
009225     EXIT.
009226
009227*****************************************************************
009228* 1800-VALIDAR-SUCURSAL - CLI-SUCURSAL debe existir en el       *
009229*      maestro de sucursales y estar abierta; si no, retorno    *
009230*      '06' sin tocar el maestro de clientes                    *
009231*****************************************************************
009232 1800-VALIDAR-SUCURSAL.
009233     MOVE CLI-SUCURSAL OF WS-CLIENTE
009234                       TO SUC-COD-SUCURSAL OF CLI-SUCURSAL-REG
009235     READ SUCURSAL-MASTER
009236         INVALID KEY
009237             SET CLIMNT-SUCURSAL-INVALIDA TO TRUE
009238     END-READ
009239     IF CLIMNT-SUCURSAL-INVALIDA
009240         GO TO 1800-EXIT
009241     END-IF
009242     IF NOT WS-SUC-OK
009243         SET CLIMNT-ERROR-IO TO TRUE
009244         GO TO 1800-EXIT
009245     END-IF
009246     IF SUC-CERRADA OF CLI-SUCURSAL-REG
009247         SET CLIMNT-SUCURSAL-INVALIDA TO TRUE
009248     END-IF.
009249 1800-EXIT.
009250     EXIT.
009251
009252*****************************************************************
009300* 2000-ALTA - alta de un cliente nuevo                          *
009400*****************************************************************
009500 2000-ALTA.
009520     IF CLIMNT-DOC-INVALIDO
009530         GO TO 2000-EXIT
009540     END-IF
009541     PERFORM 1800-VALIDAR-SUCURSAL THRU 1800-EXIT
009542     IF NOT CLIMNT-OK
009543         GO TO 2000-EXIT
009544     END-IF
009550     PERFORM 1700-VERIFICAR-LISTAS THRU 1700-EXIT
009560     IF CLIMNT-ERROR-IO
009570         GO TO 2000-EXIT
009580     END-IF
009600     MOVE WS-CLIENTE TO CLIENTE-MASTER-REG
009650     MOVE ZERO TO CLI-FECHA-BAJA OF CLIENTE-MASTER-REG
009700     WRITE CLIENTE-MASTER-REG
009900             SET CLIMNT-YA-EXISTE TO TRUE
010000         NOT INVALID KEY
010100             SET CLIMNT-OK TO TRUE
010200     END-WRITE
010210     IF CLIMNT-OK
010220         MOVE SPACES TO WS-IMAGEN-ANTERIOR
010230         PERFORM 3600-REGISTRAR-JOURNAL THRU 3600-EXIT
010240     END-IF.
010300 2000-EXIT.
010400     EXIT.
010500
011600     IF CLIMNT-NO-ENCONTRADO
011700         GO TO 3000-EXIT
011800     END-IF
011801     IF CLI-SUCURSAL OF WS-CLIENTE NOT =
011802        CLI-SUCURSAL OF CLIENTE-MASTER-REG
011803         PERFORM 1800-VALIDAR-SUCURSAL THRU 1800-EXIT
011804         IF NOT CLIMNT-OK
011805             GO TO 3000-EXIT
011806         END-IF
011807     END-IF
011810     MOVE CLI-ESTADO OF CLIENTE-MASTER-REG TO WS-ESTADO-ANTERIOR
011820     MOVE CLI-FECHA-BAJA OF CLIENTE-MASTER-REG
011830                                     TO WS-FECHA-BAJA-ANTERIOR
011840     MOVE CLIENTE-MASTER-REG TO WS-IMAGEN-ANTERIOR
011900     MOVE WS-CLIENTE TO CLIENTE-MASTER-REG
011901*    La retencion por listas solo la levanta CLILST02; un
011902*    cambio puede dar de baja al cliente retenido, nada mas.
011903     IF WS-ESTADO-ANTERIOR = 'R' AND
011904        NOT CLI-DADO-BAJA OF CLIENTE-MASTER-REG
011905         MOVE 'R' TO CLI-ESTADO OF CLIENTE-MASTER-REG
011906                     CLI-ESTADO OF WS-CLIENTE
011907     END-IF
011910     PERFORM 3200-FIJAR-FECHA-BAJA THRU 3200-EXIT
012000     REWRITE CLIENTE-MASTER-REG
012100         INVALID KEY
