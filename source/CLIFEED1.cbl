001588*                     para que la compuerta y CLIESTAD queden
001590*                     en una sola fecha aunque la cadena cruce
001592*                     la medianoche.
001593* 2026-10-15  EAD     Se respeta el registro de consentimientos
001594*                     (CLI-CONSENT): los canales que el cliente
001595*                     rechazo salen en espacios y todos los
001596*                     items se informan en las marcas
001597*                     FEED-CNS-xxx del detalle.
001600*****************************************************************
001700* Genera el extracto diario para el CRM externo: un registro de
001800* detalle por cada cliente activo, mas un registro de detalle
002400* CLI-ID las novedades de CLIHIST del dia y cruzandolas contra
002500* CLIENTE-MASTER, en el mismo estilo de calce usado por
002600* CLIREC01.
002610*
002620* Consentimientos: por cada detalle se lee el registro del
002630* cliente en CLI-CONSENT (CLICNSD). Los canales de contacto que
002640* el cliente rechazo (telefono, email, correo postal en 'N')
002650* salen en espacios; la situacion de los cinco items (tambien
002660* marketing y cesion a terceros) va en las marcas FEED-CNS-xxx.
002670* Un cliente sin registro sale con las marcas en espacios.
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004440         ACCESS MODE  IS RANDOM
004450         RECORD KEY   IS CTO-CLI-ID OF CLIENTE-CONTACTO-REG
004460         FILE STATUS  IS WS-CTO-STATUS.
004465
004470     SELECT CLI-CONSENT     ASSIGN TO CLICNSD
004475         ORGANIZATION IS INDEXED
004480         ACCESS MODE  IS RANDOM
004485         RECORD KEY   IS CNS-CLI-ID OF CLI-CONSENT-REG
004490         FILE STATUS  IS WS-CNS-STATUS.
004500
004600     SELECT CLI-FEED-OUT    ASSIGN TO CLIFEED
004700         ORGANIZATION IS SEQUENTIAL
006220 FD  CLIENTE-CONTACTO
006230     LABEL RECORDS ARE STANDARD.
006240     COPY CLICTFD.
006250
006260 FD  CLI-CONSENT
006270     LABEL RECORDS ARE STANDARD.
006280     COPY CLICNFD.
006300
006400 FD  CLI-FEED-OUT
006500     LABEL RECORDS ARE STANDARD.
007110 77  WS-CTO-STATUS             PIC X(02)      VALUE '00'.
007120     88  WS-CTO-OK                            VALUE '00'.
007130     88  WS-CTO-NO-ENCONTRADO                 VALUE '23'.
007135 77  WS-CNS-STATUS             PIC X(02)      VALUE '00'.
007200 77  WS-SW-EOF-CLI             PIC X(01)      VALUE 'N'.
007300     88  WS-EOF-CLI                           VALUE 'S'.
007400 77  WS-SW-EOF-HIST            PIC X(01)      VALUE 'N'.
007560     88  WS-EOF-SORT-HIST                     VALUE 'S'.
007600 77  WS-SW-HAY-SUSPENSION      PIC X(01)      VALUE 'N'.
007700     88  WS-HAY-SUSPENSION-HOY                VALUE 'S'.
007710 77  WS-SW-RESTRINGIDO         PIC X(01)      VALUE 'N'.
007720     88  WS-HAY-RESTRICCION                   VALUE 'S'.
007800
007900 77  WS-FECHA-PROCESO          PIC 9(08)      VALUE ZERO.
008000 77  WS-CONT-ACTIVOS           PIC 9(09) COMP VALUE ZERO.
008100 77  WS-CONT-SUSPENDIDOS       PIC 9(09) COMP VALUE ZERO.
008200 77  WS-CONT-TOTAL             PIC 9(09) COMP VALUE ZERO.
008205 77  WS-CONT-RESTRINGIDOS      PIC 9(09) COMP VALUE ZERO.
008210
008220 COPY CLIESTPM.
008230 COPY CLIGTEPM.
010540     OPEN INPUT  CLIENTE-CONTACTO
010550     IF WS-CTO-STATUS NOT = '00'
010560         GO TO 9100-ABEND-APERTURA
010570     END-IF
010580     OPEN INPUT  CLI-CONSENT
010585     IF WS-CNS-STATUS NOT = '00'
010590         GO TO 9100-ABEND-APERTURA
010595     END-IF.
010600 1000-EXIT.
010700     EXIT.
010710
021200     MOVE CLI-SEGMENTO OF CLIENTE-MASTER-REG
021300                                        TO FEED-CLI-SEGMENTO
021350     PERFORM 3100-CARGAR-CONTACTO THRU 3100-EXIT
021360     PERFORM 3200-APLICAR-CONSENT THRU 3200-EXIT
021400     MOVE SPACES                        TO FEED-RELLENO
021600     WRITE CLIFEED-DETALLE
021700     ADD 1 TO WS-CONT-TOTAL.
021993 3100-EXIT.
021994     EXIT.
022000
022001*****************************************************************
022002* 3200-APLICAR-CONSENT - lee el registro de consentimientos por *
022003*      CLI-ID; los canales de contacto rechazados ('N') salen   *
022004*      en espacios y los cinco items van en las marcas del      *
022005*      detalle. Sin registro, las marcas quedan en espacios     *
022006*****************************************************************
022007 3200-APLICAR-CONSENT.
022008     MOVE SPACES TO FEED-CNS-TELEFONO
022009                    FEED-CNS-EMAIL
022010                    FEED-CNS-CORREO
022011                    FEED-CNS-MARKETING
022012                    FEED-CNS-TERCEROS
022013     MOVE CLI-ID OF CLIENTE-MASTER-REG
022014                          TO CNS-CLI-ID OF CLI-CONSENT-REG
022015     READ CLI-CONSENT
022016         INVALID KEY
022017             GO TO 3200-EXIT
022018     END-READ
022019     MOVE CNS-TEL-ESTADO  TO FEED-CNS-TELEFONO
022020     MOVE CNS-MAIL-ESTADO TO FEED-CNS-EMAIL
022021     MOVE CNS-POST-ESTADO TO FEED-CNS-CORREO
022022     MOVE CNS-MKTG-ESTADO TO FEED-CNS-MARKETING
022023     MOVE CNS-TERC-ESTADO TO FEED-CNS-TERCEROS
022024     MOVE 'N' TO WS-SW-RESTRINGIDO
022025     IF CNS-TEL-ESTADO = 'N'
022026         MOVE SPACES TO FEED-CTO-TELEFONO (1)
022027                        FEED-CTO-TELEFONO (2)
022028                        FEED-CTO-TELEFONO (3)
022029         SET WS-HAY-RESTRICCION TO TRUE
022030     END-IF
022031     IF CNS-MAIL-ESTADO = 'N'
022032         MOVE SPACES TO FEED-CTO-EMAIL
022033         SET WS-HAY-RESTRICCION TO TRUE
022034     END-IF
022035     IF CNS-POST-ESTADO = 'N'
022036         MOVE SPACES TO FEED-CTO-CALLE
022037                        FEED-CTO-LOCALIDAD
022038                        FEED-CTO-PROVINCIA
022039                        FEED-CTO-COD-POSTAL
022040         SET WS-HAY-RESTRICCION TO TRUE
022041     END-IF
022042     IF CNS-MKTG-ESTADO = 'N' OR CNS-TERC-ESTADO = 'N'
022043         SET WS-HAY-RESTRICCION TO TRUE
022044     END-IF
022045     IF WS-HAY-RESTRICCION
022046         ADD 1 TO WS-CONT-RESTRINGIDOS
022047     END-IF.
022048 3200-EXIT.
022049     EXIT.
022100*****************************************************************
022200* 8000-EMITIR-TRAILER                                           *
022300*****************************************************************
023380     MOVE WS-CONT-ACTIVOS     TO CLIEST-CANT-1
023390     MOVE WS-CONT-SUSPENDIDOS TO CLIEST-CANT-2
023392     MOVE WS-CONT-TOTAL       TO CLIEST-CANT-3
023394     MOVE WS-CONT-RESTRINGIDOS TO CLIEST-CANT-4
023396     MOVE ZERO                TO CLIEST-COD-RETORNO-JOB
023398     CALL 'CLIEST01' USING CLIEST-CONTROL.
023399 8500-EXIT.
023900     CLOSE CLIENTE-MASTER
024000     CLOSE CLI-HIST-LOG
024050     CLOSE CLIENTE-CONTACTO
024060     CLOSE CLI-CONSENT
024100     CLOSE CLI-FEED-OUT.
024200 9000-EXIT.
024300     EXIT.
024370     DISPLAY 'CLIFEED1 - ERROR ABRIENDO ARCHIVOS, STATUS MASTER='
024380         WS-CLI-STATUS ' HIST=' WS-HIST-STATUS
024390         ' FEED=' WS-FEED-STATUS ' CONTACTO=' WS-CTO-STATUS
024391         ' CONSENT=' WS-CNS-STATUS
024392     MOVE 16 TO CLIGTE-COD-RETORNO-JOB
024394     PERFORM 8600-CERRAR-COMPUERTA THRU 8600-EXIT
024400     MOVE 16 TO RETURN-CODE
