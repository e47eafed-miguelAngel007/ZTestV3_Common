001400*                     derecho de acceso, con cobertura de
001500*                     todas las fuentes incluidos los archivos
001600*                     historicos de la purga.
001610* 2026-10-15  EAD     El dossier incluye la situacion del
001620*                     cliente en el registro de
001630*                     consentimientos (CLI-CONSENT) y su
001640*                     historial de cambios (CLI-CNS-LOG).
001700*****************************************************************
001800* Dossier por cliente para pedidos formales de habeas data.
001900* Lee un archivo de parametros de pedidos (CLIHABP.cpy: CLI-ID
002800*     fechadas (DD CLIHISTG, concatenadas en el JCL).
002900*   - CLI-CALIF-LOG (cambios de calificacion).
003000*   - CLI-SUC-AUDIT (reasignaciones de sucursal).
003010*   - CLI-CONSENT (consentimientos y preferencias de
003020*     comunicacion vigentes) y CLI-CNS-LOG (historial de cada
003030*     consentimiento otorgado o retirado).
003100*
003200* Cada dossier cierra con el resumen de cobertura: que fuentes
003300* tenian datos del cliente y cuantos registros aporto cada
008500     SELECT ARCH-CONTACTO   ASSIGN TO CLIARCHC
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS  IS WS-ARCHC-STATUS.
008710
008720     SELECT CLI-CONSENT     ASSIGN TO CLICNSD
008730         ORGANIZATION IS INDEXED
008740         ACCESS MODE  IS RANDOM
008750         RECORD KEY   IS CNS-CLI-ID OF CLI-CONSENT-REG
008760         FILE STATUS  IS WS-CNS-STATUS.
008770
008780     SELECT CLI-CNS-LOG     ASSIGN TO CLICNSL
008790         ORGANIZATION IS SEQUENTIAL
008795         FILE STATUS  IS WS-CNL-STATUS.
008800
008900     SELECT RPT-DOSSIER     ASSIGN TO RPTHAB
009000         ORGANIZATION IS SEQUENTIAL
012700 FD  ARCH-CONTACTO
012800     LABEL RECORDS ARE STANDARD.
012900 01  ARCH-CONTACTO-REG         PIC X(203).
012910
012920 FD  CLI-CONSENT
012930     LABEL RECORDS ARE STANDARD.
012940     COPY CLICNFD.
012950
012960 FD  CLI-CNS-LOG
012970     LABEL RECORDS ARE STANDARD.
012980     COPY CLICNL.
013000
013100 FD  RPT-DOSSIER
013200     LABEL RECORDS ARE STANDARD.
014300 77  WS-ARCHM-STATUS           PIC X(02)      VALUE '00'.
014400 77  WS-ARCHC-STATUS           PIC X(02)      VALUE '00'.
014500 77  WS-RPT-STATUS             PIC X(02)      VALUE '00'.
014510 77  WS-CNS-STATUS             PIC X(02)      VALUE '00'.
014520 77  WS-CNL-STATUS             PIC X(02)      VALUE '00'.
014600 77  WS-SW-EOF-PARAM           PIC X(01)      VALUE 'N'.
014700     88  WS-EOF-PARAM                         VALUE 'S'.
014800 77  WS-SW-EOF-FUENTE          PIC X(01)      VALUE 'N'.
015900 77  WS-CANT-HISTORIAL         PIC 9(09) COMP  VALUE ZERO.
016000 77  WS-CANT-CALIF             PIC 9(09) COMP  VALUE ZERO.
016100 77  WS-CANT-SUCURSAL          PIC 9(09) COMP  VALUE ZERO.
016110 77  WS-CANT-CONSENT           PIC 9(09) COMP  VALUE ZERO.
016120 77  WS-CANT-HIST-CONSENT      PIC 9(09) COMP  VALUE ZERO.
016130 77  WS-IND                    PIC 9(03) COMP  VALUE ZERO.
016140 77  WS-EST-ANTERIOR           PIC X(01)       VALUE SPACE.
016150 77  WS-EST-NUEVO              PIC X(01)       VALUE SPACE.
016200 77  WS-CONT-PEDIDOS           PIC 9(09) COMP  VALUE ZERO.
016300 77  WS-CONT-CON-MAESTRO       PIC 9(09) COMP  VALUE ZERO.
016400 77  WS-CONT-DE-ARCHIVO        PIC 9(09) COMP  VALUE ZERO.
019000     05  CPO-ETIQUETA          PIC X(20).
019100     05  FILLER                PIC X(02) VALUE ': '.
019200     05  CPO-VALOR             PIC X(50).
019210
019220*****************************************************************
019230* Nombres de los items de consentimiento, en el orden de        *
019240* CNS-ITEM (CLICNFD.cpy).                                       *
019250*****************************************************************
019260 01  WS-TABLA-NOM-ITEM.
019270     05  FILLER                PIC X(20) VALUE 'TELEFONO'.
019275     05  FILLER                PIC X(20) VALUE 'EMAIL'.
019280     05  FILLER                PIC X(20) VALUE 'CORREO POSTAL'.
019285     05  FILLER                PIC X(20) VALUE 'MARKETING'.
019290     05  FILLER                PIC X(20)
019291                               VALUE 'CESION A TERCEROS'.
019292 01  WS-NOM-ITEMS REDEFINES WS-TABLA-NOM-ITEM.
019294     05  WS-NOM-ITEM           PIC X(20) OCCURS 5 TIMES.
019300
019400 01  WS-LINEA-EVENTO.
019500     05  FILLER                PIC X(03) VALUE SPACES.
024200     IF WS-CTO-STATUS NOT = '00'
024300         GO TO 9200-ABEND-APERTURA
024400     END-IF
024410     OPEN INPUT CLI-CONSENT
024420     IF WS-CNS-STATUS NOT = '00'
024430         GO TO 9200-ABEND-APERTURA
024440     END-IF
024500     OPEN OUTPUT RPT-DOSSIER
024600     IF WS-RPT-STATUS NOT = '00'
024700         GO TO 9200-ABEND-APERTURA
026100     MOVE ZERO TO WS-CANT-HISTORIAL
026200     MOVE ZERO TO WS-CANT-CALIF
026300     MOVE ZERO TO WS-CANT-SUCURSAL
026310     MOVE ZERO TO WS-CANT-CONSENT
026320     MOVE ZERO TO WS-CANT-HIST-CONSENT
026400     MOVE 'N'  TO WS-SW-ES-PURGADO
026500     PERFORM 2500-IMPRIMIR-ENCABEZADO THRU 2500-EXIT
026600     PERFORM 3000-SECCION-MAESTRO THRU 3000-EXIT
027600     PERFORM 5000-SECCION-HISTORIAL THRU 5000-EXIT
027700     PERFORM 5500-SECCION-CALIF THRU 5500-EXIT
027800     PERFORM 5700-SECCION-SUCURSAL THRU 5700-EXIT
027850     PERFORM 5800-SECCION-CONSENT THRU 5800-EXIT
027900     PERFORM 6000-IMPRIMIR-COBERTURA THRU 6000-EXIT.
028000 2000-SIGUIENTE.
028100     PERFORM 2100-LEER-PEDIDO THRU 2100-EXIT.
077500 5720-EXIT.
077600     EXIT.
077700
077701*****************************************************************
077702* 5800-SECCION-CONSENT - situacion vigente de cada item del     *
077703*      registro de consentimientos y su historial de cambios    *
077704*****************************************************************
077705 5800-SECCION-CONSENT.
077706     MOVE SPACES TO RPT-LINEA
077707     MOVE '   CONSENTIMIENTOS VIGENTES (S=CONSIENTE, N=NO):'
077708                                    TO RPT-LINEA
077709     WRITE RPT-LINEA
077710     MOVE WS-CLI-ID-PEDIDO TO CNS-CLI-ID OF CLI-CONSENT-REG
077711     READ CLI-CONSENT
077712         INVALID KEY
077713             CONTINUE
077714         NOT INVALID KEY
077715             MOVE 1 TO WS-CANT-CONSENT
077716             PERFORM 5810-IMPRIMIR-ITEM THRU 5810-EXIT
077717                 VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
077718     END-READ
077719     MOVE SPACES TO RPT-LINEA
077720     MOVE '   HISTORIAL DE CONSENTIMIENTOS:' TO RPT-LINEA
077721     WRITE RPT-LINEA
077722     OPEN INPUT CLI-CNS-LOG
077723     IF WS-CNL-STATUS NOT = '00'
077724         GO TO 9200-ABEND-APERTURA
077725     END-IF
077726     MOVE 'N' TO WS-SW-EOF-FUENTE
077727     PERFORM 5820-LEER-CNL THRU 5820-EXIT
077728     PERFORM 5830-EVALUAR-CNL THRU 5830-EXIT
077729         UNTIL WS-EOF-FUENTE
077730     CLOSE CLI-CNS-LOG.
077731 5800-EXIT.
077732     EXIT.
077733
077734*****************************************************************
077735* 5810-IMPRIMIR-ITEM                                            *
077736*****************************************************************
077737 5810-IMPRIMIR-ITEM.
077738     MOVE WS-NOM-ITEM (WS-IND) TO CPO-ETIQUETA
077739     MOVE 'SIN INFORMAR' TO CPO-VALOR
077740     IF NOT CNS-ITEM-SIN-INFORMAR OF CLI-CONSENT-REG (WS-IND)
077741         MOVE SPACES TO CPO-VALOR
077742         STRING CNS-ITEM-ESTADO OF CLI-CONSENT-REG (WS-IND)
077743                 DELIMITED SIZE
077744             ' DESDE ' DELIMITED SIZE
077745             CNS-ITEM-FECHA OF CLI-CONSENT-REG (WS-IND)
077746                 DELIMITED SIZE
077747             ' ORIGEN ' DELIMITED SIZE
077748             CNS-ITEM-ORIGEN OF CLI-CONSENT-REG (WS-IND)
077749                 DELIMITED SIZE
077750             INTO CPO-VALOR
077751     END-IF
077752     PERFORM 7000-IMPRIMIR-CAMPO THRU 7000-EXIT.
077753 5810-EXIT.
077754     EXIT.
077755
077756*****************************************************************
077757* 5820-LEER-CNL                                                 *
077758*****************************************************************
077759 5820-LEER-CNL.
077760     READ CLI-CNS-LOG
077761         AT END
077762             SET WS-EOF-FUENTE TO TRUE
077763     END-READ.
077764 5820-EXIT.
077765     EXIT.
077766
077767*****************************************************************
077768* 5830-EVALUAR-CNL - estado en espacios se imprime '-'          *
077769*****************************************************************
077770 5830-EVALUAR-CNL.
077771     IF CNL-CLI-ID = WS-CLI-ID-PEDIDO
077772         ADD 1 TO WS-CANT-HIST-CONSENT
077773         MOVE CNL-FECHA TO EVT-FECHA
077774         MOVE CNL-HORA  TO EVT-HORA
077775         MOVE CNL-ESTADO-ANTERIOR TO WS-EST-ANTERIOR
077776         MOVE CNL-ESTADO-NUEVO    TO WS-EST-NUEVO
077777         INSPECT WS-EST-ANTERIOR REPLACING ALL SPACE BY '-'
077778         INSPECT WS-EST-NUEVO    REPLACING ALL SPACE BY '-'
077779         MOVE SPACES TO EVT-DETALLE
077780         STRING CNL-ITEM DELIMITED SIZE
077781             ' ' DELIMITED SIZE
077782             WS-EST-ANTERIOR DELIMITED SIZE
077783             ' A ' DELIMITED SIZE
077784             WS-EST-NUEVO DELIMITED SIZE
077785             ' FECHA ' DELIMITED SIZE
077786             CNL-FECHA-CONSENT DELIMITED SIZE
077787             ' ORIGEN ' DELIMITED SIZE
077788             CNL-ORIGEN DELIMITED SIZE
077789             ' USUARIO ' DELIMITED SIZE
077790             CNL-USUARIO DELIMITED SIZE
077791             INTO EVT-DETALLE
077792         PERFORM 7100-IMPRIMIR-EVENTO THRU 7100-EXIT
077793     END-IF
077794     PERFORM 5820-LEER-CNL THRU 5820-EXIT.
077795 5830-EXIT.
077796     EXIT.
077797
077800*****************************************************************
077900* 6000-IMPRIMIR-COBERTURA - que fuentes tenian datos y cuantos  *
078000*      registros aporto cada una                                *
080100     PERFORM 7200-IMPRIMIR-COBERTURA THRU 7200-EXIT
080200     MOVE 'AUDITORIA SUCURSAL' TO COB-FUENTE
080300     MOVE WS-CANT-SUCURSAL  TO WS-CANT-FUENTE
080400     PERFORM 7200-IMPRIMIR-COBERTURA THRU 7200-EXIT
080410     MOVE 'CONSENTIMIENTOS'   TO COB-FUENTE
080420     MOVE WS-CANT-CONSENT   TO WS-CANT-FUENTE
080430     PERFORM 7200-IMPRIMIR-COBERTURA THRU 7200-EXIT
080440     MOVE 'HIST CONSENTIMIENTO' TO COB-FUENTE
080450     MOVE WS-CANT-HIST-CONSENT TO WS-CANT-FUENTE
080460     PERFORM 7200-IMPRIMIR-COBERTURA THRU 7200-EXIT.
080500 6000-EXIT.
080600     EXIT.
080700
088300     CLOSE CLI-HAB-PARAM
088400     CLOSE CLIENTE-MASTER
088500     CLOSE CLIENTE-CONTACTO
088550     CLOSE CLI-CONSENT
088600     CLOSE RPT-DOSSIER.
088700 9000-EXIT.
088800     EXIT.
089800         ' GEN=' WS-GEN-STATUS ' CALOG=' WS-CALOG-STATUS
089900         ' SUCA=' WS-SUCA-STATUS ' ARCHM=' WS-ARCHM-STATUS
090000         ' ARCHC=' WS-ARCHC-STATUS ' RPTHAB=' WS-RPT-STATUS
090050         ' CONSENT=' WS-CNS-STATUS ' CNSLOG=' WS-CNL-STATUS
090100     MOVE 16 TO RETURN-CODE
090200     GOBACK.
