000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIMSK01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Generador de juegos de
001300*                     prueba enmascarados a partir de los
001400*                     archivos de produccion del sistema de
001500*                     clientes.
001600* 2026-10-15  EAD     Documentos, telefonos y emails por una
001700*                     permutacion Feistel con llave (clave de
001800*                     18 digitos) en lugar de transformaciones
001900*                     afines y cifrado posicional, que se
002000*                     deducian de un solo par conocido.
002100*****************************************************************
002200* Genera una copia enmascarada de los archivos del sistema de
002300* clientes para armar el ambiente de prueba, sin datos
002400* personales reales y sin perder la forma de los datos de
002500* produccion:
002600*
002700*   CLIEMAST -> MSKMAST   maestro (nombre, apellido, documento)
002800*   CLICONTA -> MSKCONT   contacto (calle, telefonos, email)
002900*   CLIJRNL  -> MSKJRNL   journal (imagen anterior y nueva)
003000*   CLIEXTC  -> MSKEXTC   extracto de App Cuentas
003100*   CLIEXTP  -> MSKEXTP   extracto de App Prestamos
003200*   CLIOVRD  -> MSKOVRD   overrides de calificacion (copia)
003300*   CLIXREF  -> MSKXREF   referencia cruzada de fusiones (copia)
003400*   CLIHIST  -> MSKHIST   historial de estados (copia)
003500*   CLICMPC  -> MSKCMPC   comportamiento de cuentas (copia)
003600*   CLICMPP  -> MSKCMPP   comportamiento de prestamos (copia)
003700*   maestro enmascarado -> MSKCARGA, archivo de carga nocturna
003800*        (CLIEXTL.cpy) con header y trailer que cierran, para
003900*        correr CLILOAD1 y el resto de la cadena en prueba.
004000*
004100* Reglas del enmascarado:
004200*
004300*   - CLI-ID no se toca: todos los archivos siguen cruzando por
004400*     cliente (fusiones, overrides, comportamiento, journal).
004500*     Estado, calificacion, sucursal, segmento y fechas tampoco,
004600*     asi las distribuciones quedan como en produccion.
004700*   - Cada dato se reemplaza en funcion solo de su valor
004800*     original y de la clave de la corrida (PARM): el mismo
004900*     valor da siempre el mismo resultado en todos los archivos
005000*     (un cliente se ve igual en el maestro, el journal y los
005100*     extractos) y con otra clave se obtiene otro juego.
005200*   - Nombre y apellido: se toman de tablas de nombres ficticios
005300*     segun un hash del valor original.
005400*   - Documentos, telefonos y parte local del email: cada
005500*     digito sigue siendo digito y cada letra sigue siendo letra
005600*     de la misma caja; largo, blancos y signos no cambian. Las
005700*     posiciones cifrables pasan por una permutacion Feistel de
005800*     ocho rondas (dos mitades; cada ronda suma a una mitad,
005900*     digito por digito o letra por letra, un valor que sale del
006000*     hash con la clave de la ronda, el lado y la otra mitad).
006100*     Es biunivoca para cada forma de dato: los duplicados por
006200*     tipo/numero de documento siguen siendo duplicados y no
006300*     aparecen duplicados nuevos, y sin la clave un par original
006400*     y enmascarado conocido no permite deducir los demas.
006500*   - DNI valido (DOCVAL01): sale otro numero del mismo largo,
006600*     sigue valido. CUIT/CUIL de 11 digitos: se conserva el
006700*     prefijo, el cuerpo de 8 digitos se vuelve a permutar hasta
006800*     caer en la misma clase de digito verificador que el
006900*     original y el verificador mantiene el desvio que traia: los
007000*     validos siguen pasando DOCVAL01 y los rechazados siguen
007100*     siendo rechazados por el mismo motivo.
007200*   - Email con un unico arroba: parte local cifrada y dominio
007300*     de prueba no entregable; cualquier otro email (mal
007400*     formado) se cifra entero y sigue mal formado.
007500*   - Calle: nombre de calle ficticio y altura segun hash. La
007600*     localidad, la provincia y el codigo postal no se tocan:
007700*     solos no identifican al cliente y CLICDQ01 los sigue
007800*     validando contra la tabla CLIPRVC.
007900*   - Overrides, fusiones, historial y comportamiento no tienen
008000*     datos personales fuera del CLI-ID: se copian tal cual.
008100*
008200* Cada documento enmascarado se vuelve a pasar por DOCVAL01 y
008300* debe dar el mismo codigo de retorno que el original; si no,
008400* se informa el CLI-ID y el job termina con RC=8.
008500*
008600* PARM: 'CLAVE=' con 18 digitos (obligatorio, distinto de cero)
008700*       mas ',FECHA=AAAAMMDD' (fecha de proceso del header de
008800*       MSKCARGA; sin ella, la del sistema) mas ',GEN=NNNNNN'
008900*       (generacion del header; sin ella, 000001). La clave no
009000*       debe guardarse junto con el juego de prueba ni quedar en
009010*       el listado del job (ver CLIMSK01.jcl).
009100* Se graba el registro de corrida en CLIESTAD: 1 clientes,
009200* 2 contactos, 3 registros de journal, 4 documentos que
009300* cambiaron de validez. RC=20: PARM invalido; no se genero nada.
009400*****************************************************************
009500 ENVIRONMENT DIVISION.
009600 CONFIGURATION SECTION.
009700 SOURCE-COMPUTER.   IBM-370.
009800 OBJECT-COMPUTER.   IBM-370.
009900 INPUT-OUTPUT SECTION.
010000 FILE-CONTROL.
010100     SELECT CLIENTE-MASTER  ASSIGN TO CLIEMAST
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE  IS SEQUENTIAL
010400         RECORD KEY   IS CLI-ID OF CLIENTE-MASTER-REG
010500         FILE STATUS  IS WS-CLI-STATUS.
010600
010700     SELECT CLIENTE-CONTACTO ASSIGN TO CLICONTA
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE  IS SEQUENTIAL
011000         RECORD KEY   IS CTO-CLI-ID OF CLIENTE-CONTACTO-REG
011100         FILE STATUS  IS WS-CTO-STATUS.
011200
011300     SELECT CLI-OVERRIDE     ASSIGN TO CLIOVRD
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE  IS SEQUENTIAL
011600         RECORD KEY   IS OVR-CLI-ID OF CLI-OVERRIDE-REG
011700         FILE STATUS  IS WS-OVR-STATUS.
011800
011900     SELECT CLI-XREF        ASSIGN TO CLIXREF
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS  IS WS-XREF-STATUS.
012200
012300     SELECT CLI-HIST-LOG    ASSIGN TO CLIHIST
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS  IS WS-HIST-STATUS.
012600
012700     SELECT CLI-JRN-LOG     ASSIGN TO CLIJRNL
012800         ORGANIZATION IS SEQUENTIAL
012900         FILE STATUS  IS WS-JRN-STATUS.
013000
013100     SELECT CLI-EXT-CTA     ASSIGN TO CLIEXTC
013200         ORGANIZATION IS SEQUENTIAL
013300         FILE STATUS  IS WS-EXTC-STATUS.
013400
013500     SELECT CLI-EXT-PRE     ASSIGN TO CLIEXTP
013600         ORGANIZATION IS SEQUENTIAL
013700         FILE STATUS  IS WS-EXTP-STATUS.
013800
013900     SELECT CLI-CMP-CTA      ASSIGN TO CLICMPC
014000         ORGANIZATION IS SEQUENTIAL
014100         FILE STATUS  IS WS-CMPC-STATUS.
014200
014300     SELECT CLI-CMP-PRE      ASSIGN TO CLICMPP
014400         ORGANIZATION IS SEQUENTIAL
014500         FILE STATUS  IS WS-CMPP-STATUS.
014600
014700     SELECT MSK-MASTER      ASSIGN TO MSKMAST
014800         ORGANIZATION IS SEQUENTIAL
014900         FILE STATUS  IS WS-SAL-STATUS.
015000
015100     SELECT MSK-CONTACTO    ASSIGN TO MSKCONT
015200         ORGANIZATION IS SEQUENTIAL
015300         FILE STATUS  IS WS-SAL-STATUS.
015400
015500     SELECT MSK-OVERRIDE    ASSIGN TO MSKOVRD
015600         ORGANIZATION IS SEQUENTIAL
015700         FILE STATUS  IS WS-SAL-STATUS.
015800
015900     SELECT MSK-XREF        ASSIGN TO MSKXREF
016000         ORGANIZATION IS SEQUENTIAL
016100         FILE STATUS  IS WS-SAL-STATUS.
016200
016300     SELECT MSK-HIST        ASSIGN TO MSKHIST
016400         ORGANIZATION IS SEQUENTIAL
016500         FILE STATUS  IS WS-SAL-STATUS.
016600
016700     SELECT MSK-JOURNAL     ASSIGN TO MSKJRNL
016800         ORGANIZATION IS SEQUENTIAL
016900         FILE STATUS  IS WS-SAL-STATUS.
017000
017100     SELECT MSK-EXT-CTA     ASSIGN TO MSKEXTC
017200         ORGANIZATION IS SEQUENTIAL
017300         FILE STATUS  IS WS-SAL-STATUS.
017400
017500     SELECT MSK-EXT-PRE     ASSIGN TO MSKEXTP
017600         ORGANIZATION IS SEQUENTIAL
017700         FILE STATUS  IS WS-SAL-STATUS.
017800
017900     SELECT MSK-CMP-CTA     ASSIGN TO MSKCMPC
018000         ORGANIZATION IS SEQUENTIAL
018100         FILE STATUS  IS WS-SAL-STATUS.
018200
018300     SELECT MSK-CMP-PRE     ASSIGN TO MSKCMPP
018400         ORGANIZATION IS SEQUENTIAL
018500         FILE STATUS  IS WS-SAL-STATUS.
018600
018700     SELECT MSK-CARGA       ASSIGN TO MSKCARGA
018800         ORGANIZATION IS SEQUENTIAL
018900         FILE STATUS  IS WS-SAL-STATUS.
019000
019100 DATA DIVISION.
019200 FILE SECTION.
019300 FD  CLIENTE-MASTER
019400     LABEL RECORDS ARE STANDARD.
019500     COPY CLIEMFD.
019600
019700 FD  CLIENTE-CONTACTO
019800     LABEL RECORDS ARE STANDARD.
019900     COPY CLICTFD.
020000
020100 FD  CLI-OVERRIDE
020200     LABEL RECORDS ARE STANDARD.
020300     COPY CLIOVFD.
020400
020500 FD  CLI-XREF
020600     LABEL RECORDS ARE STANDARD.
020700     COPY CLIXREF.
020800
020900 FD  CLI-HIST-LOG
021000     LABEL RECORDS ARE STANDARD.
021100     COPY CLIHIST.
021200
021300 FD  CLI-JRN-LOG
021400     LABEL RECORDS ARE STANDARD.
021500     COPY CLIJRN.
021600
021700 FD  CLI-EXT-CTA
021800     LABEL RECORDS ARE STANDARD.
021900     COPY CLIEXTC.
022000
022100 FD  CLI-EXT-PRE
022200     LABEL RECORDS ARE STANDARD.
022300     COPY CLIEXTP.
022400
022500 FD  CLI-CMP-CTA
022600     LABEL RECORDS ARE STANDARD.
022700     COPY CLICMPC.
022800
022900 FD  CLI-CMP-PRE
023000     LABEL RECORDS ARE STANDARD.
023100     COPY CLICMPP.
023200
023300 FD  MSK-MASTER
023400     LABEL RECORDS ARE STANDARD.
023500 01  MSK-MAST-REG              PIC X(159).
023600
023700 FD  MSK-CONTACTO
023800     LABEL RECORDS ARE STANDARD.
023900 01  MSK-CONT-REG              PIC X(203).
024000
024100 FD  MSK-OVERRIDE
024200     LABEL RECORDS ARE STANDARD.
024300 01  MSK-OVR-REG               PIC X(40).
024400
024500 FD  MSK-XREF
024600     LABEL RECORDS ARE STANDARD.
024700 01  MSK-XREF-REG              PIC X(48).
024800
024900 FD  MSK-HIST
025000     LABEL RECORDS ARE STANDARD.
025100 01  MSK-HIST-REG              PIC X(40).
025200
025300 FD  MSK-JOURNAL
025400     LABEL RECORDS ARE STANDARD.
025500 01  MSK-JRN-REG               PIC X(372).
025600
025700 FD  MSK-EXT-CTA
025800     LABEL RECORDS ARE STANDARD.
025900 01  MSK-EXTC-REG              PIC X(146).
026000
026100 FD  MSK-EXT-PRE
026200     LABEL RECORDS ARE STANDARD.
026300 01  MSK-EXTP-REG              PIC X(146).
026400
026500 FD  MSK-CMP-CTA
026600     LABEL RECORDS ARE STANDARD.
026700 01  MSK-CMPC-REG              PIC X(29).
026800
026900 FD  MSK-CMP-PRE
027000     LABEL RECORDS ARE STANDARD.
027100 01  MSK-CMPP-REG              PIC X(29).
027200
027300 FD  MSK-CARGA
027400     LABEL RECORDS ARE STANDARD.
027500     COPY CLIEXTL.
027600
027700 WORKING-STORAGE SECTION.
027800 77  WS-CLI-STATUS             PIC X(02)      VALUE '00'.
027900 77  WS-CTO-STATUS             PIC X(02)      VALUE '00'.
028000 77  WS-OVR-STATUS             PIC X(02)      VALUE '00'.
028100 77  WS-XREF-STATUS            PIC X(02)      VALUE '00'.
028200 77  WS-HIST-STATUS            PIC X(02)      VALUE '00'.
028300 77  WS-JRN-STATUS             PIC X(02)      VALUE '00'.
028400 77  WS-EXTC-STATUS            PIC X(02)      VALUE '00'.
028500 77  WS-EXTP-STATUS            PIC X(02)      VALUE '00'.
028600 77  WS-CMPC-STATUS            PIC X(02)      VALUE '00'.
028700 77  WS-CMPP-STATUS            PIC X(02)      VALUE '00'.
028800 77  WS-SAL-STATUS             PIC X(02)      VALUE '00'.
028900 77  WS-SALIDA-EN-CURSO        PIC X(08)      VALUE SPACES.
029000 77  WS-SW-EOF-ENTRADA         PIC X(01)      VALUE 'N'.
029100     88  WS-EOF-ENTRADA                       VALUE 'S'.
029200 77  WS-CLASE-ORIGINAL         PIC X(01)      VALUE SPACE.
029300 77  WS-CLASE-NUEVA            PIC X(01)      VALUE SPACE.
029400
029500 77  WS-MOTIVO-CONTROL         PIC X(60)      VALUE SPACES.
029600 77  WS-RC-FINAL               PIC 9(02)      VALUE ZERO.
029700 77  WS-FECHA-HOY              PIC 9(08)      VALUE ZERO.
029800 77  WS-FECHA-CARGA            PIC 9(08)      VALUE ZERO.
029900 77  WS-GENERACION-CARGA       PIC 9(06)      VALUE 1.
030000 77  WS-HASH-CLI-ID            PIC 9(15)      VALUE ZERO.
030100 77  WS-DOC-RETORNO-ORIG       PIC X(02)      VALUE SPACES.
030200 77  WS-DOMINIO-PRUEBA         PIC X(14)
030300                                       VALUE 'PRUEBA.INVALID'.
030400 77  WS-I                      PIC 9(03) COMP VALUE ZERO.
030500 77  WS-J                      PIC 9(03) COMP VALUE ZERO.
030600 77  WS-K                      PIC 9(03) COMP VALUE ZERO.
030700 77  WS-IDX-TABLA              PIC 9(03) COMP VALUE ZERO.
030800 77  WS-LONG-LOCAL             PIC 9(03) COMP VALUE ZERO.
030900 77  WS-CANT-ARROBAS           PIC 9(03) COMP VALUE ZERO.
031000 77  WS-NRO-CALLE              PIC 9(04)      VALUE ZERO.
031100 77  WS-CONT-CLIENTES          PIC 9(09) COMP VALUE ZERO.
031200 77  WS-CONT-CONTACTOS         PIC 9(09) COMP VALUE ZERO.
031300 77  WS-CONT-JOURNAL           PIC 9(09) COMP VALUE ZERO.
031400 77  WS-CONT-EXT-CTA           PIC 9(09) COMP VALUE ZERO.
031500 77  WS-CONT-EXT-PRE           PIC 9(09) COMP VALUE ZERO.
031600 77  WS-CONT-OVERRIDES         PIC 9(09) COMP VALUE ZERO.
031700 77  WS-CONT-XREF              PIC 9(09) COMP VALUE ZERO.
031800 77  WS-CONT-HIST              PIC 9(09) COMP VALUE ZERO.
031900 77  WS-CONT-CMP-CTA           PIC 9(09) COMP VALUE ZERO.
032000 77  WS-CONT-CMP-PRE           PIC 9(09) COMP VALUE ZERO.
032100 77  WS-CONT-DOC-MAPEADOS      PIC 9(09) COMP VALUE ZERO.
032200 77  WS-CONT-DOC-CIFRADOS      PIC 9(09) COMP VALUE ZERO.
032300 77  WS-CONT-CAMBIO-VALIDEZ    PIC 9(09) COMP VALUE ZERO.
032400 77  WS-CONT-EDIT              PIC ZZZZZZZZ9.
032500
032600*****************************************************************
032700* Clave de la corrida (PARM); cada mitad arranca una de las     *
032800* dos cadenas del hash.                                         *
032900*****************************************************************
033000 01  WS-CLAVE-MASCARA.
033100     05  WS-CLAVE-NUM          PIC 9(18).
033200     05  WS-CLAVE-PARTES       REDEFINES WS-CLAVE-NUM.
033300         10  WS-CLAVE-ALTA     PIC 9(09).
033400         10  WS-CLAVE-BAJA     PIC 9(09).
033500
033600*****************************************************************
033700* Datos personales de un cliente en curso de enmascarado,       *
033800* cualquiera sea el archivo de donde vienen.                    *
033900*****************************************************************
034000 01  WS-PERSONA.
034100     05  WS-PER-CLI-ID         PIC 9(10).
034200     05  WS-PER-NOMBRE         PIC X(50).
034300     05  WS-PER-APELLIDO       PIC X(50).
034400     05  WS-PER-TIPO-DOC       PIC X(03).
034500     05  WS-PER-NUM-DOC        PIC X(20).
034600
034700*****************************************************************
034800* Imagen del maestro guardada en el journal (layout CLIEMFD).   *
034900*****************************************************************
035000 01  WS-IMAGEN-CLIENTE.
035100     05  WS-IMG-CLI-ID         PIC 9(10).
035200     05  WS-IMG-NOMBRE         PIC X(50).
035300     05  WS-IMG-APELLIDO       PIC X(50).
035400     05  WS-IMG-TIPO-DOC       PIC X(03).
035500     05  WS-IMG-NUM-DOC        PIC X(20).
035600     05  WS-IMG-RESTO          PIC X(26).
035700
035800*****************************************************************
035900* Hash de un texto, en funcion del texto y de la clave: dos     *
036000* cadenas modulo primos distintos que se mezclan al final.      *
036100*****************************************************************
036200 01  WS-ALFABETO-HASH.
036300     05  FILLER                PIC X(37)
036400             VALUE ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
036500     05  FILLER                PIC X(26)
036600             VALUE 'abcdefghijklmnopqrstuvwxyz'.
036700 01  WS-HASH-TRABAJO.
036800     05  WS-HSH-TEXTO          PIC X(50)      VALUE SPACES.
036900     05  WS-HSH-CARACTER       PIC X(01)      VALUE SPACE.
037000     05  WS-HSH-POS            PIC 9(03) COMP VALUE ZERO.
037100     05  WS-HSH-VALOR          PIC 9(10) COMP VALUE ZERO.
037200     05  WS-HSH-VALOR-2        PIC 9(10) COMP VALUE ZERO.
037300     05  WS-HSH-PRODUCTO       PIC 9(18) COMP VALUE ZERO.
037400     05  WS-HSH-COCIENTE       PIC 9(18) COMP VALUE ZERO.
037500
037600*****************************************************************
037700* Permutacion Feistel de digitos y letras.                      *
037800*****************************************************************
037900 01  WS-ALFA-MAYUS             PIC X(26)
038000             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
038100 01  WS-ALFA-MINUS             PIC X(26)
038200             VALUE 'abcdefghijklmnopqrstuvwxyz'.
038300 01  WS-CIFRADO-TRABAJO.
038400     05  WS-CIF-TEXTO          PIC X(50)      VALUE SPACES.
038500     05  WS-CIF-LONG           PIC 9(03) COMP VALUE ZERO.
038600     05  WS-CIF-CARACTER       PIC X(01)      VALUE SPACE.
038700     05  WS-CIF-DIGITO         PIC 9(01)      VALUE ZERO.
038800     05  WS-CIF-POS            PIC 9(03) COMP VALUE ZERO.
038900 01  WS-FEISTEL-TRABAJO.
039000     05  WS-FST-CANT           PIC 9(03) COMP VALUE ZERO.
039100     05  WS-FST-MITAD          PIC 9(03) COMP VALUE ZERO.
039200     05  WS-FST-RONDA          PIC 9(02) COMP VALUE ZERO.
039300     05  WS-FST-RESTO          PIC 9(02) COMP VALUE ZERO.
039400     05  WS-FST-T              PIC 9(03) COMP VALUE ZERO.
039500     05  WS-FST-ORIG-DESDE     PIC 9(03) COMP VALUE ZERO.
039600     05  WS-FST-ORIG-HASTA     PIC 9(03) COMP VALUE ZERO.
039700     05  WS-FST-DEST-DESDE     PIC 9(03) COMP VALUE ZERO.
039800     05  WS-FST-DEST-HASTA     PIC 9(03) COMP VALUE ZERO.
039900     05  WS-FST-LONG-HSH       PIC 9(03) COMP VALUE ZERO.
040000     05  WS-FST-SUMA           PIC 9(10) COMP VALUE ZERO.
040100     05  WS-FST-PREFIJO.
040200         10  WS-FST-PRE-RONDA  PIC 9(01)      VALUE ZERO.
040300         10  WS-FST-PRE-LADO   PIC X(01)      VALUE SPACE.
040400         10  WS-FST-PRE-CANT   PIC 9(02)      VALUE ZERO.
040500     05  WS-FST-POSICIONES.
040600         10  WS-FST-POSICION   OCCURS 50 TIMES.
040700             15  WS-FST-POS    PIC 9(03) COMP.
040800             15  WS-FST-CLASE  PIC X(01).
040900             15  WS-FST-BASE   PIC 9(02) COMP.
041000             15  WS-FST-VALOR  PIC 9(02) COMP.
041100
041200
041300 01  WS-CUIT-TRABAJO.
041400     05  WS-CUIT-PREFIJO       PIC X(02).
041500     05  WS-CUIT-CUERPO        PIC 9(08).
041600     05  WS-CUIT-DV            PIC 9(01).
041700 01  WS-CUIT-DIGITOS           REDEFINES WS-CUIT-TRABAJO.
041800     05  WS-CUIT-DIGITO        PIC 9(01) OCCURS 11 TIMES.
041900
042000 01  WS-TABLA-PESOS-INIC.
042100     05  FILLER                PIC 9         VALUE 5.
042200     05  FILLER                PIC 9         VALUE 4.
042300     05  FILLER                PIC 9         VALUE 3.
042400     05  FILLER                PIC 9         VALUE 2.
042500     05  FILLER                PIC 9         VALUE 7.
042600     05  FILLER                PIC 9         VALUE 6.
042700     05  FILLER                PIC 9         VALUE 5.
042800     05  FILLER                PIC 9         VALUE 4.
042900     05  FILLER                PIC 9         VALUE 3.
043000     05  FILLER                PIC 9         VALUE 2.
043100 01  WS-TABLA-PESOS REDEFINES WS-TABLA-PESOS-INIC.
043200     05  WS-PESO               PIC 9  OCCURS 10 TIMES.
043300
043400 01  WS-DV-TRABAJO.
043500     05  WS-DV-SUMA            PIC 9(04) COMP VALUE ZERO.
043600     05  WS-DV-COCIENTE        PIC 9(04) COMP VALUE ZERO.
043700     05  WS-DV-RESTO           PIC 9(02) COMP VALUE ZERO.
043800     05  WS-DV-CALCULADO       PIC 9(02)      VALUE ZERO.
043900     05  WS-DV-ORIGINAL        PIC 9(02)      VALUE ZERO.
044000     05  WS-DV-INFORMADO       PIC 9(01)      VALUE ZERO.
044100     05  WS-DV-DESVIO          PIC 9(02)      VALUE ZERO.
044200     05  WS-DV-CALCULO         PIC 9(02)      VALUE ZERO.
044300
044400*****************************************************************
044500* Nombres, apellidos y calles ficticios.                        *
044600*****************************************************************
044700 01  WS-TABLA-NOMBRES-INIC.
044800     05  FILLER  PIC X(12) VALUE 'MARIA'.
044900     05  FILLER  PIC X(12) VALUE 'JUAN'.
045000     05  FILLER  PIC X(12) VALUE 'ANA'.
045100     05  FILLER  PIC X(12) VALUE 'CARLOS'.
045200     05  FILLER  PIC X(12) VALUE 'LAURA'.
045300     05  FILLER  PIC X(12) VALUE 'JORGE'.
045400     05  FILLER  PIC X(12) VALUE 'SILVIA'.
045500     05  FILLER  PIC X(12) VALUE 'DIEGO'.
045600     05  FILLER  PIC X(12) VALUE 'CLAUDIA'.
045700     05  FILLER  PIC X(12) VALUE 'MARTIN'.
045800     05  FILLER  PIC X(12) VALUE 'PATRICIA'.
045900     05  FILLER  PIC X(12) VALUE 'PABLO'.
046000     05  FILLER  PIC X(12) VALUE 'GABRIELA'.
046100     05  FILLER  PIC X(12) VALUE 'SERGIO'.
046200     05  FILLER  PIC X(12) VALUE 'ANDREA'.
046300     05  FILLER  PIC X(12) VALUE 'RICARDO'.
046400     05  FILLER  PIC X(12) VALUE 'VALERIA'.
046500     05  FILLER  PIC X(12) VALUE 'FERNANDO'.
046600     05  FILLER  PIC X(12) VALUE 'NATALIA'.
046700     05  FILLER  PIC X(12) VALUE 'GUSTAVO'.
046800     05  FILLER  PIC X(12) VALUE 'CAROLINA'.
046900     05  FILLER  PIC X(12) VALUE 'ALEJANDRO'.
047000     05  FILLER  PIC X(12) VALUE 'ROMINA'.
047100     05  FILLER  PIC X(12) VALUE 'DANIEL'.
047200     05  FILLER  PIC X(12) VALUE 'LUCIA'.
047300     05  FILLER  PIC X(12) VALUE 'MARCELO'.
047400     05  FILLER  PIC X(12) VALUE 'FLORENCIA'.
047500     05  FILLER  PIC X(12) VALUE 'HERNAN'.
047600     05  FILLER  PIC X(12) VALUE 'VERONICA'.
047700     05  FILLER  PIC X(12) VALUE 'ESTEBAN'.
047800     05  FILLER  PIC X(12) VALUE 'MARIANA'.
047900     05  FILLER  PIC X(12) VALUE 'GONZALO'.
048000     05  FILLER  PIC X(12) VALUE 'CECILIA'.
048100     05  FILLER  PIC X(12) VALUE 'NICOLAS'.
048200     05  FILLER  PIC X(12) VALUE 'PAULA'.
048300     05  FILLER  PIC X(12) VALUE 'FEDERICO'.
048400     05  FILLER  PIC X(12) VALUE 'SOFIA'.
048500     05  FILLER  PIC X(12) VALUE 'RODRIGO'.
048600     05  FILLER  PIC X(12) VALUE 'JULIETA'.
048700     05  FILLER  PIC X(12) VALUE 'OSCAR'.
048800 01  WS-TABLA-NOMBRES REDEFINES WS-TABLA-NOMBRES-INIC.
048900     05  WS-NOMBRE-FICT        PIC X(12) OCCURS 40 TIMES.
049000
049100 01  WS-TABLA-APELLIDOS-INIC.
049200     05  FILLER  PIC X(12) VALUE 'GONZALEZ'.
049300     05  FILLER  PIC X(12) VALUE 'RODRIGUEZ'.
049400     05  FILLER  PIC X(12) VALUE 'GOMEZ'.
049500     05  FILLER  PIC X(12) VALUE 'FERNANDEZ'.
049600     05  FILLER  PIC X(12) VALUE 'LOPEZ'.
049700     05  FILLER  PIC X(12) VALUE 'DIAZ'.
049800     05  FILLER  PIC X(12) VALUE 'MARTINEZ'.
049900     05  FILLER  PIC X(12) VALUE 'PEREZ'.
050000     05  FILLER  PIC X(12) VALUE 'GARCIA'.
050100     05  FILLER  PIC X(12) VALUE 'SANCHEZ'.
050200     05  FILLER  PIC X(12) VALUE 'ROMERO'.
050300     05  FILLER  PIC X(12) VALUE 'SOSA'.
050400     05  FILLER  PIC X(12) VALUE 'ALVAREZ'.
050500     05  FILLER  PIC X(12) VALUE 'TORRES'.
050600     05  FILLER  PIC X(12) VALUE 'RUIZ'.
050700     05  FILLER  PIC X(12) VALUE 'RAMIREZ'.
050800     05  FILLER  PIC X(12) VALUE 'FLORES'.
050900     05  FILLER  PIC X(12) VALUE 'BENITEZ'.
051000     05  FILLER  PIC X(12) VALUE 'ACOSTA'.
051100     05  FILLER  PIC X(12) VALUE 'MEDINA'.
051200     05  FILLER  PIC X(12) VALUE 'HERRERA'.
051300     05  FILLER  PIC X(12) VALUE 'SUAREZ'.
051400     05  FILLER  PIC X(12) VALUE 'AGUIRRE'.
051500     05  FILLER  PIC X(12) VALUE 'GIMENEZ'.
051600     05  FILLER  PIC X(12) VALUE 'GUTIERREZ'.
051700     05  FILLER  PIC X(12) VALUE 'PEREYRA'.
051800     05  FILLER  PIC X(12) VALUE 'ROJAS'.
051900     05  FILLER  PIC X(12) VALUE 'MOLINA'.
052000     05  FILLER  PIC X(12) VALUE 'CASTRO'.
052100     05  FILLER  PIC X(12) VALUE 'ORTIZ'.
052200     05  FILLER  PIC X(12) VALUE 'SILVA'.
052300     05  FILLER  PIC X(12) VALUE 'NUNEZ'.
052400     05  FILLER  PIC X(12) VALUE 'LUNA'.
052500     05  FILLER  PIC X(12) VALUE 'JUAREZ'.
052600     05  FILLER  PIC X(12) VALUE 'CABRERA'.
052700     05  FILLER  PIC X(12) VALUE 'RIOS'.
052800     05  FILLER  PIC X(12) VALUE 'FERREYRA'.
052900     05  FILLER  PIC X(12) VALUE 'GODOY'.
053000     05  FILLER  PIC X(12) VALUE 'MORALES'.
053100     05  FILLER  PIC X(12) VALUE 'DOMINGUEZ'.
053200 01  WS-TABLA-APELLIDOS REDEFINES WS-TABLA-APELLIDOS-INIC.
053300     05  WS-APELLIDO-FICT      PIC X(12) OCCURS 40 TIMES.
053400
053500 01  WS-TABLA-CALLES-INIC.
053600     05  FILLER  PIC X(20) VALUE 'SAN MARTIN'.
053700     05  FILLER  PIC X(20) VALUE 'BELGRANO'.
053800     05  FILLER  PIC X(20) VALUE 'RIVADAVIA'.
053900     05  FILLER  PIC X(20) VALUE 'MITRE'.
054000     05  FILLER  PIC X(20) VALUE 'SARMIENTO'.
054100     05  FILLER  PIC X(20) VALUE 'MORENO'.
054200     05  FILLER  PIC X(20) VALUE 'ALSINA'.
054300     05  FILLER  PIC X(20) VALUE 'ITALIA'.
054400     05  FILLER  PIC X(20) VALUE 'ESPANA'.
054500     05  FILLER  PIC X(20) VALUE 'LAVALLE'.
054600     05  FILLER  PIC X(20) VALUE 'URQUIZA'.
054700     05  FILLER  PIC X(20) VALUE 'PUEYRREDON'.
054800     05  FILLER  PIC X(20) VALUE 'CORRIENTES'.
054900     05  FILLER  PIC X(20) VALUE 'TUCUMAN'.
055000     05  FILLER  PIC X(20) VALUE 'CORDOBA'.
055100     05  FILLER  PIC X(20) VALUE 'SANTA FE'.
055200     05  FILLER  PIC X(20) VALUE 'ENTRE RIOS'.
055300     05  FILLER  PIC X(20) VALUE 'LAS HERAS'.
055400     05  FILLER  PIC X(20) VALUE 'ALBERDI'.
055500     05  FILLER  PIC X(20) VALUE 'ROCA'.
055600     05  FILLER  PIC X(20) VALUE 'ESTRADA'.
055700     05  FILLER  PIC X(20) VALUE 'DORREGO'.
055800     05  FILLER  PIC X(20) VALUE 'CATAMARCA'.
055900     05  FILLER  PIC X(20) VALUE 'SALTA'.
056000     05  FILLER  PIC X(20) VALUE 'JUJUY'.
056100     05  FILLER  PIC X(20) VALUE 'CHACABUCO'.
056200     05  FILLER  PIC X(20) VALUE 'MAIPU'.
056300     05  FILLER  PIC X(20) VALUE 'INDEPENDENCIA'.
056400     05  FILLER  PIC X(20) VALUE 'LIBERTAD'.
056500     05  FILLER  PIC X(20) VALUE 'COLON'.
056600 01  WS-TABLA-CALLES REDEFINES WS-TABLA-CALLES-INIC.
056700     05  WS-CALLE-FICT         PIC X(20) OCCURS 30 TIMES.
056800
056900 COPY DOCVALPM.
057000
057100 COPY CLIESTPM.
057200
057300 LINKAGE SECTION.
057400 01  WS-PARM-JCL.
057500     05  WS-PARM-LONG          PIC S9(04) COMP.
057600     05  WS-PARM-TEXTO         PIC X(60).
057700
057800 PROCEDURE DIVISION USING WS-PARM-JCL.
057900*****************************************************************
058000* 0000-MAINLINE                                                 *
058100*****************************************************************
058200 0000-MAINLINE.
058300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
058400     PERFORM 2000-ENMASCARAR-MAESTRO THRU 2000-EXIT
058500     PERFORM 3000-ENMASCARAR-CONTACTOS THRU 3000-EXIT
058600     PERFORM 3500-ENMASCARAR-JOURNAL THRU 3500-EXIT
058700     PERFORM 4000-ENMASCARAR-EXTRACTOS THRU 4000-EXIT
058800     PERFORM 4500-COPIAR-ARCHIVOS THRU 4500-EXIT
058900     PERFORM 8000-EMITIR-TOTALES THRU 8000-EXIT
059000     PERFORM 9000-FINALIZAR THRU 9000-EXIT
059100     PERFORM 8500-GRABAR-ESTADISTICA THRU 8500-EXIT
059200     MOVE WS-RC-FINAL TO RETURN-CODE
059300     GOBACK.
059400
059500*****************************************************************
059600* 1000-INICIALIZAR - toma la clave del PARM, abre los archivos  *
059700*      y graba el header del archivo de carga                   *
059800*****************************************************************
059900 1000-INICIALIZAR.
060000     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
060100     MOVE WS-FECHA-HOY TO WS-FECHA-CARGA
060200     PERFORM 1100-PROCESAR-PARM THRU 1100-EXIT
060300     PERFORM 1200-ABRIR-ARCHIVOS THRU 1200-EXIT
060400     MOVE SPACES               TO CLI-CARGA-HEADER
060500     MOVE '0'                  TO HDR-TIPO-REG
060600     MOVE WS-FECHA-CARGA       TO HDR-FECHA-PROCESO
060700     MOVE WS-GENERACION-CARGA  TO HDR-GENERACION
060800     MOVE 'MSKCARGA'           TO WS-SALIDA-EN-CURSO
060900     WRITE CLI-CARGA-HEADER
061000     IF WS-SAL-STATUS NOT = '00'
061100         GO TO 9100-ABEND-GRABACION
061200     END-IF.
061300 1000-EXIT.
061400     EXIT.
061500
061600*****************************************************************
061700* 1100-PROCESAR-PARM - interpreta el PARM del JCL:              *
061800*      'CLAVE=' y 18 digitos                    obligatorio     *
061900*      ',FECHA=AAAAMMDD'   a continuacion, fecha del header     *
062000*      ',GEN=NNNNNN'       a continuacion, generacion del header*
062100*****************************************************************
062200 1100-PROCESAR-PARM.
062300     IF WS-PARM-LONG < 24 OR
062400        WS-PARM-TEXTO(1:6) NOT = 'CLAVE=' OR
062500        WS-PARM-TEXTO(7:18) IS NOT NUMERIC
062600         MOVE 'PARM SIN CLAVE= DE 18 DIGITOS VALIDA'
062700                                        TO WS-MOTIVO-CONTROL
062800         GO TO 9300-ABEND-CONTROL
062900     END-IF
063000     MOVE WS-PARM-TEXTO(7:18) TO WS-CLAVE-NUM
063100     IF WS-CLAVE-NUM = ZERO
063200         MOVE 'CLAVE DE ENMASCARADO EN CERO' TO WS-MOTIVO-CONTROL
063300         GO TO 9300-ABEND-CONTROL
063400     END-IF
063500     IF WS-PARM-LONG > 24
063600         IF WS-PARM-LONG >= 39 AND
063700            WS-PARM-TEXTO(25:7) = ',FECHA=' AND
063800            WS-PARM-TEXTO(32:8) IS NUMERIC
063900             MOVE WS-PARM-TEXTO(32:8) TO WS-FECHA-CARGA
064000         ELSE
064100             MOVE 'PARM SIN ,FECHA=AAAAMMDD VALIDA TRAS LA CLAVE'
064200                                        TO WS-MOTIVO-CONTROL
064300             GO TO 9300-ABEND-CONTROL
064400         END-IF
064500     END-IF
064600     IF WS-PARM-LONG > 39
064700         IF WS-PARM-LONG >= 50 AND
064800            WS-PARM-TEXTO(40:5) = ',GEN=' AND
064900            WS-PARM-TEXTO(45:6) IS NUMERIC AND
065000            WS-PARM-TEXTO(45:6) NOT = '000000'
065100             MOVE WS-PARM-TEXTO(45:6) TO WS-GENERACION-CARGA
065200         ELSE
065300             MOVE 'PARM SIN ,GEN=NNNNNN VALIDA TRAS LA FECHA'
065400                                        TO WS-MOTIVO-CONTROL
065500             GO TO 9300-ABEND-CONTROL
065600         END-IF
065700     END-IF.
065800 1100-EXIT.
065900     EXIT.
066000
066100
066200*****************************************************************
066300* 1200-ABRIR-ARCHIVOS - abre las entradas de produccion y las   *
066400*      salidas enmascaradas                                     *
066500*****************************************************************
066600 1200-ABRIR-ARCHIVOS.
066700     OPEN INPUT CLIENTE-MASTER
066800     IF WS-CLI-STATUS NOT = '00'
066900         GO TO 9200-ABEND-APERTURA
067000     END-IF
067100     OPEN INPUT CLIENTE-CONTACTO
067200     IF WS-CTO-STATUS NOT = '00'
067300         GO TO 9200-ABEND-APERTURA
067400     END-IF
067500     OPEN INPUT CLI-OVERRIDE
067600     IF WS-OVR-STATUS NOT = '00'
067700         GO TO 9200-ABEND-APERTURA
067800     END-IF
067900     OPEN INPUT CLI-XREF
068000     IF WS-XREF-STATUS NOT = '00'
068100         GO TO 9200-ABEND-APERTURA
068200     END-IF
068300     OPEN INPUT CLI-HIST-LOG
068400     IF WS-HIST-STATUS NOT = '00'
068500         GO TO 9200-ABEND-APERTURA
068600     END-IF
068700     OPEN INPUT CLI-JRN-LOG
068800     IF WS-JRN-STATUS NOT = '00'
068900         GO TO 9200-ABEND-APERTURA
069000     END-IF
069100     OPEN INPUT CLI-EXT-CTA
069200     IF WS-EXTC-STATUS NOT = '00'
069300         GO TO 9200-ABEND-APERTURA
069400     END-IF
069500     OPEN INPUT CLI-EXT-PRE
069600     IF WS-EXTP-STATUS NOT = '00'
069700         GO TO 9200-ABEND-APERTURA
069800     END-IF
069900     OPEN INPUT CLI-CMP-CTA
070000     IF WS-CMPC-STATUS NOT = '00'
070100         GO TO 9200-ABEND-APERTURA
070200     END-IF
070300     OPEN INPUT CLI-CMP-PRE
070400     IF WS-CMPP-STATUS NOT = '00'
070500         GO TO 9200-ABEND-APERTURA
070600     END-IF
070700     MOVE 'MSKMAST'  TO WS-SALIDA-EN-CURSO
070800     OPEN OUTPUT MSK-MASTER
070900     IF WS-SAL-STATUS NOT = '00'
071000         GO TO 9200-ABEND-APERTURA
071100     END-IF
071200     MOVE 'MSKCONT'  TO WS-SALIDA-EN-CURSO
071300     OPEN OUTPUT MSK-CONTACTO
071400     IF WS-SAL-STATUS NOT = '00'
071500         GO TO 9200-ABEND-APERTURA
071600     END-IF
071700     MOVE 'MSKOVRD'  TO WS-SALIDA-EN-CURSO
071800     OPEN OUTPUT MSK-OVERRIDE
071900     IF WS-SAL-STATUS NOT = '00'
072000         GO TO 9200-ABEND-APERTURA
072100     END-IF
072200     MOVE 'MSKXREF'  TO WS-SALIDA-EN-CURSO
072300     OPEN OUTPUT MSK-XREF
072400     IF WS-SAL-STATUS NOT = '00'
072500         GO TO 9200-ABEND-APERTURA
072600     END-IF
072700     MOVE 'MSKHIST'  TO WS-SALIDA-EN-CURSO
072800     OPEN OUTPUT MSK-HIST
072900     IF WS-SAL-STATUS NOT = '00'
073000         GO TO 9200-ABEND-APERTURA
073100     END-IF
073200     MOVE 'MSKJRNL'  TO WS-SALIDA-EN-CURSO
073300     OPEN OUTPUT MSK-JOURNAL
073400     IF WS-SAL-STATUS NOT = '00'
073500         GO TO 9200-ABEND-APERTURA
073600     END-IF
073700     MOVE 'MSKEXTC'  TO WS-SALIDA-EN-CURSO
073800     OPEN OUTPUT MSK-EXT-CTA
073900     IF WS-SAL-STATUS NOT = '00'
074000         GO TO 9200-ABEND-APERTURA
074100     END-IF
074200     MOVE 'MSKEXTP'  TO WS-SALIDA-EN-CURSO
074300     OPEN OUTPUT MSK-EXT-PRE
074400     IF WS-SAL-STATUS NOT = '00'
074500         GO TO 9200-ABEND-APERTURA
074600     END-IF
074700     MOVE 'MSKCMPC'  TO WS-SALIDA-EN-CURSO
074800     OPEN OUTPUT MSK-CMP-CTA
074900     IF WS-SAL-STATUS NOT = '00'
075000         GO TO 9200-ABEND-APERTURA
075100     END-IF
075200     MOVE 'MSKCMPP'  TO WS-SALIDA-EN-CURSO
075300     OPEN OUTPUT MSK-CMP-PRE
075400     IF WS-SAL-STATUS NOT = '00'
075500         GO TO 9200-ABEND-APERTURA
075600     END-IF
075700     MOVE 'MSKCARGA' TO WS-SALIDA-EN-CURSO
075800     OPEN OUTPUT MSK-CARGA
075900     IF WS-SAL-STATUS NOT = '00'
076000         GO TO 9200-ABEND-APERTURA
076100     END-IF.
076200 1200-EXIT.
076300     EXIT.
076400
076500*****************************************************************
076600* 2000-ENMASCARAR-MAESTRO - recorre el maestro por CLI-ID,      *
076700*      graba el maestro enmascarado y el detalle del archivo de *
076800*      carga, y cierra la carga con su trailer                  *
076900*****************************************************************
077000 2000-ENMASCARAR-MAESTRO.
077100     MOVE 'N' TO WS-SW-EOF-ENTRADA
077200     PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
077300     PERFORM 2200-PROCESAR-CLIENTE THRU 2200-EXIT
077400         UNTIL WS-EOF-ENTRADA
077500     MOVE SPACES               TO CLI-CARGA-TRAILER
077600     MOVE '9'                  TO TRL-TIPO-REG
077700     MOVE WS-CONT-CLIENTES     TO TRL-CANT-REGISTROS
077800     MOVE WS-HASH-CLI-ID       TO TRL-HASH-CLI-ID
077900     MOVE 'MSKCARGA'           TO WS-SALIDA-EN-CURSO
078000     WRITE CLI-CARGA-TRAILER
078100     IF WS-SAL-STATUS NOT = '00'
078200         GO TO 9100-ABEND-GRABACION
078300     END-IF.
078400 2000-EXIT.
078500     EXIT.
078600
078700*****************************************************************
078800* 2100-LEER-CLIENTE                                             *
078900*****************************************************************
079000 2100-LEER-CLIENTE.
079100     READ CLIENTE-MASTER NEXT RECORD
079200         AT END
079300             SET WS-EOF-ENTRADA TO TRUE
079400     END-READ.
079500 2100-EXIT.
079600     EXIT.
079700
079800*****************************************************************
079900* 2200-PROCESAR-CLIENTE - enmascara el cliente y lo graba en el *
080000*      maestro y en la carga; el hash de CLI-ID del trailer se  *
080100*      acumula como lo controla CLILOAD1                        *
080200*****************************************************************
080300 2200-PROCESAR-CLIENTE.
080400     MOVE CLI-ID            TO WS-PER-CLI-ID
080500     MOVE CLI-NOMBRE        TO WS-PER-NOMBRE
080600     MOVE CLI-APELLIDO      TO WS-PER-APELLIDO
080700     MOVE CLI-TIPO-DOC      TO WS-PER-TIPO-DOC
080800     MOVE CLI-NUM-DOC       TO WS-PER-NUM-DOC
080900     PERFORM 5000-ENMASCARAR-PERSONA THRU 5000-EXIT
081000     MOVE WS-PER-NOMBRE     TO CLI-NOMBRE
081100     MOVE WS-PER-APELLIDO   TO CLI-APELLIDO
081200     MOVE WS-PER-TIPO-DOC   TO CLI-TIPO-DOC
081300     MOVE WS-PER-NUM-DOC    TO CLI-NUM-DOC
081400     MOVE 'MSKMAST'         TO WS-SALIDA-EN-CURSO
081500     WRITE MSK-MAST-REG FROM CLIENTE-MASTER-REG
081600     IF WS-SAL-STATUS NOT = '00'
081700         GO TO 9100-ABEND-GRABACION
081800     END-IF
081900     MOVE SPACES            TO CLI-CARGA-REG
082000     MOVE '1'               TO CARGA-TIPO-REG
082100     MOVE CLI-ID            TO CARGA-CLI-ID
082200     MOVE CLI-NOMBRE        TO CARGA-CLI-NOMBRE
082300     MOVE CLI-APELLIDO      TO CARGA-CLI-APELLIDO
082400     MOVE CLI-TIPO-DOC      TO CARGA-CLI-TIPO-DOC
082500     MOVE CLI-NUM-DOC       TO CARGA-CLI-NUM-DOC
082600     MOVE CLI-FECHA-ALTA    TO CARGA-CLI-FECHA-ALTA
082700     MOVE CLI-ESTADO        TO CARGA-CLI-ESTADO
082800     MOVE CLI-CALIFICACION  TO CARGA-CLI-CALIFICACION
082900     MOVE CLI-SUCURSAL      TO CARGA-CLI-SUCURSAL
083000     MOVE CLI-SEGMENTO      TO CARGA-CLI-SEGMENTO
083100     MOVE 'MSKCARGA'        TO WS-SALIDA-EN-CURSO
083200     WRITE CLI-CARGA-REG
083300     IF WS-SAL-STATUS NOT = '00'
083400         GO TO 9100-ABEND-GRABACION
083500     END-IF
083600     ADD CLI-ID TO WS-HASH-CLI-ID
083700     ADD 1 TO WS-CONT-CLIENTES
083800     PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT.
083900 2200-EXIT.
084000     EXIT.
084100
084200*****************************************************************
084300* 3000-ENMASCARAR-CONTACTOS - recorre el satelite de contacto   *
084400*****************************************************************
084500 3000-ENMASCARAR-CONTACTOS.
084600     MOVE 'N' TO WS-SW-EOF-ENTRADA
084700     PERFORM 3100-LEER-CONTACTO THRU 3100-EXIT
084800     PERFORM 3200-PROCESAR-CONTACTO THRU 3200-EXIT
084900         UNTIL WS-EOF-ENTRADA.
085000 3000-EXIT.
085100     EXIT.
085200
085300*****************************************************************
085400* 3100-LEER-CONTACTO                                            *
085500*****************************************************************
085600 3100-LEER-CONTACTO.
085700     READ CLIENTE-CONTACTO NEXT RECORD
085800         AT END
085900             SET WS-EOF-ENTRADA TO TRUE
086000     END-READ.
086100 3100-EXIT.
086200     EXIT.
086300
086400*****************************************************************
086500* 3200-PROCESAR-CONTACTO                                        *
086600*****************************************************************
086700 3200-PROCESAR-CONTACTO.
086800     PERFORM 5900-ENMASCARAR-CONTACTO THRU 5900-EXIT
086900     MOVE 'MSKCONT' TO WS-SALIDA-EN-CURSO
087000     WRITE MSK-CONT-REG FROM CLIENTE-CONTACTO-REG
087100     IF WS-SAL-STATUS NOT = '00'
087200         GO TO 9100-ABEND-GRABACION
087300     END-IF
087400     ADD 1 TO WS-CONT-CONTACTOS
087500     PERFORM 3100-LEER-CONTACTO THRU 3100-EXIT.
087600 3200-EXIT.
087700     EXIT.
087800
087900*****************************************************************
088000* 3500-ENMASCARAR-JOURNAL - recorre el journal del maestro;     *
088100*      cada imagen se enmascara igual que el maestro, asi       *
088200*      CLIJRN02 y CLIRCV01 siguen encadenando los cambios       *
088300*****************************************************************
088400 3500-ENMASCARAR-JOURNAL.
088500     MOVE 'N' TO WS-SW-EOF-ENTRADA
088600     PERFORM 3600-LEER-JOURNAL THRU 3600-EXIT
088700     PERFORM 3700-PROCESAR-JOURNAL THRU 3700-EXIT
088800         UNTIL WS-EOF-ENTRADA.
088900 3500-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300* 3600-LEER-JOURNAL                                             *
089400*****************************************************************
089500 3600-LEER-JOURNAL.
089600     READ CLI-JRN-LOG
089700         AT END
089800             SET WS-EOF-ENTRADA TO TRUE
089900     END-READ.
090000 3600-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400* 3700-PROCESAR-JOURNAL - una imagen en espacios (alta o baja)  *
090500*      queda en espacios                                        *
090600*****************************************************************
090700 3700-PROCESAR-JOURNAL.
090800     MOVE JRN-CLI-ID TO WS-PER-CLI-ID
090900     IF JRN-REG-ANTERIOR NOT = SPACES
091000         MOVE JRN-REG-ANTERIOR TO WS-IMAGEN-CLIENTE
091100         PERFORM 3750-ENMASCARAR-IMAGEN THRU 3750-EXIT
091200         MOVE WS-IMAGEN-CLIENTE TO JRN-REG-ANTERIOR
091300     END-IF
091400     IF JRN-REG-NUEVO NOT = SPACES
091500         MOVE JRN-REG-NUEVO TO WS-IMAGEN-CLIENTE
091600         PERFORM 3750-ENMASCARAR-IMAGEN THRU 3750-EXIT
091700         MOVE WS-IMAGEN-CLIENTE TO JRN-REG-NUEVO
091800     END-IF
091900     MOVE 'MSKJRNL' TO WS-SALIDA-EN-CURSO
092000     WRITE MSK-JRN-REG FROM CLI-JRN-REG
092100     IF WS-SAL-STATUS NOT = '00'
092200         GO TO 9100-ABEND-GRABACION
092300     END-IF
092400     ADD 1 TO WS-CONT-JOURNAL
092500     PERFORM 3600-LEER-JOURNAL THRU 3600-EXIT.
092600 3700-EXIT.
092700     EXIT.
092800
092900*****************************************************************
093000* 3750-ENMASCARAR-IMAGEN                                        *
093100*****************************************************************
093200 3750-ENMASCARAR-IMAGEN.
093300     MOVE WS-IMG-NOMBRE     TO WS-PER-NOMBRE
093400     MOVE WS-IMG-APELLIDO   TO WS-PER-APELLIDO
093500     MOVE WS-IMG-TIPO-DOC   TO WS-PER-TIPO-DOC
093600     MOVE WS-IMG-NUM-DOC    TO WS-PER-NUM-DOC
093700     PERFORM 5000-ENMASCARAR-PERSONA THRU 5000-EXIT
093800     MOVE WS-PER-NOMBRE     TO WS-IMG-NOMBRE
093900     MOVE WS-PER-APELLIDO   TO WS-IMG-APELLIDO
094000     MOVE WS-PER-TIPO-DOC   TO WS-IMG-TIPO-DOC
094100     MOVE WS-PER-NUM-DOC    TO WS-IMG-NUM-DOC.
094200 3750-EXIT.
094300     EXIT.
094400
094500*****************************************************************
094600* 4000-ENMASCARAR-EXTRACTOS - extractos nocturnos de Cuentas y  *
094700*      Prestamos, que leen CLIREC01 y CLIDUP01                  *
094800*****************************************************************
094900 4000-ENMASCARAR-EXTRACTOS.
095000     MOVE 'N' TO WS-SW-EOF-ENTRADA
095100     PERFORM 4100-LEER-EXT-CTA THRU 4100-EXIT
095200     PERFORM 4200-PROCESAR-EXT-CTA THRU 4200-EXIT
095300         UNTIL WS-EOF-ENTRADA
095400     MOVE 'N' TO WS-SW-EOF-ENTRADA
095500     PERFORM 4300-LEER-EXT-PRE THRU 4300-EXIT
095600     PERFORM 4400-PROCESAR-EXT-PRE THRU 4400-EXIT
095700         UNTIL WS-EOF-ENTRADA.
095800 4000-EXIT.
095900     EXIT.
096000
096100*****************************************************************
096200* 4100-LEER-EXT-CTA                                             *
096300*****************************************************************
096400 4100-LEER-EXT-CTA.
096500     READ CLI-EXT-CTA
096600         AT END
096700             SET WS-EOF-ENTRADA TO TRUE
096800     END-READ.
096900 4100-EXIT.
097000     EXIT.
097100
097200*****************************************************************
097300* 4200-PROCESAR-EXT-CTA                                         *
097400*****************************************************************
097500 4200-PROCESAR-EXT-CTA.
097600     MOVE CTA-CLI-ID        TO WS-PER-CLI-ID
097700     MOVE CTA-CLI-NOMBRE    TO WS-PER-NOMBRE
097800     MOVE CTA-CLI-APELLIDO  TO WS-PER-APELLIDO
097900     MOVE CTA-CLI-TIPO-DOC  TO WS-PER-TIPO-DOC
098000     MOVE CTA-CLI-NUM-DOC   TO WS-PER-NUM-DOC
098100     PERFORM 5000-ENMASCARAR-PERSONA THRU 5000-EXIT
098200     MOVE WS-PER-NOMBRE     TO CTA-CLI-NOMBRE
098300     MOVE WS-PER-APELLIDO   TO CTA-CLI-APELLIDO
098400     MOVE WS-PER-TIPO-DOC   TO CTA-CLI-TIPO-DOC
098500     MOVE WS-PER-NUM-DOC    TO CTA-CLI-NUM-DOC
098600     MOVE 'MSKEXTC' TO WS-SALIDA-EN-CURSO
098700     WRITE MSK-EXTC-REG FROM CLI-CTA-REG
098800     IF WS-SAL-STATUS NOT = '00'
098900         GO TO 9100-ABEND-GRABACION
099000     END-IF
099100     ADD 1 TO WS-CONT-EXT-CTA
099200     PERFORM 4100-LEER-EXT-CTA THRU 4100-EXIT.
099300 4200-EXIT.
099400     EXIT.
099500
099600*****************************************************************
099700* 4300-LEER-EXT-PRE                                             *
099800*****************************************************************
099900 4300-LEER-EXT-PRE.
100000     READ CLI-EXT-PRE
100100         AT END
100200             SET WS-EOF-ENTRADA TO TRUE
100300     END-READ.
100400 4300-EXIT.
100500     EXIT.
100600
100700*****************************************************************
100800* 4400-PROCESAR-EXT-PRE                                         *
100900*****************************************************************
101000 4400-PROCESAR-EXT-PRE.
101100     MOVE PRE-CLI-ID        TO WS-PER-CLI-ID
101200     MOVE PRE-CLI-NOMBRE    TO WS-PER-NOMBRE
101300     MOVE PRE-CLI-APELLIDO  TO WS-PER-APELLIDO
101400     MOVE PRE-CLI-TIPO-DOC  TO WS-PER-TIPO-DOC
101500     MOVE PRE-CLI-NUM-DOC   TO WS-PER-NUM-DOC
101600     PERFORM 5000-ENMASCARAR-PERSONA THRU 5000-EXIT
101700     MOVE WS-PER-NOMBRE     TO PRE-CLI-NOMBRE
101800     MOVE WS-PER-APELLIDO   TO PRE-CLI-APELLIDO
101900     MOVE WS-PER-TIPO-DOC   TO PRE-CLI-TIPO-DOC
102000     MOVE WS-PER-NUM-DOC    TO PRE-CLI-NUM-DOC
102100     MOVE 'MSKEXTP' TO WS-SALIDA-EN-CURSO
102200     WRITE MSK-EXTP-REG FROM CLI-PRE-REG
102300     IF WS-SAL-STATUS NOT = '00'
102400         GO TO 9100-ABEND-GRABACION
102500     END-IF
102600     ADD 1 TO WS-CONT-EXT-PRE
102700     PERFORM 4300-LEER-EXT-PRE THRU 4300-EXIT.
102800 4400-EXIT.
102900     EXIT.
103000
103100*****************************************************************
103200* 4500-COPIAR-ARCHIVOS - archivos sin datos personales fuera    *
103300*      del CLI-ID: se copian tal cual                           *
103400*****************************************************************
103500 4500-COPIAR-ARCHIVOS.
103600     MOVE 'N' TO WS-SW-EOF-ENTRADA
103700     PERFORM 4510-LEER-OVERRIDE THRU 4510-EXIT
103800     PERFORM 4520-COPIAR-OVERRIDE THRU 4520-EXIT
103900         UNTIL WS-EOF-ENTRADA
104000     MOVE 'N' TO WS-SW-EOF-ENTRADA
104100     PERFORM 4530-LEER-XREF THRU 4530-EXIT
104200     PERFORM 4540-COPIAR-XREF THRU 4540-EXIT
104300         UNTIL WS-EOF-ENTRADA
104400     MOVE 'N' TO WS-SW-EOF-ENTRADA
104500     PERFORM 4550-LEER-HIST THRU 4550-EXIT
104600     PERFORM 4560-COPIAR-HIST THRU 4560-EXIT
104700         UNTIL WS-EOF-ENTRADA
104800     MOVE 'N' TO WS-SW-EOF-ENTRADA
104900     PERFORM 4570-LEER-CMP-CTA THRU 4570-EXIT
105000     PERFORM 4580-COPIAR-CMP-CTA THRU 4580-EXIT
105100         UNTIL WS-EOF-ENTRADA
105200     MOVE 'N' TO WS-SW-EOF-ENTRADA
105300     PERFORM 4590-LEER-CMP-PRE THRU 4590-EXIT
105400     PERFORM 4595-COPIAR-CMP-PRE THRU 4595-EXIT
105500         UNTIL WS-EOF-ENTRADA.
105600 4500-EXIT.
105700     EXIT.
105800
105900*****************************************************************
106000* 4510-LEER-OVERRIDE                                            *
106100*****************************************************************
106200 4510-LEER-OVERRIDE.
106300     READ CLI-OVERRIDE NEXT RECORD
106400         AT END
106500             SET WS-EOF-ENTRADA TO TRUE
106600     END-READ.
106700 4510-EXIT.
106800     EXIT.
106900
107000*****************************************************************
107100* 4520-COPIAR-OVERRIDE                                          *
107200*****************************************************************
107300 4520-COPIAR-OVERRIDE.
107400     MOVE 'MSKOVRD' TO WS-SALIDA-EN-CURSO
107500     WRITE MSK-OVR-REG FROM CLI-OVERRIDE-REG
107600     IF WS-SAL-STATUS NOT = '00'
107700         GO TO 9100-ABEND-GRABACION
107800     END-IF
107900     ADD 1 TO WS-CONT-OVERRIDES
108000     PERFORM 4510-LEER-OVERRIDE THRU 4510-EXIT.
108100 4520-EXIT.
108200     EXIT.
108300
108400*****************************************************************
108500* 4530-LEER-XREF                                                *
108600*****************************************************************
108700 4530-LEER-XREF.
108800     READ CLI-XREF
108900         AT END
109000             SET WS-EOF-ENTRADA TO TRUE
109100     END-READ.
109200 4530-EXIT.
109300     EXIT.
109400
109500*****************************************************************
109600* 4540-COPIAR-XREF                                              *
109700*****************************************************************
109800 4540-COPIAR-XREF.
109900     MOVE 'MSKXREF' TO WS-SALIDA-EN-CURSO
110000     WRITE MSK-XREF-REG FROM CLI-XREF-REG
110100     IF WS-SAL-STATUS NOT = '00'
110200         GO TO 9100-ABEND-GRABACION
110300     END-IF
110400     ADD 1 TO WS-CONT-XREF
110500     PERFORM 4530-LEER-XREF THRU 4530-EXIT.
110600 4540-EXIT.
110700     EXIT.
110800
110900*****************************************************************
111000* 4550-LEER-HIST                                                *
111100*****************************************************************
111200 4550-LEER-HIST.
111300     READ CLI-HIST-LOG
111400         AT END
111500             SET WS-EOF-ENTRADA TO TRUE
111600     END-READ.
111700 4550-EXIT.
111800     EXIT.
111900
112000*****************************************************************
112100* 4560-COPIAR-HIST                                              *
112200*****************************************************************
112300 4560-COPIAR-HIST.
112400     MOVE 'MSKHIST' TO WS-SALIDA-EN-CURSO
112500     WRITE MSK-HIST-REG FROM CLI-HIST-REG
112600     IF WS-SAL-STATUS NOT = '00'
112700         GO TO 9100-ABEND-GRABACION
112800     END-IF
112900     ADD 1 TO WS-CONT-HIST
113000     PERFORM 4550-LEER-HIST THRU 4550-EXIT.
113100 4560-EXIT.
113200     EXIT.
113300
113400*****************************************************************
113500* 4570-LEER-CMP-CTA                                             *
113600*****************************************************************
113700 4570-LEER-CMP-CTA.
113800     READ CLI-CMP-CTA
113900         AT END
114000             SET WS-EOF-ENTRADA TO TRUE
114100     END-READ.
114200 4570-EXIT.
114300     EXIT.
114400
114500*****************************************************************
114600* 4580-COPIAR-CMP-CTA                                           *
114700*****************************************************************
114800 4580-COPIAR-CMP-CTA.
114900     MOVE 'MSKCMPC' TO WS-SALIDA-EN-CURSO
115000     WRITE MSK-CMPC-REG FROM CLI-CMP-CTA-REG
115100     IF WS-SAL-STATUS NOT = '00'
115200         GO TO 9100-ABEND-GRABACION
115300     END-IF
115400     ADD 1 TO WS-CONT-CMP-CTA
115500     PERFORM 4570-LEER-CMP-CTA THRU 4570-EXIT.
115600 4580-EXIT.
115700     EXIT.
115800
115900*****************************************************************
116000* 4590-LEER-CMP-PRE                                             *
116100*****************************************************************
116200 4590-LEER-CMP-PRE.
116300     READ CLI-CMP-PRE
116400         AT END
116500             SET WS-EOF-ENTRADA TO TRUE
116600     END-READ.
116700 4590-EXIT.
116800     EXIT.
116900
117000*****************************************************************
117100* 4595-COPIAR-CMP-PRE                                           *
117200*****************************************************************
117300 4595-COPIAR-CMP-PRE.
117400     MOVE 'MSKCMPP' TO WS-SALIDA-EN-CURSO
117500     WRITE MSK-CMPP-REG FROM CLI-CMP-PRE-REG
117600     IF WS-SAL-STATUS NOT = '00'
117700         GO TO 9100-ABEND-GRABACION
117800     END-IF
117900     ADD 1 TO WS-CONT-CMP-PRE
118000     PERFORM 4590-LEER-CMP-PRE THRU 4590-EXIT.
118100 4595-EXIT.
118200     EXIT.
118300
118400*****************************************************************
118500* 5000-ENMASCARAR-PERSONA - nombre, apellido y documento de     *
118600*      WS-PERSONA                                               *
118700*****************************************************************
118800 5000-ENMASCARAR-PERSONA.
118900     IF WS-PER-NOMBRE NOT = SPACES
119000         MOVE WS-PER-NOMBRE TO WS-HSH-TEXTO
119100         PERFORM 5200-CALCULAR-HASH THRU 5200-EXIT
119200         DIVIDE WS-HSH-VALOR BY 40 GIVING WS-HSH-COCIENTE
119300             REMAINDER WS-IDX-TABLA
119400         ADD 1 TO WS-IDX-TABLA
119500         MOVE WS-NOMBRE-FICT (WS-IDX-TABLA) TO WS-PER-NOMBRE
119600     END-IF
119700     IF WS-PER-APELLIDO NOT = SPACES
119800         MOVE WS-PER-APELLIDO TO WS-HSH-TEXTO
119900         PERFORM 5200-CALCULAR-HASH THRU 5200-EXIT
120000         DIVIDE WS-HSH-VALOR BY 40 GIVING WS-HSH-COCIENTE
120100             REMAINDER WS-IDX-TABLA
120200         ADD 1 TO WS-IDX-TABLA
120300         MOVE WS-APELLIDO-FICT (WS-IDX-TABLA) TO WS-PER-APELLIDO
120400     END-IF
120500     PERFORM 5300-ENMASCARAR-DOCUMENTO THRU 5300-EXIT.
120600 5000-EXIT.
120700     EXIT.
120800
120900*****************************************************************
121000* 5200-CALCULAR-HASH - hash de WS-HSH-TEXTO partiendo de la     *
121100*      clave de la corrida; deja las dos cadenas en             *
121200*      WS-HSH-VALOR y WS-HSH-VALOR-2                            *
121300*****************************************************************
121400 5200-CALCULAR-HASH.
121500     DIVIDE WS-CLAVE-ALTA BY 999999937 GIVING WS-HSH-COCIENTE
121600         REMAINDER WS-HSH-VALOR
121700     DIVIDE WS-CLAVE-BAJA BY 999999929 GIVING WS-HSH-COCIENTE
121800         REMAINDER WS-HSH-VALOR-2
121900     PERFORM 5210-SUMAR-CARACTER THRU 5210-EXIT
122000         VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 50
122100     COMPUTE WS-HSH-PRODUCTO =
122200         WS-HSH-VALOR * WS-HSH-VALOR + WS-HSH-VALOR-2
122300     DIVIDE WS-HSH-PRODUCTO BY 999999937 GIVING WS-HSH-COCIENTE
122400         REMAINDER WS-HSH-VALOR
122500     COMPUTE WS-HSH-PRODUCTO =
122600         WS-HSH-VALOR-2 * WS-HSH-VALOR-2 + WS-HSH-VALOR
122700     DIVIDE WS-HSH-PRODUCTO BY 999999929 GIVING WS-HSH-COCIENTE
122800         REMAINDER WS-HSH-VALOR-2.
122900 5200-EXIT.
123000     EXIT.
123100
123200*****************************************************************
123300* 5210-SUMAR-CARACTER - los caracteres fuera del alfabeto del   *
123400*      hash valen todos lo mismo                                *
123500*****************************************************************
123600 5210-SUMAR-CARACTER.
123700     MOVE WS-HSH-TEXTO (WS-J:1) TO WS-HSH-CARACTER
123800     MOVE ZERO TO WS-HSH-POS
123900     INSPECT WS-ALFABETO-HASH TALLYING WS-HSH-POS
124000         FOR CHARACTERS BEFORE INITIAL WS-HSH-CARACTER
124100     COMPUTE WS-HSH-PRODUCTO = WS-HSH-VALOR * 67 + WS-HSH-POS + 1
124200     DIVIDE WS-HSH-PRODUCTO BY 999999937 GIVING WS-HSH-COCIENTE
124300         REMAINDER WS-HSH-VALOR
124400     COMPUTE WS-HSH-PRODUCTO =
124500         WS-HSH-VALOR-2 * 71 + WS-HSH-POS + 1
124600     DIVIDE WS-HSH-PRODUCTO BY 999999929 GIVING WS-HSH-COCIENTE
124700         REMAINDER WS-HSH-VALOR-2.
124800 5210-EXIT.
124900     EXIT.
125000
125100*****************************************************************
125200* 5300-ENMASCARAR-DOCUMENTO - todo documento pasa por la        *
125300*      permutacion; los CUIT/CUIL numericos conservan ademas el *
125400*      prefijo y la clase del verificador. El resultado debe    *
125500*      dar en DOCVAL01 lo mismo que el original                 *
125600*****************************************************************
125700 5300-ENMASCARAR-DOCUMENTO.
125800     MOVE WS-PER-TIPO-DOC TO DOCVAL-TIPO-DOC
125900     MOVE WS-PER-NUM-DOC  TO DOCVAL-NUM-DOC
126000     CALL 'DOCVAL01' USING DOCVAL-CONTROL
126100     MOVE DOCVAL-COD-RETORNO TO WS-DOC-RETORNO-ORIG
126200     MOVE WS-PER-NUM-DOC TO WS-CIF-TEXTO
126300     MOVE 20 TO WS-CIF-LONG
126400     EVALUATE TRUE
126500         WHEN WS-PER-TIPO-DOC = 'DNI' AND DOCVAL-VALIDO
126600             PERFORM 5800-CIFRAR-TEXTO THRU 5800-EXIT
126700             ADD 1 TO WS-CONT-DOC-MAPEADOS
126800         WHEN (WS-PER-TIPO-DOC = 'CUI' OR WS-PER-TIPO-DOC = 'CUL')
126900              AND (DOCVAL-VALIDO OR DOCVAL-DIGITO-VERIF-MALO)
127000             PERFORM 5500-MAPEAR-CUIT THRU 5500-EXIT
127100             ADD 1 TO WS-CONT-DOC-MAPEADOS
127200         WHEN OTHER
127300             PERFORM 5800-CIFRAR-TEXTO THRU 5800-EXIT
127400             ADD 1 TO WS-CONT-DOC-CIFRADOS
127500     END-EVALUATE
127600     MOVE WS-CIF-TEXTO (1:20) TO WS-PER-NUM-DOC
127700     MOVE WS-PER-TIPO-DOC TO DOCVAL-TIPO-DOC
127800     MOVE WS-PER-NUM-DOC  TO DOCVAL-NUM-DOC
127900     CALL 'DOCVAL01' USING DOCVAL-CONTROL
128000     IF DOCVAL-COD-RETORNO NOT = WS-DOC-RETORNO-ORIG
128100         ADD 1 TO WS-CONT-CAMBIO-VALIDEZ
128200         MOVE 8 TO WS-RC-FINAL
128300         DISPLAY 'CLIMSK01 - DOCUMENTO CAMBIO DE VALIDEZ, CLI-ID='
128400             WS-PER-CLI-ID ' RC ORIGINAL=' WS-DOC-RETORNO-ORIG
128500             ' ENMASCARADO=' DOCVAL-COD-RETORNO
128600     END-IF.
128700 5300-EXIT.
128800     EXIT.
128900
129000*****************************************************************
129100* 5500-MAPEAR-CUIT - conserva el prefijo; el cuerpo se vuelve a *
129200*      permutar hasta caer en la misma clase que el original    *
129300*      (verificador calculable o no), y el digito verificador   *
129400*      mantiene su desvio respecto del calculado (cero en los   *
129500*      validos)                                                 *
129600*****************************************************************
129700 5500-MAPEAR-CUIT.
129800     MOVE WS-PER-NUM-DOC (1:11) TO WS-CUIT-TRABAJO
129900     MOVE WS-CUIT-DV TO WS-DV-INFORMADO
130000     PERFORM 5600-CALCULAR-DV THRU 5600-EXIT
130100     MOVE WS-DV-CALCULADO TO WS-DV-ORIGINAL
130200     IF WS-DV-ORIGINAL = 10
130300         MOVE 'N' TO WS-CLASE-ORIGINAL
130400     ELSE
130500         MOVE 'S' TO WS-CLASE-ORIGINAL
130600     END-IF
130700     COMPUTE WS-DV-DESVIO = WS-DV-INFORMADO + 10 - WS-DV-ORIGINAL
130800     PERFORM 5550-AVANZAR-CUERPO THRU 5550-EXIT
130900     PERFORM 5550-AVANZAR-CUERPO THRU 5550-EXIT
131000         UNTIL WS-CLASE-NUEVA = WS-CLASE-ORIGINAL
131100     IF WS-CLASE-ORIGINAL = 'S'
131200         COMPUTE WS-DV-CALCULO = WS-DV-CALCULADO + WS-DV-DESVIO
131300         DIVIDE WS-DV-CALCULO BY 10 GIVING WS-DV-COCIENTE
131400             REMAINDER WS-CUIT-DV
131500     ELSE
131600         MOVE WS-DV-INFORMADO TO WS-CUIT-DV
131700     END-IF
131800     MOVE SPACES TO WS-CIF-TEXTO
131900     MOVE WS-CUIT-TRABAJO TO WS-CIF-TEXTO (1:11).
132000 5500-EXIT.
132100     EXIT.
132200
132300*****************************************************************
132400* 5550-AVANZAR-CUERPO - una pasada de la permutacion sobre los  *
132500*      8 digitos del cuerpo; como es una permutacion, volver a  *
132600*      aplicarla siempre termina en la clase del original y dos *
132700*      cuerpos distintos nunca terminan en el mismo             *
132800*****************************************************************
132900 5550-AVANZAR-CUERPO.
133000     MOVE SPACES TO WS-CIF-TEXTO
133100     MOVE WS-CUIT-TRABAJO (3:8) TO WS-CIF-TEXTO (1:8)
133200     MOVE 8 TO WS-CIF-LONG
133300     PERFORM 5800-CIFRAR-TEXTO THRU 5800-EXIT
133400     MOVE WS-CIF-TEXTO (1:8) TO WS-CUIT-TRABAJO (3:8)
133500     PERFORM 5600-CALCULAR-DV THRU 5600-EXIT
133600     IF WS-DV-CALCULADO = 10
133700         MOVE 'N' TO WS-CLASE-NUEVA
133800     ELSE
133900         MOVE 'S' TO WS-CLASE-NUEVA
134000     END-IF.
134100 5550-EXIT.
134200     EXIT.
134300
134400*****************************************************************
134500* 5600-CALCULAR-DV - digito verificador de WS-CUIT-TRABAJO con  *
134600*      el algoritmo de DOCVAL01; 10 = no calculable (resto 1)   *
134700*****************************************************************
134800 5600-CALCULAR-DV.
134900     MOVE ZERO TO WS-DV-SUMA
135000     PERFORM 5610-SUMAR-DIGITO THRU 5610-EXIT
135100         VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 10
135200     DIVIDE WS-DV-SUMA BY 11 GIVING WS-DV-COCIENTE
135300         REMAINDER WS-DV-RESTO
135400     IF WS-DV-RESTO = 0
135500         MOVE 0 TO WS-DV-CALCULADO
135600     ELSE
135700         COMPUTE WS-DV-CALCULADO = 11 - WS-DV-RESTO
135800     END-IF.
135900 5600-EXIT.
136000     EXIT.
136100
136200*****************************************************************
136300* 5610-SUMAR-DIGITO                                             *
136400*****************************************************************
136500 5610-SUMAR-DIGITO.
136600     COMPUTE WS-DV-SUMA = WS-DV-SUMA +
136700         (WS-CUIT-DIGITO (WS-J) * WS-PESO (WS-J)).
136800 5610-EXIT.
136900     EXIT.
137000
137100*****************************************************************
137200* 5800-CIFRAR-TEXTO - permutacion Feistel de las primeras       *
137300*      WS-CIF-LONG posiciones de WS-CIF-TEXTO: se juntan las    *
137400*      posiciones con digito o letra sin acento, se parten en   *
137500*      dos mitades y cada una de las ocho rondas cambia una     *
137600*      mitad en funcion de la otra. Blancos, signos y letras    *
137700*      acentuadas quedan como estan                             *
137800*****************************************************************
137900 5800-CIFRAR-TEXTO.
138000     MOVE ZERO TO WS-FST-CANT
138100     PERFORM 5810-CLASIFICAR-POSICION THRU 5810-EXIT
138200         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CIF-LONG
138300     IF WS-FST-CANT = ZERO
138400         GO TO 5800-EXIT
138500     END-IF
138600     DIVIDE WS-FST-CANT BY 2 GIVING WS-FST-MITAD
138700     PERFORM 5820-APLICAR-RONDA THRU 5820-EXIT
138800         VARYING WS-FST-RONDA FROM 1 BY 1 UNTIL WS-FST-RONDA > 8.
138900 5800-EXIT.
139000     EXIT.
139100
139200*****************************************************************
139300* 5810-CLASIFICAR-POSICION - anota la posicion WS-I si es       *
139400*      digito (base 10), mayuscula o minuscula (base 26), con   *
139500*      su valor dentro de la base                               *
139600*****************************************************************
139700 5810-CLASIFICAR-POSICION.
139800     MOVE WS-CIF-TEXTO (WS-I:1) TO WS-CIF-CARACTER
139900     IF WS-CIF-CARACTER = SPACE
140000         GO TO 5810-EXIT
140100     END-IF
140200     IF WS-CIF-CARACTER IS NUMERIC
140300         ADD 1 TO WS-FST-CANT
140400         MOVE WS-CIF-CARACTER TO WS-CIF-DIGITO
140500         MOVE 'D'           TO WS-FST-CLASE (WS-FST-CANT)
140600         MOVE 10            TO WS-FST-BASE (WS-FST-CANT)
140700         MOVE WS-CIF-DIGITO TO WS-FST-VALOR (WS-FST-CANT)
140800         MOVE WS-I          TO WS-FST-POS (WS-FST-CANT)
140900         GO TO 5810-EXIT
141000     END-IF
141100     MOVE ZERO TO WS-CIF-POS
141200     INSPECT WS-ALFA-MAYUS TALLYING WS-CIF-POS
141300         FOR CHARACTERS BEFORE INITIAL WS-CIF-CARACTER
141400     IF WS-CIF-POS < 26
141500         ADD 1 TO WS-FST-CANT
141600         MOVE 'M'           TO WS-FST-CLASE (WS-FST-CANT)
141700         MOVE 26            TO WS-FST-BASE (WS-FST-CANT)
141800         MOVE WS-CIF-POS    TO WS-FST-VALOR (WS-FST-CANT)
141900         MOVE WS-I          TO WS-FST-POS (WS-FST-CANT)
142000         GO TO 5810-EXIT
142100     END-IF
142200     MOVE ZERO TO WS-CIF-POS
142300     INSPECT WS-ALFA-MINUS TALLYING WS-CIF-POS
142400         FOR CHARACTERS BEFORE INITIAL WS-CIF-CARACTER
142500     IF WS-CIF-POS < 26
142600         ADD 1 TO WS-FST-CANT
142700         MOVE 'N'           TO WS-FST-CLASE (WS-FST-CANT)
142800         MOVE 26            TO WS-FST-BASE (WS-FST-CANT)
142900         MOVE WS-CIF-POS    TO WS-FST-VALOR (WS-FST-CANT)
143000         MOVE WS-I          TO WS-FST-POS (WS-FST-CANT)
143100     END-IF.
143200 5810-EXIT.
143300     EXIT.
143400
143500*****************************************************************
143600* 5820-APLICAR-RONDA - las rondas impares cambian la primera    *
143700*      mitad y las pares la segunda. El hash toma la ronda, el  *
143800*      lado, la cantidad de posiciones y el texto actual de la  *
143900*      otra mitad; como esa mitad no cambia en la ronda, cada   *
144000*      ronda es biunivoca                                       *
144100*****************************************************************
144200 5820-APLICAR-RONDA.
144300     DIVIDE WS-FST-RONDA BY 2 GIVING WS-HSH-COCIENTE
144400         REMAINDER WS-FST-RESTO
144500     IF WS-FST-RESTO = 1
144600         MOVE 'A'              TO WS-FST-PRE-LADO
144700         MOVE 1                TO WS-FST-DEST-DESDE
144800         MOVE WS-FST-MITAD     TO WS-FST-DEST-HASTA
144900         COMPUTE WS-FST-ORIG-DESDE = WS-FST-MITAD + 1
145000         MOVE WS-FST-CANT      TO WS-FST-ORIG-HASTA
145100     ELSE
145200         MOVE 'B'              TO WS-FST-PRE-LADO
145300         COMPUTE WS-FST-DEST-DESDE = WS-FST-MITAD + 1
145400         MOVE WS-FST-CANT      TO WS-FST-DEST-HASTA
145500         MOVE 1                TO WS-FST-ORIG-DESDE
145600         MOVE WS-FST-MITAD     TO WS-FST-ORIG-HASTA
145700     END-IF
145800     IF WS-FST-DEST-DESDE > WS-FST-DEST-HASTA
145900         GO TO 5820-EXIT
146000     END-IF
146100     MOVE WS-FST-RONDA         TO WS-FST-PRE-RONDA
146200     MOVE WS-FST-CANT          TO WS-FST-PRE-CANT
146300     MOVE SPACES               TO WS-HSH-TEXTO
146400     MOVE WS-FST-PREFIJO       TO WS-HSH-TEXTO (1:4)
146500     MOVE 4                    TO WS-FST-LONG-HSH
146600     PERFORM 5830-TOMAR-ORIGEN THRU 5830-EXIT
146700         VARYING WS-FST-T FROM WS-FST-ORIG-DESDE BY 1
146800         UNTIL WS-FST-T > WS-FST-ORIG-HASTA
146900     PERFORM 5200-CALCULAR-HASH THRU 5200-EXIT
147000     PERFORM 5840-SUMAR-DESTINO THRU 5840-EXIT
147100         VARYING WS-FST-T FROM WS-FST-DEST-DESDE BY 1
147200         UNTIL WS-FST-T > WS-FST-DEST-HASTA.
147300 5820-EXIT.
147400     EXIT.
147500
147600*****************************************************************
147700* 5830-TOMAR-ORIGEN - agrega al texto del hash el caracter de   *
147800*      una posicion de la mitad que no cambia                   *
147900*****************************************************************
148000 5830-TOMAR-ORIGEN.
148100     ADD 1 TO WS-FST-LONG-HSH
148200     MOVE WS-FST-POS (WS-FST-T) TO WS-CIF-POS
148300     MOVE WS-CIF-TEXTO (WS-CIF-POS:1)
148400                           TO WS-HSH-TEXTO (WS-FST-LONG-HSH:1).
148500 5830-EXIT.
148600     EXIT.
148700
148800*****************************************************************
148900* 5840-SUMAR-DESTINO - avanza las dos cadenas del hash y suma   *
149000*      el resultado, modulo su base, a una posicion de la mitad *
149100*      que cambia                                               *
149200*****************************************************************
149300 5840-SUMAR-DESTINO.
149400     COMPUTE WS-HSH-PRODUCTO =
149500         WS-HSH-VALOR * WS-HSH-VALOR + WS-HSH-VALOR-2 + WS-FST-T
149600     DIVIDE WS-HSH-PRODUCTO BY 999999937 GIVING WS-HSH-COCIENTE
149700         REMAINDER WS-HSH-VALOR
149800     COMPUTE WS-HSH-PRODUCTO =
149900         WS-HSH-VALOR-2 * WS-HSH-VALOR-2 + WS-HSH-VALOR + WS-FST-T
150000     DIVIDE WS-HSH-PRODUCTO BY 999999929 GIVING WS-HSH-COCIENTE
150100         REMAINDER WS-HSH-VALOR-2
150200     COMPUTE WS-FST-SUMA =
150300         WS-HSH-VALOR + WS-HSH-VALOR-2 + WS-FST-VALOR (WS-FST-T)
150400     DIVIDE WS-FST-SUMA BY WS-FST-BASE (WS-FST-T)
150500         GIVING WS-HSH-COCIENTE REMAINDER WS-FST-VALOR (WS-FST-T)
150600     MOVE WS-FST-POS (WS-FST-T) TO WS-CIF-POS
150700     EVALUATE WS-FST-CLASE (WS-FST-T)
150800         WHEN 'D'
150900             MOVE WS-FST-VALOR (WS-FST-T) TO WS-CIF-DIGITO
151000             MOVE WS-CIF-DIGITO
151100                           TO WS-CIF-TEXTO (WS-CIF-POS:1)
151200         WHEN 'M'
151300             MOVE WS-ALFA-MAYUS (WS-FST-VALOR (WS-FST-T) + 1:1)
151400                           TO WS-CIF-TEXTO (WS-CIF-POS:1)
151500         WHEN OTHER
151600             MOVE WS-ALFA-MINUS (WS-FST-VALOR (WS-FST-T) + 1:1)
151700                           TO WS-CIF-TEXTO (WS-CIF-POS:1)
151800     END-EVALUATE.
151900 5840-EXIT.
152000     EXIT.
152100
152200
152300*****************************************************************
152400* 5900-ENMASCARAR-CONTACTO - calle, telefonos y email del       *
152500*      registro de contacto leido                               *
152600*****************************************************************
152700 5900-ENMASCARAR-CONTACTO.
152800     IF CTO-CALLE NOT = SPACES
152900         MOVE CTO-CALLE TO WS-HSH-TEXTO
153000         PERFORM 5200-CALCULAR-HASH THRU 5200-EXIT
153100         DIVIDE WS-HSH-VALOR BY 30 GIVING WS-HSH-COCIENTE
153200             REMAINDER WS-IDX-TABLA
153300         ADD 1 TO WS-IDX-TABLA
153400         DIVIDE WS-HSH-COCIENTE BY 9000 GIVING WS-HSH-PRODUCTO
153500             REMAINDER WS-NRO-CALLE
153600         ADD 1000 TO WS-NRO-CALLE
153700         MOVE SPACES TO CTO-CALLE
153800         STRING WS-CALLE-FICT (WS-IDX-TABLA) DELIMITED BY '  '
153900             ' '                           DELIMITED SIZE
154000             WS-NRO-CALLE                  DELIMITED SIZE
154100             INTO CTO-CALLE
154200     END-IF
154300     PERFORM 5920-ENMASCARAR-TELEFONO THRU 5920-EXIT
154400         VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
154500     PERFORM 5950-ENMASCARAR-EMAIL THRU 5950-EXIT.
154600 5900-EXIT.
154700     EXIT.
154800
154900*****************************************************************
155000* 5920-ENMASCARAR-TELEFONO - permutacion de los digitos:        *
155100*      conserva el largo y los separadores que normaliza        *
155200*      CLICDQ01                                                 *
155300*****************************************************************
155400 5920-ENMASCARAR-TELEFONO.
155500     MOVE CTO-TELEFONO (WS-K) TO WS-CIF-TEXTO
155600     MOVE 15 TO WS-CIF-LONG
155700     PERFORM 5800-CIFRAR-TEXTO THRU 5800-EXIT
155800     MOVE WS-CIF-TEXTO (1:15) TO CTO-TELEFONO (WS-K).
155900 5920-EXIT.
156000     EXIT.
156100
156200*****************************************************************
156300* 5950-ENMASCARAR-EMAIL - con un unico arroba: parte local      *
156400*      cifrada (hasta 35 posiciones) y dominio de prueba; si no,*
156500*      cifrado entero, sigue mal formado                        *
156600*****************************************************************
156700 5950-ENMASCARAR-EMAIL.
156800     IF CTO-EMAIL = SPACES
156900         GO TO 5950-EXIT
157000     END-IF
157100     MOVE ZERO TO WS-CANT-ARROBAS
157200     INSPECT CTO-EMAIL TALLYING WS-CANT-ARROBAS FOR ALL '@'
157300     MOVE ZERO TO WS-LONG-LOCAL
157400     INSPECT CTO-EMAIL TALLYING WS-LONG-LOCAL
157500         FOR CHARACTERS BEFORE INITIAL '@'
157600     IF WS-CANT-ARROBAS = 1 AND WS-LONG-LOCAL > 0
157700         MOVE CTO-EMAIL (1:WS-LONG-LOCAL) TO WS-CIF-TEXTO
157800         MOVE WS-LONG-LOCAL TO WS-CIF-LONG
157900         PERFORM 5800-CIFRAR-TEXTO THRU 5800-EXIT
158000         IF WS-LONG-LOCAL > 35
158100             MOVE 35 TO WS-LONG-LOCAL
158200         END-IF
158300         MOVE SPACES TO CTO-EMAIL
158400         STRING WS-CIF-TEXTO (1:WS-LONG-LOCAL) DELIMITED SIZE
158500             '@'                           DELIMITED SIZE
158600             WS-DOMINIO-PRUEBA             DELIMITED SIZE
158700             INTO CTO-EMAIL
158800     ELSE
158900         MOVE CTO-EMAIL TO WS-CIF-TEXTO
159000         MOVE 50 TO WS-CIF-LONG
159100         PERFORM 5800-CIFRAR-TEXTO THRU 5800-EXIT
159200         MOVE WS-CIF-TEXTO TO CTO-EMAIL
159300     END-IF.
159400 5950-EXIT.
159500     EXIT.
159600
159700*****************************************************************
159800* 8000-EMITIR-TOTALES                                           *
159900*****************************************************************
160000 8000-EMITIR-TOTALES.
160100     MOVE WS-CONT-CLIENTES TO WS-CONT-EDIT
160200     DISPLAY 'CLIMSK01 - CLIENTES ENMASCARADOS: ' WS-CONT-EDIT
160300     MOVE WS-CONT-CONTACTOS TO WS-CONT-EDIT
160400     DISPLAY 'CLIMSK01 - CONTACTOS ENMASCAR...: ' WS-CONT-EDIT
160500     MOVE WS-CONT-JOURNAL TO WS-CONT-EDIT
160600     DISPLAY 'CLIMSK01 - REGISTROS JOURNAL....: ' WS-CONT-EDIT
160700     MOVE WS-CONT-EXT-CTA TO WS-CONT-EDIT
160800     DISPLAY 'CLIMSK01 - EXTRACTO CUENTAS.....: ' WS-CONT-EDIT
160900     MOVE WS-CONT-EXT-PRE TO WS-CONT-EDIT
161000     DISPLAY 'CLIMSK01 - EXTRACTO PRESTAMOS...: ' WS-CONT-EDIT
161100     MOVE WS-CONT-OVERRIDES TO WS-CONT-EDIT
161200     DISPLAY 'CLIMSK01 - OVERRIDES COPIADOS...: ' WS-CONT-EDIT
161300     MOVE WS-CONT-XREF TO WS-CONT-EDIT
161400     DISPLAY 'CLIMSK01 - FUSIONES COPIADAS....: ' WS-CONT-EDIT
161500     MOVE WS-CONT-HIST TO WS-CONT-EDIT
161600     DISPLAY 'CLIMSK01 - HISTORIAL COPIADO....: ' WS-CONT-EDIT
161700     MOVE WS-CONT-CMP-CTA TO WS-CONT-EDIT
161800     DISPLAY 'CLIMSK01 - COMPORT. CUENTAS.....: ' WS-CONT-EDIT
161900     MOVE WS-CONT-CMP-PRE TO WS-CONT-EDIT
162000     DISPLAY 'CLIMSK01 - COMPORT. PRESTAMOS...: ' WS-CONT-EDIT
162100     MOVE WS-CONT-DOC-MAPEADOS TO WS-CONT-EDIT
162200     DISPLAY 'CLIMSK01 - DOC. DNI/CUIT MAPEADOS: ' WS-CONT-EDIT
162300     MOVE WS-CONT-DOC-CIFRADOS TO WS-CONT-EDIT
162400     DISPLAY 'CLIMSK01 - DOC. CIFRADOS........: ' WS-CONT-EDIT
162500     MOVE WS-CONT-CAMBIO-VALIDEZ TO WS-CONT-EDIT
162600     DISPLAY 'CLIMSK01 - DOC. CAMBIO VALIDEZ..: ' WS-CONT-EDIT
162700     DISPLAY 'CLIMSK01 - CARGA FECHA/GENERAC..: ' WS-FECHA-CARGA
162800         ' ' WS-GENERACION-CARGA.
162900 8000-EXIT.
163000     EXIT.
163100
163200*****************************************************************
163300* 8500-GRABAR-ESTADISTICA - registro de corrida en el archivo   *
163400*      central CLIESTAD, para el balanceo matutino (CLIBAL01)   *
163500*****************************************************************
163600 8500-GRABAR-ESTADISTICA.
163700     MOVE 'CLIMSK01'             TO CLIEST-PROGRAMA
163800     MOVE WS-FECHA-HOY           TO CLIEST-FECHA-PROCESO
163900     MOVE WS-CONT-CLIENTES       TO CLIEST-CANT-1
164000     MOVE WS-CONT-CONTACTOS      TO CLIEST-CANT-2
164100     MOVE WS-CONT-JOURNAL        TO CLIEST-CANT-3
164200     MOVE WS-CONT-CAMBIO-VALIDEZ TO CLIEST-CANT-4
164300     MOVE WS-RC-FINAL            TO CLIEST-COD-RETORNO-JOB
164400     CALL 'CLIEST01' USING CLIEST-CONTROL.
164500 8500-EXIT.
164600     EXIT.
164700
164800*****************************************************************
164900* 9000-FINALIZAR                                                *
165000*****************************************************************
165100 9000-FINALIZAR.
165200     CLOSE CLIENTE-MASTER
165300     CLOSE CLIENTE-CONTACTO
165400     CLOSE CLI-OVERRIDE
165500     CLOSE CLI-XREF
165600     CLOSE CLI-HIST-LOG
165700     CLOSE CLI-JRN-LOG
165800     CLOSE CLI-EXT-CTA
165900     CLOSE CLI-EXT-PRE
166000     CLOSE CLI-CMP-CTA
166100     CLOSE CLI-CMP-PRE
166200     CLOSE MSK-MASTER
166300     CLOSE MSK-CONTACTO
166400     CLOSE MSK-OVERRIDE
166500     CLOSE MSK-XREF
166600     CLOSE MSK-HIST
166700     CLOSE MSK-JOURNAL
166800     CLOSE MSK-EXT-CTA
166900     CLOSE MSK-EXT-PRE
167000     CLOSE MSK-CMP-CTA
167100     CLOSE MSK-CMP-PRE
167200     CLOSE MSK-CARGA.
167300 9000-EXIT.
167400     EXIT.
167500
167600*****************************************************************
167700* 9100-ABEND-GRABACION - error de E/S grabando una salida; el   *
167800*      juego de prueba queda incompleto y no debe cargarse      *
167900*****************************************************************
168000 9100-ABEND-GRABACION.
168100     DISPLAY 'CLIMSK01 - ERROR GRABANDO ' WS-SALIDA-EN-CURSO
168200         ', STATUS=' WS-SAL-STATUS
168300     PERFORM 9000-FINALIZAR THRU 9000-EXIT
168400     MOVE 16 TO RETURN-CODE
168500     GOBACK.
168600
168700*****************************************************************
168800* 9200-ABEND-APERTURA - error abriendo un archivo de entrada/   *
168900*      salida; se corta el job antes de generar nada            *
169000*****************************************************************
169100 9200-ABEND-APERTURA.
169200     DISPLAY 'CLIMSK01 - ERROR ABRIENDO ARCHIVOS, STATUS MASTER='
169300         WS-CLI-STATUS ' CONTACTO=' WS-CTO-STATUS
169400         ' OVERRIDE=' WS-OVR-STATUS ' XREF=' WS-XREF-STATUS
169500     DISPLAY 'CLIMSK01 - HIST=' WS-HIST-STATUS
169600         ' JOURNAL=' WS-JRN-STATUS ' EXTC=' WS-EXTC-STATUS
169700         ' EXTP=' WS-EXTP-STATUS ' CMPC=' WS-CMPC-STATUS
169800         ' CMPP=' WS-CMPP-STATUS
169900     DISPLAY 'CLIMSK01 - SALIDA ' WS-SALIDA-EN-CURSO
170000         ' STATUS=' WS-SAL-STATUS
170100     MOVE 16 TO RETURN-CODE
170200     GOBACK.
170300
170400*****************************************************************
170500* 9300-ABEND-CONTROL - PARM invalido; se corta el job con RC=20 *
170600*      antes de generar nada                                    *
170700*****************************************************************
170800 9300-ABEND-CONTROL.
170900     DISPLAY 'CLIMSK01 - CORRIDA RECHAZADA: ' WS-MOTIVO-CONTROL
171000     MOVE 20 TO RETURN-CODE
171100     GOBACK.
