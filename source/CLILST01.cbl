000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLILST01.
000300 AUTHOR.        EQUIPO-ARQUITECTURA-DATOS.
000400 INSTALLATION.  DEPARTAMENTO DE SISTEMAS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* HISTORIAL DE MODIFICACIONES
000900*-----------------------------------------------------------
001000* FECHA       AUTOR   DESCRIPCION
001100* ----------  ------  ---------------------------------------
001200* 2026-10-15  EAD     Version inicial. Claves de busqueda y
001300*                     verificacion de un cliente contra las
001400*                     listas de sanciones y PEP.
001410* 2026-10-15  EAD     La enie se reconoce por sus valores
001420*                     EBCDIC CP284 (X'7B'/X'6A'); los valores
001430*                     anteriores confundian J, j y 1 con N.
001500*****************************************************************
001600* Control de un cliente contra las listas de sanciones y PEP.
001700* Reglas unicas de armado de claves para todos los caminos de
001800* alta (CLIMNT01, CLILOAD1, CLIUPD01) y para la carga y el
001900* barrido nocturno (CLILST02). Funciones (ver CLILSTPM.cpy):
002000*   'N' arma las claves sin tocar ningun archivo.
002100*   'V' arma las claves y busca el cliente en CLILSTX,
002200*       descartando las entradas que cumplimiento resolvio como
002300*       falso positivo para ese cliente en CLILDSP; ambos
002400*       archivos se abren en la primera llamada de la
002500*       ejecucion y quedan abiertos, como CLIJRN01.
002600*
002700* Clave de nombre: nombre y apellido se pasan a mayusculas y se
002800* reducen a sus consonantes, sin repetir la misma consonante
002900* seguida; vocales, letras acentuadas y cualquier otro signo se
003000* ignoran (la enie mayuscula o minuscula, X'7B'/X'6A' en la
003050* pagina de codigos EBCDIC CP284 de la instalacion, cuenta
003100* como N). Espacios, comas, guiones, puntos y barras
003200* separan palabras; las palabras se ordenan, de modo que el
003300* orden nombre/apellido, los espacios de mas y la acentuacion
003400* no impiden la coincidencia.
003500* Clave de documento: solo los digitos del numero, sin ceros a
003600* la izquierda (minimo seis digitos); una CUIT/CUIL agrega la
003700* clave del DNI que contiene (digitos 3 a 10).
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CLI-LISTA-IDX   ASSIGN TO CLILSTX
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE  IS DYNAMIC
004800         RECORD KEY   IS LSTX-CLAVE
004900         FILE STATUS  IS WS-LSTX-STATUS.
005000
005100     SELECT CLI-LISTA-DISP  ASSIGN TO CLILDSP
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE  IS RANDOM
005400         RECORD KEY   IS DSP-CLAVE
005500         FILE STATUS  IS WS-DSP-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CLI-LISTA-IDX
006000     LABEL RECORDS ARE STANDARD.
006100     COPY CLILSTX.
006200
006300 FD  CLI-LISTA-DISP
006400     LABEL RECORDS ARE STANDARD.
006500     COPY CLILDSP.
006600
006700 WORKING-STORAGE SECTION.
006800 77  WS-LSTX-STATUS            PIC X(02)      VALUE '00'.
006900     88  WS-LSTX-OK                           VALUE '00'.
007000     88  WS-LSTX-FIN                          VALUE '10'.
007100     88  WS-LSTX-NO-EXISTE                    VALUE '23'.
007200 77  WS-DSP-STATUS             PIC X(02)      VALUE '00'.
007300     88  WS-DSP-OK                            VALUE '00'.
007400     88  WS-DSP-NO-EXISTE                     VALUE '23'.
007500 77  WS-SW-ARCHIVOS-ABIERTOS   PIC X(01)      VALUE 'N'.
007600     88  WS-ARCHIVOS-YA-ABIERTOS              VALUE 'S'.
007700 77  WS-SW-FIN-CLAVE           PIC X(01)      VALUE 'N'.
007800     88  WS-FIN-CLAVE                         VALUE 'S'.
007900
008000 77  WS-I                      PIC 9(04)  COMP  VALUE ZERO.
008100 77  WS-J                      PIC 9(04)  COMP  VALUE ZERO.
008200 77  WS-PUNTERO                PIC 9(04)  COMP  VALUE ZERO.
008300 77  WS-LONG-PALABRA           PIC 9(04)  COMP  VALUE ZERO.
008400 77  WS-LONG-NUMERO            PIC 9(04)  COMP  VALUE ZERO.
008500 77  WS-CANT-PALABRAS          PIC 9(04)  COMP  VALUE ZERO.
008600 77  WS-MAX-PALABRAS           PIC 9(04)  COMP  VALUE 10.
008700 77  WS-MIN-DIGITOS            PIC 9(04)  COMP  VALUE 6.
008800
008900*****************************************************************
009000* Areas de trabajo del armado de claves.                        *
009100*****************************************************************
009200 01  WS-TEXTO                  PIC X(101)     VALUE SPACES.
009300 01  WS-CARACTER               PIC X(01)      VALUE SPACE.
009400     88  WS-ES-CONSONANTE      VALUE 'B' 'C' 'D' 'F' 'G' 'H'
009500                                     'J' 'K' 'L' 'M' 'N' 'P'
009600                                     'Q' 'R' 'S' 'T' 'V' 'W'
009700                                     'X' 'Y' 'Z'.
009800     88  WS-ES-SEPARADOR       VALUE ' ' ',' '-' '.' '/'.
009900     88  WS-ES-ENIE            VALUE X'7B' X'6A'.
010000     88  WS-ES-DIGITO          VALUE '0' THRU '9'.
010100 01  WS-CARACTER-ANT           PIC X(01)      VALUE SPACE.
010200 01  WS-PALABRA-ACTUAL         PIC X(20)      VALUE SPACES.
010300 01  WS-PALABRA-AUX            PIC X(20)      VALUE SPACES.
010400 01  WS-TABLA-PALABRAS.
010500     05  WS-PALABRA            PIC X(20)  OCCURS 10 TIMES.
010600 01  WS-NUMERO                 PIC X(20)      VALUE SPACES.
010700
010800*****************************************************************
010900* Clave de busqueda en curso (tipo + valor).                    *
011000*****************************************************************
011100 01  WS-CLAVE-BUSCADA.
011200     05  WS-BUS-TIPO           PIC X(01)      VALUE SPACE.
011300     05  WS-BUS-VALOR          PIC X(100)     VALUE SPACES.
011400
011500 LINKAGE SECTION.
011600 COPY CLILSTPM.
011700 COPY CLIENTE.
011800
011900 PROCEDURE DIVISION USING CLILST-CONTROL, WS-CLIENTE.
012000*****************************************************************
012100* 0000-MAINLINE                                                 *
012200*****************************************************************
012300 0000-MAINLINE.
012400     SET CLILST-OK TO TRUE
012500     MOVE SPACES TO CLILST-TIPO-COINC CLILST-FUENTE
012600                    CLILST-ID-ENTRADA CLILST-CATEGORIA
012700     EVALUATE TRUE
012800         WHEN CLILST-ARMAR-CLAVES
012900             PERFORM 1000-ARMAR-CLAVES THRU 1000-EXIT
013000         WHEN CLILST-VERIFICAR
013100             PERFORM 1000-ARMAR-CLAVES THRU 1000-EXIT
013200             PERFORM 3000-VERIFICAR-CLIENTE THRU 3000-EXIT
013300         WHEN OTHER
013400             SET CLILST-FUNCION-INVALIDA TO TRUE
013500     END-EVALUATE
013600     GOBACK.
013700
013800*****************************************************************
013900* 1000-ARMAR-CLAVES - clave de nombre y claves de documento     *
014000*****************************************************************
014100 1000-ARMAR-CLAVES.
014200     MOVE SPACES TO CLILST-CLAVE-NOMBRE CLILST-CLAVE-DOC
014300                    CLILST-CLAVE-DNI
014400     PERFORM 1100-ARMAR-CLAVE-NOMBRE THRU 1100-EXIT
014500     PERFORM 1500-ARMAR-CLAVE-DOC THRU 1500-EXIT.
014600 1000-EXIT.
014700     EXIT.
014800
014900*****************************************************************
015000* 1100-ARMAR-CLAVE-NOMBRE - separa el texto en palabras de      *
015100*      consonantes, las ordena y las une con un blanco          *
015200*****************************************************************
015300 1100-ARMAR-CLAVE-NOMBRE.
015400     MOVE SPACES TO WS-TEXTO WS-TABLA-PALABRAS WS-PALABRA-ACTUAL
015500     STRING CLI-NOMBRE   DELIMITED BY SIZE
015600            ' '          DELIMITED BY SIZE
015700            CLI-APELLIDO DELIMITED BY SIZE
015800         INTO WS-TEXTO
015900     END-STRING
016000     INSPECT WS-TEXTO CONVERTING
016100         'abcdefghijklmnopqrstuvwxyz' TO
016200         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
016300     MOVE ZERO  TO WS-CANT-PALABRAS WS-LONG-PALABRA
016400     MOVE SPACE TO WS-CARACTER-ANT
016500     PERFORM 1200-PROCESAR-CARACTER THRU 1200-EXIT
016600         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 101
016700     PERFORM 1300-CERRAR-PALABRA THRU 1300-EXIT
016800     IF WS-CANT-PALABRAS = ZERO
016900         GO TO 1100-EXIT
017000     END-IF
017100     PERFORM 1400-COMPARAR-PALABRAS THRU 1400-EXIT
017200         VARYING WS-I FROM 1 BY 1
017300             UNTIL WS-I NOT < WS-CANT-PALABRAS
017400         AFTER WS-J FROM 1 BY 1
017500             UNTIL WS-J > WS-CANT-PALABRAS - WS-I
017600     MOVE 1 TO WS-PUNTERO
017700     PERFORM 1450-AGREGAR-PALABRA THRU 1450-EXIT
017800         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CANT-PALABRAS.
017900 1100-EXIT.
018000     EXIT.
018100
018200*****************************************************************
018300* 1200-PROCESAR-CARACTER - consonante: se agrega a la palabra   *
018400*      si no repite la anterior; separador: cierra la palabra;  *
018500*      cualquier otro byte se ignora                            *
018600*****************************************************************
018700 1200-PROCESAR-CARACTER.
018800     MOVE WS-TEXTO (WS-I:1) TO WS-CARACTER
018900     IF WS-ES-ENIE
019000         MOVE 'N' TO WS-CARACTER
019100     END-IF
019200     EVALUATE TRUE
019300         WHEN WS-ES-SEPARADOR
019400             PERFORM 1300-CERRAR-PALABRA THRU 1300-EXIT
019500         WHEN WS-ES-CONSONANTE
019600             IF WS-CARACTER NOT = WS-CARACTER-ANT AND
019700                WS-LONG-PALABRA < 20
019800                 ADD 1 TO WS-LONG-PALABRA
019900                 MOVE WS-CARACTER
020000                     TO WS-PALABRA-ACTUAL (WS-LONG-PALABRA:1)
020100                 MOVE WS-CARACTER TO WS-CARACTER-ANT
020200             END-IF
020300         WHEN OTHER
020400             CONTINUE
020500     END-EVALUATE.
020600 1200-EXIT.
020700     EXIT.
020800
020900*****************************************************************
021000* 1300-CERRAR-PALABRA - pasa la palabra en curso a la tabla     *
021100*      (las palabras sin consonantes no cuentan)                *
021200*****************************************************************
021300 1300-CERRAR-PALABRA.
021400     IF WS-LONG-PALABRA > ZERO AND
021500        WS-CANT-PALABRAS < WS-MAX-PALABRAS
021600         ADD 1 TO WS-CANT-PALABRAS
021700         MOVE WS-PALABRA-ACTUAL TO WS-PALABRA (WS-CANT-PALABRAS)
021800     END-IF
021900     MOVE SPACES TO WS-PALABRA-ACTUAL
022000     MOVE ZERO   TO WS-LONG-PALABRA
022100     MOVE SPACE  TO WS-CARACTER-ANT.
022200 1300-EXIT.
022300     EXIT.
022400
022500*****************************************************************
022600* 1400-COMPARAR-PALABRAS - paso del ordenamiento de la tabla    *
022700*****************************************************************
022800 1400-COMPARAR-PALABRAS.
022900     IF WS-PALABRA (WS-J) > WS-PALABRA (WS-J + 1)
023000         MOVE WS-PALABRA (WS-J)     TO WS-PALABRA-AUX
023100         MOVE WS-PALABRA (WS-J + 1) TO WS-PALABRA (WS-J)
023200         MOVE WS-PALABRA-AUX        TO WS-PALABRA (WS-J + 1)
023300     END-IF.
023400 1400-EXIT.
023500     EXIT.
023600
023700*****************************************************************
023800* 1450-AGREGAR-PALABRA - agrega una palabra a la clave          *
023900*****************************************************************
024000 1450-AGREGAR-PALABRA.
024100     STRING WS-PALABRA (WS-I) DELIMITED BY SPACE
024200            ' '               DELIMITED BY SIZE
024300         INTO CLILST-CLAVE-NOMBRE
024400         WITH POINTER WS-PUNTERO
024500         ON OVERFLOW
024600             CONTINUE
024700     END-STRING.
024800 1450-EXIT.
024900     EXIT.
025000
025100*****************************************************************
025200* 1500-ARMAR-CLAVE-DOC - digitos del documento sin ceros a la   *
025300*      izquierda; la CUIT/CUIL agrega el DNI que contiene       *
025400*****************************************************************
025500 1500-ARMAR-CLAVE-DOC.
025600     MOVE SPACES TO WS-NUMERO
025700     MOVE ZERO   TO WS-LONG-NUMERO
025800     PERFORM 1600-EXTRAER-DIGITO THRU 1600-EXIT
025900         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 20
026000     IF WS-LONG-NUMERO = ZERO
026100         GO TO 1500-EXIT
026200     END-IF
026300     IF (CLI-TIPO-DOC = 'CUI' OR 'CUL') AND WS-LONG-NUMERO = 11
026400         MOVE WS-NUMERO (3:8) TO WS-BUS-VALOR
026500         PERFORM 1700-QUITAR-CEROS THRU 1700-EXIT
026600         MOVE WS-BUS-VALOR TO CLILST-CLAVE-DNI
026700     END-IF
026800     MOVE WS-NUMERO TO WS-BUS-VALOR
026900     PERFORM 1700-QUITAR-CEROS THRU 1700-EXIT
027000     MOVE WS-BUS-VALOR TO CLILST-CLAVE-DOC.
027100 1500-EXIT.
027200     EXIT.
027300
027400*****************************************************************
027500* 1600-EXTRAER-DIGITO                                           *
027600*****************************************************************
027700 1600-EXTRAER-DIGITO.
027800     MOVE CLI-NUM-DOC (WS-I:1) TO WS-CARACTER
027900     IF WS-ES-DIGITO
028000         ADD 1 TO WS-LONG-NUMERO
028100         MOVE WS-CARACTER TO WS-NUMERO (WS-LONG-NUMERO:1)
028200     END-IF.
028300 1600-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700* 1700-QUITAR-CEROS - saca los ceros a la izquierda del numero  *
028800*      en WS-BUS-VALOR; menos de seis digitos no es clave       *
028900*****************************************************************
029000 1700-QUITAR-CEROS.
029100     MOVE ZERO TO WS-J
029200     INSPECT WS-BUS-VALOR TALLYING WS-J FOR LEADING '0'
029300     IF WS-J > ZERO
029400         MOVE WS-BUS-VALOR (WS-J + 1:) TO WS-PALABRA-AUX
029500         MOVE WS-PALABRA-AUX TO WS-BUS-VALOR
029600     END-IF
029700     MOVE ZERO TO WS-J
029800     INSPECT WS-BUS-VALOR TALLYING WS-J
029900         FOR CHARACTERS BEFORE INITIAL SPACE
030000     IF WS-J < WS-MIN-DIGITOS
030100         MOVE SPACES TO WS-BUS-VALOR
030200     END-IF.
030300 1700-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700* 3000-VERIFICAR-CLIENTE - busca cada clave armada en el indice *
030800*      de listas; corta en la primera coincidencia vigente      *
030900*****************************************************************
031000 3000-VERIFICAR-CLIENTE.
031100     IF NOT WS-ARCHIVOS-YA-ABIERTOS
031200         PERFORM 3100-ABRIR-ARCHIVOS THRU 3100-EXIT
031300         IF CLILST-ERROR-IO
031400             GO TO 3000-EXIT
031500         END-IF
031600     END-IF
031700     IF CLILST-CLAVE-NOMBRE NOT = SPACES
031800         MOVE 'N'                 TO WS-BUS-TIPO
031900         MOVE CLILST-CLAVE-NOMBRE TO WS-BUS-VALOR
032000         PERFORM 3200-BUSCAR-CLAVE THRU 3200-EXIT
032100         IF NOT CLILST-OK
032200             GO TO 3000-EXIT
032300         END-IF
032400     END-IF
032500     IF CLILST-CLAVE-DOC NOT = SPACES
032600         MOVE 'D'                 TO WS-BUS-TIPO
032700         MOVE CLILST-CLAVE-DOC    TO WS-BUS-VALOR
032800         PERFORM 3200-BUSCAR-CLAVE THRU 3200-EXIT
032900         IF NOT CLILST-OK
033000             GO TO 3000-EXIT
033100         END-IF
033200     END-IF
033300     IF CLILST-CLAVE-DNI NOT = SPACES
033400         MOVE 'D'                 TO WS-BUS-TIPO
033500         MOVE CLILST-CLAVE-DNI    TO WS-BUS-VALOR
033600         PERFORM 3200-BUSCAR-CLAVE THRU 3200-EXIT
033700     END-IF.
033800 3000-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200* 3100-ABRIR-ARCHIVOS - primera llamada 'V' de la ejecucion     *
034300*****************************************************************
034400 3100-ABRIR-ARCHIVOS.
034500     OPEN INPUT CLI-LISTA-IDX
034600     IF NOT WS-LSTX-OK
034700         SET CLILST-ERROR-IO TO TRUE
034800         DISPLAY 'CLILST01 - ERROR ABRIENDO CLILSTX, STATUS='
034900             WS-LSTX-STATUS
035000         GO TO 3100-EXIT
035100     END-IF
035200     OPEN INPUT CLI-LISTA-DISP
035300     IF NOT WS-DSP-OK
035400         SET CLILST-ERROR-IO TO TRUE
035500         DISPLAY 'CLILST01 - ERROR ABRIENDO CLILDSP, STATUS='
035600             WS-DSP-STATUS
035700         CLOSE CLI-LISTA-IDX
035800         GO TO 3100-EXIT
035900     END-IF
036000     SET WS-ARCHIVOS-YA-ABIERTOS TO TRUE.
036100 3100-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500* 3200-BUSCAR-CLAVE - recorre las entradas del indice con la    *
036600*      clave de busqueda en curso                               *
036700*****************************************************************
036800 3200-BUSCAR-CLAVE.
036900     MOVE LOW-VALUES       TO LSTX-CLAVE
037000     MOVE WS-BUS-TIPO      TO LSTX-TIPO-CLAVE
037100     MOVE WS-BUS-VALOR     TO LSTX-VALOR
037200     MOVE 'N' TO WS-SW-FIN-CLAVE
037300     START CLI-LISTA-IDX KEY IS NOT LESS THAN LSTX-CLAVE
037400     EVALUATE TRUE
037500         WHEN WS-LSTX-OK
037600             CONTINUE
037700         WHEN WS-LSTX-NO-EXISTE
037800             GO TO 3200-EXIT
037900         WHEN OTHER
038000             SET CLILST-ERROR-IO TO TRUE
038100             DISPLAY 'CLILST01 - ERROR POSICIONANDO CLILSTX, '
038200                 'STATUS=' WS-LSTX-STATUS
038300             GO TO 3200-EXIT
038400     END-EVALUATE
038500     PERFORM 3300-LEER-ENTRADA THRU 3300-EXIT
038600         UNTIL WS-FIN-CLAVE OR NOT CLILST-OK.
038700 3200-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100* 3300-LEER-ENTRADA - siguiente entrada del indice; si sigue    *
039200*      siendo la clave buscada y cumplimiento no la descarto    *
039300*      como falso positivo para este cliente, hay coincidencia  *
039400*****************************************************************
039500 3300-LEER-ENTRADA.
039600     READ CLI-LISTA-IDX NEXT RECORD
039700     EVALUATE TRUE
039800         WHEN WS-LSTX-OK
039900             CONTINUE
040000         WHEN WS-LSTX-FIN
040100             SET WS-FIN-CLAVE TO TRUE
040200             GO TO 3300-EXIT
040300         WHEN OTHER
040400             SET CLILST-ERROR-IO TO TRUE
040500             DISPLAY 'CLILST01 - ERROR LEYENDO CLILSTX, STATUS='
040600                 WS-LSTX-STATUS
040700             GO TO 3300-EXIT
040800     END-EVALUATE
040900     IF LSTX-TIPO-CLAVE NOT = WS-BUS-TIPO OR
041000        LSTX-VALOR NOT = WS-BUS-VALOR
041100         SET WS-FIN-CLAVE TO TRUE
041200         GO TO 3300-EXIT
041300     END-IF
041400     MOVE CLI-ID          TO DSP-CLI-ID
041500     MOVE LSTX-FUENTE     TO DSP-FUENTE
041600     MOVE LSTX-ID-ENTRADA TO DSP-ID-ENTRADA
041700     READ CLI-LISTA-DISP
041800     EVALUATE TRUE
041900         WHEN WS-DSP-OK
042000             IF DSP-FALSO-POSITIVO
042100                 GO TO 3300-EXIT
042200             END-IF
042300         WHEN WS-DSP-NO-EXISTE
042400             CONTINUE
042500         WHEN OTHER
042600             SET CLILST-ERROR-IO TO TRUE
042700             DISPLAY 'CLILST01 - ERROR LEYENDO CLILDSP, STATUS='
042800                 WS-DSP-STATUS
042900             GO TO 3300-EXIT
043000     END-EVALUATE
043100     SET CLILST-COINCIDE TO TRUE
043200     MOVE WS-BUS-TIPO     TO CLILST-TIPO-COINC
043300     MOVE LSTX-FUENTE     TO CLILST-FUENTE
043400     MOVE LSTX-ID-ENTRADA TO CLILST-ID-ENTRADA
043500     MOVE LSTX-CATEGORIA  TO CLILST-CATEGORIA.
043600 3300-EXIT.
043700     EXIT.
