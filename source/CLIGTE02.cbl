001300*                     del control de corridas: grilla de una
001400*                     fecha y liberacion manual de una
001500*                     compuerta despues de un arreglo.
001510* 2026-10-15  EAD     La grilla incluye la novedad entrante del
001520*                     CRM (CLICRM01), antes de CLIFEED1.
001600*****************************************************************
001700* Utilidad de operaciones del archivo de control de corridas
001800* CLI-RUN-CONTROL (ver CLIRCTL.cpy). Imprime en RPTGTE la
001900* grilla de la cadena nocturna para la fecha pedida: por cada
002000* programa del orden CLILOAD1 -> CLIREC01/CLIDUP01/CLICRM01
002100* -> CLIFEED1 -> CLIRPT02, su estado (PENDIENTE, EN CURSO o
002200* TERMINADO), el codigo de retorno y las horas de inicio y
002300* fin.
002400*
007500     05  FILLER                PIC X(08) VALUE 'CLILOAD1'.
007600     05  FILLER                PIC X(08) VALUE 'CLIREC01'.
007700     05  FILLER                PIC X(08) VALUE 'CLIDUP01'.
007750     05  FILLER                PIC X(08) VALUE 'CLICRM01'.
007800     05  FILLER                PIC X(08) VALUE 'CLIFEED1'.
007900     05  FILLER                PIC X(08) VALUE 'CLIRPT02'.
008000 01  WS-NOCTURNOS REDEFINES WS-NOCTURNOS-INIC.
008100     05  WS-NOCTURNO           PIC X(08) OCCURS 6 TIMES.
008200
008300 01  WS-LINEA-GRILLA.
008400     05  GRI-PROGRAMA          PIC X(08).
010600         PERFORM 3000-LIBERAR-COMPUERTA THRU 3000-EXIT
010700     END-IF
010800     PERFORM 2000-IMPRIMIR-GRILLA THRU 2000-EXIT
010900         VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
011000     PERFORM 9000-FINALIZAR THRU 9000-EXIT
011100     GOBACK.
011200
