000100*****************************************************************
000200* CLILDSP.cpy - Registro FD del archivo de resoluciones de
000300*               cumplimiento sobre las coincidencias con listas
000400*               de control CLI-LISTA-DISP (VSAM, clave
000500*               DSP-CLAVE: cliente + entrada de lista)
000600*
000700* Cumplimiento resuelve cada coincidencia del reporte RPTLSTA:
000800*   'F' falso positivo - la coincidencia no vuelve a informarse
000900*       y deja de retener al cliente.
001000*   'C' confirmada     - se sigue informando como confirmada y
001100*       el cliente retenido sigue retenido.
001200* Las resoluciones llegan en el archivo de novedades CLILDEC,
001300* con este mismo diseno, y CLILST02 las aplica (una resolucion
001400* nueva para la misma clave reemplaza a la anterior) antes del
001500* barrido nocturno. Lo leen ademas CLILST01 y CLIUPD01 (entrada
001600* FCT CLILDSP). Nombre de nivel 01 propio (no WS-) para usar
001700* directamente en la FD, igual que CLIEMFD.cpy.
001800*****************************************************************
001900 01  CLI-LISTA-DISP-REG.
002000     05  DSP-CLAVE.
002100         10  DSP-CLI-ID            PIC 9(10).
002200         10  DSP-FUENTE            PIC X(04).
002300         10  DSP-ID-ENTRADA        PIC X(12).
002400     05  DSP-RESOLUCION            PIC X(01).
002500         88  DSP-FALSO-POSITIVO        VALUE 'F'.
002600         88  DSP-CONFIRMADA            VALUE 'C'.
002700     05  DSP-USUARIO               PIC X(08).
002800     05  DSP-FECHA                 PIC 9(08).
002900     05  DSP-OBSERVACION           PIC X(40).
003000     05  DSP-RELLENO               PIC X(07).
