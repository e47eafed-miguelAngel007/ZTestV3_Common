000900* programas que reescriben el maestro, a traves de CLIJRN01
001000* (en batch) o de la cola TD extrapartition CLIJ (en linea,
001100* ver CLIUPD01); lo lee CLIJRN02 para reconstruir un cliente
001200* a una fecha pedida e imprimir la cadena de cambios, y
001202* CLIRCV01 para la recuperacion hacia adelante del maestro
001204* desde una copia. Las altas batch (CLILOAD1, CLIMNT01) se
001206* graban con JRN-REG-ANTERIOR en espacios.
001210* JRN-USUARIO-AUTORIZA lleva el supervisor que aprobo un cambio
001220* con doble control (CLIAPR01); espacios en todo otro cambio.
001300* El archivo se extiende en cada corrida y no se purga.
001400* Nombre de nivel 01 propio (no WS-) para usar directamente
001500* en la FD, igual que CLIEMFD.cpy.
002300     05  JRN-MOTIVO                PIC X(04).
002400     05  JRN-REG-ANTERIOR          PIC X(159).
002500     05  JRN-REG-NUEVO             PIC X(159).
002600     05  JRN-USUARIO-AUTORIZA      PIC X(08).
