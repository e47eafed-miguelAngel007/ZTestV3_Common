000100*****************************************************************
000200* CLINOTL.cpy - Registro FD del log de cartas de notificacion
000300*               CLI-NOT-LOG (DD CLINOTL), indexado por NOTLG-CLAVE
000400*               (CLI-ID + evento + fecha y hora del evento, la del
000500*               registro de CLI-CALIF-LOG o CLI-HIST-LOG que la
000600*               origino); registros de 60 posiciones.
000700*
000800* CLINOT01 graba un registro por cada evento notificado por algun
000900* canal y no vuelve a notificar un evento que ya esta en el log,
001000* aunque el periodo pedido se superponga con una corrida anterior.
001100* Nombre de nivel 01 propio (no WS-) para usar directamente en la
001200* FD, igual que CLIEMFD.cpy.
001300*****************************************************************
001400 01  CLI-NOTLG-REG.
001500     05  NOTLG-CLAVE.
001600         10  NOTLG-CLI-ID          PIC 9(10).
001700         10  NOTLG-EVENTO          PIC X(04).
001800         10  NOTLG-FECHA-EVENTO    PIC 9(08).
001900         10  NOTLG-HORA-EVENTO     PIC 9(08).
002000     05  NOTLG-FECHA-ENVIO         PIC 9(08).
002100     05  NOTLG-POSTAL              PIC X(01).
002200     05  NOTLG-EMAIL               PIC X(01).
002300     05  NOTLG-SUCURSAL            PIC X(04).
002400     05  NOTLG-CALIF-ANTERIOR      PIC 9(02).
002500     05  NOTLG-CALIF-NUEVA         PIC 9(02).
002600     05  NOTLG-RELLENO             PIC X(12).
