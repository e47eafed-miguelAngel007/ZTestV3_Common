000100*****************************************************************
000200* CLICTJ.cpy - Registro FD del archivo CLI-CTJ-LOG, journal de
000300*              cambios del satelite CLIENTE-CONTACTO.
000400*
000500* Un registro por cada cambio de datos de contacto aplicado por
000600* la mesa de atencion (CLIUPD01) o por la novedad entrante del
000700* CRM (CLICRM01), con la imagen completa anterior y la nueva
000800* (layout CLICTFD.cpy, 203 posiciones cada una; la anterior en
000900* espacios si el cliente no tenia contacto cargado), mas fecha,
001000* hora, programa, usuario y motivo del cambio. Lo graba
001100* CLICTJ01 (en batch) o la cola TD extrapartition CLIC (en
001200* linea, ver CLIUPD01), igual que el journal del maestro
001300* (CLIJRN.cpy). CLICRM01 lo lee para detectar los cambios de
001400* la mesa posteriores a una novedad del CRM.
001500* El archivo se extiende en cada corrida y no se purga.
001600* Nombre de nivel 01 propio (no WS-) para usar directamente
001700* en la FD, igual que CLIEMFD.cpy.
001800*****************************************************************
001900 01  CLI-CTJ-REG.
002000     05  CTJ-CLI-ID                PIC 9(10).
002100     05  CTJ-FECHA                 PIC 9(08).
002200     05  CTJ-HORA                  PIC 9(08).
002300     05  CTJ-PROGRAMA              PIC X(08).
002400     05  CTJ-USUARIO               PIC X(08).
002500     05  CTJ-MOTIVO                PIC X(04).
002600     05  CTJ-REG-ANTERIOR          PIC X(203).
002700     05  CTJ-REG-NUEVO             PIC X(203).
