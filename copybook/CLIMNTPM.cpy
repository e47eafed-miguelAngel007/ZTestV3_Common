001000*
001100* CLIMNT-CONTROL lleva la funcion pedida y el codigo de
001200* retorno; WS-CLIENTE (COPY CLIENTE) lleva el dato del cliente
001300* de entrada/salida. Alta y cambio de sucursal exigen que
001310* CLI-SUCURSAL exista en el maestro de sucursales y este
001320* abierta (retorno '06' si no).
001400*****************************************************************
001500 01  CLIMNT-CONTROL.
001600     05  CLIMNT-FUNCION            PIC X(01).
002500         88  CLIMNT-DOC-INVALIDO       VALUE '03'.
002600         88  CLIMNT-ERROR-IO           VALUE '04'.
002700         88  CLIMNT-FUNCION-INVALIDA   VALUE '05'.
002750         88  CLIMNT-SUCURSAL-INVALIDA  VALUE '06'.
002800     05  CLIMNT-USUARIO            PIC X(08).
002900     05  CLIMNT-MOTIVO             PIC X(04).
