000100*****************************************************************
000200* CLICNMPM.cpy - Area de control para CLICNM01
000300*
000400* Interfaz unica de mantenimiento batch del archivo de
000500* consentimientos y preferencias de comunicacion CLI-CONSENT,
000600* hermana de CLIOVMPM.cpy para el maestro de overrides.
000700*
000800* Convencion de llamada:
000900*     CALL 'CLICNM01' USING CLICNM-CONTROL, WS-CONSENTIMIENTO
001000*
001100* CLICNM-CONTROL lleva la funcion pedida, el codigo de retorno y
001200* el programa llamador (queda en el historial CLI-CNS-LOG);
001300* WS-CONSENTIMIENTO (COPY CLICNS) lleva el registro de
001400* entrada/salida, con el usuario en CNS-USUARIO. En alta y
001500* cambio cada item informado (estado 'S' o 'N') exige canal de
001600* origen valido y fecha no posterior a la del dia (en cero se
001700* toma la del dia); un item con estado en espacios no se toca
001800* en el cambio. El alta exige al menos un item informado y
001900* estampa la fecha de alta; alta, cambio y baja dejan en
002000* CLI-CNS-LOG un registro por item cuyo estado cambio.
002100*****************************************************************
002200 01  CLICNM-CONTROL.
002300     05  CLICNM-FUNCION            PIC X(01).
002400         88  CLICNM-ALTA               VALUE 'A'.
002500         88  CLICNM-CAMBIO             VALUE 'C'.
002600         88  CLICNM-BAJA               VALUE 'B'.
002700         88  CLICNM-CONSULTA           VALUE 'I'.
002800     05  CLICNM-COD-RETORNO        PIC X(02).
002900         88  CLICNM-OK                 VALUE '00'.
003000         88  CLICNM-NO-ENCONTRADO      VALUE '01'.
003100         88  CLICNM-YA-EXISTE          VALUE '02'.
003200         88  CLICNM-DATO-INVALIDO      VALUE '03'.
003300         88  CLICNM-ERROR-IO           VALUE '04'.
003400         88  CLICNM-FUNCION-INVALIDA   VALUE '05'.
003500     05  CLICNM-PROGRAMA           PIC X(08).
