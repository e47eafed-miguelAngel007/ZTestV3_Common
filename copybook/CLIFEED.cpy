000800* los totales del extracto. El detalle incluye los datos de
000810* contacto del satelite CLIENTE-CONTACTO; si el cliente no
000820* tiene contacto cargado los campos vienen en espacios.
000830*
000840* FEED-CNS-xxx informa la situacion del cliente en el registro
000850* de consentimientos (CLI-CONSENT): 'S' consiente, 'N' no
000860* consiente, espacio sin informar. Un canal de contacto en 'N'
000870* (telefono, email o correo postal) viene ademas con sus datos
000880* en espacios; marketing y cesion a terceros en 'N' solo se
000890* marcan: el CRM no debe usar al cliente para campanas ni
000895* pasar sus datos a terceros.
000900*****************************************************************
001000 01  CLIFEED-DETALLE.
001100     05  FEED-TIPO-REG            PIC X(01).
002140     05  FEED-CTO-COD-POSTAL      PIC X(08).
002150     05  FEED-CTO-TELEFONO        PIC X(15) OCCURS 3 TIMES.
002160     05  FEED-CTO-EMAIL           PIC X(50).
002170     05  FEED-CNS-TELEFONO        PIC X(01).
002175     05  FEED-CNS-EMAIL           PIC X(01).
002180     05  FEED-CNS-CORREO          PIC X(01).
002185     05  FEED-CNS-MARKETING       PIC X(01).
002190     05  FEED-CNS-TERCEROS        PIC X(01).
002200     05  FEED-RELLENO             PIC X(15).
002300
002400 01  CLIFEED-TRAILER.
002500     05  TRAILER-TIPO-REG         PIC X(01).
