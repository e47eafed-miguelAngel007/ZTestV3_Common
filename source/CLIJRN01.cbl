001300*                     journal de cambios del maestro
001400*                     CLI-JRN-LOG, con imagen anterior y
001500*                     nueva de cada reescritura.
001510* 2026-10-15  EAD     Funcion 'D' para los cambios con doble
001520*                     control aprobados en CLIAPR01: el
001530*                     registro lleva tambien el supervisor que
001540*                     aprobo (JRN-USUARIO-AUTORIZA).
001600*****************************************************************
001700* Grabacion unica del journal de cambios de CLIENTE-MASTER.
001800* Todo programa que reescribe el maestro (CLIMNT01, CLILOAD1,
003000*       transaccion CLIUPD01 lo escribe en la cola TD
003100*       extrapartition CLIJ; los verbos COBOL de archivo no
003200*       corren bajo CICS).
003210*   'D' igual que 'A', con el supervisor que aprobo el cambio
003220*       (doble control) en JRN-USUARIO-AUTORIZA.
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
006700             PERFORM 1000-GRABAR-REGISTRO THRU 1000-EXIT
006800         WHEN CLIJRN-ARMAR
006900             PERFORM 2000-ARMAR-REGISTRO THRU 2000-EXIT
006910         WHEN CLIJRN-ARMAR-DOBLE-CONTROL
006920             PERFORM 2000-ARMAR-REGISTRO THRU 2000-EXIT
007000         WHEN OTHER
007100             SET CLIJRN-FUNCION-INVALIDA TO TRUE
007200     END-EVALUATE
011100
011200*****************************************************************
011300* 3000-CARGAR-CAMPOS - el CLI-ID se toma de la imagen nueva     *
011400*      (posiciones 1-10 del layout CLIEMFD); el supervisor que  *
011410*      aprobo solo se toma en la funcion de doble control       *
011500*****************************************************************
011600 3000-CARGAR-CAMPOS.
011700     MOVE CLIJRN-REG-NUEVO (1:10) TO JRN-CLI-ID
012100     MOVE CLIJRN-USUARIO          TO JRN-USUARIO
012200     MOVE CLIJRN-MOTIVO           TO JRN-MOTIVO
012300     MOVE CLIJRN-REG-ANTERIOR     TO JRN-REG-ANTERIOR
012400     MOVE CLIJRN-REG-NUEVO        TO JRN-REG-NUEVO
012410     IF CLIJRN-ARMAR-DOBLE-CONTROL
012420         MOVE CLIJRN-USUARIO-AUTORIZA TO JRN-USUARIO-AUTORIZA
012430     ELSE
012440         MOVE SPACES                  TO JRN-USUARIO-AUTORIZA
012450     END-IF.
012500 3000-EXIT.
012600     EXIT.
