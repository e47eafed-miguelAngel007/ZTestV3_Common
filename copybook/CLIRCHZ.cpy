001000* Valores de RECHZ-COD-MOTIVO:
001100*   '10'-'13' - codigos de DOCVAL01 (documento invalido),
001200*               grabados por CLILOAD1 en la carga nocturna.
001210*   '06'      - sucursal inexistente en el maestro de
001220*               sucursales o cerrada; la graba CLILOAD1 en la
001230*               carga nocturna y CLIRPRO1 (retorno '06' de
001240*               CLIMNT01) cuando el reproceso la vuelve a
001250*               rechazar.
001300*   '01'-'05' - codigos de CLIMNT01, grabados por CLIRPRO1
001400*               cuando el reproceso vuelve a rechazar el
001500*               registro corregido.
