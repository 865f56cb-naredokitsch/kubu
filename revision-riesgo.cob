        environment division.
        input-output section.
        file-control.
        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select movimientos-hist-file assign to "movimientos_hist.dat"
        organization is indexed
        access mode is dynamic
        record key is hs-no-mts-mts
        alternate record key is hs-llave-cta-mts
        alternate record key is hs-llave-cte-mts
        file status is ws-fs-hist.

        select riesgo-file assign to "riesgo_clientes.dat"
        organization is indexed
        access mode is dynamic

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.

        select vinculos-file
        assign to "personas_morales_vinculos.dat"
        organization is indexed
        access mode is dynamic
        record key is pmv-llave
        file status is ws-fs-vinculos.
        data division.
        file section.
        fd movimientos-file.
        01 e1-movimientos.
            05 e1-no-mts-mts pic 9(13).
            05 e1-no-cte-mts pic 9(10).
            05 e1-cta-chq-mts pic 9(13).
            05 e1-cta-cbe-mts pic 9(20).
            05 e1-tipo-mts pic A(8).
            05 e1-sdo-mts pic S9(10)V99.
            05 e1-fech-mts pic 9(8).
            05 e1-moneda-mts pic X(3).
            05 e1-sucursal pic 9(4).
            05 e1-llave-cta-mts.
                10 e1-lcta-cuenta pic 9(13).
                10 e1-lcta-fecha pic 9(8).
                10 e1-lcta-no-mts pic 9(13).
            05 e1-llave-cte-mts.
                10 e1-lcte-no-cte pic 9(10).
                10 e1-lcte-fecha pic 9(8).
                10 e1-lcte-no-mts pic 9(13).
        fd movimientos-hist-file.
        01 hs-movimientos.
            05 hs-no-mts-mts pic 9(13).
            05 hs-no-cte-mts pic 9(10).
            05 hs-cta-chq-mts pic 9(13).
            05 hs-cta-cbe-mts pic 9(20).
            05 hs-tipo-mts pic A(8).
            05 hs-sdo-mts pic S9(10)V99.
            05 hs-fech-mts pic 9(8).
            05 hs-moneda-mts pic X(3).
            05 hs-sucursal pic 9(4).
            05 hs-llave-cta-mts.
                10 hs-lcta-cuenta pic 9(13).
                10 hs-lcta-fecha pic 9(8).
                10 hs-lcta-no-mts pic 9(13).
            05 hs-llave-cte-mts.
                10 hs-lcte-no-cte pic 9(10).
                10 hs-lcte-fecha pic 9(8).
                10 hs-lcte-no-mts pic 9(13).
        fd riesgo-file.
        01 e1-riesgo.
            05 rie-no-cte pic 9(10).
            05 par-valor pic 9(10)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd vinculos-file.
        01 e1-vinculo.
            05 pmv-llave.
                10 pmv-no-cte-moral pic 9(10).
                10 pmv-tipo pic X(1).
                    88 pmv-representante value "R".
                    88 pmv-beneficiario value "B".
                10 pmv-no-cte-fisica pic 9(10).
            05 pmv-cargo pic X(20).
            05 pmv-porcentaje pic 9(3)V99.
            05 pmv-fecha-alta pic 9(8).
            05 pmv-operador pic X(10).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-actual-abierto pic 9 value 0.
        77 ws-fs-hist pic X(2) value "00".
        77 ws-hist-abierto pic 9 value 0.
        77 ws-fs-riesgo pic X(2) value "00".
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-total-propuestas pic 9(10) value 0.
        77 ws-total-refresco pic 9(10) value 0.
        77 ws-rev-comp pic 9(8) value 0.
        77 ws-fs-vinculos pic X(2) value "00".
        77 fin-vinculos pic 9 value 0.
        77 ws-origen-propuesta pic X(10) value "BATCH".
        77 ws-benef-actual pic 9(10) value 0.
        77 ws-total-benef pic 9(10) value 0.
        01 ws-clave-actual pic X(31) value spaces.
        01 ws-clave-hist pic X(31) value spaces.
        01 or-movimientos.
            05 or-no-mts-mts pic 9(13).
            05 or-no-cte-mts pic 9(10).
            05 or-cta-chq-mts pic 9(13).
            05 or-cta-cbe-mts pic 9(20).
            05 or-tipo-mts pic A(8).
            05 or-sdo-mts pic S9(10)V99.
            05 or-fech-mts pic 9(8).
            05 or-moneda-mts pic X(3).
            05 or-sucursal pic 9(4).
        procedure division.
        inicio-revision.
            display "RECLASIFICACION PERIODICA DE RIESGO PLD"
            perform cargar-tasas
            close tasas-file
            perform abrir-riesgo
            perform posicionar-actual
            perform posicionar-historico
            move 1 to ws-primer-registro
            perform until ws-clave-actual = high-values
                and ws-clave-hist = high-values
                if ws-clave-hist < ws-clave-actual
                    move hs-movimientos to or-movimientos
                    perform leer-historico
                else
                    move e1-movimientos to or-movimientos
                    perform leer-actual
                end-if
                if or-no-mts-mts not = ws-trailer-key
                    perform analizar-movimiento
                end-if
            end-perform
            if ws-primer-registro = 0
                perform cerrar-cliente
            end-if
            if ws-actual-abierto = 1
                close movimientos-file
            end-if
            if ws-hist-abierto = 1
                close movimientos-hist-file
            end-if
            perform revisar-beneficiarios
            perform reportar-expedientes-vencidos
            close riesgo-file
            display " "
            display "Propuestas de subida de nivel: "
                ws-total-propuestas
            display "   de ellas por beneficiario controlador: "
                ws-total-benef
            display "Expedientes de alto riesgo por actualizar: "
                ws-total-refresco
            perform marcar-checkpoint
                close riesgo-file
                open i-o riesgo-file
            end-if.
        posicionar-actual.
            move high-values to ws-clave-actual
            open input movimientos-file
            if ws-fs-movimientos = "00"
                move 1 to ws-actual-abierto
                move 0 to fin-fichero
                move 0 to e1-lcte-no-cte
                move 0 to e1-lcte-fecha
                move 0 to e1-lcte-no-mts
                start movimientos-file
                    key is not less than e1-llave-cte-mts
                    invalid key move 1 to fin-fichero
                end-start
                if fin-fichero = 0
                    perform leer-actual
                end-if
            end-if.
        leer-actual.
            move high-values to ws-clave-actual
            read movimientos-file next record
                at end continue
                not at end move e1-llave-cte-mts to ws-clave-actual
            end-read.
        posicionar-historico.
            move high-values to ws-clave-hist
            open input movimientos-hist-file
            if ws-fs-hist = "00"
                move 1 to ws-hist-abierto
                move 0 to fin-fichero
                move 0 to hs-lcte-no-cte
                move 0 to hs-lcte-fecha
                move 0 to hs-lcte-no-mts
                start movimientos-hist-file
                    key is not less than hs-llave-cte-mts
                    invalid key move 1 to fin-fichero
                end-start
                if fin-fichero = 0
                    perform leer-historico
                end-if
            end-if.
        leer-historico.
            move high-values to ws-clave-hist
            read movimientos-hist-file next record
                at end continue
                not at end move hs-llave-cte-mts to ws-clave-hist
            end-read.
        analizar-movimiento.
            if ws-primer-registro = 1
                move or-no-cte-mts to ws-cliente-actual
                move ws-nivel-calculado to rie-nivel-propuesto
                move "PROPUESTO" to rie-status
                move "BATCH" to rie-propuso
                move ws-origen-propuesta to rie-origen
                if ws-benef-actual = 0
                    display "PROPUESTA: cliente " ws-cliente-actual
                        " subir a " ws-nivel-calculado
                        " por volumen de " ws-cte-volumen
                        " MXN en " ws-cte-operaciones
                        " operaciones en 12 meses"
                else
                    display "PROPUESTA: cliente " ws-cliente-actual
                        " subir a " ws-nivel-calculado
                        " por su beneficiario controlador "
                        ws-benef-actual " de riesgo "
                        ws-nivel-calculado
                    add 1 to ws-total-benef
                end-if
                if ws-riesgo-existe = 1
                    rewrite e1-riesgo
                        invalid key
                end-if
                add 1 to ws-total-propuestas
            end-if.
        revisar-beneficiarios.
            open input vinculos-file
            if ws-fs-vinculos = "00"
                move "BENEFCTRL" to ws-origen-propuesta
                move 0 to fin-vinculos
                move low-values to pmv-llave
                start vinculos-file key is not less than pmv-llave
                    invalid key move 1 to fin-vinculos
                end-start
                perform until fin-vinculos = 1
                    read vinculos-file next record
                        at end move 1 to fin-vinculos
                        not at end
                            if pmv-beneficiario
                                perform revisar-beneficiario
                            end-if
                    end-read
                end-perform
                close vinculos-file
                move "BATCH" to ws-origen-propuesta
                move 0 to ws-benef-actual
            end-if.
        revisar-beneficiario.
            move 1 to ws-rango-calculado
            move pmv-no-cte-fisica to rie-no-cte
            read riesgo-file
                invalid key continue
                not invalid key
                    if rie-nivel = "MEDIO"
                        move "MEDIO" to ws-nivel-calculado
                        move 2 to ws-rango-calculado
                    end-if
                    if rie-nivel = "ALTO"
                        move "ALTO" to ws-nivel-calculado
                        move 3 to ws-rango-calculado
                    end-if
            end-read
            if ws-rango-calculado > 1
                move pmv-no-cte-moral to ws-cliente-actual
                move pmv-no-cte-fisica to ws-benef-actual
                perform proponer-nivel
            end-if.
        reportar-expedientes-vencidos.
            display " "
            display "EXPEDIENTES DE ALTO RIESGO POR ACTUALIZAR"
