        identification division.
        program-id. cobro-creditos.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select creditos-file assign to "creditos.dat"
        organization is indexed
        access mode is dynamic
        record key is cre-no-credito
        file status is ws-fs-creditos.

        select amortizaciones-file assign to "amortizaciones.dat"
        organization is indexed
        access mode is dynamic
        record key is amo-llave
        file status is ws-fs-amortiza.

        select pagos-credito-file assign to "pagos_credito.dat"
        organization is indexed
        access mode is dynamic
        record key is pcr-no-mts-mts
        file status is ws-fs-pagos.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select saldos-file assign to "saldos.dat"
        organization is indexed
        access mode is dynamic
        record key is sdo-no-cte
        file status is ws-fs-saldos.

        select saldos-cuenta-file assign to "saldos_cuenta.dat"
        organization is indexed
        access mode is dynamic
        record key is sc-llave
        file status is ws-fs-saldos-cuenta.

        select auditoria-file assign to "auditoria.dat"
        organization is line sequential
        file status is ws-fs-auditoria.

        select folios-file assign to "folios.dat"
        organization is indexed
        access mode is dynamic
        record key is fol-llave
        file status is ws-fs-folios.

        select embargos-file assign to "embargos.dat"
        organization is indexed
        access mode is dynamic
        record key is emb-llave
        file status is ws-fs-embargos.

        select retenciones-fondos-file
        assign to "retenciones_fondos.dat"
        organization is indexed
        access mode is dynamic
        record key is rtf-llave
        file status is ws-fs-ret-fondos.

        select periodos-file assign to "periodos.dat"
        organization is indexed
        access mode is dynamic
        record key is per-llave
        file status is ws-fs-periodos.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
        file section.
        fd creditos-file.
        01 e1-creditos.
            05 cre-no-credito pic 9(10).
            05 cre-no-cte pic 9(10).
            05 cre-cuenta pic 9(13).
            05 cre-sucursal pic 9(4).
            05 cre-principal pic 9(10)V99.
            05 cre-tasa-anual pic 9V9999.
            05 cre-plazo pic 9(3).
            05 cre-frecuencia pic X(9).
                88 cre-mensual value "MENSUAL".
                88 cre-quincenal value "QUINCENAL".
                88 cre-semanal value "SEMANAL".
            05 cre-cuota pic 9(10)V99.
            05 cre-fecha-disposicion pic 9(8).
            05 cre-saldo-capital pic 9(10)V99.
            05 cre-dias-atraso pic 9(4).
            05 cre-status pic X(9).
                88 cre-vigente value "VIGENTE".
                88 cre-vencido value "VENCIDO".
                88 cre-liquidado value "LIQUIDADO".
            05 cre-no-mts-disp pic 9(13).
            05 cre-operador pic X(10).
        fd amortizaciones-file.
        01 e1-amortizacion.
            05 amo-llave.
                10 amo-no-credito pic 9(10).
                10 amo-no-pago pic 9(3).
            05 amo-fecha-vence pic 9(8).
            05 amo-capital pic 9(10)V99.
            05 amo-interes pic 9(10)V99.
            05 amo-cuota pic 9(10)V99.
            05 amo-saldo-insoluto pic 9(10)V99.
            05 amo-status pic X(9).
                88 amo-pendiente value "PENDIENTE".
                88 amo-pagada value "PAGADA".
            05 amo-fecha-pago pic 9(8).
            05 amo-no-mts pic 9(13).
        fd pagos-credito-file.
        01 e1-pago-credito.
            05 pcr-no-mts-mts pic 9(13).
            05 pcr-no-credito pic 9(10).
            05 pcr-no-pago pic 9(3).
            05 pcr-fecha pic 9(8).
            05 pcr-sucursal pic 9(4).
            05 pcr-capital pic 9(10)V99.
            05 pcr-interes pic 9(10)V99.
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
                88 cta-activa value "ACTIVA".
                88 cta-bloqueada value "BLOQUEADA".
                88 cta-cerrada value "CERRADA".
                88 cta-inactiva value "INACTIVA".
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
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
        fd saldos-file.
        01 e1-saldos.
            05 sdo-no-cte pic 9(10).
            05 sdo-saldo pic S9(10)V99.
            05 sdo-ultimo-mts pic 9(13).
        fd saldos-cuenta-file.
        01 e1-saldos-cuenta.
            05 sc-llave.
                10 sc-cuenta pic 9(13).
                10 sc-moneda pic X(3).
            05 sc-saldo pic S9(12)V99.
            05 sc-ultimo-mts pic 9(13).
        fd auditoria-file.
        01 e1-auditoria.
            05 aud-no-mts-mts pic 9(13).
            05 aud-operador pic X(10).
            05 aud-fecha pic 9(8).
            05 aud-hora pic 9(8).
            05 aud-autorizo pic X(10).
        fd folios-file.
        01 e1-folios.
            05 fol-llave pic X(10).
            05 fol-siguiente pic 9(13).
        fd embargos-file.
        01 e1-embargos.
            05 emb-llave.
                10 emb-cuenta pic 9(13).
                10 emb-expediente pic X(15).
            05 emb-no-cte pic 9(10).
            05 emb-monto-ordenado pic 9(12)V99.
            05 emb-autoridad pic X(30).
            05 emb-fecha-colocado pic 9(8).
            05 emb-fecha-liberado pic 9(8).
            05 emb-status pic X(10).
                88 emb-vigente value "VIGENTE".
                88 emb-liberado value "LIBERADO".
                88 emb-pagado value "PAGADO".
        fd retenciones-fondos-file.
        01 e1-retencion-fondos.
            05 rtf-llave.
                10 rtf-cuenta pic 9(13).
                10 rtf-no-mts-mts pic 9(13).
            05 rtf-no-cte pic 9(10).
            05 rtf-moneda pic X(3).
            05 rtf-monto pic 9(10)V99.
            05 rtf-no-cheque pic 9(10).
            05 rtf-fecha-deposito pic 9(8).
            05 rtf-fecha-liberacion pic 9(8).
            05 rtf-status pic X(9).
                88 rtf-vigente value "VIGENTE".
                88 rtf-liberada value "LIBERADA".
                88 rtf-reversada value "REVERSADA".
        fd periodos-file.
        01 e1-periodo.
            05 per-llave.
                10 per-anio pic 9(4).
                10 per-mes pic 9(2).
            05 per-status pic X(8).
                88 per-abierto value "ABIERTO".
                88 per-cerrado value "CERRADO".
            05 per-cerro pic X(10).
            05 per-fecha-cierre pic 9(8).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 fin-amortiza pic 9 value 0.
        77 ws-fs-creditos pic X(2) value "00".
        77 ws-fs-amortiza pic X(2) value "00".
        77 ws-fs-pagos pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-saldos pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-auditoria pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-trailer-existe pic 9 value 0.
        77 ws-total-count pic 9(10) value 0.
        77 ws-total-suma pic S9(10)V99 value 0.
        77 ws-operador pic X(10) value "CREDITOS".
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-proceso-dias pic 9(8) value 0.
        77 ws-vence-dias pic 9(8) value 0.
        77 ws-atraso pic S9(8) value 0.
        77 ws-atraso-max pic 9(4) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-no-credito pic 9(10) value 0.
        77 ws-rechazado pic 9 value 0.
        77 ws-cobro-detenido pic 9 value 0.
        77 ws-pendientes pic 9(3) value 0.
        77 ws-saldo-actual pic S9(12)V99 value 0.
        77 ws-saldo-proyectado pic S9(12)V99 value 0.
        77 ws-fs-embargos pic X(2) value "00".
        77 fin-embargos pic 9 value 0.
        77 ws-embargo-total pic 9(12)V99 value 0.
        77 ws-fs-ret-fondos pic X(2) value "00".
        77 fin-ret-fondos pic 9 value 0.
        77 ws-retencion-total pic 9(12)V99 value 0.
        77 ws-fs-periodos pic X(2) value "00".
        77 ws-periodo-cerrado pic 9 value 0.
        77 ws-sucursal pic 9(4) value 0.
        77 ws-siguiente-no-mts pic 9(13) value 1.
        77 ws-folio-calculado pic 9(13) value 1.
        77 ws-saldo-existe pic 9 value 0.
        77 ws-sc-existe pic 9 value 0.
        77 ws-monto-mxn pic S9(10)V99 value 0.
        77 ws-aud-fecha pic 9(8) value 0.
        77 ws-aud-hora pic 9(8) value 0.
        77 ws-tot-creditos pic 9(10) value 0.
        77 ws-tot-cuotas-vencidas pic 9(10) value 0.
        77 ws-tot-cobradas pic 9(10) value 0.
        77 ws-suma-cobradas pic 9(12)V99 value 0.
        77 ws-suma-capital pic 9(12)V99 value 0.
        77 ws-suma-interes pic 9(12)V99 value 0.
        77 ws-tot-no-cobradas pic 9(10) value 0.
        77 ws-suma-no-cobradas pic 9(12)V99 value 0.
        77 ws-tot-liquidados pic 9(10) value 0.
        77 ws-tot-vencidos pic 9(10) value 0.
        procedure division.
        inicio-cobro.
            accept ws-fecha-parm from command-line
            accept ws-fecha-sistema from date yyyymmdd
            if ws-fecha-parm not = spaces
                move ws-fecha-parm to ws-fecha-proceso
            else
                move ws-fecha-sistema(1:4) to ws-anio
                move ws-fecha-sistema(5:2) to ws-mes
                move ws-fecha-sistema(7:2) to ws-dia
                compute ws-fecha-proceso = ws-dia * 1000000
                    + ws-mes * 10000 + ws-anio
            end-if
            move ws-fecha-proceso(1:2) to ws-dia
            move ws-fecha-proceso(3:2) to ws-mes
            move ws-fecha-proceso(5:4) to ws-anio
            compute ws-proceso-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            display "COBRO DE CUOTAS DE CREDITO - FECHA "
                ws-fecha-proceso
            perform abrir-creditos
            perform abrir-amortizaciones
            perform abrir-pagos-credito
            perform abrir-cuentas
            perform abrir-movimientos
            perform abrir-saldos
            perform abrir-saldos-cuenta
            perform abrir-auditoria
            perform abrir-folios
            perform abrir-embargos
            perform abrir-retenciones-fondos
            perform abrir-periodos
            move 0 to fin-fichero
            move 0 to cre-no-credito
            start creditos-file key is not less than cre-no-credito
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read creditos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if not cre-liquidado
                            perform procesar-credito
                        end-if
                end-read
            end-perform
            perform actualizar-trailer
            close creditos-file
            close amortizaciones-file
            close pagos-credito-file
            close cuentas-file
            close movimientos-file
            close saldos-file
            close saldos-cuenta-file
            close auditoria-file
            close folios-file
            close embargos-file
            close retenciones-fondos-file
            close periodos-file
            display " "
            display "RESUMEN DE COBRO DE CREDITOS"
            display "   Creditos revisados:   " ws-tot-creditos
            display "   Cuotas exigibles:     " ws-tot-cuotas-vencidas
            display "   Cuotas cobradas: " ws-tot-cobradas
                "  Importe: " ws-suma-cobradas
            display "      Capital: " ws-suma-capital
                "  Interes: " ws-suma-interes
            display "   Cuotas no cobradas:   " ws-tot-no-cobradas
                "  Importe: " ws-suma-no-cobradas
            display "   Creditos liquidados:  " ws-tot-liquidados
            display "   Creditos con atraso:  " ws-tot-vencidos
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "CREDITOS" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-creditos.
            open i-o creditos-file
            if ws-fs-creditos not = "00"
                open output creditos-file
                close creditos-file
                open i-o creditos-file
            end-if.
        abrir-amortizaciones.
            open i-o amortizaciones-file
            if ws-fs-amortiza not = "00"
                open output amortizaciones-file
                close amortizaciones-file
                open i-o amortizaciones-file
            end-if.
        abrir-pagos-credito.
            open i-o pagos-credito-file
            if ws-fs-pagos not = "00"
                open output pagos-credito-file
                close pagos-credito-file
                open i-o pagos-credito-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        abrir-movimientos.
            open i-o movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open i-o movimientos-file
            end-if.
        abrir-saldos.
            open i-o saldos-file
            if ws-fs-saldos not = "00"
                open output saldos-file
                close saldos-file
                open i-o saldos-file
            end-if.
        abrir-saldos-cuenta.
            open i-o saldos-cuenta-file
            if ws-fs-saldos-cuenta not = "00"
                open output saldos-cuenta-file
                close saldos-cuenta-file
                open i-o saldos-cuenta-file
            end-if.
        abrir-auditoria.
            open extend auditoria-file
            if ws-fs-auditoria not = "00"
                open output auditoria-file
                close auditoria-file
                open extend auditoria-file
            end-if.
        abrir-folios.
            open i-o folios-file
            if ws-fs-folios not = "00"
                open output folios-file
                close folios-file
                open i-o folios-file
            end-if.
        abrir-embargos.
            open input embargos-file
            if ws-fs-embargos not = "00"
                open output embargos-file
                close embargos-file
                open input embargos-file
            end-if.
        abrir-retenciones-fondos.
            open input retenciones-fondos-file
            if ws-fs-ret-fondos not = "00"
                open output retenciones-fondos-file
                close retenciones-fondos-file
                open input retenciones-fondos-file
            end-if.
        abrir-periodos.
            open input periodos-file
            if ws-fs-periodos not = "00"
                open output periodos-file
                close periodos-file
                open input periodos-file
            end-if.
        procesar-credito.
            add 1 to ws-tot-creditos
            move cre-no-credito to ws-no-credito
            move 0 to ws-cobro-detenido
            move 0 to ws-atraso-max
            move 0 to ws-pendientes
            move 0 to fin-amortiza
            move ws-no-credito to amo-no-credito
            move 0 to amo-no-pago
            start amortizaciones-file key is not less than amo-llave
                invalid key move 1 to fin-amortiza
            end-start
            perform until fin-amortiza = 1
                read amortizaciones-file next record
                    at end move 1 to fin-amortiza
                    not at end
                        if amo-no-credito not = ws-no-credito
                            move 1 to fin-amortiza
                        else
                            if amo-pendiente
                                perform revisar-cuota
                            end-if
                        end-if
                end-read
            end-perform
            perform actualizar-credito.
        revisar-cuota.
            add 1 to ws-pendientes
            move amo-fecha-vence(1:2) to ws-dia
            move amo-fecha-vence(3:2) to ws-mes
            move amo-fecha-vence(5:4) to ws-anio
            compute ws-vence-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            if ws-vence-dias <= ws-proceso-dias
                add 1 to ws-tot-cuotas-vencidas
                if ws-cobro-detenido = 0
                    perform cobrar-cuota
                else
                    add 1 to ws-tot-no-cobradas
                    add amo-cuota to ws-suma-no-cobradas
                end-if
                if amo-pendiente
                    compute ws-atraso = ws-proceso-dias
                        - ws-vence-dias
                    if ws-atraso > ws-atraso-max
                        move ws-atraso to ws-atraso-max
                    end-if
                end-if
            end-if.
        cobrar-cuota.
            move 0 to ws-rechazado
            perform validar-periodo-cuota
            if ws-rechazado = 0
                perform validar-cuenta-cuota
            end-if
            if ws-rechazado = 0
                perform validar-fondos-cuota
            end-if
            if ws-rechazado = 0
                perform aplicar-cuota
            end-if
            if ws-rechazado = 1
                move 1 to ws-cobro-detenido
                add 1 to ws-tot-no-cobradas
                add amo-cuota to ws-suma-no-cobradas
            end-if.
        validar-periodo-cuota.
            move 0 to ws-periodo-cerrado
            if ws-fs-periodos = "00"
                move ws-fecha-proceso(3:2) to per-mes
                move ws-fecha-proceso(5:4) to per-anio
                read periodos-file
                    invalid key continue
                    not invalid key
                        if per-cerrado
                            move 1 to ws-periodo-cerrado
                        end-if
                end-read
            end-if
            if ws-periodo-cerrado = 1
                move 1 to ws-rechazado
                display "CUOTA NO COBRADA: credito " ws-no-credito
                    " pago " amo-no-pago " la fecha "
                    ws-fecha-proceso
                    " cae en un periodo contable cerrado"
            end-if.
        validar-cuenta-cuota.
            move cre-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 1 to ws-rechazado
                    display "CUOTA NO COBRADA: credito " ws-no-credito
                        " la cuenta " cre-cuenta
                        " no esta registrada"
                not invalid key
                    if cta-activa
                        move cta-sucursal to ws-sucursal
                    else
                        move 1 to ws-rechazado
                        display "CUOTA NO COBRADA: credito "
                            ws-no-credito " la cuenta " cre-cuenta
                            " esta " cta-status
                    end-if
            end-read.
        validar-fondos-cuota.
            move 0 to ws-saldo-actual
            move cre-cuenta to sc-cuenta
            move "MXN" to sc-moneda
            read saldos-cuenta-file
                invalid key continue
                not invalid key move sc-saldo to ws-saldo-actual
            end-read
            subtract amo-cuota from ws-saldo-actual
                giving ws-saldo-proyectado
            if ws-saldo-proyectado < 0
                move 1 to ws-rechazado
                display "CUOTA NO COBRADA: credito " ws-no-credito
                    " pago " amo-no-pago " fondos insuficientes en "
                    "la cuenta " cre-cuenta
            end-if
            if ws-rechazado = 0
                perform calcular-embargo-cuenta
                if ws-saldo-proyectado < ws-embargo-total
                    move 1 to ws-rechazado
                    display "CUOTA NO COBRADA: credito "
                        ws-no-credito " la cuenta " cre-cuenta
                        " tiene fondos embargados por orden judicial"
                end-if
            end-if
            if ws-rechazado = 0
                perform calcular-retencion-cuenta
                if ws-saldo-proyectado <
                    ws-embargo-total + ws-retencion-total
                    move 1 to ws-rechazado
                    display "CUOTA NO COBRADA: credito "
                        ws-no-credito " la cuenta " cre-cuenta
                        " tiene depositos salvo buen cobro aun no "
                        "disponibles"
                end-if
            end-if.
        calcular-embargo-cuenta.
            move 0 to ws-embargo-total
            move 0 to fin-embargos
            move cre-cuenta to emb-cuenta
            move spaces to emb-expediente
            start embargos-file key is not less than emb-llave
                invalid key move 1 to fin-embargos
            end-start
            perform until fin-embargos = 1
                read embargos-file next record
                    at end move 1 to fin-embargos
                    not at end
                        if emb-cuenta not = cre-cuenta
                            move 1 to fin-embargos
                        else
                            if emb-vigente
                                add emb-monto-ordenado
                                    to ws-embargo-total
                            end-if
                        end-if
                end-read
            end-perform.
        calcular-retencion-cuenta.
            move 0 to ws-retencion-total
            move 0 to fin-ret-fondos
            move cre-cuenta to rtf-cuenta
            move 0 to rtf-no-mts-mts
            start retenciones-fondos-file
                key is not less than rtf-llave
                invalid key move 1 to fin-ret-fondos
            end-start
            perform until fin-ret-fondos = 1
                read retenciones-fondos-file next record
                    at end move 1 to fin-ret-fondos
                    not at end
                        if rtf-cuenta not = cre-cuenta
                            move 1 to fin-ret-fondos
                        else
                            if rtf-vigente and rtf-moneda = "MXN"
                                add rtf-monto to ws-retencion-total
                            end-if
                        end-if
                end-read
            end-perform.
        aplicar-cuota.
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move cre-no-cte to e1-no-cte-mts
            move cre-cuenta to e1-cta-chq-mts
            move cre-no-credito to e1-cta-cbe-mts
            move "PAGOCRED" to e1-tipo-mts
            subtract amo-cuota from 0 giving e1-sdo-mts
            move ws-fecha-proceso to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move ws-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    move 1 to ws-rechazado
                    display "CUOTA NO COBRADA: no se pudo grabar el "
                        "cargo del credito " ws-no-credito
                        " pago " amo-no-pago
                not invalid key
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    perform grabar-pago-credito
                    move "PAGADA" to amo-status
                    move ws-fecha-proceso to amo-fecha-pago
                    move e1-no-mts-mts to amo-no-mts
                    rewrite e1-amortizacion
                        invalid key
                            display "No se pudo marcar pagado el pago "
                                amo-no-pago " del credito "
                                ws-no-credito
                    end-rewrite
                    subtract 1 from ws-pendientes
                    add 1 to ws-tot-cobradas
                    add amo-cuota to ws-suma-cobradas
                    add amo-capital to ws-suma-capital
                    add amo-interes to ws-suma-interes
            end-write.
        grabar-pago-credito.
            move e1-no-mts-mts to pcr-no-mts-mts
            move amo-no-credito to pcr-no-credito
            move amo-no-pago to pcr-no-pago
            move ws-fecha-proceso to pcr-fecha
            move ws-sucursal to pcr-sucursal
            move amo-capital to pcr-capital
            move amo-interes to pcr-interes
            write e1-pago-credito
                invalid key
                    display "No se pudo registrar el desglose del "
                        "pago " e1-no-mts-mts " en pagos_credito.dat"
            end-write.
        actualizar-credito.
            move ws-atraso-max to cre-dias-atraso
            if ws-pendientes = 0
                move "LIQUIDADO" to cre-status
                move 0 to cre-saldo-capital
                add 1 to ws-tot-liquidados
                display "Credito " ws-no-credito " liquidado."
            else
                if ws-atraso-max > 0
                    move "VENCIDO" to cre-status
                    add 1 to ws-tot-vencidos
                else
                    move "VIGENTE" to cre-status
                end-if
            end-if
            perform recalcular-saldo-capital
            rewrite e1-creditos
                invalid key
                    display "No se pudo actualizar el credito "
                        ws-no-credito
            end-rewrite.
        recalcular-saldo-capital.
            if ws-pendientes > 0
                move 0 to cre-saldo-capital
                move 0 to fin-amortiza
                move ws-no-credito to amo-no-credito
                move 0 to amo-no-pago
                start amortizaciones-file
                    key is not less than amo-llave
                    invalid key move 1 to fin-amortiza
                end-start
                perform until fin-amortiza = 1
                    read amortizaciones-file next record
                        at end move 1 to fin-amortiza
                        not at end
                            if amo-no-credito not = ws-no-credito
                                move 1 to fin-amortiza
                            else
                                if amo-pendiente
                                    add amo-capital
                                        to cre-saldo-capital
                                end-if
                            end-if
                    end-read
                end-perform
            end-if.
        obtener-siguiente-no-mts.
            move "MOVIMIENTO" to fol-llave
            read folios-file
                invalid key
                    perform calcular-folio-inicial
                    move "MOVIMIENTO" to fol-llave
                    move ws-folio-calculado to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "movimientos en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-siguiente-no-mts
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "movimientos en folios.dat"
            end-rewrite.
        calcular-folio-inicial.
            move 1 to ws-folio-calculado
            move 0 to fin-folios
            move 0 to e1-no-mts-mts
            start movimientos-file
                key is not less than e1-no-mts-mts
                invalid key move 1 to fin-folios
            end-start
            perform until fin-folios = 1
                read movimientos-file next record
                    at end move 1 to fin-folios
                    not at end
                        if e1-no-mts-mts not = ws-trailer-key
                            and e1-no-mts-mts >= ws-folio-calculado
                            compute ws-folio-calculado =
                                e1-no-mts-mts + 1
                        end-if
                end-read
            end-perform.
        registrar-auditoria.
            accept ws-aud-fecha from date yyyymmdd
            accept ws-aud-hora from time
            move e1-no-mts-mts to aud-no-mts-mts
            move ws-operador to aud-operador
            move ws-aud-fecha to aud-fecha
            move ws-aud-hora to aud-hora
            move spaces to aud-autorizo
            write e1-auditoria.
        actualizar-saldo.
            move e1-sdo-mts to ws-monto-mxn
            move e1-no-cte-mts to sdo-no-cte
            read saldos-file
                invalid key move 0 to ws-saldo-existe
                not invalid key move 1 to ws-saldo-existe
            end-read
            move e1-no-cte-mts to sdo-no-cte
            if ws-saldo-existe = 1
                add ws-monto-mxn to sdo-saldo
                move e1-no-mts-mts to sdo-ultimo-mts
                rewrite e1-saldos
            else
                move ws-monto-mxn to sdo-saldo
                move e1-no-mts-mts to sdo-ultimo-mts
                write e1-saldos
            end-if.
        actualizar-saldo-cuenta.
            move e1-cta-chq-mts to sc-cuenta
            move e1-moneda-mts to sc-moneda
            read saldos-cuenta-file
                invalid key move 0 to ws-sc-existe
                not invalid key move 1 to ws-sc-existe
            end-read
            move e1-cta-chq-mts to sc-cuenta
            move e1-moneda-mts to sc-moneda
            if ws-sc-existe = 1
                add e1-sdo-mts to sc-saldo
                move e1-no-mts-mts to sc-ultimo-mts
                rewrite e1-saldos-cuenta
            else
                move e1-sdo-mts to sc-saldo
                move e1-no-mts-mts to sc-ultimo-mts
                write e1-saldos-cuenta
            end-if.
        actualizar-trailer.
            move 0 to ws-total-count
            move 0 to ws-total-suma
            move 0 to fin-fichero
            move 0 to e1-no-mts-mts
            start movimientos-file
                key is not less than e1-no-mts-mts
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read movimientos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if e1-no-mts-mts not = ws-trailer-key
                            add 1 to ws-total-count
                            add e1-sdo-mts to ws-total-suma
                        end-if
                end-read
            end-perform
            move ws-trailer-key to e1-no-mts-mts
            read movimientos-file
                invalid key move 0 to ws-trailer-existe
                not invalid key move 1 to ws-trailer-existe
            end-read
            move ws-trailer-key to e1-no-mts-mts
            move ws-total-count to e1-no-cte-mts
            move 0 to e1-cta-chq-mts
            move 0 to e1-cta-cbe-mts
            move "TRAILER " to e1-tipo-mts
            move ws-total-suma to e1-sdo-mts
            move 0 to e1-fech-mts
            move spaces to e1-moneda-mts
            move 0 to e1-sucursal
            if ws-trailer-existe = 1
                perform armar-llaves-mts
                rewrite e1-movimientos
            else
                perform armar-llaves-mts
                write e1-movimientos
            end-if.
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
