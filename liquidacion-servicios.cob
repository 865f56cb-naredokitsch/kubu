        identification division.
        program-id. liquidacion-servicios.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select emisores-file assign to "emisores_servicios.dat"
        organization is indexed
        access mode is dynamic
        record key is ems-codigo
        file status is ws-fs-emisores.

        select pagos-servicios-file assign to "pagos_servicios.dat"
        organization is indexed
        access mode is dynamic
        record key is pgs-folio
        file status is ws-fs-pagos.

        select pago-emisor-file assign to "pago_emisor.dat"
        organization is line sequential
        file status is ws-fs-pago-emisor.

        select liquidaciones-file
        assign to "liquidacion_servicios.dat"
        organization is line sequential
        file status is ws-fs-liquidaciones.

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

        select periodos-file assign to "periodos.dat"
        organization is indexed
        access mode is dynamic
        record key is per-llave
        file status is ws-fs-periodos.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
        file section.
        fd emisores-file.
        01 e1-emisor.
            05 ems-codigo pic X(4).
            05 ems-nombre pic X(30).
            05 ems-long-referencia pic 9(2).
            05 ems-tipo-referencia pic X(1).
                88 ems-ref-numerica value "N".
                88 ems-ref-alfanumerica value "A".
            05 ems-digito pic X(7).
                88 ems-sin-digito value "NINGUNO".
                88 ems-digito-mod10 value "MOD10".
                88 ems-digito-mod11 value "MOD11".
            05 ems-comision pic 9(6)V99.
            05 ems-cuenta pic 9(13).
            05 ems-status pic X(10).
                88 ems-activo value "ACTIVO".
                88 ems-suspendido value "SUSPENDIDO".
        fd pagos-servicios-file.
        01 e1-pago-servicio.
            05 pgs-folio pic 9(10).
            05 pgs-emisor pic X(4).
            05 pgs-referencia pic X(30).
            05 pgs-monto pic 9(10)V99.
            05 pgs-comision pic 9(6)V99.
            05 pgs-comision-base pic 9(6)V99.
            05 pgs-comision-iva pic 9(6)V99.
            05 pgs-forma pic X(1).
                88 pgs-en-efectivo value "E".
                88 pgs-con-cargo value "C".
            05 pgs-cuenta pic 9(13).
            05 pgs-no-cte pic 9(10).
            05 pgs-no-mts pic 9(13).
            05 pgs-fecha pic 9(8).
            05 pgs-sucursal pic 9(4).
            05 pgs-operador pic X(10).
            05 pgs-status pic X(9).
                88 pgs-pendiente value "PENDIENTE".
                88 pgs-liquidado value "LIQUIDADO".
            05 pgs-fecha-liquidacion pic 9(8).
            05 pgs-no-mts-liquidacion pic 9(13).
        fd pago-emisor-file.
        01 e1-pago-emisor.
            05 pem-tipo pic X(1).
                88 pem-detalle value "D".
                88 pem-total value "T".
            05 pem-emisor pic X(4).
            05 pem-folio pic 9(10).
            05 pem-referencia pic X(30).
            05 pem-monto pic 9(12)V99.
            05 pem-fecha pic 9(8).
            05 pem-sucursal pic 9(4).
        fd liquidaciones-file.
        01 e1-liquidacion.
            05 lsv-fecha pic 9(8).
            05 lsv-emisor pic X(4).
            05 lsv-pagos pic 9(6).
            05 lsv-importe pic 9(12)V99.
            05 lsv-cuenta pic 9(13).
            05 lsv-no-mts pic 9(13).
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
        77 fin-emisores pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 ws-fs-emisores pic X(2) value "00".
        77 ws-fs-pagos pic X(2) value "00".
        77 ws-fs-pago-emisor pic X(2) value "00".
        77 ws-fs-liquidaciones pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-saldos pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-auditoria pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-periodos pic X(2) value "00".
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-trailer-existe pic 9 value 0.
        77 ws-total-count pic 9(10) value 0.
        77 ws-total-suma pic S9(10)V99 value 0.
        77 ws-operador pic X(10) value "LIQSERV".
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-proceso-dias pic 9(8) value 0.
        77 ws-pago-dias pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-rechazado pic 9 value 0.
        77 ws-periodo-cerrado pic 9 value 0.
        77 ws-pagos-emisor pic 9(6) value 0.
        77 ws-importe-emisor pic 9(12)V99 value 0.
        77 ws-no-mts-liquidacion pic 9(13) value 0.
        77 ws-siguiente-no-mts pic 9(13) value 1.
        77 ws-folio-calculado pic 9(13) value 1.
        77 ws-saldo-existe pic 9 value 0.
        77 ws-sc-existe pic 9 value 0.
        77 ws-aud-fecha pic 9(8) value 0.
        77 ws-aud-hora pic 9(8) value 0.
        77 ws-tot-emisores pic 9(6) value 0.
        77 ws-tot-liquidados pic 9(6) value 0.
        77 ws-tot-no-liquidados pic 9(6) value 0.
        77 ws-tot-pagos pic 9(10) value 0.
        77 ws-tot-importe pic 9(14)V99 value 0.
        01 ws-comando pic X(80) value spaces.
        procedure division.
        inicio-liquidacion.
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
            display "LIQUIDACION DE PAGO DE SERVICIOS - FECHA "
                ws-fecha-proceso
            perform abrir-emisores
            perform abrir-pagos
            perform abrir-liquidaciones
            perform abrir-cuentas
            perform abrir-movimientos
            perform abrir-saldos
            perform abrir-saldos-cuenta
            perform abrir-auditoria
            perform abrir-folios
            perform abrir-periodos
            move 0 to fin-emisores
            move low-values to ems-codigo
            start emisores-file key is not less than ems-codigo
                invalid key move 1 to fin-emisores
            end-start
            perform until fin-emisores = 1
                read emisores-file next record
                    at end move 1 to fin-emisores
                    not at end perform liquidar-emisor
                end-read
            end-perform
            perform actualizar-trailer
            close emisores-file
            close pagos-servicios-file
            close liquidaciones-file
            close cuentas-file
            close movimientos-file
            close saldos-file
            close saldos-cuenta-file
            close auditoria-file
            close folios-file
            close periodos-file
            display " "
            display "RESUMEN DE LIQUIDACION DE PAGO DE SERVICIOS"
            display "   Emisores con pagos:   " ws-tot-emisores
            display "   Emisores liquidados: " ws-tot-liquidados
            display "   Pagos liquidados:     " ws-tot-pagos
                "  Importe MXN: " ws-tot-importe
            display "   Emisores no liquidados: " ws-tot-no-liquidados
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "LIQSERV" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        liquidar-emisor.
            move 0 to ws-pagos-emisor
            move 0 to ws-importe-emisor
            move 0 to ws-rechazado
            open output pago-emisor-file
            move 0 to fin-fichero
            move 0 to pgs-folio
            start pagos-servicios-file
                key is not less than pgs-folio
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read pagos-servicios-file next record
                    at end move 1 to fin-fichero
                    not at end
                        perform calcular-pago-dias
                        if pgs-pendiente
                            and pgs-emisor = ems-codigo
                            and ws-pago-dias not > ws-proceso-dias
                            perform grabar-detalle-emisor
                        end-if
                end-read
            end-perform
            if ws-pagos-emisor > 0
                move "T" to pem-tipo
                move ems-codigo to pem-emisor
                move ws-pagos-emisor to pem-folio
                move spaces to pem-referencia
                move ws-importe-emisor to pem-monto
                move ws-fecha-proceso to pem-fecha
                move 0 to pem-sucursal
                write e1-pago-emisor
            end-if
            close pago-emisor-file
            if ws-pagos-emisor = 0
                call "SYSTEM" using "rm -f pago_emisor.dat"
            else
                add 1 to ws-tot-emisores
                perform validar-liquidacion
                if ws-rechazado = 0
                    perform aplicar-liquidacion
                end-if
                if ws-rechazado = 0
                    perform marcar-pagos-liquidados
                    perform entregar-archivo-emisor
                    perform registrar-liquidacion
                    add 1 to ws-tot-liquidados
                    add ws-pagos-emisor to ws-tot-pagos
                    add ws-importe-emisor to ws-tot-importe
                else
                    call "SYSTEM" using "rm -f pago_emisor.dat"
                    add 1 to ws-tot-no-liquidados
                end-if
            end-if.
        calcular-pago-dias.
            move pgs-fecha(1:2) to ws-dia
            move pgs-fecha(3:2) to ws-mes
            move pgs-fecha(5:4) to ws-anio
            compute ws-pago-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia.
        grabar-detalle-emisor.
            move "D" to pem-tipo
            move pgs-emisor to pem-emisor
            move pgs-folio to pem-folio
            move pgs-referencia to pem-referencia
            move pgs-monto to pem-monto
            move pgs-fecha to pem-fecha
            move pgs-sucursal to pem-sucursal
            write e1-pago-emisor
            add 1 to ws-pagos-emisor
            add pgs-monto to ws-importe-emisor.
        validar-liquidacion.
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
                display "EMISOR NO LIQUIDADO: " ems-codigo
                    " la fecha " ws-fecha-proceso
                    " cae en un periodo contable cerrado"
            end-if
            if ws-rechazado = 0
                move ems-cuenta to cta-no-cuenta
                read cuentas-file
                    invalid key
                        move 1 to ws-rechazado
                        display "EMISOR NO LIQUIDADO: " ems-codigo
                            " la cuenta de liquidacion " ems-cuenta
                            " no esta registrada"
                    not invalid key
                        if not cta-activa
                            move 1 to ws-rechazado
                            display "EMISOR NO LIQUIDADO: "
                                ems-codigo " la cuenta de liquidacion "
                                ems-cuenta " esta " cta-status
                        end-if
                end-read
            end-if
            if ws-rechazado = 1
                display "   Quedan pendientes " ws-pagos-emisor
                    " pagos por " ws-importe-emisor
            end-if.
        aplicar-liquidacion.
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move cta-no-cte to e1-no-cte-mts
            move ems-cuenta to e1-cta-chq-mts
            move 0 to e1-cta-cbe-mts
            move "PAGOSERV" to e1-tipo-mts
            move ws-importe-emisor to e1-sdo-mts
            move ws-fecha-proceso to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move cta-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    move 1 to ws-rechazado
                    display "EMISOR NO LIQUIDADO: " ems-codigo
                        " no se pudo grabar el abono de la "
                        "liquidacion"
                not invalid key
                    move e1-no-mts-mts to ws-no-mts-liquidacion
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
            end-write.
        marcar-pagos-liquidados.
            move 0 to fin-fichero
            move 0 to pgs-folio
            start pagos-servicios-file
                key is not less than pgs-folio
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read pagos-servicios-file next record
                    at end move 1 to fin-fichero
                    not at end
                        perform calcular-pago-dias
                        if pgs-pendiente
                            and pgs-emisor = ems-codigo
                            and ws-pago-dias not > ws-proceso-dias
                            move "LIQUIDADO" to pgs-status
                            move ws-fecha-proceso
                                to pgs-fecha-liquidacion
                            move ws-no-mts-liquidacion
                                to pgs-no-mts-liquidacion
                            rewrite e1-pago-servicio
                                invalid key
                                    display "No se pudo marcar "
                                        "liquidado el pago "
                                        pgs-folio
                            end-rewrite
                        end-if
                end-read
            end-perform.
        entregar-archivo-emisor.
            move spaces to ws-comando
            string "mv pago_emisor.dat pagos_" delimited by size
                ems-codigo delimited by space
                "_" delimited by size
                ws-fecha-proceso delimited by size
                ".dat" delimited by size
                into ws-comando
            end-string
            call "SYSTEM" using ws-comando
            display "Emisor " ems-codigo " " ems-nombre
            display "   " ws-pagos-emisor " pagos por "
                ws-importe-emisor " abonados a la cuenta " ems-cuenta
                " (movimiento " ws-no-mts-liquidacion ")".
        registrar-liquidacion.
            move ws-fecha-proceso to lsv-fecha
            move ems-codigo to lsv-emisor
            move ws-pagos-emisor to lsv-pagos
            move ws-importe-emisor to lsv-importe
            move ems-cuenta to lsv-cuenta
            move ws-no-mts-liquidacion to lsv-no-mts
            write e1-liquidacion.
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
            move e1-no-cte-mts to sdo-no-cte
            read saldos-file
                invalid key move 0 to ws-saldo-existe
                not invalid key move 1 to ws-saldo-existe
            end-read
            move e1-no-cte-mts to sdo-no-cte
            if ws-saldo-existe = 1
                add e1-sdo-mts to sdo-saldo
                move e1-no-mts-mts to sdo-ultimo-mts
                rewrite e1-saldos
            else
                move e1-sdo-mts to sdo-saldo
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
        abrir-emisores.
            open input emisores-file
            if ws-fs-emisores not = "00"
                open output emisores-file
                close emisores-file
                open input emisores-file
            end-if.
        abrir-pagos.
            open i-o pagos-servicios-file
            if ws-fs-pagos not = "00"
                open output pagos-servicios-file
                close pagos-servicios-file
                open i-o pagos-servicios-file
            end-if.
        abrir-liquidaciones.
            open extend liquidaciones-file
            if ws-fs-liquidaciones not = "00"
                open output liquidaciones-file
                close liquidaciones-file
                open extend liquidaciones-file
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
        abrir-periodos.
            open input periodos-file
            if ws-fs-periodos not = "00"
                open output periodos-file
                close periodos-file
                open input periodos-file
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
