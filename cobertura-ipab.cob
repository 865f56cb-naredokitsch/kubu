        identification division.
        program-id. cobertura-ipab.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cli-no-cte
        file status is ws-fs-clientes.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select saldos-cuenta-file assign to "saldos_cuenta.dat"
        organization is indexed
        access mode is dynamic
        record key is sc-llave
        file status is ws-fs-saldos-cuenta.

        select saldos-hist-file assign to "saldos_hist.dat"
        organization is indexed
        access mode is dynamic
        record key is sh-llave
        file status is ws-fs-saldos-hist.

        select plazos-file assign to "plazos.dat"
        organization is indexed
        access mode is dynamic
        record key is plz-no-plazo
        file status is ws-fs-plazos.

        select firmantes-file assign to "firmantes.dat"
        organization is indexed
        access mode is dynamic
        record key is frm-llave
        file status is ws-fs-firmantes.

        select sucursales-file assign to "sucursales.dat"
        organization is indexed
        access mode is dynamic
        record key is suc-no
        file status is ws-fs-sucursales.

        select tasas-file assign to "tasas.dat"
        organization is indexed
        access mode is dynamic
        record key is tas-moneda
        file status is ws-fs-tasas.

        select tasas-hist-file assign to "tasas_hist.dat"
        organization is indexed
        access mode is dynamic
        record key is th-llave
        file status is ws-fs-tasas-hist.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select ipab-trabajo-file assign to "ipab_trabajo.dat"
        organization is line sequential.

        select ipab-sort-file assign to "ipab_sort.dat".

        select ipab-ord-file assign to "ipab_trabajo_ord.dat"
        organization is line sequential.

        select ipab-extracto-file assign to "ipab_cobertura.dat"
        organization is line sequential
        file status is ws-fs-extracto.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd clientes-file.
        01 e1-clientes.
            05 cli-no-cte pic 9(10).
            05 cli-nom-cte.
                10 cli-1nom-cte pic X(20).
                10 cli-2nom-cte pic X(20).
                10 cli-apat-cte pic X(20).
                10 cli-amat-cte pic X(20).
            05 cli-rfc-cte pic X(13).
            05 cli-resto pic X(150).
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
        fd saldos-cuenta-file.
        01 e1-saldos-cuenta.
            05 sc-llave.
                10 sc-cuenta pic 9(13).
                10 sc-moneda pic X(3).
            05 sc-saldo pic S9(12)V99.
            05 sc-ultimo-mts pic 9(13).
        fd saldos-hist-file.
        01 e1-saldos-hist.
            05 sh-llave.
                10 sh-cuenta pic 9(13).
                10 sh-moneda pic X(3).
                10 sh-fecha pic 9(8).
            05 sh-saldo pic S9(12)V99.
        fd plazos-file.
        01 e1-plazos.
            05 plz-no-plazo pic 9(10).
            05 plz-no-cte pic 9(10).
            05 plz-cuenta-ligada pic 9(13).
            05 plz-principal pic 9(12)V99.
            05 plz-plazo-dias pic 9(3).
            05 plz-tasa pic 9V9999.
            05 plz-moneda pic X(3).
            05 plz-fecha-inicio pic 9(8).
            05 plz-fecha-vto pic 9(8).
            05 plz-renovar pic X(2).
            05 plz-status pic X(10).
                88 plz-vigente value "VIGENTE".
                88 plz-pagado value "PAGADO".
                88 plz-cancelado value "CANCELADO".
        fd firmantes-file.
        01 e1-firmante.
            05 frm-llave.
                10 frm-cuenta pic 9(13).
                10 frm-no-cte pic 9(10).
            05 frm-regla pic X(11).
                88 frm-indistinta value "INDISTINTA".
                88 frm-mancomunada value "MANCOMUNADA".
            05 frm-umbral pic 9(10)V99.
            05 frm-fecha-alta pic 9(8).
            05 frm-status pic X(9).
                88 frm-activa value "ACTIVA".
                88 frm-cancelada value "CANCELADA".
        fd sucursales-file.
        01 e1-sucursales.
            05 suc-no pic 9(4).
            05 suc-nombre pic X(30).
            05 suc-plaza pic X(30).
            05 suc-status pic X(10).
                88 suc-activa value "ACTIVA".
                88 suc-cerrada value "CERRADA".
        fd tasas-file.
        01 e1-tasas.
            05 tas-moneda pic X(3).
            05 tas-valor pic 9(6)V9999.
            05 tas-fecha-actualizacion pic 9(8).
            05 tas-compra pic 9(6)V9999.
            05 tas-venta pic 9(6)V9999.
        fd tasas-hist-file.
        01 e1-tasas-hist.
            05 th-llave.
                10 th-moneda pic X(3).
                10 th-fecha pic 9(8).
            05 th-valor pic 9(6)V9999.
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd ipab-trabajo-file.
        01 wk-registro.
            05 wk-no-cte pic 9(10).
            05 wk-sucursal pic 9(4).
            05 wk-origen pic X(3).
            05 wk-referencia pic 9(13).
            05 wk-monto-mxn pic 9(12)V99.
        sd ipab-sort-file.
        01 sr-registro.
            05 sr-no-cte pic 9(10).
            05 sr-sucursal pic 9(4).
            05 sr-resto pic X(30).
        fd ipab-ord-file.
        01 or-registro.
            05 or-no-cte pic 9(10).
            05 or-sucursal pic 9(4).
            05 or-origen pic X(3).
            05 or-referencia pic 9(13).
            05 or-monto-mxn pic 9(12)V99.
        fd ipab-extracto-file.
        01 ipb-header.
            05 ipb-tipo pic X(2).
            05 ipb-fecha-corte pic 9(8).
            05 ipb-fecha-gen pic 9(8).
            05 ipb-valor-udi pic 9(6)V9999.
            05 ipb-limite-udis pic 9(8)V99.
            05 ipb-limite-mxn pic 9(14)V99.
            05 filler pic X(121).
        01 ipb-detalle.
            05 ipd-tipo pic X(2).
            05 ipd-no-cte pic 9(10).
            05 ipd-rfc pic X(13).
            05 ipd-nombre pic X(80).
            05 ipd-sucursal pic 9(4).
            05 ipd-productos pic 9(4).
            05 ipd-saldo-mxn pic 9(14)V99.
            05 ipd-saldo-udis pic 9(12)V99.
            05 ipd-asegurado-mxn pic 9(14)V99.
            05 ipd-no-asegurado-mxn pic 9(14)V99.
        01 ipb-trailer.
            05 ipt-tipo pic X(2).
            05 ipt-clientes pic 9(8).
            05 ipt-saldo-mxn pic 9(16)V99.
            05 ipt-asegurado-mxn pic 9(16)V99.
            05 ipt-no-asegurado-mxn pic 9(16)V99.
            05 filler pic X(111).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-monedas pic 9 value 0.
        77 fin-hist pic 9 value 0.
        77 fin-firmantes pic 9 value 0.
        77 fin-tasas-hist pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-saldos-hist pic X(2) value "00".
        77 ws-fs-plazos pic X(2) value "00".
        77 ws-fs-firmantes pic X(2) value "00".
        77 ws-fs-sucursales pic X(2) value "00".
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-fs-tasas-hist pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-fs-extracto pic X(2) value "00".
        77 ws-fecha-corte pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-fecha-gen pic 9(8) value 0.
        77 ws-corte-aaaammdd pic 9(8) value 0.
        77 ws-corte-dias pic 9(8) value 0.
        77 ws-fecha-aaaammdd pic 9(8) value 0.
        77 ws-inicio-aaaammdd pic 9(8) value 0.
        77 ws-vto-aaaammdd pic 9(8) value 0.
        77 ws-inicio-dias pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-limite-udis pic 9(8)V99 value 400000.00.
        77 ws-limite-mxn pic 9(14)V99 value 0.
        77 ws-valor-udi pic 9(6)V9999 value 0.
        77 ws-tasa-usd-mxn pic 9(6)V9999 value 0.
        77 ws-tasa-eur-mxn pic 9(6)V9999 value 0.
        77 ws-th-moneda-objetivo pic X(3) value spaces.
        77 ws-th-valor pic 9(6)V9999 value 0.
        77 ws-th-hallada pic 9 value 0.
        77 ws-tasa-aplicable pic 9(6)V9999 value 0.
        77 ws-cuenta-actual pic 9(13) value 0.
        77 ws-moneda-actual pic X(3) value spaces.
        77 ws-sucursal-actual pic 9(4) value 0.
        77 ws-titular-principal pic 9(10) value 0.
        77 ws-hist-hallado pic 9 value 0.
        77 ws-saldo-corte pic S9(12)V99 value 0.
        77 ws-monto-origen pic 9(12)V99 value 0.
        77 ws-monto-mxn pic 9(12)V99 value 0.
        77 ws-parte pic 9(12)V99 value 0.
        77 ws-resto pic 9(12)V99 value 0.
        77 ws-origen pic X(3) value spaces.
        77 ws-referencia pic 9(13) value 0.
        77 ws-plz-dias pic S9(8) value 0.
        77 ws-interes-devengado pic 9(12)V99 value 0.
        77 ws-num-titulares pic 9(2) value 0.
        77 ws-tdx pic 9(2) value 0.
        77 ws-titular-hallado pic 9 value 0.
        77 ws-primer-registro pic 9 value 1.
        77 ws-cliente-actual pic 9(10) value 0.
        77 ws-cte-saldo pic 9(14)V99 value 0.
        77 ws-cte-udis pic 9(12)V99 value 0.
        77 ws-cte-asegurado pic 9(14)V99 value 0.
        77 ws-cte-no-asegurado pic 9(14)V99 value 0.
        77 ws-cte-productos pic 9(4) value 0.
        77 ws-cte-sucursal pic 9(4) value 0.
        77 ws-cte-suc-mayor pic 9(12)V99 value 0.
        77 ws-num-cte-suc pic 9(2) value 0.
        77 ws-cdx pic 9(2) value 0.
        77 ws-suc-hallada pic 9 value 0.
        77 ws-suc-asegurado pic 9(14)V99 value 0.
        77 ws-suc-no-asegurado pic 9(14)V99 value 0.
        77 ws-aseg-resto pic 9(14)V99 value 0.
        77 ws-num-sucursales pic 9(3) value 0.
        77 ws-sdx pic 9(3) value 0.
        77 ws-mdx pic 9(3) value 0.
        77 ws-tot-clientes pic 9(8) value 0.
        77 ws-tot-saldo pic 9(16)V99 value 0.
        77 ws-tot-asegurado pic 9(16)V99 value 0.
        77 ws-tot-no-asegurado pic 9(16)V99 value 0.
        77 ws-tot-excedidos pic 9(8) value 0.
        77 ws-tot-partidas pic 9(10) value 0.
        77 ws-tot-mancomunadas pic 9(10) value 0.
        77 ws-tot-plazos pic 9(10) value 0.
        77 ws-tot-sin-historia pic 9(10) value 0.
        01 ws-nombre-cliente pic X(80) value spaces.
        01 ws-rfc-cliente pic X(13) value spaces.
        01 ws-tabla-titulares.
            05 ws-tit-cte pic 9(10) occurs 10 times.
        01 ws-tabla-cte-suc.
            05 ws-cs-entrada occurs 20 times.
                10 ws-cs-sucursal pic 9(4).
                10 ws-cs-monto pic 9(14)V99.
        01 ws-tabla-sucursales.
            05 ws-ts-entrada occurs 200 times.
                10 ws-ts-sucursal pic 9(4).
                10 ws-ts-clientes pic 9(8).
                10 ws-ts-saldo pic 9(16)V99.
                10 ws-ts-asegurado pic 9(16)V99.
                10 ws-ts-no-asegurado pic 9(16)V99.
        procedure division.
        inicio-ipab.
            display "COBERTURA IPAB DE DEPOSITOS POR CLIENTE"
            display "Fecha de corte (ddmmaaaa, ENTER = hoy): "
                with no advancing
            accept ws-fecha-corte
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-fecha-gen = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            if ws-fecha-corte = 0
                move ws-fecha-gen to ws-fecha-corte
            end-if
            move ws-fecha-corte(1:2) to ws-dia
            move ws-fecha-corte(3:2) to ws-mes
            move ws-fecha-corte(5:4) to ws-anio
            compute ws-corte-aaaammdd = ws-anio * 10000
                + ws-mes * 100 + ws-dia
            compute ws-corte-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            if ws-corte-aaaammdd > ws-fecha-sistema
                display "La fecha de corte no puede ser posterior "
                    "a hoy, no se genero el reporte."
                stop run
            end-if
            perform cargar-parametros
            perform abrir-tasas
            perform cargar-tasas
            perform abrir-tasas-hist
            perform obtener-valor-udi
            if ws-valor-udi = 0
                display "No hay valor de la UDI al " ws-fecha-corte
                    " en tasas_hist.dat ni en tasas.dat, no se "
                    "genero el reporte."
                close tasas-file
                close tasas-hist-file
                stop run
            end-if
            compute ws-limite-mxn rounded =
                ws-limite-udis * ws-valor-udi
            perform abrir-cuentas
            perform abrir-saldos-cuenta
            perform abrir-saldos-hist
            perform abrir-firmantes
            perform abrir-plazos
            open output ipab-trabajo-file
            perform acumular-cuentas
            perform acumular-plazos
            close ipab-trabajo-file
            close cuentas-file
            close saldos-cuenta-file
            close saldos-hist-file
            close firmantes-file
            close plazos-file
            close tasas-file
            close tasas-hist-file
            sort ipab-sort-file
                on ascending key sr-no-cte sr-sucursal
                using ipab-trabajo-file
                giving ipab-ord-file
            perform abrir-clientes
            perform abrir-sucursales
            open output ipab-extracto-file
            perform grabar-encabezado
            perform imprimir-cobertura
            perform grabar-trailer
            close ipab-extracto-file
            perform imprimir-sucursales
            close clientes-file
            close sucursales-file
            display " "
            display "TOTAL IPAB  clientes " ws-tot-clientes
                "  con excedente " ws-tot-excedidos
            display "   Saldo MXN:         " ws-tot-saldo
            display "   Asegurado MXN:     " ws-tot-asegurado
            display "   No asegurado MXN:  " ws-tot-no-asegurado
            display "Partidas procesadas: " ws-tot-partidas
                "  inversiones: " ws-tot-plazos
                "  saldos repartidos entre cotitulares: "
                ws-tot-mancomunadas
            if ws-tot-sin-historia > 0
                display "AVISO: " ws-tot-sin-historia " saldos sin "
                    "corte en saldos_hist.dat a la fecha, se tomo "
                    "el saldo actual."
            end-if
            display "Extracto IPAB en ipab_cobertura.dat"
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "IPAB" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        cargar-parametros.
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "LIMITEIPAB"
                                move par-valor to ws-limite-udis
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-clientes.
            open input clientes-file
            if ws-fs-clientes not = "00"
                open output clientes-file
                close clientes-file
                open input clientes-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        abrir-saldos-cuenta.
            open input saldos-cuenta-file
            if ws-fs-saldos-cuenta not = "00"
                open output saldos-cuenta-file
                close saldos-cuenta-file
                open input saldos-cuenta-file
            end-if.
        abrir-saldos-hist.
            open input saldos-hist-file
            if ws-fs-saldos-hist not = "00"
                open output saldos-hist-file
                close saldos-hist-file
                open input saldos-hist-file
            end-if.
        abrir-firmantes.
            open input firmantes-file
            if ws-fs-firmantes not = "00"
                open output firmantes-file
                close firmantes-file
                open input firmantes-file
            end-if.
        abrir-plazos.
            open input plazos-file
            if ws-fs-plazos not = "00"
                open output plazos-file
                close plazos-file
                open input plazos-file
            end-if.
        abrir-sucursales.
            open input sucursales-file
            if ws-fs-sucursales not = "00"
                open output sucursales-file
                close sucursales-file
                open input sucursales-file
            end-if.
        abrir-tasas.
            open input tasas-file
            if ws-fs-tasas not = "00"
                open output tasas-file
                close tasas-file
                open input tasas-file
            end-if.
        abrir-tasas-hist.
            open input tasas-hist-file
            if ws-fs-tasas-hist not = "00"
                open output tasas-hist-file
                close tasas-hist-file
                open input tasas-hist-file
            end-if.
        cargar-tasas.
            move "USD" to tas-moneda
            read tasas-file
                invalid key move 0 to ws-tasa-usd-mxn
                not invalid key move tas-valor to ws-tasa-usd-mxn
            end-read
            move "EUR" to tas-moneda
            read tasas-file
                invalid key move 0 to ws-tasa-eur-mxn
                not invalid key move tas-valor to ws-tasa-eur-mxn
            end-read.
        obtener-valor-udi.
            move "UDI" to ws-th-moneda-objetivo
            perform buscar-tasa-fecha
            if ws-th-hallada = 1
                move ws-th-valor to ws-valor-udi
            else
                move "UDI" to tas-moneda
                read tasas-file
                    invalid key move 0 to ws-valor-udi
                    not invalid key
                        if tas-fecha-actualizacion
                            not > ws-corte-aaaammdd
                            move tas-valor to ws-valor-udi
                        else
                            move 0 to ws-valor-udi
                        end-if
                end-read
            end-if
            display "Valor de la UDI al " ws-fecha-corte ": "
                ws-valor-udi.
        buscar-tasa-fecha.
            move 0 to ws-th-hallada
            move 0 to ws-th-valor
            move 0 to fin-tasas-hist
            move ws-th-moneda-objetivo to th-moneda
            move 0 to th-fecha
            start tasas-hist-file key is not less than th-llave
                invalid key move 1 to fin-tasas-hist
            end-start
            perform until fin-tasas-hist = 1
                read tasas-hist-file next record
                    at end move 1 to fin-tasas-hist
                    not at end
                        if th-moneda not = ws-th-moneda-objetivo
                            or th-fecha > ws-corte-aaaammdd
                            move 1 to fin-tasas-hist
                        else
                            move th-valor to ws-th-valor
                            move 1 to ws-th-hallada
                        end-if
                end-read
            end-perform.
        convertir-a-mxn.
            if ws-moneda-actual = "USD" or ws-moneda-actual = "EUR"
                move ws-moneda-actual to ws-th-moneda-objetivo
                perform buscar-tasa-fecha
                if ws-th-hallada = 1
                    move ws-th-valor to ws-tasa-aplicable
                else
                    if ws-moneda-actual = "USD"
                        move ws-tasa-usd-mxn to ws-tasa-aplicable
                    else
                        move ws-tasa-eur-mxn to ws-tasa-aplicable
                    end-if
                end-if
                multiply ws-monto-origen by ws-tasa-aplicable
                    giving ws-monto-mxn rounded
            else
                move ws-monto-origen to ws-monto-mxn
            end-if.
        acumular-cuentas.
            move 0 to fin-fichero
            move 0 to cta-no-cuenta
            start cuentas-file key is not less than cta-no-cuenta
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read cuentas-file next record
                    at end move 1 to fin-fichero
                    not at end perform acumular-cuenta
                end-read
            end-perform
            move 0 to fin-fichero.
        acumular-cuenta.
            move cta-no-cuenta to ws-cuenta-actual
            move cta-sucursal to ws-sucursal-actual
            move cta-fecha-apertura(1:2) to ws-dia
            move cta-fecha-apertura(3:2) to ws-mes
            move cta-fecha-apertura(5:4) to ws-anio
            compute ws-fecha-aaaammdd = ws-anio * 10000
                + ws-mes * 100 + ws-dia
            move cta-no-cte to ws-titular-principal
            perform cargar-titulares
            move 0 to fin-monedas
            move ws-cuenta-actual to sc-cuenta
            move spaces to sc-moneda
            start saldos-cuenta-file key is not less than sc-llave
                invalid key move 1 to fin-monedas
            end-start
            perform until fin-monedas = 1
                read saldos-cuenta-file next record
                    at end move 1 to fin-monedas
                    not at end
                        if sc-cuenta not = ws-cuenta-actual
                            move 1 to fin-monedas
                        else
                            move sc-moneda to ws-moneda-actual
                            perform acumular-moneda-cuenta
                        end-if
                end-read
            end-perform.
        acumular-moneda-cuenta.
            perform obtener-saldo-corte
            if ws-saldo-corte > 0
                move ws-saldo-corte to ws-monto-origen
                perform convertir-a-mxn
                move "CTA" to ws-origen
                move ws-cuenta-actual to ws-referencia
                perform repartir-titulares
            end-if.
        obtener-saldo-corte.
            if ws-corte-aaaammdd = ws-fecha-sistema
                move sc-saldo to ws-saldo-corte
            else
                move 0 to ws-hist-hallado
                move 0 to ws-saldo-corte
                move 0 to fin-hist
                move ws-cuenta-actual to sh-cuenta
                move ws-moneda-actual to sh-moneda
                move 0 to sh-fecha
                start saldos-hist-file key is not less than sh-llave
                    invalid key move 1 to fin-hist
                end-start
                perform until fin-hist = 1
                    read saldos-hist-file next record
                        at end move 1 to fin-hist
                        not at end
                            if sh-cuenta not = ws-cuenta-actual
                                or sh-moneda not = ws-moneda-actual
                                or sh-fecha > ws-corte-aaaammdd
                                move 1 to fin-hist
                            else
                                move sh-saldo to ws-saldo-corte
                                move 1 to ws-hist-hallado
                            end-if
                    end-read
                end-perform
                if ws-hist-hallado = 0
                    and ws-fecha-aaaammdd not > ws-corte-aaaammdd
                    move sc-saldo to ws-saldo-corte
                    add 1 to ws-tot-sin-historia
                end-if
            end-if.
        cargar-titulares.
            move ws-titular-principal to ws-tit-cte(1)
            move 1 to ws-num-titulares
            move 0 to fin-firmantes
            move ws-cuenta-actual to frm-cuenta
            move 0 to frm-no-cte
            start firmantes-file key is not less than frm-llave
                invalid key move 1 to fin-firmantes
            end-start
            perform until fin-firmantes = 1
                read firmantes-file next record
                    at end move 1 to fin-firmantes
                    not at end
                        if frm-cuenta not = ws-cuenta-actual
                            move 1 to fin-firmantes
                        else
                            if frm-activa
                                perform agregar-titular
                            end-if
                        end-if
                end-read
            end-perform.
        agregar-titular.
            move 0 to ws-titular-hallado
            move 1 to ws-tdx
            perform until ws-tdx > ws-num-titulares
                if ws-tit-cte(ws-tdx) = frm-no-cte
                    move 1 to ws-titular-hallado
                end-if
                add 1 to ws-tdx
            end-perform
            if ws-titular-hallado = 0
                if ws-num-titulares < 10
                    add 1 to ws-num-titulares
                    move frm-no-cte to ws-tit-cte(ws-num-titulares)
                else
                    display "AVISO: la cuenta " ws-cuenta-actual
                        " tiene mas de 10 cotitulares, se omitio "
                        "el cliente " frm-no-cte
                end-if
            end-if.
        repartir-titulares.
            if ws-num-titulares > 1
                add 1 to ws-tot-mancomunadas
            end-if
            divide ws-monto-mxn by ws-num-titulares giving ws-parte
            move ws-monto-mxn to ws-resto
            move 1 to ws-tdx
            perform until ws-tdx > ws-num-titulares
                move ws-tit-cte(ws-tdx) to wk-no-cte
                move ws-sucursal-actual to wk-sucursal
                move ws-origen to wk-origen
                move ws-referencia to wk-referencia
                if ws-tdx = ws-num-titulares
                    move ws-resto to wk-monto-mxn
                else
                    move ws-parte to wk-monto-mxn
                    subtract ws-parte from ws-resto
                end-if
                write wk-registro
                add 1 to ws-tot-partidas
                add 1 to ws-tdx
            end-perform.
        acumular-plazos.
            move 0 to fin-fichero
            move 0 to plz-no-plazo
            start plazos-file key is not less than plz-no-plazo
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read plazos-file next record
                    at end move 1 to fin-fichero
                    not at end perform revisar-plazo
                end-read
            end-perform
            move 0 to fin-fichero.
        revisar-plazo.
            move plz-fecha-inicio(1:2) to ws-dia
            move plz-fecha-inicio(3:2) to ws-mes
            move plz-fecha-inicio(5:4) to ws-anio
            compute ws-inicio-aaaammdd = ws-anio * 10000
                + ws-mes * 100 + ws-dia
            compute ws-inicio-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            move plz-fecha-vto(1:2) to ws-dia
            move plz-fecha-vto(3:2) to ws-mes
            move plz-fecha-vto(5:4) to ws-anio
            compute ws-vto-aaaammdd = ws-anio * 10000
                + ws-mes * 100 + ws-dia
            if ws-inicio-aaaammdd not > ws-corte-aaaammdd
                if plz-vigente
                    or (plz-pagado
                        and ws-vto-aaaammdd > ws-corte-aaaammdd)
                    perform acumular-plazo
                end-if
            end-if.
        acumular-plazo.
            compute ws-plz-dias = ws-corte-dias - ws-inicio-dias
            if ws-plz-dias < 0
                move 0 to ws-plz-dias
            end-if
            if ws-plz-dias > plz-plazo-dias
                move plz-plazo-dias to ws-plz-dias
            end-if
            compute ws-interes-devengado rounded =
                plz-principal * plz-tasa * ws-plz-dias / 360
            compute ws-monto-origen =
                plz-principal + ws-interes-devengado
            move plz-moneda to ws-moneda-actual
            perform convertir-a-mxn
            move 0 to ws-sucursal-actual
            move plz-cuenta-ligada to cta-no-cuenta
            read cuentas-file
                invalid key continue
                not invalid key
                    move cta-sucursal to ws-sucursal-actual
            end-read
            move plz-cuenta-ligada to ws-cuenta-actual
            move plz-no-cte to ws-titular-principal
            perform cargar-titulares
            move "PLZ" to ws-origen
            move plz-no-plazo to ws-referencia
            perform repartir-titulares
            add 1 to ws-tot-plazos.
        grabar-encabezado.
            move spaces to ipb-header
            move "01" to ipb-tipo
            move ws-fecha-corte to ipb-fecha-corte
            move ws-fecha-gen to ipb-fecha-gen
            move ws-valor-udi to ipb-valor-udi
            move ws-limite-udis to ipb-limite-udis
            move ws-limite-mxn to ipb-limite-mxn
            write ipb-header.
        grabar-trailer.
            move spaces to ipb-trailer
            move "99" to ipt-tipo
            move ws-tot-clientes to ipt-clientes
            move ws-tot-saldo to ipt-saldo-mxn
            move ws-tot-asegurado to ipt-asegurado-mxn
            move ws-tot-no-asegurado to ipt-no-asegurado-mxn
            write ipb-trailer.
        imprimir-cobertura.
            display " "
            display "COBERTURA IPAB AL " ws-fecha-corte
                "  UDI " ws-valor-udi "  LIMITE " ws-limite-udis
                " UDIS = " ws-limite-mxn " MXN"
            display "CLIENTE    RFC           SALDO MXN         "
                "UDIS            ASEGURADO         NO ASEGURADO"
            open input ipab-ord-file
            move 1 to ws-primer-registro
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read ipab-ord-file
                    at end move 1 to fin-fichero
                    not at end perform sumar-partida
                end-read
            end-perform
            if ws-primer-registro = 0
                perform cerrar-cliente
            end-if
            close ipab-ord-file.
        sumar-partida.
            if ws-primer-registro = 1
                move or-no-cte to ws-cliente-actual
                perform iniciar-cliente
                move 0 to ws-primer-registro
            else
                if or-no-cte not = ws-cliente-actual
                    perform cerrar-cliente
                    move or-no-cte to ws-cliente-actual
                    perform iniciar-cliente
                end-if
            end-if
            add or-monto-mxn to ws-cte-saldo
            add 1 to ws-cte-productos
            if ws-num-cte-suc = 0
                perform agregar-sucursal-cliente
            else
                if ws-cs-sucursal(ws-num-cte-suc) not = or-sucursal
                    and ws-num-cte-suc < 20
                    perform agregar-sucursal-cliente
                end-if
            end-if
            add or-monto-mxn to ws-cs-monto(ws-num-cte-suc).
        agregar-sucursal-cliente.
            add 1 to ws-num-cte-suc
            move or-sucursal to ws-cs-sucursal(ws-num-cte-suc)
            move 0 to ws-cs-monto(ws-num-cte-suc).
        iniciar-cliente.
            move 0 to ws-cte-saldo
            move 0 to ws-cte-productos
            move 0 to ws-num-cte-suc.
        cerrar-cliente.
            if ws-cte-saldo > ws-limite-mxn
                move ws-limite-mxn to ws-cte-asegurado
                add 1 to ws-tot-excedidos
            else
                move ws-cte-saldo to ws-cte-asegurado
            end-if
            compute ws-cte-no-asegurado =
                ws-cte-saldo - ws-cte-asegurado
            compute ws-cte-udis rounded =
                ws-cte-saldo / ws-valor-udi
            move ws-cliente-actual to cli-no-cte
            read clientes-file
                invalid key
                    move "CLIENTE NO REGISTRADO" to ws-nombre-cliente
                    move spaces to ws-rfc-cliente
                not invalid key
                    move cli-nom-cte to ws-nombre-cliente
                    move cli-rfc-cte to ws-rfc-cliente
            end-read
            display ws-cliente-actual " " ws-rfc-cliente " "
                ws-cte-saldo " " ws-cte-udis " " ws-cte-asegurado
                " " ws-cte-no-asegurado
            move 0 to ws-cte-sucursal
            move 0 to ws-cte-suc-mayor
            move ws-cte-asegurado to ws-aseg-resto
            move 1 to ws-cdx
            perform until ws-cdx > ws-num-cte-suc
                perform repartir-asegurado
                add 1 to ws-cdx
            end-perform
            move spaces to ipb-detalle
            move "02" to ipd-tipo
            move ws-cliente-actual to ipd-no-cte
            move ws-rfc-cliente to ipd-rfc
            move ws-nombre-cliente to ipd-nombre
            move ws-cte-sucursal to ipd-sucursal
            move ws-cte-productos to ipd-productos
            move ws-cte-saldo to ipd-saldo-mxn
            move ws-cte-udis to ipd-saldo-udis
            move ws-cte-asegurado to ipd-asegurado-mxn
            move ws-cte-no-asegurado to ipd-no-asegurado-mxn
            write ipb-detalle
            add 1 to ws-tot-clientes
            add ws-cte-saldo to ws-tot-saldo
            add ws-cte-asegurado to ws-tot-asegurado
            add ws-cte-no-asegurado to ws-tot-no-asegurado.
        repartir-asegurado.
            if ws-cs-monto(ws-cdx) > ws-cte-suc-mayor
                or ws-cte-sucursal = 0
                move ws-cs-monto(ws-cdx) to ws-cte-suc-mayor
                move ws-cs-sucursal(ws-cdx) to ws-cte-sucursal
            end-if
            if ws-cdx = ws-num-cte-suc
                move ws-aseg-resto to ws-suc-asegurado
            else
                if ws-cte-saldo = 0
                    move 0 to ws-suc-asegurado
                else
                    compute ws-suc-asegurado rounded =
                        ws-cte-asegurado * ws-cs-monto(ws-cdx)
                        / ws-cte-saldo
                end-if
                subtract ws-suc-asegurado from ws-aseg-resto
            end-if
            compute ws-suc-no-asegurado =
                ws-cs-monto(ws-cdx) - ws-suc-asegurado
            move ws-cs-sucursal(ws-cdx) to ws-sucursal-actual
            perform sumar-a-sucursal.
        sumar-a-sucursal.
            move 0 to ws-suc-hallada
            move 1 to ws-sdx
            perform until ws-sdx > ws-num-sucursales
                or ws-suc-hallada not = 0
                if ws-ts-sucursal(ws-sdx) = ws-sucursal-actual
                    move 1 to ws-suc-hallada
                else
                    if ws-ts-sucursal(ws-sdx) > ws-sucursal-actual
                        move 2 to ws-suc-hallada
                    else
                        add 1 to ws-sdx
                    end-if
                end-if
            end-perform
            if ws-suc-hallada not = 1
                move 0 to ws-suc-hallada
                if ws-num-sucursales < 200
                    move ws-num-sucursales to ws-mdx
                    perform until ws-mdx < ws-sdx
                        move ws-ts-entrada(ws-mdx)
                            to ws-ts-entrada(ws-mdx + 1)
                        subtract 1 from ws-mdx
                    end-perform
                    add 1 to ws-num-sucursales
                    move ws-sucursal-actual to ws-ts-sucursal(ws-sdx)
                    move 0 to ws-ts-clientes(ws-sdx)
                    move 0 to ws-ts-saldo(ws-sdx)
                    move 0 to ws-ts-asegurado(ws-sdx)
                    move 0 to ws-ts-no-asegurado(ws-sdx)
                    move 1 to ws-suc-hallada
                else
                    display "AVISO: mas de 200 sucursales, se omitio "
                        "la sucursal " ws-sucursal-actual
                end-if
            end-if
            if ws-suc-hallada = 1
                add 1 to ws-ts-clientes(ws-sdx)
                add ws-cs-monto(ws-cdx) to ws-ts-saldo(ws-sdx)
                add ws-suc-asegurado to ws-ts-asegurado(ws-sdx)
                add ws-suc-no-asegurado
                    to ws-ts-no-asegurado(ws-sdx)
            end-if.
        imprimir-sucursales.
            display " "
            display "TOTALES POR SUCURSAL"
            display "SUC  NOMBRE                         CLIENTES "
                "SALDO MXN           ASEGURADO           "
                "NO ASEGURADO"
            move 1 to ws-sdx
            perform until ws-sdx > ws-num-sucursales
                move ws-ts-sucursal(ws-sdx) to suc-no
                read sucursales-file
                    invalid key move "SIN SUCURSAL" to suc-nombre
                end-read
                display ws-ts-sucursal(ws-sdx) " " suc-nombre " "
                    ws-ts-clientes(ws-sdx) " " ws-ts-saldo(ws-sdx)
                    " " ws-ts-asegurado(ws-sdx) " "
                    ws-ts-no-asegurado(ws-sdx)
                add 1 to ws-sdx
            end-perform.
