        identification division.
        program-id. rentabilidad-clientes.
        author. noe-uriel.
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
        access mode is sequential
        record key is hs-no-mts-mts
        alternate record key is hs-llave-cta-mts
        alternate record key is hs-llave-cte-mts
        file status is ws-fs-hist.

        select iva-comisiones-file assign to "iva_comisiones.dat"
        organization is indexed
        access mode is dynamic
        record key is ivc-no-mts-mts
        file status is ws-fs-iva.

        select cambio-spread-file assign to "cambio_spread.dat"
        organization is line sequential
        file status is ws-fs-spread.

        select saldos-hist-file assign to "saldos_hist.dat"
        organization is indexed
        access mode is dynamic
        record key is sh-llave
        file status is ws-fs-saldos-hist.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cli-no-cte
        file status is ws-fs-clientes.

        select tasas-file assign to "tasas.dat"
        organization is indexed
        access mode is dynamic
        record key is tas-moneda
        file status is ws-fs-tasas.

        select rent-trabajo-file assign to "rentabilidad_trabajo.dat"
        organization is line sequential.

        select rent-sort-file assign to "rentabilidad_sort.dat".

        select rent-ord-file assign to "rentabilidad_trabajo_ord.dat"
        organization is line sequential.

        select rent-clientes-file assign to "rentabilidad_clientes.dat"
        organization is line sequential.

        select rank-sort-file assign to "rentabilidad_rank_sort.dat".

        select rent-rank-file assign to "rentabilidad_rank.dat"
        organization is line sequential.

        select rentabilidad-file assign to "rentabilidad.dat"
        organization is line sequential
        file status is ws-fs-rentabilidad.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
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
        fd iva-comisiones-file.
        01 e1-iva-comision.
            05 ivc-no-mts-mts pic 9(13).
            05 ivc-no-cte pic 9(10).
            05 ivc-cuenta pic 9(13).
            05 ivc-sucursal pic 9(4).
            05 ivc-fecha pic 9(8).
            05 ivc-moneda pic X(3).
            05 ivc-base pic 9(10)V99.
            05 ivc-iva pic 9(10)V99.
            05 ivc-concepto pic X(4).
        fd cambio-spread-file.
        01 e1-cambio-spread.
            05 csp-fecha pic 9(8).
            05 csp-no-mts-mts pic 9(13).
            05 csp-monto-mxn pic S9(12)V99.
        fd saldos-hist-file.
        01 e1-saldos-hist.
            05 sh-llave.
                10 sh-cuenta pic 9(13).
                10 sh-moneda pic X(3).
                10 sh-fecha pic 9(8).
            05 sh-saldo pic S9(12)V99.
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
        fd clientes-file.
        01 e1-clientes.
            05 cli-no-cte pic 9(10).
            05 cli-nom-cte pic X(80).
            05 cli-rfc-cte pic X(13).
            05 cli-resto pic X(150).
        fd tasas-file.
        01 e1-tasas.
            05 tas-moneda pic X(3).
            05 tas-valor pic 9(6)V9999.
            05 tas-fecha-actualizacion pic 9(8).
            05 tas-compra pic 9(6)V9999.
            05 tas-venta pic 9(6)V9999.
        fd rent-trabajo-file.
        01 wk-registro.
            05 wk-no-cte pic 9(10).
            05 wk-sucursal pic 9(4).
            05 wk-comisiones pic S9(12)V99.
            05 wk-int-sobregiro pic S9(12)V99.
            05 wk-spread pic S9(12)V99.
            05 wk-int-pagados pic S9(12)V99.
            05 wk-saldo-promedio pic S9(12)V99.
        sd rent-sort-file.
        01 sr-registro.
            05 sr-no-cte pic 9(10).
            05 sr-sucursal pic 9(4).
            05 sr-resto pic X(70).
        fd rent-ord-file.
        01 ord-registro.
            05 ord-no-cte pic 9(10).
            05 ord-sucursal pic 9(4).
            05 ord-comisiones pic S9(12)V99.
            05 ord-int-sobregiro pic S9(12)V99.
            05 ord-spread pic S9(12)V99.
            05 ord-int-pagados pic S9(12)V99.
            05 ord-saldo-promedio pic S9(12)V99.
        fd rent-clientes-file.
        01 rc-registro.
            05 rc-contribucion pic S9(14)V99.
            05 rc-no-cte pic 9(10).
            05 rc-sucursal pic 9(4).
            05 rc-comisiones pic S9(14)V99.
            05 rc-int-sobregiro pic S9(14)V99.
            05 rc-spread pic S9(14)V99.
            05 rc-ingresos pic S9(14)V99.
            05 rc-int-pagados pic S9(14)V99.
            05 rc-saldo-promedio pic S9(14)V99.
        sd rank-sort-file.
        01 rs-registro.
            05 rs-contribucion pic S9(14)V99.
            05 rs-no-cte pic 9(10).
            05 rs-resto pic X(100).
        fd rent-rank-file.
        01 rk-registro.
            05 rk-contribucion pic S9(14)V99.
            05 rk-no-cte pic 9(10).
            05 rk-sucursal pic 9(4).
            05 rk-comisiones pic S9(14)V99.
            05 rk-int-sobregiro pic S9(14)V99.
            05 rk-spread pic S9(14)V99.
            05 rk-ingresos pic S9(14)V99.
            05 rk-int-pagados pic S9(14)V99.
            05 rk-saldo-promedio pic S9(14)V99.
        fd rentabilidad-file.
        01 ren-header.
            05 rnh-tipo pic X(2).
            05 rnh-periodo pic 9(6).
            05 rnh-fecha-gen pic 9(8).
            05 filler pic X(171).
        01 ren-detalle.
            05 rnd-tipo pic X(2).
            05 rnd-periodo pic 9(6).
            05 rnd-no-cte pic 9(10).
            05 rnd-sucursal pic 9(4).
            05 rnd-nombre pic X(40).
            05 rnd-signo-comisiones pic X(1).
            05 rnd-comisiones pic 9(14)V99.
            05 rnd-signo-sobregiro pic X(1).
            05 rnd-int-sobregiro pic 9(14)V99.
            05 rnd-signo-spread pic X(1).
            05 rnd-spread pic 9(14)V99.
            05 rnd-signo-ingresos pic X(1).
            05 rnd-ingresos pic 9(14)V99.
            05 rnd-signo-pagados pic X(1).
            05 rnd-int-pagados pic 9(14)V99.
            05 rnd-signo-saldo pic X(1).
            05 rnd-saldo-promedio pic 9(14)V99.
            05 rnd-signo-contribucion pic X(1).
            05 rnd-contribucion pic 9(14)V99.
            05 rnd-rango pic 9(6).
        01 ren-trailer.
            05 rnt-tipo pic X(2).
            05 rnt-periodo pic 9(6).
            05 rnt-clientes pic 9(8).
            05 rnt-sucursales pic 9(6).
            05 rnt-signo-contribucion pic X(1).
            05 rnt-contribucion pic 9(16)V99.
            05 filler pic X(146).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-hist pic X(2) value "00".
        77 ws-fs-iva pic X(2) value "00".
        77 ws-fs-spread pic X(2) value "00".
        77 ws-fs-saldos-hist pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-fs-rentabilidad pic X(2) value "00".
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-mes-anio pic 9(6) value 0.
        77 ws-mes-reporte pic 9(2) value 0.
        77 ws-anio-reporte pic 9(4) value 0.
        77 ws-periodo-hist pic 9(6) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-tasa-usd-mxn pic 9(6)V9999 value 0.
        77 ws-tasa-eur-mxn pic 9(6)V9999 value 0.
        77 ws-mov-no-mts pic 9(13) value 0.
        77 ws-mov-no-cte pic 9(10) value 0.
        77 ws-mov-cta-cbe pic 9(20) value 0.
        77 ws-mov-tipo pic A(8) value spaces.
        77 ws-mov-sdo pic S9(10)V99 value 0.
        77 ws-mov-fecha pic 9(8) value 0.
        77 ws-mov-moneda pic X(3) value spaces.
        77 ws-mov-sucursal pic 9(4) value 0.
        77 ws-moneda pic X(3) value spaces.
        77 ws-monto pic S9(14)V99 value 0.
        77 ws-monto-mxn pic S9(14)V99 value 0.
        77 ws-cuenta-actual pic 9(13) value 0.
        77 ws-moneda-actual pic X(3) value spaces.
        77 ws-suma-saldos pic S9(16)V99 value 0.
        77 ws-dias-saldo pic 9(3) value 0.
        77 ws-primer-registro pic 9 value 1.
        77 ws-cte-actual pic 9(10) value 0.
        77 ws-suc-cliente pic 9(4) value 0.
        77 ws-suc-anterior pic 9(4) value 0.
        77 ws-nuevo-cliente-suc pic 9 value 0.
        77 ws-nombre pic X(40) value spaces.
        77 ws-cte-comisiones pic S9(14)V99 value 0.
        77 ws-cte-int-sobregiro pic S9(14)V99 value 0.
        77 ws-cte-spread pic S9(14)V99 value 0.
        77 ws-cte-int-pagados pic S9(14)V99 value 0.
        77 ws-cte-saldo-promedio pic S9(14)V99 value 0.
        77 ws-num-sucursales pic 9(4) value 0.
        77 ws-idx pic 9(4) value 0.
        77 ws-jdx pic 9(4) value 0.
        77 ws-encontrado pic 9 value 0.
        77 ws-rango pic 9(6) value 0.
        77 ws-limite-top pic 9(6) value 50.
        77 ws-limite-bottom pic 9(6) value 0.
        77 ws-signo pic X(1) value space.
        77 ws-importe pic 9(14)V99 value 0.
        77 ws-tot-comisiones-mov pic 9(10) value 0.
        77 ws-tot-reversas pic 9(10) value 0.
        77 ws-tot-sobregiro-mov pic 9(10) value 0.
        77 ws-tot-interes-mov pic 9(10) value 0.
        77 ws-tot-spread-mov pic 9(10) value 0.
        77 ws-tot-spread-sin-mov pic 9(10) value 0.
        77 ws-tot-saldos-cuenta pic 9(10) value 0.
        77 ws-tot-saldos-sin-cta pic 9(10) value 0.
        77 ws-tot-clientes pic 9(8) value 0.
        77 ws-gran-ingresos pic S9(16)V99 value 0.
        77 ws-gran-int-pagados pic S9(16)V99 value 0.
        77 ws-gran-contribucion pic S9(16)V99 value 0.
        01 ws-tabla-sucursales.
            05 ws-suc-entrada occurs 500 times.
                10 ws-suc-sucursal pic 9(4).
                10 ws-suc-clientes pic 9(8).
                10 ws-suc-comisiones pic S9(14)V99.
                10 ws-suc-int-sobregiro pic S9(14)V99.
                10 ws-suc-spread pic S9(14)V99.
                10 ws-suc-int-pagados pic S9(14)V99.
                10 ws-suc-saldo-promedio pic S9(14)V99.
                10 ws-suc-contribucion pic S9(14)V99.
        procedure division.
        inicio-rentabilidad.
            display "RENTABILIDAD POR CLIENTE Y POR SUCURSAL"
            display "Mes y anio (mmaaaa): " with no advancing
            accept ws-mes-anio
            move ws-mes-anio(1:2) to ws-mes-reporte
            move ws-mes-anio(3:4) to ws-anio-reporte
            compute ws-periodo-hist = ws-anio-reporte * 100
                + ws-mes-reporte
            accept ws-fecha-sistema from date yyyymmdd
            perform abrir-tasas
            perform cargar-tasas
            close tasas-file
            perform abrir-movimientos
            perform abrir-iva-comisiones
            perform abrir-cuentas
            perform abrir-clientes
            open output rent-trabajo-file
            perform extraer-movimientos
            perform extraer-movimientos-hist
            perform extraer-spread
            perform extraer-saldos-promedio
            close rent-trabajo-file
            close movimientos-file
            close iva-comisiones-file
            close cuentas-file
            sort rent-sort-file
                on ascending key sr-no-cte sr-sucursal
                using rent-trabajo-file
                giving rent-ord-file
            perform totalizar-clientes
            sort rank-sort-file
                on descending key rs-contribucion
                on ascending key rs-no-cte
                using rent-clientes-file
                giving rent-rank-file
            open output rentabilidad-file
            perform grabar-encabezado
            perform emitir-clientes
            perform emitir-sucursales
            perform grabar-trailer
            close rentabilidad-file
            close clientes-file
            display " "
            display "RESUMEN DE RENTABILIDAD - PERIODO " ws-mes-reporte
                "/" ws-anio-reporte " (importes en MXN)"
            display "   Comisiones cobradas:        "
                ws-tot-comisiones-mov
            display "   Comisiones reversadas:      " ws-tot-reversas
            display "   Cargos de int. sobregiro:   "
                ws-tot-sobregiro-mov
            display "   Abonos de interes pagado:   "
                ws-tot-interes-mov
            display "   Operaciones con spread:     "
                ws-tot-spread-mov
            display "   Spread sin movimiento:      "
                ws-tot-spread-sin-mov
            display "   Cuentas con saldo promedio: "
                ws-tot-saldos-cuenta
            display "   Saldos sin cuenta:          "
                ws-tot-saldos-sin-cta
            display "   Clientes:                   " ws-tot-clientes
            display "   Sucursales:                 " ws-num-sucursales
            display "   Ingresos: " ws-gran-ingresos
                "  Costo: " ws-gran-int-pagados
            display "   Contribucion neta: " ws-gran-contribucion
            display "Registros en rentabilidad.dat"
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "RENTABILIDAD" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-tasas.
            open input tasas-file
            if ws-fs-tasas not = "00"
                open output tasas-file
                close tasas-file
                open input tasas-file
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
        abrir-movimientos.
            open input movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open input movimientos-file
            end-if.
        abrir-iva-comisiones.
            open input iva-comisiones-file
            if ws-fs-iva not = "00"
                open output iva-comisiones-file
                close iva-comisiones-file
                open input iva-comisiones-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        abrir-clientes.
            open input clientes-file
            if ws-fs-clientes not = "00"
                open output clientes-file
                close clientes-file
                open input clientes-file
            end-if.
        extraer-movimientos.
            move 0 to fin-fichero
            move 0 to e1-no-mts-mts
            start movimientos-file key is not less than e1-no-mts-mts
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read movimientos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if e1-no-mts-mts not = ws-trailer-key
                            move e1-no-mts-mts to ws-mov-no-mts
                            move e1-no-cte-mts to ws-mov-no-cte
                            move e1-cta-cbe-mts to ws-mov-cta-cbe
                            move e1-tipo-mts to ws-mov-tipo
                            move e1-sdo-mts to ws-mov-sdo
                            move e1-fech-mts to ws-mov-fecha
                            move e1-moneda-mts to ws-mov-moneda
                            move e1-sucursal to ws-mov-sucursal
                            perform clasificar-movimiento
                        end-if
                end-read
            end-perform
            move 0 to fin-fichero.
        extraer-movimientos-hist.
            open input movimientos-hist-file
            if ws-fs-hist = "00"
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read movimientos-hist-file
                        at end move 1 to fin-fichero
                        not at end
                            if hs-no-mts-mts not = ws-trailer-key
                                move hs-no-mts-mts to ws-mov-no-mts
                                move hs-no-cte-mts to ws-mov-no-cte
                                move hs-cta-cbe-mts to ws-mov-cta-cbe
                                move hs-tipo-mts to ws-mov-tipo
                                move hs-sdo-mts to ws-mov-sdo
                                move hs-fech-mts to ws-mov-fecha
                                move hs-moneda-mts to ws-mov-moneda
                                move hs-sucursal to ws-mov-sucursal
                                perform clasificar-movimiento
                            end-if
                    end-read
                end-perform
                close movimientos-hist-file
            end-if
            move 0 to fin-fichero.
        clasificar-movimiento.
            if ws-mov-fecha(3:2) = ws-mes-reporte
                and ws-mov-fecha(5:4) = ws-anio-reporte
                if ws-mov-tipo = "COMISION"
                    perform registrar-comision
                else
                    if ws-mov-tipo = "REVERSA "
                        perform registrar-reversa
                    else
                        if ws-mov-tipo = "SOBREGIR"
                            perform registrar-int-sobregiro
                        else
                            if ws-mov-tipo = "INTERES "
                                perform registrar-int-pagado
                            end-if
                        end-if
                    end-if
                end-if
            end-if.
        registrar-comision.
            move ws-mov-no-mts to ivc-no-mts-mts
            read iva-comisiones-file
                invalid key
                    move ws-mov-sdo to ws-monto
                    if ws-mov-sdo < 0
                        subtract ws-mov-sdo from 0 giving ws-monto
                    end-if
                    move ws-mov-moneda to ws-moneda
                not invalid key
                    move ivc-base to ws-monto
                    move ivc-moneda to ws-moneda
            end-read
            perform convertir-a-mxn
            perform limpiar-trabajo
            move ws-mov-no-cte to wk-no-cte
            move ws-mov-sucursal to wk-sucursal
            move ws-monto-mxn to wk-comisiones
            write wk-registro
            add 1 to ws-tot-comisiones-mov.
        registrar-reversa.
            move ws-mov-cta-cbe to ivc-no-mts-mts
            read iva-comisiones-file
                invalid key continue
                not invalid key
                    move ivc-base to ws-monto
                    move ivc-moneda to ws-moneda
                    perform convertir-a-mxn
                    perform limpiar-trabajo
                    move ivc-no-cte to wk-no-cte
                    move ivc-sucursal to wk-sucursal
                    subtract ws-monto-mxn from 0 giving wk-comisiones
                    write wk-registro
                    add 1 to ws-tot-reversas
            end-read.
        registrar-int-sobregiro.
            move ws-mov-sdo to ws-monto
            if ws-mov-sdo < 0
                subtract ws-mov-sdo from 0 giving ws-monto
            end-if
            move ws-mov-moneda to ws-moneda
            perform convertir-a-mxn
            perform limpiar-trabajo
            move ws-mov-no-cte to wk-no-cte
            move ws-mov-sucursal to wk-sucursal
            move ws-monto-mxn to wk-int-sobregiro
            write wk-registro
            add 1 to ws-tot-sobregiro-mov.
        registrar-int-pagado.
            move ws-mov-sdo to ws-monto
            if ws-mov-sdo < 0
                subtract ws-mov-sdo from 0 giving ws-monto
            end-if
            move ws-mov-moneda to ws-moneda
            perform convertir-a-mxn
            perform limpiar-trabajo
            move ws-mov-no-cte to wk-no-cte
            move ws-mov-sucursal to wk-sucursal
            move ws-monto-mxn to wk-int-pagados
            write wk-registro
            add 1 to ws-tot-interes-mov.
        limpiar-trabajo.
            move 0 to wk-no-cte
            move 0 to wk-sucursal
            move 0 to wk-comisiones
            move 0 to wk-int-sobregiro
            move 0 to wk-spread
            move 0 to wk-int-pagados
            move 0 to wk-saldo-promedio.
        convertir-a-mxn.
            if ws-moneda = "USD"
                multiply ws-monto by ws-tasa-usd-mxn
                    giving ws-monto-mxn rounded
            else
                if ws-moneda = "EUR"
                    multiply ws-monto by ws-tasa-eur-mxn
                        giving ws-monto-mxn rounded
                else
                    move ws-monto to ws-monto-mxn
                end-if
            end-if.
        extraer-spread.
            open input cambio-spread-file
            if ws-fs-spread = "00"
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read cambio-spread-file
                        at end move 1 to fin-fichero
                        not at end
                            if csp-fecha(3:2) = ws-mes-reporte
                                and csp-fecha(5:4) = ws-anio-reporte
                                perform registrar-spread
                            end-if
                    end-read
                end-perform
                close cambio-spread-file
            end-if
            move 0 to fin-fichero.
        registrar-spread.
            move csp-no-mts-mts to e1-no-mts-mts
            read movimientos-file
                invalid key
                    add 1 to ws-tot-spread-sin-mov
                    display "AVISO: el spread de la operacion "
                        csp-no-mts-mts " no tiene movimiento, no se "
                        "atribuyo a ningun cliente."
                not invalid key
                    perform limpiar-trabajo
                    move e1-no-cte-mts to wk-no-cte
                    move e1-sucursal to wk-sucursal
                    move csp-monto-mxn to wk-spread
                    write wk-registro
                    add 1 to ws-tot-spread-mov
            end-read.
        extraer-saldos-promedio.
            open input saldos-hist-file
            if ws-fs-saldos-hist = "00"
                move 0 to ws-cuenta-actual
                move spaces to ws-moneda-actual
                move 0 to ws-suma-saldos
                move 0 to ws-dias-saldo
                move 0 to fin-fichero
                move 0 to sh-cuenta
                move spaces to sh-moneda
                move 0 to sh-fecha
                start saldos-hist-file key is not less than sh-llave
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read saldos-hist-file next record
                        at end move 1 to fin-fichero
                        not at end
                            if sh-fecha(1:6) = ws-periodo-hist
                                perform acumular-saldo-dia
                            end-if
                    end-read
                end-perform
                if ws-dias-saldo > 0
                    perform registrar-saldo-promedio
                end-if
                close saldos-hist-file
            end-if
            move 0 to fin-fichero.
        acumular-saldo-dia.
            if sh-cuenta not = ws-cuenta-actual
                or sh-moneda not = ws-moneda-actual
                if ws-dias-saldo > 0
                    perform registrar-saldo-promedio
                end-if
                move sh-cuenta to ws-cuenta-actual
                move sh-moneda to ws-moneda-actual
                move 0 to ws-suma-saldos
                move 0 to ws-dias-saldo
            end-if
            add sh-saldo to ws-suma-saldos
            add 1 to ws-dias-saldo.
        registrar-saldo-promedio.
            divide ws-suma-saldos by ws-dias-saldo
                giving ws-monto rounded
            move ws-moneda-actual to ws-moneda
            perform convertir-a-mxn
            move ws-cuenta-actual to cta-no-cuenta
            read cuentas-file
                invalid key
                    add 1 to ws-tot-saldos-sin-cta
                    display "AVISO: la cuenta " ws-cuenta-actual
                        " tiene saldos historicos pero no esta en "
                        "cuentas.dat, se omitio su saldo promedio."
                not invalid key
                    perform limpiar-trabajo
                    move cta-no-cte to wk-no-cte
                    move cta-sucursal to wk-sucursal
                    move ws-monto-mxn to wk-saldo-promedio
                    write wk-registro
                    add 1 to ws-tot-saldos-cuenta
            end-read.
        totalizar-clientes.
            open input rent-ord-file
            open output rent-clientes-file
            move 0 to fin-fichero
            move 1 to ws-primer-registro
            perform until fin-fichero = 1
                read rent-ord-file
                    at end move 1 to fin-fichero
                    not at end perform acumular-renglon
                end-read
            end-perform
            if ws-primer-registro = 0
                perform cerrar-cliente
            end-if
            close rent-ord-file
            close rent-clientes-file.
        acumular-renglon.
            move 0 to ws-nuevo-cliente-suc
            if ws-primer-registro = 1
                move 0 to ws-primer-registro
                perform abrir-cliente
            else
                if ord-no-cte not = ws-cte-actual
                    perform cerrar-cliente
                    perform abrir-cliente
                else
                    if ord-sucursal not = ws-suc-anterior
                        move 1 to ws-nuevo-cliente-suc
                        move 0 to ws-suc-cliente
                    end-if
                end-if
            end-if
            move ord-sucursal to ws-suc-anterior
            add ord-comisiones to ws-cte-comisiones
            add ord-int-sobregiro to ws-cte-int-sobregiro
            add ord-spread to ws-cte-spread
            add ord-int-pagados to ws-cte-int-pagados
            add ord-saldo-promedio to ws-cte-saldo-promedio
            perform acumular-sucursal.
        abrir-cliente.
            move ord-no-cte to ws-cte-actual
            move ord-sucursal to ws-suc-cliente
            move 1 to ws-nuevo-cliente-suc
            move 0 to ws-cte-comisiones
            move 0 to ws-cte-int-sobregiro
            move 0 to ws-cte-spread
            move 0 to ws-cte-int-pagados
            move 0 to ws-cte-saldo-promedio.
        cerrar-cliente.
            move ws-cte-actual to rc-no-cte
            move ws-suc-cliente to rc-sucursal
            move ws-cte-comisiones to rc-comisiones
            move ws-cte-int-sobregiro to rc-int-sobregiro
            move ws-cte-spread to rc-spread
            compute rc-ingresos = ws-cte-comisiones
                + ws-cte-int-sobregiro + ws-cte-spread
            move ws-cte-int-pagados to rc-int-pagados
            move ws-cte-saldo-promedio to rc-saldo-promedio
            compute rc-contribucion = rc-ingresos - ws-cte-int-pagados
            write rc-registro
            add 1 to ws-tot-clientes
            add rc-ingresos to ws-gran-ingresos
            add rc-int-pagados to ws-gran-int-pagados
            add rc-contribucion to ws-gran-contribucion.
        acumular-sucursal.
            move 0 to ws-encontrado
            move 1 to ws-idx
            perform until ws-idx > ws-num-sucursales
                or ws-encontrado = 1
                if ws-suc-sucursal(ws-idx) = ord-sucursal
                    move 1 to ws-encontrado
                else
                    add 1 to ws-idx
                end-if
            end-perform
            if ws-encontrado = 0
                if ws-num-sucursales < 500
                    add 1 to ws-num-sucursales
                    move ws-num-sucursales to ws-idx
                    move ord-sucursal to ws-suc-sucursal(ws-idx)
                    move 0 to ws-suc-clientes(ws-idx)
                    move 0 to ws-suc-comisiones(ws-idx)
                    move 0 to ws-suc-int-sobregiro(ws-idx)
                    move 0 to ws-suc-spread(ws-idx)
                    move 0 to ws-suc-int-pagados(ws-idx)
                    move 0 to ws-suc-saldo-promedio(ws-idx)
                    move 0 to ws-suc-contribucion(ws-idx)
                    move 1 to ws-encontrado
                else
                    display "AVISO: mas de 500 sucursales, no se "
                        "acumulo la sucursal " ord-sucursal
                end-if
            end-if
            if ws-encontrado = 1
                add ord-comisiones to ws-suc-comisiones(ws-idx)
                add ord-int-sobregiro to ws-suc-int-sobregiro(ws-idx)
                add ord-spread to ws-suc-spread(ws-idx)
                add ord-int-pagados to ws-suc-int-pagados(ws-idx)
                add ord-saldo-promedio
                    to ws-suc-saldo-promedio(ws-idx)
                compute ws-suc-contribucion(ws-idx) =
                    ws-suc-contribucion(ws-idx) + ord-comisiones
                    + ord-int-sobregiro + ord-spread
                    - ord-int-pagados
                if ws-nuevo-cliente-suc = 1
                    add 1 to ws-suc-clientes(ws-idx)
                end-if
            end-if.
        grabar-encabezado.
            move spaces to ren-header
            move "01" to rnh-tipo
            move ws-mes-anio to rnh-periodo
            move ws-fecha-sistema to rnh-fecha-gen
            write ren-header.
        emitir-clientes.
            if ws-tot-clientes > 100
                compute ws-limite-bottom = ws-tot-clientes - 50
            else
                move ws-limite-top to ws-limite-bottom
            end-if
            display " "
            display "LOS " ws-limite-top " CLIENTES MAS RENTABLES"
            display "RANGO  CLIENTE    NOMBRE                        "
                "INGRESOS / COSTO / SALDO PROMEDIO / CONTRIBUCION"
            open input rent-rank-file
            move 0 to ws-rango
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read rent-rank-file
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-rango
                        perform grabar-detalle-cliente
                        if ws-rango <= ws-limite-top
                            perform mostrar-cliente
                        end-if
                end-read
            end-perform
            close rent-rank-file
            display " "
            display "LOS 50 CLIENTES MENOS RENTABLES"
            if ws-tot-clientes <= ws-limite-top
                display "   (todos los clientes del periodo aparecen "
                    "en la lista anterior)"
            end-if
            open input rent-rank-file
            move 0 to ws-rango
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read rent-rank-file
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-rango
                        if ws-rango > ws-limite-bottom
                            perform mostrar-cliente
                        end-if
                end-read
            end-perform
            close rent-rank-file
            move 0 to fin-fichero.
        buscar-nombre-cliente.
            move rk-no-cte to cli-no-cte
            read clientes-file
                invalid key move "CLIENTE NO REGISTRADO" to ws-nombre
                not invalid key move cli-nom-cte to ws-nombre
            end-read.
        mostrar-cliente.
            perform buscar-nombre-cliente
            display ws-rango " " rk-no-cte " " ws-nombre(1:30)
                " " rk-ingresos " " rk-int-pagados " "
                rk-saldo-promedio " " rk-contribucion.
        grabar-detalle-cliente.
            move spaces to ren-detalle
            move "02" to rnd-tipo
            move ws-mes-anio to rnd-periodo
            move rk-no-cte to rnd-no-cte
            move rk-sucursal to rnd-sucursal
            perform buscar-nombre-cliente
            move ws-nombre to rnd-nombre

            move rk-comisiones to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-comisiones
            move ws-importe to rnd-comisiones
            move rk-int-sobregiro to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-sobregiro
            move ws-importe to rnd-int-sobregiro
            move rk-spread to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-spread
            move ws-importe to rnd-spread
            move rk-ingresos to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-ingresos
            move ws-importe to rnd-ingresos
            move rk-int-pagados to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-pagados
            move ws-importe to rnd-int-pagados
            move rk-saldo-promedio to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-saldo
            move ws-importe to rnd-saldo-promedio
            move rk-contribucion to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-contribucion
            move ws-importe to rnd-contribucion
            move ws-rango to rnd-rango
            write ren-detalle.
        separar-signo.
            if ws-monto < 0
                move "-" to ws-signo
                subtract ws-monto from 0 giving ws-importe
            else
                move "+" to ws-signo
                move ws-monto to ws-importe
            end-if.
        emitir-sucursales.
            display " "
            display "RENTABILIDAD POR SUCURSAL"
            display "RANGO  SUCURSAL  CLIENTES  "
                "INGRESOS / COSTO / SALDO PROMEDIO / CONTRIBUCION"
            move 1 to ws-idx
            perform until ws-idx > ws-num-sucursales
                move 1 to ws-rango
                move 1 to ws-jdx
                perform until ws-jdx > ws-num-sucursales
                    if ws-suc-contribucion(ws-jdx) >
                        ws-suc-contribucion(ws-idx)
                        or (ws-suc-contribucion(ws-jdx) =
                        ws-suc-contribucion(ws-idx)
                        and ws-suc-sucursal(ws-jdx) <
                        ws-suc-sucursal(ws-idx))
                        add 1 to ws-rango
                    end-if
                    add 1 to ws-jdx
                end-perform
                perform grabar-detalle-sucursal
                add 1 to ws-idx
            end-perform.
        grabar-detalle-sucursal.
            move spaces to ren-detalle
            move "03" to rnd-tipo
            move ws-mes-anio to rnd-periodo
            move ws-suc-clientes(ws-idx) to rnd-no-cte
            move ws-suc-sucursal(ws-idx) to rnd-sucursal
            move "TOTAL SUCURSAL" to rnd-nombre
            move ws-suc-comisiones(ws-idx) to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-comisiones
            move ws-importe to rnd-comisiones
            move ws-suc-int-sobregiro(ws-idx) to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-sobregiro
            move ws-importe to rnd-int-sobregiro
            move ws-suc-spread(ws-idx) to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-spread
            move ws-importe to rnd-spread
            compute ws-monto = ws-suc-comisiones(ws-idx)
                + ws-suc-int-sobregiro(ws-idx)
                + ws-suc-spread(ws-idx)
            perform separar-signo
            move ws-signo to rnd-signo-ingresos
            move ws-importe to rnd-ingresos
            move ws-suc-int-pagados(ws-idx) to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-pagados
            move ws-importe to rnd-int-pagados
            move ws-suc-saldo-promedio(ws-idx) to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-saldo
            move ws-importe to rnd-saldo-promedio
            move ws-suc-contribucion(ws-idx) to ws-monto
            perform separar-signo
            move ws-signo to rnd-signo-contribucion
            move ws-importe to rnd-contribucion
            move ws-rango to rnd-rango
            write ren-detalle
            display ws-rango " " ws-suc-sucursal(ws-idx) "      "
                ws-suc-clientes(ws-idx) " " rnd-signo-ingresos
                rnd-ingresos " " rnd-signo-pagados rnd-int-pagados
                " " rnd-signo-saldo rnd-saldo-promedio " "
                rnd-signo-contribucion rnd-contribucion.
        grabar-trailer.
            move spaces to ren-trailer
            move "09" to rnt-tipo
            move ws-mes-anio to rnt-periodo
            move ws-tot-clientes to rnt-clientes
            move ws-num-sucursales to rnt-sucursales
            if ws-gran-contribucion < 0
                move "-" to rnt-signo-contribucion
                subtract ws-gran-contribucion from 0
                    giving rnt-contribucion
            else
                move "+" to rnt-signo-contribucion
                move ws-gran-contribucion to rnt-contribucion
            end-if
            write ren-trailer.
