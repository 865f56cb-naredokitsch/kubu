        identification division.
        program-id. devengo-intereses.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
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

        select plazos-file assign to "plazos.dat"
        organization is indexed
        access mode is dynamic
        record key is plz-no-plazo
        file status is ws-fs-plazos.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select tasas-file assign to "tasas.dat"
        organization is indexed
        access mode is dynamic
        record key is tas-moneda
        file status is ws-fs-tasas.

        select tasas-interes-file assign to "tasas_interes.dat"
        organization is indexed
        access mode is dynamic
        record key is ti-llave
        file status is ws-fs-tasas-int.

        select periodos-file assign to "periodos.dat"
        organization is indexed
        access mode is dynamic
        record key is per-llave
        file status is ws-fs-periodos.

        select devengo-file assign to "devengo_intereses.dat"
        organization is indexed
        access mode is dynamic
        record key is dvg-llave
        file status is ws-fs-devengo.

        select devengo-diario-file assign to "devengo_diario.dat"
        organization is line sequential
        file status is ws-fs-diario.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.

        select checkpoint-mant-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
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
        fd tasas-file.
        01 e1-tasas.
            05 tas-moneda pic X(3).
            05 tas-valor pic 9(6)V9999.
            05 tas-fecha-actualizacion pic 9(8).
            05 tas-compra pic 9(6)V9999.
            05 tas-venta pic 9(6)V9999.
        fd tasas-interes-file.
        01 e1-tasas-interes.
            05 ti-llave.
                10 ti-moneda pic X(3).
                10 ti-banda pic 9(2).
            05 ti-limite-inferior pic 9(10)V99.
            05 ti-tasa pic 9V9999.
            05 ti-fecha-vigor pic 9(8).
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
        fd devengo-file.
        01 e1-devengo.
            05 dvg-llave.
                10 dvg-tipo pic X(1).
                    88 dvg-vista value "A".
                    88 dvg-plazo value "P".
                    88 dvg-sobregiro value "S".
                10 dvg-referencia pic 9(13).
                10 dvg-moneda pic X(3).
            05 dvg-no-cte pic 9(10).
            05 dvg-sucursal pic 9(4).
            05 dvg-acumulado pic 9(12)V99.
            05 dvg-acumulado-mxn pic 9(12)V99.
            05 dvg-dias pic 9(5).
            05 dvg-fecha-ultimo pic 9(8).
            05 dvg-fecha-reversa pic 9(8).
        fd devengo-diario-file.
        01 e1-devengo-diario.
            05 dvd-fecha pic 9(8).
            05 dvd-tipo pic X(1).
            05 dvd-concepto pic X(1).
                88 dvd-devengo value "D".
                88 dvd-reversa value "R".
                88 dvd-reversa-cierre value "C".
            05 dvd-referencia pic 9(13).
            05 dvd-moneda pic X(3).
            05 dvd-monto pic 9(12)V99.
            05 dvd-monto-mxn pic 9(12)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd checkpoint-mant-file.
        01 e1-checkpoint-mant pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-saldos-hist pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-plazos pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-fs-tasas-int pic X(2) value "00".
        77 ws-fs-periodos pic X(2) value "00".
        77 ws-fs-devengo pic X(2) value "00".
        77 ws-fs-diario pic X(2) value "00".
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-parm-linea pic X(30) value spaces.
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-modo-parm pic X(12) value spaces.
        77 ws-modo-reversion pic 9 value 0.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-proceso-comp pic 9(8) value 0.
        77 ws-inicio-comp pic 9(8) value 0.
        77 ws-vto-comp pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-periodo-cerrado pic 9 value 0.
        77 ws-tasa-usd-mxn pic 9(6)V9999 value 0.
        77 ws-tasa-eur-mxn pic 9(6)V9999 value 0.
        77 ws-tasa-sobregiro pic 9V9999 value 0.
        77 ws-num-bandas pic 9(2) value 0.
        77 ws-idx pic 9(2) value 0.
        77 ws-banda-hallada pic 9 value 0.
        77 ws-limite-hallado pic 9(10)V99 value 0.
        77 ws-tasa-interes pic 9V9999 value 0.
        77 ws-saldo-base pic 9(12)V99 value 0.
        77 ws-moneda-actual pic X(3) value spaces.
        77 ws-dvg-tipo pic X(1) value spaces.
        77 ws-dvg-referencia pic 9(13) value 0.
        77 ws-dvg-no-cte pic 9(10) value 0.
        77 ws-dvg-sucursal pic 9(4) value 0.
        77 ws-devengo-dia pic 9(12)V99 value 0.
        77 ws-devengo-mxn pic 9(12)V99 value 0.
        77 ws-tasa-faltante pic 9 value 0.
        77 ws-dvg-existe pic 9 value 0.
        77 ws-tot-devengadas pic 9(10) value 0.
        77 ws-tot-reversadas pic 9(10) value 0.
        77 ws-suma-vista pic 9(14)V99 value 0.
        77 ws-suma-plazo pic 9(14)V99 value 0.
        77 ws-suma-sobregiro pic 9(14)V99 value 0.
        77 ws-suma-reversas pic 9(14)V99 value 0.
        77 ws-tot-sin-tasa pic 9(10) value 0.
        01 ws-tabla-bandas.
            05 ws-banda-entrada occurs 30 times.
                10 ws-bnd-moneda pic X(3).
                10 ws-bnd-limite pic 9(10)V99.
                10 ws-bnd-tasa pic 9V9999.
        procedure division.
        inicio-devengo.
            accept ws-parm-linea from command-line
            unstring ws-parm-linea delimited by all space
                into ws-fecha-parm ws-modo-parm
            end-unstring
            if ws-modo-parm = "REVERSION"
                move 1 to ws-modo-reversion
            end-if
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
            compute ws-proceso-comp = ws-anio * 10000
                + ws-mes * 100 + ws-dia
            if ws-modo-reversion = 1
                display "REVERSA DE DEVENGOS PAGADOS AL CIERRE - FECHA "
                    ws-fecha-proceso
            else
                display "DEVENGO DIARIO DE INTERESES - FECHA "
                    ws-fecha-proceso
            end-if
            perform verificar-periodo
            if ws-periodo-cerrado = 1
                display "El periodo contable " ws-mes "/" ws-anio
                    " esta CERRADO, no se devengo interes."
                move 1 to return-code
                stop run
            end-if
            if ws-modo-reversion = 1
                perform reversion-cierre
                stop run
            end-if
            perform cargar-bandas-interes
            perform abrir-tasas
            perform cargar-tasas
            close tasas-file
            perform abrir-devengo
            perform abrir-diario
            perform abrir-cuentas
            perform abrir-saldos-hist
            perform devengar-cuentas
            close saldos-hist-file
            perform abrir-plazos
            perform devengar-plazos
            close plazos-file
            perform abrir-movimientos
            perform revertir-pagados
            close movimientos-file
            close cuentas-file
            close devengo-file
            close devengo-diario-file
            perform imprimir-resumen
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "DEVENGO" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        reversion-cierre.
            perform abrir-devengo
            perform abrir-diario
            perform abrir-movimientos
            perform revertir-pagados
            close movimientos-file
            close devengo-file
            close devengo-diario-file
            display " "
            display "REVERSA DE DEVENGOS AL CIERRE"
            display "   Devengos reversados por pago: "
                ws-tot-reversadas "  Importe: " ws-suma-reversas
            open output checkpoint-mant-file
            move "REVDEVENGO" to e1-checkpoint-mant
            write e1-checkpoint-mant
            close checkpoint-mant-file.
        verificar-periodo.
            move 0 to ws-periodo-cerrado
            open input periodos-file
            if ws-fs-periodos = "00"
                move ws-mes to per-mes
                move ws-anio to per-anio
                read periodos-file
                    invalid key continue
                    not invalid key
                        if per-cerrado
                            move 1 to ws-periodo-cerrado
                        end-if
                end-read
                close periodos-file
            end-if.
        cargar-bandas-interes.
            move 0 to ws-num-bandas
            move 0 to ws-tasa-sobregiro
            open input tasas-interes-file
            if ws-fs-tasas-int not = "00"
                open output tasas-interes-file
                close tasas-interes-file
                open input tasas-interes-file
            end-if
            move 0 to fin-fichero
            move spaces to ti-moneda
            move 0 to ti-banda
            start tasas-interes-file key is not less than ti-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read tasas-interes-file next record
                    at end move 1 to fin-fichero
                    not at end perform guardar-banda-tabla
                end-read
            end-perform
            close tasas-interes-file
            move 0 to fin-fichero
            if ws-num-bandas = 0
                display "AVISO: no hay bandas vigentes en "
                    "tasas_interes.dat, no se devengara interes de "
                    "cuentas a la vista."
            end-if
            if ws-tasa-sobregiro = 0
                display "AVISO: no hay tasa de sobregiro vigente "
                    "(moneda SBG banda 01), no se devengara interes "
                    "de sobregiro."
            end-if.
        guardar-banda-tabla.
            if ti-fecha-vigor not > ws-proceso-comp
                if ti-moneda = "SBG"
                    if ti-banda = 1
                        move ti-tasa to ws-tasa-sobregiro
                    end-if
                else
                    if ti-moneda not = "ISR"
                        perform guardar-banda-moneda
                    end-if
                end-if
            end-if.
        guardar-banda-moneda.
            if ws-num-bandas < 30
                add 1 to ws-num-bandas
                move ti-moneda to ws-bnd-moneda(ws-num-bandas)
                move ti-limite-inferior to ws-bnd-limite(ws-num-bandas)
                move ti-tasa to ws-bnd-tasa(ws-num-bandas)
            else
                display "AVISO: mas de 30 bandas vigentes, se "
                    "ignora la banda " ti-moneda " " ti-banda
            end-if.
        buscar-tasa-banda.
            move 0 to ws-banda-hallada
            move 0 to ws-limite-hallado
            move 0 to ws-tasa-interes
            move 1 to ws-idx
            perform until ws-idx > ws-num-bandas
                if ws-bnd-moneda(ws-idx) = ws-moneda-actual
                    and ws-saldo-base >= ws-bnd-limite(ws-idx)
                    if ws-banda-hallada = 0
                        or ws-bnd-limite(ws-idx) >= ws-limite-hallado
                        move 1 to ws-banda-hallada
                        move ws-bnd-limite(ws-idx)
                            to ws-limite-hallado
                        move ws-bnd-tasa(ws-idx) to ws-tasa-interes
                    end-if
                end-if
                add 1 to ws-idx
            end-perform.
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
        abrir-devengo.
            open i-o devengo-file
            if ws-fs-devengo not = "00"
                open output devengo-file
                close devengo-file
                open i-o devengo-file
            end-if.
        abrir-diario.
            open extend devengo-diario-file
            if ws-fs-diario not = "00"
                open output devengo-diario-file
                close devengo-diario-file
                open extend devengo-diario-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        abrir-saldos-hist.
            open input saldos-hist-file
            if ws-fs-saldos-hist not = "00"
                open output saldos-hist-file
                close saldos-hist-file
                open input saldos-hist-file
            end-if.
        abrir-plazos.
            open input plazos-file
            if ws-fs-plazos not = "00"
                open output plazos-file
                close plazos-file
                open input plazos-file
            end-if.
        abrir-movimientos.
            open input movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open input movimientos-file
            end-if.
        devengar-cuentas.
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
                        if sh-fecha = ws-proceso-comp
                            and sh-saldo not = 0
                            perform devengar-saldo
                        end-if
                end-read
            end-perform.
        devengar-saldo.
            move 0 to ws-devengo-dia
            move sh-moneda to ws-moneda-actual
            move sh-cuenta to ws-dvg-referencia
            if sh-saldo > 0
                move "A" to ws-dvg-tipo
                move sh-saldo to ws-saldo-base
                perform buscar-tasa-banda
                if ws-banda-hallada = 1
                    compute ws-devengo-dia rounded =
                        ws-saldo-base * ws-tasa-interes / 30
                end-if
            else
                move "S" to ws-dvg-tipo
                subtract sh-saldo from 0 giving ws-saldo-base
                compute ws-devengo-dia rounded =
                    ws-saldo-base * ws-tasa-sobregiro / 360
            end-if
            if ws-devengo-dia > 0
                move sh-cuenta to cta-no-cuenta
                read cuentas-file
                    invalid key
                        display "AVISO: la cuenta " sh-cuenta
                            " del corte de saldos no esta en "
                            "cuentas.dat, no se devenga interes."
                    not invalid key
                        move cta-no-cte to ws-dvg-no-cte
                        move cta-sucursal to ws-dvg-sucursal
                        perform registrar-devengo
                end-read
            end-if.
        devengar-plazos.
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
            end-perform.
        revisar-plazo.
            move "P" to ws-dvg-tipo
            move plz-no-plazo to ws-dvg-referencia
            move plz-moneda to ws-moneda-actual
            if plz-vigente
                move plz-fecha-inicio(1:2) to ws-dia
                move plz-fecha-inicio(3:2) to ws-mes
                move plz-fecha-inicio(5:4) to ws-anio
                compute ws-inicio-comp = ws-anio * 10000
                    + ws-mes * 100 + ws-dia
                move plz-fecha-vto(1:2) to ws-dia
                move plz-fecha-vto(3:2) to ws-mes
                move plz-fecha-vto(5:4) to ws-anio
                compute ws-vto-comp = ws-anio * 10000
                    + ws-mes * 100 + ws-dia
                if ws-inicio-comp not > ws-proceso-comp
                    and ws-vto-comp > ws-proceso-comp
                    compute ws-devengo-dia rounded =
                        plz-principal * plz-tasa / 360
                    if ws-devengo-dia > 0
                        move plz-no-cte to ws-dvg-no-cte
                        move 0 to ws-dvg-sucursal
                        move plz-cuenta-ligada to cta-no-cuenta
                        read cuentas-file
                            invalid key continue
                            not invalid key
                                move cta-sucursal to ws-dvg-sucursal
                        end-read
                        perform registrar-devengo
                    end-if
                end-if
            else
                perform revertir-devengo
            end-if.
        convertir-devengo-mxn.
            move 0 to ws-tasa-faltante
            if ws-moneda-actual = "USD"
                if ws-tasa-usd-mxn = 0
                    move 1 to ws-tasa-faltante
                end-if
                multiply ws-devengo-dia by ws-tasa-usd-mxn
                    giving ws-devengo-mxn rounded
            else
                if ws-moneda-actual = "EUR"
                    if ws-tasa-eur-mxn = 0
                        move 1 to ws-tasa-faltante
                    end-if
                    multiply ws-devengo-dia by ws-tasa-eur-mxn
                        giving ws-devengo-mxn rounded
                else
                    move ws-devengo-dia to ws-devengo-mxn
                end-if
            end-if.
        registrar-devengo.
            perform convertir-devengo-mxn
            if ws-tasa-faltante = 1
                add 1 to ws-tot-sin-tasa
                display "AVISO: no hay tipo de cambio "
                    ws-moneda-actual "-MXN en tasas.dat, no se "
                    "devengo interes de " ws-dvg-referencia
            else
                move ws-dvg-tipo to dvg-tipo
                move ws-dvg-referencia to dvg-referencia
                move ws-moneda-actual to dvg-moneda
                read devengo-file
                    invalid key move 0 to ws-dvg-existe
                    not invalid key move 1 to ws-dvg-existe
                end-read
                if ws-dvg-existe = 0
                    move ws-dvg-tipo to dvg-tipo
                    move ws-dvg-referencia to dvg-referencia
                    move ws-moneda-actual to dvg-moneda
                    move 0 to dvg-acumulado
                    move 0 to dvg-acumulado-mxn
                    move 0 to dvg-dias
                    move 0 to dvg-fecha-ultimo
                    move 0 to dvg-fecha-reversa
                end-if
                if dvg-fecha-ultimo not < ws-proceso-comp
                    display "AVISO: " ws-dvg-tipo " "
                        ws-dvg-referencia " ya tiene devengo al "
                        dvg-fecha-ultimo ", no se repite."
                else
                    move ws-dvg-no-cte to dvg-no-cte
                    move ws-dvg-sucursal to dvg-sucursal
                    add ws-devengo-dia to dvg-acumulado
                    add ws-devengo-mxn to dvg-acumulado-mxn
                    add 1 to dvg-dias
                    move ws-proceso-comp to dvg-fecha-ultimo
                    if ws-dvg-existe = 1
                        rewrite e1-devengo
                    else
                        write e1-devengo
                    end-if
                    move "D" to dvd-concepto
                    move ws-devengo-dia to dvd-monto
                    move ws-devengo-mxn to dvd-monto-mxn
                    perform grabar-diario
                    add 1 to ws-tot-devengadas
                    if ws-dvg-tipo = "A"
                        add ws-devengo-mxn to ws-suma-vista
                    end-if
                    if ws-dvg-tipo = "P"
                        add ws-devengo-mxn to ws-suma-plazo
                    end-if
                    if ws-dvg-tipo = "S"
                        add ws-devengo-mxn to ws-suma-sobregiro
                    end-if
                end-if
            end-if.
        revertir-pagados.
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
                            and e1-fech-mts = ws-fecha-proceso
                            perform revisar-pago-interes
                        end-if
                end-read
            end-perform.
        revisar-pago-interes.
            move e1-cta-chq-mts to ws-dvg-referencia
            move e1-moneda-mts to ws-moneda-actual
            if e1-tipo-mts = "INTERES " and e1-cta-cbe-mts = 0
                move "A" to ws-dvg-tipo
                perform revertir-devengo
            end-if
            if e1-tipo-mts = "SOBREGIR"
                move "S" to ws-dvg-tipo
                perform revertir-devengo
            end-if.
        revertir-devengo.
            move ws-dvg-tipo to dvg-tipo
            move ws-dvg-referencia to dvg-referencia
            move ws-moneda-actual to dvg-moneda
            read devengo-file
                invalid key continue
                not invalid key
                    if dvg-acumulado > 0 or dvg-acumulado-mxn > 0
                        if ws-modo-reversion = 1
                            move "C" to dvd-concepto
                        else
                            move "R" to dvd-concepto
                        end-if
                        move dvg-acumulado to dvd-monto
                        move dvg-acumulado-mxn to dvd-monto-mxn
                        perform grabar-diario
                        add 1 to ws-tot-reversadas
                        add dvg-acumulado-mxn to ws-suma-reversas
                        move 0 to dvg-acumulado
                        move 0 to dvg-acumulado-mxn
                        move 0 to dvg-dias
                        move ws-proceso-comp to dvg-fecha-reversa
                        rewrite e1-devengo
                            invalid key
                                display "No se pudo reversar el "
                                    "devengo de " ws-dvg-tipo " "
                                    ws-dvg-referencia
                        end-rewrite
                    end-if
            end-read.
        grabar-diario.
            move ws-fecha-proceso to dvd-fecha
            move ws-dvg-tipo to dvd-tipo
            move ws-dvg-referencia to dvd-referencia
            move ws-moneda-actual to dvd-moneda
            write e1-devengo-diario.
        imprimir-resumen.
            display " "
            display "DEVENGO DE INTERESES"
            display "   Partidas devengadas: " ws-tot-devengadas
            display "      Vista (por pagar):     " ws-suma-vista
            display "      Plazo (por pagar):     " ws-suma-plazo
            display "      Sobregiro (por cobrar): " ws-suma-sobregiro
            display "   Devengos reversados por pago: "
                ws-tot-reversadas "  Importe: " ws-suma-reversas
            display "   Partidas sin tipo de cambio: " ws-tot-sin-tasa.
