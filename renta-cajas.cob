        identification division.
        program-id. renta-cajas.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select cajas-file assign to "cajas_seguridad.dat"
        organization is indexed
        access mode is dynamic
        record key is csg-llave
        file status is ws-fs-cajas.

        select contratos-cajas-file assign to "contratos_cajas.dat"
        organization is indexed
        access mode is dynamic
        record key is ccs-contrato
        file status is ws-fs-contratos.

        select tarifas-file assign to "tarifas.dat"
        organization is indexed
        access mode is dynamic
        record key is tar-codigo
        file status is ws-fs-tarifas.

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

        select tasas-file assign to "tasas.dat"
        organization is indexed
        access mode is dynamic
        record key is tas-moneda
        file status is ws-fs-tasas.

        select auditoria-file assign to "auditoria.dat"
        organization is line sequential
        file status is ws-fs-auditoria.

        select folios-file assign to "folios.dat"
        organization is indexed
        access mode is dynamic
        record key is fol-llave
        file status is ws-fs-folios.

        select iva-comisiones-file assign to "iva_comisiones.dat"
        organization is indexed
        access mode is dynamic
        record key is ivc-no-mts-mts
        file status is ws-fs-iva.

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

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
        file section.
        fd cajas-file.
        01 e1-cajas.
            05 csg-llave.
                10 csg-sucursal pic 9(4).
                10 csg-no-caja pic 9(5).
            05 csg-tamano pic X(7).
                88 csg-tamano-valido values "CHICA" "MEDIANA" "GRANDE".
            05 csg-tarifa pic X(4).
            05 csg-status pic X(9).
                88 csg-libre value "LIBRE".
                88 csg-rentada value "RENTADA".
                88 csg-bloqueada value "BLOQUEADA".
                88 csg-perforada value "PERFORADA".
            05 csg-contrato pic 9(10).
            05 csg-fecha-status pic 9(8).
            05 csg-operador pic X(10).
        fd contratos-cajas-file.
        01 e1-contrato-caja.
            05 ccs-contrato pic 9(10).
            05 ccs-sucursal pic 9(4).
            05 ccs-no-caja pic 9(5).
            05 ccs-no-cte pic 9(10).
            05 ccs-cuenta pic 9(13).
            05 ccs-tarifa pic X(4).
            05 ccs-fecha-inicio pic 9(8).
            05 ccs-fecha-vence pic 9(8).
            05 ccs-fecha-pago pic 9(8).
            05 ccs-meses-adeudo pic 9(3).
            05 ccs-perforar pic X(1).
                88 ccs-por-perforar value "S".
            05 ccs-fecha-fin pic 9(8).
            05 ccs-status pic X(10).
                88 ccs-vigente value "VIGENTE".
                88 ccs-cancelado value "CANCELADO".
                88 ccs-perforado value "PERFORADO".
            05 ccs-operador pic X(10).
        fd tarifas-file.
        01 e1-tarifas.
            05 tar-codigo pic X(4).
            05 tar-descripcion pic X(30).
            05 tar-monto pic 9(8)V99.
            05 tar-porcentaje pic 9V9999.
            05 tar-moneda pic X(3).
                88 tar-moneda-valida values "MXN" "USD" "EUR".
            05 tar-criterio pic X(9).
                88 tar-por-status value "ESTATUS".
                88 tar-por-movs value "MOVS".
                88 tar-por-saldo value "SALDOMIN".
                88 tar-por-caja value "CAJASEG".
            05 tar-parametro pic 9(10)V99.
            05 tar-status-aplica pic X(9).
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
        fd tasas-file.
        01 e1-tasas.
            05 tas-moneda pic X(3).
            05 tas-valor pic 9(6)V9999.
            05 tas-fecha-actualizacion pic 9(8).
            05 tas-compra pic 9(6)V9999.
            05 tas-venta pic 9(6)V9999.
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
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-fs-cajas pic X(2) value "00".
        77 ws-fs-contratos pic X(2) value "00".
        77 ws-fs-tarifas pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-saldos pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-fs-auditoria pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-iva pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-trailer-existe pic 9 value 0.
        77 ws-total-count pic 9(10) value 0.
        77 ws-total-suma pic S9(10)V99 value 0.
        77 ws-operador pic X(10) value "CAJASEG".
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-proceso-dias pic 9(8) value 0.
        77 ws-vence-dias pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-contrato pic 9(10) value 0.
        77 ws-rechazado pic 9 value 0.
        77 ws-renta pic 9(8)V99 value 0.
        77 ws-moneda pic X(3) value spaces.
        77 ws-meses-adeudo pic 9(3) value 0.
        77 ws-meses-perforar pic 9(3) value 6.
        77 ws-tasa-iva pic 9(2)V99 value 16.00.
        77 ws-base-cargo pic 9(10)V99 value 0.
        77 ws-iva-cargo pic 9(10)V99 value 0.
        77 ws-tasa-usd-mxn pic 9(6)V9999 value 0.
        77 ws-tasa-eur-mxn pic 9(6)V9999 value 0.
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
        77 ws-siguiente-no-mts pic 9(13) value 1.
        77 ws-folio-calculado pic 9(13) value 1.
        77 ws-saldo-existe pic 9 value 0.
        77 ws-sc-existe pic 9 value 0.
        77 ws-monto-mxn pic S9(10)V99 value 0.
        77 ws-aud-fecha pic 9(8) value 0.
        77 ws-aud-hora pic 9(8) value 0.
        77 ws-tot-contratos pic 9(10) value 0.
        77 ws-tot-exigibles pic 9(10) value 0.
        77 ws-tot-cobradas pic 9(10) value 0.
        77 ws-suma-cobradas pic 9(12)V99 value 0.
        77 ws-tot-no-cobradas pic 9(10) value 0.
        77 ws-tot-perforar pic 9(10) value 0.
        77 ws-total-base pic 9(12)V99 value 0.
        77 ws-total-iva pic 9(12)V99 value 0.
        procedure division.
        inicio-renta.
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
            display "RENTA DE CAJAS DE SEGURIDAD - FECHA "
                ws-fecha-proceso
            perform cargar-parametros
            perform abrir-tasas
            perform cargar-tasas
            close tasas-file
            perform abrir-contratos
            perform abrir-cajas
            perform abrir-tarifas
            perform abrir-cuentas
            perform abrir-movimientos
            perform abrir-saldos
            perform abrir-saldos-cuenta
            perform abrir-auditoria
            perform abrir-folios
            perform abrir-iva-comisiones
            perform abrir-embargos
            perform abrir-retenciones-fondos
            perform abrir-periodos
            move 0 to fin-fichero
            move 0 to ccs-contrato
            start contratos-cajas-file
                key is not less than ccs-contrato
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read contratos-cajas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if ccs-vigente
                            perform procesar-contrato
                        end-if
                end-read
            end-perform
            perform actualizar-trailer
            close contratos-cajas-file
            close cajas-file
            close tarifas-file
            close cuentas-file
            close movimientos-file
            close saldos-file
            close saldos-cuenta-file
            close auditoria-file
            close folios-file
            close iva-comisiones-file
            close embargos-file
            close retenciones-fondos-file
            close periodos-file
            display " "
            display "RESUMEN DE RENTA DE CAJAS DE SEGURIDAD"
            display "   Contratos revisados:  " ws-tot-contratos
            display "   Rentas exigibles:     " ws-tot-exigibles
            display "   Rentas cobradas: " ws-tot-cobradas
                "  Importe MXN: " ws-suma-cobradas
            display "      Base: " ws-total-base
                "  IVA (" ws-tasa-iva "%): " ws-total-iva
            display "   Rentas no cobradas:   " ws-tot-no-cobradas
            display "   Cajas por perforar:   " ws-tot-perforar
                " (mas de " ws-meses-perforar " meses de adeudo)"
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "RENTACAJAS" to e1-checkpoint
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
                            if par-clave = "TASAIVA"
                                move par-valor to ws-tasa-iva
                            end-if
                            if par-clave = "MESESPERFORA"
                                move par-valor to ws-meses-perforar
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
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
        procesar-contrato.
            add 1 to ws-tot-contratos
            move ccs-contrato to ws-contrato
            move 0 to ws-rechazado
            perform calcular-vence-dias
            perform until ws-vence-dias > ws-proceso-dias
                or ws-rechazado = 1
                add 1 to ws-tot-exigibles
                perform cobrar-renta
                if ws-rechazado = 0
                    add 1 to ccs-fecha-vence
                    move ws-fecha-proceso to ccs-fecha-pago
                    perform calcular-vence-dias
                end-if
            end-perform
            if ws-vence-dias > ws-proceso-dias
                move 0 to ccs-meses-adeudo
                if ccs-por-perforar
                    move "N" to ccs-perforar
                    perform desbloquear-caja-pagada
                end-if
            else
                compute ws-meses-adeudo =
                    (ws-proceso-dias - ws-vence-dias) / 30
                move ws-meses-adeudo to ccs-meses-adeudo
                if ws-meses-adeudo > ws-meses-perforar
                    and not ccs-por-perforar
                    move "S" to ccs-perforar
                    perform bloquear-caja-adeudo
                end-if
            end-if
            if ccs-por-perforar
                add 1 to ws-tot-perforar
                display "CAJA POR PERFORAR: sucursal " ccs-sucursal
                    " caja " ccs-no-caja " contrato " ccs-contrato
                    " adeudo de " ccs-meses-adeudo " meses"
            end-if
            rewrite e1-contrato-caja
                invalid key
                    display "No se pudo actualizar el contrato "
                        ws-contrato
            end-rewrite.
        calcular-vence-dias.
            move ccs-fecha-vence(1:2) to ws-dia
            move ccs-fecha-vence(3:2) to ws-mes
            move ccs-fecha-vence(5:4) to ws-anio
            compute ws-vence-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia.
        bloquear-caja-adeudo.
            move ccs-sucursal to csg-sucursal
            move ccs-no-caja to csg-no-caja
            read cajas-file
                invalid key
                    display "No se encontro la caja " ccs-no-caja
                        " de la sucursal " ccs-sucursal
                not invalid key
                    if csg-rentada
                        move "BLOQUEADA" to csg-status
                        move ws-fecha-proceso to csg-fecha-status
                        move ws-operador to csg-operador
                        rewrite e1-cajas
                            invalid key
                                display "No se pudo bloquear la caja "
                                    ccs-no-caja
                        end-rewrite
                    end-if
            end-read.
        desbloquear-caja-pagada.
            move ccs-sucursal to csg-sucursal
            move ccs-no-caja to csg-no-caja
            read cajas-file
                invalid key
                    display "No se encontro la caja " ccs-no-caja
                        " de la sucursal " ccs-sucursal
                not invalid key
                    if csg-bloqueada
                        move "RENTADA" to csg-status
                        move ws-fecha-proceso to csg-fecha-status
                        move ws-operador to csg-operador
                        rewrite e1-cajas
                            invalid key
                                display "No se pudo desbloquear la "
                                    "caja " ccs-no-caja
                        end-rewrite
                    end-if
            end-read.
        cobrar-renta.
            move 0 to ws-rechazado
            perform validar-periodo-renta
            if ws-rechazado = 0
                perform validar-tarifa-renta
            end-if
            if ws-rechazado = 0 and ws-renta > 0
                perform validar-cuenta-renta
                if ws-rechazado = 0
                    perform validar-fondos-renta
                end-if
                if ws-rechazado = 0
                    perform aplicar-renta
                end-if
            end-if
            if ws-rechazado = 1
                add 1 to ws-tot-no-cobradas
            end-if.
        validar-periodo-renta.
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
                display "RENTA NO COBRADA: contrato " ws-contrato
                    " la fecha " ws-fecha-proceso
                    " cae en un periodo contable cerrado"
            end-if.
        validar-tarifa-renta.
            move ccs-tarifa to tar-codigo
            read tarifas-file
                invalid key
                    move 1 to ws-rechazado
                    display "RENTA NO COBRADA: contrato " ws-contrato
                        " la tarifa " ccs-tarifa
                        " no esta registrada"
                not invalid key
                    move tar-monto to ws-renta
                    move tar-moneda to ws-moneda
            end-read.
        validar-cuenta-renta.
            move ccs-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 1 to ws-rechazado
                    display "RENTA NO COBRADA: contrato " ws-contrato
                        " la cuenta " ccs-cuenta
                        " no esta registrada"
                not invalid key
                    if not cta-activa
                        move 1 to ws-rechazado
                        display "RENTA NO COBRADA: contrato "
                            ws-contrato " la cuenta " ccs-cuenta
                            " esta " cta-status
                    end-if
            end-read.
        validar-fondos-renta.
            move 0 to ws-saldo-actual
            move ccs-cuenta to sc-cuenta
            move ws-moneda to sc-moneda
            read saldos-cuenta-file
                invalid key continue
                not invalid key move sc-saldo to ws-saldo-actual
            end-read
            subtract ws-renta from ws-saldo-actual
                giving ws-saldo-proyectado
            if ws-saldo-proyectado < 0
                move 1 to ws-rechazado
                display "RENTA NO COBRADA: contrato " ws-contrato
                    " fondos insuficientes en la cuenta " ccs-cuenta
            end-if
            if ws-rechazado = 0
                perform calcular-embargo-cuenta
                if ws-saldo-proyectado < ws-embargo-total
                    move 1 to ws-rechazado
                    display "RENTA NO COBRADA: contrato "
                        ws-contrato " la cuenta " ccs-cuenta
                        " tiene fondos embargados por orden judicial"
                end-if
            end-if
            if ws-rechazado = 0
                perform calcular-retencion-cuenta
                if ws-saldo-proyectado <
                    ws-embargo-total + ws-retencion-total
                    move 1 to ws-rechazado
                    display "RENTA NO COBRADA: contrato "
                        ws-contrato " la cuenta " ccs-cuenta
                        " tiene depositos salvo buen cobro aun no "
                        "disponibles"
                end-if
            end-if.
        calcular-embargo-cuenta.
            move 0 to ws-embargo-total
            move 0 to fin-embargos
            move ccs-cuenta to emb-cuenta
            move spaces to emb-expediente
            start embargos-file key is not less than emb-llave
                invalid key move 1 to fin-embargos
            end-start
            perform until fin-embargos = 1
                read embargos-file next record
                    at end move 1 to fin-embargos
                    not at end
                        if emb-cuenta not = ccs-cuenta
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
            move ccs-cuenta to rtf-cuenta
            move 0 to rtf-no-mts-mts
            start retenciones-fondos-file
                key is not less than rtf-llave
                invalid key move 1 to fin-ret-fondos
            end-start
            perform until fin-ret-fondos = 1
                read retenciones-fondos-file next record
                    at end move 1 to fin-ret-fondos
                    not at end
                        if rtf-cuenta not = ccs-cuenta
                            move 1 to fin-ret-fondos
                        else
                            if rtf-vigente and rtf-moneda = ws-moneda
                                add rtf-monto to ws-retencion-total
                            end-if
                        end-if
                end-read
            end-perform.
        aplicar-renta.
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move ccs-no-cte to e1-no-cte-mts
            move ccs-cuenta to e1-cta-chq-mts
            move 0 to e1-cta-cbe-mts
            move "COMISION" to e1-tipo-mts
            subtract ws-renta from 0 giving e1-sdo-mts
            move ws-fecha-proceso to e1-fech-mts
            move ws-moneda to e1-moneda-mts
            move ccs-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    move 1 to ws-rechazado
                    display "RENTA NO COBRADA: no se pudo grabar el "
                        "cargo del contrato " ws-contrato
                not invalid key
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    perform registrar-iva-comision
                    add 1 to ws-tot-cobradas
                    subtract ws-monto-mxn from ws-suma-cobradas
            end-write.
        registrar-iva-comision.
            compute ws-base-cargo rounded =
                ws-renta / (1 + (ws-tasa-iva / 100))
            subtract ws-base-cargo from ws-renta
                giving ws-iva-cargo
            move e1-no-mts-mts to ivc-no-mts-mts
            move e1-no-cte-mts to ivc-no-cte
            move e1-cta-chq-mts to ivc-cuenta
            move e1-sucursal to ivc-sucursal
            move e1-fech-mts to ivc-fecha
            move e1-moneda-mts to ivc-moneda
            move ws-base-cargo to ivc-base
            move ws-iva-cargo to ivc-iva
            move ccs-tarifa to ivc-concepto
            write e1-iva-comision
                invalid key
                    display "No se pudo registrar el desglose de IVA "
                        "de la renta " e1-no-mts-mts
                not invalid key
                    add ws-base-cargo to ws-total-base
                    add ws-iva-cargo to ws-total-iva
            end-write.
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
        convertir-a-mxn.
            if e1-moneda-mts = "USD"
                multiply e1-sdo-mts by ws-tasa-usd-mxn
                    giving ws-monto-mxn rounded
            else
                if e1-moneda-mts = "EUR"
                    multiply e1-sdo-mts by ws-tasa-eur-mxn
                        giving ws-monto-mxn rounded
                else
                    move e1-sdo-mts to ws-monto-mxn
                end-if
            end-if.
        actualizar-saldo.
            perform convertir-a-mxn
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
        abrir-contratos.
            open i-o contratos-cajas-file
            if ws-fs-contratos not = "00"
                open output contratos-cajas-file
                close contratos-cajas-file
                open i-o contratos-cajas-file
            end-if.
        abrir-cajas.
            open i-o cajas-file
            if ws-fs-cajas not = "00"
                open output cajas-file
                close cajas-file
                open i-o cajas-file
            end-if.
        abrir-tarifas.
            open input tarifas-file
            if ws-fs-tarifas not = "00"
                open output tarifas-file
                close tarifas-file
                open input tarifas-file
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
        abrir-iva-comisiones.
            open i-o iva-comisiones-file
            if ws-fs-iva not = "00"
                open output iva-comisiones-file
                close iva-comisiones-file
                open i-o iva-comisiones-file
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
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
