        identification division.
        program-id. tarjetas-entrada.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select operaciones-file assign to "tarjetas_operaciones.dat"
        organization is line sequential
        file status is ws-fs-operaciones.

        select respuesta-file assign to "tarjetas_respuesta.dat"
        organization is line sequential
        file status is ws-fs-respuesta.

        select tarjetas-file assign to "tarjetas.dat"
        organization is indexed
        access mode is dynamic
        record key is tjd-no-tarjeta
        file status is ws-fs-tarjetas.

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

        select acumulados-file assign to "acumulados_dia.dat"
        organization is indexed
        access mode is dynamic
        record key is acu-llave
        file status is ws-fs-acumulados.

        select sobregiros-file assign to "sobregiros.dat"
        organization is indexed
        access mode is dynamic
        record key is sbg-cuenta
        file status is ws-fs-sobregiros.

        select sobregiro-uso-file assign to "sobregiro_uso.dat"
        organization is line sequential
        file status is ws-fs-sbg-uso.

        select riesgo-file assign to "riesgo_clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is rie-no-cte
        file status is ws-fs-riesgo.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select periodos-file assign to "periodos.dat"
        organization is indexed
        access mode is dynamic
        record key is per-llave
        file status is ws-fs-periodos.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
        file section.
        fd operaciones-file.
        01 e1-operacion-tarjeta.
            05 top-referencia pic X(12).
            05 top-no-tarjeta pic 9(16).
            05 top-canal pic X(3).
                88 top-cajero value "ATM".
                88 top-terminal value "POS".
            05 top-monto pic 9(10)V99.
            05 top-fecha pic 9(8).
            05 top-hora pic 9(6).
            05 top-comercio pic X(30).
        fd respuesta-file.
        01 e1-respuesta-tarjeta.
            05 trs-referencia pic X(12).
            05 trs-no-tarjeta pic 9(16).
            05 trs-canal pic X(3).
            05 trs-monto pic 9(10)V99.
            05 trs-fecha pic 9(8).
            05 trs-motivo pic X(2).
        fd tarjetas-file.
        01 e1-tarjetas.
            05 tjd-no-tarjeta pic 9(16).
            05 tjd-cuenta pic 9(13).
            05 tjd-no-cte pic 9(10).
            05 tjd-status pic X(9).
                88 tjd-activa value "ACTIVA".
                88 tjd-bloqueada value "BLOQUEADA".
                88 tjd-robada value "ROBADA".
            05 tjd-limite-atm pic 9(8)V99.
            05 tjd-limite-pos pic 9(8)V99.
            05 tjd-fecha-emision pic 9(8).
            05 tjd-vence-mes pic 9(2).
            05 tjd-vence-anio pic 9(4).
            05 tjd-fecha-uso pic 9(8).
            05 tjd-uso-atm pic 9(8)V99.
            05 tjd-uso-pos pic 9(8)V99.
            05 tjd-fecha-status pic 9(8).
            05 tjd-operador pic X(10).
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
        fd acumulados-file.
        01 e1-acumulados.
            05 acu-llave.
                10 acu-no-cte pic 9(10).
                10 acu-cuenta pic 9(13).
                10 acu-fecha pic 9(8).
            05 acu-retiro pic 9(12)V99.
            05 acu-transfer pic 9(12)V99.
            05 acu-ret-ops pic 9(5).
            05 acu-trf-ops pic 9(5).
            05 acu-sucursal pic 9(4).
        fd sobregiros-file.
        01 e1-sobregiro.
            05 sbg-cuenta pic 9(13).
            05 sbg-limite pic 9(10)V99.
            05 sbg-fecha-autorizado pic 9(8).
            05 sbg-autorizo pic X(10).
            05 sbg-status pic X(9).
                88 sbg-vigente value "VIGENTE".
                88 sbg-cancelado value "CANCELADO".
        fd sobregiro-uso-file.
        01 e1-sobregiro-uso.
            05 sgu-no-mts-mts pic 9(13).
            05 sgu-cuenta pic 9(13).
            05 sgu-moneda pic X(3).
            05 sgu-fecha pic 9(8).
            05 sgu-saldo-resultante pic S9(12)V99.
        fd riesgo-file.
        01 e1-riesgo.
            05 rie-no-cte pic 9(10).
            05 rie-nivel pic X(5).
            05 rie-nivel-propuesto pic X(5).
            05 rie-status pic X(9).
                88 rie-vigente value "VIGENTE".
                88 rie-propuesto value "PROPUESTO".
            05 rie-propuso pic X(10).
            05 rie-autorizo pic X(10).
            05 rie-fecha-asignado pic 9(8).
            05 rie-fecha-revision pic 9(8).
            05 rie-origen pic X(10).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
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
        77 fin-parametros pic 9 value 0.
        77 ws-fs-operaciones pic X(2) value "00".
        77 ws-fs-respuesta pic X(2) value "00".
        77 ws-fs-tarjetas pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-saldos pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-auditoria pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-embargos pic X(2) value "00".
        77 ws-fs-ret-fondos pic X(2) value "00".
        77 ws-fs-acumulados pic X(2) value "00".
        77 ws-fs-sobregiros pic X(2) value "00".
        77 ws-fs-sbg-uso pic X(2) value "00".
        77 ws-fs-riesgo pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-fs-periodos pic X(2) value "00".
        77 fin-embargos pic 9 value 0.
        77 fin-ret-fondos pic 9 value 0.
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-trailer-existe pic 9 value 0.
        77 ws-total-count pic 9(10) value 0.
        77 ws-total-suma pic S9(10)V99 value 0.
        77 ws-operador pic X(10) value "TARJETAS".
        77 ws-siguiente-no-mts pic 9(13) value 1.
        77 ws-folio-calculado pic 9(13) value 1.
        77 ws-saldo-existe pic 9 value 0.
        77 ws-sc-existe pic 9 value 0.
        77 ws-monto-mxn pic S9(10)V99 value 0.
        77 ws-aud-fecha pic 9(8) value 0.
        77 ws-aud-hora pic 9(8) value 0.
        77 ws-rechazado pic 9 value 0.
        77 ws-motivo-rechazo pic X(2) value spaces.
        77 ws-cuenta pic 9(13) value 0.
        77 ws-no-cte pic 9(10) value 0.
        77 ws-sucursal pic 9(4) value 0.
        77 ws-periodo-cerrado pic 9 value 0.
        77 ws-op-mes pic 9(2) value 0.
        77 ws-op-anio pic 9(4) value 0.
        77 ws-uso-canal pic 9(8)V99 value 0.
        77 ws-limite-canal pic 9(8)V99 value 0.
        77 ws-saldo-actual pic S9(12)V99 value 0.
        77 ws-saldo-proyectado pic S9(12)V99 value 0.
        77 ws-embargo-total pic 9(12)V99 value 0.
        77 ws-retencion-total pic 9(12)V99 value 0.
        77 ws-limite-sobregiro pic 9(10)V99 value 0.
        77 ws-piso-sobregiro pic S9(12)V99 value 0.
        77 ws-uso-sobregiro pic 9 value 0.
        77 ws-lim-ret-dia pic 9(12)V99 value 0.
        77 ws-lim-ret-cta pic 9(12)V99 value 0.
        77 ws-acum-cliente-dia pic 9(12)V99 value 0.
        77 ws-acum-cuenta-dia pic 9(12)V99 value 0.
        77 ws-acum-monto pic 9(12)V99 value 0.
        77 ws-acum-existe pic 9 value 0.
        77 ws-acu-cuenta pic 9(13) value 0.
        77 ws-factor-riesgo pic 9V99 value 1.00.
        77 ws-fac-riesgo-alto pic 9V99 value 0.50.
        77 ws-fac-riesgo-bajo pic 9V99 value 1.50.
        77 ws-tot-recibidas pic 9(10) value 0.
        77 ws-suma-recibidas pic 9(12)V99 value 0.
        77 ws-tot-posteadas pic 9(10) value 0.
        77 ws-suma-posteadas pic 9(12)V99 value 0.
        77 ws-tot-cajero pic 9(10) value 0.
        77 ws-tot-terminal pic 9(10) value 0.
        77 ws-tot-rechazadas pic 9(10) value 0.
        77 ws-suma-rechazadas pic 9(12)V99 value 0.
        procedure division.
        inicio-tarjetas-entrada.
            display "OPERACIONES DE TARJETA DE DEBITO - CAJERO Y "
                "TERMINAL"
            open input operaciones-file
            if ws-fs-operaciones not = "00"
                display "No hay archivo de operaciones del procesador "
                    "(tarjetas_operaciones.dat), no se postearon "
                    "cargos."
                stop run
            end-if
            perform cargar-parametros
            perform abrir-tarjetas
            perform abrir-cuentas
            perform abrir-movimientos
            perform abrir-saldos
            perform abrir-saldos-cuenta
            perform abrir-auditoria
            perform abrir-folios
            perform abrir-embargos
            perform abrir-retenciones-fondos
            perform abrir-acumulados
            perform abrir-sobregiros
            perform abrir-riesgo
            perform abrir-periodos
            open output respuesta-file
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read operaciones-file
                    at end move 1 to fin-fichero
                    not at end perform procesar-operacion
                end-read
            end-perform
            perform actualizar-trailer
            close operaciones-file
            open output operaciones-file
            close operaciones-file
            close respuesta-file
            close tarjetas-file
            close cuentas-file
            close movimientos-file
            close saldos-file
            close saldos-cuenta-file
            close auditoria-file
            close folios-file
            close embargos-file
            close retenciones-fondos-file
            close acumulados-file
            close sobregiros-file
            close riesgo-file
            close periodos-file
            perform imprimir-liquidacion
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "TARJETAS" to e1-checkpoint
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
                            if par-clave = "LIMRETDIA"
                                move par-valor to ws-lim-ret-dia
                            end-if
                            if par-clave = "LIMRETCTA"
                                move par-valor to ws-lim-ret-cta
                            end-if
                            if par-clave = "FACRIESALTO"
                                move par-valor to ws-fac-riesgo-alto
                            end-if
                            if par-clave = "FACRIESBAJO"
                                move par-valor to ws-fac-riesgo-bajo
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-tarjetas.
            open i-o tarjetas-file
            if ws-fs-tarjetas not = "00"
                open output tarjetas-file
                close tarjetas-file
                open i-o tarjetas-file
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
        abrir-acumulados.
            open i-o acumulados-file
            if ws-fs-acumulados not = "00"
                open output acumulados-file
                close acumulados-file
                open i-o acumulados-file
            end-if.
        abrir-sobregiros.
            open input sobregiros-file
            if ws-fs-sobregiros not = "00"
                open output sobregiros-file
                close sobregiros-file
                open input sobregiros-file
            end-if.
        abrir-riesgo.
            open input riesgo-file
            if ws-fs-riesgo not = "00"
                open output riesgo-file
                close riesgo-file
                open input riesgo-file
            end-if.
        abrir-periodos.
            open input periodos-file
            if ws-fs-periodos not = "00"
                open output periodos-file
                close periodos-file
                open input periodos-file
            end-if.
        procesar-operacion.
            add 1 to ws-tot-recibidas
            add top-monto to ws-suma-recibidas
            move 0 to ws-rechazado
            move spaces to ws-motivo-rechazo
            move 0 to ws-uso-sobregiro
            perform validar-tarjeta
            if ws-rechazado = 0
                perform verificar-periodo
            end-if
            if ws-rechazado = 0
                perform validar-cuenta
            end-if
            if ws-rechazado = 0
                perform revisar-limite-tarjeta
            end-if
            if ws-rechazado = 0
                perform revisar-limite-diario
            end-if
            if ws-rechazado = 0
                perform validar-fondos
            end-if
            if ws-rechazado = 0
                perform postear-operacion
            end-if
            if ws-rechazado = 1
                perform grabar-respuesta
            end-if.
        validar-tarjeta.
            if top-monto = 0 or (not top-cajero and not top-terminal)
                move 1 to ws-rechazado
                move "05" to ws-motivo-rechazo
                display "OPERACION RECHAZADA: " top-referencia
                    " canal " top-canal " o monto invalido"
            else
                move top-no-tarjeta to tjd-no-tarjeta
                read tarjetas-file
                    invalid key
                        move 1 to ws-rechazado
                        move "01" to ws-motivo-rechazo
                        display "OPERACION RECHAZADA: "
                            top-referencia " la tarjeta "
                            top-no-tarjeta " no esta registrada"
                    not invalid key
                        perform revisar-status-tarjeta
                end-read
            end-if.
        revisar-status-tarjeta.
            if tjd-bloqueada
                move 1 to ws-rechazado
                move "02" to ws-motivo-rechazo
                display "OPERACION RECHAZADA: " top-referencia
                    " la tarjeta " top-no-tarjeta " esta BLOQUEADA"
            else
                if tjd-robada
                    move 1 to ws-rechazado
                    move "03" to ws-motivo-rechazo
                    display "OPERACION RECHAZADA: " top-referencia
                        " la tarjeta " top-no-tarjeta
                        " esta reportada ROBADA"
                else
                    move top-fecha(3:2) to ws-op-mes
                    move top-fecha(5:4) to ws-op-anio
                    if tjd-vence-anio * 100 + tjd-vence-mes <
                        ws-op-anio * 100 + ws-op-mes
                        move 1 to ws-rechazado
                        move "04" to ws-motivo-rechazo
                        display "OPERACION RECHAZADA: "
                            top-referencia " la tarjeta "
                            top-no-tarjeta " esta vencida"
                    else
                        move tjd-cuenta to ws-cuenta
                        move tjd-no-cte to ws-no-cte
                    end-if
                end-if
            end-if.
        verificar-periodo.
            move 0 to ws-periodo-cerrado
            if ws-fs-periodos = "00"
                move top-fecha(3:2) to per-mes
                move top-fecha(5:4) to per-anio
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
                move "06" to ws-motivo-rechazo
                display "OPERACION RECHAZADA: " top-referencia
                    " con fecha " top-fecha
                    " de un periodo contable cerrado"
            end-if.
        validar-cuenta.
            move ws-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 1 to ws-rechazado
                    move "07" to ws-motivo-rechazo
                    display "OPERACION RECHAZADA: " top-referencia
                        " la cuenta " ws-cuenta
                        " no esta registrada"
                not invalid key
                    if cta-activa
                        move cta-sucursal to ws-sucursal
                    else
                        move 1 to ws-rechazado
                        move "07" to ws-motivo-rechazo
                        display "OPERACION RECHAZADA: "
                            top-referencia " la cuenta " ws-cuenta
                            " esta " cta-status
                    end-if
            end-read.
        revisar-limite-tarjeta.
            if tjd-fecha-uso not = top-fecha
                move top-fecha to tjd-fecha-uso
                move 0 to tjd-uso-atm
                move 0 to tjd-uso-pos
            end-if
            if top-cajero
                move tjd-uso-atm to ws-uso-canal
                move tjd-limite-atm to ws-limite-canal
            else
                move tjd-uso-pos to ws-uso-canal
                move tjd-limite-pos to ws-limite-canal
            end-if
            if ws-uso-canal + top-monto > ws-limite-canal
                move 1 to ws-rechazado
                move "08" to ws-motivo-rechazo
                display "OPERACION RECHAZADA: " top-referencia
                    " la tarjeta " top-no-tarjeta
                    " rebasa su limite diario de " top-canal
            end-if.
        revisar-limite-diario.
            perform cargar-acumulados-dia
            perform cargar-factor-riesgo
            if (ws-lim-ret-dia > 0 and
                ws-acum-cliente-dia + top-monto
                    > ws-lim-ret-dia * ws-factor-riesgo)
                or (ws-lim-ret-cta > 0 and
                ws-acum-cuenta-dia + top-monto
                    > ws-lim-ret-cta * ws-factor-riesgo)
                move 1 to ws-rechazado
                move "09" to ws-motivo-rechazo
                display "OPERACION RECHAZADA: " top-referencia
                    " el cliente " ws-no-cte
                    " rebasa el limite diario acumulado de RETIRO"
            end-if.
        cargar-acumulados-dia.
            move ws-no-cte to acu-no-cte
            move 0 to acu-cuenta
            move top-fecha to acu-fecha
            read acumulados-file
                invalid key
                    move 0 to ws-acum-cliente-dia
                not invalid key
                    move acu-retiro to ws-acum-cliente-dia
            end-read
            move ws-no-cte to acu-no-cte
            move ws-cuenta to acu-cuenta
            move top-fecha to acu-fecha
            read acumulados-file
                invalid key
                    move 0 to ws-acum-cuenta-dia
                not invalid key
                    move acu-retiro to ws-acum-cuenta-dia
            end-read.
        cargar-factor-riesgo.
            move 1.00 to ws-factor-riesgo
            if ws-fs-riesgo = "00"
                move ws-no-cte to rie-no-cte
                read riesgo-file
                    invalid key continue
                    not invalid key
                        if rie-nivel = "ALTO"
                            move ws-fac-riesgo-alto
                                to ws-factor-riesgo
                        end-if
                        if rie-nivel = "BAJO"
                            move ws-fac-riesgo-bajo
                                to ws-factor-riesgo
                        end-if
                end-read
            end-if.
        validar-fondos.
            move 0 to ws-saldo-actual
            move ws-cuenta to sc-cuenta
            move "MXN" to sc-moneda
            read saldos-cuenta-file
                invalid key continue
                not invalid key move sc-saldo to ws-saldo-actual
            end-read
            perform calcular-embargo-cuenta
            perform calcular-retencion-cuenta
            perform cargar-limite-sobregiro
            subtract top-monto from ws-saldo-actual
                giving ws-saldo-proyectado
            if ws-saldo-proyectado < ws-piso-sobregiro
                move 1 to ws-rechazado
                move "10" to ws-motivo-rechazo
                display "OPERACION RECHAZADA: " top-referencia
                    " saldo insuficiente en la cuenta " ws-cuenta
            else
             if ws-embargo-total > 0
                and ws-saldo-proyectado < ws-embargo-total
                move 1 to ws-rechazado
                move "11" to ws-motivo-rechazo
                display "OPERACION RECHAZADA: " top-referencia
                    " la cuenta " ws-cuenta
                    " tiene fondos embargados por orden judicial"
             else
              if ws-retencion-total > 0
                  and ws-saldo-proyectado <
                  ws-embargo-total + ws-retencion-total
                move 1 to ws-rechazado
                move "12" to ws-motivo-rechazo
                display "OPERACION RECHAZADA: " top-referencia
                    " la cuenta " ws-cuenta
                    " tiene depositos salvo buen cobro aun no "
                    "disponibles"
              else
                if ws-saldo-proyectado < 0
                    move 1 to ws-uso-sobregiro
                end-if
              end-if
             end-if
            end-if.
        calcular-embargo-cuenta.
            move 0 to ws-embargo-total
            move 0 to fin-embargos
            move ws-cuenta to emb-cuenta
            move spaces to emb-expediente
            start embargos-file key is not less than emb-llave
                invalid key move 1 to fin-embargos
            end-start
            perform until fin-embargos = 1
                read embargos-file next record
                    at end move 1 to fin-embargos
                    not at end
                        if emb-cuenta not = ws-cuenta
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
            move ws-cuenta to rtf-cuenta
            move 0 to rtf-no-mts-mts
            start retenciones-fondos-file
                key is not less than rtf-llave
                invalid key move 1 to fin-ret-fondos
            end-start
            perform until fin-ret-fondos = 1
                read retenciones-fondos-file next record
                    at end move 1 to fin-ret-fondos
                    not at end
                        if rtf-cuenta not = ws-cuenta
                            move 1 to fin-ret-fondos
                        else
                            if rtf-vigente and rtf-moneda = "MXN"
                                add rtf-monto to ws-retencion-total
                            end-if
                        end-if
                end-read
            end-perform.
        cargar-limite-sobregiro.
            move 0 to ws-limite-sobregiro
            if ws-fs-sobregiros = "00"
                move ws-cuenta to sbg-cuenta
                read sobregiros-file
                    invalid key continue
                    not invalid key
                        if sbg-vigente
                            move sbg-limite to ws-limite-sobregiro
                        end-if
                end-read
            end-if
            compute ws-piso-sobregiro = 0 - ws-limite-sobregiro.
        postear-operacion.
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move ws-no-cte to e1-no-cte-mts
            move ws-cuenta to e1-cta-chq-mts
            move top-no-tarjeta to e1-cta-cbe-mts
            move "RETIRO  " to e1-tipo-mts
            subtract top-monto from 0 giving e1-sdo-mts
            move top-fecha to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move ws-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    move 1 to ws-rechazado
                    move "13" to ws-motivo-rechazo
                    display "OPERACION RECHAZADA: " top-referencia
                        " no se pudo grabar el movimiento "
                        e1-no-mts-mts
                not invalid key
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    perform actualizar-acumulado-dia
                    perform actualizar-uso-tarjeta
                    if ws-uso-sobregiro = 1
                        perform registrar-uso-sobregiro
                    end-if
                    add 1 to ws-tot-posteadas
                    add top-monto to ws-suma-posteadas
                    if top-cajero
                        add 1 to ws-tot-cajero
                    else
                        add 1 to ws-tot-terminal
                    end-if
            end-write.
        actualizar-uso-tarjeta.
            if top-cajero
                add top-monto to tjd-uso-atm
            else
                add top-monto to tjd-uso-pos
            end-if
            rewrite e1-tarjetas
                invalid key
                    display "No se pudo actualizar el uso diario de "
                        "la tarjeta " tjd-no-tarjeta
            end-rewrite.
        actualizar-acumulado-dia.
            move top-monto to ws-acum-monto
            move 0 to ws-acu-cuenta
            perform grabar-acumulado-dia
            move ws-cuenta to ws-acu-cuenta
            perform grabar-acumulado-dia.
        grabar-acumulado-dia.
            move ws-no-cte to acu-no-cte
            move ws-acu-cuenta to acu-cuenta
            move top-fecha to acu-fecha
            read acumulados-file
                invalid key move 0 to ws-acum-existe
                not invalid key move 1 to ws-acum-existe
            end-read
            move ws-no-cte to acu-no-cte
            move ws-acu-cuenta to acu-cuenta
            move top-fecha to acu-fecha
            if ws-acum-existe = 0
                move 0 to acu-retiro
                move 0 to acu-transfer
                move 0 to acu-ret-ops
                move 0 to acu-trf-ops
                move 0 to acu-sucursal
            end-if
            add ws-acum-monto to acu-retiro
            add 1 to acu-ret-ops
            if ws-acum-existe = 1
                rewrite e1-acumulados
            else
                write e1-acumulados
            end-if.
        registrar-uso-sobregiro.
            open extend sobregiro-uso-file
            if ws-fs-sbg-uso not = "00"
                open output sobregiro-uso-file
                close sobregiro-uso-file
                open extend sobregiro-uso-file
            end-if
            move e1-no-mts-mts to sgu-no-mts-mts
            move e1-cta-chq-mts to sgu-cuenta
            move e1-moneda-mts to sgu-moneda
            move e1-fech-mts to sgu-fecha
            move ws-saldo-proyectado to sgu-saldo-resultante
            write e1-sobregiro-uso
            close sobregiro-uso-file
            display "AVISO: el movimiento " e1-no-mts-mts
                " dispuso de la linea de sobregiro, saldo "
                "resultante " ws-saldo-proyectado.
        grabar-respuesta.
            move top-referencia to trs-referencia
            move top-no-tarjeta to trs-no-tarjeta
            move top-canal to trs-canal
            move top-monto to trs-monto
            move top-fecha to trs-fecha
            move ws-motivo-rechazo to trs-motivo
            write e1-respuesta-tarjeta
            add 1 to ws-tot-rechazadas
            add top-monto to ws-suma-rechazadas.
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
        imprimir-liquidacion.
            display " "
            display "LIQUIDACION DE OPERACIONES CON TARJETA"
            display "   Operaciones recibidas: " ws-tot-recibidas
                "  Importe: " ws-suma-recibidas
            display "   Operaciones posteadas: " ws-tot-posteadas
                "  Importe: " ws-suma-posteadas
            display "      Cajero:   " ws-tot-cajero
                "  Terminal: " ws-tot-terminal
            display "   Operaciones rechazadas: " ws-tot-rechazadas
                "  Importe: " ws-suma-rechazadas
            display "   Rechazos devueltos al procesador en "
                "tarjetas_respuesta.dat".
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
