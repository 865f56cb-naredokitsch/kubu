        identification division.
        program-id. barrido-saldos.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select barridos-file assign to "barridos.dat"
        organization is indexed
        access mode is dynamic
        record key is brr-cuenta
        file status is ws-fs-barridos.

        select barridos-aplicados-file
        assign to "barridos_aplicados.dat"
        organization is indexed
        access mode is dynamic
        record key is bap-llave
        file status is ws-fs-aplicados.

        select reporte-barridos-file assign to "reporte_barridos.dat"
        organization is line sequential
        file status is ws-fs-reporte.

        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-cte
        file status is ws-fs-clientes.

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
        fd barridos-file.
        01 e1-barridos.
            05 brr-cuenta pic 9(13).
            05 brr-no-cte pic 9(10).
            05 brr-concentradora pic 9(13).
            05 brr-saldo-objetivo pic 9(10)V99.
            05 brr-monto-minimo pic 9(10)V99.
            05 brr-direccion pic X(10).
                88 brr-excedente value "EXCEDENTE".
                88 brr-faltante value "FALTANTE".
                88 brr-ambos value "AMBOS".
            05 brr-fecha-alta pic 9(8).
            05 brr-status pic X(10).
                88 brr-activo value "ACTIVO".
                88 brr-suspendido value "SUSPENDIDO".
                88 brr-cancelado value "CANCELADO".
        fd barridos-aplicados-file.
        01 e1-barrido-aplicado.
            05 bap-llave.
                10 bap-fecha pic 9(8).
                10 bap-no-cte pic 9(10).
                10 bap-cuenta pic 9(13).
            05 bap-concentradora pic 9(13).
            05 bap-resultado pic X(11).
                88 bap-excedente value "EXCEDENTE".
                88 bap-faltante value "FALTANTE".
                88 bap-sin-barrido value "SIN BARRIDO".
                88 bap-rechazado value "RECHAZADO".
            05 bap-saldo-inicial pic S9(12)V99.
            05 bap-monto pic 9(12)V99.
            05 bap-saldo-final pic S9(12)V99.
            05 bap-no-mts pic 9(13).
            05 bap-motivo pic X(40).
        fd reporte-barridos-file.
        01 e1-reporte-linea pic X(80).
        fd clientes-file.
        01 e1-clientes.
            05 e1-no-cte pic 9(10).
            05 e1-nom-cte.
                10 e1-1nom-cte pic X(20).
                10 e1-2nom-cte pic X(20).
                10 e1-apat-cte pic X(20).
                10 e1-amat-cte pic X(20).
            05 e1-resto-cte pic X(163).
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
        77 ws-fs-barridos pic X(2) value "00".
        77 ws-fs-aplicados pic X(2) value "00".
        77 ws-fs-reporte pic X(2) value "00".
        77 ws-fs-clientes pic X(2) value "00".
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
        77 ws-operador pic X(10) value "BARRIDOS".
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-aaaammdd pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-rechazado pic 9 value 0.
        77 ws-ya-aplicado pic 9 value 0.
        77 ws-cta-cargo pic 9(13) value 0.
        77 ws-cta-abono pic 9(13) value 0.
        77 ws-cte-cargo pic 9(10) value 0.
        77 ws-cte-abono pic 9(10) value 0.
        77 ws-cte-concentradora pic 9(10) value 0.
        77 ws-cuenta-fondos pic 9(13) value 0.
        77 ws-saldo-operativa pic S9(12)V99 value 0.
        77 ws-saldo-fondos pic S9(12)V99 value 0.
        77 ws-disponible pic S9(12)V99 value 0.
        77 ws-monto-barrido pic S9(12)V99 value 0.
        77 ws-no-mts-cargo pic 9(13) value 0.
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
        77 ws-cliente-actual pic 9(10) value 0.
        77 primera-vez pic 9 value 1.
        77 ws-cte-excedentes pic 9(12)V99 value 0.
        77 ws-cte-faltantes pic 9(12)V99 value 0.
        77 ws-tot-barridos pic 9(10) value 0.
        77 ws-tot-ya-aplicados pic 9(10) value 0.
        77 ws-tot-aplicados pic 9(10) value 0.
        77 ws-tot-excedentes pic 9(10) value 0.
        77 ws-suma-excedentes pic 9(12)V99 value 0.
        77 ws-tot-faltantes pic 9(10) value 0.
        77 ws-suma-faltantes pic 9(12)V99 value 0.
        77 ws-tot-sin-barrido pic 9(10) value 0.
        77 ws-tot-rechazados pic 9(10) value 0.
        77 ws-tot-clientes-rep pic 9(10) value 0.
        01 ws-motivo pic X(40) value spaces.
        01 ws-nombre-cliente pic X(62).
        01 ws-linea pic X(80).
        procedure division.
        inicio-barrido.
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
            move ws-fecha-proceso(5:4) to ws-fecha-aaaammdd(1:4)
            move ws-fecha-proceso(3:2) to ws-fecha-aaaammdd(5:2)
            move ws-fecha-proceso(1:2) to ws-fecha-aaaammdd(7:2)
            display "BARRIDO DE SALDOS - FECHA " ws-fecha-proceso
            perform abrir-barridos
            perform abrir-aplicados
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
            move 0 to brr-cuenta
            start barridos-file key is not less than brr-cuenta
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read barridos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if brr-activo
                            perform procesar-barrido
                        end-if
                end-read
            end-perform
            perform actualizar-trailer
            close barridos-file
            close cuentas-file
            close movimientos-file
            close saldos-file
            close saldos-cuenta-file
            close auditoria-file
            close folios-file
            close embargos-file
            close retenciones-fondos-file
            close periodos-file
            perform generar-reporte
            close barridos-aplicados-file
            display " "
            display "RESUMEN DE BARRIDO DE SALDOS"
            display "   Barridos activos revisados: " ws-tot-barridos
            display "   Ya aplicados en la fecha:   "
                ws-tot-ya-aplicados
            display "   Excedentes enviados:  " ws-tot-excedentes
                "  Importe: " ws-suma-excedentes
            display "   Faltantes cubiertos:  " ws-tot-faltantes
                "  Importe: " ws-suma-faltantes
            display "   Sin barrido:          " ws-tot-sin-barrido
            display "   Rechazados:           " ws-tot-rechazados
            display "   Clientes en reporte_barridos.dat: "
                ws-tot-clientes-rep
            display "Barridos aplicados: " ws-tot-aplicados
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "BARRIDOS" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-barridos.
            open input barridos-file
            if ws-fs-barridos not = "00"
                open output barridos-file
                close barridos-file
                open input barridos-file
            end-if.
        abrir-aplicados.
            open i-o barridos-aplicados-file
            if ws-fs-aplicados not = "00"
                open output barridos-aplicados-file
                close barridos-aplicados-file
                open i-o barridos-aplicados-file
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
        procesar-barrido.
            add 1 to ws-tot-barridos
            move ws-fecha-aaaammdd to bap-fecha
            move brr-no-cte to bap-no-cte
            move brr-cuenta to bap-cuenta
            read barridos-aplicados-file
                invalid key move 0 to ws-ya-aplicado
                not invalid key move 1 to ws-ya-aplicado
            end-read
            if ws-ya-aplicado = 1
                add 1 to ws-tot-ya-aplicados
                display "Barrido de la cuenta " brr-cuenta
                    " ya aplicado el " ws-fecha-proceso
                    ", se omite."
            else
                move 0 to ws-rechazado
                move spaces to ws-motivo
                move 0 to ws-monto-barrido
                move 0 to ws-no-mts-cargo
                move 0 to ws-saldo-operativa
                perform validar-periodo-barrido
                if ws-rechazado = 0
                    perform validar-cuentas-barrido
                end-if
                if ws-rechazado = 0
                    perform calcular-barrido
                end-if
                if ws-rechazado = 0 and ws-monto-barrido > 0
                    perform aplicar-barrido
                end-if
                perform grabar-barrido-aplicado
            end-if.
        validar-periodo-barrido.
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
                move "PERIODO CONTABLE CERRADO" to ws-motivo
            end-if.
        validar-cuentas-barrido.
            move brr-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 1 to ws-rechazado
                    move "CUENTA OPERATIVA NO REGISTRADA" to ws-motivo
                not invalid key
                    if cta-activa
                        move cta-sucursal to ws-sucursal
                    else
                        move 1 to ws-rechazado
                        string "CUENTA OPERATIVA " delimited by size
                               cta-status delimited by space
                               into ws-motivo
                    end-if
            end-read
            if ws-rechazado = 0
                move brr-concentradora to cta-no-cuenta
                read cuentas-file
                    invalid key
                        move 1 to ws-rechazado
                        move "CUENTA CONCENTRADORA NO REGISTRADA"
                            to ws-motivo
                    not invalid key
                        if cta-activa
                            move cta-no-cte to ws-cte-concentradora
                        else
                            move 1 to ws-rechazado
                            string "CUENTA CONCENTRADORA "
                                       delimited by size
                                   cta-status delimited by space
                                   into ws-motivo
                        end-if
                end-read
            end-if.
        calcular-barrido.
            move brr-cuenta to ws-cuenta-fondos
            perform leer-saldo-fondos
            move ws-saldo-fondos to ws-saldo-operativa
            if ws-saldo-operativa > brr-saldo-objetivo
                and not brr-faltante
                compute ws-monto-barrido = ws-saldo-operativa
                    - brr-saldo-objetivo
                perform calcular-disponible
                if ws-disponible < ws-monto-barrido
                    move ws-disponible to ws-monto-barrido
                end-if
                if ws-monto-barrido <= 0
                    move 0 to ws-monto-barrido
                    move "EXCEDENTE NO DISPONIBLE (EMBARGO O SBC)"
                        to ws-motivo
                else
                    if ws-monto-barrido < brr-monto-minimo
                        move 0 to ws-monto-barrido
                        move "EXCEDENTE MENOR AL MONTO MINIMO"
                            to ws-motivo
                    else
                        move brr-cuenta to ws-cta-cargo
                        move brr-no-cte to ws-cte-cargo
                        move brr-concentradora to ws-cta-abono
                        move ws-cte-concentradora to ws-cte-abono
                    end-if
                end-if
            else
                if ws-saldo-operativa < brr-saldo-objetivo
                    and not brr-excedente
                    compute ws-monto-barrido = brr-saldo-objetivo
                        - ws-saldo-operativa
                    move brr-concentradora to ws-cuenta-fondos
                    perform leer-saldo-fondos
                    perform calcular-disponible
                    if ws-disponible < ws-monto-barrido
                        move ws-disponible to ws-monto-barrido
                    end-if
                    if ws-monto-barrido <= 0
                        move 0 to ws-monto-barrido
                        move "CONCENTRADORA SIN FONDOS DISPONIBLES"
                            to ws-motivo
                    else
                        if ws-monto-barrido < brr-monto-minimo
                            and ws-saldo-operativa >= 0
                            move 0 to ws-monto-barrido
                            move "FALTANTE MENOR AL MONTO MINIMO"
                                to ws-motivo
                        else
                            move brr-concentradora to ws-cta-cargo
                            move ws-cte-concentradora to ws-cte-cargo
                            move brr-cuenta to ws-cta-abono
                            move brr-no-cte to ws-cte-abono
                        end-if
                    end-if
                else
                    move 0 to ws-monto-barrido
                    move "SALDO EN OBJETIVO O DIRECCION NO APLICA"
                        to ws-motivo
                end-if
            end-if.
        leer-saldo-fondos.
            move 0 to ws-saldo-fondos
            move ws-cuenta-fondos to sc-cuenta
            move "MXN" to sc-moneda
            read saldos-cuenta-file
                invalid key continue
                not invalid key move sc-saldo to ws-saldo-fondos
            end-read.
        calcular-disponible.
            perform calcular-embargo-cuenta
            perform calcular-retencion-cuenta
            compute ws-disponible = ws-saldo-fondos
                - ws-embargo-total - ws-retencion-total.
        calcular-embargo-cuenta.
            move 0 to ws-embargo-total
            move 0 to fin-embargos
            move ws-cuenta-fondos to emb-cuenta
            move spaces to emb-expediente
            start embargos-file key is not less than emb-llave
                invalid key move 1 to fin-embargos
            end-start
            perform until fin-embargos = 1
                read embargos-file next record
                    at end move 1 to fin-embargos
                    not at end
                        if emb-cuenta not = ws-cuenta-fondos
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
            move ws-cuenta-fondos to rtf-cuenta
            move 0 to rtf-no-mts-mts
            start retenciones-fondos-file
                key is not less than rtf-llave
                invalid key move 1 to fin-ret-fondos
            end-start
            perform until fin-ret-fondos = 1
                read retenciones-fondos-file next record
                    at end move 1 to fin-ret-fondos
                    not at end
                        if rtf-cuenta not = ws-cuenta-fondos
                            move 1 to fin-ret-fondos
                        else
                            if rtf-vigente and rtf-moneda = "MXN"
                                add rtf-monto to ws-retencion-total
                            end-if
                        end-if
                end-read
            end-perform.
        aplicar-barrido.
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to ws-no-mts-cargo
            move ws-no-mts-cargo to e1-no-mts-mts
            move ws-cte-cargo to e1-no-cte-mts
            move ws-cta-cargo to e1-cta-chq-mts
            move ws-no-mts-cargo to e1-cta-cbe-mts
            move "TRANSFER" to e1-tipo-mts
            subtract ws-monto-barrido from 0 giving e1-sdo-mts
            move ws-fecha-proceso to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move ws-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    move 1 to ws-rechazado
                    move 0 to ws-no-mts-cargo
                    move "NO SE PUDO GRABAR EL CARGO" to ws-motivo
                not invalid key
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
            end-write
            if ws-rechazado = 0
                perform obtener-siguiente-no-mts
                move ws-siguiente-no-mts to e1-no-mts-mts
                move ws-cte-abono to e1-no-cte-mts
                move ws-cta-abono to e1-cta-chq-mts
                move ws-no-mts-cargo to e1-cta-cbe-mts
                move "TRANSFER" to e1-tipo-mts
                move ws-monto-barrido to e1-sdo-mts
                move ws-fecha-proceso to e1-fech-mts
                move "MXN" to e1-moneda-mts
                move ws-sucursal to e1-sucursal
                perform armar-llaves-mts
                write e1-movimientos
                    invalid key
                        display "BARRIDO INCOMPLETO: no se pudo grabar "
                            "el abono a la cuenta " ws-cta-abono
                            " del cargo " ws-no-mts-cargo
                        move "NO SE PUDO GRABAR EL ABONO" to ws-motivo
                    not invalid key
                        perform registrar-auditoria
                        perform actualizar-saldo
                        perform actualizar-saldo-cuenta
                end-write
            end-if.
        grabar-barrido-aplicado.
            move ws-fecha-aaaammdd to bap-fecha
            move brr-no-cte to bap-no-cte
            move brr-cuenta to bap-cuenta
            move brr-concentradora to bap-concentradora
            move ws-saldo-operativa to bap-saldo-inicial
            move ws-saldo-operativa to bap-saldo-final
            move 0 to bap-monto
            move ws-no-mts-cargo to bap-no-mts
            move ws-motivo to bap-motivo
            if ws-rechazado = 1
                move "RECHAZADO" to bap-resultado
                add 1 to ws-tot-rechazados
                display "BARRIDO RECHAZADO: cuenta " brr-cuenta
                    " " ws-motivo
            else
                if ws-monto-barrido = 0
                    move "SIN BARRIDO" to bap-resultado
                    add 1 to ws-tot-sin-barrido
                else
                    move ws-monto-barrido to bap-monto
                    add 1 to ws-tot-aplicados
                    if ws-cta-cargo = brr-cuenta
                        move "EXCEDENTE" to bap-resultado
                        subtract ws-monto-barrido from bap-saldo-final
                        add 1 to ws-tot-excedentes
                        add ws-monto-barrido to ws-suma-excedentes
                    else
                        move "FALTANTE" to bap-resultado
                        add ws-monto-barrido to bap-saldo-final
                        add 1 to ws-tot-faltantes
                        add ws-monto-barrido to ws-suma-faltantes
                    end-if
                    display "Cuenta " brr-cuenta " " bap-resultado
                        " " ws-monto-barrido " folio "
                        ws-no-mts-cargo
                end-if
            end-if
            write e1-barrido-aplicado
                invalid key
                    display "No se pudo registrar el barrido de la "
                        "cuenta " brr-cuenta
                        " en barridos_aplicados.dat"
            end-write.
        generar-reporte.
            open input clientes-file
            open output reporte-barridos-file
            move spaces to ws-linea
            string "BARRIDO DE SALDOS DEL " delimited by size
                   ws-fecha-proceso delimited by size
                   into ws-linea
            move ws-linea to e1-reporte-linea
            write e1-reporte-linea
            move 1 to primera-vez
            move 0 to fin-fichero
            move ws-fecha-aaaammdd to bap-fecha
            move 0 to bap-no-cte
            move 0 to bap-cuenta
            start barridos-aplicados-file
                key is not less than bap-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read barridos-aplicados-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if bap-fecha not = ws-fecha-aaaammdd
                            move 1 to fin-fichero
                        else
                            perform reportar-barrido
                        end-if
                end-read
            end-perform
            if primera-vez = 0
                perform imprimir-total-cliente
            end-if
            close reporte-barridos-file
            if ws-fs-clientes = "00"
                close clientes-file
            end-if.
        reportar-barrido.
            if primera-vez = 1 or bap-no-cte not = ws-cliente-actual
                if primera-vez = 0
                    perform imprimir-total-cliente
                end-if
                move 0 to primera-vez
                move bap-no-cte to ws-cliente-actual
                move 0 to ws-cte-excedentes
                move 0 to ws-cte-faltantes
                add 1 to ws-tot-clientes-rep
                perform imprimir-encabezado-cliente
            end-if
            move spaces to ws-linea
            string "   " delimited by size
                   bap-cuenta delimited by size
                   " " delimited by size
                   bap-concentradora delimited by size
                   " " delimited by size
                   bap-resultado delimited by size
                   " " delimited by size
                   bap-saldo-inicial delimited by size
                   " " delimited by size
                   bap-monto delimited by size
                   into ws-linea
            move ws-linea to e1-reporte-linea
            write e1-reporte-linea
            move spaces to ws-linea
            if bap-excedente or bap-faltante
                string "      SALDO FINAL: " delimited by size
                       bap-saldo-final delimited by size
                       "  FOLIO: " delimited by size
                       bap-no-mts delimited by size
                       into ws-linea
            else
                string "      MOTIVO: " delimited by size
                       bap-motivo delimited by size
                       into ws-linea
            end-if
            move ws-linea to e1-reporte-linea
            write e1-reporte-linea
            if bap-excedente
                add bap-monto to ws-cte-excedentes
            end-if
            if bap-faltante
                add bap-monto to ws-cte-faltantes
            end-if.
        imprimir-encabezado-cliente.
            move spaces to ws-nombre-cliente
            if ws-fs-clientes = "00"
                move ws-cliente-actual to e1-no-cte
                read clientes-file
                    invalid key
                        move "CLIENTE NO ENCONTRADO EN CLIENTES.DAT"
                            to ws-nombre-cliente
                    not invalid key
                        string e1-1nom-cte delimited by size
                               " " delimited by size
                               e1-apat-cte delimited by size
                               " " delimited by size
                               e1-amat-cte delimited by size
                               into ws-nombre-cliente
                end-read
            end-if
            move spaces to e1-reporte-linea
            write e1-reporte-linea
            move spaces to ws-linea
            string "CLIENTE " delimited by size
                   ws-cliente-actual delimited by size
                   " " delimited by size
                   ws-nombre-cliente delimited by size
                   into ws-linea
            move ws-linea to e1-reporte-linea
            write e1-reporte-linea
            move spaces to ws-linea
            string "   CUENTA        CONCENTRADORA RESULTADO   "
                       delimited by size
                   "SALDO INICIAL  MONTO" delimited by size
                   into ws-linea
            move ws-linea to e1-reporte-linea
            write e1-reporte-linea.
        imprimir-total-cliente.
            move spaces to ws-linea
            string "   TOTAL EXCEDENTES: " delimited by size
                   ws-cte-excedentes delimited by size
                   "  FALTANTES: " delimited by size
                   ws-cte-faltantes delimited by size
                   into ws-linea
            move ws-linea to e1-reporte-linea
            write e1-reporte-linea.
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
