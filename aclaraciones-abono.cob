        identification division.
        program-id. aclaraciones-abono.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select aclaraciones-file assign to "aclaraciones.dat"
        organization is indexed
        access mode is dynamic
        record key is acl-no-caso
        file status is ws-fs-aclaraciones.

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
        fd aclaraciones-file.
        01 e1-aclaraciones.
            05 acl-no-caso pic 9(10).
            05 acl-no-mts-mts pic 9(13).
            05 acl-no-cte pic 9(10).
            05 acl-cuenta pic 9(13).
            05 acl-tipo-mts pic X(8).
            05 acl-fecha-mts pic 9(8).
            05 acl-monto pic 9(10)V99.
            05 acl-motivo pic X(40).
            05 acl-fecha-alta pic 9(8).
            05 acl-fecha-abono pic 9(8).
            05 acl-fecha-limite pic 9(8).
            05 acl-status pic X(9).
                88 acl-abierta value "ABIERTA".
                88 acl-resuelta value "RESUELTA".
                88 acl-cerrada value "CERRADA".
            05 acl-resolucion pic X(12).
                88 acl-procedente value "PROCEDENTE".
                88 acl-improcedente value "IMPROCEDENTE".
            05 acl-fecha-resolucion pic 9(8).
            05 acl-no-mts-provisional pic 9(13).
            05 acl-fecha-provisional pic 9(8).
            05 acl-no-mts-final pic 9(13).
            05 acl-fecha-cierre pic 9(8).
            05 acl-operador pic X(10).
            05 acl-resolvio pic X(10).
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
        77 fin-folios pic 9 value 0.
        77 ws-fs-aclaraciones pic X(2) value "00".
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
        77 ws-operador pic X(10) value "ACLARA".
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-proceso-dias pic 9(8) value 0.
        77 ws-abono-dias pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-rechazado pic 9 value 0.
        77 ws-periodo-cerrado pic 9 value 0.
        77 ws-sucursal pic 9(4) value 0.
        77 ws-importe pic S9(10)V99 value 0.
        77 ws-siguiente-no-mts pic 9(13) value 1.
        77 ws-folio-calculado pic 9(13) value 1.
        77 ws-saldo-existe pic 9 value 0.
        77 ws-sc-existe pic 9 value 0.
        77 ws-aud-fecha pic 9(8) value 0.
        77 ws-aud-hora pic 9(8) value 0.
        77 ws-tot-casos pic 9(10) value 0.
        77 ws-tot-provisionales pic 9(10) value 0.
        77 ws-suma-provisionales pic 9(12)V99 value 0.
        77 ws-tot-definitivos pic 9(10) value 0.
        77 ws-suma-definitivos pic 9(12)V99 value 0.
        77 ws-tot-reversos pic 9(10) value 0.
        77 ws-suma-reversos pic 9(12)V99 value 0.
        77 ws-tot-cerrados pic 9(10) value 0.
        77 ws-tot-pendientes pic 9(10) value 0.
        procedure division.
        inicio-aclaraciones.
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
            display "ABONOS DE ACLARACIONES - FECHA " ws-fecha-proceso
            perform abrir-aclaraciones
            perform abrir-cuentas
            perform abrir-movimientos
            perform abrir-saldos
            perform abrir-saldos-cuenta
            perform abrir-auditoria
            perform abrir-folios
            perform abrir-periodos
            move 0 to fin-fichero
            move 0 to acl-no-caso
            start aclaraciones-file key is not less than acl-no-caso
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read aclaraciones-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if not acl-cerrada
                            perform procesar-aclaracion
                        end-if
                end-read
            end-perform
            perform actualizar-trailer
            close aclaraciones-file
            close cuentas-file
            close movimientos-file
            close saldos-file
            close saldos-cuenta-file
            close auditoria-file
            close folios-file
            close periodos-file
            display " "
            display "RESUMEN DE ABONOS DE ACLARACIONES"
            display "   Aclaraciones revisadas: " ws-tot-casos
            display "   Abonos provisionales:   " ws-tot-provisionales
                "  Importe: " ws-suma-provisionales
            display "   Abonos definitivos:     " ws-tot-definitivos
                "  Importe: " ws-suma-definitivos
            display "   Reversos de provisional:" ws-tot-reversos
                "  Importe: " ws-suma-reversos
            display "   Aclaraciones cerradas:  " ws-tot-cerrados
            display "   Pendientes de aplicar:  " ws-tot-pendientes
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "ACLARACIONES" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-aclaraciones.
            open i-o aclaraciones-file
            if ws-fs-aclaraciones not = "00"
                open output aclaraciones-file
                close aclaraciones-file
                open i-o aclaraciones-file
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
        procesar-aclaracion.
            add 1 to ws-tot-casos
            if acl-abierta and acl-no-mts-provisional = 0
                move acl-fecha-abono(1:2) to ws-dia
                move acl-fecha-abono(3:2) to ws-mes
                move acl-fecha-abono(5:4) to ws-anio
                compute ws-abono-dias = ws-anio * 360
                    + ws-mes * 30 + ws-dia
                if ws-abono-dias <= ws-proceso-dias
                    perform abonar-provisional
                end-if
            end-if
            if acl-resuelta
                perform cerrar-aclaracion
            end-if.
        abonar-provisional.
            move acl-monto to ws-importe
            perform aplicar-movimiento
            if ws-rechazado = 0
                move e1-no-mts-mts to acl-no-mts-provisional
                move ws-fecha-proceso to acl-fecha-provisional
                perform grabar-aclaracion
                add 1 to ws-tot-provisionales
                add acl-monto to ws-suma-provisionales
                display "Aclaracion " acl-no-caso " abono provisional "
                    acl-monto " a la cuenta " acl-cuenta
            else
                add 1 to ws-tot-pendientes
            end-if.
        cerrar-aclaracion.
            move 0 to ws-rechazado
            if acl-procedente and acl-no-mts-provisional = 0
                move acl-monto to ws-importe
                perform aplicar-movimiento
                if ws-rechazado = 0
                    move e1-no-mts-mts to acl-no-mts-final
                    add 1 to ws-tot-definitivos
                    add acl-monto to ws-suma-definitivos
                    display "Aclaracion " acl-no-caso
                        " abono definitivo " acl-monto
                        " a la cuenta " acl-cuenta
                end-if
            end-if
            if acl-improcedente and acl-no-mts-provisional not = 0
                subtract acl-monto from 0 giving ws-importe
                perform aplicar-movimiento
                if ws-rechazado = 0
                    move e1-no-mts-mts to acl-no-mts-final
                    add 1 to ws-tot-reversos
                    add acl-monto to ws-suma-reversos
                    display "Aclaracion " acl-no-caso
                        " reverso del abono provisional "
                        acl-no-mts-provisional " por " acl-monto
                end-if
            end-if
            if ws-rechazado = 0
                move "CERRADA" to acl-status
                move ws-fecha-proceso to acl-fecha-cierre
                perform grabar-aclaracion
                add 1 to ws-tot-cerrados
            else
                add 1 to ws-tot-pendientes
            end-if.
        grabar-aclaracion.
            rewrite e1-aclaraciones
                invalid key
                    display "No se pudo actualizar la aclaracion "
                        acl-no-caso
            end-rewrite.
        aplicar-movimiento.
            move 0 to ws-rechazado
            perform validar-periodo
            if ws-rechazado = 0
                perform validar-cuenta
            end-if
            if ws-rechazado = 0
                perform obtener-siguiente-no-mts
                move ws-siguiente-no-mts to e1-no-mts-mts
                move acl-no-cte to e1-no-cte-mts
                move acl-cuenta to e1-cta-chq-mts
                move acl-no-caso to e1-cta-cbe-mts
                move "ACLARA" to e1-tipo-mts
                move ws-importe to e1-sdo-mts
                move ws-fecha-proceso to e1-fech-mts
                move "MXN" to e1-moneda-mts
                move ws-sucursal to e1-sucursal
                perform armar-llaves-mts
                write e1-movimientos
                    invalid key
                        move 1 to ws-rechazado
                        display "ACLARACION PENDIENTE: no se pudo "
                            "grabar el movimiento de la aclaracion "
                            acl-no-caso
                    not invalid key
                        perform registrar-auditoria
                        perform actualizar-saldo
                        perform actualizar-saldo-cuenta
                end-write
            end-if.
        validar-periodo.
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
                display "ACLARACION PENDIENTE: " acl-no-caso
                    " la fecha " ws-fecha-proceso
                    " cae en un periodo contable cerrado"
            end-if.
        validar-cuenta.
            move acl-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 1 to ws-rechazado
                    display "ACLARACION PENDIENTE: " acl-no-caso
                        " la cuenta " acl-cuenta
                        " no esta registrada"
                not invalid key
                    if cta-cerrada
                        move 1 to ws-rechazado
                        display "ACLARACION PENDIENTE: " acl-no-caso
                            " la cuenta " acl-cuenta
                            " esta CERRADA, aplique el abono por "
                            "ventanilla"
                    else
                        move cta-sucursal to ws-sucursal
                    end-if
            end-read.
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
            move acl-resolvio to aud-autorizo
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
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
