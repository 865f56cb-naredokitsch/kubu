        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select saldos-file assign to "saldos.dat"

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.

        select control-entradas-file assign to "control_entradas.dat"
        organization is indexed
        access mode is dynamic
        record key is ce-llave
        file status is ws-fs-control-entradas.

        select control-partidas-file assign to "control_partidas.dat"
        organization is indexed
        access mode is dynamic
        record key is cp-llave
        file status is ws-fs-control-partidas.

        select partidas-retenidas-file
        assign to "partidas_retenidas.dat"
        organization is indexed
        access mode is dynamic
        record key is pr-llave
        file status is ws-fs-partidas-retenidas.
        data division.
        file section.
        fd cargos-file.
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
            05 per-fecha-cierre pic 9(8).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd control-entradas-file.
        01 e1-control-entrada.
            05 ce-llave.
                10 ce-programa pic X(20).
                10 ce-fecha-archivo pic 9(8).
                10 ce-registros pic 9(10).
                10 ce-hash pic 9(14)V99.
            05 ce-fecha-proceso pic 9(8).
            05 ce-hora-proceso pic 9(8).
            05 ce-status pic X(10).
                88 ce-procesado value "PROCESADO".
                88 ce-liberado value "LIBERADO".
            05 ce-autorizo pic X(10).
            05 ce-fecha-autorizo pic 9(8).
        fd control-partidas-file.
        01 e1-control-partida.
            05 cp-llave.
                10 cp-programa pic X(20).
                10 cp-fecha-proceso pic 9(8).
                10 cp-cuenta pic 9(20).
                10 cp-monto pic 9(12)V99.
                10 cp-referencia pic X(20).
                10 cp-fecha pic 9(8).
            05 cp-status pic X(10).
                88 cp-posteada value "POSTEADA".
                88 cp-liberada value "LIBERADA".
        fd partidas-retenidas-file.
        01 e1-partida-retenida.
            05 pr-llave.
                10 pr-programa pic X(20).
                10 pr-fecha-retencion pic 9(8).
                10 pr-hora pic 9(8).
                10 pr-secuencia pic 9(6).
            05 pr-cuenta pic 9(20).
            05 pr-monto pic 9(12)V99.
            05 pr-referencia pic X(20).
            05 pr-fecha pic 9(8).
            05 pr-status pic X(10).
                88 pr-retenida value "RETENIDA".
                88 pr-liberada value "LIBERADA".
                88 pr-descartada value "DESCARTADA".
            05 pr-decidio pic X(10).
            05 pr-fecha-decision pic 9(8).
            05 pr-registro pic X(150).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 ws-suma-cobrados pic 9(12)V99 value 0.
        77 ws-tot-devueltos pic 9(10) value 0.
        77 ws-suma-devueltos pic 9(12)V99 value 0.
        77 ws-fs-control-entradas pic X(2) value "00".
        77 ws-fs-control-partidas pic X(2) value "00".
        77 ws-fs-partidas-retenidas pic X(2) value "00".
        77 ws-ctl-programa pic X(20) value "COBRO-DOMICILIACION".
        77 ws-ctl-sistema pic 9(8) value 0.
        77 ws-ctl-fecha pic 9(8) value 0.
        77 ws-ctl-hora pic 9(8) value 0.
        77 ws-ctl-fecha-archivo pic 9(8) value 0.
        77 ws-ctl-registros pic 9(10) value 0.
        77 ws-ctl-hash pic 9(14)V99 value 0.
        77 ws-ctl-cuenta pic 9(20) value 0.
        77 ws-ctl-monto pic 9(12)V99 value 0.
        77 ws-ctl-referencia pic X(20) value spaces.
        77 ws-ctl-fecha-partida pic 9(8) value 0.
        77 ws-ctl-registro pic X(150) value spaces.
        77 ws-ctl-secuencia pic 9(6) value 0.
        77 ws-archivo-duplicado pic 9 value 0.
        77 ws-ce-existe pic 9 value 0.
        77 ws-partida-duplicada pic 9 value 0.
        77 ws-cp-existe pic 9 value 0.
        77 ws-tot-duplicadas pic 9(10) value 0.
        77 ws-suma-duplicadas pic 9(12)V99 value 0.
        procedure division.
        inicio-cobro.
            display "COBRO DE DOMICILIACIONES"
                    "(domiciliacion_cargos.dat), no se cobro nada."
                stop run
            end-if
            perform contar-archivo-cargos
            perform abrir-control-entradas
            perform verificar-archivo-procesado
            if ws-archivo-duplicado = 1
                close cargos-file
                perform cerrar-control-entradas
                move 1 to return-code
                stop run
            end-if
            perform abrir-domiciliaciones
            perform abrir-cuentas
            perform abrir-movimientos
            perform until fin-fichero = 1
                read cargos-file
                    at end move 1 to fin-fichero
                    not at end perform presentar-cargo
                end-read
            end-perform
            perform actualizar-trailer
            perform registrar-archivo-procesado
            perform cerrar-control-entradas
            close cargos-file
            open output cargos-file
            close cargos-file
                "  Importe: " ws-suma-cobrados
            display "   Cargos devueltos:   " ws-tot-devueltos
                "  Importe: " ws-suma-devueltos
            display "   Cargos retenidos por duplicados: "
                ws-tot-duplicadas "  Importe: " ws-suma-duplicadas
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
                close folios-file
                open i-o folios-file
            end-if.
        contar-archivo-cargos.
            move 0 to ws-ctl-registros
            move 0 to ws-ctl-hash
            move 0 to ws-ctl-fecha-archivo
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read cargos-file
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-ctl-registros
                        add cgd-monto to ws-ctl-hash
                        if ws-ctl-registros = 1
                            move cgd-fecha to ws-ctl-fecha-archivo
                        end-if
                end-read
            end-perform
            close cargos-file
            open input cargos-file.
        presentar-cargo.
            move 0 to ws-partida-duplicada
            move cgd-no-mandato to dom-no-mandato
            read domiciliaciones-file
                invalid key continue
                not invalid key perform verificar-partida-cargo
            end-read
            if ws-partida-duplicada = 1
                add 1 to ws-tot-presentados
                add cgd-monto to ws-suma-presentados
                move e1-cargo-domicil to ws-ctl-registro
                perform retener-partida-duplicada
            else
                perform procesar-cargo
            end-if.
        verificar-partida-cargo.
            move dom-cuenta to ws-ctl-cuenta
            move cgd-monto to ws-ctl-monto
            move cgd-referencia to ws-ctl-referencia
            move cgd-fecha to ws-ctl-fecha-partida
            perform verificar-partida-duplicada.
        procesar-cargo.
            add 1 to ws-tot-presentados
            add cgd-monto to ws-suma-presentados
            move cgd-fecha to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move ws-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    display "No se pudo grabar el cargo del mandato "
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    perform registrar-partida
                    add 1 to ws-tot-cobrados
                    add cgd-monto to ws-suma-cobrados
            end-write.
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
        abrir-control-entradas.
            accept ws-ctl-sistema from date yyyymmdd
            move ws-ctl-sistema(7:2) to ws-ctl-fecha(1:2)
            move ws-ctl-sistema(5:2) to ws-ctl-fecha(3:2)
            move ws-ctl-sistema(1:4) to ws-ctl-fecha(5:4)
            accept ws-ctl-hora from time
            open i-o control-entradas-file
            if ws-fs-control-entradas not = "00"
                open output control-entradas-file
                close control-entradas-file
                open i-o control-entradas-file
            end-if
            open i-o control-partidas-file
            if ws-fs-control-partidas not = "00"
                open output control-partidas-file
                close control-partidas-file
                open i-o control-partidas-file
            end-if
            open i-o partidas-retenidas-file
            if ws-fs-partidas-retenidas not = "00"
                open output partidas-retenidas-file
                close partidas-retenidas-file
                open i-o partidas-retenidas-file
            end-if.
        cerrar-control-entradas.
            close control-entradas-file
            close control-partidas-file
            close partidas-retenidas-file.
        verificar-archivo-procesado.
            move 0 to ws-archivo-duplicado
            move 0 to ws-ce-existe
            move ws-ctl-programa to ce-programa
            move ws-ctl-fecha-archivo to ce-fecha-archivo
            move ws-ctl-registros to ce-registros
            move ws-ctl-hash to ce-hash
            if ws-ctl-registros > 0
                read control-entradas-file
                    invalid key continue
                    not invalid key
                        move 1 to ws-ce-existe
                        perform revisar-archivo-procesado
                end-read
            end-if.
        revisar-archivo-procesado.
            if ce-liberado
                display "AVISO: el archivo ya se habia procesado el "
                    ce-fecha-proceso ", se reprocesa por autorizacion "
                    "de " ce-autorizo
            else
                move 1 to ws-archivo-duplicado
                display "ARCHIVO DUPLICADO: fecha "
                    ws-ctl-fecha-archivo "  registros "
                    ws-ctl-registros "  suma de control " ws-ctl-hash
                display "   ya se proceso el " ce-fecha-proceso
                    " a las " ce-hora-proceso ", no se aplico nada."
                display "   Para reprocesarlo un supervisor debe "
                    "liberarlo en control-entradas."
            end-if.
        registrar-archivo-procesado.
            move ws-ctl-programa to ce-programa
            move ws-ctl-fecha-archivo to ce-fecha-archivo
            move ws-ctl-registros to ce-registros
            move ws-ctl-hash to ce-hash
            move ws-ctl-fecha to ce-fecha-proceso
            move ws-ctl-hora to ce-hora-proceso
            move "PROCESADO" to ce-status
            if ws-ctl-registros > 0
                perform grabar-archivo-procesado
            end-if.
        grabar-archivo-procesado.
            if ws-ce-existe = 1
                rewrite e1-control-entrada
                    invalid key
                        display "No se pudo actualizar el registro "
                            "del archivo en control_entradas.dat."
                end-rewrite
            else
                move spaces to ce-autorizo
                move 0 to ce-fecha-autorizo
                write e1-control-entrada
                    invalid key
                        display "No se pudo registrar el archivo "
                            "en control_entradas.dat."
                end-write
            end-if.
        verificar-partida-duplicada.
            move 0 to ws-partida-duplicada
            move 0 to ws-cp-existe
            perform armar-llave-partida
            read control-partidas-file
                invalid key continue
                not invalid key
                    move 1 to ws-cp-existe
                    if cp-posteada
                        move 1 to ws-partida-duplicada
                    end-if
            end-read.
        armar-llave-partida.
            move ws-ctl-programa to cp-programa
            move ws-ctl-fecha to cp-fecha-proceso
            move ws-ctl-cuenta to cp-cuenta
            move ws-ctl-monto to cp-monto
            move ws-ctl-referencia to cp-referencia
            move ws-ctl-fecha-partida to cp-fecha.
        registrar-partida.
            perform armar-llave-partida
            move "POSTEADA" to cp-status
            if ws-cp-existe = 1
                rewrite e1-control-partida
                    invalid key
                        display "No se pudo actualizar la partida "
                            "en control_partidas.dat."
                end-rewrite
            else
                write e1-control-partida
                    invalid key
                        display "No se pudo registrar la partida "
                            "en control_partidas.dat."
                end-write
            end-if.
        retener-partida-duplicada.
            add 1 to ws-ctl-secuencia
            move ws-ctl-programa to pr-programa
            move ws-ctl-fecha to pr-fecha-retencion
            move ws-ctl-hora to pr-hora
            move ws-ctl-secuencia to pr-secuencia
            move ws-ctl-cuenta to pr-cuenta
            move ws-ctl-monto to pr-monto
            move ws-ctl-referencia to pr-referencia
            move ws-ctl-fecha-partida to pr-fecha
            move "RETENIDA" to pr-status
            move spaces to pr-decidio
            move 0 to pr-fecha-decision
            move ws-ctl-registro to pr-registro
            write e1-partida-retenida
                invalid key
                    display "No se pudo retener la partida de la "
                        "cuenta " ws-ctl-cuenta
                        " en partidas_retenidas.dat."
                not invalid key
                    add 1 to ws-tot-duplicadas
                    add ws-ctl-monto to ws-suma-duplicadas
                    display "PARTIDA RETENIDA POR DUPLICADA: cuenta "
                        ws-ctl-cuenta "  importe " ws-ctl-monto
                        "  referencia " ws-ctl-referencia
                        "  fecha " ws-ctl-fecha-partida
            end-write.
