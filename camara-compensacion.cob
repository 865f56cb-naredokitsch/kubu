        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select cuentas-file assign to "cuentas.dat"
        access mode is dynamic
        record key is bip-no-mts-mts
        file status is ws-fs-bitacora-post.

        select pp-cuentas-file assign to "pago_positivo_cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is ppc-cuenta
        file status is ws-fs-pp-cuentas.

        select pago-positivo-file assign to "pago_positivo.dat"
        organization is indexed
        access mode is dynamic
        record key is ppg-llave
        file status is ws-fs-pago-positivo.

        select pp-excepciones-file
        assign to "pago_positivo_excepciones.dat"
        organization is indexed
        access mode is dynamic
        record key is ppx-llave
        file status is ws-fs-pp-excepciones.

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
        fd camara-file.
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
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 bip-status pic X(9).
                88 bip-pendiente value "PENDIENTE".
                88 bip-completo value "COMPLETO".
        fd pp-cuentas-file.
        01 e1-pp-cuentas.
            05 ppc-cuenta pic 9(13).
            05 ppc-no-cte pic 9(10).
            05 ppc-fecha-alta pic 9(8).
            05 ppc-status pic X(9).
                88 ppc-activa value "ACTIVA".
                88 ppc-cancelada value "CANCELADA".
        fd pago-positivo-file.
        01 e1-pago-positivo.
            05 ppg-llave.
                10 ppg-cuenta pic 9(13).
                10 ppg-no-cheque pic 9(10).
            05 ppg-monto pic 9(10)V99.
            05 ppg-fecha-emision pic 9(8).
            05 ppg-beneficiario pic X(40).
            05 ppg-fecha-carga pic 9(8).
            05 ppg-fecha-pago pic 9(8).
            05 ppg-status pic X(9).
                88 ppg-emitido value "EMITIDO".
                88 ppg-pagado value "PAGADO".
                88 ppg-anulado value "ANULADO".
        fd pp-excepciones-file.
        01 e1-pp-excepcion.
            05 ppx-llave.
                10 ppx-cuenta pic 9(13).
                10 ppx-no-cheque pic 9(10).
                10 ppx-fecha pic 9(8).
            05 ppx-origen pic X(10).
                88 ppx-camara value "CAMARA".
                88 ppx-ventanilla value "VENTANILLA".
            05 ppx-banco pic 9(3).
            05 ppx-monto-presentado pic 9(10)V99.
            05 ppx-monto-emitido pic 9(10)V99.
            05 ppx-motivo pic X(15).
            05 ppx-status pic X(9).
                88 ppx-pendiente value "PENDIENTE".
                88 ppx-aprobada value "APROBADA".
                88 ppx-rechazada value "RECHAZADA".
                88 ppx-pagada value "PAGADA".
                88 ppx-devuelta value "DEVUELTA".
            05 ppx-decidio pic X(10).
            05 ppx-fecha-decision pic 9(8).
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
        77 ws-fs-bitacora-post pic X(2) value "00".
        77 fin-fichero pic 9 value 0.
        77 ws-ntf-fecha pic 9(8) value 0.
        77 ws-ntf-hora pic 9(8) value 0.
        77 ws-ntf-status pic X(10) value spaces.
        77 ws-fs-pp-cuentas pic X(2) value "00".
        77 ws-fs-pago-positivo pic X(2) value "00".
        77 ws-fs-pp-excepciones pic X(2) value "00".
        77 fin-excepciones pic 9 value 0.
        77 ws-pp-aprobada pic 9 value 0.
        77 ws-pp-excepcion pic 9 value 0.
        77 ws-pp-motivo pic X(15) value spaces.
        77 ws-pp-monto-emitido pic 9(10)V99 value 0.
        77 ws-fecha-hoy pic 9(8) value 0.
        77 ws-tot-excepciones-pp pic 9(10) value 0.
        77 ws-suma-excepciones-pp pic 9(12)V99 value 0.
        77 ws-tot-resueltas-pp pic 9(10) value 0.
        77 ws-fs-control-entradas pic X(2) value "00".
        77 ws-fs-control-partidas pic X(2) value "00".
        77 ws-fs-partidas-retenidas pic X(2) value "00".
        77 ws-ctl-programa pic X(20) value "CAMARA-COMPENSACION".
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
        inicio-camara.
            display "CAMARA DE COMPENSACION - CARGO DE CHEQUES"
                    "(camara_entrada.dat), no se cargaron cheques."
                stop run
            end-if
            perform contar-archivo-camara
            perform abrir-control-entradas
            perform verificar-archivo-procesado
            if ws-archivo-duplicado = 1
                close camara-file
                perform cerrar-control-entradas
                move 1 to return-code
                stop run
            end-if
            perform abrir-movimientos
            perform abrir-cuentas
            perform abrir-saldos
            perform abrir-alertas
            perform abrir-periodos
            perform abrir-bitacora-posteo
            perform abrir-pago-positivo
            perform cargar-parametros
            open output devoluciones-file
            perform resolver-excepciones-pp
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read camara-file
                    at end move 1 to fin-fichero
                    not at end perform presentar-cheque-camara
                end-read
            end-perform
            perform actualizar-trailer
            perform registrar-archivo-procesado
            perform cerrar-control-entradas
            close camara-file
            open output camara-file
            close camara-file
            close alertas-file
            close periodos-file
            close bitacora-posteo-file
            close pp-cuentas-file
            close pago-positivo-file
            close pp-excepciones-file
            perform imprimir-liquidacion
            perform marcar-checkpoint
            stop run.
                        end-if
                end-read
            end-perform.
        contar-archivo-camara.
            move 0 to ws-ctl-registros
            move 0 to ws-ctl-hash
            move 0 to ws-ctl-fecha-archivo
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read camara-file
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-ctl-registros
                        add cam-monto to ws-ctl-hash
                        if ws-ctl-registros = 1
                            move cam-fech to ws-ctl-fecha-archivo
                        end-if
                end-read
            end-perform
            close camara-file
            open input camara-file.
        presentar-cheque-camara.
            move cam-cta-chq to ws-ctl-cuenta
            move cam-monto to ws-ctl-monto
            move spaces to ws-ctl-referencia
            move cam-no-cheque to ws-ctl-referencia(1:10)
            move cam-banco to ws-ctl-referencia(11:3)
            move cam-fech to ws-ctl-fecha-partida
            perform verificar-partida-duplicada
            if ws-partida-duplicada = 1
                add 1 to ws-tot-presentados
                add cam-monto to ws-suma-presentados
                move e1-camara to ws-ctl-registro
                perform retener-partida-duplicada
            else
                move 0 to ws-pp-excepcion
                perform procesar-cheque-camara
                if ws-devuelto = 0 and ws-pp-excepcion = 0
                    perform registrar-partida
                end-if
            end-if.
        procesar-cheque-camara.
            add 1 to ws-tot-presentados
            add cam-monto to ws-suma-presentados
            if ws-devuelto = 0
                perform verificar-fondos
            end-if
            move 0 to ws-pp-excepcion
            if ws-devuelto = 0 and ws-pp-aprobada = 0
                perform verificar-pago-positivo
            end-if
            if ws-devuelto = 0
                if ws-pp-excepcion = 0
                    perform pagar-cheque
                end-if
            else
                perform grabar-devolucion
            end-if.
        abrir-pago-positivo.
            open input pp-cuentas-file
            if ws-fs-pp-cuentas not = "00"
                open output pp-cuentas-file
                close pp-cuentas-file
                open input pp-cuentas-file
            end-if
            open i-o pago-positivo-file
            if ws-fs-pago-positivo not = "00"
                open output pago-positivo-file
                close pago-positivo-file
                open i-o pago-positivo-file
            end-if
            open i-o pp-excepciones-file
            if ws-fs-pp-excepciones not = "00"
                open output pp-excepciones-file
                close pp-excepciones-file
                open i-o pp-excepciones-file
            end-if
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(7:2) to ws-fecha-hoy(1:2)
            move ws-fecha-sistema(5:2) to ws-fecha-hoy(3:2)
            move ws-fecha-sistema(1:4) to ws-fecha-hoy(5:4).
        resolver-excepciones-pp.
            move 0 to fin-excepciones
            move 0 to ppx-cuenta
            move 0 to ppx-no-cheque
            move 0 to ppx-fecha
            start pp-excepciones-file key is not less than ppx-llave
                invalid key move 1 to fin-excepciones
            end-start
            perform until fin-excepciones = 1
                read pp-excepciones-file next record
                    at end move 1 to fin-excepciones
                    not at end
                        if ppx-camara
                            and (ppx-pendiente or ppx-aprobada
                                or ppx-rechazada)
                            perform resolver-excepcion-pp
                        end-if
                end-read
            end-perform.
        resolver-excepcion-pp.
            add 1 to ws-tot-resueltas-pp
            move ppx-no-cheque to cam-no-cheque
            move ppx-cuenta to cam-cta-chq
            move ppx-monto-presentado to cam-monto
            move ppx-fecha to cam-fech
            move ppx-banco to cam-banco
            move 0 to ws-devuelto
            move spaces to ws-motivo-dev
            move 0 to ws-cta-no-cte-leida
            if ppx-aprobada
                move 1 to ws-pp-aprobada
                perform procesar-cheque-cliente
                move 0 to ws-pp-aprobada
                if ws-devuelto = 0
                    move "PAGADA" to ppx-status
                else
                    move "DEVUELTA" to ppx-status
                end-if
            else
                move cam-cta-chq to cta-no-cuenta
                read cuentas-file
                    invalid key continue
                    not invalid key
                        move cta-no-cte to ws-cta-no-cte-leida
                end-read
                if ppx-pendiente
                    move "CAMARA" to ppx-decidio
                    move ws-fecha-hoy to ppx-fecha-decision
                end-if
                move 1 to ws-devuelto
                move "14" to ws-motivo-dev
                display "CHEQUE DEVUELTO: " cam-no-cheque
                    " de la cuenta " cam-cta-chq
                    " no confirmado en pago positivo"
                perform grabar-devolucion
                move "DEVUELTA" to ppx-status
            end-if
            rewrite e1-pp-excepcion
                invalid key
                    display "No se pudo cerrar la excepcion de pago "
                        "positivo del cheque " cam-no-cheque
            end-rewrite.
        verificar-pago-positivo.
            move spaces to ws-pp-motivo
            move 0 to ws-pp-monto-emitido
            move cam-cta-chq to ppc-cuenta
            read pp-cuentas-file
                invalid key continue
                not invalid key
                    if ppc-activa
                        perform comparar-pago-positivo
                    end-if
            end-read
            if ws-pp-motivo not = spaces
                perform grabar-excepcion-pp
            end-if.
        comparar-pago-positivo.
            move cam-cta-chq to ppg-cuenta
            move cam-no-cheque to ppg-no-cheque
            read pago-positivo-file
                invalid key move "NO EMITIDO" to ws-pp-motivo
                not invalid key
                    move ppg-monto to ws-pp-monto-emitido
                    if ppg-pagado
                        move "YA PAGADO" to ws-pp-motivo
                    else
                        if ppg-anulado
                            move "ANULADO" to ws-pp-motivo
                        else
                            if ppg-monto not = cam-monto
                                move "MONTO DISTINTO" to ws-pp-motivo
                            end-if
                        end-if
                    end-if
            end-read.
        grabar-excepcion-pp.
            move cam-cta-chq to ppx-cuenta
            move cam-no-cheque to ppx-no-cheque
            move cam-fech to ppx-fecha
            move "CAMARA" to ppx-origen
            move cam-banco to ppx-banco
            move cam-monto to ppx-monto-presentado
            move ws-pp-monto-emitido to ppx-monto-emitido
            move ws-pp-motivo to ppx-motivo
            move "PENDIENTE" to ppx-status
            move spaces to ppx-decidio
            move 0 to ppx-fecha-decision
            write e1-pp-excepcion
                invalid key
                    move 1 to ws-devuelto
                    move "14" to ws-motivo-dev
                    display "CHEQUE DEVUELTO: " cam-no-cheque
                        " de la cuenta " cam-cta-chq
                        " ya tiene excepcion de pago positivo del "
                        "mismo dia"
                not invalid key
                    move 1 to ws-pp-excepcion
                    add 1 to ws-tot-excepciones-pp
                    add cam-monto to ws-suma-excepciones-pp
                    display "CHEQUE EN EXCEPCION DE PAGO POSITIVO: "
                        cam-no-cheque " de la cuenta " cam-cta-chq
                        " " ws-pp-motivo
                    move ws-cta-no-cte-leida to ws-ntf-no-cte
                    move "PAGOPOSIT" to ws-ntf-evento
                    move cam-cta-chq to ws-ntf-cuenta
                    move cam-monto to ws-ntf-monto
                    perform grabar-notificacion
            end-write.
        marcar-pago-positivo.
            move cam-cta-chq to ppg-cuenta
            move cam-no-cheque to ppg-no-cheque
            read pago-positivo-file
                invalid key continue
                not invalid key
                    if ppg-emitido
                        move "PAGADO" to ppg-status
                        move cam-fech to ppg-fecha-pago
                        rewrite e1-pago-positivo
                            invalid key continue
                        end-rewrite
                    end-if
            end-read.
        abrir-periodos.
            open input periodos-file
            if ws-fs-periodos not = "00"
            move "MXN" to e1-moneda-mts
            move ws-cta-sucursal-leida to e1-sucursal
            perform grabar-bitacora-posteo
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    perform cancelar-bitacora-posteo
                    perform actualizar-saldo-cuenta
                    perform actualizar-acumulado-dia
                    perform registrar-cheque
                    perform marcar-pago-positivo
                    add 1 to ws-tot-pagados
                    add cam-monto to ws-suma-pagados
            end-write.
            move spaces to e1-moneda-mts
            move 0 to e1-sucursal
            if ws-trailer-existe = 1
                perform armar-llaves-mts
                rewrite e1-movimientos
            else
                perform grabar-bitacora-posteo
                perform armar-llaves-mts
                write e1-movimientos
            end-if.
        imprimir-liquidacion.
            display "   Cheques de caja pagados: "
                ws-tot-caja-pagados
                "  Importe: " ws-suma-caja-pagados
            display "   Cheques en excepcion de pago positivo: "
                ws-tot-excepciones-pp
                "  Importe: " ws-suma-excepciones-pp
            display "   Excepciones de pago positivo resueltas: "
                ws-tot-resueltas-pp
            display "   Cheques retenidos por duplicados: "
                ws-tot-duplicadas
                "  Importe: " ws-suma-duplicadas
            display "   Importe a liquidar a la camara: "
                ws-suma-pagados.
        abrir-bitacora-posteo.
                        rewrite e1-bitacora-posteo
                end-read
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
