        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select saldos-file assign to "saldos.dat"
        record key is per-llave
        file status is ws-fs-periodos.

        select tasas-file assign to "tasas.dat"
        organization is indexed
        access mode is dynamic
        record key is tas-moneda
        file status is ws-fs-tasas.

        select productos-file assign to "productos.dat"
        organization is indexed
        access mode is dynamic
        record key is pro-codigo
        file status is ws-fs-productos.

        select productos-cuenta-file assign to "productos_cuenta.dat"
        organization is indexed
        access mode is dynamic
        record key is pcu-cuenta
        file status is ws-fs-prod-cuenta.

        select depositos-mes-file assign to "depositos_mes.dat"
        organization is indexed
        access mode is dynamic
        record key is dpm-llave
        file status is ws-fs-depositos-mes.

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
        fd nomina-file.
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
                88 per-cerrado value "CERRADO".
            05 per-cerro pic X(10).
            05 per-fecha-cierre pic 9(8).
        fd tasas-file.
        01 e1-tasas.
            05 tas-moneda pic X(3).
            05 tas-valor pic 9(6)V9999.
            05 tas-fecha-actualizacion pic 9(8).
            05 tas-compra pic 9(6)V9999.
            05 tas-venta pic 9(6)V9999.
        fd productos-file.
        01 e1-productos.
            05 pro-codigo pic X(4).
            05 pro-descripcion pic X(30).
            05 pro-moneda pic X(3).
            05 pro-tarifas.
                10 pro-tarifa pic X(4) occurs 4 times.
            05 pro-banda-inicial pic 9(2).
            05 pro-banda-final pic 9(2).
            05 pro-nivel pic 9(1).
            05 pro-limite-udis pic 9(8)V99.
            05 pro-status pic X(9).
                88 pro-activo value "ACTIVO".
                88 pro-cancelado value "CANCELADO".
            05 pro-fecha-alta pic 9(8).
        fd productos-cuenta-file.
        01 e1-producto-cuenta.
            05 pcu-cuenta pic 9(13).
            05 pcu-producto pic X(4).
            05 pcu-fecha-asignado pic 9(8).
            05 pcu-asigno pic X(10).
        fd depositos-mes-file.
        01 e1-deposito-mes.
            05 dpm-llave.
                10 dpm-cuenta pic 9(13).
                10 dpm-anio pic 9(4).
                10 dpm-mes pic 9(2).
            05 dpm-monto-mxn pic 9(12)V99.
            05 dpm-operaciones pic 9(5).
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
        77 ws-monto-mxn pic S9(10)V99 value 0.
        77 ws-aud-fecha pic 9(8) value 0.
        77 ws-aud-hora pic 9(8) value 0.
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-fs-productos pic X(2) value "00".
        77 ws-fs-prod-cuenta pic X(2) value "00".
        77 ws-fs-depositos-mes pic X(2) value "00".
        77 ws-valor-udi pic 9(6)V9999 value 0.
        77 ws-tope-cuenta pic 9(13) value 0.
        77 ws-tope-monto pic 9(12)V99 value 0.
        77 ws-tope-anio pic 9(4) value 0.
        77 ws-tope-mes pic 9(2) value 0.
        77 ws-tope-mxn pic 9(12)V99 value 0.
        77 ws-tope-acumulado pic 9(12)V99 value 0.
        77 ws-tope-nivel pic 9(1) value 0.
        77 ws-tope-excedido pic 9 value 0.
        77 ws-dpm-existe pic 9 value 0.
        77 ws-fs-control-entradas pic X(2) value "00".
        77 ws-fs-control-partidas pic X(2) value "00".
        77 ws-fs-partidas-retenidas pic X(2) value "00".
        77 ws-ctl-programa pic X(20) value "DISPERSION-NOMINA".
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
        77 ws-suma-abonada pic 9(12)V99 value 0.
        01 ws-nom-retenida.
            05 ws-nrt-marca pic X(1) value "D".
            05 ws-nrt-cuenta pic 9(13) value 0.
            05 ws-nrt-monto pic 9(10)V99 value 0.
            05 filler pic X(18) value spaces.
        procedure division.
        inicio-nomina.
            display "DISPERSION DE NOMINA"
                stop run
            end-if
            perform abrir-cuentas
            perform abrir-productos
            perform cargar-valor-udi
            open output nomina-valida-file
            open output nomina-rechazos-file
            move 0 to fin-fichero
            end-perform
            close nomina-file
            close nomina-valida-file
            perform abrir-control-entradas
            perform verificar-archivo-nomina
            if ws-archivo-duplicado = 1
                move 0 to ws-lote-valido
            else
                perform validar-lote-completo
            end-if
            if ws-lote-valido = 1
                perform abrir-movimientos
                perform abrir-saldos
                perform abrir-folios
                perform postear-lote-nomina
                perform actualizar-trailer
                perform registrar-archivo-procesado
                close movimientos-file
                close saldos-file
                close saldos-cuenta-file
                close nomina-file
                display "NOMINA DISPERSADA -- empresa " ws-cta-empresa
                    "  abonos: " ws-tot-abonos
                    "  importe: " ws-suma-abonada
                display "   retenidos por duplicados: "
                    ws-tot-duplicadas "  importe: " ws-suma-duplicadas
            else
                if ws-archivo-duplicado = 1
                    display "NOMINA RECHAZADA -- el archivo ya se "
                        "habia dispersado."
                    move 1 to return-code
                else
                    display "NOMINA RECHAZADA -- el archivo no se "
                        "aplico, revise nomina_rechazos.dat ("
                        ws-tot-rechazos " registros observados)."
                end-if
            end-if
            perform cerrar-control-entradas
            close nomina-rechazos-file
            close cuentas-file
            close productos-file
            close productos-cuenta-file
            close depositos-mes-file
            if ws-archivo-duplicado = 0
                perform marcar-checkpoint
            end-if
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            add nom-d-monto to ws-det-suma
            move nom-d-cuenta to cta-no-cuenta
            perform verificar-cuenta-activa
            if ws-cuenta-valida = 1
                perform revisar-tope-nomina
            end-if
            if ws-cuenta-valida = 0
                move 0 to ws-lote-valido
                perform grabar-rechazo-nomina
                            " esta " cta-status
                    end-if
            end-read.
        revisar-tope-nomina.
            move nom-d-cuenta to ws-tope-cuenta
            move nom-d-monto to ws-tope-monto
            move ws-fecha-dispersion(3:2) to ws-tope-mes
            move ws-fecha-dispersion(5:4) to ws-tope-anio
            perform revisar-tope-nivel
            if ws-tope-excedido = 1
                move 0 to ws-cuenta-valida
                move "09" to ws-motivo
                display "NOMINA: el abono a la cuenta " nom-d-cuenta
                    " de nivel " ws-tope-nivel " rebasaria su tope "
                    "mensual de depositos"
            end-if.
        grabar-rechazo-nomina.
            move nom-e-marca to nr-marca
            if nom-e-marca = "D"
                end-read
            end-perform
            close retenciones-fondos-file.
        verificar-archivo-nomina.
            move ws-fecha-dispersion to ws-ctl-fecha-archivo
            move ws-det-count to ws-ctl-registros
            move ws-det-suma to ws-ctl-hash
            perform verificar-archivo-procesado.
        postear-lote-nomina.
            move 0 to ws-suma-abonada
            open input nomina-valida-file
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read nomina-valida-file
                    at end move 1 to fin-fichero
                    not at end perform dispersar-empleado
                end-read
            end-perform
            close nomina-valida-file
            if ws-suma-abonada > 0
                perform cargar-cheque-empresa
            end-if.
        dispersar-empleado.
            move nv-cuenta to ws-ctl-cuenta
            move nv-monto to ws-ctl-monto
            move spaces to ws-ctl-referencia
            move ws-cta-empresa to ws-ctl-referencia(1:13)
            move ws-fecha-dispersion to ws-ctl-fecha-partida
            perform verificar-partida-duplicada
            if ws-partida-duplicada = 1
                move nv-cuenta to ws-nrt-cuenta
                move nv-monto to ws-nrt-monto
                move ws-nom-retenida to ws-ctl-registro
                perform retener-partida-duplicada
            else
                perform abonar-empleado
            end-if.
        cargar-cheque-empresa.
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move ws-cta-empresa to e1-cta-chq-mts
            move 0 to e1-cta-cbe-mts
            move "RETIRO  " to e1-tipo-mts
            subtract ws-suma-abonada from 0 giving e1-sdo-mts
            move ws-fecha-dispersion to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move ws-suc-empresa to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    display "No se pudo cargar la cuenta empresa, "
            move ws-fecha-dispersion to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move nv-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    display "No se pudo abonar la cuenta " nv-cuenta
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    move nv-cuenta to ws-tope-cuenta
                    move nv-monto to ws-tope-monto
                    move ws-fecha-dispersion(3:2) to ws-tope-mes
                    move ws-fecha-dispersion(5:4) to ws-tope-anio
                    perform acumular-deposito-mes
                    perform registrar-partida
                    add nv-monto to ws-suma-abonada
                    add 1 to ws-tot-abonos
            end-write.
        abrir-productos.
            open input productos-file
            if ws-fs-productos not = "00"
                open output productos-file
                close productos-file
                open input productos-file
            end-if
            open input productos-cuenta-file
            if ws-fs-prod-cuenta not = "00"
                open output productos-cuenta-file
                close productos-cuenta-file
                open input productos-cuenta-file
            end-if
            open i-o depositos-mes-file
            if ws-fs-depositos-mes not = "00"
                open output depositos-mes-file
                close depositos-mes-file
                open i-o depositos-mes-file
            end-if.
        cargar-valor-udi.
            move 0 to ws-valor-udi
            open input tasas-file
            if ws-fs-tasas = "00"
                move "UDI" to tas-moneda
                read tasas-file
                    invalid key continue
                    not invalid key move tas-valor to ws-valor-udi
                end-read
                close tasas-file
            end-if
            if ws-valor-udi = 0
                display "AVISO: no hay valor de la UDI en tasas.dat, "
                    "se rechazaran los depositos a cuentas de nivel "
                    "con tope mensual."
            end-if.
        revisar-tope-nivel.
            move 0 to ws-tope-excedido
            move 0 to ws-tope-nivel
            move 0 to ws-tope-mxn
            move 0 to ws-tope-acumulado
            move ws-tope-cuenta to pcu-cuenta
            read productos-cuenta-file
                invalid key continue
                not invalid key
                    move pcu-producto to pro-codigo
                    read productos-file
                        invalid key continue
                        not invalid key
                            if pro-limite-udis > 0
                                move pro-nivel to ws-tope-nivel
                                perform calcular-tope-nivel
                            end-if
                    end-read
            end-read.
        calcular-tope-nivel.
            move ws-tope-cuenta to dpm-cuenta
            move ws-tope-anio to dpm-anio
            move ws-tope-mes to dpm-mes
            read depositos-mes-file
                invalid key continue
                not invalid key
                    move dpm-monto-mxn to ws-tope-acumulado
            end-read
            if ws-valor-udi = 0
                move 1 to ws-tope-excedido
            else
                compute ws-tope-mxn rounded =
                    pro-limite-udis * ws-valor-udi
                if ws-tope-acumulado + ws-tope-monto > ws-tope-mxn
                    move 1 to ws-tope-excedido
                end-if
            end-if.
        acumular-deposito-mes.
            move ws-tope-cuenta to dpm-cuenta
            move ws-tope-anio to dpm-anio
            move ws-tope-mes to dpm-mes
            read depositos-mes-file
                invalid key move 0 to ws-dpm-existe
                not invalid key move 1 to ws-dpm-existe
            end-read
            move ws-tope-cuenta to dpm-cuenta
            move ws-tope-anio to dpm-anio
            move ws-tope-mes to dpm-mes
            if ws-dpm-existe = 0
                move 0 to dpm-monto-mxn
                move 0 to dpm-operaciones
            end-if
            add ws-tope-monto to dpm-monto-mxn
            add 1 to dpm-operaciones
            if ws-dpm-existe = 1
                rewrite e1-deposito-mes
            else
                write e1-deposito-mes
            end-if.
        abrir-movimientos.
            open i-o movimientos-file
            if ws-fs-movimientos not = "00"
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
