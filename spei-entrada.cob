        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select cuentas-file assign to "cuentas.dat"
        record key is per-llave
        file status is ws-fs-periodos.

        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cli-no-cte
        file status is ws-fs-clientes.

        select listas-file assign to "listas_bloqueadas.dat"
        organization is indexed
        access mode is dynamic
        record key is lst-llave
        file status is ws-fs-listas.

        select coincidencias-file assign to "coincidencias_listas.dat"
        organization is indexed
        access mode is dynamic
        record key is coi-llave
        file status is ws-fs-coincidencias.

        select retenidas-file assign to "spei_retenidas.dat"
        organization is indexed
        access mode is dynamic
        record key is ret-llave
        file status is ws-fs-retenidas.

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

        select checkpoint-file assign to "checkpoint.dat"
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
        fd spei-entrada-file.
            05 se-monto pic 9(10)V99.
            05 se-fecha pic 9(8).
            05 se-banco-emisor pic 9(3).
            05 se-nombre-ordenante pic X(40).
            05 se-rfc-ordenante pic X(13).
        fd movimientos-file.
        01 e1-movimientos.
            05 e1-no-mts-mts pic 9(13).
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
                88 per-cerrado value "CERRADO".
            05 per-cerro pic X(10).
            05 per-fecha-cierre pic 9(8).
        fd clientes-file.
        01 e1-clientes.
            05 cli-no-cte pic 9(10).
            05 cli-nom-cte pic X(80).
            05 cli-rfc-cte pic X(13).
            05 cli-resto pic X(150).
        fd listas-file.
        01 e1-lista-bloqueada.
            05 lst-llave.
                10 lst-lista pic X(4).
                10 lst-id pic X(10).
            05 lst-nombre pic X(80).
            05 lst-rfc pic X(13).
            05 lst-fecha-publicacion pic 9(8).
            05 lst-fecha-carga pic 9(8).
        fd coincidencias-file.
        01 e1-coincidencia.
            05 coi-llave.
                10 coi-no-cte pic 9(10).
                10 coi-lista pic X(4).
                10 coi-id pic X(10).
            05 coi-nombre pic X(80).
            05 coi-rfc pic X(13).
            05 coi-criterio pic X(6).
            05 coi-origen pic X(10).
            05 coi-referencia pic X(20).
            05 coi-fecha pic 9(8).
            05 coi-status pic X(10).
                88 coi-pendiente value "PENDIENTE".
                88 coi-confirmada value "CONFIRMADA".
                88 coi-descartada value "DESCARTADA".
            05 coi-resolvio pic X(10).
            05 coi-fecha-resolucion pic 9(8).
        fd retenidas-file.
        01 e1-retenida.
            05 ret-llave.
                10 ret-sentido pic X(1).
                    88 ret-entrada value "E".
                    88 ret-salida value "S".
                10 ret-referencia pic X(20).
            05 ret-no-cte pic 9(10).
            05 ret-cuenta pic 9(13).
            05 ret-no-mts pic 9(13).
            05 ret-clabe-destino pic 9(20).
            05 ret-monto pic 9(10)V99.
            05 ret-moneda pic X(3).
            05 ret-fecha pic 9(8).
            05 ret-banco-emisor pic 9(3).
            05 ret-nombre-ordenante pic X(40).
            05 ret-rfc-ordenante pic X(13).
            05 ret-lista pic X(4).
            05 ret-id pic X(10).
            05 ret-status pic X(9).
                88 ret-retenida value "RETENIDA".
                88 ret-liberada value "LIBERADA".
                88 ret-enviada value "ENVIADA".
            05 ret-fecha-retencion pic 9(8).
            05 ret-fecha-liberacion pic 9(8).
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
        77 ws-fs-clabes pic X(2) value "00".
        77 ws-fs-periodos pic X(2) value "00".
        77 ws-periodo-cerrado pic 9 value 0.
        77 fin-listas pic 9 value 0.
        77 fin-coincidencias pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-listas pic X(2) value "00".
        77 ws-fs-coincidencias pic X(2) value "00".
        77 ws-fs-retenidas pic X(2) value "00".
        77 ws-retenido pic 9 value 0.
        77 ws-tot-retenidos pic 9(10) value 0.
        77 ws-suma-retenidos pic 9(12)V99 value 0.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-lst-total pic 9(5) value 0.
        77 ws-lst-max pic 9(5) value 5000.
        77 ws-lst-idx pic 9(5) value 0.
        77 ws-lst-hit pic 9(5) value 0.
        77 ws-lst-coincide pic 9 value 0.
        77 ws-criterio pic X(6) value spaces.
        77 ws-rfc-buscar pic X(13) value spaces.
        77 ws-nrm-pos pic 9(2) value 0.
        77 ws-nrm-sal pic 9(2) value 0.
        77 ws-nrm-car pic X(1) value space.
        77 ws-nrm-previo pic X(1) value space.
        77 ws-coi-no-cte pic 9(10) value 0.
        77 ws-coi-abierta pic 9 value 0.
        77 ws-coi-origen pic X(10) value "SPEIENT".
        77 ws-coi-referencia pic X(20) value spaces.
        77 ws-ret-lista pic X(4) value spaces.
        77 ws-ret-id pic X(10) value spaces.
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
        77 ws-ctl-programa pic X(20) value "SPEI-ENTRADA".
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
        01 ws-nombre-buscar pic X(80) value spaces.
        01 ws-nombre-normal pic X(80) value spaces.
        01 ws-nombre-invertido pic X(80) value spaces.
        01 ws-nombre-original pic X(80) value spaces.
        01 ws-tabla-listas.
            05 ws-lst-entrada occurs 5000 times.
                10 ws-lst-lista pic X(4).
                10 ws-lst-id pic X(10).
                10 ws-lst-nombre pic X(80).
                10 ws-lst-rfc pic X(13).
        procedure division.
        inicio-spei-entrada.
            display "SPEI DE ENTRADA - ABONO DE TRANSFERENCIAS"
                    "(spei_entrada.dat), no se abonaron creditos."
                stop run
            end-if
            perform contar-archivo-entrada
            perform abrir-control-entradas
            perform verificar-archivo-procesado
            if ws-archivo-duplicado = 1
                close spei-entrada-file
                perform cerrar-control-entradas
                move 1 to return-code
                stop run
            end-if
            perform abrir-movimientos
            perform abrir-cuentas
            perform abrir-saldos
            perform abrir-folios
            perform abrir-clabes
            perform abrir-periodos
            perform cargar-listas
            perform abrir-coincidencias
            perform abrir-retenidas
            perform abrir-productos
            perform cargar-valor-udi
            open input clientes-file
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-fecha-proceso = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            open output devoluciones-file
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read spei-entrada-file
                    at end move 1 to fin-fichero
                    not at end perform recibir-spei
                end-read
            end-perform
            perform actualizar-trailer
            perform registrar-archivo-procesado
            perform cerrar-control-entradas
            close spei-entrada-file
            open output spei-entrada-file
            close spei-entrada-file
            close folios-file
            close clabes-file
            close periodos-file
            close coincidencias-file
            close retenidas-file
            close productos-file
            close productos-cuenta-file
            close depositos-mes-file
            if ws-fs-clientes = "00"
                close clientes-file
            end-if
            perform imprimir-liquidacion
            perform marcar-checkpoint
            stop run.
                        end-if
                end-read
            end-perform.
        contar-archivo-entrada.
            move 0 to ws-ctl-registros
            move 0 to ws-ctl-hash
            move 0 to ws-ctl-fecha-archivo
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read spei-entrada-file
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-ctl-registros
                        add se-monto to ws-ctl-hash
                        if ws-ctl-registros = 1
                            move se-fecha to ws-ctl-fecha-archivo
                        end-if
                end-read
            end-perform
            close spei-entrada-file
            open input spei-entrada-file.
        recibir-spei.
            move se-clabe-destino to ws-ctl-cuenta
            move se-monto to ws-ctl-monto
            move se-clave-rastreo to ws-ctl-referencia
            move se-fecha to ws-ctl-fecha-partida
            perform verificar-partida-duplicada
            if ws-partida-duplicada = 1
                add 1 to ws-tot-recibidos
                add se-monto to ws-suma-recibidos
                move e1-spei-entrada to ws-ctl-registro
                perform retener-partida-duplicada
            else
                perform procesar-spei-recibido
            end-if.
        procesar-spei-recibido.
            add 1 to ws-tot-recibidos
            add se-monto to ws-suma-recibidos
            move 0 to ws-devuelto
            move 0 to ws-retenido
            move spaces to ws-motivo-dev
            move se-clabe-destino to ws-cta-cbe-mts
            perform validar-clabe
            if ws-devuelto = 0
                perform resolver-cuenta-clabe
            end-if
            if ws-devuelto = 0 and ws-retenido = 0
                perform revisar-listas-spei
            end-if
            if ws-devuelto = 0 and ws-retenido = 0
                perform revisar-tope-spei
            end-if
            if ws-retenido = 1
                perform grabar-retencion
            else
                if ws-devuelto = 0
                    perform abonar-spei
                else
                    perform grabar-devolucion
                end-if
            end-if.
        abrir-periodos.
            open input periodos-file
                        " la CLABE " se-clabe-destino
                        " no corresponde a una cuenta registrada"
                not invalid key
                    move cta-no-cte to ws-cta-no-cte-leida
                    move cta-sucursal to ws-cta-sucursal-leida
                    if cta-activa
                        perform verificar-clabe-registro
                    else
                        if cta-bloqueada
                            move cta-no-cte to ws-coi-no-cte
                            perform buscar-coincidencia-abierta
                        end-if
                        if cta-bloqueada and ws-coi-abierta = 1
                            move 1 to ws-retenido
                        else
                            move 1 to ws-devuelto
                            move "03" to ws-motivo-dev
                            display "SPEI DEVUELTO: "
                                se-clave-rastreo " la cuenta "
                                ws-cuenta-destino " esta " cta-status
                        end-if
                    end-if
            end-read.
        revisar-tope-spei.
            move ws-cuenta-destino to ws-tope-cuenta
            move se-monto to ws-tope-monto
            move se-fecha(3:2) to ws-tope-mes
            move se-fecha(5:4) to ws-tope-anio
            perform revisar-tope-nivel
            if ws-tope-excedido = 1
                move 1 to ws-devuelto
                move "07" to ws-motivo-dev
                display "SPEI DEVUELTO: " se-clave-rastreo
                    " la cuenta " ws-cuenta-destino " de nivel "
                    ws-tope-nivel " rebasaria su tope mensual de "
                    "depositos"
            end-if.
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
        abrir-clabes.
            open input clabes-file
            if ws-fs-clabes not = "00"
            move se-fecha to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move ws-cta-sucursal-leida to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    display "No se pudo abonar la transferencia "
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    perform acumular-deposito-mes
                    perform registrar-partida
                    add 1 to ws-tot-abonados
                    add se-monto to ws-suma-abonados
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
        cargar-listas.
            move 0 to ws-lst-total
            open input listas-file
            if ws-fs-listas = "00"
                move 0 to fin-listas
                move low-values to lst-llave
                start listas-file key is not less than lst-llave
                    invalid key move 1 to fin-listas
                end-start
                perform until fin-listas = 1
                    read listas-file next record
                        at end move 1 to fin-listas
                        not at end
                            if ws-lst-total < ws-lst-max
                                add 1 to ws-lst-total
                                move lst-lista
                                    to ws-lst-lista(ws-lst-total)
                                move lst-id to ws-lst-id(ws-lst-total)
                                move lst-nombre
                                    to ws-lst-nombre(ws-lst-total)
                                move lst-rfc
                                    to ws-lst-rfc(ws-lst-total)
                            else
                                display "AVISO: la lista excede "
                                    ws-lst-max " registros, el resto "
                                    "no se coteja."
                                move 1 to fin-listas
                            end-if
                    end-read
                end-perform
                close listas-file
            end-if.
        abrir-coincidencias.
            open i-o coincidencias-file
            if ws-fs-coincidencias not = "00"
                open output coincidencias-file
                close coincidencias-file
                open i-o coincidencias-file
            end-if.
        abrir-retenidas.
            open i-o retenidas-file
            if ws-fs-retenidas not = "00"
                open output retenidas-file
                close retenidas-file
                open i-o retenidas-file
            end-if.
        buscar-coincidencia-abierta.
            move 0 to ws-coi-abierta
            move 0 to fin-coincidencias
            move ws-coi-no-cte to coi-no-cte
            move low-values to coi-lista
            move low-values to coi-id
            start coincidencias-file key is not less than coi-llave
                invalid key move 1 to fin-coincidencias
            end-start
            perform until fin-coincidencias = 1
                read coincidencias-file next record
                    at end move 1 to fin-coincidencias
                    not at end
                        if coi-no-cte not = ws-coi-no-cte
                            move 1 to fin-coincidencias
                        else
                            if coi-pendiente or coi-confirmada
                                move 1 to ws-coi-abierta
                                move coi-lista to ws-ret-lista
                                move coi-id to ws-ret-id
                                move 1 to fin-coincidencias
                            end-if
                        end-if
                end-read
            end-perform.
        revisar-listas-spei.
            move ws-cta-no-cte-leida to ws-coi-no-cte
            move se-clave-rastreo to ws-coi-referencia
            perform buscar-coincidencia-abierta
            if ws-coi-abierta = 1
                move 1 to ws-retenido
            end-if
            if ws-retenido = 0
                move se-nombre-ordenante to ws-nombre-original
                move se-nombre-ordenante to ws-nombre-buscar
                perform normalizar-nombre
                move spaces to ws-nombre-invertido
                move se-rfc-ordenante to ws-rfc-buscar
                perform cotejar-listas
                if ws-lst-hit not = 0
                    perform registrar-coincidencia
                end-if
            end-if
            if ws-retenido = 0 and ws-fs-clientes = "00"
                move ws-cta-no-cte-leida to cli-no-cte
                read clientes-file
                    invalid key continue
                    not invalid key
                        perform revisar-beneficiario
                end-read
            end-if.
        revisar-beneficiario.
            move cli-nom-cte to ws-nombre-original
            move cli-rfc-cte to ws-rfc-buscar
            move spaces to ws-nombre-buscar
            string cli-nom-cte(41:20) delimited by size
                " " delimited by size
                cli-nom-cte(61:20) delimited by size
                " " delimited by size
                cli-nom-cte(1:20) delimited by size
                " " delimited by size
                cli-nom-cte(21:20) delimited by size
                into ws-nombre-buscar
            end-string
            perform normalizar-nombre
            move ws-nombre-normal to ws-nombre-invertido
            move spaces to ws-nombre-buscar
            string cli-nom-cte(1:20) delimited by size
                " " delimited by size
                cli-nom-cte(21:20) delimited by size
                " " delimited by size
                cli-nom-cte(41:20) delimited by size
                " " delimited by size
                cli-nom-cte(61:20) delimited by size
                into ws-nombre-buscar
            end-string
            perform normalizar-nombre
            perform cotejar-listas
            if ws-lst-hit not = 0
                perform registrar-coincidencia
            end-if.
        normalizar-nombre.
            inspect ws-nombre-buscar converting
                "abcdefghijklmnopqrstuvwxyz.,;:-_'/"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
            move spaces to ws-nombre-normal
            move 0 to ws-nrm-sal
            move space to ws-nrm-previo
            move 1 to ws-nrm-pos
            perform until ws-nrm-pos > 80
                move ws-nombre-buscar(ws-nrm-pos:1) to ws-nrm-car
                if ws-nrm-car not = space
                    or (ws-nrm-previo not = space and ws-nrm-sal > 0)
                    add 1 to ws-nrm-sal
                    move ws-nrm-car to ws-nombre-normal(ws-nrm-sal:1)
                end-if
                move ws-nrm-car to ws-nrm-previo
                add 1 to ws-nrm-pos
            end-perform.
        cotejar-listas.
            inspect ws-rfc-buscar converting
                "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            move 0 to ws-lst-hit
            move 1 to ws-lst-idx
            perform until ws-lst-idx > ws-lst-total
                or ws-lst-hit not = 0
                perform comparar-entrada-lista
                if ws-lst-coincide = 1
                    perform verificar-descarte
                end-if
                if ws-lst-coincide = 1
                    move ws-lst-idx to ws-lst-hit
                end-if
                add 1 to ws-lst-idx
            end-perform.
        comparar-entrada-lista.
            move 0 to ws-lst-coincide
            if ws-rfc-buscar not = spaces
                and ws-lst-rfc(ws-lst-idx) not = spaces
                if ws-rfc-buscar = ws-lst-rfc(ws-lst-idx)
                    or (ws-lst-rfc(ws-lst-idx)(11:3) = spaces
                    and ws-rfc-buscar(1:10) =
                        ws-lst-rfc(ws-lst-idx)(1:10))
                    move 1 to ws-lst-coincide
                    move "RFC" to ws-criterio
                end-if
            end-if
            if ws-lst-coincide = 0
                and ws-lst-nombre(ws-lst-idx) not = spaces
                if ws-nombre-normal = ws-lst-nombre(ws-lst-idx)
                    or (ws-nombre-invertido not = spaces
                    and ws-nombre-invertido =
                        ws-lst-nombre(ws-lst-idx))
                    move 1 to ws-lst-coincide
                    move "NOMBRE" to ws-criterio
                end-if
            end-if.
        verificar-descarte.
            move ws-coi-no-cte to coi-no-cte
            move ws-lst-lista(ws-lst-idx) to coi-lista
            move ws-lst-id(ws-lst-idx) to coi-id
            read coincidencias-file
                invalid key continue
                not invalid key
                    if coi-descartada
                        move 0 to ws-lst-coincide
                    end-if
            end-read.
        registrar-coincidencia.
            move 1 to ws-retenido
            move ws-lst-lista(ws-lst-hit) to ws-ret-lista
            move ws-lst-id(ws-lst-hit) to ws-ret-id
            move ws-coi-no-cte to coi-no-cte
            move ws-lst-lista(ws-lst-hit) to coi-lista
            move ws-lst-id(ws-lst-hit) to coi-id
            move ws-nombre-original to coi-nombre
            move ws-rfc-buscar to coi-rfc
            move ws-criterio to coi-criterio
            move ws-coi-origen to coi-origen
            move ws-coi-referencia to coi-referencia
            move ws-fecha-proceso to coi-fecha
            move "PENDIENTE" to coi-status
            move spaces to coi-resolvio
            move 0 to coi-fecha-resolucion
            write e1-coincidencia
                invalid key continue
                not invalid key
                    display "COINCIDENCIA " coi-lista " " coi-id
                        " cliente " coi-no-cte " por " coi-criterio
                        " en SPEI " se-clave-rastreo
            end-write.
        grabar-retencion.
            move "E" to ret-sentido
            move se-clave-rastreo to ret-referencia
            move ws-cta-no-cte-leida to ret-no-cte
            move ws-cuenta-destino to ret-cuenta
            move 0 to ret-no-mts
            move se-clabe-destino to ret-clabe-destino
            move se-monto to ret-monto
            move "MXN" to ret-moneda
            move se-fecha to ret-fecha
            move se-banco-emisor to ret-banco-emisor
            move se-nombre-ordenante to ret-nombre-ordenante
            move se-rfc-ordenante to ret-rfc-ordenante
            move ws-ret-lista to ret-lista
            move ws-ret-id to ret-id
            move "RETENIDA" to ret-status
            move ws-fecha-proceso to ret-fecha-retencion
            move 0 to ret-fecha-liberacion
            write e1-retenida
                invalid key
                    display "AVISO: la transferencia "
                        se-clave-rastreo " ya estaba retenida."
                not invalid key
                    add 1 to ws-tot-retenidos
                    add se-monto to ws-suma-retenidos
                    display "SPEI RETENIDO: " se-clave-rastreo
                        " cuenta " ws-cuenta-destino
                        " por coincidencia en lista " ws-ret-lista
                        " " ws-ret-id ", pendiente de cumplimiento"
            end-write.
        imprimir-liquidacion.
            display " "
            display "LIQUIDACION SPEI DE ENTRADA"
            display "   Transferencias abonadas:  " ws-tot-abonados
                "  Importe: " ws-suma-abonados
            display "   Transferencias devueltas: " ws-tot-devueltos
                "  Importe: " ws-suma-devueltos
            display "   Transferencias retenidas: " ws-tot-retenidos
                "  Importe: " ws-suma-retenidos
            display "   Retenidas por duplicadas: " ws-tot-duplicadas
                "  Importe: " ws-suma-duplicadas.
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
