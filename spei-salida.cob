        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select spei-file assign to "spei_salida.dat"
        record key is dih-fecha
        file status is ws-fs-inhabiles.

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

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select clabes-file assign to "clabes.dat"
        organization is indexed
        access mode is dynamic
        record key is clb-cuenta
        file status is ws-fs-clabes.

        select beneficiarios-spei-file
        assign to "spei_beneficiarios.dat"
        organization is indexed
        access mode is dynamic
        record key is sbn-no-mts
        file status is ws-fs-benef-spei.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
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
        fd spei-file.
        01 spei-detalle.
            05 sp-clave-rastreo.
            05 sp-monto pic 9(10)V99.
            05 sp-moneda pic X(3).
            05 sp-fecha pic 9(8).
            05 sp-nombre-beneficiario pic X(40).
        01 spei-trailer.
            05 spt-marca pic X(8).
            05 spt-total-count pic 9(10).
            05 spt-total-suma pic 9(12)V99.
            05 filler pic X(91).
        fd bitacora-file.
        01 e1-bitacora.
            05 bit-fecha pic 9(8).
        01 e1-dia-inhabil.
            05 dih-fecha pic 9(8).
            05 dih-descripcion pic X(30).
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
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
        fd clabes-file.
        01 e1-clabe.
            05 clb-cuenta pic 9(13).
            05 clb-clabe pic 9(20).
            05 clb-fecha-asignada pic 9(8).
        fd beneficiarios-spei-file.
        01 e1-beneficiario-spei.
            05 sbn-no-mts pic 9(13).
            05 sbn-clabe pic 9(20).
            05 sbn-nombre pic X(40).
            05 sbn-fecha pic 9(8).
            05 sbn-operador pic X(10).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 ws-zel-h pic 9(4) value 0.
        77 ws-zel-coc pic 9(4) value 0.
        77 ws-dia-semana pic 9(1) value 0.
        77 fin-listas pic 9 value 0.
        77 fin-coincidencias pic 9 value 0.
        77 fin-retenidas pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-clabes pic X(2) value "00".
        77 ws-fs-benef-spei pic X(2) value "00".
        77 ws-nombre-beneficiario pic X(40) value spaces.
        77 ws-fs-listas pic X(2) value "00".
        77 ws-fs-coincidencias pic X(2) value "00".
        77 ws-fs-retenidas pic X(2) value "00".
        77 ws-retenido pic 9 value 0.
        77 ws-tot-retenidas pic 9(10) value 0.
        77 ws-suma-retenidas pic 9(12)V99 value 0.
        77 ws-tot-liberadas pic 9(10) value 0.
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
        77 ws-coi-origen pic X(10) value "SPEISAL".
        77 ws-coi-referencia pic X(20) value spaces.
        77 ws-ret-lista pic X(4) value spaces.
        77 ws-ret-id pic X(10) value spaces.
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
        inicio-spei.
            accept ws-fecha-parm from command-line
            perform abrir-folios
            perform abrir-spei-control
            perform obtener-folio-rastreo
            perform cargar-listas
            perform abrir-coincidencias
            perform abrir-retenidas
            open input clientes-file
            open input cuentas-file
            open input clabes-file
            open input beneficiarios-spei-file
            open input movimientos-file
            open output spei-file
            perform extraer-movimientos
            perform emitir-liberadas
            perform grabar-trailer-spei
            perform actualizar-folio-rastreo
            close folios-file
            close spei-file
            close movimientos-file
            close dias-inhabiles-file
            close coincidencias-file
            close retenidas-file
            if ws-fs-clientes = "00"
                close clientes-file
            end-if
            if ws-fs-cuentas = "00"
                close cuentas-file
            end-if
            if ws-fs-clabes = "00"
                close clabes-file
            end-if
            if ws-fs-benef-spei = "00"
                close beneficiarios-spei-file
            end-if
            perform registrar-bitacora
            display "ARCHIVO SPEI DE SALIDA GENERADO"
            display "   Fecha procesada: " ws-fecha-proceso
            display "   Ordenes enviadas: " ws-total-count
            display "   Importe total: " ws-total-suma
            display "   Ordenes liberadas por cumplimiento: "
                ws-tot-liberadas
            display "   Ordenes retenidas por listas: " ws-tot-retenidas
                "  Importe: " ws-suma-retenidas
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
                if clabe-valida
                    perform verificar-cheque-registro
                    if ws-es-cheque = 0
                        perform leer-beneficiario-spei
                        perform revisar-listas-salida
                        if ws-retenido = 1
                            perform grabar-retencion
                        else
                            perform grabar-detalle-spei
                        end-if
                    end-if
                end-if
            end-if.
        leer-beneficiario-spei.
            move spaces to ws-nombre-beneficiario
            if ws-fs-benef-spei = "00"
                move e1-no-mts-mts to sbn-no-mts
                read beneficiarios-spei-file
                    invalid key continue
                    not invalid key
                        if sbn-clabe = e1-cta-cbe-mts
                            move sbn-nombre to ws-nombre-beneficiario
                        end-if
                end-read
            end-if.
        verificar-cheque-registro.
            move 0 to ws-es-cheque
            open input registro-cheques-file
            move ws-monto-abs to sp-monto
            move e1-moneda-mts to sp-moneda
            move ws-fecha-liquidacion to sp-fecha
            move ws-nombre-beneficiario to sp-nombre-beneficiario
            write spei-detalle
            perform grabar-control-spei
            add 1 to ws-total-count
            add ws-monto-abs to ws-total-suma.
        emitir-liberadas.
            move 0 to fin-retenidas
            move "S" to ret-sentido
            move low-values to ret-referencia
            start retenidas-file key is not less than ret-llave
                invalid key move 1 to fin-retenidas
            end-start
            perform until fin-retenidas = 1
                read retenidas-file next record
                    at end move 1 to fin-retenidas
                    not at end
                        if not ret-salida
                            move 1 to fin-retenidas
                        else
                            if ret-liberada
                                perform emitir-orden-liberada
                            end-if
                        end-if
                end-read
            end-perform.
        emitir-orden-liberada.
            move ret-no-mts to e1-no-mts-mts
            read movimientos-file
                invalid key
                    display "AVISO: el movimiento " ret-no-mts
                        " de la orden liberada ya no existe."
                not invalid key
                    perform leer-beneficiario-spei
                    perform grabar-detalle-spei
                    add 1 to ws-tot-liberadas
                    move "ENVIADA" to ret-status
                    rewrite e1-retenida
                        invalid key
                            display "No se pudo actualizar la orden "
                                "retenida " ret-referencia
                    end-rewrite
            end-read.
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
        revisar-listas-salida.
            move 0 to ws-retenido
            move e1-no-cte-mts to ws-coi-no-cte
            move e1-no-mts-mts to ws-coi-referencia
            perform buscar-coincidencia-abierta
            if ws-coi-abierta = 1
                move 1 to ws-retenido
            end-if
            if ws-retenido = 0 and ws-fs-clientes = "00"
                move e1-no-cte-mts to cli-no-cte
                read clientes-file
                    invalid key continue
                    not invalid key
                        perform revisar-cliente-spei
                end-read
            end-if
            if ws-retenido = 0 and ws-nombre-beneficiario not = spaces
                move e1-no-cte-mts to ws-coi-no-cte
                move ws-nombre-beneficiario to ws-nombre-original
                move ws-nombre-beneficiario to ws-nombre-buscar
                perform normalizar-nombre
                move spaces to ws-nombre-invertido
                move spaces to ws-rfc-buscar
                perform cotejar-listas
                if ws-lst-hit not = 0
                    perform registrar-coincidencia
                end-if
            end-if
            if ws-retenido = 0 and ws-fs-clabes = "00"
                and ws-fs-cuentas = "00"
                move e1-cta-cbe-mts(7:13) to clb-cuenta
                read clabes-file
                    invalid key continue
                    not invalid key
                        if clb-clabe = e1-cta-cbe-mts
                            perform revisar-beneficiario-interno
                        end-if
                end-read
            end-if.
        revisar-beneficiario-interno.
            move clb-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key continue
                not invalid key
                    move cta-no-cte to ws-coi-no-cte
                    perform buscar-coincidencia-abierta
                    if ws-coi-abierta = 1
                        move 1 to ws-retenido
                    else
                        move cta-no-cte to cli-no-cte
                        read clientes-file
                            invalid key continue
                            not invalid key
                                perform revisar-cliente-spei
                        end-read
                    end-if
            end-read.
        revisar-cliente-spei.
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
                        " en la orden " e1-no-mts-mts
            end-write.
        grabar-retencion.
            move "S" to ret-sentido
            move e1-no-mts-mts to ret-referencia
            move e1-no-cte-mts to ret-no-cte
            move e1-cta-chq-mts to ret-cuenta
            move e1-no-mts-mts to ret-no-mts
            move e1-cta-cbe-mts to ret-clabe-destino
            subtract e1-sdo-mts from 0 giving ws-monto-abs
            move ws-monto-abs to ret-monto
            move e1-moneda-mts to ret-moneda
            move ws-fecha-proceso to ret-fecha
            move 0 to ret-banco-emisor
            move spaces to ret-nombre-ordenante
            move spaces to ret-rfc-ordenante
            move ws-ret-lista to ret-lista
            move ws-ret-id to ret-id
            move "RETENIDA" to ret-status
            move ws-fecha-proceso to ret-fecha-retencion
            move 0 to ret-fecha-liberacion
            write e1-retenida
                invalid key
                    display "AVISO: la orden " e1-no-mts-mts
                        " ya estaba retenida."
                not invalid key
                    add 1 to ws-tot-retenidas
                    add ws-monto-abs to ws-suma-retenidas
                    display "SPEI RETENIDO: orden " e1-no-mts-mts
                        " cuenta " e1-cta-chq-mts
                        " por coincidencia en lista " ws-ret-lista
                        " " ws-ret-id ", pendiente de cumplimiento"
            end-write.
        abrir-spei-control.
            open i-o spei-control-file
            if ws-fs-control not = "00"
