        organization is line sequential
        file status is ws-fs-rechazos.

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

        select bloqueos-file assign to "bloqueos_listas.dat"
        organization is indexed
        access mode is dynamic
        record key is blq-cuenta
        file status is ws-fs-bloqueos.

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

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.

        select control-entradas-file assign to "control_entradas.dat"
        organization is indexed
        access mode is dynamic
        record key is ce-llave
        file status is ws-fs-control-entradas.

        select personas-morales-file assign to "personas_morales.dat"
        organization is indexed
        access mode is dynamic
        record key is pmo-no-cte
        file status is ws-fs-morales.

        select vinculos-file
        assign to "personas_morales_vinculos.dat"
        organization is indexed
        access mode is dynamic
        record key is pmv-llave
        file status is ws-fs-vinculos.
        data division.
        file section.
        fd altas-file.
                        "GUATEMALA" "ARGENTINA" "COLOMBIA" "BRASIL"
                        "FRANCIA" "ALEMANIA".
            05 alt-sucursal pic 9(4).
            05 alt-producto pic X(4).
            05 alt-tipo-persona pic X(1).
                88 alt-persona-moral value "M".
            05 alt-moral.
                10 alt-fecha-constitucion pic 9(8).
                10 alt-escritura pic X(15).
                10 alt-fecha-escritura pic 9(8).
                10 alt-notaria pic 9(4).
                10 alt-notario pic X(40).
                10 alt-folio-mercantil pic X(20).
                10 alt-actividad pic X(40).
                10 alt-representante occurs 3 times.
                    15 alt-rep-no-cte pic 9(10).
                    15 alt-rep-cargo pic X(20).
                10 alt-beneficiario occurs 5 times.
                    15 alt-ben-no-cte pic 9(10).
                    15 alt-ben-porcentaje pic 9(3)V99.
        fd clientes-file.
        01 e1-clientes.
            05 e1-no-cte pic 9(10).
            05 ral-rfc pic X(13).
            05 ral-motivo pic X(2).
            05 ral-descripcion pic X(40).
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
        fd bloqueos-file.
        01 e1-bloqueo.
            05 blq-cuenta pic 9(13).
            05 blq-no-cte pic 9(10).
            05 blq-status-anterior pic X(9).
            05 blq-fecha pic 9(8).
            05 blq-origen pic X(10).
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
        fd personas-morales-file.
        01 e1-persona-moral.
            05 pmo-no-cte pic 9(10).
            05 pmo-razon-social pic X(80).
            05 pmo-fecha-constitucion pic 9(8).
            05 pmo-escritura pic X(15).
            05 pmo-fecha-escritura pic 9(8).
            05 pmo-notaria pic 9(4).
            05 pmo-notario pic X(40).
            05 pmo-folio-mercantil pic X(20).
            05 pmo-actividad pic X(40).
            05 pmo-fecha-registro pic 9(8).
            05 pmo-operador pic X(10).
        fd vinculos-file.
        01 e1-vinculo.
            05 pmv-llave.
                10 pmv-no-cte-moral pic 9(10).
                10 pmv-tipo pic X(1).
                    88 pmv-representante value "R".
                    88 pmv-beneficiario value "B".
                10 pmv-no-cte-fisica pic 9(10).
            05 pmv-cargo pic X(20).
            05 pmv-porcentaje pic 9(3)V99.
            05 pmv-fecha-alta pic 9(8).
            05 pmv-operador pic X(10).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-clabe-parcial pic 9(2) value 0.
        77 ws-clabe-parcial-mod pic 9(1) value 0.
        77 ws-clabe-check-calc pic 9(1) value 0.
        77 fin-listas pic 9 value 0.
        77 ws-fs-listas pic X(2) value "00".
        77 ws-fs-coincidencias pic X(2) value "00".
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
        77 ws-coi-origen pic X(10) value spaces.
        77 ws-coi-fecha pic 9(8) value 0.
        77 ws-fs-bloqueos pic X(2) value "00".
        77 ws-fs-productos pic X(2) value "00".
        77 ws-fs-prod-cuenta pic X(2) value "00".
        77 ws-tot-bloqueadas pic 9(6) value 0.
        77 ws-fs-control-entradas pic X(2) value "00".
        77 ws-ctl-programa pic X(20) value "ALTA-MASIVA".
        77 ws-ctl-sistema pic 9(8) value 0.
        77 ws-ctl-fecha pic 9(8) value 0.
        77 ws-ctl-hora pic 9(8) value 0.
        77 ws-ctl-fecha-archivo pic 9(8) value 0.
        77 ws-ctl-registros pic 9(10) value 0.
        77 ws-ctl-hash pic 9(14)V99 value 0.
        77 ws-archivo-duplicado pic 9 value 0.
        77 ws-ce-existe pic 9 value 0.
        77 ws-fs-morales pic X(2) value "00".
        77 ws-fs-vinculos pic X(2) value "00".
        77 ws-pct-control pic 9(3)V99 value 25.
        77 ws-con-dia pic 9(2) value 0.
        77 ws-con-mes pic 9(2) value 0.
        77 ws-con-anio pic 9(4) value 0.
        77 ws-con-amd pic 9(8) value 0.
        77 ws-vin-idx pic 9(2) value 0.
        77 ws-vin-reps pic 9(2) value 0.
        77 ws-vin-suma pic 9(4)V99 value 0.
        77 ws-vin-no-cte pic 9(10) value 0.
        77 ws-vin-valido pic 9 value 0.
        77 ws-hit-guardado pic 9(5) value 0.
        77 ws-coi-referencia pic X(20) value spaces.
        77 ws-tot-morales pic 9(6) value 0.
        01 ws-nombre-original pic X(80) value spaces.
        01 ws-nombre-buscar pic X(80) value spaces.
        01 ws-nombre-normal pic X(80) value spaces.
        01 ws-nombre-invertido pic X(80) value spaces.
        01 ws-tabla-listas.
            05 ws-lst-entrada occurs 5000 times.
                10 ws-lst-lista pic X(4).
                10 ws-lst-id pic X(10).
                10 ws-lst-nombre pic X(80).
                10 ws-lst-rfc pic X(13).
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-llave pic X(13) value spaces.
                    "(altas_entrada.dat), no se proceso nada."
                stop run
            end-if
            perform contar-archivo-altas
            perform abrir-control-entradas
            perform verificar-archivo-procesado
            if ws-archivo-duplicado = 1
                close altas-file
                close control-entradas-file
                move 1 to return-code
                stop run
            end-if
            perform abrir-clientes
            perform abrir-cuentas
            perform abrir-sucursales
            perform abrir-folios
            perform abrir-clabes
            perform cargar-parametros
            perform cargar-listas
            perform abrir-coincidencias
            perform abrir-bloqueos
            perform abrir-productos
            perform abrir-personas-morales
            open output rechazos-altas-file
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-sys-anio
            move ws-fecha-sistema(5:2) to ws-sys-mes
            move ws-fecha-sistema(7:2) to ws-sys-dia
            compute ws-coi-fecha = ws-sys-dia * 1000000
                + ws-sys-mes * 10000 + ws-sys-anio
            move "ALTAMASIVA" to ws-coi-origen
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read altas-file
                    not at end perform procesar-alta
                end-read
            end-perform
            perform registrar-archivo-procesado
            close control-entradas-file
            close altas-file
            open output altas-file
            close altas-file
            close sucursales-file
            close folios-file
            close clabes-file
            close coincidencias-file
            close bloqueos-file
            close productos-file
            close productos-cuenta-file
            close personas-morales-file
            close vinculos-file
            display " "
            display "ALTA MASIVA -- renglones: " ws-renglon
                "  aceptados: " ws-tot-aceptados
                "  rechazados: " ws-tot-rechazados
            display "Personas morales dadas de alta: " ws-tot-morales
            display "Cuentas abiertas BLOQUEADAS por coincidencia en "
                "listas: " ws-tot-bloqueadas
            display "Los rechazos quedaron en altas_rechazos.dat "
                "con su codigo de motivo."
            perform marcar-checkpoint
            stop run.
        contar-archivo-altas.
            move 0 to ws-ctl-registros
            move 0 to ws-ctl-hash
            move 0 to ws-ctl-fecha-archivo
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read altas-file
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-ctl-registros
                        add alt-no-cte to ws-ctl-hash
                        add alt-sucursal to ws-ctl-hash
                        if alt-persona-moral
                            if alt-fecha-constitucion is numeric
                                add alt-fecha-constitucion
                                    to ws-ctl-hash
                            end-if
                        else
                            compute ws-ctl-hash = ws-ctl-hash
                                + alt-anio-nac * 10000
                                + alt-mes-nac * 100 + alt-dia-nac
                        end-if
                end-read
            end-perform
            close altas-file
            open input altas-file.
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
            end-if.
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
                display "ARCHIVO DUPLICADO: renglones "
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
        marcar-checkpoint.
            open output checkpoint-file
            move "ALTAMASIVA" to e1-checkpoint
                close cuentas-file
                open i-o cuentas-file
            end-if.
        abrir-bloqueos.
            open i-o bloqueos-file
            if ws-fs-bloqueos not = "00"
                open output bloqueos-file
                close bloqueos-file
                open i-o bloqueos-file
            end-if.
        abrir-productos.
            open input productos-file
            if ws-fs-productos not = "00"
                open output productos-file
                close productos-file
                open input productos-file
            end-if
            open i-o productos-cuenta-file
            if ws-fs-prod-cuenta not = "00"
                open output productos-cuenta-file
                close productos-cuenta-file
                open i-o productos-cuenta-file
            end-if.
        abrir-personas-morales.
            open i-o personas-morales-file
            if ws-fs-morales not = "00"
                open output personas-morales-file
                close personas-morales-file
                open i-o personas-morales-file
            end-if
            open i-o vinculos-file
            if ws-fs-vinculos not = "00"
                open output vinculos-file
                close vinculos-file
                open i-o vinculos-file
            end-if.
        abrir-sucursales.
            open input sucursales-file
            if ws-fs-sucursales not = "00"
                            if par-clave = "CLABEPREFIJ"
                                move par-valor to ws-clabe-prefijo
                            end-if
                            if par-clave = "PCTCONTROL"
                                move par-valor to ws-pct-control
                            end-if
                    end-read
                end-perform
                close parametros-file
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
        procesar-alta.
            add 1 to ws-renglon
            move 0 to ws-rechazado
            move 0 to ws-lst-hit
            perform validar-alta
            if ws-rechazado = 1
                add 1 to ws-tot-rechazados
                perform dar-de-alta
            end-if.
        validar-alta.
            if alt-persona-moral and alt-nom-cte = spaces
                move "01" to ws-motivo
                move "NOMBRE INCOMPLETO" to ws-descripcion
                move 1 to ws-rechazado
                exit paragraph
            end-if
            if not alt-persona-moral
                and (alt-1nom = spaces or alt-apat = spaces)
                move "01" to ws-motivo
                move "NOMBRE INCOMPLETO" to ws-descripcion
                move 1 to ws-rechazado
                move 1 to ws-rechazado
                exit paragraph
            end-if
            if alt-persona-moral
                move 0 to ws-edad-calculada
            else
                perform calcular-edad
                if ws-edad-calculada = 0 or ws-edad-calculada > 120
                    move "07" to ws-motivo
                    move "FECHA DE NACIMIENTO FUERA DE RANGO"
                        to ws-descripcion
                    move 1 to ws-rechazado
                    exit paragraph
                end-if
                if alt-edad not = ws-edad-calculada
                    display "AVISO renglon " ws-renglon ": la edad "
                        alt-edad " no coincide con la fecha de "
                        "nacimiento, se usara " ws-edad-calculada
                end-if
            end-if
            move alt-sucursal to suc-no
            read sucursales-file
                        move "SUCURSAL NO ACTIVA" to ws-descripcion
                        move 1 to ws-rechazado
                    end-if
            end-read
            if ws-rechazado = 1
                exit paragraph
            end-if
            move alt-producto to pro-codigo
            read productos-file
                invalid key
                    move "11" to ws-motivo
                    move "PRODUCTO FUERA DE CATALOGO"
                        to ws-descripcion
                    move 1 to ws-rechazado
                not invalid key
                    if not pro-activo
                        move "12" to ws-motivo
                        move "PRODUCTO NO VIGENTE" to ws-descripcion
                        move 1 to ws-rechazado
                    end-if
            end-read
            if ws-rechazado = 0 and alt-persona-moral
                perform validar-moral-alta
            end-if.
        validar-moral-alta.
            move 0 to ws-con-amd
            if alt-fecha-constitucion is numeric
                move alt-fecha-constitucion(1:2) to ws-con-dia
                move alt-fecha-constitucion(3:2) to ws-con-mes
                move alt-fecha-constitucion(5:4) to ws-con-anio
                compute ws-con-amd = ws-con-anio * 10000
                    + ws-con-mes * 100 + ws-con-dia
            end-if
            if ws-con-amd = 0
                or ws-con-dia < 1 or ws-con-dia > 31
                or ws-con-mes < 1 or ws-con-mes > 12
                or ws-con-anio < 1900
                or ws-con-amd > ws-fecha-sistema
                move "13" to ws-motivo
                move "FECHA DE CONSTITUCION INVALIDA"
                    to ws-descripcion
                move 1 to ws-rechazado
                exit paragraph
            end-if
            if alt-rfc(13:1) not = space
                move "14" to ws-motivo
                move "RFC NO CORRESPONDE A PERSONA MORAL"
                    to ws-descripcion
                move 1 to ws-rechazado
                exit paragraph
            end-if
            if alt-rfc(4:2) not = alt-fecha-constitucion(7:2)
                or alt-rfc(6:2) not = alt-fecha-constitucion(3:2)
                or alt-rfc(8:2) not = alt-fecha-constitucion(1:2)
                move "15" to ws-motivo
                move "RFC NO COINCIDE CON FECHA CONSTITUCION"
                    to ws-descripcion
                move 1 to ws-rechazado
                exit paragraph
            end-if
            if alt-escritura = spaces
                move "16" to ws-motivo
                move "SIN DATOS DE ESCRITURA CONSTITUTIVA"
                    to ws-descripcion
                move 1 to ws-rechazado
                exit paragraph
            end-if
            move 0 to ws-vin-reps
            move 1 to ws-vin-idx
            perform until ws-vin-idx > 3 or ws-rechazado = 1
                if alt-rep-no-cte(ws-vin-idx) is numeric
                    and alt-rep-no-cte(ws-vin-idx) > 0
                    move alt-rep-no-cte(ws-vin-idx) to ws-vin-no-cte
                    perform verificar-vinculo-alta
                    if ws-vin-valido = 0
                        move "18" to ws-motivo
                        move "REPRESENTANTE NO ES CLIENTE FISICO"
                            to ws-descripcion
                        move 1 to ws-rechazado
                    else
                        add 1 to ws-vin-reps
                    end-if
                end-if
                add 1 to ws-vin-idx
            end-perform
            if ws-rechazado = 1
                exit paragraph
            end-if
            if ws-vin-reps = 0
                move "17" to ws-motivo
                move "SIN REPRESENTANTE LEGAL" to ws-descripcion
                move 1 to ws-rechazado
                exit paragraph
            end-if
            move 0 to ws-vin-suma
            move 1 to ws-vin-idx
            perform until ws-vin-idx > 5 or ws-rechazado = 1
                if alt-ben-no-cte(ws-vin-idx) is numeric
                    and alt-ben-no-cte(ws-vin-idx) > 0
                    move alt-ben-no-cte(ws-vin-idx) to ws-vin-no-cte
                    perform verificar-vinculo-alta
                    if ws-vin-valido = 0
                        move "19" to ws-motivo
                        move "BENEFICIARIO NO ES CLIENTE FISICO"
                            to ws-descripcion
                        move 1 to ws-rechazado
                    else
                        if alt-ben-porcentaje(ws-vin-idx)
                            is not numeric
                            or alt-ben-porcentaje(ws-vin-idx) = 0
                            or alt-ben-porcentaje(ws-vin-idx) > 100
                            move "20" to ws-motivo
                            move "PORCENTAJE DE BENEFICIARIO INVALIDO"
                                to ws-descripcion
                            move 1 to ws-rechazado
                        else
                            add alt-ben-porcentaje(ws-vin-idx)
                                to ws-vin-suma
                        end-if
                    end-if
                end-if
                add 1 to ws-vin-idx
            end-perform
            if ws-rechazado = 1
                exit paragraph
            end-if
            if ws-vin-suma < ws-pct-control
                move "21" to ws-motivo
                move "BENEFICIARIOS NO ALCANZAN PCT CONTROL"
                    to ws-descripcion
                move 1 to ws-rechazado
                exit paragraph
            end-if
            if ws-vin-suma > 100
                move "22" to ws-motivo
                move "BENEFICIARIOS EXCEDEN EL 100%"
                    to ws-descripcion
                move 1 to ws-rechazado
            end-if.
        verificar-vinculo-alta.
            move 1 to ws-vin-valido
            move ws-vin-no-cte to e1-no-cte
            read clientes-file
                invalid key move 0 to ws-vin-valido
            end-read
            if ws-vin-valido = 1
                move ws-vin-no-cte to pmo-no-cte
                read personas-morales-file
                    invalid key continue
                    not invalid key move 0 to ws-vin-valido
                end-read
            end-if.
        buscar-rfc-duplicado.
            move 0 to ws-duplicado
            move 0 to fin-fichero
            perform asignar-numero-cliente
            perform grabar-cliente
            if ws-rechazado = 0
                perform revisar-listas-alta
                perform asignar-numero-cuenta
                perform grabar-cuenta
            end-if
                display "ALTA renglon " ws-renglon ": cliente "
                    ws-no-cte-asignado " cuenta "
                    ws-no-cuenta-asignada " CLABE " clb-clabe
                if ws-lst-hit not = 0
                    display "   AVISO: coincide por " ws-criterio
                        " con la lista " ws-lst-lista(ws-lst-hit) " "
                        ws-lst-id(ws-lst-hit) ", la cuenta queda "
                        "BLOQUEADA pendiente de cumplimiento"
                end-if
            else
                add 1 to ws-tot-rechazados
                perform grabar-rechazo-alta
            end-if.
        revisar-listas-alta.
            move ws-no-cte-asignado to ws-coi-no-cte
            move alt-rfc to ws-rfc-buscar
            move alt-nom-cte to ws-nombre-original
            move ws-renglon to ws-coi-referencia
            move spaces to ws-nombre-buscar
            if alt-persona-moral
                move spaces to ws-nombre-invertido
                move alt-nom-cte to ws-nombre-buscar
                perform normalizar-nombre
            else
                string alt-apat delimited by size
                    " " delimited by size
                    alt-amat delimited by size
                    " " delimited by size
                    alt-1nom delimited by size
                    " " delimited by size
                    alt-2nom delimited by size
                    into ws-nombre-buscar
                end-string
                perform normalizar-nombre
                move ws-nombre-normal to ws-nombre-invertido
                move spaces to ws-nombre-buscar
                string alt-1nom delimited by size
                    " " delimited by size
                    alt-2nom delimited by size
                    " " delimited by size
                    alt-apat delimited by size
                    " " delimited by size
                    alt-amat delimited by size
                    into ws-nombre-buscar
                end-string
                perform normalizar-nombre
            end-if
            perform cotejar-listas
            if ws-lst-hit not = 0
                perform registrar-coincidencia-alta
            end-if
            if alt-persona-moral
                move ws-lst-hit to ws-hit-guardado
                move 1 to ws-vin-idx
                perform until ws-vin-idx > 5
                    if alt-ben-no-cte(ws-vin-idx) is numeric
                        and alt-ben-no-cte(ws-vin-idx) > 0
                        perform revisar-listas-beneficiario
                    end-if
                    add 1 to ws-vin-idx
                end-perform
                move ws-hit-guardado to ws-lst-hit
            end-if.
        revisar-listas-beneficiario.
            move alt-ben-no-cte(ws-vin-idx) to e1-no-cte
            read clientes-file
                invalid key continue
                not invalid key
                    move e1-rfc-cte to ws-rfc-buscar
                    move e1-nom-cte to ws-nombre-original
                    move spaces to ws-nombre-buscar
                    string e1-apat-cte delimited by size
                        " " delimited by size
                        e1-amat-cte delimited by size
                        " " delimited by size
                        e1-1nom-cte delimited by size
                        " " delimited by size
                        e1-2nom-cte delimited by size
                        into ws-nombre-buscar
                    end-string
                    perform normalizar-nombre
                    move ws-nombre-normal to ws-nombre-invertido
                    move spaces to ws-nombre-buscar
                    string e1-1nom-cte delimited by size
                        " " delimited by size
                        e1-2nom-cte delimited by size
                        " " delimited by size
                        e1-apat-cte delimited by size
                        " " delimited by size
                        e1-amat-cte delimited by size
                        into ws-nombre-buscar
                    end-string
                    perform normalizar-nombre
                    perform cotejar-listas
                    if ws-lst-hit not = 0
                        move spaces to ws-coi-referencia
                        string "BENEF " delimited by size
                            alt-ben-no-cte(ws-vin-idx)
                                delimited by size
                            into ws-coi-referencia
                        end-string
                        perform registrar-coincidencia-alta
                        display "   AVISO renglon " ws-renglon
                            ": el beneficiario controlador "
                            alt-ben-no-cte(ws-vin-idx) " coincide "
                            "con la lista " ws-lst-lista(ws-lst-hit)
                            " " ws-lst-id(ws-lst-hit)
                        if ws-hit-guardado = 0
                            move ws-lst-hit to ws-hit-guardado
                        end-if
                    end-if
            end-read.
        registrar-coincidencia-alta.
            move ws-coi-no-cte to coi-no-cte
            move ws-lst-lista(ws-lst-hit) to coi-lista
            move ws-lst-id(ws-lst-hit) to coi-id
            move ws-nombre-original to coi-nombre
            move ws-rfc-buscar to coi-rfc
            move ws-criterio to coi-criterio
            move ws-coi-origen to coi-origen
            move ws-coi-referencia to coi-referencia
            move ws-coi-fecha to coi-fecha
            move "PENDIENTE" to coi-status
            move spaces to coi-resolvio
            move 0 to coi-fecha-resolucion
            write e1-coincidencia
                invalid key continue
            end-write.
        asignar-numero-cliente.
            if alt-no-cte not = 0
                move alt-no-cte to ws-no-cte-asignado
            move alt-mes-nac to e1-mes-nac-cte
            move alt-anio-nac to e1-year-nac-cte
            move alt-sexo to e1-sex-cte
            if alt-persona-moral
                move 0 to e1-dia-nac-cte
                move 0 to e1-mes-nac-cte
                move 0 to e1-year-nac-cte
                move space to e1-sex-cte
            end-if
            move alt-calle to e1-cal-cte
            move alt-ext to e1-no-ext-cte
            move alt-int to e1-no-int-cte
                    move ws-no-cte-asignado to ws-mnt-llave
                    move "CLIENTES" to ws-mnt-archivo
                    perform registrar-mant-auditoria
                    if alt-persona-moral
                        perform grabar-persona-moral
                    end-if
            end-write.
        grabar-persona-moral.
            move ws-no-cte-asignado to pmo-no-cte
            move alt-nom-cte to pmo-razon-social
            move alt-fecha-constitucion to pmo-fecha-constitucion
            move alt-escritura to pmo-escritura
            if alt-fecha-escritura is numeric
                move alt-fecha-escritura to pmo-fecha-escritura
            else
                move 0 to pmo-fecha-escritura
            end-if
            if alt-notaria is numeric
                move alt-notaria to pmo-notaria
            else
                move 0 to pmo-notaria
            end-if
            move alt-notario to pmo-notario
            move alt-folio-mercantil to pmo-folio-mercantil
            move alt-actividad to pmo-actividad
            move ws-coi-fecha to pmo-fecha-registro
            move ws-operador to pmo-operador
            write e1-persona-moral
                invalid key
                    display "AVISO: el cliente " ws-no-cte-asignado
                        " ya estaba registrado como persona moral."
                not invalid key
                    add 1 to ws-tot-morales
                    move spaces to ws-imagen-antes
                    move e1-persona-moral to ws-imagen-despues
                    move ws-no-cte-asignado to ws-mnt-llave
                    move "MORALES" to ws-mnt-archivo
                    perform registrar-mant-auditoria
            end-write
            move 1 to ws-vin-idx
            perform until ws-vin-idx > 3
                if alt-rep-no-cte(ws-vin-idx) is numeric
                    and alt-rep-no-cte(ws-vin-idx) > 0
                    move "R" to pmv-tipo
                    move alt-rep-no-cte(ws-vin-idx)
                        to pmv-no-cte-fisica
                    move alt-rep-cargo(ws-vin-idx) to pmv-cargo
                    move 0 to pmv-porcentaje
                    perform grabar-vinculo
                end-if
                add 1 to ws-vin-idx
            end-perform
            move 1 to ws-vin-idx
            perform until ws-vin-idx > 5
                if alt-ben-no-cte(ws-vin-idx) is numeric
                    and alt-ben-no-cte(ws-vin-idx) > 0
                    move "B" to pmv-tipo
                    move alt-ben-no-cte(ws-vin-idx)
                        to pmv-no-cte-fisica
                    move spaces to pmv-cargo
                    move alt-ben-porcentaje(ws-vin-idx)
                        to pmv-porcentaje
                    perform grabar-vinculo
                end-if
                add 1 to ws-vin-idx
            end-perform.
        grabar-vinculo.
            move ws-no-cte-asignado to pmv-no-cte-moral
            move ws-coi-fecha to pmv-fecha-alta
            move ws-operador to pmv-operador
            write e1-vinculo
                invalid key
                    display "AVISO renglon " ws-renglon ": el "
                        "vinculo con el cliente " pmv-no-cte-fisica
                        " ya existia."
                not invalid key
                    move spaces to ws-imagen-antes
                    move e1-vinculo to ws-imagen-despues
                    move ws-no-cte-asignado to ws-mnt-llave
                    move "VINCULOS" to ws-mnt-archivo
                    perform registrar-mant-auditoria
            end-write.
        grabar-cuenta.
            move ws-no-cuenta-asignada to cta-no-cuenta
            move ws-no-cte-asignado to cta-no-cte
            if ws-lst-hit not = 0
                move "BLOQUEADA" to cta-status
            else
                move "ACTIVA" to cta-status
            end-if
            accept cta-fecha-apertura from date yyyymmdd
            move alt-sucursal to cta-sucursal
            write e1-cuentas
                    move ws-no-cuenta-asignada to ws-mnt-llave
                    move "CUENTAS" to ws-mnt-archivo
                    perform registrar-mant-auditoria
                    perform grabar-producto-cuenta
                    if ws-lst-hit not = 0
                        perform grabar-bloqueo
                    end-if
            end-write.
        grabar-producto-cuenta.
            move ws-no-cuenta-asignada to pcu-cuenta
            move alt-producto to pcu-producto
            accept pcu-fecha-asignado from date yyyymmdd
            move ws-operador to pcu-asigno
            write e1-producto-cuenta
                invalid key
                    display "AVISO: la cuenta "
                        ws-no-cuenta-asignada " ya tenia producto."
                not invalid key
                    move spaces to ws-imagen-antes
                    move e1-producto-cuenta to ws-imagen-despues
                    move ws-no-cuenta-asignada to ws-mnt-llave
                    move "PRODCTA" to ws-mnt-archivo
                    perform registrar-mant-auditoria
            end-write.
        grabar-bloqueo.
            move ws-no-cuenta-asignada to blq-cuenta
            move ws-no-cte-asignado to blq-no-cte
            move "ACTIVA" to blq-status-anterior
            move ws-coi-fecha to blq-fecha
            move ws-operador to blq-origen
            write e1-bloqueo
                invalid key continue
            end-write
            add 1 to ws-tot-bloqueadas.
        asignar-clabe.
            perform generar-clabe
            move ws-no-cuenta-asignada to clb-cuenta
