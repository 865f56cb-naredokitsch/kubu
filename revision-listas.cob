        identification division.
        program-id. revision-listas.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cli-no-cte
        file status is ws-fs-clientes.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

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

        select retenidas-file assign to "spei_retenidas.dat"
        organization is indexed
        access mode is dynamic
        record key is ret-llave
        file status is ws-fs-retenidas.

        select mant-auditoria-file assign to "mant_auditoria.dat"
        organization is line sequential
        file status is ws-fs-mant-aud.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.

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
        fd clientes-file.
        01 e1-clientes.
            05 cli-no-cte pic 9(10).
            05 cli-nom-cte pic X(80).
            05 cli-rfc-cte pic X(13).
            05 cli-resto pic X(150).
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
                88 cta-activa value "ACTIVA".
                88 cta-bloqueada value "BLOQUEADA".
                88 cta-cerrada value "CERRADA".
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
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
        fd mant-auditoria-file.
        01 e1-mant-auditoria.
            05 mnt-operador pic X(10).
            05 mnt-fecha pic 9(8).
            05 mnt-hora pic 9(8).
            05 mnt-archivo pic X(10).
            05 mnt-llave pic X(13).
            05 mnt-accion pic X(8).
            05 mnt-antes pic X(260).
            05 mnt-despues pic X(260).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
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
        77 fin-listas pic 9 value 0.
        77 fin-coincidencias pic 9 value 0.
        77 fin-cuentas pic 9 value 0.
        77 fin-retenidas pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-listas pic X(2) value "00".
        77 ws-fs-coincidencias pic X(2) value "00".
        77 ws-fs-bloqueos pic X(2) value "00".
        77 ws-fs-retenidas pic X(2) value "00".
        77 ws-fs-mant-aud pic X(2) value "00".
        77 ws-operador pic X(10) value "LISTAS".
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
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
        77 ws-coi-referencia pic X(20) value spaces.
        77 ws-coi-nueva pic 9 value 0.
        77 ws-bloqueo-cte pic 9(10) value 0.
        77 ws-tot-clientes pic 9(10) value 0.
        77 ws-tot-nuevas pic 9(6) value 0.
        77 ws-tot-bloqueadas pic 9(6) value 0.
        77 ws-tot-pendientes pic 9(6) value 0.
        77 ws-tot-confirmadas pic 9(6) value 0.
        77 ws-tot-retenidas pic 9(6) value 0.
        77 ws-suma-retenidas pic 9(12)V99 value 0.
        77 ws-fs-morales pic X(2) value "00".
        77 ws-fs-vinculos pic X(2) value "00".
        77 fin-vinculos pic 9 value 0.
        77 ws-morales-abierto pic 9 value 0.
        77 ws-es-moral pic 9 value 0.
        77 ws-tot-beneficiarios pic 9(6) value 0.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
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
        inicio-revision.
            display "REVISION DE CLIENTES CONTRA LISTAS DE PERSONAS "
                "BLOQUEADAS (LPB/OFAC)"
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
            perform cargar-listas
            display "Registros de listas cargados: " ws-lst-total
            perform abrir-coincidencias
            perform abrir-cuentas
            perform abrir-bloqueos
            move 0 to ws-morales-abierto
            open input personas-morales-file
            if ws-fs-morales = "00"
                move 1 to ws-morales-abierto
            end-if
            open input clientes-file
            if ws-fs-clientes = "00"
                move "REVISION" to ws-coi-origen
                move spaces to ws-coi-referencia
                move 0 to fin-fichero
                move 0 to cli-no-cte
                start clientes-file key is not less than cli-no-cte
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read clientes-file next record
                        at end move 1 to fin-fichero
                        not at end perform revisar-cliente
                    end-read
                end-perform
                perform revisar-beneficiarios
                close clientes-file
            end-if
            if ws-morales-abierto = 1
                close personas-morales-file
            end-if
            perform aplicar-bloqueos
            close cuentas-file
            close bloqueos-file
            perform imprimir-reporte-cumplimiento
            close coincidencias-file
            display " "
            display "Clientes revisados: " ws-tot-clientes
            display "Coincidencias nuevas: " ws-tot-nuevas
            display "   de ellas por beneficiario controlador: "
                ws-tot-beneficiarios
            display "Cuentas puestas en BLOQUEADA: " ws-tot-bloqueadas
            display "Coincidencias pendientes de revision: "
                ws-tot-pendientes
            display "Transferencias retenidas: " ws-tot-retenidas
                "  Importe: " ws-suma-retenidas
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "LISTAS" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-coincidencias.
            open i-o coincidencias-file
            if ws-fs-coincidencias not = "00"
                open output coincidencias-file
                close coincidencias-file
                open i-o coincidencias-file
            end-if.
        abrir-cuentas.
            open i-o cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
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
            else
                display "AVISO: no hay listas cargadas "
                    "(listas_bloqueadas.dat), solo se aplican las "
                    "coincidencias ya registradas."
            end-if.
        revisar-cliente.
            add 1 to ws-tot-clientes
            move cli-no-cte to ws-coi-no-cte
            move 0 to ws-es-moral
            if ws-morales-abierto = 1
                move cli-no-cte to pmo-no-cte
                read personas-morales-file
                    invalid key continue
                    not invalid key move 1 to ws-es-moral
                end-read
            end-if
            if ws-es-moral = 1
                move cli-nom-cte to ws-nombre-original
                move cli-rfc-cte to ws-rfc-buscar
                move spaces to ws-nombre-invertido
                move cli-nom-cte to ws-nombre-buscar
                perform normalizar-nombre
            else
                perform armar-nombre-cliente
            end-if
            perform cotejar-listas
            if ws-lst-hit not = 0
                perform registrar-coincidencia
            end-if.
        revisar-beneficiarios.
            open input vinculos-file
            if ws-fs-vinculos = "00"
                move 0 to fin-vinculos
                move low-values to pmv-llave
                start vinculos-file key is not less than pmv-llave
                    invalid key move 1 to fin-vinculos
                end-start
                perform until fin-vinculos = 1
                    read vinculos-file next record
                        at end move 1 to fin-vinculos
                        not at end
                            if pmv-beneficiario
                                perform revisar-beneficiario
                            end-if
                    end-read
                end-perform
                close vinculos-file
                move spaces to ws-coi-referencia
            end-if.
        revisar-beneficiario.
            move pmv-no-cte-fisica to cli-no-cte
            read clientes-file
                invalid key continue
                not invalid key
                    move pmv-no-cte-moral to ws-coi-no-cte
                    perform armar-nombre-cliente
                    perform cotejar-listas
                    if ws-lst-hit not = 0
                        move spaces to ws-coi-referencia
                        string "BENEF " delimited by size
                            pmv-no-cte-fisica delimited by size
                            into ws-coi-referencia
                        end-string
                        perform registrar-coincidencia
                        if ws-coi-nueva = 1
                            add 1 to ws-tot-beneficiarios
                            display "   por el beneficiario "
                                "controlador " pmv-no-cte-fisica
                                " de la persona moral "
                                pmv-no-cte-moral
                        end-if
                    end-if
            end-read.
        armar-nombre-cliente.
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
            perform normalizar-nombre.
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
            move 0 to ws-coi-nueva
            move ws-coi-no-cte to coi-no-cte
            move ws-lst-lista(ws-lst-hit) to coi-lista
            move ws-lst-id(ws-lst-hit) to coi-id
            read coincidencias-file
                invalid key move 1 to ws-coi-nueva
            end-read
            if ws-coi-nueva = 1
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
                    invalid key
                        display "No se pudo registrar la "
                            "coincidencia del cliente " ws-coi-no-cte
                    not invalid key
                        add 1 to ws-tot-nuevas
                        display "COINCIDENCIA " coi-lista " "
                            coi-id " cliente " coi-no-cte
                            " por " coi-criterio
                end-write
            end-if.
        aplicar-bloqueos.
            move 0 to fin-coincidencias
            move low-values to coi-llave
            start coincidencias-file key is not less than coi-llave
                invalid key move 1 to fin-coincidencias
            end-start
            perform until fin-coincidencias = 1
                read coincidencias-file next record
                    at end move 1 to fin-coincidencias
                    not at end
                        if coi-pendiente or coi-confirmada
                            move coi-no-cte to ws-bloqueo-cte
                            perform bloquear-cuentas-cliente
                        end-if
                end-read
            end-perform.
        bloquear-cuentas-cliente.
            move 0 to fin-cuentas
            move 0 to cta-no-cuenta
            start cuentas-file key is not less than cta-no-cuenta
                invalid key move 1 to fin-cuentas
            end-start
            perform until fin-cuentas = 1
                read cuentas-file next record
                    at end move 1 to fin-cuentas
                    not at end
                        if cta-no-cte = ws-bloqueo-cte
                            and not cta-cerrada
                            perform bloquear-cuenta
                        end-if
                end-read
            end-perform.
        bloquear-cuenta.
            move cta-no-cuenta to blq-cuenta
            read bloqueos-file
                invalid key
                    move cta-no-cuenta to blq-cuenta
                    move cta-no-cte to blq-no-cte
                    move cta-status to blq-status-anterior
                    move ws-fecha-proceso to blq-fecha
                    move ws-operador to blq-origen
                    write e1-bloqueo
                        invalid key continue
                    end-write
            end-read
            if not cta-bloqueada
                move e1-cuentas to ws-imagen-antes
                move "BLOQUEADA" to cta-status
                rewrite e1-cuentas
                    invalid key
                        display "No se pudo bloquear la cuenta "
                            cta-no-cuenta
                    not invalid key
                        add 1 to ws-tot-bloqueadas
                        move e1-cuentas to ws-imagen-despues
                        perform registrar-mant-auditoria
                        display "Cuenta " cta-no-cuenta
                            " del cliente " cta-no-cte
                            " pasa a BLOQUEADA por coincidencia en "
                            "lista"
                end-rewrite
            end-if.
        imprimir-reporte-cumplimiento.
            display " "
            display "REPORTE PARA EL OFICIAL DE CUMPLIMIENTO -- "
                "FECHA " ws-fecha-proceso
            display " "
            display "COINCIDENCIAS PENDIENTES DE REVISION"
            display "CLIENTE     LISTA ID          CRITERIO ORIGEN    "
                " FECHA     NOMBRE"
            display "----------  ---- ----------  ------   ----------"
                " --------  ------------------------------"
            move 0 to fin-coincidencias
            move low-values to coi-llave
            start coincidencias-file key is not less than coi-llave
                invalid key move 1 to fin-coincidencias
            end-start
            perform until fin-coincidencias = 1
                read coincidencias-file next record
                    at end move 1 to fin-coincidencias
                    not at end perform listar-coincidencia
                end-read
            end-perform
            display "Coincidencias confirmadas (cuentas congeladas): "
                ws-tot-confirmadas
            display " "
            display "TRANSFERENCIAS RETENIDAS"
            display "S REFERENCIA            CLIENTE     CUENTA       "
                "         IMPORTE LISTA ID"
            display "- --------------------  ----------  -------------"
                "  -------------- ---- ----------"
            open input retenidas-file
            if ws-fs-retenidas = "00"
                move 0 to fin-retenidas
                move low-values to ret-llave
                start retenidas-file key is not less than ret-llave
                    invalid key move 1 to fin-retenidas
                end-start
                perform until fin-retenidas = 1
                    read retenidas-file next record
                        at end move 1 to fin-retenidas
                        not at end
                            if ret-retenida
                                perform listar-retenida
                            end-if
                    end-read
                end-perform
                close retenidas-file
            end-if.
        listar-coincidencia.
            if coi-pendiente
                add 1 to ws-tot-pendientes
                display coi-no-cte "  " coi-lista " " coi-id "  "
                    coi-criterio "   " coi-origen " " coi-fecha "  "
                    coi-nombre(1:40)
            end-if
            if coi-confirmada
                add 1 to ws-tot-confirmadas
            end-if.
        listar-retenida.
            add 1 to ws-tot-retenidas
            add ret-monto to ws-suma-retenidas
            display ret-sentido " " ret-referencia "  " ret-no-cte
                "  " ret-cuenta "  " ret-monto " " ret-lista " "
                ret-id.
        registrar-mant-auditoria.
            open extend mant-auditoria-file
            if ws-fs-mant-aud not = "00"
                open output mant-auditoria-file
                close mant-auditoria-file
                open extend mant-auditoria-file
            end-if
            accept ws-mnt-fecha from date yyyymmdd
            accept ws-mnt-hora from time
            move ws-operador to mnt-operador
            move ws-mnt-fecha to mnt-fecha
            move ws-mnt-hora to mnt-hora
            move "CUENTAS" to mnt-archivo
            move cta-no-cuenta to mnt-llave
            move "ESTATUS" to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
