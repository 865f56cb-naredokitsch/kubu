        identification division.
        program-id. arco-cancelacion.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-cte
        file status is ws-fs-clientes.

        select contactos-file assign to "contactos.dat"
        organization is indexed
        access mode is dynamic
        record key is con-no-cte
        file status is ws-fs-contactos.

        select documentos-file assign to "documentos_cliente.dat"
        organization is indexed
        access mode is dynamic
        record key is doc-llave
        file status is ws-fs-documentos.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select beneficiarios-file assign to "beneficiarios.dat"
        organization is indexed
        access mode is dynamic
        record key is ben-cuenta
        file status is ws-fs-beneficiarios.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select movimientos-hist-file assign to "movimientos_hist.dat"
        organization is indexed
        access mode is dynamic
        record key is hs-no-mts-mts
        alternate record key is hs-llave-cta-mts
        alternate record key is hs-llave-cte-mts
        file status is ws-fs-hist.

        select solicitudes-file assign to "solicitudes_arco.dat"
        organization is indexed
        access mode is dynamic
        record key is arc-folio
        file status is ws-fs-solicitudes.

        select cierres-file assign to "arco_cierres.dat"
        organization is indexed
        access mode is dynamic
        record key is acr-cuenta
        file status is ws-fs-cierres.

        select situacion-file assign to "arco_situacion.dat"
        organization is indexed
        access mode is dynamic
        record key is asi-no-cte
        file status is ws-fs-situacion.

        select mant-auditoria-file assign to "mant_auditoria.dat"
        organization is line sequential
        file status is ws-fs-mant-aud.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd clientes-file.
        01 e1-clientes.
            05 e1-no-cte pic 9(10).
            05 e1-nom-cte.
                10 e1-1nom-cte pic X(20).
                10 e1-2nom-cte pic X(20).
                10 e1-apat-cte pic X(20).
                10 e1-amat-cte pic X(20).
            05 e1-rfc-cte pic X(13).
            05 e1-eda-cte pic 9(3).
            05 e1-fec-nac-cte.
                10 e1-dia-nac-cte pic 9(2).
                10 filler pic X value '/'.
                10 e1-mes-nac-cte pic 9(2).
                10 filler pic X value '/'.
                10 e1-year-nac-cte pic 9(4).
            05 e1-sex-cte pic X(1).
            05 e1-dom-cte.
                10 e1-cal-cte pic X(30).
                10 e1-no-ext-cte pic 9(8).
                10 e1-no-int-cte pic 9(8).
                10 e1-mun-cte pic X(30).
                10 e1-edo-cte pic X(30).
                10 e1-pais-cte pic X(30).
        fd contactos-file.
        01 e1-contactos.
            05 con-no-cte pic 9(10).
            05 con-telefono pic X(15).
            05 con-email pic X(40).
        fd documentos-file.
        01 e1-documentos.
            05 doc-llave.
                10 doc-no-cte pic 9(10).
                10 doc-tipo pic X(10).
            05 doc-folio pic X(20).
            05 doc-autoridad pic X(30).
            05 doc-fecha-emision pic 9(8).
            05 doc-fecha-vence pic 9(8).
            05 doc-fecha-registro pic 9(8).
            05 doc-operador pic X(10).
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
                88 cta-cerrada value "CERRADA".
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
        fd beneficiarios-file.
        01 e1-beneficiarios.
            05 ben-cuenta pic 9(13).
            05 ben-datos occurs 3 times.
                10 ben-nombre pic X(40).
                10 ben-fecha-nac pic 9(8).
                10 ben-parentesco pic X(15).
                10 ben-porcentaje pic 9(3).
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
        fd movimientos-hist-file.
        01 hs-movimientos.
            05 hs-no-mts-mts pic 9(13).
            05 hs-no-cte-mts pic 9(10).
            05 hs-cta-chq-mts pic 9(13).
            05 hs-cta-cbe-mts pic 9(20).
            05 hs-tipo-mts pic A(8).
            05 hs-sdo-mts pic S9(10)V99.
            05 hs-fech-mts pic 9(8).
            05 hs-moneda-mts pic X(3).
            05 hs-sucursal pic 9(4).
            05 hs-llave-cta-mts.
                10 hs-lcta-cuenta pic 9(13).
                10 hs-lcta-fecha pic 9(8).
                10 hs-lcta-no-mts pic 9(13).
            05 hs-llave-cte-mts.
                10 hs-lcte-no-cte pic 9(10).
                10 hs-lcte-fecha pic 9(8).
                10 hs-lcte-no-mts pic 9(13).
        fd solicitudes-file.
        01 e1-solicitud-arco.
            05 arc-folio pic 9(10).
            05 arc-no-cte pic 9(10).
            05 arc-tipo pic X(13).
                88 arc-cancelacion value "CANCELACION".
            05 arc-descripcion pic X(40).
            05 arc-fecha-alta pic 9(8).
            05 arc-fecha-limite pic 9(8).
            05 arc-status pic X(11).
                88 arc-abierta value "ABIERTA".
            05 arc-respuesta pic X(40).
            05 arc-fecha-respuesta pic 9(8).
            05 arc-operador pic X(10).
            05 arc-atendio pic X(10).
        fd cierres-file.
        01 e1-cierre-arco.
            05 acr-cuenta pic 9(13).
            05 acr-fecha pic 9(8).
        fd situacion-file.
        01 e1-situacion-arco.
            05 asi-no-cte pic 9(10).
            05 asi-abiertas pic 9(5).
            05 asi-cerradas pic 9(5).
            05 asi-ultimo-cierre pic 9(8).
            05 asi-cancelado pic X(1).
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
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-movimientos pic 9 value 0.
        77 fin-documentos pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-contactos pic X(2) value "00".
        77 ws-fs-documentos pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-beneficiarios pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-hist pic X(2) value "00".
        77 ws-fs-solicitudes pic X(2) value "00".
        77 ws-fs-cierres pic X(2) value "00".
        77 ws-fs-situacion pic X(2) value "00".
        77 ws-fs-mant-aud pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-actual-abierto pic 9 value 0.
        77 ws-hist-abierto pic 9 value 0.
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-operador pic X(10) value "ARCOCANCEL".
        77 ws-fecha-corte pic 9(8) value 0.
        77 ws-corte-aaaammdd pic 9(8) value 0.
        77 ws-fecha-limite pic 9(8) value 0.
        77 ws-anios-retencion pic 9(3) value 10.
        77 ws-cuenta-actual pic 9(13) value 0.
        77 ws-fecha-cierre pic 9(8) value 0.
        77 ws-no-cte pic 9(10) value 0.
        77 ws-i pic 9 value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        77 ws-mnt-archivo pic X(10) value spaces.
        77 ws-tot-cierres pic 9(10) value 0.
        77 ws-tot-clientes pic 9(10) value 0.
        77 ws-tot-cancelados pic 9(10) value 0.
        77 ws-tot-ya-cancelados pic 9(10) value 0.
        77 ws-tot-beneficiarios pic 9(10) value 0.
        77 ws-tot-solicitudes pic 9(10) value 0.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-nombre-cancelado pic X(20) value "DATOS CANCELADOS".
        01 ws-rfc-generico pic X(13) value "XAXX010101000".
        procedure division.
        inicio-cancelacion.
            display "CANCELACION DE DATOS PERSONALES (ARCO)"
            display "Fecha de corte (ddmmaaaa): " with no advancing
            accept ws-fecha-corte
            move ws-fecha-corte(5:4) to ws-corte-aaaammdd(1:4)
            move ws-fecha-corte(3:2) to ws-corte-aaaammdd(5:2)
            move ws-fecha-corte(1:2) to ws-corte-aaaammdd(7:2)
            perform cargar-parametros
            compute ws-fecha-limite = ws-corte-aaaammdd
                - ws-anios-retencion * 10000
            display "Anios de conservacion despues del cierre: "
                ws-anios-retencion
            display "Se cancelan clientes con todas sus cuentas "
                "CERRADA antes del " ws-fecha-limite
            perform cargar-cierres
            perform clasificar-clientes
            perform cancelar-clientes
            perform cancelar-beneficiarios
            perform atender-solicitudes
            close cierres-file
            close situacion-file
            display " "
            display "Cierres de cuenta en mant_auditoria.dat: "
                ws-tot-cierres
            display "Clientes revisados: " ws-tot-clientes
            display "Clientes ya cancelados: " ws-tot-ya-cancelados
            display "Clientes cancelados: " ws-tot-cancelados
            display "Cuentas con beneficiarios cancelados: "
                ws-tot-beneficiarios
            display "Solicitudes de cancelacion atendidas: "
                ws-tot-solicitudes
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "ARCOCANCEL" to e1-checkpoint
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
                            if par-clave = "ANIOSRETARCO"
                                move par-valor to ws-anios-retencion
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        cargar-cierres.
            open output cierres-file
            close cierres-file
            open i-o cierres-file
            open input mant-auditoria-file
            if ws-fs-mant-aud = "00"
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read mant-auditoria-file
                        at end move 1 to fin-fichero
                        not at end
                            if mnt-archivo = "CUENTAS"
                                and mnt-accion = "CIERRE"
                                perform registrar-cierre
                            end-if
                    end-read
                end-perform
                close mant-auditoria-file
            end-if.
        registrar-cierre.
            add 1 to ws-tot-cierres
            move mnt-llave to acr-cuenta
            read cierres-file
                invalid key
                    move mnt-fecha to acr-fecha
                    write e1-cierre-arco
                        invalid key continue
                    end-write
                not invalid key
                    if mnt-fecha > acr-fecha
                        move mnt-fecha to acr-fecha
                        rewrite e1-cierre-arco
                            invalid key continue
                        end-rewrite
                    end-if
            end-read.
        clasificar-clientes.
            open output situacion-file
            close situacion-file
            open i-o situacion-file
            open input movimientos-file
            if ws-fs-movimientos = "00"
                move 1 to ws-actual-abierto
            end-if
            open input movimientos-hist-file
            if ws-fs-hist = "00"
                move 1 to ws-hist-abierto
            end-if
            open input cuentas-file
            if ws-fs-cuentas = "00"
                move 0 to fin-fichero
                move 0 to cta-no-cuenta
                start cuentas-file key is not less than cta-no-cuenta
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read cuentas-file next record
                        at end move 1 to fin-fichero
                        not at end perform clasificar-cuenta
                    end-read
                end-perform
                close cuentas-file
            end-if
            if ws-actual-abierto = 1
                close movimientos-file
            end-if
            if ws-hist-abierto = 1
                close movimientos-hist-file
            end-if.
        clasificar-cuenta.
            move cta-no-cte to asi-no-cte
            read situacion-file
                invalid key
                    move cta-no-cte to asi-no-cte
                    move 0 to asi-abiertas
                    move 0 to asi-cerradas
                    move 0 to asi-ultimo-cierre
                    move "N" to asi-cancelado
                    write e1-situacion-arco
                        invalid key continue
                    end-write
            end-read
            if cta-cerrada
                perform calcular-fecha-cierre
                add 1 to asi-cerradas
                if ws-fecha-cierre > asi-ultimo-cierre
                    move ws-fecha-cierre to asi-ultimo-cierre
                end-if
            else
                add 1 to asi-abiertas
            end-if
            rewrite e1-situacion-arco
                invalid key continue
            end-rewrite.
        calcular-fecha-cierre.
            move cta-fecha-apertura to ws-fecha-cierre
            move cta-no-cuenta to acr-cuenta
            read cierres-file
                invalid key continue
                not invalid key
                    if acr-fecha > ws-fecha-cierre
                        move acr-fecha to ws-fecha-cierre
                    end-if
            end-read
            move cta-no-cuenta to ws-cuenta-actual
            if ws-actual-abierto = 1
                move 0 to fin-movimientos
                move ws-cuenta-actual to e1-lcta-cuenta
                move 0 to e1-lcta-fecha
                move 0 to e1-lcta-no-mts
                start movimientos-file
                    key is not less than e1-llave-cta-mts
                    invalid key move 1 to fin-movimientos
                end-start
                perform until fin-movimientos = 1
                    read movimientos-file next record
                        at end move 1 to fin-movimientos
                        not at end perform revisar-mov-actual
                    end-read
                end-perform
            end-if
            if ws-hist-abierto = 1
                move 0 to fin-movimientos
                move ws-cuenta-actual to hs-lcta-cuenta
                move 0 to hs-lcta-fecha
                move 0 to hs-lcta-no-mts
                start movimientos-hist-file
                    key is not less than hs-llave-cta-mts
                    invalid key move 1 to fin-movimientos
                end-start
                perform until fin-movimientos = 1
                    read movimientos-hist-file next record
                        at end move 1 to fin-movimientos
                        not at end perform revisar-mov-historico
                    end-read
                end-perform
            end-if.
        revisar-mov-actual.
            if e1-lcta-cuenta not = ws-cuenta-actual
                move 1 to fin-movimientos
            else
                if e1-no-mts-mts not = ws-trailer-key
                    and e1-lcta-fecha > ws-fecha-cierre
                    move e1-lcta-fecha to ws-fecha-cierre
                end-if
            end-if.
        revisar-mov-historico.
            if hs-lcta-cuenta not = ws-cuenta-actual
                move 1 to fin-movimientos
            else
                if hs-no-mts-mts not = ws-trailer-key
                    and hs-lcta-fecha > ws-fecha-cierre
                    move hs-lcta-fecha to ws-fecha-cierre
                end-if
            end-if.
        cancelar-clientes.
            display " "
            display "CLIENTES CANCELADOS"
            open i-o clientes-file
            open i-o contactos-file
            open i-o documentos-file
            if ws-fs-clientes = "00"
                move 0 to fin-fichero
                move 0 to asi-no-cte
                start situacion-file key is not less than asi-no-cte
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read situacion-file next record
                        at end move 1 to fin-fichero
                        not at end perform evaluar-cliente
                    end-read
                end-perform
                close clientes-file
            end-if
            if ws-fs-contactos = "00"
                close contactos-file
            end-if
            if ws-fs-documentos = "00"
                close documentos-file
            end-if.
        evaluar-cliente.
            add 1 to ws-tot-clientes
            if asi-abiertas = 0 and asi-cerradas > 0
                and asi-ultimo-cierre < ws-fecha-limite
                move asi-no-cte to e1-no-cte
                read clientes-file
                    invalid key continue
                    not invalid key perform cancelar-cliente
                end-read
            end-if.
        cancelar-cliente.
            if e1-1nom-cte = ws-nombre-cancelado
                and e1-rfc-cte = ws-rfc-generico
                add 1 to ws-tot-ya-cancelados
            else
                move asi-no-cte to ws-no-cte
                move ws-nombre-cancelado to e1-1nom-cte
                move spaces to e1-2nom-cte
                move spaces to e1-apat-cte
                move spaces to e1-amat-cte
                move ws-rfc-generico to e1-rfc-cte
                move 0 to e1-eda-cte
                move 0 to e1-dia-nac-cte
                move 0 to e1-mes-nac-cte
                move 0 to e1-year-nac-cte
                move space to e1-sex-cte
                move spaces to e1-cal-cte
                move 0 to e1-no-ext-cte
                move 0 to e1-no-int-cte
                move spaces to e1-mun-cte
                move spaces to e1-edo-cte
                move spaces to e1-pais-cte
                rewrite e1-clientes
                    invalid key
                        display "No se pudo cancelar el cliente "
                            ws-no-cte
                    not invalid key
                        add 1 to ws-tot-cancelados
                        display "   Cliente " ws-no-cte
                            " ultimo cierre " asi-ultimo-cierre
                        move e1-clientes to ws-imagen-despues
                        move "CLIENTES" to ws-mnt-archivo
                        perform registrar-mant-auditoria
                        perform cancelar-contacto
                        perform cancelar-documentos
                        move "S" to asi-cancelado
                        rewrite e1-situacion-arco
                            invalid key continue
                        end-rewrite
                end-rewrite
            end-if.
        cancelar-contacto.
            if ws-fs-contactos = "00"
                move ws-no-cte to con-no-cte
                read contactos-file
                    invalid key continue
                    not invalid key
                        move spaces to con-telefono
                        move spaces to con-email
                        rewrite e1-contactos
                            invalid key continue
                            not invalid key
                                move e1-contactos
                                    to ws-imagen-despues
                                move "CONTACTOS" to ws-mnt-archivo
                                perform registrar-mant-auditoria
                        end-rewrite
                end-read
            end-if.
        cancelar-documentos.
            if ws-fs-documentos = "00"
                move 0 to fin-documentos
                move ws-no-cte to doc-no-cte
                move low-values to doc-tipo
                start documentos-file key is not less than doc-llave
                    invalid key move 1 to fin-documentos
                end-start
                perform until fin-documentos = 1
                    read documentos-file next record
                        at end move 1 to fin-documentos
                        not at end
                            if doc-no-cte not = ws-no-cte
                                move 1 to fin-documentos
                            else
                                perform cancelar-documento
                            end-if
                    end-read
                end-perform
            end-if.
        cancelar-documento.
            move spaces to doc-folio
            move spaces to doc-autoridad
            rewrite e1-documentos
                invalid key continue
                not invalid key
                    move e1-documentos to ws-imagen-despues
                    move "DOCUMENTOS" to ws-mnt-archivo
                    perform registrar-mant-auditoria
            end-rewrite.
        cancelar-beneficiarios.
            open input cuentas-file
            open i-o beneficiarios-file
            if ws-fs-cuentas = "00" and ws-fs-beneficiarios = "00"
                move 0 to fin-fichero
                move 0 to cta-no-cuenta
                start cuentas-file key is not less than cta-no-cuenta
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read cuentas-file next record
                        at end move 1 to fin-fichero
                        not at end perform revisar-beneficiarios
                    end-read
                end-perform
            end-if
            if ws-fs-cuentas = "00"
                close cuentas-file
            end-if
            if ws-fs-beneficiarios = "00"
                close beneficiarios-file
            end-if.
        revisar-beneficiarios.
            move cta-no-cte to asi-no-cte
            read situacion-file
                invalid key continue
                not invalid key
                    if asi-cancelado = "S"
                        move cta-no-cuenta to ben-cuenta
                        read beneficiarios-file
                            invalid key continue
                            not invalid key
                                perform cancelar-beneficiario
                        end-read
                    end-if
            end-read.
        cancelar-beneficiario.
            move 1 to ws-i
            perform until ws-i > 3
                if ben-nombre(ws-i) not = spaces
                    move ws-nombre-cancelado to ben-nombre(ws-i)
                    move 0 to ben-fecha-nac(ws-i)
                    move spaces to ben-parentesco(ws-i)
                end-if
                add 1 to ws-i
            end-perform
            rewrite e1-beneficiarios
                invalid key continue
                not invalid key
                    add 1 to ws-tot-beneficiarios
                    move cta-no-cte to ws-no-cte
                    move e1-beneficiarios to ws-imagen-despues
                    move "BENEFIC" to ws-mnt-archivo
                    perform registrar-mant-auditoria
            end-rewrite.
        atender-solicitudes.
            open i-o solicitudes-file
            if ws-fs-solicitudes = "00"
                move 0 to fin-fichero
                move 0 to arc-folio
                start solicitudes-file key is not less than arc-folio
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read solicitudes-file next record
                        at end move 1 to fin-fichero
                        not at end
                            if arc-cancelacion and arc-abierta
                                perform atender-solicitud
                            end-if
                    end-read
                end-perform
                close solicitudes-file
            end-if.
        atender-solicitud.
            move arc-no-cte to asi-no-cte
            read situacion-file
                invalid key continue
                not invalid key
                    if asi-cancelado = "S"
                        move "ATENDIDA" to arc-status
                        move "DATOS PERSONALES CANCELADOS"
                            to arc-respuesta
                        move ws-fecha-corte to arc-fecha-respuesta
                        move ws-operador to arc-atendio
                        rewrite e1-solicitud-arco
                            invalid key continue
                            not invalid key
                                add 1 to ws-tot-solicitudes
                                display "   Solicitud " arc-folio
                                    " del cliente " arc-no-cte
                                    " ATENDIDA"
                        end-rewrite
                    end-if
            end-read.
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
            move ws-mnt-archivo to mnt-archivo
            move ws-no-cte to mnt-llave
            move "CANCARCO" to mnt-accion
            move spaces to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
