        record key is e1-no-cte
        file status is ws-fs-clientes.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.

        access mode is dynamic
        record key is rie-no-cte
        file status is ws-fs-riesgo.

        select documentos-file assign to "documentos_cliente.dat"
        organization is indexed
        access mode is dynamic
        record key is doc-llave
        file status is ws-fs-documentos.

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

        select fusiones-file assign to "clientes_fusionados.dat"
        organization is indexed
        access mode is dynamic
        record key is fus-no-cte
        file status is ws-fs-fusiones.

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

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select bloqueos-file assign to "bloqueos_listas.dat"
        organization is indexed
        access mode is dynamic
        record key is blq-cuenta
        file status is ws-fs-bloqueos.
        data division.
        file section.
        fd clientes-output-file.
                88 op-activo value "ACTIVO".
                88 op-suspendido value "SUSPENDIDO".
            05 op-limite pic 9(10)V99.
            05 op-hash-clave pic 9(10).
            05 op-fecha-clave pic 9(8).
            05 op-intentos pic 9(1).
        fd mant-auditoria-file.
        01 e1-mant-auditoria.
            05 mnt-operador pic X(10).
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
        fd riesgo-file.
        01 e1-riesgo.
            05 rie-no-cte pic 9(10).
            05 rie-fecha-asignado pic 9(8).
            05 rie-fecha-revision pic 9(8).
            05 rie-origen pic X(10).
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
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd fusiones-file.
        01 e1-fusiones.
            05 fus-no-cte pic 9(10).
            05 fus-no-cte-sobrev pic 9(10).
            05 fus-folio pic 9(10).
            05 fus-fecha pic 9(8).
            05 fus-hora pic 9(8).
            05 fus-operador pic X(10).
            05 fus-status pic X(9).
                88 fus-fusionado value "FUSIONADO".
                88 fus-revertido value "REVERTIDO".
            05 fus-saldo-movido pic S9(10)V99.
            05 fus-saldo-existia pic X(1).
            05 fus-ultimo-mts-ret pic 9(13).
            05 fus-fecha-reversa pic 9(8).
            05 fus-reverso pic X(10).
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
        fd bloqueos-file.
        01 e1-bloqueo.
            05 blq-cuenta pic 9(13).
            05 blq-no-cte pic 9(10).
            05 blq-status-anterior pic X(9).
            05 blq-fecha pic 9(8).
            05 blq-origen pic X(10).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-operadores pic X(2) value "00".
        77 ws-password pic X(10) value spaces.
        77 ws-password-nuevo pic X(10) value spaces.
        77 ws-password-confirma pic X(10) value spaces.
        77 ws-clave-ok pic 9 value 0.
        77 ws-clave-hash pic 9(10) value 0.
        77 ws-override-modo pic 9 value 0.
        77 ws-dias-clave pic 9(4) value 90.
        77 ws-clave-fecha-sis pic 9(8) value 0.
        77 ws-clave-hoy pic 9(8) value 0.
        77 ws-clave-dia pic 9(2) value 0.
        77 ws-clave-mes pic 9(2) value 0.
        77 ws-clave-anio pic 9(4) value 0.
        77 ws-clave-dias-hoy pic 9(8) value 0.
        77 ws-clave-dias-cambio pic 9(8) value 0.
        77 ws-hash-texto pic X(20) value spaces.
        77 ws-hash-pos pic 9(2) value 0.
        77 ws-hash-car pic X(1) value space.
        77 ws-hash-valor pic 9(3) value 0.
        77 ws-hash-acum pic 9(12) value 0.
        77 ws-hash-cociente pic 9(12) value 0.
        77 ws-hash-resto pic 9(10) value 0.
        77 ws-fs-parametros pic X(2) value "00".
        77 fin-parametros pic 9 value 0.
        77 ws-fs-mant-aud pic X(2) value "00".
        77 ws-fs-lock pic X(2) value "00".
        77 ws-interlock-ok pic 9 value 1.
            88 modo-batch value 1.
        77 ws-fs-contactos pic X(2) value "00".
        77 ws-contacto-existe pic 9 value 0.
        77 ws-fs-documentos pic X(2) value "00".
        77 fin-documentos pic 9 value 0.
        77 ws-documento-existe pic 9 value 0.
        77 ws-doc-total pic 9(3) value 0.
        77 ws-doc-valido pic 9 value 0.
        77 ws-doc-tipo pic X(10) value spaces.
            88 doc-tipo-valido values "INE" "PASAPORTE" "DOMICILIO"
                "ACTA".
        77 ws-doc-emision-amd pic 9(8) value 0.
        77 ws-doc-vence-amd pic 9(8) value 0.
        77 ws-doc-dia pic 9(2) value 0.
        77 ws-doc-mes pic 9(2) value 0.
        77 ws-doc-anio pic 9(4) value 0.
        77 ws-fs-riesgo pic X(2) value "00".
        77 ws-riesgo-existe pic 9 value 0.
        77 ws-nivel-captura pic X(5) value spaces.
        77 ws-rango-nuevo pic 9 value 0.
        77 ws-decision pic X(1) value space.
        77 ws-rev-anio pic 9(4) value 0.
        77 fin-listas pic 9 value 0.
        77 ws-fs-listas pic X(2) value "00".
        77 ws-fs-coincidencias pic X(2) value "00".
        77 ws-fs-fusiones pic X(2) value "00".
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
        77 ws-coi-referencia pic X(20) value spaces.
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-bloqueos pic X(2) value "00".
        77 fin-cuentas pic 9 value 0.
        77 ws-tot-bloqueadas pic 9(4) value 0.
        77 ws-fs-morales pic X(2) value "00".
        77 ws-fs-vinculos pic X(2) value "00".
        77 fin-vinculos pic 9 value 0.
        77 ws-tipo-persona pic X(1) value space.
            88 persona-fisica value "F".
            88 persona-moral value "M".
            88 tipo-persona-valido values "F" "M".
        77 ws-moral-existe pic 9 value 0.
        77 ws-pct-control pic 9(3)V99 value 25.
        77 ws-con-valida pic 9 value 0.
        77 ws-con-dia pic 9(2) value 0.
        77 ws-con-mes pic 9(2) value 0.
        77 ws-con-anio pic 9(4) value 0.
        77 ws-con-amd pic 9(8) value 0.
        77 ws-fecha-hoy pic 9(8) value 0.
        77 ws-vin-total pic 9(2) value 0.
        77 ws-vin-max pic 9(2) value 20.
        77 ws-vin-idx pic 9(2) value 0.
        77 ws-vin-reps pic 9(2) value 0.
        77 ws-vin-suma pic 9(4)V99 value 0.
        77 ws-vin-suma-ok pic 9 value 0.
        77 ws-vin-seguir pic 9 value 0.
        77 ws-vin-valido pic 9 value 0.
        77 ws-vin-no-cte pic 9(10) value 0.
        77 ws-vin-tipo-cap pic X(1) value space.
        77 ws-vin-cargo-cap pic X(20) value spaces.
        77 ws-vin-pct-cap pic 9(3)V99 value 0.
        77 ws-vin-moral pic 9(10) value 0.
        77 ws-pct-editado pic zz9.99.
        77 ws-suma-editada pic zzz9.99.
        01 ws-nombre-original pic X(80) value spaces.
        01 ws-persona-moral.
            05 ws-fecha-constitucion pic 9(8).
            05 ws-escritura pic X(15).
            05 ws-fecha-escritura pic 9(8).
            05 ws-notaria pic 9(4).
            05 ws-notario pic X(40).
            05 ws-folio-mercantil pic X(20).
            05 ws-actividad pic X(40).
        01 ws-tabla-vinculos.
            05 ws-vin-entrada occurs 20 times.
                10 ws-vin-tipo pic X(1).
                10 ws-vin-cte pic 9(10).
                10 ws-vin-cargo pic X(20).
                10 ws-vin-porcentaje pic 9(3)V99.
        01 ws-nombre-buscar pic X(80) value spaces.
        01 ws-nombre-normal pic X(80) value spaces.
        01 ws-nombre-invertido pic X(80) value spaces.
        01 ws-tabla-listas.
            05 ws-lst-entrada occurs 5000 times.
                10 ws-lst-lista pic X(4).
                10 ws-lst-id pic X(10).
                10 ws-lst-nombre pic X(80).
                10 ws-lst-rfc pic X(13).
        01 ws-clientes.
            05 ws-no-cte pic 9(10).
            05 ws-nom-cte. 
                        "MEXICO" "ESTADOS UNIDOS" "CANADA" "ESPANA"
                        "GUATEMALA" "ARGENTINA" "COLOMBIA" "BRASIL"
                        "FRANCIA" "ALEMANIA".
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio.
            accept ws-modo-parm from command-line
            perform abrir-clientes
            perform abrir-contactos
            perform abrir-riesgo
            perform abrir-documentos
            perform abrir-personas-morales
            perform cargar-pct-control
            if not modo-batch
                perform cargar-listas
                perform abrir-coincidencias
            end-if
            if modo-batch
                perform leer-clientes
            else
                move 0 to ws-opcion
                perform until ws-opcion = 9
                    perform limpiar-pantalla
                    perform mostrar-menu
                    perform procesar-opcion
            end-if
            close contactos-file
            close riesgo-file
            close documentos-file
            close personas-morales-file
            close vinculos-file
            if not modo-batch
                close coincidencias-file
            end-if
            close clientes-output-file
            perform marcar-checkpoint
            stop run.
                end-if
            end-if.
        validar-override.
            open i-o operadores-file
            if ws-fs-operadores not = "00"
                display "ACCESO DENEGADO: no hay operadores "
                    "registrados en operadores.dat."
                            ws-clave-override " no esta registrada."
                    not invalid key
                        if op-activo and op-nivel >= 3
                            move 1 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-interlock-ok
                                display "Entrada forzada con "
                                    "autorizacion de " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: se requiere un "
                                "supervisor ACTIVO de nivel 3 o "
            close mant-auditoria-file.
        validar-operador.
            move 0 to ws-op-valido
            open i-o operadores-file
            if ws-fs-operadores not = "00"
                display "ACCESO DENEGADO: no hay operadores "
                    "registrados en operadores.dat."
                            ws-operador " no esta registrada."
                    not invalid key
                        if op-activo
                            move 0 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-op-valido
                                move op-nivel to ws-op-nivel
                                display "Bienvenido " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: el operador "
                                ws-operador " esta " op-status
                end-read
                close operadores-file
            end-if.
        verificar-password.
            move 0 to ws-clave-ok
            accept ws-clave-fecha-sis from date yyyymmdd
            move ws-clave-fecha-sis(1:4) to ws-clave-anio
            move ws-clave-fecha-sis(5:2) to ws-clave-mes
            move ws-clave-fecha-sis(7:2) to ws-clave-dia
            compute ws-clave-hoy = ws-clave-dia * 1000000
                + ws-clave-mes * 10000 + ws-clave-anio
            compute ws-clave-dias-hoy = ws-clave-anio * 360
                + ws-clave-mes * 30 + ws-clave-dia
            display "Contrasena de " op-clave ": "with no advancing
            accept ws-password
            move op-clave to ws-hash-texto
            move ws-password to ws-hash-texto(11:10)
            perform calcular-hash-clave
            if op-hash-clave = 0
                display "El operador " op-clave " no tiene "
                    "contrasena asignada, debe definir una."
                perform cambiar-password
            else
                if ws-clave-hash = op-hash-clave
                    move 0 to op-intentos
                    perform revisar-vigencia-clave
                else
                    perform registrar-intento-fallido
                end-if
            end-if
            rewrite e1-operadores
                invalid key
                    display "No se pudo actualizar el operador "
                        op-clave " en operadores.dat."
            end-rewrite.
        revisar-vigencia-clave.
            move 1 to ws-clave-ok
            if op-fecha-clave = 0
                display "La contrasena fue restablecida por un "
                    "supervisor, debe cambiarla."
                perform cambiar-password
            else
                perform cargar-dias-clave
                move op-fecha-clave(1:2) to ws-clave-dia
                move op-fecha-clave(3:2) to ws-clave-mes
                move op-fecha-clave(5:4) to ws-clave-anio
                compute ws-clave-dias-cambio = ws-clave-anio * 360
                    + ws-clave-mes * 30 + ws-clave-dia
                if ws-dias-clave > 0 and
                    ws-clave-dias-hoy - ws-clave-dias-cambio
                        >= ws-dias-clave
                    display "La contrasena vencio, tiene mas de "
                        ws-dias-clave " dias, debe cambiarla."
                    perform cambiar-password
                end-if
            end-if.
        cambiar-password.
            move 0 to ws-clave-ok
            if ws-override-modo = 1
                display "ACCESO DENEGADO: el supervisor " op-clave
                    " debe cambiar su contrasena al firmar en su "
                    "programa."
            else
                display "Nueva contrasena(10): "with no advancing
                accept ws-password-nuevo
                display "Confirme la nueva contrasena(10): "
                    with no advancing
                accept ws-password-confirma
                if ws-password-nuevo = spaces
                    or ws-password-nuevo not = ws-password-confirma
                    display "ACCESO DENEGADO: la nueva contrasena "
                        "esta en blanco o no coincide."
                else
                    move ws-password-nuevo to ws-hash-texto(11:10)
                    perform calcular-hash-clave
                    if ws-clave-hash = op-hash-clave
                        display "ACCESO DENEGADO: la nueva "
                            "contrasena debe ser distinta de la "
                            "anterior."
                    else
                        move ws-clave-hash to op-hash-clave
                        move ws-clave-hoy to op-fecha-clave
                        move 0 to op-intentos
                        move 1 to ws-clave-ok
                        display "Contrasena cambiada."
                    end-if
                end-if
            end-if.
        registrar-intento-fallido.
            add 1 to op-intentos
            if op-intentos >= 3
                move "SUSPENDIDO" to op-status
                display "ACCESO DENEGADO: contrasena incorrecta, el "
                    "operador " op-clave " queda SUSPENDIDO por tres "
                    "intentos fallidos."
            else
                display "ACCESO DENEGADO: contrasena incorrecta, "
                    "intento " op-intentos " de 3."
            end-if.
        cargar-dias-clave.
            move 90 to ws-dias-clave
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "DIASCLAVE"
                                move par-valor to ws-dias-clave
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        calcular-hash-clave.
            move 0 to ws-hash-acum
            move 0 to ws-hash-resto
            move 1 to ws-hash-pos
            perform until ws-hash-pos > 20
                move ws-hash-texto(ws-hash-pos:1) to ws-hash-car
                move 0 to ws-hash-valor
                inspect ws-hash-alfabeto tallying ws-hash-valor
                    for characters before initial ws-hash-car
                compute ws-hash-acum = ws-hash-acum * 31
                    + (ws-hash-valor + 1) * ws-hash-pos + 7
                divide ws-hash-acum by 999999937
                    giving ws-hash-cociente remainder ws-hash-resto
                move ws-hash-resto to ws-hash-acum
                add 1 to ws-hash-pos
            end-perform
            move ws-hash-resto to ws-clave-hash
            if ws-clave-hash = 0
                move 1 to ws-clave-hash
            end-if.
        mostrar-menu.
            display "MANTENIMIENTO DE CLIENTES"
            display "1. Agregar cliente"
            display "5. Listado de excepciones"
            display "6. Datos de contacto"
            display "7. Clasificacion de riesgo PLD"
            display "8. Documentos de identificacion"
            display "9. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
                                 if ws-opcion = 7
                                    perform clasificacion-riesgo
                                 else
                                  if ws-opcion = 8
                                    perform documentos-identificacion
                                  else
                                    if ws-opcion not = 9
                                        display "Opcion invalida."
                                    end-if
                                  end-if
                                 end-if
                                end-if
                            end-if
                        perform registrar-mant-contacto
                end-write
            end-if.
        abrir-documentos.
            open i-o documentos-file
            if ws-fs-documentos not = "00"
                open output documentos-file
                close documentos-file
                open i-o documentos-file
            end-if.
        documentos-identificacion.
            display "Numero de cliente(10): "with no advancing
            accept ws-no-cte
            move ws-no-cte to e1-no-cte
            read clientes-output-file
                invalid key
                    display "Cliente no encontrado, capture primero "
                        "el cliente."
                not invalid key
                    perform listar-documentos-cliente
                    perform capturar-documento
            end-read
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        listar-documentos-cliente.
            display "Documentos de " e1-1nom-cte " " e1-apat-cte
            move 0 to ws-doc-total
            move 0 to fin-documentos
            move ws-no-cte to doc-no-cte
            move spaces to doc-tipo
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
                            add 1 to ws-doc-total
                            display "   " doc-tipo " folio " doc-folio
                                " emitido " doc-fecha-emision
                                " vence " doc-fecha-vence
                        end-if
                end-read
            end-perform
            if ws-doc-total = 0
                display "   (sin documentos registrados)"
            end-if.
        capturar-documento.
            display "Tipo de documento (INE/PASAPORTE/DOMICILIO/ACTA"
                ", ENTER para salir): "with no advancing
            accept ws-doc-tipo
            if ws-doc-tipo not = spaces
                if doc-tipo-valido
                    perform capturar-datos-documento
                else
                    display "Tipo de documento invalido."
                end-if
            end-if.
        capturar-datos-documento.
            move ws-no-cte to doc-no-cte
            move ws-doc-tipo to doc-tipo
            read documentos-file
                invalid key
                    move 0 to ws-documento-existe
                    move spaces to ws-imagen-antes
                not invalid key
                    move 1 to ws-documento-existe
                    move e1-documentos to ws-imagen-antes
                    display "Folio actual: " doc-folio
                        "  vence " doc-fecha-vence
            end-read
            move ws-no-cte to doc-no-cte
            move ws-doc-tipo to doc-tipo
            display "Folio del documento(20): "with no advancing
            accept doc-folio
            display "Autoridad que lo expide(30): "with no advancing
            accept doc-autoridad
            display "Fecha de expedicion DDMMAAAA: "with no advancing
            accept doc-fecha-emision
            display "Fecha de vencimiento DDMMAAAA (0 si no vence): "
                with no advancing
            accept doc-fecha-vence
            perform validar-fechas-documento
            if ws-doc-valido = 1
                accept ws-fecha-sistema from date yyyymmdd
                move ws-fecha-sistema(1:4) to ws-doc-anio
                move ws-fecha-sistema(5:2) to ws-doc-mes
                move ws-fecha-sistema(7:2) to ws-doc-dia
                compute doc-fecha-registro = ws-doc-dia * 1000000
                    + ws-doc-mes * 10000 + ws-doc-anio
                move ws-operador to doc-operador
                perform grabar-documento
            end-if.
        validar-fechas-documento.
            move 1 to ws-doc-valido
            move doc-fecha-emision(1:2) to ws-doc-dia
            move doc-fecha-emision(3:2) to ws-doc-mes
            move doc-fecha-emision(5:4) to ws-doc-anio
            compute ws-doc-emision-amd = ws-doc-anio * 10000
                + ws-doc-mes * 100 + ws-doc-dia
            move doc-fecha-vence(1:2) to ws-doc-dia
            move doc-fecha-vence(3:2) to ws-doc-mes
            move doc-fecha-vence(5:4) to ws-doc-anio
            compute ws-doc-vence-amd = ws-doc-anio * 10000
                + ws-doc-mes * 100 + ws-doc-dia
            if doc-folio = spaces or doc-fecha-emision = 0
                move 0 to ws-doc-valido
                display "El folio y la fecha de expedicion son "
                    "obligatorios, no se grabo el documento."
            else
                if doc-fecha-vence = 0 and doc-tipo not = "ACTA"
                    move 0 to ws-doc-valido
                    display "El documento " doc-tipo " debe tener "
                        "fecha de vencimiento, no se grabo."
                else
                    if doc-fecha-vence not = 0
                        and ws-doc-vence-amd not > ws-doc-emision-amd
                        move 0 to ws-doc-valido
                        display "El vencimiento debe ser posterior "
                            "a la expedicion, no se grabo."
                    end-if
                end-if
            end-if.
        grabar-documento.
            if ws-documento-existe = 1
                rewrite e1-documentos
                    invalid key
                        display "No se pudo actualizar el documento."
                    not invalid key
                        display "Documento actualizado."
                        move e1-documentos to ws-imagen-despues
                        move "CAMBIO" to ws-mnt-accion
                        perform registrar-mant-documento
                end-rewrite
            else
                write e1-documentos
                    invalid key
                        display "No se pudo grabar el documento."
                    not invalid key
                        display "Documento registrado."
                        move e1-documentos to ws-imagen-despues
                        move "ALTA" to ws-mnt-accion
                        perform registrar-mant-documento
                end-write
            end-if.
        registrar-mant-documento.
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
            move "DOCUMENTOS" to mnt-archivo
            move ws-no-cte to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        abrir-riesgo.
            open i-o riesgo-file
            if ws-fs-riesgo not = "00"
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
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
        revisar-listas-cliente.
            move ws-no-cte to ws-coi-no-cte
            move ws-rfc-cte to ws-rfc-buscar
            move ws-nom-cte to ws-nombre-original
            move spaces to ws-coi-referencia
            if persona-moral
                move spaces to ws-nombre-invertido
                move ws-nom-cte to ws-nombre-buscar
                perform normalizar-nombre
            else
                move spaces to ws-nombre-buscar
                string ws-apat-cte delimited by size
                    " " delimited by size
                    ws-amat-cte delimited by size
                    " " delimited by size
                    ws-1nom-cte delimited by size
                    " " delimited by size
                    ws-2nom-cte delimited by size
                    into ws-nombre-buscar
                end-string
                perform normalizar-nombre
                move ws-nombre-normal to ws-nombre-invertido
                move spaces to ws-nombre-buscar
                string ws-1nom-cte delimited by size
                    " " delimited by size
                    ws-2nom-cte delimited by size
                    " " delimited by size
                    ws-apat-cte delimited by size
                    " " delimited by size
                    ws-amat-cte delimited by size
                    into ws-nombre-buscar
                end-string
                perform normalizar-nombre
            end-if
            perform cotejar-listas
            if ws-lst-hit not = 0
                perform registrar-coincidencia
            end-if
            if persona-moral
                move 1 to ws-vin-idx
                perform until ws-vin-idx > ws-vin-total
                    if ws-vin-tipo(ws-vin-idx) = "B"
                        perform revisar-listas-beneficiario
                    end-if
                    add 1 to ws-vin-idx
                end-perform
            end-if.
        revisar-listas-beneficiario.
            move ws-vin-cte(ws-vin-idx) to e1-no-cte
            read clientes-output-file
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
                            ws-vin-cte(ws-vin-idx) delimited by size
                            into ws-coi-referencia
                        end-string
                        perform registrar-coincidencia
                    end-if
            end-read.
        registrar-coincidencia.
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-sys-anio
            move ws-fecha-sistema(5:2) to ws-sys-mes
            move ws-fecha-sistema(7:2) to ws-sys-dia
            compute ws-coi-fecha = ws-sys-dia * 1000000
                + ws-sys-mes * 10000 + ws-sys-anio
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
            end-write
            display "AVISO: el cliente " ws-coi-no-cte
                " coincide por " ws-criterio " con la lista "
                ws-lst-lista(ws-lst-hit) " " ws-lst-id(ws-lst-hit)
            if ws-coi-referencia not = spaces
                display "   por su beneficiario controlador "
                    ws-coi-referencia(7:10) " " ws-nombre-original
            end-if
            if ws-coi-origen = "CAMBIO"
                perform bloquear-cuentas-cliente
                display "   Queda pendiente de revision del oficial de "
                    "cumplimiento; sus cuentas quedan BLOQUEADAS "
                    "desde ahora (" ws-tot-bloqueadas " bloqueadas)."
            else
                display "   Queda pendiente de revision del oficial de "
                    "cumplimiento; sus cuentas se abriran BLOQUEADAS."
            end-if.
        bloquear-cuentas-cliente.
            move 0 to ws-tot-bloqueadas
            open i-o cuentas-file
            if ws-fs-cuentas = "00"
                open i-o bloqueos-file
                if ws-fs-bloqueos not = "00"
                    open output bloqueos-file
                    close bloqueos-file
                    open i-o bloqueos-file
                end-if
                move 0 to fin-cuentas
                move 0 to cta-no-cuenta
                start cuentas-file key is not less than cta-no-cuenta
                    invalid key move 1 to fin-cuentas
                end-start
                perform until fin-cuentas = 1
                    read cuentas-file next record
                        at end move 1 to fin-cuentas
                        not at end
                            if cta-no-cte = ws-coi-no-cte
                                and not cta-cerrada
                                perform bloquear-cuenta
                            end-if
                    end-read
                end-perform
                close bloqueos-file
                close cuentas-file
            end-if.
        bloquear-cuenta.
            move cta-no-cuenta to blq-cuenta
            read bloqueos-file
                invalid key
                    move cta-no-cuenta to blq-cuenta
                    move cta-no-cte to blq-no-cte
                    move cta-status to blq-status-anterior
                    move ws-coi-fecha to blq-fecha
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
                        perform registrar-auditoria-bloqueo
                        display "Cuenta " cta-no-cuenta
                            " pasa a BLOQUEADA por coincidencia en "
                            "lista"
                end-rewrite
            end-if.
        registrar-auditoria-bloqueo.
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
        abrir-clientes.
            open i-o clientes-output-file
            if ws-fs-clientes not = "00"
                    display "Numero de cliente ya existe, elija otro."
                end-if
            end-perform
            move space to ws-tipo-persona
            perform until tipo-persona-valido
                display "Tipo de persona (F=fisica, M=moral): "
                    with no advancing
                accept ws-tipo-persona
                if not tipo-persona-valido
                    display "Tipo de persona invalido, indique F o M."
                end-if
            end-perform
            if persona-moral
                perform capturar-datos-moral
            else
                perform capturar-datos-cliente
            end-if
            move ws-clientes to e1-clientes
            write e1-clientes
                invalid key
                    move e1-clientes to ws-imagen-despues
                    move "ALTA" to ws-mnt-accion
                    perform registrar-mant-auditoria
                    if persona-moral
                        perform grabar-persona-moral
                    end-if
                    move "ALTA" to ws-coi-origen
                    perform revisar-listas-cliente
            end-write.
        capturar-datos-cliente.
            display "NOMBRE"
            end-if
            display "Introducir sexo de cliente: "with no advancing
            accept ws-sex-cte
            perform capturar-domicilio.
        capturar-domicilio.
            display "DOMICILIO"
            display "   Calle: "with no advancing
            accept ws-cal-cte
                        "e intente de nuevo."
                end-if
            end-perform.
        capturar-datos-moral.
            display "RAZON SOCIAL(80): "with no advancing
            accept ws-nom-cte
            move 0 to ws-con-valida
            perform until ws-con-valida = 1
                display "Fecha de constitucion DDMMAAAA: "
                    with no advancing
                accept ws-fecha-constitucion
                perform validar-fecha-constitucion
            end-perform
            move 0 to ws-rfc-valida
            perform until rfc-valida
                display "Introducir RFC de la persona moral: "
                    with no advancing
                accept ws-rfc-cte
                perform validar-rfc-persona-moral
            end-perform
            display "ACTA CONSTITUTIVA"
            move spaces to ws-escritura
            perform until ws-escritura not = spaces
                display "   Numero de escritura(15): "
                    with no advancing
                accept ws-escritura
            end-perform
            display "   Fecha de la escritura DDMMAAAA: "
                with no advancing
            accept ws-fecha-escritura
            display "   Numero de notaria: "with no advancing
            accept ws-notaria
            display "   Nombre del notario(40): "with no advancing
            accept ws-notario
            display "   Folio mercantil(20): "with no advancing
            accept ws-folio-mercantil
            display "Actividad o giro(40): "with no advancing
            accept ws-actividad
            move 0 to ws-eda-cte
            move 0 to ws-dia-nac-cte
            move 0 to ws-mes-nac-cte
            move 0 to ws-year-nac-cte
            move space to ws-sex-cte
            perform capturar-domicilio
            move 0 to ws-vin-total
            move 0 to ws-vin-reps
            display "REPRESENTANTES LEGALES (clientes persona fisica)"
            move 1 to ws-vin-seguir
            perform until ws-vin-seguir = 0
                perform capturar-representante
            end-perform
            move 0 to ws-vin-suma-ok
            perform until ws-vin-suma-ok = 1
                perform capturar-beneficiarios
            end-perform.
        validar-fecha-constitucion.
            move 1 to ws-con-valida
            move ws-fecha-constitucion(1:2) to ws-con-dia
            move ws-fecha-constitucion(3:2) to ws-con-mes
            move ws-fecha-constitucion(5:4) to ws-con-anio
            compute ws-con-amd = ws-con-anio * 10000
                + ws-con-mes * 100 + ws-con-dia
            accept ws-fecha-sistema from date yyyymmdd
            if ws-con-dia < 1 or ws-con-dia > 31
                or ws-con-mes < 1 or ws-con-mes > 12
                or ws-con-anio < 1900
                move 0 to ws-con-valida
                display "Fecha de constitucion invalida, intente de "
                    "nuevo."
            else
                if ws-con-amd > ws-fecha-sistema
                    move 0 to ws-con-valida
                    display "La fecha de constitucion no puede ser "
                        "posterior a hoy."
                end-if
            end-if.
        validar-rfc-persona-moral.
            perform validar-rfc
            if not rfc-valida or ws-rfc-tipo not = "M"
                move 0 to ws-rfc-valida
                display "RFC invalido, la persona moral lleva 3 "
                    "letras, fecha aammdd y homoclave."
            else
                if ws-rfc-cte(4:2) not = ws-fecha-constitucion(7:2)
                    or ws-rfc-cte(6:2) not = ws-fecha-constitucion(3:2)
                    or ws-rfc-cte(8:2) not = ws-fecha-constitucion(1:2)
                    move 0 to ws-rfc-valida
                    display "El RFC no corresponde a la fecha de "
                        "constitucion " ws-fecha-constitucion
                        ", intente de nuevo."
                end-if
            end-if.
        capturar-representante.
            display "   Cliente representante (0 para terminar): "
                with no advancing
            accept ws-vin-no-cte
            if ws-vin-no-cte = 0
                if ws-vin-reps = 0
                    display "Se requiere al menos un representante "
                        "legal."
                else
                    move 0 to ws-vin-seguir
                end-if
            else
                move "R" to ws-vin-tipo-cap
                perform validar-vinculo
                if ws-vin-valido = 1
                    display "   Cargo o poder(20): "with no advancing
                    accept ws-vin-cargo-cap
                    move 0 to ws-vin-pct-cap
                    perform agregar-vinculo-tabla
                    add 1 to ws-vin-reps
                end-if
            end-if.
        capturar-beneficiarios.
            move ws-vin-reps to ws-vin-total
            move 0 to ws-vin-suma
            move ws-pct-control to ws-pct-editado
            display "BENEFICIARIOS CONTROLADORES (deben sumar al "
                "menos " ws-pct-editado "%)"
            move 1 to ws-vin-seguir
            perform until ws-vin-seguir = 0
                perform capturar-beneficiario
            end-perform
            move ws-vin-suma to ws-suma-editada
            if ws-vin-suma < ws-pct-control
                display "Los beneficiarios suman " ws-suma-editada
                    "%, no alcanzan el porcentaje de control "
                    ws-pct-editado "%, capturelos de nuevo."
            else
                if ws-vin-suma > 100
                    display "Los beneficiarios suman "
                        ws-suma-editada "%, exceden el 100%, "
                        "capturelos de nuevo."
                else
                    move 1 to ws-vin-suma-ok
                end-if
            end-if.
        capturar-beneficiario.
            display "   Cliente beneficiario controlador (0 para "
                "terminar): "with no advancing
            accept ws-vin-no-cte
            if ws-vin-no-cte = 0
                move 0 to ws-vin-seguir
            else
                move "B" to ws-vin-tipo-cap
                perform validar-vinculo
                if ws-vin-valido = 1
                    display "   Porcentaje de participacion: "
                        with no advancing
                    accept ws-vin-pct-cap
                    if ws-vin-pct-cap = 0 or ws-vin-pct-cap > 100
                        display "Porcentaje invalido, no se agrego."
                    else
                        move spaces to ws-vin-cargo-cap
                        perform agregar-vinculo-tabla
                        add ws-vin-pct-cap to ws-vin-suma
                    end-if
                end-if
            end-if.
        validar-vinculo.
            move 1 to ws-vin-valido
            if ws-vin-no-cte = ws-no-cte
                move 0 to ws-vin-valido
                display "La persona moral no puede vincularse "
                    "consigo misma."
            else
                if ws-vin-total >= ws-vin-max
                    move 0 to ws-vin-valido
                    display "Se alcanzo el maximo de " ws-vin-max
                        " vinculos."
                else
                    move ws-vin-no-cte to e1-no-cte
                    read clientes-output-file
                        invalid key
                            move 0 to ws-vin-valido
                            display "Cliente " ws-vin-no-cte
                                " no encontrado, capturelo primero."
                    end-read
                end-if
            end-if
            if ws-vin-valido = 1
                move ws-vin-no-cte to pmo-no-cte
                read personas-morales-file
                    invalid key continue
                    not invalid key
                        move 0 to ws-vin-valido
                        display "El cliente " ws-vin-no-cte
                            " es persona moral, se requiere una "
                            "persona fisica."
                end-read
            end-if
            move 1 to ws-vin-idx
            perform until ws-vin-idx > ws-vin-total
                or ws-vin-valido = 0
                if ws-vin-tipo(ws-vin-idx) = ws-vin-tipo-cap
                    and ws-vin-cte(ws-vin-idx) = ws-vin-no-cte
                    move 0 to ws-vin-valido
                    display "El cliente " ws-vin-no-cte
                        " ya fue capturado."
                end-if
                add 1 to ws-vin-idx
            end-perform.
        agregar-vinculo-tabla.
            add 1 to ws-vin-total
            move ws-vin-tipo-cap to ws-vin-tipo(ws-vin-total)
            move ws-vin-no-cte to ws-vin-cte(ws-vin-total)
            move ws-vin-cargo-cap to ws-vin-cargo(ws-vin-total)
            move ws-vin-pct-cap to ws-vin-porcentaje(ws-vin-total).
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
        cargar-pct-control.
            move 25 to ws-pct-control
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "PCTCONTROL"
                                move par-valor to ws-pct-control
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        grabar-persona-moral.
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(7:2) to ws-fecha-hoy(1:2)
            move ws-fecha-sistema(5:2) to ws-fecha-hoy(3:2)
            move ws-fecha-sistema(1:4) to ws-fecha-hoy(5:4)
            move ws-no-cte to pmo-no-cte
            read personas-morales-file
                invalid key
                    move 0 to ws-moral-existe
                    move spaces to ws-imagen-antes
                    move ws-fecha-hoy to pmo-fecha-registro
                    move ws-operador to pmo-operador
                not invalid key
                    move 1 to ws-moral-existe
                    move e1-persona-moral to ws-imagen-antes
            end-read
            move ws-no-cte to pmo-no-cte
            move ws-nom-cte to pmo-razon-social
            move ws-fecha-constitucion to pmo-fecha-constitucion
            move ws-escritura to pmo-escritura
            move ws-fecha-escritura to pmo-fecha-escritura
            move ws-notaria to pmo-notaria
            move ws-notario to pmo-notario
            move ws-folio-mercantil to pmo-folio-mercantil
            move ws-actividad to pmo-actividad
            if ws-moral-existe = 1
                rewrite e1-persona-moral
                    invalid key
                        display "No se pudo actualizar la persona "
                            "moral."
                    not invalid key
                        move e1-persona-moral to ws-imagen-despues
                        move "CAMBIO" to ws-mnt-accion
                        perform registrar-mant-moral
                end-rewrite
            else
                write e1-persona-moral
                    invalid key
                        display "No se pudo grabar la persona moral."
                    not invalid key
                        move e1-persona-moral to ws-imagen-despues
                        move "ALTA" to ws-mnt-accion
                        perform registrar-mant-moral
                end-write
            end-if
            perform borrar-vinculos
            move 1 to ws-vin-idx
            perform until ws-vin-idx > ws-vin-total
                perform grabar-vinculo
                add 1 to ws-vin-idx
            end-perform.
        grabar-vinculo.
            move ws-no-cte to pmv-no-cte-moral
            move ws-vin-tipo(ws-vin-idx) to pmv-tipo
            move ws-vin-cte(ws-vin-idx) to pmv-no-cte-fisica
            move ws-vin-cargo(ws-vin-idx) to pmv-cargo
            move ws-vin-porcentaje(ws-vin-idx) to pmv-porcentaje
            move ws-fecha-hoy to pmv-fecha-alta
            move ws-operador to pmv-operador
            write e1-vinculo
                invalid key
                    display "No se pudo grabar el vinculo con el "
                        "cliente " pmv-no-cte-fisica
                not invalid key
                    move spaces to ws-imagen-antes
                    move e1-vinculo to ws-imagen-despues
                    move "ALTA" to ws-mnt-accion
                    perform registrar-mant-vinculo
            end-write.
        borrar-vinculos.
            move 0 to fin-vinculos
            move ws-no-cte to pmv-no-cte-moral
            move low-values to pmv-tipo
            move 0 to pmv-no-cte-fisica
            start vinculos-file key is not less than pmv-llave
                invalid key move 1 to fin-vinculos
            end-start
            perform until fin-vinculos = 1
                read vinculos-file next record
                    at end move 1 to fin-vinculos
                    not at end
                        if pmv-no-cte-moral not = ws-no-cte
                            move 1 to fin-vinculos
                        else
                            move e1-vinculo to ws-imagen-antes
                            delete vinculos-file
                                invalid key continue
                                not invalid key
                                    move spaces to ws-imagen-despues
                                    move "BAJA" to ws-mnt-accion
                                    perform registrar-mant-vinculo
                            end-delete
                        end-if
                end-read
            end-perform.
        mostrar-persona-moral.
            move "F" to ws-tipo-persona
            move ws-no-cte to pmo-no-cte
            read personas-morales-file
                invalid key continue
                not invalid key
                    move "M" to ws-tipo-persona
                    display "PERSONA MORAL: " pmo-razon-social
                    display "   Constituida el " pmo-fecha-constitucion
                        "  escritura " pmo-escritura " del "
                        pmo-fecha-escritura
                    display "   Notaria " pmo-notaria " " pmo-notario
                    display "   Folio mercantil " pmo-folio-mercantil
                    display "   Actividad: " pmo-actividad
                    perform listar-vinculos
            end-read.
        listar-vinculos.
            move 0 to fin-vinculos
            move ws-no-cte to pmv-no-cte-moral
            move low-values to pmv-tipo
            move 0 to pmv-no-cte-fisica
            start vinculos-file key is not less than pmv-llave
                invalid key move 1 to fin-vinculos
            end-start
            perform until fin-vinculos = 1
                read vinculos-file next record
                    at end move 1 to fin-vinculos
                    not at end
                        if pmv-no-cte-moral not = ws-no-cte
                            move 1 to fin-vinculos
                        else
                            if pmv-representante
                                display "   REPRESENTANTE  cliente "
                                    pmv-no-cte-fisica " " pmv-cargo
                            else
                                move pmv-porcentaje to ws-pct-editado
                                display "   BENEFICIARIO   cliente "
                                    pmv-no-cte-fisica " "
                                    ws-pct-editado "%"
                            end-if
                        end-if
                end-read
            end-perform.
        buscar-vinculo-fisica.
            move 0 to ws-vin-moral
            move 0 to fin-vinculos
            move low-values to pmv-llave
            start vinculos-file key is not less than pmv-llave
                invalid key move 1 to fin-vinculos
            end-start
            perform until fin-vinculos = 1
                read vinculos-file next record
                    at end move 1 to fin-vinculos
                    not at end
                        if pmv-no-cte-fisica = ws-no-cte
                            move pmv-no-cte-moral to ws-vin-moral
                            move 1 to fin-vinculos
                        end-if
                end-read
            end-perform.
        contar-vinculos-moral.
            move 0 to ws-vin-reps
            move 0 to ws-vin-suma
            move 0 to fin-vinculos
            move e1-no-cte to pmv-no-cte-moral
            move low-values to pmv-tipo
            move 0 to pmv-no-cte-fisica
            start vinculos-file key is not less than pmv-llave
                invalid key move 1 to fin-vinculos
            end-start
            perform until fin-vinculos = 1
                read vinculos-file next record
                    at end move 1 to fin-vinculos
                    not at end
                        if pmv-no-cte-moral not = e1-no-cte
                            move 1 to fin-vinculos
                        else
                            if pmv-representante
                                add 1 to ws-vin-reps
                            else
                                add pmv-porcentaje to ws-vin-suma
                            end-if
                        end-if
                end-read
            end-perform.
        registrar-mant-moral.
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
            move "MORALES" to mnt-archivo
            move ws-no-cte to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        registrar-mant-vinculo.
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
            move "VINCULOS" to mnt-archivo
            move ws-no-cte to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        cambiar.
            display "Numero de cliente a cambiar: "with no advancing
            accept ws-no-cte
                    move e1-clientes to ws-imagen-antes
                    display "Datos actuales:"
                    display e1-clientes
                    perform mostrar-persona-moral
                    if persona-moral
                        perform capturar-datos-moral
                    else
                        perform capturar-datos-cliente
                    end-if
                    move ws-clientes to e1-clientes
                    rewrite e1-clientes
                        invalid key
                            move e1-clientes to ws-imagen-despues
                            move "CAMBIO" to ws-mnt-accion
                            perform registrar-mant-auditoria
                            if persona-moral
                                perform grabar-persona-moral
                            end-if
                            move "CAMBIO" to ws-coi-origen
                            perform revisar-listas-cliente
                    end-rewrite
            end-read.
        eliminar.
                invalid key display "Cliente no encontrado."
                not invalid key
                    move e1-clientes to ws-imagen-antes
                    perform buscar-vinculo-fisica
                    if ws-vin-moral not = 0
                        display "El cliente es representante o "
                            "beneficiario controlador de la persona "
                            "moral " ws-vin-moral
                        display "Actualice primero los vinculos de "
                            "esa persona moral."
                    else
                        delete clientes-output-file
                            invalid key
                                display "No se pudo eliminar el "
                                    "cliente."
                            not invalid key
                                display "Cliente eliminado."
                                move spaces to ws-imagen-despues
                                move "BAJA" to ws-mnt-accion
                                perform registrar-mant-auditoria
                                perform eliminar-persona-moral
                        end-delete
                    end-if
            end-read.
        eliminar-persona-moral.
            move ws-no-cte to pmo-no-cte
            read personas-morales-file
                invalid key continue
                not invalid key
                    move e1-persona-moral to ws-imagen-antes
                    delete personas-morales-file
                        invalid key continue
                        not invalid key
                            move spaces to ws-imagen-despues
                            perform registrar-mant-moral
                    end-delete
                    perform borrar-vinculos
            end-read.
        consultar.
            display "Numero de cliente a consultar: "
            move ws-no-cte to e1-no-cte
            read clientes-output-file
                invalid key display "Cliente no encontrado."
                not invalid key
                    display e1-clientes
                    perform mostrar-persona-moral
                    perform mostrar-fusion-cliente
            end-read.
        mostrar-fusion-cliente.
            open input fusiones-file
            if ws-fs-fusiones = "00"
                move ws-no-cte to fus-no-cte
                read fusiones-file
                    invalid key continue
                    not invalid key
                        if fus-fusionado
                            display "CLIENTE FUSIONADO el " fus-fecha
                                " en el cliente " fus-no-cte-sobrev
                                " (folio " fus-folio "), use ese "
                                "numero."
                        end-if
                end-read
                close fusiones-file
            end-if.
        validar-rfc.
            move 0 to ws-rfc-error
            if ws-rfc-cte(13:1) = space
            perform validar-excepcion-cliente.
        validar-excepcion-cliente.
            move 0 to ws-excepcion
            move "F" to ws-tipo-persona
            move e1-no-cte to pmo-no-cte
            read personas-morales-file
                invalid key continue
                not invalid key move "M" to ws-tipo-persona
            end-read
            if persona-moral
                perform validar-excepcion-moral
            else
                if e1-1nom-cte = spaces or e1-apat-cte = spaces
                    move 1 to ws-excepcion
                    perform controlar-salto-pagina
                    display "EXCEPCION Cliente " e1-no-cte
                        " nombre incompleto"
                    add 1 to ws-lineas-pagina
                end-if
            end-if
            move e1-rfc-cte to ws-rfc-cte
            perform validar-rfc
                    " RFC con formato invalido: " e1-rfc-cte
                add 1 to ws-lineas-pagina
            end-if
            if persona-fisica
                and (e1-eda-cte = 0 or e1-eda-cte > 120)
                move 1 to ws-excepcion
                perform controlar-salto-pagina
                display "EXCEPCION Cliente " e1-no-cte
            if ws-excepcion = 1
                add 1 to ws-total-excepciones
            end-if.
        validar-excepcion-moral.
            if e1-nom-cte = spaces
                move 1 to ws-excepcion
                perform controlar-salto-pagina
                display "EXCEPCION Cliente " e1-no-cte
                    " persona moral sin razon social"
                add 1 to ws-lineas-pagina
            end-if
            perform contar-vinculos-moral
            if ws-vin-reps = 0
                move 1 to ws-excepcion
                perform controlar-salto-pagina
                display "EXCEPCION Cliente " e1-no-cte
                    " persona moral sin representante legal"
                add 1 to ws-lineas-pagina
            end-if
            if ws-vin-suma < ws-pct-control
                move 1 to ws-excepcion
                perform controlar-salto-pagina
                move ws-vin-suma to ws-suma-editada
                display "EXCEPCION Cliente " e1-no-cte
                    " beneficiarios controladores suman "
                    ws-suma-editada "%"
                add 1 to ws-lineas-pagina
            end-if.
