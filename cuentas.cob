        access mode is dynamic
        record key is cli-no-cte
        file status is ws-fs-clientes.

        select documentos-file assign to "documentos_cliente.dat"
        organization is indexed
        access mode is dynamic
        record key is doc-llave
        file status is ws-fs-documentos.

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
        data division.
        file section.
        fd cuentas-file.
                88 op-activo value "ACTIVO".
                88 op-suspendido value "SUSPENDIDO".
            05 op-limite pic 9(10)V99.
            05 op-hash-clave pic 9(10).
            05 op-fecha-clave pic 9(8).
            05 op-intentos pic 9(1).
        fd chequeras-file.
        01 e1-chequeras.
            05 chqr-llave.
            05 cli-nom-cte pic X(80).
            05 cli-rfc-cte pic X(13).
            05 cli-resto pic X(150).
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
        working-storage section.
        77 ws-fs-cuentas pic X(2) value "00".
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
        77 ws-operador pic X(10) value spaces.
        77 ws-op-valido pic 9 value 0.
        77 ws-op-nivel pic 9(1) value 0.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-mnt-archivo pic X(10) value spaces.
        77 ws-duplicado pic 9 value 0.
        77 ws-fs-documentos pic X(2) value "00".
        77 fin-documentos pic 9 value 0.
        77 ws-id-vigente pic 9 value 0.
        77 ws-id-cte pic 9(10) value 0.
        77 ws-fs-morales pic X(2) value "00".
        77 ws-fs-vinculos pic X(2) value "00".
        77 fin-vinculos pic 9 value 0.
        77 ws-cte-moral pic 9 value 0.
        77 ws-acta-registrada pic 9 value 0.
        77 ws-fs-fusiones pic X(2) value "00".
        77 ws-cte-fusionado pic 9 value 0.
        77 ws-no-cte-sobrev pic 9(10) value 0.
        77 ws-doc-hoy-amd pic 9(8) value 0.
        77 ws-doc-vence-amd pic 9(8) value 0.
        77 ws-doc-dia pic 9(2) value 0.
        77 ws-doc-mes pic 9(2) value 0.
        77 ws-doc-anio pic 9(4) value 0.
        77 ws-fs-coincidencias pic X(2) value "00".
        77 ws-fs-bloqueos pic X(2) value "00".
        77 fin-coincidencias pic 9 value 0.
        77 ws-coi-abierta pic 9 value 0.
        77 ws-coi-lista pic X(4) value spaces.
        77 ws-coi-id pic X(10) value spaces.
        77 ws-opcion pic 9(2) value 0.
        77 ws-fs-productos pic X(2) value "00".
        77 ws-fs-prod-cuenta pic X(2) value "00".
        77 ws-producto-valido pic 9 value 0.
        77 ws-pcu-existe pic 9 value 0.
        77 ws-producto pic X(4) value spaces.
        77 ws-status-valido pic 9 value 0.
            88 status-valido value 1.
        77 ws-fs-clabes pic X(2) value "00".
            05 ws-status pic X(9).
            05 ws-fecha-apertura pic 9(8).
            05 ws-sucursal pic 9(4).
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio.
            perform verificar-interlock
            perform abrir-sucursales
            perform abrir-clabes
            perform abrir-firmantes
            perform abrir-productos
            perform cargar-parametros
            move 0 to ws-opcion
            perform until ws-opcion = 11
                perform limpiar-pantalla
                perform mostrar-menu
                perform procesar-opcion
            close sucursales-file
            close clabes-file
            close firmantes-file
            close productos-file
            close productos-cuenta-file
            perform marcar-checkpoint
            stop run.
        verificar-interlock.
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
            close checkpoint-file.
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
            display "MANTENIMIENTO DE CUENTAS"
            display "1. Abrir cuenta"
            display "7. Listado de excepciones de beneficiarios"
            display "8. Consultar o asignar CLABE"
            display "9. Registrar firmantes autorizados"
            display "10. Consultar o cambiar producto de la cuenta"
            display "11. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
                                      if ws-opcion = 9
                                        perform registrar-firmantes
                                      else
                                       if ws-opcion = 10
                                        perform cambiar-producto
                                       else
                                        if ws-opcion not = 11
                                            display "Opcion invalida."
                                        end-if
                                       end-if
                                      end-if
                                     end-if
                                    end-if
            display "Numero de cliente propietario(10): "
                with no advancing
            accept ws-no-cte
            perform verificar-cliente-fusionado
            if ws-cte-fusionado = 1
                display "No se puede abrir la cuenta: el cliente "
                    ws-no-cte " esta FUSIONADO en el cliente "
                    ws-no-cte-sobrev ", use ese numero."
            else
                perform verificar-identificacion
                if ws-id-vigente = 1
                    perform completar-apertura
                else
                    if ws-cte-moral = 1
                        display "No se puede abrir la cuenta: la "
                            "persona moral " ws-no-cte " requiere su "
                            "acta constitutiva y un representante "
                            "con identificacion oficial vigente."
                    else
                        display "No se puede abrir la cuenta: el "
                            "cliente " ws-no-cte " no tiene "
                            "identificacion oficial vigente (INE o "
                            "pasaporte) en sus documentos."
                    end-if
                end-if
            end-if.
        verificar-cliente-fusionado.
            move 0 to ws-cte-fusionado
            open input fusiones-file
            if ws-fs-fusiones = "00"
                move ws-no-cte to fus-no-cte
                read fusiones-file
                    invalid key continue
                    not invalid key
                        if fus-fusionado
                            move 1 to ws-cte-fusionado
                            move fus-no-cte-sobrev to ws-no-cte-sobrev
                        end-if
                end-read
                close fusiones-file
            end-if.
        verificar-identificacion.
            move 0 to ws-id-vigente
            move 0 to ws-cte-moral
            move 0 to ws-acta-registrada
            accept ws-doc-hoy-amd from date yyyymmdd
            open input personas-morales-file
            if ws-fs-morales = "00"
                move ws-no-cte to pmo-no-cte
                read personas-morales-file
                    invalid key continue
                    not invalid key move 1 to ws-cte-moral
                end-read
                close personas-morales-file
            end-if
            open input documentos-file
            if ws-fs-documentos = "00"
                if ws-cte-moral = 1
                    move ws-no-cte to doc-no-cte
                    move "ACTA" to doc-tipo
                    read documentos-file
                        invalid key continue
                        not invalid key move 1 to ws-acta-registrada
                    end-read
                    if ws-acta-registrada = 1
                        perform verificar-representantes
                    end-if
                else
                    move ws-no-cte to ws-id-cte
                    perform buscar-identificacion-vigente
                end-if
                close documentos-file
            end-if.
        verificar-representantes.
            open input vinculos-file
            if ws-fs-vinculos = "00"
                move 0 to fin-vinculos
                move ws-no-cte to pmv-no-cte-moral
                move "R" to pmv-tipo
                move 0 to pmv-no-cte-fisica
                start vinculos-file key is not less than pmv-llave
                    invalid key move 1 to fin-vinculos
                end-start
                perform until fin-vinculos = 1
                    read vinculos-file next record
                        at end move 1 to fin-vinculos
                        not at end
                            if pmv-no-cte-moral not = ws-no-cte
                                or not pmv-representante
                                move 1 to fin-vinculos
                            else
                                move pmv-no-cte-fisica to ws-id-cte
                                perform buscar-identificacion-vigente
                                if ws-id-vigente = 1
                                    move 1 to fin-vinculos
                                end-if
                            end-if
                    end-read
                end-perform
                close vinculos-file
            end-if.
        buscar-identificacion-vigente.
            move 0 to fin-documentos
            move ws-id-cte to doc-no-cte
            move spaces to doc-tipo
            start documentos-file key is not less than doc-llave
                invalid key move 1 to fin-documentos
            end-start
            perform until fin-documentos = 1
                read documentos-file next record
                    at end move 1 to fin-documentos
                    not at end
                        if doc-no-cte not = ws-id-cte
                            move 1 to fin-documentos
                        else
                            perform revisar-documento-vigente
                        end-if
                end-read
            end-perform.
        revisar-documento-vigente.
            if doc-tipo = "INE" or doc-tipo = "PASAPORTE"
                move doc-fecha-vence(1:2) to ws-doc-dia
                move doc-fecha-vence(3:2) to ws-doc-mes
                move doc-fecha-vence(5:4) to ws-doc-anio
                compute ws-doc-vence-amd = ws-doc-anio * 10000
                    + ws-doc-mes * 100 + ws-doc-dia
                if ws-doc-vence-amd >= ws-doc-hoy-amd
                    move 1 to ws-id-vigente
                end-if
            end-if.
        completar-apertura.
            move 0 to ws-sucursal-valida
            perform until ws-sucursal-valida = 1
                display "Sucursal de apertura(4): "with no advancing
                        end-if
                end-read
            end-perform
            move 0 to ws-producto-valido
            perform until ws-producto-valido = 1
                perform capturar-producto
            end-perform
            perform verificar-coincidencia-listas
            if ws-coi-abierta = 1
                move "BLOQUEADA" to ws-status
                display "AVISO: el cliente " ws-no-cte " tiene una "
                    "coincidencia en la lista " ws-coi-lista " "
                    ws-coi-id " pendiente de cumplimiento, la cuenta "
                    "se abre BLOQUEADA."
            else
                move "ACTIVA" to ws-status
            end-if
            accept ws-fecha-apertura from date yyyymmdd
            move ws-cuentas to e1-cuentas
            write e1-cuentas
                    move "CUENTAS" to ws-mnt-archivo
                    perform registrar-mant-auditoria
                    perform asignar-clabe
                    perform grabar-producto-cuenta
                    if ws-coi-abierta = 1
                        perform grabar-bloqueo-listas
                    end-if
            end-write.
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
        capturar-producto.
            display "Producto de la cuenta(4): "with no advancing
            accept ws-producto
            move ws-producto to pro-codigo
            read productos-file
                invalid key
                    display "El producto no esta en el catalogo, "
                        "intente de nuevo."
                not invalid key
                    if pro-activo
                        move 1 to ws-producto-valido
                        display "   " pro-descripcion "  nivel "
                            pro-nivel
                    else
                        display "El producto esta " pro-status
                            ", intente de nuevo."
                    end-if
            end-read.
        grabar-producto-cuenta.
            move ws-no-cuenta to pcu-cuenta
            move ws-producto to pcu-producto
            accept pcu-fecha-asignado from date yyyymmdd
            move ws-operador to pcu-asigno
            write e1-producto-cuenta
                invalid key
                    display "La cuenta ya tenia producto asignado."
                not invalid key
                    move spaces to ws-imagen-antes
                    move e1-producto-cuenta to ws-imagen-despues
                    move "ALTA" to ws-mnt-accion
                    move "PRODCTA" to ws-mnt-archivo
                    perform registrar-mant-auditoria
            end-write.
        cambiar-producto.
            display "Numero de cuenta(13): "with no advancing
            accept ws-no-cuenta
            move ws-no-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    display "Cuenta no encontrada."
                not invalid key
                    move ws-no-cuenta to pcu-cuenta
                    read productos-cuenta-file
                        invalid key
                            move 0 to ws-pcu-existe
                            move spaces to ws-imagen-antes
                            display "La cuenta no tiene producto "
                                "asignado."
                        not invalid key
                            move 1 to ws-pcu-existe
                            move e1-producto-cuenta to ws-imagen-antes
                            move pcu-producto to pro-codigo
                            read productos-file
                                invalid key
                                    move spaces to pro-descripcion
                            end-read
                            display "Producto actual: " pcu-producto
                                "  " pro-descripcion
                                "  asignado " pcu-fecha-asignado
                    end-read
                    if cta-cerrada
                        display "La cuenta esta CERRADA, no se "
                            "cambia el producto."
                    else
                        perform reasignar-producto
                    end-if
            end-read
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        reasignar-producto.
            display "Cambiar el producto (S/N): "with no advancing
            accept ws-pausa
            if ws-pausa = "S" or ws-pausa = "s"
                move 0 to ws-producto-valido
                perform until ws-producto-valido = 1
                    perform capturar-producto
                end-perform
                move ws-no-cuenta to pcu-cuenta
                move ws-producto to pcu-producto
                accept pcu-fecha-asignado from date yyyymmdd
                move ws-operador to pcu-asigno
                move e1-producto-cuenta to ws-imagen-despues
                move "PRODCTA" to ws-mnt-archivo
                if ws-pcu-existe = 1
                    rewrite e1-producto-cuenta
                        invalid key
                            display "No se pudo actualizar el "
                                "producto de la cuenta."
                        not invalid key
                            display "Producto de la cuenta "
                                "actualizado."
                            move "CAMBIO" to ws-mnt-accion
                            perform registrar-mant-auditoria
                    end-rewrite
                else
                    write e1-producto-cuenta
                        invalid key
                            display "No se pudo asignar el producto "
                                "de la cuenta."
                        not invalid key
                            display "Producto asignado."
                            move "ALTA" to ws-mnt-accion
                            perform registrar-mant-auditoria
                    end-write
                end-if
            end-if.
        verificar-coincidencia-listas.
            move 0 to ws-coi-abierta
            open input coincidencias-file
            if ws-fs-coincidencias = "00"
                move 0 to fin-coincidencias
                move ws-no-cte to coi-no-cte
                move low-values to coi-lista
                move low-values to coi-id
                start coincidencias-file
                    key is not less than coi-llave
                    invalid key move 1 to fin-coincidencias
                end-start
                perform until fin-coincidencias = 1
                    read coincidencias-file next record
                        at end move 1 to fin-coincidencias
                        not at end
                            if coi-no-cte not = ws-no-cte
                                move 1 to fin-coincidencias
                            else
                                if coi-pendiente or coi-confirmada
                                    move 1 to ws-coi-abierta
                                    move coi-lista to ws-coi-lista
                                    move coi-id to ws-coi-id
                                    move 1 to fin-coincidencias
                                end-if
                            end-if
                    end-read
                end-perform
                close coincidencias-file
            end-if.
        grabar-bloqueo-listas.
            open i-o bloqueos-file
            if ws-fs-bloqueos not = "00"
                open output bloqueos-file
                close bloqueos-file
                open i-o bloqueos-file
            end-if
            move ws-no-cuenta to blq-cuenta
            move ws-no-cte to blq-no-cte
            move "ACTIVA" to blq-status-anterior
            move ws-fecha-apertura(7:2) to ws-dia
            move ws-fecha-apertura(5:2) to ws-mes
            move ws-fecha-apertura(1:4) to ws-anio
            compute blq-fecha = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            move ws-operador to blq-origen
            write e1-bloqueo
                invalid key continue
            end-write
            close bloqueos-file.
        abrir-clabes.
            open i-o clabes-file
            if ws-fs-clabes not = "00"
                                "catalogo e intente de nuevo."
                        end-if
                    end-perform
                    move cta-no-cte to ws-no-cte
                    perform verificar-coincidencia-listas
                    if ws-coi-abierta = 1 and not cta-bloqueada
                        display "La cuenta esta bloqueada por una "
                            "coincidencia en la lista " ws-coi-lista
                            " " ws-coi-id ", solo cumplimiento puede "
                            "liberarla."
                    else
                        perform reescribir-status-cuenta
                    end-if
            end-read.
        reescribir-status-cuenta.
            rewrite e1-cuentas
                invalid key
                    display "No se pudo actualizar la cuenta."
                not invalid key
                    display "Cuenta actualizada."
                    move e1-cuentas to ws-imagen-despues
                    move "ESTATUS" to ws-mnt-accion
                    move "CUENTAS" to ws-mnt-archivo
                    perform registrar-mant-auditoria
            end-rewrite.
        consultar.
            display "Numero de cuenta a consultar: "with no advancing
            accept ws-no-cuenta
