        record key is tar-codigo
        file status is ws-fs-tarifas.

        select operadores-file assign to "operadores.dat"
        organization is indexed
        access mode is dynamic
        record key is op-clave
        file status is ws-fs-operadores.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select cambios-file assign to "cambios_pendientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cpd-folio
        file status is ws-fs-cambios.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
                88 tar-por-status value "ESTATUS".
                88 tar-por-movs value "MOVS".
                88 tar-por-saldo value "SALDOMIN".
                88 tar-por-caja value "CAJASEG".
                88 tar-por-devolucion value "DEVCHEQUE".
            05 tar-parametro pic 9(10)V99.
            05 tar-status-aplica pic X(9).
        fd operadores-file.
        01 e1-operadores.
            05 op-clave pic X(10).
            05 op-nombre pic X(40).
            05 op-nivel pic 9(1).
            05 op-status pic X(10).
                88 op-activo value "ACTIVO".
                88 op-suspendido value "SUSPENDIDO".
            05 op-limite pic 9(10)V99.
            05 op-hash-clave pic 9(10).
            05 op-fecha-clave pic 9(8).
            05 op-intentos pic 9(1).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd cambios-file.
        01 e1-cambio-pendiente.
            05 cpd-folio pic 9(10).
            05 cpd-archivo pic X(10).
            05 cpd-llave pic X(13).
            05 cpd-accion pic X(8).
            05 cpd-antes pic X(260).
            05 cpd-despues pic X(260).
            05 cpd-propuso pic X(10).
            05 cpd-nivel-propuso pic 9(1).
            05 cpd-fecha-propuesta pic 9(8).
            05 cpd-hora-propuesta pic 9(8).
            05 cpd-status pic X(9).
                88 cpd-pendiente value "PENDIENTE".
                88 cpd-aprobado value "APROBADO".
                88 cpd-rechazado value "RECHAZADO".
            05 cpd-resolvio pic X(10).
            05 cpd-fecha-resolucion pic 9(8).
            05 cpd-hora-resolucion pic 9(8).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 ws-fs-tarifas pic X(2) value "00".
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
        77 ws-operador pic X(10) value spaces.
        77 ws-op-valido pic 9 value 0.
        77 ws-nivel-operador pic 9(1) value 0.
        77 ws-fs-cambios pic X(2) value "00".
        77 fin-cambios pic 9 value 0.
        77 ws-ultimo-folio pic 9(10) value 0.
        77 ws-folio-pendiente pic 9(10) value 0.
        77 ws-cambio-pendiente pic 9 value 0.
        77 ws-cpd-hora pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-cap-dia pic 9(2) value 0.
        77 ws-cap-mes pic 9(2) value 0.
        77 ws-cap-anio pic 9(4) value 0.
        77 ws-opcion pic 9 value 0.
        77 ws-valido pic 9 value 0.
        77 ws-codigo pic X(4) value spaces.
        77 ws-pausa pic X(1) value space.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-cpd-archivo pic X(10) value spaces.
        01 ws-cpd-llave pic X(13) value spaces.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio.
            display "TARIFAS DE SERVICIO"
            display "Clave de operador(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            perform abrir-tarifas
            perform abrir-cambios
            move 0 to ws-opcion
            perform until ws-opcion = 3
                perform limpiar-pantalla
                perform procesar-opcion
            end-perform
            close tarifas-file
            close cambios-file
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            move "TARIFAS" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        validar-operador.
            move 0 to ws-op-valido
            open i-o operadores-file
            if ws-fs-operadores not = "00"
                display "ACCESO DENEGADO: no hay operadores "
                    "registrados en operadores.dat."
            else
                move ws-operador to op-clave
                read operadores-file
                    invalid key
                        display "ACCESO DENEGADO: la clave "
                            ws-operador " no esta registrada."
                    not invalid key
                        if op-activo and op-nivel >= 2
                            move 0 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-op-valido
                                move op-nivel to ws-nivel-operador
                                display "Bienvenido " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: se requiere un "
                                "operador ACTIVO de nivel 2 o mayor."
                        end-if
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
            display "MANTENIMIENTO DE TARIFAS DE SERVICIO"
            display "1. Actualizar tarifa"
                end-if
            end-if.
        abrir-tarifas.
            open input tarifas-file
            if ws-fs-tarifas not = "00"
                open output tarifas-file
                close tarifas-file
                open input tarifas-file
            end-if.
        abrir-cambios.
            open i-o cambios-file
            if ws-fs-cambios not = "00"
                open output cambios-file
                close cambios-file
                open i-o cambios-file
            end-if.
        revisar-cola-cambios.
            move 0 to ws-cambio-pendiente
            move 0 to ws-ultimo-folio
            move 0 to fin-cambios
            move 0 to cpd-folio
            start cambios-file key is not less than cpd-folio
                invalid key move 1 to fin-cambios
            end-start
            perform until fin-cambios = 1
                read cambios-file next record
                    at end move 1 to fin-cambios
                    not at end
                        move cpd-folio to ws-ultimo-folio
                        if cpd-pendiente
                            and cpd-archivo = ws-cpd-archivo
                            and cpd-llave = ws-cpd-llave
                            move 1 to ws-cambio-pendiente
                            move cpd-folio to ws-folio-pendiente
                        end-if
                end-read
            end-perform.
        verificar-sin-pendiente.
            perform revisar-cola-cambios
            if ws-cambio-pendiente = 1
                display "RECHAZADO: ya hay un cambio en espera de "
                    "autorizacion para " ws-cpd-llave
                    " (folio " ws-folio-pendiente ")."
            end-if.
        registrar-cambio-pendiente.
            perform verificar-sin-pendiente
            if ws-cambio-pendiente = 0
                add 1 to ws-ultimo-folio giving cpd-folio
                move ws-cpd-archivo to cpd-archivo
                move ws-cpd-llave to cpd-llave
                move ws-mnt-accion to cpd-accion
                move ws-imagen-antes to cpd-antes
                move ws-imagen-despues to cpd-despues
                move ws-operador to cpd-propuso
                move ws-nivel-operador to cpd-nivel-propuso
                accept ws-fecha-sistema from date yyyymmdd
                move ws-fecha-sistema(1:4) to ws-cap-anio
                move ws-fecha-sistema(5:2) to ws-cap-mes
                move ws-fecha-sistema(7:2) to ws-cap-dia
                compute cpd-fecha-propuesta = ws-cap-dia * 1000000
                    + ws-cap-mes * 10000 + ws-cap-anio
                accept ws-cpd-hora from time
                move ws-cpd-hora to cpd-hora-propuesta
                move "PENDIENTE" to cpd-status
                move spaces to cpd-resolvio
                move 0 to cpd-fecha-resolucion
                move 0 to cpd-hora-resolucion
                write e1-cambio-pendiente
                    invalid key
                        display "No se pudo registrar el cambio en "
                            "cambios_pendientes.dat."
                    not invalid key
                        display "Cambio registrado con folio "
                            cpd-folio ", en espera de autorizacion."
                        display "Debe aprobarlo un operador de nivel "
                            "mayor a " ws-nivel-operador
                            " distinto de " ws-operador "."
                end-write
            end-if.
        actualizar.
            display "Codigo de tarifa(4): "with no advancing
            accept ws-codigo
            move "TARIFAS" to ws-cpd-archivo
            move ws-codigo to ws-cpd-llave
            perform verificar-sin-pendiente
            if ws-cambio-pendiente = 0
                perform capturar-tarifa
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        capturar-tarifa.
            move ws-codigo to tar-codigo
            read tarifas-file
                invalid key
                    move spaces to ws-imagen-antes
                    move "ALTA" to ws-mnt-accion
                not invalid key
                    move e1-tarifas to ws-imagen-antes
                    move "CAMBIO" to ws-mnt-accion
            end-read
            move ws-codigo to tar-codigo
            display "Descripcion(30): "with no advancing
            end-perform
            move 0 to ws-valido
            perform until ws-valido = 1
                display "Criterio (ESTATUS/MOVS/SALDOMIN/CAJASEG/"
                    "DEVCHEQUE): " with no advancing
                accept tar-criterio
                if tar-por-status or tar-por-movs or tar-por-saldo
                    or tar-por-caja or tar-por-devolucion
                    move 1 to ws-valido
                else

                    display "Criterio invalido, intente de nuevo."
                end-if
            end-perform
                    with no advancing
                accept tar-parametro
            end-if
            move e1-tarifas to ws-imagen-despues
            perform registrar-cambio-pendiente.
        consultar.
            display "Codigo de tarifa a consultar(4): "
                with no advancing
