        identification division.
        program-id. aclaraciones.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select aclaraciones-file assign to "aclaraciones.dat"
        organization is indexed
        access mode is dynamic
        record key is acl-no-caso
        file status is ws-fs-aclaraciones.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select folios-file assign to "folios.dat"
        organization is indexed
        access mode is dynamic
        record key is fol-llave
        file status is ws-fs-folios.

        select dias-inhabiles-file assign to "dias_inhabiles.dat"
        organization is indexed
        access mode is dynamic
        record key is dih-fecha
        file status is ws-fs-inhabiles.

        select operadores-file assign to "operadores.dat"
        organization is indexed
        access mode is dynamic
        record key is op-clave
        file status is ws-fs-operadores.

        select mant-auditoria-file assign to "mant_auditoria.dat"
        organization is line sequential
        file status is ws-fs-mant-aud.

        select ciclo-lock-file assign to "ciclo_lock.dat"
        organization is line sequential
        file status is ws-fs-lock.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd aclaraciones-file.
        01 e1-aclaraciones.
            05 acl-no-caso pic 9(10).
            05 acl-no-mts-mts pic 9(13).
            05 acl-no-cte pic 9(10).
            05 acl-cuenta pic 9(13).
            05 acl-tipo-mts pic X(8).
            05 acl-fecha-mts pic 9(8).
            05 acl-monto pic 9(10)V99.
            05 acl-motivo pic X(40).
            05 acl-fecha-alta pic 9(8).
            05 acl-fecha-abono pic 9(8).
            05 acl-fecha-limite pic 9(8).
            05 acl-status pic X(9).
                88 acl-abierta value "ABIERTA".
                88 acl-resuelta value "RESUELTA".
                88 acl-cerrada value "CERRADA".
            05 acl-resolucion pic X(12).
                88 acl-procedente value "PROCEDENTE".
                88 acl-improcedente value "IMPROCEDENTE".
            05 acl-fecha-resolucion pic 9(8).
            05 acl-no-mts-provisional pic 9(13).
            05 acl-fecha-provisional pic 9(8).
            05 acl-no-mts-final pic 9(13).
            05 acl-fecha-cierre pic 9(8).
            05 acl-operador pic X(10).
            05 acl-resolvio pic X(10).
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
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
                88 cta-activa value "ACTIVA".
                88 cta-cerrada value "CERRADA".
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
        fd folios-file.
        01 e1-folios.
            05 fol-llave pic X(10).
            05 fol-siguiente pic 9(13).
        fd dias-inhabiles-file.
        01 e1-dia-inhabil.
            05 dih-fecha pic 9(8).
            05 dih-descripcion pic X(30).
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
        fd ciclo-lock-file.
        01 e1-ciclo-lock pic X(40).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 ws-fs-aclaraciones pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-inhabiles pic X(2) value "00".
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
        77 ws-operador pic X(10) value spaces.
        77 ws-op-valido pic 9 value 0.
        77 ws-op-nivel pic 9(1) value 0.
        77 ws-interlock-ok pic 9 value 1.
        77 ws-clave-override pic X(10) value spaces.
        77 ws-opcion pic 9 value 0.
        77 ws-pausa pic X(1) value space.
        77 ws-valido pic 9 value 0.
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-no-caso pic 9(10) value 0.
        77 ws-no-mts pic 9(13) value 0.
        77 ws-no-cte pic 9(10) value 0.
        77 ws-caso-existente pic 9(10) value 0.
        77 ws-folio-calculado pic 9(10) value 1.
        77 ws-motivo pic X(40) value spaces.
        77 ws-resolucion pic X(12) value spaces.
        77 ws-dias-abono pic 9(4) value 2.
        77 ws-dias-respuesta pic 9(4) value 45.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-hoy-dma pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-hab-dia pic 9(2) value 0.
        77 ws-hab-mes pic 9(2) value 0.
        77 ws-hab-anio pic 9(4) value 0.
        77 ws-hab-dias-mes pic 9(2) value 0.
        77 ws-hab-cociente pic 9(4) value 0.
        77 ws-hab-resto pic 9(4) value 0.
        77 ws-hab-contados pic 9(4) value 0.
        77 ws-dias-habiles pic 9(4) value 0.
        77 ws-es-habil pic 9 value 0.
        77 ws-fecha-habil pic 9(8) value 0.
        77 ws-zel-m pic 9(2) value 0.
        77 ws-zel-a pic 9(4) value 0.
        77 ws-zel-j pic 9(2) value 0.
        77 ws-zel-k pic 9(2) value 0.
        77 ws-zel-t1 pic 9(4) value 0.
        77 ws-zel-t2 pic 9(4) value 0.
        77 ws-zel-t3 pic 9(4) value 0.
        77 ws-zel-h pic 9(4) value 0.
        77 ws-zel-coc pic 9(4) value 0.
        77 ws-dia-semana pic 9(1) value 0.
        77 ws-total-listadas pic 9(10) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio.
            perform verificar-interlock
            if ws-interlock-ok = 0
                stop run
            end-if
            display "ACLARACIONES DE CLIENTES"
            display "Clave de operador(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            perform cargar-parametros-aclaracion
            perform abrir-aclaraciones
            perform abrir-movimientos
            perform abrir-cuentas
            perform abrir-folios
            perform abrir-dias-inhabiles
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-hoy-dma = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            move 0 to ws-opcion
            perform until ws-opcion = 5
                perform limpiar-pantalla
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close aclaraciones-file
            close movimientos-file
            close cuentas-file
            close folios-file
            close dias-inhabiles-file
            perform marcar-checkpoint
            stop run.
        verificar-interlock.
            move 1 to ws-interlock-ok
            open input ciclo-lock-file
            if ws-fs-lock = "00"
                read ciclo-lock-file
                    at end move spaces to e1-ciclo-lock
                end-read
                close ciclo-lock-file
                move 0 to ws-interlock-ok
                display "SISTEMA OCUPADO: el ciclo nocturno esta en "
                    "ejecucion (" e1-ciclo-lock ")"
                display "Clave de supervisor para forzar la entrada "
                    "(ENTER para salir): "with no advancing
                accept ws-clave-override
                if ws-clave-override not = spaces
                    perform validar-override
                end-if
            end-if.
        validar-override.
            open i-o operadores-file
            if ws-fs-operadores not = "00"
                display "ACCESO DENEGADO: no hay operadores "
                    "registrados en operadores.dat."
            else
                move ws-clave-override to op-clave
                read operadores-file
                    invalid key
                        display "ACCESO DENEGADO: la clave "
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
                                "mayor."
                        end-if
                end-read
                close operadores-file
            end-if.
        marcar-checkpoint.
            open output checkpoint-file
            move "ACLARACION" to e1-checkpoint
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
            display "ACLARACIONES DE CLIENTES"
            display "1. Abrir aclaracion de un cargo"
            display "2. Consultar aclaracion"
            display "3. Resolver aclaracion"
            display "4. Listar aclaraciones de un cliente"
            display "5. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform abrir-aclaracion
            else
                if ws-opcion = 2
                    perform consultar-aclaracion
                else
                    if ws-opcion = 3
                        perform resolver-aclaracion
                    else
                        if ws-opcion = 4
                            perform listar-aclaraciones-cliente
                        else
                            if ws-opcion not = 5
                                display "Opcion invalida."
                            end-if
                        end-if
                    end-if
                end-if
            end-if.
        cargar-parametros-aclaracion.
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "DIASABONOACL"
                                move par-valor to ws-dias-abono
                            end-if
                            if par-clave = "DIASRESPACL"
                                move par-valor to ws-dias-respuesta
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-aclaraciones.
            open i-o aclaraciones-file
            if ws-fs-aclaraciones not = "00"
                open output aclaraciones-file
                close aclaraciones-file
                open i-o aclaraciones-file
            end-if.
        abrir-movimientos.
            open input movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open input movimientos-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        abrir-folios.
            open i-o folios-file
            if ws-fs-folios not = "00"
                open output folios-file
                close folios-file
                open i-o folios-file
            end-if.
        abrir-dias-inhabiles.
            open input dias-inhabiles-file
            if ws-fs-inhabiles not = "00"
                open output dias-inhabiles-file
                close dias-inhabiles-file
                open input dias-inhabiles-file
            end-if.
        abrir-aclaracion.
            move 0 to ws-valido
            display "Folio del movimiento aclarado(13): "
                with no advancing
            accept ws-no-mts
            move ws-no-mts to e1-no-mts-mts
            if ws-no-mts = 0 or ws-no-mts = ws-trailer-key
                display "Folio de movimiento invalido."
            else
                read movimientos-file
                    invalid key
                        display "El movimiento " ws-no-mts
                            " no esta registrado en movimientos.dat."
                    not invalid key
                        perform validar-movimiento-aclarado
                end-read
            end-if
            if ws-valido = 1
                perform buscar-caso-movimiento
                if ws-caso-existente not = 0
                    move 0 to ws-valido
                    display "El movimiento ya tiene la aclaracion "
                        ws-caso-existente ", consultela con la "
                        "opcion 2."
                end-if
            end-if
            if ws-valido = 1
                display "Motivo de la aclaracion(40): "
                    with no advancing
                accept ws-motivo
                if ws-motivo = spaces
                    move 0 to ws-valido
                    display "El motivo es obligatorio."
                end-if
            end-if
            if ws-valido = 1
                perform grabar-aclaracion
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        validar-movimiento-aclarado.
            if e1-sdo-mts not < 0
                display "El movimiento " ws-no-mts " es un abono, "
                    "solo se aclaran cargos."
            else
                if e1-tipo-mts = "ACLARA  "
                    display "El movimiento " ws-no-mts " es un abono "
                        "o reverso de otra aclaracion."
                else
                    if e1-moneda-mts not = "MXN"
                        display "El movimiento " ws-no-mts " es en "
                            e1-moneda-mts ", las aclaraciones se "
                            "abonan en MXN."
                    else
                        move e1-cta-chq-mts to cta-no-cuenta
                        read cuentas-file
                            invalid key
                                display "La cuenta " e1-cta-chq-mts
                                    " no esta registrada."
                            not invalid key
                                if cta-cerrada
                                    display "La cuenta "
                                        e1-cta-chq-mts " esta "
                                        "CERRADA."
                                else
                                    move 1 to ws-valido
                                    display "Cargo " e1-tipo-mts
                                        " del " e1-fech-mts
                                        " por " e1-sdo-mts
                                        " cuenta " e1-cta-chq-mts
                                end-if
                        end-read
                    end-if
                end-if
            end-if.
        buscar-caso-movimiento.
            move 0 to ws-caso-existente
            move 0 to fin-fichero
            move 0 to acl-no-caso
            start aclaraciones-file key is not less than acl-no-caso
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read aclaraciones-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if acl-no-mts-mts = ws-no-mts
                            move acl-no-caso to ws-caso-existente
                            move 1 to fin-fichero
                        end-if
                end-read
            end-perform.
        grabar-aclaracion.
            perform obtener-siguiente-caso
            initialize e1-aclaraciones
            move ws-no-caso to acl-no-caso
            move e1-no-mts-mts to acl-no-mts-mts
            move e1-no-cte-mts to acl-no-cte
            move e1-cta-chq-mts to acl-cuenta
            move e1-tipo-mts to acl-tipo-mts
            move e1-fech-mts to acl-fecha-mts
            subtract e1-sdo-mts from 0 giving acl-monto
            move ws-motivo to acl-motivo
            move ws-hoy-dma to acl-fecha-alta
            move ws-hoy-dma to ws-fecha-habil
            move ws-dias-abono to ws-dias-habiles
            perform sumar-dias-habiles
            move ws-fecha-habil to acl-fecha-abono
            move ws-hoy-dma to ws-fecha-habil
            move ws-dias-respuesta to ws-dias-habiles
            perform sumar-dias-habiles
            move ws-fecha-habil to acl-fecha-limite
            move "ABIERTA" to acl-status
            move spaces to acl-resolucion
            move ws-operador to acl-operador
            move spaces to acl-resolvio
            write e1-aclaraciones
                invalid key
                    display "No se pudo grabar la aclaracion "
                        ws-no-caso
                not invalid key
                    display "Aclaracion " acl-no-caso " abierta."
                    display "   Abono provisional a partir del "
                        acl-fecha-abono
                    display "   Fecha limite de respuesta:     "
                        acl-fecha-limite
                    move spaces to ws-imagen-antes
                    move e1-aclaraciones to ws-imagen-despues
                    move "ALTA" to ws-mnt-accion
                    perform registrar-mant-auditoria
            end-write.
        obtener-siguiente-caso.
            move "ACLARACION" to fol-llave
            read folios-file
                invalid key
                    perform calcular-caso-inicial
                    move "ACLARACION" to fol-llave
                    move ws-folio-calculado to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "aclaraciones en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-no-caso
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "aclaraciones en folios.dat"
            end-rewrite.
        calcular-caso-inicial.
            move 1 to ws-folio-calculado
            move 0 to fin-folios
            move 0 to acl-no-caso
            start aclaraciones-file key is not less than acl-no-caso
                invalid key move 1 to fin-folios
            end-start
            perform until fin-folios = 1
                read aclaraciones-file next record
                    at end move 1 to fin-folios
                    not at end
                        if acl-no-caso >= ws-folio-calculado
                            compute ws-folio-calculado =
                                acl-no-caso + 1
                        end-if
                end-read
            end-perform.
        leer-aclaracion.
            move 0 to ws-valido
            display "Numero de aclaracion(10): "with no advancing
            accept ws-no-caso
            move ws-no-caso to acl-no-caso
            read aclaraciones-file
                invalid key
                    display "La aclaracion " ws-no-caso
                        " no esta registrada."
                not invalid key
                    move 1 to ws-valido
            end-read.
        consultar-aclaracion.
            perform leer-aclaracion
            if ws-valido = 1
                perform mostrar-aclaracion
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-aclaracion.
            display "Aclaracion:     " acl-no-caso
                "  abierta el " acl-fecha-alta " por " acl-operador
            display "Cliente:        " acl-no-cte
                "  Cuenta: " acl-cuenta
            display "Cargo aclarado: " acl-no-mts-mts " "
                acl-tipo-mts " del " acl-fecha-mts
                "  importe " acl-monto
            display "Motivo:         " acl-motivo
            display "Estatus:        " acl-status " " acl-resolucion
            display "Abono provisional desde " acl-fecha-abono
                "  folio " acl-no-mts-provisional
                " del " acl-fecha-provisional
            display "Fecha limite de respuesta: " acl-fecha-limite
            if not acl-abierta
                display "Resuelta el " acl-fecha-resolucion
                    " por " acl-resolvio
                display "Movimiento de cierre " acl-no-mts-final
                    " del " acl-fecha-cierre
            end-if.
        resolver-aclaracion.
            if ws-op-nivel < 2
                display "Se requiere un operador de nivel 2 o mayor "
                    "para resolver aclaraciones."
            else
                perform leer-aclaracion
                if ws-valido = 1
                    perform mostrar-aclaracion
                    if not acl-abierta
                        move 0 to ws-valido
                        display "La aclaracion ya fue resuelta."
                    end-if
                end-if
                if ws-valido = 1
                    display "Dictamen (PROCEDENTE/IMPROCEDENTE): "
                        with no advancing
                    accept ws-resolucion
                    if ws-resolucion not = "PROCEDENTE"
                        and ws-resolucion not = "IMPROCEDENTE"
                        move 0 to ws-valido
                        display "Dictamen invalido."
                    end-if
                end-if
                if ws-valido = 1
                    move e1-aclaraciones to ws-imagen-antes
                    move "RESUELTA" to acl-status
                    move ws-resolucion to acl-resolucion
                    move ws-hoy-dma to acl-fecha-resolucion
                    move ws-operador to acl-resolvio
                    rewrite e1-aclaraciones
                        invalid key
                            display "No se pudo actualizar la "
                                "aclaracion."
                        not invalid key
                            perform avisar-aplicacion
                            move e1-aclaraciones to ws-imagen-despues
                            move "RESUELVE" to ws-mnt-accion
                            perform registrar-mant-auditoria
                    end-rewrite
                end-if
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        avisar-aplicacion.
            display "Aclaracion " acl-no-caso " resuelta "
                acl-resolucion "."
            if acl-procedente
                if acl-no-mts-provisional = 0
                    display "El abono definitivo por " acl-monto
                        " se aplica en el ciclo nocturno."
                else
                    display "El abono provisional "
                        acl-no-mts-provisional
                        " queda como definitivo."
                end-if
            else
                if acl-no-mts-provisional = 0
                    display "No hubo abono provisional, no se "
                        "aplica ningun movimiento."
                else
                    display "El reverso del abono provisional "
                        acl-no-mts-provisional
                        " se aplica en el ciclo nocturno."
                end-if
            end-if.
        listar-aclaraciones-cliente.
            display "Numero de cliente(10): "with no advancing
            accept ws-no-cte
            move 0 to ws-total-listadas
            move 0 to fin-fichero
            move 0 to acl-no-caso
            start aclaraciones-file key is not less than acl-no-caso
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read aclaraciones-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if acl-no-cte = ws-no-cte
                            add 1 to ws-total-listadas
                            display "   " acl-no-caso
                                "  cargo " acl-no-mts-mts
                                "  " acl-monto
                                "  " acl-status
                                " " acl-resolucion
                                "  limite " acl-fecha-limite
                        end-if
                end-read
            end-perform
            display "Aclaraciones del cliente: " ws-total-listadas
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        sumar-dias-habiles.
            move ws-fecha-habil(1:2) to ws-hab-dia
            move ws-fecha-habil(3:2) to ws-hab-mes
            move ws-fecha-habil(5:4) to ws-hab-anio
            move 0 to ws-hab-contados
            perform until ws-hab-contados >= ws-dias-habiles
                perform avanzar-dia-habil
                perform verificar-dia-habil
                if ws-es-habil = 1
                    add 1 to ws-hab-contados
                end-if
            end-perform
            compute ws-fecha-habil = ws-hab-dia * 1000000
                + ws-hab-mes * 10000 + ws-hab-anio.
        avanzar-dia-habil.
            add 1 to ws-hab-dia
            perform calcular-dias-mes-habil
            if ws-hab-dia > ws-hab-dias-mes
                move 1 to ws-hab-dia
                add 1 to ws-hab-mes
                if ws-hab-mes > 12
                    move 1 to ws-hab-mes
                    add 1 to ws-hab-anio
                end-if
            end-if.
        verificar-dia-habil.
            move 1 to ws-es-habil
            perform calcular-dia-semana
            if ws-dia-semana = 0 or ws-dia-semana = 1
                move 0 to ws-es-habil
            end-if
            if ws-es-habil = 1
                compute dih-fecha = ws-hab-dia * 1000000
                    + ws-hab-mes * 10000 + ws-hab-anio
                read dias-inhabiles-file
                    invalid key continue
                    not invalid key move 0 to ws-es-habil
                end-read
            end-if.
        calcular-dia-semana.
            move ws-hab-mes to ws-zel-m
            move ws-hab-anio to ws-zel-a
            if ws-zel-m < 3
                add 12 to ws-zel-m
                subtract 1 from ws-zel-a
            end-if
            divide ws-zel-a by 100 giving ws-zel-j
                remainder ws-zel-k
            compute ws-zel-t1 = (13 * (ws-zel-m + 1)) / 5
            compute ws-zel-t2 = ws-zel-k / 4
            compute ws-zel-t3 = ws-zel-j / 4
            compute ws-zel-h = ws-hab-dia + ws-zel-t1 + ws-zel-k
                + ws-zel-t2 + ws-zel-t3 + (5 * ws-zel-j)
            divide ws-zel-h by 7 giving ws-zel-coc
                remainder ws-dia-semana.
        calcular-dias-mes-habil.
            if ws-hab-mes = 4 or ws-hab-mes = 6 or ws-hab-mes = 9
                or ws-hab-mes = 11
                move 30 to ws-hab-dias-mes
            else
                if ws-hab-mes = 2
                    divide ws-hab-anio by 4 giving ws-hab-cociente
                        remainder ws-hab-resto
                    if ws-hab-resto = 0
                        move 29 to ws-hab-dias-mes
                    else
                        move 28 to ws-hab-dias-mes
                    end-if
                else
                    move 31 to ws-hab-dias-mes
                end-if
            end-if.
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
            move "ACLARACION" to mnt-archivo
            move acl-no-caso to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
