        identification division.
        program-id. autorizar-cambios.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select cambios-file assign to "cambios_pendientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cpd-folio
        file status is ws-fs-cambios.

        select tarifas-file assign to "tarifas.dat"
        organization is indexed
        access mode is dynamic
        record key is tar-codigo
        file status is ws-fs-tarifas.

        select tasas-interes-file assign to "tasas_interes.dat"
        organization is indexed
        access mode is dynamic
        record key is ti-llave
        file status is ws-fs-tasas-int.

        select sobregiros-file assign to "sobregiros.dat"
        organization is indexed
        access mode is dynamic
        record key is sbg-cuenta
        file status is ws-fs-sobregiros.

        select sucursales-file assign to "sucursales.dat"
        organization is indexed
        access mode is dynamic
        record key is suc-no
        file status is ws-fs-sucursales.

        select emisores-file assign to "emisores_servicios.dat"
        organization is indexed
        access mode is dynamic
        record key is ems-codigo
        file status is ws-fs-emisores.

        select operadores-file assign to "operadores.dat"
        organization is indexed
        access mode is dynamic
        record key is op-clave
        file status is ws-fs-operadores.

        select mant-auditoria-file assign to "mant_auditoria.dat"
        organization is line sequential
        file status is ws-fs-mant-aud.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select ciclo-lock-file assign to "ciclo_lock.dat"
        organization is line sequential
        file status is ws-fs-lock.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
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
        fd tarifas-file.
        01 e1-tarifas.
            05 tar-codigo pic X(4).
            05 tar-descripcion pic X(30).
            05 tar-monto pic 9(8)V99.
            05 tar-porcentaje pic 9V9999.
            05 tar-moneda pic X(3).
                88 tar-moneda-valida values "MXN" "USD" "EUR".
            05 tar-criterio pic X(9).
                88 tar-por-status value "ESTATUS".
                88 tar-por-movs value "MOVS".
                88 tar-por-saldo value "SALDOMIN".
                88 tar-por-caja value "CAJASEG".
                88 tar-por-devolucion value "DEVCHEQUE".
            05 tar-parametro pic 9(10)V99.

            05 tar-status-aplica pic X(9).
        fd tasas-interes-file.
        01 e1-tasas-interes.
            05 ti-llave.
                10 ti-moneda pic X(3).
                    88 ti-moneda-valida values
                        "MXN" "USD" "EUR" "ISR".
                10 ti-banda pic 9(2).
            05 ti-limite-inferior pic 9(10)V99.
            05 ti-tasa pic 9V9999.
            05 ti-fecha-vigor pic 9(8).
        fd sobregiros-file.
        01 e1-sobregiro.
            05 sbg-cuenta pic 9(13).
            05 sbg-limite pic 9(10)V99.
            05 sbg-fecha-autorizado pic 9(8).
            05 sbg-autorizo pic X(10).
            05 sbg-status pic X(9).
                88 sbg-vigente value "VIGENTE".
                88 sbg-cancelado value "CANCELADO".
        fd sucursales-file.
        01 e1-sucursales.
            05 suc-no pic 9(4).
            05 suc-nombre pic X(30).
            05 suc-plaza pic X(30).
            05 suc-status pic X(10).
                88 suc-activa value "ACTIVA".
                88 suc-cerrada value "CERRADA".
        fd emisores-file.
        01 e1-emisor.
            05 ems-codigo pic X(4).
            05 ems-nombre pic X(30).
            05 ems-long-referencia pic 9(2).
            05 ems-tipo-referencia pic X(1).
                88 ems-ref-numerica value "N".
                88 ems-ref-alfanumerica value "A".
            05 ems-digito pic X(7).
                88 ems-sin-digito value "NINGUNO".
                88 ems-digito-mod10 value "MOD10".
                88 ems-digito-mod11 value "MOD11".
            05 ems-comision pic 9(6)V99.
            05 ems-cuenta pic 9(13).
            05 ems-status pic X(10).
                88 ems-activo value "ACTIVO".
                88 ems-suspendido value "SUSPENDIDO".
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
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd ciclo-lock-file.
        01 e1-ciclo-lock pic X(40).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-cambios pic X(2) value "00".
        77 ws-fs-tarifas pic X(2) value "00".
        77 ws-fs-tasas-int pic X(2) value "00".
        77 ws-fs-sobregiros pic X(2) value "00".
        77 ws-fs-sucursales pic X(2) value "00".
        77 ws-fs-emisores pic X(2) value "00".
        77 ws-fs-mant-aud pic X(2) value "00".
        77 ws-fs-lock pic X(2) value "00".
        77 ws-interlock-ok pic 9 value 1.
        77 ws-clave-override pic X(10) value spaces.
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
        77 ws-opcion pic 9 value 0.
        77 ws-pausa pic X(1) value space.
        77 ws-folio pic 9(10) value 0.
        77 ws-total-cola pic 9(5) value 0.
        77 ws-resolucion-ok pic 9 value 0.
        77 ws-aplicado-ok pic 9 value 0.
        77 ws-confirma pic X(1) value space.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-cap-dia pic 9(2) value 0.
        77 ws-cap-mes pic 9(2) value 0.
        77 ws-cap-anio pic 9(4) value 0.
        77 ws-fecha-hoy pic 9(8) value 0.
        77 ws-cpd-hora pic 9(8) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        01 ws-imagen-actual pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-imagen-vista pic X(260) value spaces.
        01 ws-etiqueta pic X(9) value spaces.
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
            display "AUTORIZACION DE CAMBIOS A CATALOGOS (SUPERVISOR)"
            display "Clave de operador(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            perform abrir-cambios
            perform abrir-tarifas
            perform abrir-tasas-interes
            perform abrir-sobregiros
            perform abrir-sucursales
            perform abrir-emisores
            move 0 to ws-opcion
            perform until ws-opcion = 4
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close cambios-file
            close tarifas-file
            close tasas-interes-file
            close sobregiros-file
            close sucursales-file
            close emisores-file
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "AUTCAMBIOS" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
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
                        if op-activo and op-nivel >= 3
                            move 0 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-op-valido
                                move op-nivel to ws-nivel-operador
                                display "Bienvenido " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: se requiere un "
                                "supervisor ACTIVO de nivel 3 o "
                                "mayor."
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
            display " "
            display "CAMBIOS A CATALOGOS EN ESPERA DE AUTORIZACION"
            display "1. Listar cambios en espera"
            display "2. Aprobar cambio"
            display "3. Rechazar cambio"
            display "4. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform listar-cambios
            else
                if ws-opcion = 2
                    perform aprobar-cambio
                else
                    if ws-opcion = 3
                        perform rechazar-cambio
                    else
                        if ws-opcion not = 4
                            display "Opcion invalida."
                        end-if
                    end-if
                end-if
            end-if.
        abrir-cambios.
            open i-o cambios-file
            if ws-fs-cambios not = "00"
                open output cambios-file
                close cambios-file
                open i-o cambios-file
            end-if.
        abrir-tarifas.
            open i-o tarifas-file
            if ws-fs-tarifas not = "00"
                open output tarifas-file
                close tarifas-file
                open i-o tarifas-file
            end-if.
        abrir-tasas-interes.
            open i-o tasas-interes-file
            if ws-fs-tasas-int not = "00"
                open output tasas-interes-file
                close tasas-interes-file
                open i-o tasas-interes-file
            end-if.
        abrir-sobregiros.
            open i-o sobregiros-file
            if ws-fs-sobregiros not = "00"
                open output sobregiros-file
                close sobregiros-file
                open i-o sobregiros-file
            end-if.
        abrir-sucursales.
            open i-o sucursales-file
            if ws-fs-sucursales not = "00"
                open output sucursales-file
                close sucursales-file
                open i-o sucursales-file
            end-if.
        abrir-emisores.
            open i-o emisores-file
            if ws-fs-emisores not = "00"
                open output emisores-file
                close emisores-file
                open i-o emisores-file
            end-if.
        listar-cambios.
            display " "
            display "CAMBIOS EN ESPERA DE AUTORIZACION"
            move 0 to ws-total-cola
            move 0 to fin-fichero
            move 0 to cpd-folio
            start cambios-file key is not less than cpd-folio
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read cambios-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if cpd-pendiente
                            add 1 to ws-total-cola
                            display "   Folio " cpd-folio
                                "  " cpd-archivo
                                "  Llave " cpd-llave
                                "  " cpd-accion
                                "  Propuso " cpd-propuso
                                " (nivel " cpd-nivel-propuso ")"
                                " el " cpd-fecha-propuesta
                        end-if
                end-read
            end-perform
            display "Cambios en espera: " ws-total-cola.
        aprobar-cambio.
            display "Folio del cambio a aprobar(10): "
                with no advancing
            accept ws-folio
            move ws-folio to cpd-folio
            read cambios-file
                invalid key
                    display "El folio no esta registrado."
                not invalid key
                    perform validar-resolucion
                    if ws-resolucion-ok = 1
                        perform mostrar-cambio
                        display "Aprobar y aplicar el cambio (S/N): "
                            with no advancing
                        accept ws-confirma
                        if ws-confirma = "S" or ws-confirma = "s"
                            perform aplicar-cambio
                            if ws-aplicado-ok = 1
                                move "APROBADO" to cpd-status
                                perform cerrar-cambio
                                perform registrar-mant-auditoria
                            end-if
                        else
                            display "El cambio sigue en espera."
                        end-if
                    end-if
            end-read.
        rechazar-cambio.
            display "Folio del cambio a rechazar(10): "
                with no advancing
            accept ws-folio
            move ws-folio to cpd-folio
            read cambios-file
                invalid key
                    display "El folio no esta registrado."
                not invalid key
                    perform validar-resolucion
                    if ws-resolucion-ok = 1
                        perform mostrar-cambio
                        display "Rechazar el cambio (S/N): "
                            with no advancing
                        accept ws-confirma
                        if ws-confirma = "S" or ws-confirma = "s"
                            move "RECHAZADO" to cpd-status
                            perform cerrar-cambio
                        else
                            display "El cambio sigue en espera."
                        end-if
                    end-if
            end-read.
        validar-resolucion.
            move 0 to ws-resolucion-ok
            if not cpd-pendiente
                display "El cambio " cpd-folio " ya fue "
                    cpd-status " por " cpd-resolvio "."
            else
                if cpd-propuso = ws-operador
                    display "RECHAZADO: el mismo operador que "
                        "propuso el cambio no puede resolverlo."
                else
                    if ws-nivel-operador not > cpd-nivel-propuso
                        display "RECHAZADO: el cambio lo propuso un "
                            "operador de nivel " cpd-nivel-propuso
                            ", se requiere un nivel mayor."
                    else
                        move 1 to ws-resolucion-ok
                    end-if
                end-if
            end-if.
        mostrar-cambio.
            display " "
            display "Folio " cpd-folio "  " cpd-archivo
                "  Llave " cpd-llave "  " cpd-accion
            display "Propuesto por " cpd-propuso
                " (nivel " cpd-nivel-propuso ") el "
                cpd-fecha-propuesta " a las " cpd-hora-propuesta
            if cpd-accion = "ALTA"
                display "   Antes:   (registro nuevo)"
            else
                move "Antes:" to ws-etiqueta
                move cpd-antes to ws-imagen-vista
                perform mostrar-imagen
            end-if
            move "Despues:" to ws-etiqueta
            move cpd-despues to ws-imagen-vista
            perform mostrar-imagen.
        mostrar-imagen.
            if cpd-archivo = "TARIFAS"
                move ws-imagen-vista to e1-tarifas
                display "   " ws-etiqueta " " tar-descripcion
                    "  monto " tar-monto "  porcentaje "
                    tar-porcentaje " " tar-moneda
                display "            criterio " tar-criterio
                    "  parametro " tar-parametro
                    "  estatus " tar-status-aplica
            else
                if cpd-archivo = "TASASINT"
                    move ws-imagen-vista to e1-tasas-interes
                    display "   " ws-etiqueta " " ti-moneda
                        " banda " ti-banda
                        "  desde " ti-limite-inferior
                        "  tasa " ti-tasa
                        "  vigente desde " ti-fecha-vigor
                else
                    if cpd-archivo = "SOBREGIRO"
                        move ws-imagen-vista to e1-sobregiro
                        display "   " ws-etiqueta " limite "
                            sbg-limite "  " sbg-status
                            "  autorizada " sbg-fecha-autorizado
                            " por " sbg-autorizo
                    else
                     if cpd-archivo = "EMISORES"
                        move ws-imagen-vista to e1-emisor
                        display "   " ws-etiqueta " " ems-nombre
                            "  " ems-status "  comision "
                            ems-comision
                        display "            referencia "
                            ems-long-referencia " " ems-tipo-referencia
                            "  digito " ems-digito
                            "  cuenta " ems-cuenta
                     else
                        move ws-imagen-vista to e1-sucursales
                        display "   " ws-etiqueta " " suc-nombre
                            "  " suc-plaza "  " suc-status
                     end-if
                    end-if
                end-if
            end-if.
        aplicar-cambio.
            move 0 to ws-aplicado-ok
            if cpd-archivo = "TARIFAS"
                perform aplicar-tarifa
            else
                if cpd-archivo = "TASASINT"
                    perform aplicar-tasa-interes
                else
                    if cpd-archivo = "SOBREGIRO"
                        perform aplicar-sobregiro
                    else
                        if cpd-archivo = "SUCURSAL"
                            perform aplicar-sucursal
                        else
                         if cpd-archivo = "EMISORES"
                            perform aplicar-emisor
                         else
                            display "NO APLICADO: catalogo "
                                cpd-archivo " desconocido."
                         end-if
                        end-if
                    end-if
                end-if
            end-if.
        aplicar-tarifa.
            move cpd-despues to e1-tarifas
            read tarifas-file
                invalid key move spaces to ws-imagen-actual
                not invalid key move e1-tarifas to ws-imagen-actual
            end-read
            if ws-imagen-actual not = cpd-antes
                perform avisar-registro-cambiado
            else
                move cpd-despues to e1-tarifas
                move e1-tarifas to ws-imagen-despues
                if cpd-accion = "ALTA"
                    write e1-tarifas
                        invalid key
                            display "No se pudo grabar la tarifa."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Tarifa agregada."
                    end-write
                else
                    rewrite e1-tarifas
                        invalid key
                            display "No se pudo actualizar la tarifa."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Tarifa actualizada."
                    end-rewrite
                end-if
            end-if.
        aplicar-tasa-interes.
            move cpd-despues to e1-tasas-interes
            read tasas-interes-file
                invalid key move spaces to ws-imagen-actual
                not invalid key
                    move e1-tasas-interes to ws-imagen-actual
            end-read
            if ws-imagen-actual not = cpd-antes
                perform avisar-registro-cambiado
            else
                move cpd-despues to e1-tasas-interes
                move e1-tasas-interes to ws-imagen-despues
                if cpd-accion = "ALTA"
                    write e1-tasas-interes
                        invalid key
                            display "No se pudo grabar la banda."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Banda agregada."
                    end-write
                else
                    rewrite e1-tasas-interes
                        invalid key
                            display "No se pudo actualizar la banda."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Banda actualizada."
                    end-rewrite
                end-if
            end-if.
        aplicar-sobregiro.
            move cpd-despues to e1-sobregiro
            read sobregiros-file
                invalid key move spaces to ws-imagen-actual
                not invalid key move e1-sobregiro to ws-imagen-actual
            end-read
            if ws-imagen-actual not = cpd-antes
                perform avisar-registro-cambiado
            else
                move cpd-despues to e1-sobregiro
                if sbg-vigente
                    perform obtener-fecha-hoy
                    move ws-fecha-hoy to sbg-fecha-autorizado
                    move ws-operador to sbg-autorizo
                end-if
                move e1-sobregiro to ws-imagen-despues
                if cpd-accion = "ALTA"
                    write e1-sobregiro
                        invalid key
                            display "No se pudo registrar la linea."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Linea de sobregiro autorizada."
                    end-write
                else
                    rewrite e1-sobregiro
                        invalid key
                            display "No se pudo actualizar la linea."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Linea de sobregiro actualizada."
                    end-rewrite
                end-if
            end-if.
        aplicar-sucursal.
            move cpd-despues to e1-sucursales
            read sucursales-file
                invalid key move spaces to ws-imagen-actual
                not invalid key move e1-sucursales to ws-imagen-actual
            end-read
            if ws-imagen-actual not = cpd-antes
                perform avisar-registro-cambiado
            else
                move cpd-despues to e1-sucursales
                move e1-sucursales to ws-imagen-despues
                if cpd-accion = "ALTA"
                    write e1-sucursales
                        invalid key
                            display "No se pudo grabar la sucursal."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Sucursal agregada."
                    end-write
                else
                    rewrite e1-sucursales
                        invalid key
                            display "No se pudo actualizar la "
                                "sucursal."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Sucursal actualizada."
                    end-rewrite
                end-if
            end-if.
        aplicar-emisor.
            move cpd-despues to e1-emisor
            read emisores-file
                invalid key move spaces to ws-imagen-actual
                not invalid key move e1-emisor to ws-imagen-actual
            end-read
            if ws-imagen-actual not = cpd-antes
                perform avisar-registro-cambiado
            else
                move cpd-despues to e1-emisor
                move e1-emisor to ws-imagen-despues
                if cpd-accion = "ALTA"
                    write e1-emisor
                        invalid key
                            display "No se pudo grabar el emisor."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Emisor agregado."
                    end-write
                else
                    rewrite e1-emisor
                        invalid key
                            display "No se pudo actualizar el emisor."
                        not invalid key
                            move 1 to ws-aplicado-ok
                            display "Emisor actualizado."
                    end-rewrite
                end-if
            end-if.
        avisar-registro-cambiado.
            display "NO APLICADO: el registro " cpd-llave " de "
                cpd-archivo " cambio despues de proponerse el "
                "cambio; rechacelo y que se capture de nuevo.".
        obtener-fecha-hoy.
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-cap-anio
            move ws-fecha-sistema(5:2) to ws-cap-mes
            move ws-fecha-sistema(7:2) to ws-cap-dia
            compute ws-fecha-hoy = ws-cap-dia * 1000000
                + ws-cap-mes * 10000 + ws-cap-anio.
        cerrar-cambio.
            perform obtener-fecha-hoy
            accept ws-cpd-hora from time
            move ws-operador to cpd-resolvio
            move ws-fecha-hoy to cpd-fecha-resolucion
            move ws-cpd-hora to cpd-hora-resolucion
            rewrite e1-cambio-pendiente
                invalid key
                    display "No se pudo actualizar el folio "
                        cpd-folio " en cambios_pendientes.dat."
                not invalid key
                    display "Cambio " cpd-folio " " cpd-status
                        " por " ws-operador "."
            end-rewrite.
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
            move cpd-archivo to mnt-archivo
            move cpd-llave to mnt-llave
            move cpd-accion to mnt-accion
            move cpd-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
