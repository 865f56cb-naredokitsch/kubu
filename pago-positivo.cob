        identification division.
        program-id. pago-positivo.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select pp-cuentas-file assign to "pago_positivo_cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is ppc-cuenta
        file status is ws-fs-pp-cuentas.

        select pago-positivo-file assign to "pago_positivo.dat"
        organization is indexed
        access mode is dynamic
        record key is ppg-llave
        file status is ws-fs-pago-positivo.

        select pp-excepciones-file
        assign to "pago_positivo_excepciones.dat"
        organization is indexed
        access mode is dynamic
        record key is ppx-llave
        file status is ws-fs-pp-excepciones.

        select pp-entrada-file assign to "pago_positivo_entrada.dat"
        organization is line sequential
        file status is ws-fs-pp-entrada.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

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

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.

        select checkpoint-mant-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd pp-cuentas-file.
        01 e1-pp-cuentas.
            05 ppc-cuenta pic 9(13).
            05 ppc-no-cte pic 9(10).
            05 ppc-fecha-alta pic 9(8).
            05 ppc-status pic X(9).
                88 ppc-activa value "ACTIVA".
                88 ppc-cancelada value "CANCELADA".
        fd pago-positivo-file.
        01 e1-pago-positivo.
            05 ppg-llave.
                10 ppg-cuenta pic 9(13).
                10 ppg-no-cheque pic 9(10).
            05 ppg-monto pic 9(10)V99.
            05 ppg-fecha-emision pic 9(8).
            05 ppg-beneficiario pic X(40).
            05 ppg-fecha-carga pic 9(8).
            05 ppg-fecha-pago pic 9(8).
            05 ppg-status pic X(9).
                88 ppg-emitido value "EMITIDO".
                88 ppg-pagado value "PAGADO".
                88 ppg-anulado value "ANULADO".
        fd pp-excepciones-file.
        01 e1-pp-excepcion.
            05 ppx-llave.
                10 ppx-cuenta pic 9(13).
                10 ppx-no-cheque pic 9(10).
                10 ppx-fecha pic 9(8).
            05 ppx-origen pic X(10).
                88 ppx-camara value "CAMARA".
                88 ppx-ventanilla value "VENTANILLA".
            05 ppx-banco pic 9(3).
            05 ppx-monto-presentado pic 9(10)V99.
            05 ppx-monto-emitido pic 9(10)V99.
            05 ppx-motivo pic X(15).
            05 ppx-status pic X(9).
                88 ppx-pendiente value "PENDIENTE".
                88 ppx-aprobada value "APROBADA".
                88 ppx-rechazada value "RECHAZADA".
                88 ppx-pagada value "PAGADA".
                88 ppx-devuelta value "DEVUELTA".
            05 ppx-decidio pic X(10).
            05 ppx-fecha-decision pic 9(8).
        fd pp-entrada-file.
        01 e1-pp-entrada.
            05 ppe-cuenta pic 9(13).
            05 ppe-no-cheque pic 9(10).
            05 ppe-monto pic 9(10)V99.
            05 ppe-fecha-emision pic 9(8).
            05 ppe-beneficiario pic X(40).
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
                88 cta-activa value "ACTIVA".
                88 cta-bloqueada value "BLOQUEADA".
                88 cta-cerrada value "CERRADA".
                88 cta-inactiva value "INACTIVA".
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
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
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd checkpoint-mant-file.
        01 e1-checkpoint-mant pic X(20).
        working-storage section.
        77 ws-fs-pp-cuentas pic X(2) value "00".
        77 ws-fs-pago-positivo pic X(2) value "00".
        77 ws-fs-pp-excepciones pic X(2) value "00".
        77 ws-fs-pp-entrada pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-mant-aud pic X(2) value "00".
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
        77 ws-fs-lock pic X(2) value "00".
        77 ws-op-valido pic 9 value 0.
        77 ws-op-nivel pic 9(1) value 0.
        77 ws-interlock-ok pic 9 value 1.
        77 ws-clave-override pic X(10) value spaces.
        77 fin-fichero pic 9 value 0.
        77 ws-modo-parm pic X(10) value spaces.
        77 ws-modo-batch pic 9 value 0.
            88 modo-batch value 1.
        77 ws-opcion pic 9 value 0.
        77 ws-valido pic 9 value 0.
        77 ws-cuenta pic 9(13) value 0.
        77 ws-no-cheque pic 9(10) value 0.
        77 ws-decision pic X(1) value space.
        77 ws-instruye pic X(10) value spaces.
        77 ws-pausa pic X(1) value space.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-fecha-hoy pic 9(8) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        77 ws-operador pic X(10) value spaces.
        77 ws-tot-leidos pic 9(10) value 0.
        77 ws-tot-cargados pic 9(10) value 0.
        77 ws-tot-rechazados pic 9(10) value 0.
        77 ws-tot-listados pic 9(10) value 0.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-mnt-llave pic 9(13) value 0.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio.
            accept ws-modo-parm from command-line
            if ws-modo-parm = "BATCH"
                move 1 to ws-modo-batch
                move "BATCH" to ws-operador
            else
                perform verificar-interlock
                if ws-interlock-ok = 0
                    stop run
                end-if
                display "PAGO POSITIVO DE CHEQUES"
                display "Clave de operador(10): "with no advancing
                accept ws-operador
                perform validar-operador
                if ws-op-valido = 0
                    stop run
                end-if
            end-if
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(7:2) to ws-fecha-hoy(1:2)
            move ws-fecha-sistema(5:2) to ws-fecha-hoy(3:2)
            move ws-fecha-sistema(1:4) to ws-fecha-hoy(5:4)
            perform abrir-pp-cuentas
            perform abrir-pago-positivo
            perform abrir-pp-excepciones
            perform abrir-cuentas
            if modo-batch
                display "CARGA DE CHEQUES EMITIDOS (PAGO POSITIVO)"
                perform cargar-emitidos
            else
                move 0 to ws-opcion
                perform until ws-opcion = 7
                    perform limpiar-pantalla
                    perform mostrar-menu
                    perform procesar-opcion
                end-perform
            end-if
            close pp-cuentas-file
            close pago-positivo-file
            close pp-excepciones-file
            close cuentas-file
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
        marcar-checkpoint.
            if modo-batch
                open output checkpoint-file
                move "PAGOPOSIT" to e1-checkpoint
                write e1-checkpoint
                close checkpoint-file
            else
                open output checkpoint-mant-file
                move "PAGOPOS_MANT" to e1-checkpoint-mant
                write e1-checkpoint-mant
                close checkpoint-mant-file
            end-if.
        mostrar-menu.
            display "PAGO POSITIVO DE CHEQUES"
            display "1. Inscribir cuenta"
            display "2. Cancelar inscripcion de cuenta"
            display "3. Cargar archivo de cheques emitidos"
            display "4. Anular cheque emitido"
            display "5. Atender excepciones de una cuenta"
            display "6. Consultar cheques emitidos de una cuenta"
            display "7. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform inscribir
            else
                if ws-opcion = 2
                    perform cancelar-inscripcion
                else
                    if ws-opcion = 3
                        perform cargar-emitidos
                        display "-- Presione ENTER para continuar --"
                            with no advancing
                        accept ws-pausa
                    else
                        if ws-opcion = 4
                            perform anular-emitido
                        else
                            if ws-opcion = 5
                                perform atender-excepciones
                            else
                                if ws-opcion = 6
                                    perform consultar
                                else
                                    if ws-opcion not = 7
                                        display "Opcion invalida."
                                    end-if
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if.
        abrir-pp-cuentas.
            open i-o pp-cuentas-file
            if ws-fs-pp-cuentas not = "00"
                open output pp-cuentas-file
                close pp-cuentas-file
                open i-o pp-cuentas-file
            end-if.
        abrir-pago-positivo.
            open i-o pago-positivo-file
            if ws-fs-pago-positivo not = "00"
                open output pago-positivo-file
                close pago-positivo-file
                open i-o pago-positivo-file
            end-if.
        abrir-pp-excepciones.
            open i-o pp-excepciones-file
            if ws-fs-pp-excepciones not = "00"
                open output pp-excepciones-file
                close pp-excepciones-file
                open i-o pp-excepciones-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        inscribir.
            display "Numero de cuenta a inscribir(13): "
                with no advancing
            accept ws-cuenta
            move 1 to ws-valido
            move ws-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 0 to ws-valido
                    display "La cuenta " ws-cuenta
                        " no esta registrada."
                not invalid key
                    if not cta-activa
                        move 0 to ws-valido
                        display "La cuenta " ws-cuenta " esta "
                            cta-status "."
                    end-if
            end-read
            if ws-valido = 1
                move ws-cuenta to ppc-cuenta
                read pp-cuentas-file
                    invalid key
                        move spaces to ws-imagen-antes
                        move ws-cuenta to ppc-cuenta
                        move cta-no-cte to ppc-no-cte
                        move ws-fecha-hoy to ppc-fecha-alta
                        move "ACTIVA" to ppc-status
                        write e1-pp-cuentas
                            invalid key
                                display "No se pudo inscribir la "
                                    "cuenta."
                            not invalid key
                                display "Cuenta inscrita en pago "
                                    "positivo."
                                move e1-pp-cuentas
                                    to ws-imagen-despues
                                move "ALTA" to ws-mnt-accion
                                move ws-cuenta to ws-mnt-llave
                                perform registrar-mant-auditoria
                        end-write
                    not invalid key
                        if ppc-activa
                            display "La cuenta ya esta inscrita en "
                                "pago positivo."
                        else
                            move e1-pp-cuentas to ws-imagen-antes
                            move ws-fecha-hoy to ppc-fecha-alta
                            move "ACTIVA" to ppc-status
                            rewrite e1-pp-cuentas
                                invalid key
                                    display "No se pudo reactivar la "
                                        "inscripcion."
                                not invalid key
                                    display "Inscripcion reactivada."
                                    move e1-pp-cuentas
                                        to ws-imagen-despues
                                    move "ESTATUS" to ws-mnt-accion
                                    move ws-cuenta to ws-mnt-llave
                                    perform registrar-mant-auditoria
                            end-rewrite
                        end-if
                end-read
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        cancelar-inscripcion.
            display "Numero de cuenta(13): "with no advancing
            accept ws-cuenta
            move ws-cuenta to ppc-cuenta
            read pp-cuentas-file
                invalid key
                    display "La cuenta no esta inscrita en pago "
                        "positivo."
                not invalid key
                    if ppc-cancelada
                        display "La inscripcion ya esta cancelada."
                    else
                        move e1-pp-cuentas to ws-imagen-antes
                        move "CANCELADA" to ppc-status
                        rewrite e1-pp-cuentas
                            invalid key
                                display "No se pudo cancelar la "
                                    "inscripcion."
                            not invalid key
                                display "Inscripcion cancelada."
                                move e1-pp-cuentas
                                    to ws-imagen-despues
                                move "ESTATUS" to ws-mnt-accion
                                move ws-cuenta to ws-mnt-llave
                                perform registrar-mant-auditoria
                        end-rewrite
                    end-if
            end-read
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        cargar-emitidos.
            move 0 to ws-tot-leidos
            move 0 to ws-tot-cargados
            move 0 to ws-tot-rechazados
            open input pp-entrada-file
            if ws-fs-pp-entrada not = "00"
                display "No hay archivo de cheques emitidos "
                    "(pago_positivo_entrada.dat), no se cargo nada."
            else
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read pp-entrada-file
                        at end move 1 to fin-fichero
                        not at end perform cargar-emitido
                    end-read
                end-perform
                close pp-entrada-file
                open output pp-entrada-file
                close pp-entrada-file
            end-if
            display "Registros leidos: " ws-tot-leidos
            display "Registros rechazados: " ws-tot-rechazados
            display "Cheques emitidos cargados: " ws-tot-cargados.
        cargar-emitido.
            add 1 to ws-tot-leidos
            move 1 to ws-valido
            move ppe-cuenta to ppc-cuenta
            read pp-cuentas-file
                invalid key
                    move 0 to ws-valido
                    display "RECHAZADO: la cuenta " ppe-cuenta
                        " no esta inscrita en pago positivo"
                not invalid key
                    if not ppc-activa
                        move 0 to ws-valido
                        display "RECHAZADO: la inscripcion de la "
                            "cuenta " ppe-cuenta " esta cancelada"
                    end-if
            end-read
            if ws-valido = 1
                and (ppe-no-cheque = 0 or ppe-monto = 0)
                move 0 to ws-valido
                display "RECHAZADO: el cheque " ppe-no-cheque
                    " de la cuenta " ppe-cuenta
                    " no trae numero o importe"
            end-if
            if ws-valido = 1
                move ppe-cuenta to ppg-cuenta
                move ppe-no-cheque to ppg-no-cheque
                move ppe-monto to ppg-monto
                move ppe-fecha-emision to ppg-fecha-emision
                move ppe-beneficiario to ppg-beneficiario
                move ws-fecha-hoy to ppg-fecha-carga
                move 0 to ppg-fecha-pago
                move "EMITIDO" to ppg-status
                write e1-pago-positivo
                    invalid key
                        move 0 to ws-valido
                        display "RECHAZADO: el cheque " ppe-no-cheque
                            " de la cuenta " ppe-cuenta
                            " ya fue reportado como emitido"
                end-write
            end-if
            if ws-valido = 1
                add 1 to ws-tot-cargados
            else
                add 1 to ws-tot-rechazados
            end-if.
        anular-emitido.
            display "Numero de cuenta(13): "with no advancing
            accept ws-cuenta
            display "Numero de cheque(10): "with no advancing
            accept ws-no-cheque
            move ws-cuenta to ppg-cuenta
            move ws-no-cheque to ppg-no-cheque
            read pago-positivo-file
                invalid key
                    display "El cheque no esta reportado como "
                        "emitido."
                not invalid key
                    if not ppg-emitido
                        display "El cheque esta " ppg-status
                            ", no se puede anular."
                    else
                        move e1-pago-positivo to ws-imagen-antes
                        move "ANULADO" to ppg-status
                        rewrite e1-pago-positivo
                            invalid key
                                display "No se pudo anular el cheque."
                            not invalid key
                                display "Cheque anulado, se devolvera "
                                    "si se presenta."
                                move e1-pago-positivo
                                    to ws-imagen-despues
                                move "ANULA" to ws-mnt-accion
                                move ws-cuenta to ws-mnt-llave
                                perform registrar-mant-auditoria
                        end-rewrite
                    end-if
            end-read
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        atender-excepciones.
            display "Numero de cuenta(13): "with no advancing
            accept ws-cuenta
            display "Persona que instruye por el cliente(10): "
                with no advancing
            accept ws-instruye
            move 0 to ws-tot-listados
            move 0 to fin-fichero
            move ws-cuenta to ppx-cuenta
            move 0 to ppx-no-cheque
            move 0 to ppx-fecha
            start pp-excepciones-file key is not less than ppx-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read pp-excepciones-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if ppx-cuenta not = ws-cuenta
                            move 1 to fin-fichero
                        else
                            if ppx-pendiente
                                perform decidir-excepcion
                            end-if
                        end-if
                end-read
            end-perform
            display "Excepciones pendientes revisadas: "
                ws-tot-listados
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        decidir-excepcion.
            add 1 to ws-tot-listados
            display "Cheque " ppx-no-cheque "  presentado "
                ppx-fecha " por " ppx-origen
            display "   Importe presentado " ppx-monto-presentado
                "  emitido " ppx-monto-emitido
                "  motivo " ppx-motivo
            display "Decision (A=aprobar pago, D=devolver, "
                "ENTER=dejar pendiente): "with no advancing
            move space to ws-decision
            accept ws-decision
            move e1-pp-excepcion to ws-imagen-antes
            if ws-decision = "A" or ws-decision = "a"
                if ppx-motivo = "YA PAGADO"
                    display "El cheque ya fue pagado, no se puede "
                        "aprobar otro pago."
                else
                    move "APROBADA" to ppx-status
                    if ppx-ventanilla
                        perform autorizar-emitido
                    end-if
                end-if
            end-if
            if ws-decision = "D" or ws-decision = "d"
                move "RECHAZADA" to ppx-status
            end-if
            if ppx-aprobada or ppx-rechazada
                move ws-instruye to ppx-decidio
                move ws-fecha-hoy to ppx-fecha-decision
                rewrite e1-pp-excepcion
                    invalid key
                        display "No se pudo registrar la decision."
                    not invalid key
                        display "Excepcion " ppx-status "."
                        move e1-pp-excepcion to ws-imagen-despues
                        move "DECISION" to ws-mnt-accion
                        move ppx-cuenta to ws-mnt-llave
                        perform registrar-mant-auditoria
                end-rewrite
            end-if.
        autorizar-emitido.
            move ppx-cuenta to ppg-cuenta
            move ppx-no-cheque to ppg-no-cheque
            read pago-positivo-file
                invalid key
                    move ppx-monto-presentado to ppg-monto
                    move ppx-fecha to ppg-fecha-emision
                    move spaces to ppg-beneficiario
                    move ws-fecha-hoy to ppg-fecha-carga
                    move 0 to ppg-fecha-pago
                    move "EMITIDO" to ppg-status
                    write e1-pago-positivo
                        invalid key
                            display "No se pudo registrar el cheque "
                                "como emitido."
                    end-write
                not invalid key
                    move ppx-monto-presentado to ppg-monto
                    move "EMITIDO" to ppg-status
                    rewrite e1-pago-positivo
                        invalid key
                            display "No se pudo actualizar el cheque "
                                "emitido."
                    end-rewrite
            end-read.
        consultar.
            display "Numero de cuenta(13): "with no advancing
            accept ws-cuenta
            move ws-cuenta to ppc-cuenta
            read pp-cuentas-file
                invalid key
                    display "La cuenta no esta inscrita en pago "
                        "positivo."
                not invalid key
                    display "Inscrita el " ppc-fecha-alta
                        "  estatus " ppc-status
            end-read
            move 0 to ws-tot-listados
            move 0 to fin-fichero
            move ws-cuenta to ppg-cuenta
            move 0 to ppg-no-cheque
            start pago-positivo-file key is not less than ppg-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read pago-positivo-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if ppg-cuenta not = ws-cuenta
                            move 1 to fin-fichero
                        else
                            add 1 to ws-tot-listados
                            display "   Cheque " ppg-no-cheque
                                "  " ppg-monto
                                "  emitido " ppg-fecha-emision
                                "  " ppg-status
                                "  pagado " ppg-fecha-pago
                            display "      " ppg-beneficiario
                        end-if
                end-read
            end-perform
            display "Cheques emitidos de la cuenta: " ws-tot-listados
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
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
            move "PAGOPOSIT" to mnt-archivo
            move ws-mnt-llave to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
