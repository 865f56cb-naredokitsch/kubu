        identification division.
        program-id. barridos.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select barridos-file assign to "barridos.dat"
        organization is indexed
        access mode is dynamic
        record key is brr-cuenta
        file status is ws-fs-barridos.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select mant-auditoria-file assign to "mant_auditoria.dat"
        organization is line sequential
        file status is ws-fs-mant-aud.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd barridos-file.
        01 e1-barridos.
            05 brr-cuenta pic 9(13).
            05 brr-no-cte pic 9(10).
            05 brr-concentradora pic 9(13).
            05 brr-saldo-objetivo pic 9(10)V99.
            05 brr-monto-minimo pic 9(10)V99.
            05 brr-direccion pic X(10).
                88 brr-excedente value "EXCEDENTE".
                88 brr-faltante value "FALTANTE".
                88 brr-ambos value "AMBOS".
                88 brr-direccion-valida values
                    "EXCEDENTE" "FALTANTE" "AMBOS".
            05 brr-fecha-alta pic 9(8).
            05 brr-status pic X(10).
                88 brr-activo value "ACTIVO".
                88 brr-suspendido value "SUSPENDIDO".
                88 brr-cancelado value "CANCELADO".
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
        working-storage section.
        77 ws-fs-barridos pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-mant-aud pic X(2) value "00".
        77 ws-duplicado pic 9 value 0.
        77 ws-opcion pic 9 value 0.
        77 ws-valido pic 9 value 0.
        77 ws-cuenta pic 9(13) value 0.
        77 ws-no-cte pic 9(10) value 0.
        77 ws-status-nuevo pic X(10) value spaces.
        77 ws-pausa pic X(1) value space.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        77 ws-operador pic X(10) value "BARRIDOS".
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-barrido-capturado pic X(88) value spaces.
        procedure division.
        inicio.
            perform abrir-barridos
            perform abrir-cuentas
            move 0 to ws-opcion
            perform until ws-opcion = 5
                perform limpiar-pantalla
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close barridos-file
            close cuentas-file
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "BARRIDO_MANT" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        mostrar-menu.
            display "MANTENIMIENTO DE BARRIDOS DE SALDO"
            display "1. Agregar barrido"
            display "2. Cambiar barrido"
            display "3. Cambiar estatus de barrido"
            display "4. Consultar barrido"
            display "5. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform agregar
            else
                if ws-opcion = 2
                    perform cambiar
                else
                    if ws-opcion = 3
                        perform cambiar-status
                    else
                        if ws-opcion = 4
                            perform consultar
                        else
                            if ws-opcion not = 5
                                display "Opcion invalida."
                            end-if
                        end-if
                    end-if
                end-if
            end-if.
        abrir-barridos.
            open i-o barridos-file
            if ws-fs-barridos not = "00"
                open output barridos-file
                close barridos-file
                open i-o barridos-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        verificar-barrido-existente.
            move ws-cuenta to brr-cuenta
            read barridos-file
                invalid key move 0 to ws-duplicado
                not invalid key move 1 to ws-duplicado
            end-read.
        agregar.
            display "Cuenta operativa a barrer(13): "with no advancing
            accept ws-cuenta
            perform verificar-barrido-existente
            if ws-duplicado = 1
                display "La cuenta ya tiene un barrido registrado, "
                    "use la opcion de cambio."
            else
                move 1 to ws-valido
                move ws-cuenta to cta-no-cuenta
                perform validar-cuenta-barrido
                if ws-valido = 1
                    move cta-no-cte to ws-no-cte
                    initialize e1-barridos
                    move ws-cuenta to brr-cuenta
                    move ws-no-cte to brr-no-cte
                    perform capturar-datos-barrido
                end-if
                if ws-valido = 1
                    accept ws-fecha-sistema from date yyyymmdd
                    move ws-fecha-sistema(7:2) to brr-fecha-alta(1:2)
                    move ws-fecha-sistema(5:2) to brr-fecha-alta(3:2)
                    move ws-fecha-sistema(1:4) to brr-fecha-alta(5:4)
                    move "ACTIVO" to brr-status
                    write e1-barridos
                        invalid key
                            display "La cuenta ya tiene un barrido, "
                                "no se grabo el registro."
                        not invalid key
                            display "Barrido de saldo registrado."
                            move spaces to ws-imagen-antes
                            move e1-barridos to ws-imagen-despues
                            move "ALTA" to ws-mnt-accion
                            perform registrar-mant-auditoria
                    end-write
                end-if
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        validar-cuenta-barrido.
            read cuentas-file
                invalid key
                    move 0 to ws-valido
                    display "La cuenta " cta-no-cuenta
                        " no esta registrada."
                not invalid key
                    if not cta-activa
                        move 0 to ws-valido
                        display "La cuenta " cta-no-cuenta " esta "
                            cta-status "."
                    end-if
            end-read.
        capturar-datos-barrido.
            display "Cuenta concentradora(13): "with no advancing
            accept brr-concentradora
            if brr-concentradora = brr-cuenta
                move 0 to ws-valido
                display "La cuenta concentradora debe ser distinta "
                    "de la cuenta operativa."
            end-if
            if ws-valido = 1
                move brr-concentradora to cta-no-cuenta
                perform validar-cuenta-barrido
            end-if
            if ws-valido = 1 and cta-no-cte not = brr-no-cte
                move 0 to ws-valido
                display "La cuenta concentradora pertenece al cliente "
                    cta-no-cte ", el barrido solo se hace entre "
                    "cuentas del mismo cliente."
            end-if
            if ws-valido = 1
                perform validar-concentradora
            end-if
            if ws-valido = 1
                display "Saldo objetivo 9(10)V99: "with no advancing
                accept brr-saldo-objetivo
                display "Monto minimo a transferir 9(10)V99: "
                    with no advancing
                accept brr-monto-minimo
                move 0 to ws-duplicado
                perform until ws-duplicado = 1
                    display "Direccion (EXCEDENTE/FALTANTE/AMBOS): "
                        with no advancing
                    accept brr-direccion
                    if brr-direccion-valida
                        move 1 to ws-duplicado
                    else
                        display "Direccion invalida, intente de "
                            "nuevo."
                    end-if
                end-perform
            end-if.
        validar-concentradora.
            move e1-barridos to ws-barrido-capturado
            move brr-concentradora to brr-cuenta
            read barridos-file
                invalid key continue
                not invalid key
                    if not brr-cancelado
                        move 0 to ws-valido
                        display "La cuenta concentradora tiene su "
                            "propio barrido, no puede recibir otro."
                    end-if
            end-read
            move ws-barrido-capturado to e1-barridos.
        cambiar.
            display "Cuenta del barrido a cambiar: "with no advancing
            accept ws-cuenta
            move ws-cuenta to brr-cuenta
            read barridos-file
                invalid key display "Barrido no encontrado."
                not invalid key
                    move e1-barridos to ws-imagen-antes
                    display "Datos actuales:"
                    display e1-barridos
                    move 1 to ws-valido
                    perform capturar-datos-barrido
                    if ws-valido = 1
                        rewrite e1-barridos
                            invalid key
                                display "No se pudo actualizar el "
                                    "barrido."
                            not invalid key
                                display "Barrido actualizado."
                                move e1-barridos
                                    to ws-imagen-despues
                                move "CAMBIO" to ws-mnt-accion
                                perform registrar-mant-auditoria
                        end-rewrite
                    end-if
            end-read
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        cambiar-status.
            display "Cuenta del barrido a cambiar: "with no advancing
            accept ws-cuenta
            move ws-cuenta to brr-cuenta
            read barridos-file
                invalid key display "Barrido no encontrado."
                not invalid key
                    move e1-barridos to ws-imagen-antes
                    display "Estatus actual: " brr-status
                    move 0 to ws-valido
                    perform until ws-valido = 1
                        display "Nuevo estatus (ACTIVO/SUSPENDIDO/"
                            "CANCELADO): "with no advancing
                        accept ws-status-nuevo
                        move ws-status-nuevo to brr-status
                        if brr-activo or brr-suspendido
                            or brr-cancelado
                            move 1 to ws-valido
                        else
                            display "Estatus invalido, verifique el "
                                "catalogo e intente de nuevo."
                        end-if
                    end-perform
                    rewrite e1-barridos
                        invalid key
                            display "No se pudo actualizar el barrido."
                        not invalid key
                            display "Barrido actualizado."
                            move e1-barridos to ws-imagen-despues
                            move "ESTATUS" to ws-mnt-accion
                            perform registrar-mant-auditoria
                    end-rewrite
            end-read
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        consultar.
            display "Cuenta del barrido a consultar: "with no advancing
            accept ws-cuenta
            move ws-cuenta to brr-cuenta
            read barridos-file
                invalid key display "Barrido no encontrado."
                not invalid key
                    display "Cuenta operativa:     " brr-cuenta
                    display "Cliente:              " brr-no-cte
                    display "Cuenta concentradora: " brr-concentradora
                    display "Saldo objetivo:       " brr-saldo-objetivo
                    display "Monto minimo:         " brr-monto-minimo
                    display "Direccion:            " brr-direccion
                    display "Fecha de alta:        " brr-fecha-alta
                    display "Estatus:              " brr-status
            end-read
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
            move "BARRIDOS" to mnt-archivo
            move brr-cuenta to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
