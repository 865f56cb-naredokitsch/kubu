        identification division.
        program-id. tarjetas.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select tarjetas-file assign to "tarjetas.dat"
        organization is indexed
        access mode is dynamic
        record key is tjd-no-tarjeta
        file status is ws-fs-tarjetas.

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

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd tarjetas-file.
        01 e1-tarjetas.
            05 tjd-no-tarjeta pic 9(16).
            05 tjd-cuenta pic 9(13).
            05 tjd-no-cte pic 9(10).
            05 tjd-status pic X(9).
                88 tjd-activa value "ACTIVA".
                88 tjd-bloqueada value "BLOQUEADA".
                88 tjd-robada value "ROBADA".
            05 tjd-limite-atm pic 9(8)V99.
            05 tjd-limite-pos pic 9(8)V99.
            05 tjd-fecha-emision pic 9(8).
            05 tjd-vence-mes pic 9(2).
            05 tjd-vence-anio pic 9(4).
            05 tjd-fecha-uso pic 9(8).
            05 tjd-uso-atm pic 9(8)V99.
            05 tjd-uso-pos pic 9(8)V99.
            05 tjd-fecha-status pic 9(8).
            05 tjd-operador pic X(10).
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
                88 cta-activa value "ACTIVA".
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
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-tarjetas pic X(2) value "00".
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
        77 ws-no-tarjeta pic 9(16) value 0.
        77 ws-cuenta pic 9(13) value 0.
        77 ws-no-cte pic 9(10) value 0.
        77 ws-limite-atm pic 9(8)V99 value 0.
        77 ws-limite-pos pic 9(8)V99 value 0.
        77 ws-vence pic 9(6) value 0.
        77 ws-vence-mes pic 9(2) value 0.
        77 ws-vence-anio pic 9(4) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-hoy-dma pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-luhn-pos pic 9(2) value 0.
        77 ws-luhn-suma pic 9(4) value 0.
        77 ws-luhn-digito pic 9(2) value 0.
        77 ws-luhn-doble pic 9 value 0.
        77 ws-luhn-cociente pic 9(4) value 0.
        77 ws-luhn-resto pic 9(1) value 0.
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
            display "TARJETAS DE DEBITO"
            display "Clave de operador(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            perform abrir-tarjetas
            perform abrir-cuentas
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-hoy-dma = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            move 0 to ws-opcion
            perform until ws-opcion = 7
                perform limpiar-pantalla
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close tarjetas-file
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
        marcar-checkpoint.
            open output checkpoint-file
            move "TARJETAS" to e1-checkpoint
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
            display "TARJETAS DE DEBITO"
            display "1. Registrar tarjeta"
            display "2. Bloquear o desbloquear tarjeta"
            display "3. Reportar tarjeta robada o extraviada"
            display "4. Cambiar limites diarios"
            display "5. Consultar tarjeta"
            display "6. Listar tarjetas de una cuenta"
            display "7. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform registrar-tarjeta
            else
                if ws-opcion = 2
                    perform bloquear-tarjeta
                else
                    if ws-opcion = 3
                        perform reportar-robo
                    else
                        if ws-opcion = 4
                            perform cambiar-limites
                        else
                            if ws-opcion = 5
                                perform consultar-tarjeta
                            else
                                if ws-opcion = 6
                                    perform listar-tarjetas-cuenta
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
        abrir-tarjetas.
            open i-o tarjetas-file
            if ws-fs-tarjetas not = "00"
                open output tarjetas-file
                close tarjetas-file
                open i-o tarjetas-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        registrar-tarjeta.
            move 0 to ws-valido
            display "Numero de tarjeta(16): "with no advancing
            accept ws-no-tarjeta
            perform validar-digito-tarjeta
            if ws-valido = 1
                move ws-no-tarjeta to tjd-no-tarjeta
                read tarjetas-file
                    invalid key continue
                    not invalid key
                        move 0 to ws-valido
                        display "La tarjeta " ws-no-tarjeta
                            " ya esta registrada a la cuenta "
                            tjd-cuenta
                end-read
            end-if
            if ws-valido = 1
                display "Numero de cliente(10): "with no advancing
                accept ws-no-cte
                display "Numero de cuenta(13): "with no advancing
                accept ws-cuenta
                perform validar-cuenta-tarjeta
            end-if
            if ws-valido = 1
                perform capturar-vencimiento
            end-if
            if ws-valido = 1
                perform capturar-limites
            end-if
            if ws-valido = 1
                move ws-no-tarjeta to tjd-no-tarjeta
                move ws-cuenta to tjd-cuenta
                move ws-no-cte to tjd-no-cte
                move "ACTIVA" to tjd-status
                move ws-limite-atm to tjd-limite-atm
                move ws-limite-pos to tjd-limite-pos
                move ws-hoy-dma to tjd-fecha-emision
                move ws-vence-mes to tjd-vence-mes
                move ws-vence-anio to tjd-vence-anio
                move 0 to tjd-fecha-uso
                move 0 to tjd-uso-atm
                move 0 to tjd-uso-pos
                move ws-hoy-dma to tjd-fecha-status
                move ws-operador to tjd-operador
                write e1-tarjetas
                    invalid key
                        display "No se pudo registrar la tarjeta."
                    not invalid key
                        display "Tarjeta " ws-no-tarjeta
                            " registrada ACTIVA a la cuenta "
                            ws-cuenta
                        move spaces to ws-imagen-antes
                        move e1-tarjetas to ws-imagen-despues
                        move "ALTA" to ws-mnt-accion
                        perform registrar-mant-auditoria
                end-write
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        validar-digito-tarjeta.
            move 0 to ws-luhn-suma
            move 0 to ws-luhn-doble
            move 16 to ws-luhn-pos
            perform until ws-luhn-pos = 0
                move ws-no-tarjeta(ws-luhn-pos:1) to ws-luhn-digito
                if ws-luhn-doble = 1
                    multiply 2 by ws-luhn-digito
                    if ws-luhn-digito > 9
                        subtract 9 from ws-luhn-digito
                    end-if
                    move 0 to ws-luhn-doble
                else
                    move 1 to ws-luhn-doble
                end-if
                add ws-luhn-digito to ws-luhn-suma
                subtract 1 from ws-luhn-pos
            end-perform
            divide ws-luhn-suma by 10 giving ws-luhn-cociente
                remainder ws-luhn-resto
            if ws-no-tarjeta = 0 or ws-luhn-resto not = 0
                move 0 to ws-valido
                display "El numero de tarjeta " ws-no-tarjeta
                    " no tiene un digito verificador correcto."
            else
                move 1 to ws-valido
            end-if.
        validar-cuenta-tarjeta.
            move ws-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 0 to ws-valido
                    display "La cuenta no esta registrada en "
                        "cuentas.dat."
                not invalid key
                    if cta-no-cte not = ws-no-cte
                        move 0 to ws-valido
                        display "La cuenta " ws-cuenta
                            " no pertenece al cliente " ws-no-cte
                    else
                        if not cta-activa
                            move 0 to ws-valido
                            display "La cuenta esta " cta-status
                                ", no se puede ligar una tarjeta."
                        end-if
                    end-if
            end-read.
        capturar-vencimiento.
            display "Vencimiento del plastico MMAAAA: "
                with no advancing
            accept ws-vence
            move ws-vence(1:2) to ws-vence-mes
            move ws-vence(3:4) to ws-vence-anio
            if ws-vence-mes < 1 or ws-vence-mes > 12
                move 0 to ws-valido
                display "Mes de vencimiento invalido."
            else
                if ws-vence-anio * 100 + ws-vence-mes
                    < ws-anio * 100 + ws-mes
                    move 0 to ws-valido
                    display "El plastico ya esta vencido."
                end-if
            end-if.
        capturar-limites.
            display "Limite diario de retiro en cajero 9(8)V99: "
                with no advancing
            accept ws-limite-atm
            display "Limite diario de compras en terminal 9(8)V99: "
                with no advancing
            accept ws-limite-pos
            if ws-limite-atm = 0 and ws-limite-pos = 0
                move 0 to ws-valido
                display "Debe autorizar al menos un limite diario."
            end-if.
        leer-tarjeta.
            move 0 to ws-valido
            display "Numero de tarjeta(16): "with no advancing
            accept ws-no-tarjeta
            move ws-no-tarjeta to tjd-no-tarjeta
            read tarjetas-file
                invalid key
                    display "La tarjeta no esta registrada en "
                        "tarjetas.dat."
                not invalid key
                    move 1 to ws-valido
                    move tjd-cuenta to ws-cuenta
            end-read.
        bloquear-tarjeta.
            perform leer-tarjeta
            if ws-valido = 1
                if tjd-robada
                    display "La tarjeta fue reportada ROBADA, no se "
                        "puede reactivar; emita un plastico nuevo."
                else
                    move e1-tarjetas to ws-imagen-antes
                    if tjd-activa
                        move "BLOQUEADA" to tjd-status
                    else
                        move "ACTIVA" to tjd-status
                    end-if
                    move ws-hoy-dma to tjd-fecha-status
                    move ws-operador to tjd-operador
                    perform grabar-cambio-tarjeta
                end-if
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        reportar-robo.
            perform leer-tarjeta
            if ws-valido = 1
                if tjd-robada
                    display "La tarjeta ya estaba reportada ROBADA."
                else
                    display "Confirma el reporte de robo o extravio, "
                        "es definitivo (S/N): "with no advancing
                    accept ws-pausa
                    if ws-pausa = "S" or ws-pausa = "s"
                        move e1-tarjetas to ws-imagen-antes
                        move "ROBADA" to tjd-status
                        move ws-hoy-dma to tjd-fecha-status
                        move ws-operador to tjd-operador
                        perform grabar-cambio-tarjeta
                    else
                        display "Reporte cancelado."
                    end-if
                end-if
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        cambiar-limites.
            if ws-op-nivel < 2
                display "Se requiere un operador de nivel 2 o mayor "
                    "para cambiar los limites."
            else
                perform leer-tarjeta
                if ws-valido = 1
                    if tjd-robada
                        display "La tarjeta fue reportada ROBADA."
                    else
                        display "Limites actuales: cajero "
                            tjd-limite-atm "  terminal "
                            tjd-limite-pos
                        perform capturar-limites
                    end-if
                end-if
                if ws-valido = 1 and not tjd-robada
                    move e1-tarjetas to ws-imagen-antes
                    move ws-limite-atm to tjd-limite-atm
                    move ws-limite-pos to tjd-limite-pos
                    move ws-operador to tjd-operador
                    perform grabar-cambio-tarjeta
                end-if
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        grabar-cambio-tarjeta.
            rewrite e1-tarjetas
                invalid key
                    display "No se pudo actualizar la tarjeta."
                not invalid key
                    display "Tarjeta " tjd-no-tarjeta " queda "
                        tjd-status "  cajero " tjd-limite-atm
                        "  terminal " tjd-limite-pos
                    move e1-tarjetas to ws-imagen-despues
                    move "CAMBIO" to ws-mnt-accion
                    perform registrar-mant-auditoria
            end-rewrite.
        consultar-tarjeta.
            perform leer-tarjeta
            if ws-valido = 1
                perform mostrar-tarjeta
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-tarjeta.
            display "Tarjeta:        " tjd-no-tarjeta
            display "Cliente:        " tjd-no-cte
                "  Cuenta: " tjd-cuenta
            display "Estatus:        " tjd-status
                " desde " tjd-fecha-status
                " por " tjd-operador
            display "Emision:        " tjd-fecha-emision
                "  Vence: " tjd-vence-mes "/" tjd-vence-anio
            display "Limite cajero:  " tjd-limite-atm
                "  usado " tjd-uso-atm
            display "Limite terminal:" tjd-limite-pos
                "  usado " tjd-uso-pos
            display "Ultimo uso:     " tjd-fecha-uso.
        listar-tarjetas-cuenta.
            display "Numero de cuenta(13): "with no advancing
            accept ws-cuenta
            move 0 to ws-total-listadas
            move 0 to fin-fichero
            move 0 to tjd-no-tarjeta
            start tarjetas-file key is not less than tjd-no-tarjeta
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read tarjetas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if tjd-cuenta = ws-cuenta
                            add 1 to ws-total-listadas
                            display "   Tarjeta " tjd-no-tarjeta
                                "  " tjd-status
                                "  vence " tjd-vence-mes "/"
                                tjd-vence-anio
                                "  cajero " tjd-limite-atm
                                "  terminal " tjd-limite-pos
                        end-if
                end-read
            end-perform
            display "Tarjetas de la cuenta: " ws-total-listadas
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
            move "TARJETAS" to mnt-archivo
            move ws-cuenta to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
