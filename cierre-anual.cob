        identification division.
        program-id. cierre-anual.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select periodos-file assign to "periodos.dat"
        organization is indexed
        access mode is dynamic
        record key is per-llave
        file status is ws-fs-periodos.

        select catalogo-file assign to "catalogo_contable.dat"
        organization is indexed
        access mode is dynamic
        record key is cat-cuenta
        file status is ws-fs-catalogo.

        select mayor-file assign to "saldos_mayor.dat"
        organization is indexed
        access mode is dynamic
        record key is may-llave
        file status is ws-fs-mayor.

        select poliza-cierre-file assign to "poliza_cierre.dat"
        organization is line sequential.

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
        fd periodos-file.
        01 e1-periodo.
            05 per-llave.
                10 per-anio pic 9(4).
                10 per-mes pic 9(2).
            05 per-status pic X(8).
                88 per-abierto value "ABIERTO".
                88 per-cerrado value "CERRADO".
            05 per-cerro pic X(10).
            05 per-fecha-cierre pic 9(8).
        fd catalogo-file.
        01 e1-catalogo.
            05 cat-cuenta pic 9(4).
            05 cat-descripcion pic X(30).
            05 cat-naturaleza pic X(1).
                88 cat-deudora value "D".
                88 cat-acreedora value "A".
            05 cat-nivel pic 9(1).
            05 cat-auxiliar pic X(10).
                88 cat-sin-auxiliar value spaces.
                88 cat-aux-vista value "VISTA".
                88 cat-aux-plazos value "PLAZOS".
                88 cat-aux-cheques-caja value "CHQCAJA".
                88 cat-aux-cajas value "CAJAS".
                88 cat-aux-dev-vista value "DEVVISTA".
                88 cat-aux-dev-plazo value "DEVPLAZO".
                88 cat-aux-dev-sbg value "DEVSBG".
        fd mayor-file.
        01 e1-mayor.
            05 may-llave.
                10 may-cuenta pic 9(4).
                10 may-anio pic 9(4).
                10 may-mes pic 9(2).
            05 may-cargos pic 9(14)V99.
            05 may-abonos pic 9(14)V99.
        fd poliza-cierre-file.
        01 e1-poliza-linea.
            05 pol-fecha pic 9(8).
            05 pol-asiento pic 9(4).
            05 pol-cuenta pic 9(4).
            05 pol-descripcion pic X(30).
            05 pol-cargo pic 9(12)V99.
            05 pol-abono pic 9(12)V99.
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
        77 ws-fs-periodos pic X(2) value "00".
        77 ws-fs-catalogo pic X(2) value "00".
        77 ws-fs-mayor pic X(2) value "00".
        77 ws-fs-operadores pic X(2) value "00".
        77 ws-fs-lock pic X(2) value "00".
        77 ws-interlock-ok pic 9 value 1.
        77 ws-clave-override pic X(10) value spaces.
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
        77 ws-operador pic X(10) value spaces.
        77 ws-op-valido pic 9 value 0.
        77 ws-mes-anio pic 9(6) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        77 ws-anio-cierre pic 9(4) value 0.
        77 ws-anio-nuevo pic 9(4) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-fecha-cierre pic 9(8) value 0.
        77 ws-meses-abiertos pic 9(2) value 0.
        77 ws-cierre-ok pic 9 value 0.
        77 ws-existe pic 9 value 0.
        77 ws-tiene-apertura pic 9 value 0.
        77 ws-num-cuentas pic 9(4) value 0.
        77 ws-idx pic 9(4) value 0.
        77 ws-idx-grupo pic 9(4) value 0.
        77 ws-primer-digito pic 9(1) value 0.
        77 ws-digito-rubro pic 9(1) value 0.
        77 ws-tipo-estado pic X(1) value space.
        77 ws-factor pic 9(4) value 0.
        77 ws-prefijo pic 9(4) value 0.
        77 ws-prefijo-grupo pic 9(4) value 0.
        77 ws-largo-sangria pic 9(2) value 0.
        77 ws-sangria pic X(12) value spaces.
        77 ws-saldo pic S9(14)V99 value 0.
        77 ws-saldo-grupo pic S9(14)V99 value 0.
        77 ws-saldo-mostrar pic S9(14)V99 value 0.
        77 ws-saldo-apertura pic S9(14)V99 value 0.
        77 ws-saldo-resultado pic S9(14)V99 value 0.
        77 ws-resultado pic S9(14)V99 value 0.
        77 ws-tot-ingresos pic S9(14)V99 value 0.
        77 ws-tot-gastos pic S9(14)V99 value 0.
        77 ws-utilidad pic S9(14)V99 value 0.
        77 ws-tot-activo pic S9(14)V99 value 0.
        77 ws-tot-pasivo pic S9(14)V99 value 0.
        77 ws-tot-capital pic S9(14)V99 value 0.
        77 ws-diferencia pic S9(14)V99 value 0.
        77 ws-lineas-poliza pic 9(4) value 0.
        77 ws-aperturas pic 9(6) value 0.
        77 ws-sin-cerrar pic 9(4) value 0.
        01 ws-tabla-cuentas.
            05 ws-cta-entrada occurs 500 times.
                10 ws-cta-cuenta pic 9(4).
                10 ws-cta-descripcion pic X(30).
                10 ws-cta-naturaleza pic X(1).
                10 ws-cta-nivel pic 9(1).
                10 ws-cta-resultado pic S9(14)V99.
                10 ws-cta-saldo pic S9(14)V99.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio-cierre.
            perform verificar-interlock
            if ws-interlock-ok = 0
                stop run
            end-if
            display "CIERRE ANUAL DEL LIBRO MAYOR"
            display "Clave de supervisor(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            display "Ejercicio a cerrar (aaaa): "with no advancing
            accept ws-anio-cierre
            add 1 to ws-anio-cierre giving ws-anio-nuevo
            compute ws-fecha-cierre = 31 * 1000000 + 13 * 10000
                + ws-anio-cierre
            perform abrir-periodos
            perform abrir-catalogo
            perform abrir-mayor
            perform validar-cierre
            if ws-cierre-ok = 1
                perform cargar-catalogo
            end-if
            if ws-cierre-ok = 0
                close periodos-file
                close catalogo-file
                close mayor-file
                perform marcar-checkpoint
                stop run
            end-if
            perform calcular-resultados
            perform generar-poliza-cierre
            close mayor-file
            if ws-lineas-poliza > 0
                perform aplicar-poliza-cierre
            end-if
            perform abrir-mayor
            perform verificar-aplicacion
            if ws-cierre-ok = 0
                close periodos-file
                close catalogo-file
                close mayor-file
                perform marcar-checkpoint
                stop run
            end-if
            perform grabar-aperturas
            perform marcar-ejercicio-cerrado
            perform imprimir-estado-resultados
            perform imprimir-balance-general
            close periodos-file
            close catalogo-file
            close mayor-file
            display " "
            display "Ejercicio " ws-anio-cierre " CERRADO. Lineas de "
                "poliza de cierre: " ws-lineas-poliza
                "  Saldos iniciales " ws-anio-nuevo ": "
                ws-aperturas
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "CIERRE-ANUAL" to e1-checkpoint
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
        abrir-periodos.
            open i-o periodos-file
            if ws-fs-periodos not = "00"
                open output periodos-file
                close periodos-file
                open i-o periodos-file
            end-if.
        abrir-catalogo.
            open input catalogo-file
            if ws-fs-catalogo not = "00"
                open output catalogo-file
                close catalogo-file
                open input catalogo-file
            end-if.
        abrir-mayor.
            open i-o mayor-file
            if ws-fs-mayor not = "00"
                open output mayor-file
                close mayor-file
                open i-o mayor-file
            end-if.
        validar-cierre.
            move 1 to ws-cierre-ok
            move 0 to ws-meses-abiertos
            move 1 to ws-mes
            perform until ws-mes > 12
                move ws-anio-cierre to per-anio
                move ws-mes to per-mes
                read periodos-file
                    invalid key
                        add 1 to ws-meses-abiertos
                        display "   Periodo " ws-mes "/"
                            ws-anio-cierre " sin registro (ABIERTO)"
                    not invalid key
                        if not per-cerrado
                            add 1 to ws-meses-abiertos
                            display "   Periodo " ws-mes "/"
                                ws-anio-cierre " " per-status
                        end-if
                end-read
                add 1 to ws-mes
            end-perform
            if ws-meses-abiertos > 0
                move 0 to ws-cierre-ok
                display "CIERRE RECHAZADO: " ws-meses-abiertos
                    " meses del ejercicio " ws-anio-cierre
                    " no estan CERRADOS en periodos-contables."
            end-if
            move ws-anio-cierre to per-anio
            move 13 to per-mes
            read periodos-file
                invalid key continue
                not invalid key
                    if per-cerrado
                        move 0 to ws-cierre-ok
                        display "CIERRE RECHAZADO: el ejercicio "
                            ws-anio-cierre " ya fue cerrado por "
                            per-cerro " el " per-fecha-cierre "."
                    end-if
            end-read
            move 3201 to may-cuenta
            move ws-anio-cierre to may-anio
            move 13 to may-mes
            read mayor-file
                invalid key continue
                not invalid key
                    move 0 to ws-cierre-ok
                    display "CIERRE RECHAZADO: el mayor ya tiene una "
                        "poliza de cierre aplicada al periodo 13/"
                        ws-anio-cierre "."
            end-read
            move 3101 to cat-cuenta
            read catalogo-file
                invalid key
                    move 0 to ws-cierre-ok
                    display "CIERRE RECHAZADO: falta la cuenta 3101 "
                        "RESULTADOS DE EJERCICIOS ANTERIORES en el "
                        "catalogo contable."
            end-read
            move 3201 to cat-cuenta
            read catalogo-file
                invalid key
                    move 0 to ws-cierre-ok
                    display "CIERRE RECHAZADO: falta la cuenta 3201 "
                        "RESULTADO DEL EJERCICIO en el catalogo "
                        "contable."
            end-read.
        cargar-catalogo.
            move 0 to ws-num-cuentas
            move 0 to fin-fichero
            move 0 to cat-cuenta
            start catalogo-file key is not less than cat-cuenta
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read catalogo-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if ws-num-cuentas < 500
                            add 1 to ws-num-cuentas
                            move cat-cuenta
                                to ws-cta-cuenta(ws-num-cuentas)
                            move cat-descripcion
                                to ws-cta-descripcion(ws-num-cuentas)
                            move cat-naturaleza
                                to ws-cta-naturaleza(ws-num-cuentas)
                            move cat-nivel
                                to ws-cta-nivel(ws-num-cuentas)
                            move 0 to ws-cta-resultado(ws-num-cuentas)
                            move 0 to ws-cta-saldo(ws-num-cuentas)
                        else
                            move 0 to ws-cierre-ok
                            move 1 to fin-fichero
                            display "CIERRE RECHAZADO: el catalogo "
                                "contable tiene mas de 500 cuentas."
                        end-if
                end-read
            end-perform.
        calcular-resultados.
            move 0 to ws-resultado
            move 1 to ws-idx
            perform until ws-idx > ws-num-cuentas
                divide ws-cta-cuenta(ws-idx) by 1000
                    giving ws-primer-digito
                if ws-primer-digito = 4 or ws-primer-digito = 5
                    move 1 to ws-mes
                    perform until ws-mes > 12
                        move ws-cta-cuenta(ws-idx) to may-cuenta
                        move ws-anio-cierre to may-anio
                        move ws-mes to may-mes
                        read mayor-file
                            invalid key continue
                            not invalid key
                                compute ws-cta-resultado(ws-idx) =
                                    ws-cta-resultado(ws-idx)
                                    + may-cargos - may-abonos
                        end-read
                        add 1 to ws-mes
                    end-perform
                    add ws-cta-resultado(ws-idx) to ws-resultado
                end-if
                add 1 to ws-idx
            end-perform.
        generar-poliza-cierre.
            move 0 to ws-lineas-poliza
            open output poliza-cierre-file
            move 1 to ws-idx
            perform until ws-idx > ws-num-cuentas
                if ws-cta-resultado(ws-idx) not = 0
                    move ws-fecha-cierre to pol-fecha
                    move 1 to pol-asiento
                    move ws-cta-cuenta(ws-idx) to pol-cuenta
                    move ws-cta-descripcion(ws-idx) to pol-descripcion
                    if ws-cta-resultado(ws-idx) > 0
                        move 0 to pol-cargo
                        move ws-cta-resultado(ws-idx) to pol-abono
                    else
                        subtract ws-cta-resultado(ws-idx) from 0
                            giving pol-cargo
                        move 0 to pol-abono
                    end-if
                    write e1-poliza-linea
                    add 1 to ws-lineas-poliza
                end-if
                add 1 to ws-idx
            end-perform
            if ws-resultado not = 0
                move ws-fecha-cierre to pol-fecha
                move 1 to pol-asiento
                move 3201 to pol-cuenta
                move "RESULTADO DEL EJERCICIO" to pol-descripcion
                if ws-resultado > 0
                    move ws-resultado to pol-cargo
                    move 0 to pol-abono
                else
                    move 0 to pol-cargo
                    subtract ws-resultado from 0 giving pol-abono
                end-if
                write e1-poliza-linea
                add 1 to ws-lineas-poliza
            end-if
            close poliza-cierre-file
            display "Poliza de cierre en poliza_cierre.dat, lineas: "
                ws-lineas-poliza.
        aplicar-poliza-cierre.
            call "SYSTEM" using
                "mv -f poliza.dat poliza_dia.dat 2>/dev/null"
            call "SYSTEM" using
                "mv -f checkpoint.dat checkpoint_dia.dat 2>/dev/null"
            call "SYSTEM" using "cp poliza_cierre.dat poliza.dat"
            call "SYSTEM" using "./mayor-contable"
            call "SYSTEM" using "rm -f poliza.dat checkpoint.dat"
            call "SYSTEM" using
                "mv -f poliza_dia.dat poliza.dat 2>/dev/null"
            call "SYSTEM" using
                "mv -f checkpoint_dia.dat checkpoint.dat 2>/dev/null".
        verificar-aplicacion.
            move 0 to ws-sin-cerrar
            move 1 to ws-idx
            perform until ws-idx > ws-num-cuentas
                perform calcular-saldo-cuenta
                move ws-saldo to ws-cta-saldo(ws-idx)
                divide ws-cta-cuenta(ws-idx) by 1000
                    giving ws-primer-digito
                if ws-primer-digito = 4 or ws-primer-digito = 5
                    if ws-saldo not = 0
                        add 1 to ws-sin-cerrar
                        display "   La cuenta " ws-cta-cuenta(ws-idx)
                            " quedo con saldo " ws-saldo
                    end-if
                end-if
                add 1 to ws-idx
            end-perform
            if ws-sin-cerrar > 0
                move 0 to ws-cierre-ok
                display "CIERRE INCOMPLETO: " ws-sin-cerrar
                    " cuentas de resultados no quedaron en cero, "
                    "revise mayor_rechazos.dat; no se grabaron "
                    "saldos iniciales."
            end-if.
        calcular-saldo-cuenta.
            move 0 to ws-saldo
            move ws-cta-cuenta(ws-idx) to may-cuenta
            move ws-anio-cierre to may-anio
            move 0 to may-mes
            read mayor-file
                invalid key move 0 to ws-tiene-apertura
                not invalid key move 1 to ws-tiene-apertura
            end-read
            move ws-cta-cuenta(ws-idx) to may-cuenta
            if ws-tiene-apertura = 1
                move ws-anio-cierre to may-anio
            else
                move 0 to may-anio
            end-if
            move 0 to may-mes
            move 0 to fin-fichero
            start mayor-file key is not less than may-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read mayor-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if may-cuenta not = ws-cta-cuenta(ws-idx)
                            or may-anio > ws-anio-cierre
                            move 1 to fin-fichero
                        else
                            compute ws-saldo = ws-saldo
                                + may-cargos - may-abonos
                        end-if
                end-read
            end-perform.
        grabar-aperturas.
            move 0 to ws-aperturas
            move 0 to ws-saldo-resultado
            move 1 to ws-idx
            perform until ws-idx > ws-num-cuentas
                if ws-cta-cuenta(ws-idx) = 3201
                    move ws-cta-saldo(ws-idx) to ws-saldo-resultado
                end-if
                add 1 to ws-idx
            end-perform
            move 1 to ws-idx
            perform until ws-idx > ws-num-cuentas
                divide ws-cta-cuenta(ws-idx) by 1000
                    giving ws-primer-digito
                if ws-primer-digito not = 4 and ws-primer-digito not = 5
                    move ws-cta-saldo(ws-idx) to ws-saldo-apertura
                    if ws-cta-cuenta(ws-idx) = 3201
                        move 0 to ws-saldo-apertura
                    end-if
                    if ws-cta-cuenta(ws-idx) = 3101
                        add ws-saldo-resultado to ws-saldo-apertura
                    end-if
                    perform grabar-apertura-cuenta
                end-if
                add 1 to ws-idx
            end-perform.
        grabar-apertura-cuenta.
            move ws-cta-cuenta(ws-idx) to may-cuenta
            move ws-anio-nuevo to may-anio
            move 0 to may-mes
            read mayor-file
                invalid key move 0 to ws-existe
                not invalid key move 1 to ws-existe
            end-read
            move ws-cta-cuenta(ws-idx) to may-cuenta
            move ws-anio-nuevo to may-anio
            move 0 to may-mes
            if ws-saldo-apertura > 0
                move ws-saldo-apertura to may-cargos
                move 0 to may-abonos
            else
                move 0 to may-cargos
                subtract ws-saldo-apertura from 0 giving may-abonos
            end-if
            if ws-existe = 1
                rewrite e1-mayor
            else
                write e1-mayor
            end-if
            add 1 to ws-aperturas.
        marcar-ejercicio-cerrado.
            compute ws-mes-anio = 13 * 10000 + ws-anio-cierre
            move ws-anio-cierre to per-anio
            move 13 to per-mes
            read periodos-file
                invalid key
                    move 0 to ws-existe
                    move spaces to ws-imagen-antes
                not invalid key
                    move 1 to ws-existe
                    move e1-periodo to ws-imagen-antes
            end-read
            move ws-anio-cierre to per-anio
            move 13 to per-mes
            move "CERRADO" to per-status
            move ws-operador to per-cerro
            accept per-fecha-cierre from date yyyymmdd
            move e1-periodo to ws-imagen-despues
            if ws-existe = 1
                rewrite e1-periodo
                move "CAMBIO" to ws-mnt-accion
            else
                write e1-periodo
                move "ALTA" to ws-mnt-accion
            end-if
            perform registrar-mant-auditoria.
        imprimir-estado-resultados.
            display " "
            display "ESTADO DE RESULTADOS DEL EJERCICIO "
                ws-anio-cierre
            move "R" to ws-tipo-estado
            display "INGRESOS"
            move 4 to ws-digito-rubro
            perform imprimir-rubro
            display "GASTOS"
            move 5 to ws-digito-rubro
            perform imprimir-rubro
            move 0 to ws-tot-ingresos
            move 0 to ws-tot-gastos
            move 1 to ws-idx
            perform until ws-idx > ws-num-cuentas
                divide ws-cta-cuenta(ws-idx) by 1000
                    giving ws-primer-digito
                if ws-primer-digito = 4
                    subtract ws-cta-resultado(ws-idx)
                        from ws-tot-ingresos
                end-if
                if ws-primer-digito = 5
                    add ws-cta-resultado(ws-idx) to ws-tot-gastos
                end-if
                add 1 to ws-idx
            end-perform
            subtract ws-tot-gastos from ws-tot-ingresos
                giving ws-utilidad
            display "   Total ingresos:  " ws-tot-ingresos
            display "   Total gastos:    " ws-tot-gastos
            display "   UTILIDAD (PERDIDA) DEL EJERCICIO: " ws-utilidad.
        imprimir-balance-general.
            display " "
            display "BALANCE GENERAL AL 31/12/" ws-anio-cierre
            move "B" to ws-tipo-estado
            display "ACTIVO"
            move 1 to ws-digito-rubro
            perform imprimir-rubro
            display "PASIVO"
            move 2 to ws-digito-rubro
            perform imprimir-rubro
            display "CAPITAL CONTABLE"
            move 3 to ws-digito-rubro
            perform imprimir-rubro
            move 0 to ws-tot-activo
            move 0 to ws-tot-pasivo
            move 0 to ws-tot-capital
            move 1 to ws-idx
            perform until ws-idx > ws-num-cuentas
                divide ws-cta-cuenta(ws-idx) by 1000
                    giving ws-primer-digito
                if ws-primer-digito = 1
                    add ws-cta-saldo(ws-idx) to ws-tot-activo
                end-if
                if ws-primer-digito = 2
                    subtract ws-cta-saldo(ws-idx) from ws-tot-pasivo
                end-if
                if ws-primer-digito = 3
                    subtract ws-cta-saldo(ws-idx) from ws-tot-capital
                end-if
                add 1 to ws-idx
            end-perform
            display "   Total activo:    " ws-tot-activo
            display "   Total pasivo:    " ws-tot-pasivo
            display "   Total capital:   " ws-tot-capital
            compute ws-diferencia = ws-tot-activo - ws-tot-pasivo
                - ws-tot-capital
            if ws-diferencia = 0
                display "EL BALANCE CUADRA."
            else
                display "EL BALANCE NO CUADRA, diferencia: "
                    ws-diferencia
            end-if.
        imprimir-rubro.
            move 1 to ws-idx
            perform until ws-idx > ws-num-cuentas
                divide ws-cta-cuenta(ws-idx) by 1000
                    giving ws-primer-digito
                if ws-primer-digito = ws-digito-rubro
                    perform sumar-grupo
                    if ws-saldo-grupo not = 0
                        perform imprimir-cuenta-estado
                    end-if
                end-if
                add 1 to ws-idx
            end-perform.
        sumar-grupo.
            perform calcular-factor-nivel
            divide ws-cta-cuenta(ws-idx) by ws-factor
                giving ws-prefijo-grupo
            move 0 to ws-saldo-grupo
            move 1 to ws-idx-grupo
            perform until ws-idx-grupo > ws-num-cuentas
                divide ws-cta-cuenta(ws-idx-grupo) by ws-factor
                    giving ws-prefijo
                if ws-idx-grupo = ws-idx
                    or (ws-prefijo = ws-prefijo-grupo
                    and ws-cta-nivel(ws-idx-grupo) >
                        ws-cta-nivel(ws-idx))
                    if ws-tipo-estado = "R"
                        add ws-cta-resultado(ws-idx-grupo)
                            to ws-saldo-grupo
                    else
                        add ws-cta-saldo(ws-idx-grupo)
                            to ws-saldo-grupo
                    end-if
                end-if
                add 1 to ws-idx-grupo
            end-perform.
        calcular-factor-nivel.
            if ws-cta-nivel(ws-idx) < 2
                move 1000 to ws-factor
            else
                if ws-cta-nivel(ws-idx) = 2
                    move 100 to ws-factor
                else
                    if ws-cta-nivel(ws-idx) = 3
                        move 10 to ws-factor
                    else
                        move 1 to ws-factor
                    end-if
                end-if
            end-if.
        imprimir-cuenta-estado.
            move ws-saldo-grupo to ws-saldo-mostrar
            if ws-cta-naturaleza(ws-idx) = "A"
                subtract ws-saldo-grupo from 0 giving ws-saldo-mostrar
            end-if
            move spaces to ws-sangria
            compute ws-largo-sangria = ws-cta-nivel(ws-idx) * 2 + 1
            if ws-largo-sangria > 12
                move 12 to ws-largo-sangria
            end-if
            display ws-sangria(1:ws-largo-sangria)
                ws-cta-cuenta(ws-idx) " "
                ws-cta-descripcion(ws-idx) " " ws-saldo-mostrar.
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
            move "PERIODOS" to mnt-archivo
            move ws-mes-anio to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
