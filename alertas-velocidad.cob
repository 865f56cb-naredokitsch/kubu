        record key is op-clave
        file status is ws-fs-operadores.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
                88 op-activo value "ACTIVO".
                88 op-suspendido value "SUSPENDIDO".
            05 op-limite pic 9(10)V99.
            05 op-hash-clave pic 9(10).
            05 op-fecha-clave pic 9(8).
            05 op-intentos pic 9(1).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-alertas pic X(2) value "00".
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
        77 ws-decision pic X(1) value space.
        77 ws-tot-pendientes pic 9(6) value 0.
        77 ws-tot-aclaradas pic 9(6) value 0.
        77 ws-tot-escaladas pic 9(6) value 0.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio-alertas.
            display "REVISION DE ALERTAS DE VELOCIDAD"
            close checkpoint-file.
        validar-operador.
            move 0 to ws-op-valido
            open i-o operadores-file
            if ws-fs-operadores not = "00"
                display "ACCESO DENEGADO: no hay operadores "
                    "registrados en operadores.dat."
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
        abrir-alertas.
            open i-o alertas-file
            if ws-fs-alertas not = "00"
