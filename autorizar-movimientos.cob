        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select cuentas-file assign to "cuentas.dat"
        access mode is dynamic
        record key is bip-no-mts-mts
        file status is ws-fs-bitacora-post.

        select depositos-efectivo-file
        assign to "depositos_efectivo.dat"
        organization is indexed
        access mode is dynamic
        record key is def-no-mts-mts
        file status is ws-fs-dep-efectivo.

        select pago-positivo-file assign to "pago_positivo.dat"
        organization is indexed
        access mode is dynamic
        record key is ppg-llave
        file status is ws-fs-pago-positivo.
        data division.
        file section.
        fd autorizaciones-file.
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
                88 op-activo value "ACTIVO".
                88 op-suspendido value "SUSPENDIDO".
            05 op-limite pic 9(10)V99.
            05 op-hash-clave pic 9(10).
            05 op-fecha-clave pic 9(8).
            05 op-intentos pic 9(1).
        fd cambio-spread-file.
        01 e1-spread.
            05 csp-fecha pic 9(8).
            05 bip-status pic X(9).
                88 bip-pendiente value "PENDIENTE".
                88 bip-completo value "COMPLETO".
        fd depositos-efectivo-file.
        01 e1-deposito-efectivo.
            05 def-no-mts-mts pic 9(13).
            05 def-no-cte pic 9(10).
            05 def-cuenta pic 9(13).
            05 def-moneda pic X(3).
            05 def-monto pic 9(10)V99.
            05 def-fecha pic 9(8).
            05 def-sucursal pic 9(4).
            05 def-operador pic X(10).
            05 def-en-caja pic X(1).
                88 def-registrado-caja value "S".
            05 def-caja-sucursal pic 9(4).
            05 def-caja-fecha pic 9(8).
            05 def-status pic X(9).
                88 def-vigente value "VIGENTE".
                88 def-reversado value "REVERSADO".
            05 def-no-mts-reversa pic 9(13).
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
        working-storage section.
        77 ws-fs-bitacora-post pic X(2) value "00".
        77 ws-fs-dep-efectivo pic X(2) value "00".
        77 ws-fs-pago-positivo pic X(2) value "00".
        77 fin-fichero pic 9 value 0.
        77 ws-fs-autorizaciones pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-auditoria pic X(2) value "00".
        77 ws-fs-rechazos pic X(2) value "00".
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
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-fs-lock pic X(2) value "00".
        77 ws-interlock-ok pic 9 value 1.
        77 ws-ntf-fecha pic 9(8) value 0.
        77 ws-ntf-hora pic 9(8) value 0.
        77 ws-ntf-status pic X(10) value spaces.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio-autorizar.
            perform verificar-interlock
            perform abrir-bitacora-posteo
            perform abrir-contactos
            perform abrir-embargos
            perform abrir-depositos-efectivo
            perform abrir-pago-positivo
            perform cargar-parametros
            move 0 to ws-opcion
            perform until ws-opcion = 4
            close sobregiros-file
            close retenciones-fondos-file
            close bitacora-posteo-file
            close depositos-efectivo-file
            close pago-positivo-file
            stop run.
        verificar-interlock.
            move 1 to ws-interlock-ok
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
            end-if.
        validar-operador.
            move 0 to ws-op-valido
            open i-o operadores-file
            if ws-fs-operadores not = "00"
                display "ACCESO DENEGADO: no hay operadores "
                    "registrados en operadores.dat."
                            ws-operador " no esta registrada."
                    not invalid key
                        if op-activo and op-nivel >= 2
                            move 0 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-op-valido
                                display "Bienvenido " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: se requiere un "
                                "operador ACTIVO con nivel 2 o mayor."
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
            display "COLA DE AUTORIZACION"
                close retenciones-fondos-file
                open input retenciones-fondos-file
            end-if.
        abrir-depositos-efectivo.
            open i-o depositos-efectivo-file
            if ws-fs-dep-efectivo not = "00"
                open output depositos-efectivo-file
                close depositos-efectivo-file
                open i-o depositos-efectivo-file
            end-if.
        abrir-pago-positivo.
            open i-o pago-positivo-file
            if ws-fs-pago-positivo not = "00"
                open output pago-positivo-file
                close pago-positivo-file
                open i-o pago-positivo-file
            end-if.
        registrar-deposito-efectivo.
            move e1-no-mts-mts to def-no-mts-mts
            move e1-no-cte-mts to def-no-cte
            move e1-cta-chq-mts to def-cuenta
            move e1-moneda-mts to def-moneda
            move e1-sdo-mts to def-monto
            move e1-fech-mts to def-fecha
            move e1-sucursal to def-sucursal
            move aut-operador to def-operador
            move "N" to def-en-caja
            move 0 to def-caja-sucursal
            move 0 to def-caja-fecha
            move "VIGENTE" to def-status
            move 0 to def-no-mts-reversa
            write e1-deposito-efectivo
                invalid key
                    display "AVISO: el deposito en efectivo "
                        e1-no-mts-mts " ya estaba registrado en "
                        "depositos_efectivo.dat."
            end-write.
        marcar-efectivo-reversado.
            move aut-no-original to def-no-mts-mts
            read depositos-efectivo-file
                invalid key continue
                not invalid key
                    if def-vigente
                        move "REVERSADO" to def-status
                        move e1-no-mts-mts to def-no-mts-reversa
                        rewrite e1-deposito-efectivo
                    end-if
            end-read.
        calcular-retencion-cuenta.
            move 0 to ws-retencion-total
            if ws-fs-ret-fondos = "00"
            move aut-moneda-mts to e1-moneda-mts
            move ws-suc-movimiento to e1-sucursal
            perform grabar-bitacora-posteo
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    perform cancelar-bitacora-posteo
                        and aut-no-cheque not = 0
                        perform registrar-cheque
                    end-if
                    if aut-tipo-mts = "DEPOSITO"
                        and aut-no-cheque = 0
                        perform registrar-deposito-efectivo
                    end-if
                    perform quitar-de-cola
            end-write.
        grabar-pendiente-autorizado.
            move ws-original-moneda to e1-moneda-mts
            move ws-original-sucursal to e1-sucursal
            perform grabar-bitacora-posteo
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    perform cancelar-bitacora-posteo
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    perform marcar-efectivo-reversado
                    perform quitar-de-cola
            end-write.
        grabar-transferencia-autorizada.
            move aut-moneda-mts to e1-moneda-mts
            move ws-suc-movimiento to e1-sucursal
            perform grabar-bitacora-posteo
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    perform cancelar-bitacora-posteo
                    move aut-moneda-mts to e1-moneda-mts
                    move ws-suc-movimiento to e1-sucursal
                    perform grabar-bitacora-posteo
                    perform armar-llaves-mts
                    write e1-movimientos
                        invalid key
                            perform cancelar-bitacora-posteo
            move aut-moneda-mts to e1-moneda-mts
            move ws-suc-movimiento to e1-sucursal
            perform grabar-bitacora-posteo
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    perform cancelar-bitacora-posteo
                    move aut-moneda-destino to e1-moneda-mts
                    move ws-suc-movimiento to e1-sucursal
                    perform grabar-bitacora-posteo
                    perform armar-llaves-mts
                    write e1-movimientos
                        invalid key
                            perform cancelar-bitacora-posteo
            move aut-cta-chq-mts to reg-no-cuenta
            move aut-fech-mts to reg-fecha
            move e1-sdo-mts to reg-monto
            write e1-registro-cheques
            perform marcar-pago-positivo.
        marcar-pago-positivo.
            move aut-cta-chq-mts to ppg-cuenta
            move aut-no-cheque to ppg-no-cheque
            read pago-positivo-file
                invalid key continue
                not invalid key
                    if ppg-emitido
                        move "PAGADO" to ppg-status
                        move aut-fech-mts to ppg-fecha-pago
                        rewrite e1-pago-positivo
                            invalid key continue
                        end-rewrite
                    end-if
            end-read.
        registrar-auditoria.
            accept ws-aud-fecha from date yyyymmdd
            accept ws-aud-hora from time
            move spaces to e1-moneda-mts
            move 0 to e1-sucursal
            if ws-trailer-existe = 1
                perform armar-llaves-mts
                rewrite e1-movimientos
            else
                perform grabar-bitacora-posteo
                perform armar-llaves-mts
                write e1-movimientos
            end-if.
        abrir-bitacora-posteo.
                        rewrite e1-bitacora-posteo
                end-read
            end-if.
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
