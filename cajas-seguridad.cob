        identification division.
        program-id. cajas-seguridad.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select cajas-file assign to "cajas_seguridad.dat"
        organization is indexed
        access mode is dynamic
        record key is csg-llave
        file status is ws-fs-cajas.

        select contratos-cajas-file assign to "contratos_cajas.dat"
        organization is indexed
        access mode is dynamic
        record key is ccs-contrato
        file status is ws-fs-contratos.

        select accesos-cajas-file assign to "accesos_cajas.dat"
        organization is line sequential
        file status is ws-fs-accesos.

        select sucursales-file assign to "sucursales.dat"
        organization is indexed
        access mode is dynamic
        record key is suc-no
        file status is ws-fs-sucursales.

        select tarifas-file assign to "tarifas.dat"
        organization is indexed
        access mode is dynamic
        record key is tar-codigo
        file status is ws-fs-tarifas.

        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cli-no-cte
        file status is ws-fs-clientes.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select firmantes-file assign to "firmantes.dat"
        organization is indexed
        access mode is dynamic
        record key is frm-llave
        file status is ws-fs-firmantes.

        select folios-file assign to "folios.dat"
        organization is indexed
        access mode is dynamic
        record key is fol-llave
        file status is ws-fs-folios.

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
        fd cajas-file.
        01 e1-cajas.
            05 csg-llave.
                10 csg-sucursal pic 9(4).
                10 csg-no-caja pic 9(5).
            05 csg-tamano pic X(7).
                88 csg-tamano-valido values "CHICA" "MEDIANA" "GRANDE".
            05 csg-tarifa pic X(4).
            05 csg-status pic X(9).
                88 csg-libre value "LIBRE".
                88 csg-rentada value "RENTADA".
                88 csg-bloqueada value "BLOQUEADA".
                88 csg-perforada value "PERFORADA".
            05 csg-contrato pic 9(10).
            05 csg-fecha-status pic 9(8).
            05 csg-operador pic X(10).
        fd contratos-cajas-file.
        01 e1-contrato-caja.
            05 ccs-contrato pic 9(10).
            05 ccs-sucursal pic 9(4).
            05 ccs-no-caja pic 9(5).
            05 ccs-no-cte pic 9(10).
            05 ccs-cuenta pic 9(13).
            05 ccs-tarifa pic X(4).
            05 ccs-fecha-inicio pic 9(8).
            05 ccs-fecha-vence pic 9(8).
            05 ccs-fecha-pago pic 9(8).
            05 ccs-meses-adeudo pic 9(3).
            05 ccs-perforar pic X(1).
                88 ccs-por-perforar value "S".
            05 ccs-fecha-fin pic 9(8).
            05 ccs-status pic X(10).
                88 ccs-vigente value "VIGENTE".
                88 ccs-cancelado value "CANCELADO".
                88 ccs-perforado value "PERFORADO".
            05 ccs-operador pic X(10).
        fd accesos-cajas-file.
        01 e1-acceso-caja.
            05 acc-fecha pic 9(8).
            05 acc-hora pic 9(8).
            05 acc-sucursal pic 9(4).
            05 acc-no-caja pic 9(5).
            05 acc-contrato pic 9(10).
            05 acc-no-cte pic 9(10).
            05 acc-calidad pic X(8).
            05 acc-operador pic X(10).
        fd sucursales-file.
        01 e1-sucursales.
            05 suc-no pic 9(4).
            05 suc-nombre pic X(30).
            05 suc-plaza pic X(30).
            05 suc-status pic X(10).
                88 suc-activa value "ACTIVA".
                88 suc-cerrada value "CERRADA".
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
            05 tar-parametro pic 9(10)V99.
            05 tar-status-aplica pic X(9).
        fd clientes-file.
        01 e1-clientes.
            05 cli-no-cte pic 9(10).
            05 cli-nom-cte pic X(80).
            05 cli-rfc-cte pic X(13).
            05 cli-resto pic X(150).
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
        fd firmantes-file.
        01 e1-firmante.
            05 frm-llave.
                10 frm-cuenta pic 9(13).
                10 frm-no-cte pic 9(10).
            05 frm-regla pic X(11).
                88 frm-indistinta value "INDISTINTA".
                88 frm-mancomunada value "MANCOMUNADA".
            05 frm-umbral pic 9(10)V99.
            05 frm-fecha-alta pic 9(8).
            05 frm-status pic X(9).
                88 frm-activa value "ACTIVA".
                88 frm-cancelada value "CANCELADA".
        fd folios-file.
        01 e1-folios.
            05 fol-llave pic X(10).
            05 fol-siguiente pic 9(13).
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
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 ws-fs-cajas pic X(2) value "00".
        77 ws-fs-contratos pic X(2) value "00".
        77 ws-fs-accesos pic X(2) value "00".
        77 ws-fs-sucursales pic X(2) value "00".
        77 ws-fs-tarifas pic X(2) value "00".
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-firmantes pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
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
        77 ws-confirma pic X(1) value space.
        77 ws-accion pic X(1) value space.
        77 ws-valido pic 9 value 0.
        77 ws-sucursal pic 9(4) value 0.
        77 ws-no-caja pic 9(5) value 0.
        77 ws-no-cte pic 9(10) value 0.
        77 ws-cuenta pic 9(13) value 0.
        77 ws-contrato pic 9(10) value 0.
        77 ws-folio-calculado pic 9(10) value 0.
        77 ws-calidad pic X(8) value spaces.
        77 ws-tot-libres pic 9(5) value 0.
        77 ws-tot-rentadas pic 9(5) value 0.
        77 ws-tot-bloqueadas pic 9(5) value 0.
        77 ws-tot-perforadas pic 9(5) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-cap-dia pic 9(2) value 0.
        77 ws-cap-mes pic 9(2) value 0.
        77 ws-cap-anio pic 9(4) value 0.
        77 ws-fecha-hoy pic 9(8) value 0.
        77 ws-dias-hoy pic 9(8) value 0.
        77 ws-dias-vence pic 9(8) value 0.
        77 ws-hora pic 9(8) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        77 ws-mnt-archivo pic X(10) value spaces.
        77 ws-mnt-llave pic X(13) value spaces.
        77 ws-mnt-accion pic X(8) value spaces.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
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
            display "CAJAS DE SEGURIDAD"
            display "Clave de operador(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            perform obtener-fecha-hoy
            perform abrir-cajas
            perform abrir-contratos
            perform abrir-folios
            perform abrir-sucursales
            perform abrir-tarifas
            perform abrir-clientes
            perform abrir-cuentas
            perform abrir-firmantes
            move 0 to ws-opcion
            perform until ws-opcion = 8
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close cajas-file
            close contratos-cajas-file
            close folios-file
            close sucursales-file
            close tarifas-file
            close clientes-file
            close cuentas-file
            close firmantes-file
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "CAJASEG" to e1-checkpoint
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
        abrir-cajas.
            open i-o cajas-file
            if ws-fs-cajas not = "00"
                open output cajas-file
                close cajas-file
                open i-o cajas-file
            end-if.
        abrir-contratos.
            open i-o contratos-cajas-file
            if ws-fs-contratos not = "00"
                open output contratos-cajas-file
                close contratos-cajas-file
                open i-o contratos-cajas-file
            end-if.
        abrir-folios.
            open i-o folios-file
            if ws-fs-folios not = "00"
                open output folios-file
                close folios-file
                open i-o folios-file
            end-if.
        abrir-sucursales.
            open input sucursales-file
            if ws-fs-sucursales not = "00"
                open output sucursales-file
                close sucursales-file
                open input sucursales-file
            end-if.
        abrir-tarifas.
            open input tarifas-file
            if ws-fs-tarifas not = "00"
                open output tarifas-file
                close tarifas-file
                open input tarifas-file
            end-if.
        abrir-clientes.
            open input clientes-file
            if ws-fs-clientes not = "00"
                open output clientes-file
                close clientes-file
                open input clientes-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        abrir-firmantes.
            open input firmantes-file
            if ws-fs-firmantes not = "00"
                open output firmantes-file
                close firmantes-file
                open input firmantes-file
            end-if.
        mostrar-menu.
            display " "
            display "CAJAS DE SEGURIDAD"
            display "1. Alta de caja en inventario"
            display "2. Contratar renta de caja"
            display "3. Registrar acceso a caja"
            display "4. Bloquear o liberar caja"
            display "5. Cancelar contrato"
            display "6. Registrar perforacion (supervisor)"
            display "7. Inventario de cajas por sucursal"
            display "8. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform alta-caja
            else
                if ws-opcion = 2
                    perform contratar-caja
                else
                    if ws-opcion = 3
                        perform registrar-acceso
                    else
                        if ws-opcion = 4
                            perform bloquear-liberar-caja
                        else
                            if ws-opcion = 5
                                perform cancelar-contrato
                            else
                                if ws-opcion = 6
                                    perform registrar-perforacion
                                else
                                    if ws-opcion = 7
                                        perform inventario-sucursal
                                    else
                                        if ws-opcion not = 8
                                            display "Opcion invalida."
                                        end-if
                                    end-if
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if.
        pedir-caja.
            display "Sucursal(4): "with no advancing
            accept ws-sucursal
            display "Numero de caja(5): "with no advancing
            accept ws-no-caja
            move ws-sucursal to csg-sucursal
            move ws-no-caja to csg-no-caja.
        alta-caja.
            perform pedir-caja
            move 1 to ws-valido
            move ws-sucursal to suc-no
            read sucursales-file
                invalid key
                    move 0 to ws-valido
                    display "RECHAZADO: la sucursal " ws-sucursal
                        " no esta registrada."
                not invalid key
                    if not suc-activa
                        move 0 to ws-valido
                        display "RECHAZADO: la sucursal "
                            ws-sucursal " esta " suc-status
                    end-if
            end-read
            if ws-valido = 1
                read cajas-file
                    invalid key continue
                    not invalid key
                        move 0 to ws-valido
                        display "RECHAZADO: la caja " ws-no-caja
                            " ya existe en la sucursal " ws-sucursal
                end-read
            end-if
            if ws-valido = 1
                move ws-sucursal to csg-sucursal
                move ws-no-caja to csg-no-caja
                move spaces to csg-tamano
                perform until csg-tamano-valido
                    display "Tamano (CHICA/MEDIANA/GRANDE): "
                        with no advancing
                    accept csg-tamano
                    if not csg-tamano-valido
                        display "Tamano invalido, intente de nuevo."
                    end-if
                end-perform
                display "Tarifa de renta anual(4): "with no advancing
                accept csg-tarifa
                move csg-tarifa to tar-codigo
                read tarifas-file
                    invalid key
                        move 0 to ws-valido
                        display "RECHAZADO: la tarifa " csg-tarifa
                            " no esta registrada."
                    not invalid key
                        if not tar-por-caja
                            move 0 to ws-valido
                            display "RECHAZADO: la tarifa "
                                csg-tarifa " no es de criterio "
                                "CAJASEG."
                        end-if
                end-read
            end-if
            if ws-valido = 1
                move "LIBRE" to csg-status
                move 0 to csg-contrato
                move ws-fecha-hoy to csg-fecha-status
                move ws-operador to csg-operador
                write e1-cajas
                    invalid key
                        display "No se pudo dar de alta la caja "
                            ws-no-caja
                    not invalid key
                        display "Caja " ws-no-caja " de la sucursal "
                            ws-sucursal " dada de alta LIBRE."
                        move spaces to ws-imagen-antes
                        move e1-cajas to ws-imagen-despues
                        move "ALTA" to ws-mnt-accion
                        perform registrar-auditoria-caja
                end-write
            end-if
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        contratar-caja.
            perform pedir-caja
            move 1 to ws-valido
            read cajas-file
                invalid key
                    move 0 to ws-valido
                    display "RECHAZADO: la caja " ws-no-caja
                        " no existe en la sucursal " ws-sucursal
                not invalid key
                    if not csg-libre
                        move 0 to ws-valido
                        display "RECHAZADO: la caja " ws-no-caja
                            " esta " csg-status
                    end-if
            end-read
            if ws-valido = 1
                display "Numero de cliente(10): "with no advancing
                accept ws-no-cte
                move ws-no-cte to cli-no-cte
                read clientes-file
                    invalid key
                        move 0 to ws-valido
                        display "RECHAZADO: el cliente " ws-no-cte
                            " no esta registrado."
                    not invalid key
                        display "   " cli-nom-cte
                end-read
            end-if
            if ws-valido = 1
                display "Cuenta para el cargo de la renta(13): "
                    with no advancing
                accept ws-cuenta
                move ws-cuenta to cta-no-cuenta
                read cuentas-file
                    invalid key
                        move 0 to ws-valido
                        display "RECHAZADO: la cuenta " ws-cuenta
                            " no esta registrada."
                    not invalid key
                        if cta-no-cte not = ws-no-cte
                            move 0 to ws-valido
                            display "RECHAZADO: la cuenta "
                                ws-cuenta " no es del cliente "
                                ws-no-cte
                        else
                            if not cta-activa
                                move 0 to ws-valido
                                display "RECHAZADO: la cuenta "
                                    ws-cuenta " esta " cta-status
                            end-if
                        end-if
                end-read
            end-if
            if ws-valido = 1
                move csg-tarifa to tar-codigo
                read tarifas-file
                    invalid key
                        move 0 to ws-valido
                        display "RECHAZADO: la tarifa " csg-tarifa
                            " de la caja ya no esta registrada."
                    not invalid key
                        display "Renta anual: " tar-monto " "
                            tar-moneda " IVA incluido (" tar-codigo
                            " " tar-descripcion ")"
                        display "Confirme el contrato (S/N): "
                            with no advancing
                        accept ws-confirma
                        if ws-confirma not = "S"
                            and ws-confirma not = "s"
                            move 0 to ws-valido
                            display "Contrato cancelado."
                        end-if
                end-read
            end-if
            if ws-valido = 1
                perform grabar-contrato
            end-if
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        grabar-contrato.
            perform obtener-siguiente-contrato
            move ws-contrato to ccs-contrato
            move ws-sucursal to ccs-sucursal
            move ws-no-caja to ccs-no-caja
            move ws-no-cte to ccs-no-cte
            move ws-cuenta to ccs-cuenta
            move csg-tarifa to ccs-tarifa
            move ws-fecha-hoy to ccs-fecha-inicio
            move ws-fecha-hoy to ccs-fecha-vence
            move 0 to ccs-fecha-pago
            move 0 to ccs-meses-adeudo
            move "N" to ccs-perforar
            move 0 to ccs-fecha-fin
            move "VIGENTE" to ccs-status
            move ws-operador to ccs-operador
            write e1-contrato-caja
                invalid key
                    display "No se pudo grabar el contrato "
                        ws-contrato
                not invalid key
                    move spaces to ws-imagen-antes
                    move e1-contrato-caja to ws-imagen-despues
                    move "ALTA" to ws-mnt-accion
                    perform registrar-auditoria-contrato
                    move e1-cajas to ws-imagen-antes
                    move "RENTADA" to csg-status
                    move ws-contrato to csg-contrato
                    move ws-fecha-hoy to csg-fecha-status
                    move ws-operador to csg-operador
                    rewrite e1-cajas
                        invalid key
                            display "No se pudo marcar RENTADA la "
                                "caja " ws-no-caja
                        not invalid key
                            move e1-cajas to ws-imagen-despues
                            move "RENTA" to ws-mnt-accion
                            perform registrar-auditoria-caja
                    end-rewrite
                    display "Contrato " ws-contrato " registrado. La "
                        "primera anualidad se carga a la cuenta "
                        ws-cuenta " en el siguiente cobro de rentas."
            end-write.
        obtener-siguiente-contrato.
            move "CAJASEG" to fol-llave
            read folios-file
                invalid key
                    perform calcular-contrato-inicial
                    move "CAJASEG" to fol-llave
                    move ws-folio-calculado to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "contratos de cajas en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-contrato
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "contratos de cajas en folios.dat"
            end-rewrite.
        calcular-contrato-inicial.
            move 1 to ws-folio-calculado
            move 0 to fin-folios
            move 0 to ccs-contrato
            start contratos-cajas-file
                key is not less than ccs-contrato
                invalid key move 1 to fin-folios
            end-start
            perform until fin-folios = 1
                read contratos-cajas-file next record
                    at end move 1 to fin-folios
                    not at end
                        if ccs-contrato >= ws-folio-calculado
                            compute ws-folio-calculado =
                                ccs-contrato + 1
                        end-if
                end-read
            end-perform.
        registrar-acceso.
            perform pedir-caja
            move 1 to ws-valido
            read cajas-file
                invalid key
                    move 0 to ws-valido
                    display "ACCESO DENEGADO: la caja " ws-no-caja
                        " no existe en la sucursal " ws-sucursal
                not invalid key
                    if not csg-rentada
                        move 0 to ws-valido
                        display "ACCESO DENEGADO: la caja "
                            ws-no-caja " esta " csg-status
                    end-if
            end-read
            if ws-valido = 1
                move csg-contrato to ccs-contrato
                read contratos-cajas-file
                    invalid key
                        move 0 to ws-valido
                        display "ACCESO DENEGADO: el contrato "
                            csg-contrato " no esta registrado."
                    not invalid key
                        if not ccs-vigente
                            move 0 to ws-valido
                            display "ACCESO DENEGADO: el contrato "
                                ccs-contrato " esta " ccs-status
                        end-if
                end-read
            end-if
            if ws-valido = 1
                display "Numero de cliente que ingresa(10): "
                    with no advancing
                accept ws-no-cte
                perform validar-persona-acceso
            end-if
            if ws-valido = 1
                perform revisar-renta-vencida
                open extend accesos-cajas-file
                if ws-fs-accesos not = "00"
                    open output accesos-cajas-file
                    close accesos-cajas-file
                    open extend accesos-cajas-file
                end-if
                accept ws-hora from time
                move ws-fecha-hoy to acc-fecha
                move ws-hora to acc-hora
                move ws-sucursal to acc-sucursal
                move ws-no-caja to acc-no-caja
                move ccs-contrato to acc-contrato
                move ws-no-cte to acc-no-cte
                move ws-calidad to acc-calidad
                move ws-operador to acc-operador
                write e1-acceso-caja
                close accesos-cajas-file
                display "Acceso registrado: cliente " ws-no-cte
                    " (" ws-calidad ") a la caja " ws-no-caja
            end-if
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        validar-persona-acceso.
            if ws-no-cte = ccs-no-cte
                move "TITULAR" to ws-calidad
            else
                move "FIRMANTE" to ws-calidad
                move ccs-cuenta to frm-cuenta
                move ws-no-cte to frm-no-cte
                read firmantes-file
                    invalid key
                        move 0 to ws-valido
                    not invalid key
                        if not frm-activa
                            move 0 to ws-valido
                        end-if
                end-read
                if ws-valido = 0
                    display "ACCESO DENEGADO: el cliente " ws-no-cte
                        " no es titular del contrato ni firmante "
                        "ACTIVO de la cuenta " ccs-cuenta
                end-if
            end-if.
        revisar-renta-vencida.
            move ccs-fecha-vence(1:2) to ws-cap-dia
            move ccs-fecha-vence(3:2) to ws-cap-mes
            move ccs-fecha-vence(5:4) to ws-cap-anio
            compute ws-dias-vence = ws-cap-anio * 360
                + ws-cap-mes * 30 + ws-cap-dia
            if ws-dias-vence < ws-dias-hoy
                display "AVISO: la renta del contrato " ccs-contrato
                    " esta vencida desde el " ccs-fecha-vence
            end-if.
        bloquear-liberar-caja.
            perform pedir-caja
            read cajas-file
                invalid key
                    display "La caja " ws-no-caja
                        " no existe en la sucursal " ws-sucursal
                not invalid key
                    display "La caja " ws-no-caja " esta " csg-status
                    display "B=Bloquear  L=Liberar: "with no advancing
                    accept ws-accion
                    move e1-cajas to ws-imagen-antes
                    move 0 to ws-valido
                    if ws-accion = "B" or ws-accion = "b"
                        perform bloquear-caja
                    else
                        if ws-accion = "L" or ws-accion = "l"
                            perform liberar-caja
                        else
                            display "Accion invalida."
                        end-if
                    end-if
                    if ws-valido = 1
                        move ws-fecha-hoy to csg-fecha-status
                        move ws-operador to csg-operador
                        rewrite e1-cajas
                            invalid key
                                display "No se pudo actualizar la "
                                    "caja " ws-no-caja
                            not invalid key
                                display "La caja " ws-no-caja
                                    " queda " csg-status
                                move e1-cajas to ws-imagen-despues
                                move "CAMBIO" to ws-mnt-accion
                                perform registrar-auditoria-caja
                        end-rewrite
                    end-if
            end-read
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        bloquear-caja.
            if csg-libre or csg-rentada
                move "BLOQUEADA" to csg-status
                move 1 to ws-valido
            else
                display "RECHAZADO: solo se bloquea una caja LIBRE "
                    "o RENTADA."
            end-if.
        liberar-caja.
            if csg-bloqueada
                move 1 to ws-valido
                move "LIBRE" to csg-status
                if csg-contrato not = 0
                    move csg-contrato to ccs-contrato
                    read contratos-cajas-file
                        invalid key continue
                        not invalid key
                            if ccs-vigente
                                move "RENTADA" to csg-status
                                if ccs-por-perforar
                                    display "AVISO: el contrato "
                                        ccs-contrato " esta marcado "
                                        "para perforacion por renta "
                                        "vencida."
                                end-if
                            end-if
                    end-read
                end-if
            else
                if csg-perforada
                    move 1 to ws-valido
                    move "LIBRE" to csg-status
                    move 0 to csg-contrato
                else
                    display "RECHAZADO: la caja no esta BLOQUEADA ni "
                        "PERFORADA."
                end-if
            end-if.
        cancelar-contrato.
            display "Numero de contrato(10): "with no advancing
            accept ws-contrato
            move ws-contrato to ccs-contrato
            read contratos-cajas-file
                invalid key
                    display "El contrato " ws-contrato
                        " no esta registrado."
                not invalid key
                    if not ccs-vigente
                        display "RECHAZADO: el contrato "
                            ws-contrato " esta " ccs-status
                    else
                        perform revisar-renta-vencida
                        if ws-dias-vence < ws-dias-hoy
                            display "RECHAZADO: cobre la renta "
                                "vencida antes de cancelar."
                        else
                            perform cerrar-contrato-cancelado
                        end-if
                    end-if
            end-read
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        cerrar-contrato-cancelado.
            move e1-contrato-caja to ws-imagen-antes
            move "CANCELADO" to ccs-status
            move ws-fecha-hoy to ccs-fecha-fin
            rewrite e1-contrato-caja
                invalid key
                    display "No se pudo cancelar el contrato "
                        ws-contrato
                not invalid key
                    move e1-contrato-caja to ws-imagen-despues
                    move "CANCELA" to ws-mnt-accion
                    perform registrar-auditoria-contrato
                    move ccs-sucursal to csg-sucursal
                    move ccs-no-caja to csg-no-caja
                    read cajas-file
                        invalid key continue
                        not invalid key
                            move e1-cajas to ws-imagen-antes
                            move "LIBRE" to csg-status
                            move 0 to csg-contrato
                            move ws-fecha-hoy to csg-fecha-status
                            move ws-operador to csg-operador
                            rewrite e1-cajas
                                invalid key continue
                                not invalid key
                                    move e1-cajas to
                                        ws-imagen-despues
                                    move "CAMBIO" to ws-mnt-accion
                                    perform registrar-auditoria-caja
                            end-rewrite
                    end-read
                    display "Contrato " ws-contrato " CANCELADO, la "
                        "caja " ccs-no-caja " queda LIBRE."
            end-rewrite.
        registrar-perforacion.
            if ws-nivel-operador < 3
                display "ACCESO DENEGADO: solo un supervisor de nivel "
                    "3 o mayor registra una perforacion."
            else
                display "Numero de contrato(10): "with no advancing
                accept ws-contrato
                move ws-contrato to ccs-contrato
                read contratos-cajas-file
                    invalid key
                        display "El contrato " ws-contrato
                            " no esta registrado."
                    not invalid key
                        if not ccs-vigente or not ccs-por-perforar
                            display "RECHAZADO: el contrato "
                                ws-contrato " no esta marcado para "
                                "perforacion."
                        else
                            display "Caja " ccs-no-caja " sucursal "
                                ccs-sucursal " cliente " ccs-no-cte
                                " adeudo " ccs-meses-adeudo " meses"
                            display "Confirme la perforacion (S/N): "
                                with no advancing
                            accept ws-confirma
                            if ws-confirma = "S" or ws-confirma = "s"
                                perform cerrar-contrato-perforado
                            else
                                display "Perforacion cancelada."
                            end-if
                        end-if
                end-read
            end-if
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        cerrar-contrato-perforado.
            move e1-contrato-caja to ws-imagen-antes
            move "PERFORADO" to ccs-status
            move ws-fecha-hoy to ccs-fecha-fin
            rewrite e1-contrato-caja
                invalid key
                    display "No se pudo cerrar el contrato "
                        ws-contrato
                not invalid key
                    move e1-contrato-caja to ws-imagen-despues
                    move "PERFORA" to ws-mnt-accion
                    perform registrar-auditoria-contrato
                    move ccs-sucursal to csg-sucursal
                    move ccs-no-caja to csg-no-caja
                    read cajas-file
                        invalid key continue
                        not invalid key
                            move e1-cajas to ws-imagen-antes
                            move "PERFORADA" to csg-status
                            move ws-fecha-hoy to csg-fecha-status
                            move ws-operador to csg-operador
                            rewrite e1-cajas
                                invalid key continue
                                not invalid key
                                    move e1-cajas to
                                        ws-imagen-despues
                                    move "PERFORA" to ws-mnt-accion
                                    perform registrar-auditoria-caja
                            end-rewrite
                    end-read
                    display "Contrato " ws-contrato " PERFORADO, la "
                        "caja " ccs-no-caja " queda PERFORADA."
            end-rewrite.
        inventario-sucursal.
            display "Sucursal(4): "with no advancing
            accept ws-sucursal
            display " "
            display "INVENTARIO DE CAJAS DE SEGURIDAD - SUCURSAL "
                ws-sucursal
            move 0 to ws-tot-libres
            move 0 to ws-tot-rentadas
            move 0 to ws-tot-bloqueadas
            move 0 to ws-tot-perforadas
            move 0 to fin-fichero
            move ws-sucursal to csg-sucursal
            move 0 to csg-no-caja
            start cajas-file key is not less than csg-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read cajas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if csg-sucursal not = ws-sucursal
                            move 1 to fin-fichero
                        else
                            perform mostrar-caja
                        end-if
                end-read
            end-perform
            display "Libres: " ws-tot-libres
                "  Rentadas: " ws-tot-rentadas
                "  Bloqueadas: " ws-tot-bloqueadas
                "  Perforadas: " ws-tot-perforadas
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        mostrar-caja.
            if csg-libre
                add 1 to ws-tot-libres
            end-if
            if csg-rentada
                add 1 to ws-tot-rentadas
            end-if
            if csg-bloqueada
                add 1 to ws-tot-bloqueadas
            end-if
            if csg-perforada
                add 1 to ws-tot-perforadas
            end-if
            display "   Caja " csg-no-caja "  " csg-tamano
                "  Tarifa " csg-tarifa "  " csg-status
            if csg-contrato not = 0 and not csg-perforada
                move csg-contrato to ccs-contrato
                read contratos-cajas-file
                    invalid key continue
                    not invalid key
                        if ccs-vigente
                            display "      Contrato " ccs-contrato
                                "  Cliente " ccs-no-cte
                                "  Cuenta " ccs-cuenta
                                "  Vence " ccs-fecha-vence
                            if ccs-por-perforar
                                display "      POR PERFORAR: "
                                    ccs-meses-adeudo
                                    " meses de renta vencida"
                            end-if
                        end-if
                end-read
            end-if.
        obtener-fecha-hoy.
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-cap-anio
            move ws-fecha-sistema(5:2) to ws-cap-mes
            move ws-fecha-sistema(7:2) to ws-cap-dia
            compute ws-fecha-hoy = ws-cap-dia * 1000000
                + ws-cap-mes * 10000 + ws-cap-anio
            compute ws-dias-hoy = ws-cap-anio * 360
                + ws-cap-mes * 30 + ws-cap-dia.
        registrar-auditoria-caja.
            move "CAJASEG" to ws-mnt-archivo
            move csg-llave to ws-mnt-llave
            perform registrar-mant-auditoria.
        registrar-auditoria-contrato.
            move "CONTRCAJA" to ws-mnt-archivo
            move ccs-contrato to ws-mnt-llave
            perform registrar-mant-auditoria.
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
            move ws-mnt-archivo to mnt-archivo
            move ws-mnt-llave to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
