        identification division.
        program-id. e1-pgmcred.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select creditos-file assign to "creditos.dat"
        organization is indexed
        access mode is dynamic
        record key is cre-no-credito
        file status is ws-fs-creditos.

        select amortizaciones-file assign to "amortizaciones.dat"
        organization is indexed
        access mode is dynamic
        record key is amo-llave
        file status is ws-fs-amortiza.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select saldos-file assign to "saldos.dat"
        organization is indexed
        access mode is dynamic
        record key is sdo-no-cte
        file status is ws-fs-saldos.

        select saldos-cuenta-file assign to "saldos_cuenta.dat"
        organization is indexed
        access mode is dynamic
        record key is sc-llave
        file status is ws-fs-saldos-cuenta.

        select auditoria-file assign to "auditoria.dat"
        organization is line sequential
        file status is ws-fs-auditoria.

        select folios-file assign to "folios.dat"
        organization is indexed
        access mode is dynamic
        record key is fol-llave
        file status is ws-fs-folios.

        select periodos-file assign to "periodos.dat"
        organization is indexed
        access mode is dynamic
        record key is per-llave
        file status is ws-fs-periodos.

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
        fd creditos-file.
        01 e1-creditos.
            05 cre-no-credito pic 9(10).
            05 cre-no-cte pic 9(10).
            05 cre-cuenta pic 9(13).
            05 cre-sucursal pic 9(4).
            05 cre-principal pic 9(10)V99.
            05 cre-tasa-anual pic 9V9999.
            05 cre-plazo pic 9(3).
            05 cre-frecuencia pic X(9).
                88 cre-mensual value "MENSUAL".
                88 cre-quincenal value "QUINCENAL".
                88 cre-semanal value "SEMANAL".
            05 cre-cuota pic 9(10)V99.
            05 cre-fecha-disposicion pic 9(8).
            05 cre-saldo-capital pic 9(10)V99.
            05 cre-dias-atraso pic 9(4).
            05 cre-status pic X(9).
                88 cre-vigente value "VIGENTE".
                88 cre-vencido value "VENCIDO".
                88 cre-liquidado value "LIQUIDADO".
            05 cre-no-mts-disp pic 9(13).
            05 cre-operador pic X(10).
        fd amortizaciones-file.
        01 e1-amortizacion.
            05 amo-llave.
                10 amo-no-credito pic 9(10).
                10 amo-no-pago pic 9(3).
            05 amo-fecha-vence pic 9(8).
            05 amo-capital pic 9(10)V99.
            05 amo-interes pic 9(10)V99.
            05 amo-cuota pic 9(10)V99.
            05 amo-saldo-insoluto pic 9(10)V99.
            05 amo-status pic X(9).
                88 amo-pendiente value "PENDIENTE".
                88 amo-pagada value "PAGADA".
            05 amo-fecha-pago pic 9(8).
            05 amo-no-mts pic 9(13).
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
        fd saldos-file.
        01 e1-saldos.
            05 sdo-no-cte pic 9(10).
            05 sdo-saldo pic S9(10)V99.
            05 sdo-ultimo-mts pic 9(13).
        fd saldos-cuenta-file.
        01 e1-saldos-cuenta.
            05 sc-llave.
                10 sc-cuenta pic 9(13).
                10 sc-moneda pic X(3).
            05 sc-saldo pic S9(12)V99.
            05 sc-ultimo-mts pic 9(13).
        fd auditoria-file.
        01 e1-auditoria.
            05 aud-no-mts-mts pic 9(13).
            05 aud-operador pic X(10).
            05 aud-fecha pic 9(8).
            05 aud-hora pic 9(8).
            05 aud-autorizo pic X(10).
        fd folios-file.
        01 e1-folios.
            05 fol-llave pic X(10).
            05 fol-siguiente pic 9(13).
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
        77 fin-amortiza pic 9 value 0.
        77 ws-fs-creditos pic X(2) value "00".
        77 ws-fs-amortiza pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-saldos pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-auditoria pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-periodos pic X(2) value "00".
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
        77 ws-trailer-existe pic 9 value 0.
        77 ws-total-count pic 9(10) value 0.
        77 ws-total-suma pic S9(10)V99 value 0.
        77 ws-siguiente-no-mts pic 9(13) value 1.
        77 ws-folio-calculado pic 9(13) value 1.
        77 ws-siguiente-credito pic 9(10) value 1.
        77 ws-credito-calculado pic 9(10) value 1.
        77 ws-saldo-existe pic 9 value 0.
        77 ws-sc-existe pic 9 value 0.
        77 ws-monto-mxn pic S9(10)V99 value 0.
        77 ws-aud-fecha pic 9(8) value 0.
        77 ws-aud-hora pic 9(8) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-hoy-dma pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-no-cte pic 9(10) value 0.
        77 ws-no-credito pic 9(10) value 0.
        77 ws-periodos-anio pic 9(2) value 12.
        77 ws-dias-periodo pic 9(2) value 0.
        77 ws-tasa-periodo pic 9V9(10) value 0.
        77 ws-factor pic 9(8)V9(10) value 0.
        77 ws-cuota-numerador pic 9(12)V9(6) value 0.
        77 ws-cuota-divisor pic 9(8)V9(10) value 0.
        77 ws-saldo-insoluto pic 9(10)V99 value 0.
        77 ws-amo-idx pic 9(3) value 0.
        77 ws-base-dia pic 9(2) value 0.
        77 ws-base-mes pic 9(2) value 0.
        77 ws-base-anio pic 9(4) value 0.
        77 ws-cal-dia pic 9(3) value 0.
        77 ws-cal-mes pic 9(3) value 0.
        77 ws-cal-anio pic 9(4) value 0.
        77 ws-cal-dias-mes pic 9(2) value 0.
        77 ws-cal-cociente pic 9(4) value 0.
        77 ws-cal-resto pic 9(2) value 0.
        77 ws-suma-interes pic 9(12)V99 value 0.
        77 ws-creditos-cliente pic 9(6) value 0.
        01 ws-credito-captura pic X(150) value spaces.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-mnt-archivo pic X(10) value spaces.
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
            display "Clave de operador(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            perform abrir-creditos
            perform abrir-amortizaciones
            perform abrir-cuentas
            move 0 to ws-opcion
            perform until ws-opcion = 4
                perform limpiar-pantalla
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close creditos-file
            close amortizaciones-file
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
            move "CREDITOS" to e1-checkpoint
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
            display "CARTERA DE CREDITOS"
            display "1. Otorgar y disponer credito"
            display "2. Consultar credito y tabla de amortizacion"
            display "3. Listar creditos de un cliente"
            display "4. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform otorgar-credito
            else
                if ws-opcion = 2
                    perform consultar-credito
                else
                    if ws-opcion = 3
                        perform listar-creditos-cliente
                    else
                        if ws-opcion not = 4
                            display "Opcion invalida."
                        end-if
                    end-if
                end-if
            end-if.
        abrir-creditos.
            open i-o creditos-file
            if ws-fs-creditos not = "00"
                open output creditos-file
                close creditos-file
                open i-o creditos-file
            end-if.
        abrir-amortizaciones.
            open i-o amortizaciones-file
            if ws-fs-amortiza not = "00"
                open output amortizaciones-file
                close amortizaciones-file
                open i-o amortizaciones-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        otorgar-credito.
            initialize e1-creditos
            display "Numero de cliente(10): "with no advancing
            accept cre-no-cte
            display "Cuenta de deposito del credito(13): "
                with no advancing
            accept cre-cuenta
            move 1 to ws-valido
            move cre-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 0 to ws-valido
                    display "La cuenta no esta registrada, no se "
                        "otorgo el credito."
            end-read
            if ws-valido = 1 and not cta-activa
                move 0 to ws-valido
                display "La cuenta esta " cta-status
                    ", no se otorgo el credito."
            end-if
            if ws-valido = 1 and cta-no-cte not = cre-no-cte
                move 0 to ws-valido
                display "La cuenta pertenece al cliente " cta-no-cte
                    ", no se otorgo el credito."
            end-if
            if ws-valido = 1
                move cta-sucursal to cre-sucursal
                perform capturar-condiciones
            end-if
            if ws-valido = 1
                perform validar-periodo-disposicion
            end-if
            if ws-valido = 1
                perform calcular-cuota
                display "Cuota por periodo: " cre-cuota
                display "Confirmar la disposicion (S/N): "
                    with no advancing
                accept ws-pausa
                if ws-pausa not = "S" and ws-pausa not = "s"
                    move 0 to ws-valido
                    display "Credito no otorgado."
                end-if
            end-if
            if ws-valido = 1
                perform disponer-credito
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        capturar-condiciones.
            move 0 to cre-principal
            perform until cre-principal > 0
                display "Monto del credito 9(10)V99: "with no advancing
                accept cre-principal
                if cre-principal = 0
                    display "El monto debe ser mayor a cero."
                end-if
            end-perform
            display "Tasa anual 9V9999 (ej. 0.2400 = 24%): "
                with no advancing
            accept cre-tasa-anual
            move 0 to cre-plazo
            perform until cre-plazo > 0
                display "Plazo en numero de pagos (1 a 360): "
                    with no advancing
                accept cre-plazo
                if cre-plazo = 0 or cre-plazo > 360
                    display "Plazo invalido, intente de nuevo."
                    move 0 to cre-plazo
                end-if
            end-perform
            move spaces to cre-frecuencia
            perform until cre-mensual or cre-quincenal or cre-semanal
                display "Frecuencia de pago (MENSUAL/QUINCENAL/"
                    "SEMANAL): "with no advancing
                accept cre-frecuencia
                if not cre-mensual and not cre-quincenal
                    and not cre-semanal
                    display "Frecuencia invalida, intente de nuevo."
                end-if
            end-perform.
        validar-periodo-disposicion.
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-hoy-dma = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            open input periodos-file
            if ws-fs-periodos = "00"
                move ws-anio to per-anio
                move ws-mes to per-mes
                read periodos-file
                    invalid key continue
                    not invalid key
                        if per-cerrado
                            move 0 to ws-valido
                            display "El periodo contable " ws-mes "/"
                                ws-anio " esta cerrado, no se otorgo "
                                "el credito."
                        end-if
                end-read
                close periodos-file
            end-if.
        calcular-cuota.
            if cre-mensual
                move 12 to ws-periodos-anio
                move 0 to ws-dias-periodo
            else
                if cre-quincenal
                    move 24 to ws-periodos-anio
                    move 15 to ws-dias-periodo
                else
                    move 52 to ws-periodos-anio
                    move 7 to ws-dias-periodo
                end-if
            end-if
            compute ws-tasa-periodo rounded =
                cre-tasa-anual / ws-periodos-anio
            if ws-tasa-periodo = 0
                compute cre-cuota rounded = cre-principal / cre-plazo
            else
                compute ws-factor rounded =
                    (1 + ws-tasa-periodo) ** cre-plazo
                compute ws-cuota-numerador rounded = cre-principal
                    * ws-tasa-periodo * ws-factor
                compute ws-cuota-divisor = ws-factor - 1
                compute cre-cuota rounded =
                    ws-cuota-numerador / ws-cuota-divisor
            end-if.
        disponer-credito.
            perform abrir-folios
            perform obtener-siguiente-credito
            move ws-siguiente-credito to cre-no-credito
            perform abrir-movimientos
            perform abrir-saldos
            perform abrir-saldos-cuenta
            perform abrir-auditoria
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move cre-no-cte to e1-no-cte-mts
            move cre-cuenta to e1-cta-chq-mts
            move cre-no-credito to e1-cta-cbe-mts
            move "CREDITO " to e1-tipo-mts
            move cre-principal to e1-sdo-mts
            move ws-hoy-dma to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move cre-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    move 0 to ws-valido
                    display "No se pudo grabar la disposicion del "
                        "credito, no se otorgo."
                not invalid key
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    perform actualizar-trailer
            end-write
            close movimientos-file
            close saldos-file
            close saldos-cuenta-file
            close auditoria-file
            close folios-file
            if ws-valido = 1
                move ws-siguiente-no-mts to cre-no-mts-disp
                move ws-hoy-dma to cre-fecha-disposicion
                move cre-principal to cre-saldo-capital
                move 0 to cre-dias-atraso
                move "VIGENTE" to cre-status
                move ws-operador to cre-operador
                write e1-creditos
                    invalid key
                        display "No se pudo grabar el credito "
                            cre-no-credito " en creditos.dat"
                    not invalid key
                        perform generar-amortizacion
                        display "Credito " cre-no-credito
                            " otorgado y depositado en la cuenta "
                            cre-cuenta " (movimiento "
                            cre-no-mts-disp ")"
                        move cre-no-credito to ws-no-credito
                        move spaces to ws-imagen-antes
                        move e1-creditos to ws-imagen-despues
                        move "ALTA" to ws-mnt-accion
                        move "CREDITOS" to ws-mnt-archivo
                        perform registrar-mant-auditoria
                end-write
            end-if.
        generar-amortizacion.
            move cre-fecha-disposicion(1:2) to ws-base-dia
            move cre-fecha-disposicion(3:2) to ws-base-mes
            move cre-fecha-disposicion(5:4) to ws-base-anio
            move ws-base-dia to ws-cal-dia
            move ws-base-mes to ws-cal-mes
            move ws-base-anio to ws-cal-anio
            move cre-principal to ws-saldo-insoluto
            move 0 to ws-suma-interes
            move 1 to ws-amo-idx
            perform until ws-amo-idx > cre-plazo
                perform calcular-renglon-amortizacion
                write e1-amortizacion
                    invalid key
                        display "No se pudo grabar el pago "
                            amo-no-pago " de la tabla de amortizacion"
                end-write
                add 1 to ws-amo-idx
            end-perform
            display "Tabla de amortizacion generada: " cre-plazo
                " pagos, intereses totales " ws-suma-interes.
        calcular-renglon-amortizacion.
            move cre-no-credito to amo-no-credito
            move ws-amo-idx to amo-no-pago
            perform calcular-fecha-vencimiento
            compute amo-interes rounded =
                ws-saldo-insoluto * ws-tasa-periodo
            if ws-amo-idx = cre-plazo
                move ws-saldo-insoluto to amo-capital
            else
                if cre-cuota > amo-interes
                    subtract amo-interes from cre-cuota
                        giving amo-capital
                else
                    move 0 to amo-capital
                end-if
                if amo-capital > ws-saldo-insoluto
                    move ws-saldo-insoluto to amo-capital
                end-if
            end-if
            add amo-capital amo-interes giving amo-cuota
            subtract amo-capital from ws-saldo-insoluto
            move ws-saldo-insoluto to amo-saldo-insoluto
            add amo-interes to ws-suma-interes
            move "PENDIENTE" to amo-status
            move 0 to amo-fecha-pago
            move 0 to amo-no-mts.
        calcular-fecha-vencimiento.
            if cre-mensual
                compute ws-cal-mes = ws-base-mes + ws-amo-idx
                move ws-base-anio to ws-cal-anio
                perform until ws-cal-mes <= 12
                    subtract 12 from ws-cal-mes
                    add 1 to ws-cal-anio
                end-perform
                move ws-base-dia to ws-cal-dia
                perform obtener-dias-mes-cal
                if ws-cal-dia > ws-cal-dias-mes
                    move ws-cal-dias-mes to ws-cal-dia
                end-if
            else
                add ws-dias-periodo to ws-cal-dia
                perform obtener-dias-mes-cal
                perform until ws-cal-dia <= ws-cal-dias-mes
                    subtract ws-cal-dias-mes from ws-cal-dia
                    add 1 to ws-cal-mes
                    if ws-cal-mes > 12
                        move 1 to ws-cal-mes
                        add 1 to ws-cal-anio
                    end-if
                    perform obtener-dias-mes-cal
                end-perform
            end-if
            compute amo-fecha-vence = ws-cal-dia * 1000000
                + ws-cal-mes * 10000 + ws-cal-anio.
        obtener-dias-mes-cal.
            if ws-cal-mes = 2
                divide ws-cal-anio by 4 giving ws-cal-cociente
                    remainder ws-cal-resto
                if ws-cal-resto = 0
                    move 29 to ws-cal-dias-mes
                else
                    move 28 to ws-cal-dias-mes
                end-if
            else
                if ws-cal-mes = 4 or ws-cal-mes = 6
                    or ws-cal-mes = 9 or ws-cal-mes = 11
                    move 30 to ws-cal-dias-mes
                else
                    move 31 to ws-cal-dias-mes
                end-if
            end-if.
        consultar-credito.
            display "Numero de credito(10): "with no advancing
            accept ws-no-credito
            move ws-no-credito to cre-no-credito
            read creditos-file
                invalid key
                    display "Credito no encontrado."
                not invalid key
                    perform mostrar-credito
                    perform mostrar-amortizacion
            end-read
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-credito.
            display "Credito " cre-no-credito "  cliente " cre-no-cte
                "  cuenta " cre-cuenta "  sucursal " cre-sucursal
            display "   Monto " cre-principal "  tasa " cre-tasa-anual
                "  plazo " cre-plazo " pagos " cre-frecuencia
            display "   Cuota " cre-cuota "  dispuesto el "
                cre-fecha-disposicion
            display "   Saldo de capital " cre-saldo-capital
                "  dias de atraso " cre-dias-atraso
                "  " cre-status.
        mostrar-amortizacion.
            display "PAGO VENCE     CAPITAL       INTERES       "
                "CUOTA         SALDO         ESTATUS"
            move 0 to fin-amortiza
            move ws-no-credito to amo-no-credito
            move 0 to amo-no-pago
            start amortizaciones-file key is not less than amo-llave
                invalid key move 1 to fin-amortiza
            end-start
            perform until fin-amortiza = 1
                read amortizaciones-file next record
                    at end move 1 to fin-amortiza
                    not at end
                        if amo-no-credito not = ws-no-credito
                            move 1 to fin-amortiza
                        else
                            display amo-no-pago " " amo-fecha-vence
                                " " amo-capital " " amo-interes
                                " " amo-cuota " " amo-saldo-insoluto
                                " " amo-status
                        end-if
                end-read
            end-perform.
        listar-creditos-cliente.
            display "Numero de cliente(10): "with no advancing
            accept ws-no-cte
            move 0 to ws-creditos-cliente
            move 0 to fin-fichero
            move 0 to cre-no-credito
            start creditos-file key is not less than cre-no-credito
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read creditos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if cre-no-cte = ws-no-cte
                            add 1 to ws-creditos-cliente
                            display "   Credito " cre-no-credito
                                "  cuenta " cre-cuenta
                                "  saldo " cre-saldo-capital
                                "  atraso " cre-dias-atraso
                                "  " cre-status
                        end-if
                end-read
            end-perform
            display "Creditos del cliente: " ws-creditos-cliente
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        abrir-movimientos.
            open i-o movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open i-o movimientos-file
            end-if.
        abrir-saldos.
            open i-o saldos-file
            if ws-fs-saldos not = "00"
                open output saldos-file
                close saldos-file
                open i-o saldos-file
            end-if.
        abrir-saldos-cuenta.
            open i-o saldos-cuenta-file
            if ws-fs-saldos-cuenta not = "00"
                open output saldos-cuenta-file
                close saldos-cuenta-file
                open i-o saldos-cuenta-file
            end-if.
        abrir-auditoria.
            open extend auditoria-file
            if ws-fs-auditoria not = "00"
                open output auditoria-file
                close auditoria-file
                open extend auditoria-file
            end-if.
        abrir-folios.
            open i-o folios-file
            if ws-fs-folios not = "00"
                open output folios-file
                close folios-file
                open i-o folios-file
            end-if.
        obtener-siguiente-credito.
            move "CREDITO" to fol-llave
            read folios-file
                invalid key
                    perform calcular-credito-inicial
                    move "CREDITO" to fol-llave
                    move ws-credito-calculado to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "creditos en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-siguiente-credito
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "creditos en folios.dat"
            end-rewrite.
        calcular-credito-inicial.
            move 1 to ws-credito-calculado
            move 0 to fin-folios
            move e1-creditos to ws-credito-captura
            move 0 to cre-no-credito
            start creditos-file key is not less than cre-no-credito
                invalid key move 1 to fin-folios
            end-start
            perform until fin-folios = 1
                read creditos-file next record
                    at end move 1 to fin-folios
                    not at end
                        if cre-no-credito >= ws-credito-calculado
                            compute ws-credito-calculado =
                                cre-no-credito + 1
                        end-if
                end-read
            end-perform
            move ws-credito-captura to e1-creditos.
        obtener-siguiente-no-mts.
            move "MOVIMIENTO" to fol-llave
            read folios-file
                invalid key
                    perform calcular-folio-inicial
                    move "MOVIMIENTO" to fol-llave
                    move ws-folio-calculado to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "movimientos en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-siguiente-no-mts
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "movimientos en folios.dat"
            end-rewrite.
        calcular-folio-inicial.
            move 1 to ws-folio-calculado
            move 0 to fin-folios
            move 0 to e1-no-mts-mts
            start movimientos-file
                key is not less than e1-no-mts-mts
                invalid key move 1 to fin-folios
            end-start
            perform until fin-folios = 1
                read movimientos-file next record
                    at end move 1 to fin-folios
                    not at end
                        if e1-no-mts-mts not = ws-trailer-key
                            and e1-no-mts-mts >= ws-folio-calculado
                            compute ws-folio-calculado =
                                e1-no-mts-mts + 1
                        end-if
                end-read
            end-perform.
        registrar-auditoria.
            accept ws-aud-fecha from date yyyymmdd
            accept ws-aud-hora from time
            move e1-no-mts-mts to aud-no-mts-mts
            move ws-operador to aud-operador
            move ws-aud-fecha to aud-fecha
            move ws-aud-hora to aud-hora
            move spaces to aud-autorizo
            write e1-auditoria.
        actualizar-saldo.
            move e1-sdo-mts to ws-monto-mxn
            move e1-no-cte-mts to sdo-no-cte
            read saldos-file
                invalid key move 0 to ws-saldo-existe
                not invalid key move 1 to ws-saldo-existe
            end-read
            move e1-no-cte-mts to sdo-no-cte
            if ws-saldo-existe = 1
                add ws-monto-mxn to sdo-saldo
                move e1-no-mts-mts to sdo-ultimo-mts
                rewrite e1-saldos
            else
                move ws-monto-mxn to sdo-saldo
                move e1-no-mts-mts to sdo-ultimo-mts
                write e1-saldos
            end-if.
        actualizar-saldo-cuenta.
            move e1-cta-chq-mts to sc-cuenta
            move e1-moneda-mts to sc-moneda
            read saldos-cuenta-file
                invalid key move 0 to ws-sc-existe
                not invalid key move 1 to ws-sc-existe
            end-read
            move e1-cta-chq-mts to sc-cuenta
            move e1-moneda-mts to sc-moneda
            if ws-sc-existe = 1
                add e1-sdo-mts to sc-saldo
                move e1-no-mts-mts to sc-ultimo-mts
                rewrite e1-saldos-cuenta
            else
                move e1-sdo-mts to sc-saldo
                move e1-no-mts-mts to sc-ultimo-mts
                write e1-saldos-cuenta
            end-if.
        actualizar-trailer.
            move 0 to ws-total-count
            move 0 to ws-total-suma
            move 0 to fin-fichero
            move 0 to e1-no-mts-mts
            start movimientos-file
                key is not less than e1-no-mts-mts
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read movimientos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if e1-no-mts-mts not = ws-trailer-key
                            add 1 to ws-total-count
                            add e1-sdo-mts to ws-total-suma
                        end-if
                end-read
            end-perform
            move ws-trailer-key to e1-no-mts-mts
            read movimientos-file
                invalid key move 0 to ws-trailer-existe
                not invalid key move 1 to ws-trailer-existe
            end-read
            move ws-trailer-key to e1-no-mts-mts
            move ws-total-count to e1-no-cte-mts
            move 0 to e1-cta-chq-mts
            move 0 to e1-cta-cbe-mts
            move "TRAILER " to e1-tipo-mts
            move ws-total-suma to e1-sdo-mts
            move 0 to e1-fech-mts
            move spaces to e1-moneda-mts
            move 0 to e1-sucursal
            if ws-trailer-existe = 1
                perform armar-llaves-mts
                rewrite e1-movimientos
            else
                perform armar-llaves-mts
                write e1-movimientos
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
            move ws-mnt-archivo to mnt-archivo
            move ws-no-credito to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
