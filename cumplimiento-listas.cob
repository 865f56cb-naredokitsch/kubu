        identification division.
        program-id. cumplimiento-listas.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select coincidencias-file assign to "coincidencias_listas.dat"
        organization is indexed
        access mode is dynamic
        record key is coi-llave
        file status is ws-fs-coincidencias.

        select bloqueos-file assign to "bloqueos_listas.dat"
        organization is indexed
        access mode is dynamic
        record key is blq-cuenta
        file status is ws-fs-bloqueos.

        select retenidas-file assign to "spei_retenidas.dat"
        organization is indexed
        access mode is dynamic
        record key is ret-llave
        file status is ws-fs-retenidas.

        select remesas-file assign to "remesas.dat"
        organization is indexed
        access mode is dynamic
        record key is rms-referencia
        file status is ws-fs-remesas.

        select spei-entrada-file assign to "spei_entrada.dat"
        organization is line sequential
        file status is ws-fs-entrada.

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
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
                88 cta-activa value "ACTIVA".
                88 cta-bloqueada value "BLOQUEADA".
                88 cta-cerrada value "CERRADA".
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
        fd coincidencias-file.
        01 e1-coincidencia.
            05 coi-llave.
                10 coi-no-cte pic 9(10).
                10 coi-lista pic X(4).
                10 coi-id pic X(10).
            05 coi-nombre pic X(80).
            05 coi-rfc pic X(13).
            05 coi-criterio pic X(6).
            05 coi-origen pic X(10).
            05 coi-referencia pic X(20).
            05 coi-fecha pic 9(8).
            05 coi-status pic X(10).
                88 coi-pendiente value "PENDIENTE".
                88 coi-confirmada value "CONFIRMADA".
                88 coi-descartada value "DESCARTADA".
            05 coi-resolvio pic X(10).
            05 coi-fecha-resolucion pic 9(8).
        fd bloqueos-file.
        01 e1-bloqueo.
            05 blq-cuenta pic 9(13).
            05 blq-no-cte pic 9(10).
            05 blq-status-anterior pic X(9).
            05 blq-fecha pic 9(8).
            05 blq-origen pic X(10).
        fd retenidas-file.
        01 e1-retenida.
            05 ret-llave.
                10 ret-sentido pic X(1).
                    88 ret-entrada value "E".
                    88 ret-salida value "S".
                    88 ret-remesa value "R".
                10 ret-referencia pic X(20).
            05 ret-no-cte pic 9(10).
            05 ret-cuenta pic 9(13).
            05 ret-no-mts pic 9(13).
            05 ret-clabe-destino pic 9(20).
            05 ret-monto pic 9(10)V99.
            05 ret-moneda pic X(3).
            05 ret-fecha pic 9(8).
            05 ret-banco-emisor pic 9(3).
            05 ret-nombre-ordenante pic X(40).
            05 ret-rfc-ordenante pic X(13).
            05 ret-lista pic X(4).
            05 ret-id pic X(10).
            05 ret-status pic X(9).
                88 ret-retenida value "RETENIDA".
                88 ret-liberada value "LIBERADA".
                88 ret-enviada value "ENVIADA".
            05 ret-fecha-retencion pic 9(8).
            05 ret-fecha-liberacion pic 9(8).
        fd spei-entrada-file.
        01 e1-spei-entrada.
            05 se-clave-rastreo.
                10 se-cr-prefijo pic X(2).
                10 se-cr-fecha pic 9(8).
                10 se-cr-consecutivo pic 9(10).
            05 se-clabe-destino pic 9(20).
            05 se-monto pic 9(10)V99.
            05 se-fecha pic 9(8).
            05 se-banco-emisor pic 9(3).
            05 se-nombre-ordenante pic X(40).
            05 se-rfc-ordenante pic X(13).
        fd remesas-file.
        01 e1-remesa.
            05 rms-referencia pic X(16).
            05 rms-folio pic 9(10).
            05 rms-fecha-envio pic 9(8).
            05 rms-fecha-recibida pic 9(8).
            05 rms-modalidad pic X(1).
                88 rms-a-cuenta value "C".
                88 rms-en-efectivo value "E".
            05 rms-destino pic 9(20).
            05 rms-cuenta pic 9(13).
            05 rms-no-cte pic 9(10).
            05 rms-monto pic 9(10)V99.
            05 rms-nombre-remitente pic X(40).
            05 rms-pais-origen pic X(3).
            05 rms-nombre-beneficiario pic X(40).
            05 rms-status pic X(9).
                88 rms-abonada value "ABONADA".
                88 rms-pendiente value "PENDIENTE".
                88 rms-pagada value "PAGADA".
                88 rms-devuelta value "DEVUELTA".
                88 rms-retenida value "RETENIDA".
                88 rms-liberada value "LIBERADA".
            05 rms-motivo pic X(2).
            05 rms-alerta-aml pic X(1).
            05 rms-no-mts pic 9(13).
            05 rms-fecha-pago pic 9(8).
            05 rms-sucursal-pago pic 9(4).
            05 rms-cajero pic X(10).
            05 rms-identificacion pic X(20).
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
        77 fin-coincidencias pic 9 value 0.
        77 fin-bloqueos pic 9 value 0.
        77 fin-retenidas pic 9 value 0.
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-coincidencias pic X(2) value "00".
        77 ws-fs-bloqueos pic X(2) value "00".
        77 ws-fs-retenidas pic X(2) value "00".
        77 ws-fs-entrada pic X(2) value "00".
        77 ws-fs-remesas pic X(2) value "00".
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
        77 ws-no-cte pic 9(10) value 0.
        77 ws-lista pic X(4) value spaces.
        77 ws-id pic X(10) value spaces.
        77 ws-dictamen pic X(10) value spaces.
        77 ws-coi-abierta pic 9 value 0.
        77 ws-revisar-cte pic 9(10) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-hoy-dma pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-total-listadas pic 9(6) value 0.
        77 ws-total-confirmadas pic 9(6) value 0.
        77 ws-tot-restauradas pic 9(6) value 0.
        77 ws-tot-liberadas pic 9(6) value 0.
        77 ws-suma-listada pic 9(12)V99 value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-mnt-archivo pic X(10) value spaces.
        01 ws-mnt-llave pic X(13) value spaces.
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
            display "REVISION DE COINCIDENCIAS EN LISTAS DE PERSONAS "
                "BLOQUEADAS"
            display "Clave de operador(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            perform abrir-coincidencias
            perform abrir-cuentas
            perform abrir-bloqueos
            perform abrir-retenidas
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
            close coincidencias-file
            close cuentas-file
            close bloqueos-file
            close retenidas-file
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
            move "LISTAS" to e1-checkpoint
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
            display "COINCIDENCIAS EN LISTAS (LPB/OFAC)"
            display "1. Coincidencias pendientes de revision"
            display "2. Consultar coincidencias de un cliente"
            display "3. Resolver coincidencia"
            display "4. Transferencias retenidas"
            display "5. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform listar-pendientes
            else
                if ws-opcion = 2
                    perform consultar-cliente
                else
                    if ws-opcion = 3
                        perform resolver-coincidencia
                    else
                        if ws-opcion = 4
                            perform listar-retenidas
                        else
                            if ws-opcion not = 5
                                display "Opcion invalida."
                            end-if
                        end-if
                    end-if
                end-if
            end-if.
        abrir-coincidencias.
            open i-o coincidencias-file
            if ws-fs-coincidencias not = "00"
                open output coincidencias-file
                close coincidencias-file
                open i-o coincidencias-file
            end-if.
        abrir-cuentas.
            open i-o cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open i-o cuentas-file
            end-if.
        abrir-bloqueos.
            open i-o bloqueos-file
            if ws-fs-bloqueos not = "00"
                open output bloqueos-file
                close bloqueos-file
                open i-o bloqueos-file
            end-if.
        abrir-retenidas.
            open i-o retenidas-file
            if ws-fs-retenidas not = "00"
                open output retenidas-file
                close retenidas-file
                open i-o retenidas-file
            end-if.
        listar-pendientes.
            move 0 to ws-total-listadas
            move 0 to ws-total-confirmadas
            display "CLIENTE     LISTA ID          CRITERIO ORIGEN    "
                " FECHA     NOMBRE"
            move 0 to fin-coincidencias
            move low-values to coi-llave
            start coincidencias-file key is not less than coi-llave
                invalid key move 1 to fin-coincidencias
            end-start
            perform until fin-coincidencias = 1
                read coincidencias-file next record
                    at end move 1 to fin-coincidencias
                    not at end
                        if coi-pendiente
                            add 1 to ws-total-listadas
                            perform mostrar-renglon-coincidencia
                        end-if
                        if coi-confirmada
                            add 1 to ws-total-confirmadas
                        end-if
                end-read
            end-perform
            display "Coincidencias pendientes: " ws-total-listadas
                "  Confirmadas: " ws-total-confirmadas
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-renglon-coincidencia.
            display coi-no-cte "  " coi-lista " " coi-id "  "
                coi-criterio "   " coi-origen " " coi-fecha "  "
                coi-nombre(1:40).
        consultar-cliente.
            display "Numero de cliente(10): "with no advancing
            accept ws-no-cte
            move 0 to ws-total-listadas
            move 0 to fin-coincidencias
            move ws-no-cte to coi-no-cte
            move low-values to coi-lista
            move low-values to coi-id
            start coincidencias-file key is not less than coi-llave
                invalid key move 1 to fin-coincidencias
            end-start
            perform until fin-coincidencias = 1
                read coincidencias-file next record
                    at end move 1 to fin-coincidencias
                    not at end
                        if coi-no-cte not = ws-no-cte
                            move 1 to fin-coincidencias
                        else
                            add 1 to ws-total-listadas
                            perform mostrar-coincidencia
                        end-if
                end-read
            end-perform
            display "Coincidencias del cliente: " ws-total-listadas
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-coincidencia.
            display "Lista " coi-lista " id " coi-id
                "  por " coi-criterio "  origen " coi-origen
                " " coi-referencia
            display "   Nombre revisado: " coi-nombre
            display "   RFC revisado:    " coi-rfc
                "  detectada el " coi-fecha
            display "   Estatus: " coi-status
            if not coi-pendiente
                display "   Resuelta el " coi-fecha-resolucion
                    " por " coi-resolvio
            end-if.
        resolver-coincidencia.
            if ws-op-nivel < 3
                display "Se requiere un operador de nivel 3 para "
                    "resolver coincidencias en listas."
            else
                move 0 to ws-valido
                display "Numero de cliente(10): "with no advancing
                accept ws-no-cte
                display "Lista (LPB/OFAC): "with no advancing
                accept ws-lista
                display "Identificador en la lista(10): "
                    with no advancing
                accept ws-id
                move ws-no-cte to coi-no-cte
                move ws-lista to coi-lista
                move ws-id to coi-id
                read coincidencias-file
                    invalid key
                        display "La coincidencia no esta registrada."
                    not invalid key
                        perform mostrar-coincidencia
                        if coi-pendiente
                            move 1 to ws-valido
                        else
                            display "La coincidencia ya fue resuelta."
                        end-if
                end-read
                if ws-valido = 1
                    display "Dictamen (CONFIRMADA/DESCARTADA): "
                        with no advancing
                    accept ws-dictamen
                    if ws-dictamen not = "CONFIRMADA"
                        and ws-dictamen not = "DESCARTADA"
                        move 0 to ws-valido
                        display "Dictamen invalido."
                    end-if
                end-if
                if ws-valido = 1
                    perform aplicar-dictamen
                end-if
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        aplicar-dictamen.
            move e1-coincidencia to ws-imagen-antes
            move ws-dictamen to coi-status
            move ws-operador to coi-resolvio
            move ws-hoy-dma to coi-fecha-resolucion
            rewrite e1-coincidencia
                invalid key
                    display "No se pudo actualizar la coincidencia."
                not invalid key
                    move e1-coincidencia to ws-imagen-despues
                    move "RESUELVE" to ws-mnt-accion
                    move "LISTAS" to ws-mnt-archivo
                    move coi-no-cte to ws-mnt-llave
                    perform registrar-mant-auditoria
                    if coi-confirmada
                        display "Coincidencia CONFIRMADA: las cuentas "
                            "del cliente y sus transferencias "
                            "retenidas permanecen congeladas."
                        display "Presente el aviso a la UIF dentro "
                            "del plazo legal."
                    else
                        perform liberar-descartada
                    end-if
            end-rewrite.
        liberar-descartada.
            move 0 to ws-tot-restauradas
            move 0 to ws-tot-liberadas
            move ws-no-cte to ws-revisar-cte
            perform buscar-coincidencia-abierta
            if ws-coi-abierta = 1
                display "Coincidencia DESCARTADA; el cliente tiene "
                    "otras coincidencias abiertas, sus cuentas "
                    "siguen BLOQUEADAS."
            else
                perform restaurar-cuentas-cliente
            end-if
            perform liberar-retenidas
            display "Coincidencia DESCARTADA. Cuentas restauradas: "
                ws-tot-restauradas
                "  Transferencias liberadas: " ws-tot-liberadas
            if ws-tot-liberadas > 0
                display "Las transferencias liberadas se procesan en "
                    "el siguiente ciclo nocturno."
            end-if.
        buscar-coincidencia-abierta.
            move 0 to ws-coi-abierta
            move 0 to fin-coincidencias
            move ws-revisar-cte to coi-no-cte
            move low-values to coi-lista
            move low-values to coi-id
            start coincidencias-file key is not less than coi-llave
                invalid key move 1 to fin-coincidencias
            end-start
            perform until fin-coincidencias = 1
                read coincidencias-file next record
                    at end move 1 to fin-coincidencias
                    not at end
                        if coi-no-cte not = ws-revisar-cte
                            move 1 to fin-coincidencias
                        else
                            if coi-pendiente or coi-confirmada
                                move 1 to ws-coi-abierta
                                move 1 to fin-coincidencias
                            end-if
                        end-if
                end-read
            end-perform.
        restaurar-cuentas-cliente.
            move 0 to fin-bloqueos
            move 0 to blq-cuenta
            start bloqueos-file key is not less than blq-cuenta
                invalid key move 1 to fin-bloqueos
            end-start
            perform until fin-bloqueos = 1
                read bloqueos-file next record
                    at end move 1 to fin-bloqueos
                    not at end
                        if blq-no-cte = ws-no-cte
                            perform restaurar-cuenta
                        end-if
                end-read
            end-perform.
        restaurar-cuenta.
            move blq-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key continue
                not invalid key
                    if cta-bloqueada
                        and blq-status-anterior not = "BLOQUEADA"
                        move e1-cuentas to ws-imagen-antes
                        move blq-status-anterior to cta-status
                        rewrite e1-cuentas
                            invalid key
                                display "No se pudo restaurar la "
                                    "cuenta " cta-no-cuenta
                            not invalid key
                                add 1 to ws-tot-restauradas
                                move e1-cuentas to ws-imagen-despues
                                move "ESTATUS" to ws-mnt-accion
                                move "CUENTAS" to ws-mnt-archivo
                                move cta-no-cuenta to ws-mnt-llave
                                perform registrar-mant-auditoria
                                display "   Cuenta " cta-no-cuenta
                                    " vuelve a " cta-status
                        end-rewrite
                    end-if
            end-read
            delete bloqueos-file
                invalid key continue
            end-delete.
        liberar-retenidas.
            move 0 to fin-retenidas
            move low-values to ret-llave
            start retenidas-file key is not less than ret-llave
                invalid key move 1 to fin-retenidas
            end-start
            perform until fin-retenidas = 1
                read retenidas-file next record
                    at end move 1 to fin-retenidas
                    not at end
                        if ret-retenida and ret-lista = ws-lista
                            and ret-id = ws-id
                            perform evaluar-retenida
                        end-if
                end-read
            end-perform.
        evaluar-retenida.
            if ret-no-cte = 0
                perform liberar-retenida
            else
                move ret-no-cte to ws-revisar-cte
                perform buscar-coincidencia-abierta
                if ws-coi-abierta = 0
                    perform liberar-retenida
                end-if
            end-if.
        liberar-retenida.
            if ret-entrada
                perform reingresar-spei-entrada
            end-if
            if ret-remesa
                perform liberar-remesa
            end-if
            move e1-retenida to ws-imagen-antes
            move "LIBERADA" to ret-status
            move ws-hoy-dma to ret-fecha-liberacion
            rewrite e1-retenida
                invalid key
                    display "No se pudo liberar la transferencia "
                        ret-referencia
                not invalid key
                    add 1 to ws-tot-liberadas
                    move e1-retenida to ws-imagen-despues
                    move "LIBERA" to ws-mnt-accion
                    move "RETENIDAS" to ws-mnt-archivo
                    move ret-cuenta to ws-mnt-llave
                    perform registrar-mant-auditoria
                    display "   Transferencia " ret-sentido " "
                        ret-referencia " liberada por " ret-monto
            end-rewrite.
        reingresar-spei-entrada.
            open extend spei-entrada-file
            if ws-fs-entrada not = "00"
                open output spei-entrada-file
                close spei-entrada-file
                open extend spei-entrada-file
            end-if
            move ret-referencia to se-clave-rastreo
            move ret-clabe-destino to se-clabe-destino
            move ret-monto to se-monto
            move ret-fecha to se-fecha
            move ret-banco-emisor to se-banco-emisor
            move ret-nombre-ordenante to se-nombre-ordenante
            move ret-rfc-ordenante to se-rfc-ordenante
            write e1-spei-entrada
            close spei-entrada-file.
        liberar-remesa.
            open i-o remesas-file
            if ws-fs-remesas not = "00"
                display "   No se pudo abrir remesas.dat para liberar "
                    "la remesa " ret-referencia
            else
                move ret-referencia to rms-referencia
                read remesas-file
                    invalid key
                        display "   La remesa " ret-referencia
                            " no esta registrada en remesas.dat"
                    not invalid key
                        if rms-retenida
                            move e1-remesa to ws-imagen-antes
                            move "LIBERADA" to rms-status
                            rewrite e1-remesa
                                invalid key
                                    display "   No se pudo liberar la "
                                        "remesa " rms-referencia
                                not invalid key
                                    move e1-remesa to ws-imagen-despues
                                    move "LIBERA" to ws-mnt-accion
                                    move "REMESAS" to ws-mnt-archivo
                                    move rms-folio to ws-mnt-llave
                                    perform registrar-mant-auditoria
                            end-rewrite
                        end-if
                end-read
                close remesas-file
            end-if.
        listar-retenidas.
            move 0 to ws-total-listadas
            move 0 to ws-suma-listada
            display "S REFERENCIA            CLIENTE     CUENTA       "
                "         IMPORTE LISTA ID          RETENIDA"
            move 0 to fin-retenidas
            move low-values to ret-llave
            start retenidas-file key is not less than ret-llave
                invalid key move 1 to fin-retenidas
            end-start
            perform until fin-retenidas = 1
                read retenidas-file next record
                    at end move 1 to fin-retenidas
                    not at end
                        if ret-retenida
                            add 1 to ws-total-listadas
                            add ret-monto to ws-suma-listada
                            display ret-sentido " " ret-referencia
                                "  " ret-no-cte "  " ret-cuenta "  "
                                ret-monto " " ret-lista " " ret-id
                                "  " ret-fecha-retencion
                        end-if
                end-read
            end-perform
            display "Transferencias retenidas: " ws-total-listadas
                "  Importe: " ws-suma-listada
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
            move ws-mnt-archivo to mnt-archivo
            move ws-mnt-llave to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
