        identification division.
        program-id. arco-solicitudes.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select solicitudes-file assign to "solicitudes_arco.dat"
        organization is indexed
        access mode is dynamic
        record key is arc-folio
        file status is ws-fs-solicitudes.

        select rectificaciones-file assign to "arco_rectificaciones.dat"
        organization is line sequential
        file status is ws-fs-rectificaciones.

        select acceso-file assign to "arco_acceso.dat"
        organization is line sequential
        file status is ws-fs-acceso.

        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-cte
        file status is ws-fs-clientes.

        select contactos-file assign to "contactos.dat"
        organization is indexed
        access mode is dynamic
        record key is con-no-cte
        file status is ws-fs-contactos.

        select riesgo-file assign to "riesgo_clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is rie-no-cte
        file status is ws-fs-riesgo.

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

        select beneficiarios-file assign to "beneficiarios.dat"
        organization is indexed
        access mode is dynamic
        record key is ben-cuenta
        file status is ws-fs-beneficiarios.

        select folios-file assign to "folios.dat"
        organization is indexed
        access mode is dynamic
        record key is fol-llave
        file status is ws-fs-folios.

        select dias-inhabiles-file assign to "dias_inhabiles.dat"
        organization is indexed
        access mode is dynamic
        record key is dih-fecha
        file status is ws-fs-inhabiles.

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
        fd solicitudes-file.
        01 e1-solicitud-arco.
            05 arc-folio pic 9(10).
            05 arc-no-cte pic 9(10).
            05 arc-tipo pic X(13).
                88 arc-acceso value "ACCESO".
                88 arc-rectificacion value "RECTIFICACION".
                88 arc-cancelacion value "CANCELACION".
                88 arc-oposicion value "OPOSICION".
                88 arc-tipo-valido values "ACCESO" "RECTIFICACION"
                    "CANCELACION" "OPOSICION".
            05 arc-descripcion pic X(40).
            05 arc-fecha-alta pic 9(8).
            05 arc-fecha-limite pic 9(8).
            05 arc-status pic X(11).
                88 arc-abierta value "ABIERTA".
                88 arc-atendida value "ATENDIDA".
                88 arc-improcedente value "IMPROCEDENTE".
            05 arc-respuesta pic X(40).
            05 arc-fecha-respuesta pic 9(8).
            05 arc-operador pic X(10).
            05 arc-atendio pic X(10).
        fd rectificaciones-file.
        01 e1-rectificacion.
            05 rec-folio pic 9(10).
            05 rec-no-cte pic 9(10).
            05 rec-campo pic X(16).
            05 rec-anterior pic X(40).
            05 rec-nuevo pic X(40).
            05 rec-fecha pic 9(8).
            05 rec-hora pic 9(8).
            05 rec-operador pic X(10).
        fd acceso-file.
        01 e1-acceso-linea pic X(80).
        fd clientes-file.
        01 e1-clientes.
            05 e1-no-cte pic 9(10).
            05 e1-nom-cte.
                10 e1-1nom-cte pic X(20).
                10 e1-2nom-cte pic X(20).
                10 e1-apat-cte pic X(20).
                10 e1-amat-cte pic X(20).
            05 e1-rfc-cte pic X(13).
            05 e1-eda-cte pic 9(3).
            05 e1-fec-nac-cte.
                10 e1-dia-nac-cte pic 9(2).
                10 filler pic X value '/'.
                10 e1-mes-nac-cte pic 9(2).
                10 filler pic X value '/'.
                10 e1-year-nac-cte pic 9(4).
            05 e1-sex-cte pic X(1).
            05 e1-dom-cte.
                10 e1-cal-cte pic X(30).
                10 e1-no-ext-cte pic 9(8).
                10 e1-no-int-cte pic 9(8).
                10 e1-mun-cte pic X(30).
                10 e1-edo-cte pic X(30).
                10 e1-pais-cte pic X(30).
        fd contactos-file.
        01 e1-contactos.
            05 con-no-cte pic 9(10).
            05 con-telefono pic X(15).
            05 con-email pic X(40).
        fd riesgo-file.
        01 e1-riesgo.
            05 rie-no-cte pic 9(10).
            05 rie-nivel pic X(5).
            05 rie-nivel-propuesto pic X(5).
            05 rie-status pic X(9).
            05 rie-propuso pic X(10).
            05 rie-autorizo pic X(10).
            05 rie-fecha-asignado pic 9(8).
            05 rie-fecha-revision pic 9(8).
            05 rie-origen pic X(10).
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
        fd firmantes-file.
        01 e1-firmante.
            05 frm-llave.
                10 frm-cuenta pic 9(13).
                10 frm-no-cte pic 9(10).
            05 frm-regla pic X(11).
            05 frm-umbral pic 9(10)V99.
            05 frm-fecha-alta pic 9(8).
            05 frm-status pic X(9).
        fd beneficiarios-file.
        01 e1-beneficiarios.
            05 ben-cuenta pic 9(13).
            05 ben-datos occurs 3 times.
                10 ben-nombre pic X(40).
                10 ben-fecha-nac pic 9(8).
                10 ben-parentesco pic X(15).
                10 ben-porcentaje pic 9(3).
        fd folios-file.
        01 e1-folios.
            05 fol-llave pic X(10).
            05 fol-siguiente pic 9(13).
        fd dias-inhabiles-file.
        01 e1-dia-inhabil.
            05 dih-fecha pic 9(8).
            05 dih-descripcion pic X(30).
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
        77 fin-auditoria pic 9 value 0.
        77 ws-fs-solicitudes pic X(2) value "00".
        77 ws-fs-rectificaciones pic X(2) value "00".
        77 ws-fs-acceso pic X(2) value "00".
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-contactos pic X(2) value "00".
        77 ws-fs-riesgo pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-firmantes pic X(2) value "00".
        77 ws-fs-beneficiarios pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-inhabiles pic X(2) value "00".
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
        77 ws-folio pic 9(10) value 0.
        77 ws-no-cte pic 9(10) value 0.
        77 ws-folio-calculado pic 9(10) value 1.
        77 ws-tipo pic X(13) value spaces.
        77 ws-descripcion pic X(40) value spaces.
        77 ws-respuesta pic X(40) value spaces.
        77 ws-dictamen pic X(12) value spaces.
        77 ws-dias-respuesta pic 9(4) value 20.
        77 ws-campo pic 9(2) value 0.
        77 ws-campo-nombre pic X(16) value spaces.
        77 ws-valor-anterior pic X(40) value spaces.
        77 ws-valor-nuevo pic X(40) value spaces.
        77 ws-contacto-existe pic 9 value 0.
        77 ws-i pic 9 value 0.
        77 ws-num-cuentas pic 9(3) value 0.
        77 ws-idx-cuenta pic 9(3) value 0.
        77 ws-llave-cte pic X(13) value spaces.
        77 ws-es-del-cliente pic 9 value 0.
        77 ws-lineas-documento pic 9(5) value 0.
        77 ws-hoy-dias pic 9(8) value 0.
        77 ws-limite-dias pic 9(8) value 0.
        77 ws-dias-restantes pic S9(5) value 0.
        77 ws-total-vencidas pic 9(10) value 0.
        77 ws-situacion pic X(10) value spaces.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-hoy-dma pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-hab-dia pic 9(2) value 0.
        77 ws-hab-mes pic 9(2) value 0.
        77 ws-hab-anio pic 9(4) value 0.
        77 ws-hab-dias-mes pic 9(2) value 0.
        77 ws-hab-cociente pic 9(4) value 0.
        77 ws-hab-resto pic 9(4) value 0.
        77 ws-hab-contados pic 9(4) value 0.
        77 ws-dias-habiles pic 9(4) value 0.
        77 ws-es-habil pic 9 value 0.
        77 ws-fecha-habil pic 9(8) value 0.
        77 ws-zel-m pic 9(2) value 0.
        77 ws-zel-a pic 9(4) value 0.
        77 ws-zel-j pic 9(2) value 0.
        77 ws-zel-k pic 9(2) value 0.
        77 ws-zel-t1 pic 9(4) value 0.
        77 ws-zel-t2 pic 9(4) value 0.
        77 ws-zel-t3 pic 9(4) value 0.
        77 ws-zel-h pic 9(4) value 0.
        77 ws-zel-coc pic 9(4) value 0.
        77 ws-dia-semana pic 9(1) value 0.
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
        01 ws-linea pic X(80) value spaces.
        01 ws-titulo pic X(80) value spaces.
        01 ws-cuentas-cliente.
            05 ws-cuenta-cliente pic 9(13) occurs 100 times.
        procedure division.
        inicio.
            perform verificar-interlock
            if ws-interlock-ok = 0
                stop run
            end-if
            display "SOLICITUDES ARCO DE DATOS PERSONALES"
            display "Clave de operador(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            perform cargar-parametros-arco
            perform abrir-solicitudes
            perform abrir-folios
            perform abrir-dias-inhabiles
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-hoy-dma = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            compute ws-hoy-dias = ws-anio * 360 + ws-mes * 30 + ws-dia
            move 0 to ws-opcion
            perform until ws-opcion = 7
                perform limpiar-pantalla
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close solicitudes-file
            close folios-file
            close dias-inhabiles-file
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
            move "ARCO" to e1-checkpoint
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
            display "SOLICITUDES ARCO DE DATOS PERSONALES"
            display "1. Registrar solicitud"
            display "2. Consultar solicitud"
            display "3. Emitir reporte de datos (acceso)"
            display "4. Rectificar datos del cliente"
            display "5. Concluir solicitud"
            display "6. Solicitudes abiertas y plazos"
            display "7. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform registrar-solicitud
            else
                if ws-opcion = 2
                    perform consultar-solicitud
                else
                    if ws-opcion = 3
                        perform emitir-reporte-acceso
                    else
                        if ws-opcion = 4
                            perform rectificar-datos
                        else
                            if ws-opcion = 5
                                perform concluir-solicitud
                            else
                                if ws-opcion = 6
                                    perform listar-solicitudes-abiertas
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
        cargar-parametros-arco.
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "DIASRESPARCO"
                                move par-valor to ws-dias-respuesta
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-solicitudes.
            open i-o solicitudes-file
            if ws-fs-solicitudes not = "00"
                open output solicitudes-file
                close solicitudes-file
                open i-o solicitudes-file
            end-if.
        abrir-folios.
            open i-o folios-file
            if ws-fs-folios not = "00"
                open output folios-file
                close folios-file
                open i-o folios-file
            end-if.
        abrir-dias-inhabiles.
            open input dias-inhabiles-file
            if ws-fs-inhabiles not = "00"
                open output dias-inhabiles-file
                close dias-inhabiles-file
                open input dias-inhabiles-file
            end-if.
        abrir-clientes.
            open i-o clientes-file
            if ws-fs-clientes not = "00"
                open output clientes-file
                close clientes-file
                open i-o clientes-file
            end-if.
        abrir-contactos.
            open i-o contactos-file
            if ws-fs-contactos not = "00"
                open output contactos-file
                close contactos-file
                open i-o contactos-file
            end-if.
        registrar-solicitud.
            move 0 to ws-valido
            display "Numero de cliente(10): "with no advancing
            accept ws-no-cte
            perform abrir-clientes
            move ws-no-cte to e1-no-cte
            read clientes-file
                invalid key
                    display "El cliente " ws-no-cte
                        " no esta registrado en clientes.dat."
                not invalid key
                    move 1 to ws-valido
                    display "Cliente: " e1-1nom-cte " " e1-apat-cte
                        " " e1-amat-cte
            end-read
            close clientes-file
            if ws-valido = 1
                display "Derecho ejercido (ACCESO/RECTIFICACION/"
                    "CANCELACION/OPOSICION): "with no advancing
                accept ws-tipo
                move ws-tipo to arc-tipo
                if not arc-tipo-valido
                    move 0 to ws-valido
                    display "Tipo de solicitud invalido."
                end-if
            end-if
            if ws-valido = 1
                display "Descripcion de la solicitud(40): "
                    with no advancing
                accept ws-descripcion
                if ws-descripcion = spaces
                    move 0 to ws-valido
                    display "La descripcion es obligatoria."
                end-if
            end-if
            if ws-valido = 1
                perform grabar-solicitud
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        grabar-solicitud.
            perform obtener-siguiente-folio
            initialize e1-solicitud-arco
            move ws-folio to arc-folio
            move ws-no-cte to arc-no-cte
            move ws-tipo to arc-tipo
            move ws-descripcion to arc-descripcion
            move ws-hoy-dma to arc-fecha-alta
            move ws-hoy-dma to ws-fecha-habil
            move ws-dias-respuesta to ws-dias-habiles
            perform sumar-dias-habiles
            move ws-fecha-habil to arc-fecha-limite
            move "ABIERTA" to arc-status
            move spaces to arc-respuesta
            move ws-operador to arc-operador
            move spaces to arc-atendio
            write e1-solicitud-arco
                invalid key
                    display "No se pudo grabar la solicitud " ws-folio
                not invalid key
                    display "Solicitud " arc-folio " de " arc-tipo
                        " registrada."
                    display "   Fecha limite de respuesta: "
                        arc-fecha-limite
                    move spaces to ws-imagen-antes
                    move e1-solicitud-arco to ws-imagen-despues
                    move "ALTA" to ws-mnt-accion
                    perform registrar-mant-auditoria
            end-write.
        obtener-siguiente-folio.
            move "ARCO" to fol-llave
            read folios-file
                invalid key
                    perform calcular-folio-inicial
                    move "ARCO" to fol-llave
                    move ws-folio-calculado to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "solicitudes ARCO en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-folio
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "solicitudes ARCO en folios.dat"
            end-rewrite.
        calcular-folio-inicial.
            move 1 to ws-folio-calculado
            move 0 to fin-folios
            move 0 to arc-folio
            start solicitudes-file key is not less than arc-folio
                invalid key move 1 to fin-folios
            end-start
            perform until fin-folios = 1
                read solicitudes-file next record
                    at end move 1 to fin-folios
                    not at end
                        if arc-folio >= ws-folio-calculado
                            compute ws-folio-calculado = arc-folio + 1
                        end-if
                end-read
            end-perform.
        leer-solicitud.
            move 0 to ws-valido
            display "Folio de la solicitud(10): "with no advancing
            accept ws-folio
            move ws-folio to arc-folio
            read solicitudes-file
                invalid key
                    display "La solicitud " ws-folio
                        " no esta registrada."
                not invalid key
                    move 1 to ws-valido
            end-read.
        consultar-solicitud.
            perform leer-solicitud
            if ws-valido = 1
                perform mostrar-solicitud
                perform mostrar-rectificaciones
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-solicitud.
            display "Solicitud:      " arc-folio
                "  registrada el " arc-fecha-alta " por " arc-operador
            display "Cliente:        " arc-no-cte
                "  Derecho: " arc-tipo
            display "Descripcion:    " arc-descripcion
            display "Estatus:        " arc-status
            display "Fecha limite de respuesta: " arc-fecha-limite
            if not arc-abierta
                display "Concluida el " arc-fecha-respuesta
                    " por " arc-atendio
                display "Respuesta:      " arc-respuesta
            end-if.
        mostrar-rectificaciones.
            open input rectificaciones-file
            if ws-fs-rectificaciones = "00"
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read rectificaciones-file
                        at end move 1 to fin-fichero
                        not at end
                            if rec-folio = arc-folio
                                display "   Rectificado " rec-campo
                                    " el " rec-fecha " por "
                                    rec-operador
                                display "      antes:   " rec-anterior
                                display "      despues: " rec-nuevo
                            end-if
                    end-read
                end-perform
                close rectificaciones-file
            end-if.
        leer-solicitud-abierta.
            perform leer-solicitud
            if ws-valido = 1
                perform mostrar-solicitud
                if not arc-abierta
                    move 0 to ws-valido
                    display "La solicitud ya fue concluida."
                end-if
            end-if.
        emitir-reporte-acceso.
            perform leer-solicitud-abierta
            if ws-valido = 1 and not arc-acceso
                move 0 to ws-valido
                display "La solicitud no es de ACCESO."
            end-if
            if ws-valido = 1
                move arc-no-cte to ws-no-cte
                perform generar-documento-acceso
                move e1-solicitud-arco to ws-imagen-antes
                move "ATENDIDA" to arc-status
                move "REPORTE DE DATOS ENTREGADO" to arc-respuesta
                move ws-hoy-dma to arc-fecha-respuesta
                move ws-operador to arc-atendio
                rewrite e1-solicitud-arco
                    invalid key
                        display "No se pudo actualizar la solicitud."
                    not invalid key
                        move e1-solicitud-arco to ws-imagen-despues
                        move "ACCESO" to ws-mnt-accion
                        perform registrar-mant-auditoria
                end-rewrite
                display "Reporte de datos del cliente " ws-no-cte
                    " generado en arco_acceso.dat ("
                    ws-lineas-documento " lineas)."
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        generar-documento-acceso.
            move 0 to ws-lineas-documento
            open output acceso-file
            move spaces to ws-linea
            string "REPORTE DE DATOS PERSONALES - SOLICITUD "
                delimited by size
                arc-folio delimited by size
                into ws-linea
            perform grabar-linea-acceso
            move spaces to ws-linea
            string "CLIENTE " delimited by size
                ws-no-cte delimited by size
                "  FECHA DE EMISION " delimited by size
                ws-hoy-dma delimited by size
                into ws-linea
            perform grabar-linea-acceso
            perform documentar-identificacion
            perform documentar-contacto
            perform documentar-riesgo
            perform documentar-cuentas
            perform documentar-firmas
            perform documentar-auditoria
            move spaces to ws-linea
            perform grabar-linea-acceso
            move "FIN DEL REPORTE" to ws-linea
            perform grabar-linea-acceso
            close acceso-file.
        grabar-linea-acceso.
            move ws-linea to e1-acceso-linea
            write e1-acceso-linea
            add 1 to ws-lineas-documento.
        titulo-seccion-acceso.
            move spaces to ws-linea
            perform grabar-linea-acceso
            move ws-titulo to ws-linea
            perform grabar-linea-acceso.
        sin-registro-acceso.
            move "   Sin registro." to ws-linea
            perform grabar-linea-acceso.
        documentar-identificacion.
            move "DATOS DE IDENTIFICACION (clientes.dat)" to ws-titulo
            perform titulo-seccion-acceso
            open input clientes-file
            if ws-fs-clientes not = "00"
                perform sin-registro-acceso
            else
                move ws-no-cte to e1-no-cte
                read clientes-file
                    invalid key perform sin-registro-acceso
                    not invalid key
                        move spaces to ws-linea
                        string "   Nombre: " delimited by size
                            e1-1nom-cte delimited by "  "
                            " " delimited by size
                            e1-2nom-cte delimited by "  "
                            " " delimited by size
                            e1-apat-cte delimited by "  "
                            " " delimited by size
                            e1-amat-cte delimited by "  "
                            into ws-linea
                        perform grabar-linea-acceso
                        move spaces to ws-linea
                        string "   RFC: " delimited by size
                            e1-rfc-cte delimited by size
                            "  Nacimiento: " delimited by size
                            e1-fec-nac-cte delimited by size
                            "  Edad: " delimited by size
                            e1-eda-cte delimited by size
                            "  Sexo: " delimited by size
                            e1-sex-cte delimited by size
                            into ws-linea
                        perform grabar-linea-acceso
                        move spaces to ws-linea
                        string "   Domicilio: " delimited by size
                            e1-cal-cte delimited by "  "
                            " No. " delimited by size
                            e1-no-ext-cte delimited by size
                            " Int. " delimited by size
                            e1-no-int-cte delimited by size
                            into ws-linea
                        perform grabar-linea-acceso
                        move spaces to ws-linea
                        string "              " delimited by size
                            e1-mun-cte delimited by "  "
                            ", " delimited by size
                            e1-edo-cte delimited by "  "
                            ", " delimited by size
                            e1-pais-cte delimited by "  "
                            into ws-linea
                        perform grabar-linea-acceso
                end-read
                close clientes-file
            end-if.
        documentar-contacto.
            move "MEDIOS DE CONTACTO (contactos.dat)" to ws-titulo
            perform titulo-seccion-acceso
            open input contactos-file
            if ws-fs-contactos not = "00"
                perform sin-registro-acceso
            else
                move ws-no-cte to con-no-cte
                read contactos-file
                    invalid key perform sin-registro-acceso
                    not invalid key
                        move spaces to ws-linea
                        string "   Telefono: " delimited by size
                            con-telefono delimited by size
                            "  Correo: " delimited by size
                            con-email delimited by size
                            into ws-linea
                        perform grabar-linea-acceso
                end-read
                close contactos-file
            end-if.
        documentar-riesgo.
            move "PERFIL DE RIESGO (riesgo_clientes.dat)" to ws-titulo
            perform titulo-seccion-acceso
            open input riesgo-file
            if ws-fs-riesgo not = "00"
                perform sin-registro-acceso
            else
                move ws-no-cte to rie-no-cte
                read riesgo-file
                    invalid key perform sin-registro-acceso
                    not invalid key
                        move spaces to ws-linea
                        string "   Nivel: " delimited by size
                            rie-nivel delimited by size
                            "  Estatus: " delimited by size
                            rie-status delimited by size
                            "  Origen: " delimited by size
                            rie-origen delimited by size
                            into ws-linea
                        perform grabar-linea-acceso
                        move spaces to ws-linea
                        string "   Asignado el " delimited by size
                            rie-fecha-asignado delimited by size
                            "  Proxima revision " delimited by size
                            rie-fecha-revision delimited by size
                            into ws-linea
                        perform grabar-linea-acceso
                end-read
                close riesgo-file
            end-if.
        documentar-cuentas.
            move "CUENTAS (cuentas.dat) Y BENEFICIARIOS" to ws-titulo
            perform titulo-seccion-acceso
            move 0 to ws-num-cuentas
            open input cuentas-file
            if ws-fs-cuentas = "00"
                open input beneficiarios-file
                move 0 to fin-fichero
                move 0 to cta-no-cuenta
                start cuentas-file key is not less than cta-no-cuenta
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read cuentas-file next record
                        at end move 1 to fin-fichero
                        not at end
                            if cta-no-cte = ws-no-cte
                                perform documentar-cuenta
                            end-if
                    end-read
                end-perform
                if ws-fs-beneficiarios = "00"
                    close beneficiarios-file
                end-if
                close cuentas-file
            end-if
            if ws-num-cuentas = 0
                move "   Sin cuentas registradas." to ws-linea
                perform grabar-linea-acceso
            end-if.
        documentar-cuenta.
            if ws-num-cuentas < 100
                add 1 to ws-num-cuentas
                move cta-no-cuenta to ws-cuenta-cliente(ws-num-cuentas)
            end-if
            move spaces to ws-linea
            string "   Cuenta " delimited by size
                cta-no-cuenta delimited by size
                "  " delimited by size
                cta-status delimited by size
                "  apertura " delimited by size
                cta-fecha-apertura delimited by size
                "  sucursal " delimited by size
                cta-sucursal delimited by size
                into ws-linea
            perform grabar-linea-acceso
            move cta-no-cuenta to ben-cuenta
            read beneficiarios-file
                invalid key continue
                not invalid key
                    move 1 to ws-i
                    perform until ws-i > 3
                        if ben-nombre(ws-i) not = spaces
                            move spaces to ws-linea
                            string "      Beneficiario: "
                                delimited by size
                                ben-nombre(ws-i) delimited by "  "
                                " " delimited by size
                                ben-parentesco(ws-i) delimited by "  "
                                " " delimited by size
                                ben-fecha-nac(ws-i) delimited by size
                                " " delimited by size
                                ben-porcentaje(ws-i) delimited by size
                                "%" delimited by size
                                into ws-linea
                            perform grabar-linea-acceso
                        end-if
                        add 1 to ws-i
                    end-perform
            end-read.
        documentar-firmas.
            move "FIRMAS AUTORIZADAS (firmantes.dat)" to ws-titulo
            perform titulo-seccion-acceso
            open input firmantes-file
            if ws-fs-firmantes = "00"
                move 0 to fin-fichero
                move low-values to frm-llave
                start firmantes-file key is not less than frm-llave
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read firmantes-file next record
                        at end move 1 to fin-fichero
                        not at end
                            if frm-no-cte = ws-no-cte
                                move spaces to ws-linea
                                string "   Firma en la cuenta "
                                    delimited by size
                                    frm-cuenta delimited by size
                                    "  " delimited by size
                                    frm-regla delimited by size
                                    " alta " delimited by size
                                    frm-fecha-alta delimited by size
                                    " " delimited by size
                                    frm-status delimited by size
                                    into ws-linea
                                perform grabar-linea-acceso
                            end-if
                    end-read
                end-perform
                close firmantes-file
            end-if.
        documentar-auditoria.
            move "MANTENIMIENTOS REGISTRADOS (mant_auditoria.dat)"
                to ws-titulo
            perform titulo-seccion-acceso
            move ws-no-cte to ws-llave-cte
            open input mant-auditoria-file
            if ws-fs-mant-aud = "00"
                move 0 to fin-auditoria
                perform until fin-auditoria = 1
                    read mant-auditoria-file
                        at end move 1 to fin-auditoria
                        not at end perform documentar-mantenimiento
                    end-read
                end-perform
                close mant-auditoria-file
            end-if.
        documentar-mantenimiento.
            move 0 to ws-es-del-cliente
            if mnt-llave = ws-llave-cte
                move 1 to ws-es-del-cliente
            end-if
            move 1 to ws-idx-cuenta
            perform until ws-idx-cuenta > ws-num-cuentas
                or ws-es-del-cliente = 1
                if mnt-llave = ws-cuenta-cliente(ws-idx-cuenta)
                    move 1 to ws-es-del-cliente
                end-if
                add 1 to ws-idx-cuenta
            end-perform
            if ws-es-del-cliente = 1
                move spaces to ws-linea
                string "   " delimited by size
                    mnt-fecha delimited by size
                    " " delimited by size
                    mnt-hora delimited by size
                    " " delimited by size
                    mnt-archivo delimited by size
                    " " delimited by size
                    mnt-llave delimited by size
                    " " delimited by size
                    mnt-accion delimited by size
                    " operador " delimited by size
                    mnt-operador delimited by size
                    into ws-linea
                perform grabar-linea-acceso
            end-if.
        rectificar-datos.
            if ws-op-nivel < 2
                display "Se requiere un operador de nivel 2 o mayor "
                    "para rectificar datos."
            else
                perform leer-solicitud-abierta
                if ws-valido = 1 and not arc-rectificacion
                    move 0 to ws-valido
                    display "La solicitud no es de RECTIFICACION."
                end-if
                if ws-valido = 1
                    move arc-no-cte to ws-no-cte
                    perform abrir-clientes
                    perform abrir-contactos
                    move ws-no-cte to e1-no-cte
                    read clientes-file
                        invalid key
                            move 0 to ws-valido
                            display "El cliente " ws-no-cte
                                " ya no esta en clientes.dat."
                    end-read
                end-if
                if ws-valido = 1
                    move 99 to ws-campo
                    perform until ws-campo = 0
                        perform elegir-campo-rectificar
                    end-perform
                end-if
                close clientes-file
                close contactos-file
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        elegir-campo-rectificar.
            move ws-no-cte to con-no-cte
            read contactos-file
                invalid key
                    move 0 to ws-contacto-existe
                    move ws-no-cte to con-no-cte
                    move spaces to con-telefono
                    move spaces to con-email
                not invalid key move 1 to ws-contacto-existe
            end-read
            display " "
            display "Datos actuales del cliente " ws-no-cte
            display " 1. Primer nombre:    " e1-1nom-cte
            display " 2. Segundo nombre:   " e1-2nom-cte
            display " 3. Apellido paterno: " e1-apat-cte
            display " 4. Apellido materno: " e1-amat-cte
            display " 5. RFC:              " e1-rfc-cte
            display " 6. Calle:            " e1-cal-cte
            display " 7. Municipio:        " e1-mun-cte
            display " 8. Estado:           " e1-edo-cte
            display " 9. Telefono:         " con-telefono
            display "10. Correo:           " con-email
            display "Campo a rectificar (0 = terminar): "
                with no advancing
            accept ws-campo
            if ws-campo > 0 and ws-campo < 11
                display "Valor correcto: " with no advancing
                move spaces to ws-valor-nuevo
                accept ws-valor-nuevo
                if ws-valor-nuevo = spaces
                    display "El valor no puede quedar en blanco."
                else
                    perform aplicar-rectificacion
                end-if
            else
                if ws-campo not = 0
                    display "Campo invalido."
                end-if
            end-if.
        aplicar-rectificacion.
            move e1-clientes to ws-imagen-antes
            if ws-campo = 1
                move "PRIMER NOMBRE" to ws-campo-nombre
                move e1-1nom-cte to ws-valor-anterior
                move ws-valor-nuevo to e1-1nom-cte
            end-if
            if ws-campo = 2
                move "SEGUNDO NOMBRE" to ws-campo-nombre
                move e1-2nom-cte to ws-valor-anterior
                move ws-valor-nuevo to e1-2nom-cte
            end-if
            if ws-campo = 3
                move "APELLIDO PATERNO" to ws-campo-nombre
                move e1-apat-cte to ws-valor-anterior
                move ws-valor-nuevo to e1-apat-cte
            end-if
            if ws-campo = 4
                move "APELLIDO MATERNO" to ws-campo-nombre
                move e1-amat-cte to ws-valor-anterior
                move ws-valor-nuevo to e1-amat-cte
            end-if
            if ws-campo = 5
                move "RFC" to ws-campo-nombre
                move e1-rfc-cte to ws-valor-anterior
                move ws-valor-nuevo to e1-rfc-cte
            end-if
            if ws-campo = 6
                move "CALLE" to ws-campo-nombre
                move e1-cal-cte to ws-valor-anterior
                move ws-valor-nuevo to e1-cal-cte
            end-if
            if ws-campo = 7
                move "MUNICIPIO" to ws-campo-nombre
                move e1-mun-cte to ws-valor-anterior
                move ws-valor-nuevo to e1-mun-cte
            end-if
            if ws-campo = 8
                move "ESTADO" to ws-campo-nombre
                move e1-edo-cte to ws-valor-anterior
                move ws-valor-nuevo to e1-edo-cte
            end-if
            if ws-campo < 9
                rewrite e1-clientes
                    invalid key
                        display "No se pudo actualizar clientes.dat."
                    not invalid key
                        move e1-clientes to ws-imagen-despues
                        move "RECTARCO" to ws-mnt-accion
                        perform registrar-mant-cliente
                        perform registrar-rectificacion
                end-rewrite
            else
                perform aplicar-rectificacion-contacto
            end-if.
        aplicar-rectificacion-contacto.
            if ws-contacto-existe = 1
                move e1-contactos to ws-imagen-antes
            else
                move spaces to ws-imagen-antes
            end-if
            if ws-campo = 9
                move "TELEFONO" to ws-campo-nombre
                move con-telefono to ws-valor-anterior
                move ws-valor-nuevo to con-telefono
            else
                move "CORREO" to ws-campo-nombre
                move con-email to ws-valor-anterior
                move ws-valor-nuevo to con-email
            end-if
            if ws-contacto-existe = 1
                rewrite e1-contactos
                    invalid key
                        display "No se pudo actualizar contactos.dat."
                    not invalid key
                        move e1-contactos to ws-imagen-despues
                        move "RECTARCO" to ws-mnt-accion
                        perform registrar-mant-contacto
                        perform registrar-rectificacion
                end-rewrite
            else
                write e1-contactos
                    invalid key
                        display "No se pudo grabar en contactos.dat."
                    not invalid key
                        move e1-contactos to ws-imagen-despues
                        move "RECTARCO" to ws-mnt-accion
                        perform registrar-mant-contacto
                        perform registrar-rectificacion
                end-write
            end-if.
        registrar-rectificacion.
            open extend rectificaciones-file
            if ws-fs-rectificaciones not = "00"
                open output rectificaciones-file
                close rectificaciones-file
                open extend rectificaciones-file
            end-if
            move arc-folio to rec-folio
            move ws-no-cte to rec-no-cte
            move ws-campo-nombre to rec-campo
            move ws-valor-anterior to rec-anterior
            move ws-valor-nuevo to rec-nuevo
            move ws-mnt-fecha to rec-fecha
            move ws-mnt-hora to rec-hora
            move ws-operador to rec-operador
            write e1-rectificacion
            close rectificaciones-file
            display ws-campo-nombre " rectificado.".
        concluir-solicitud.
            if ws-op-nivel < 2
                display "Se requiere un operador de nivel 2 o mayor "
                    "para concluir solicitudes."
            else
                perform leer-solicitud-abierta
                if ws-valido = 1
                    if arc-cancelacion
                        display "La cancelacion se aplica con "
                            "arco-cancelacion al vencer la "
                            "conservacion de los datos."
                    end-if
                    display "Dictamen (ATENDIDA/IMPROCEDENTE): "
                        with no advancing
                    accept ws-dictamen
                    if ws-dictamen not = "ATENDIDA"
                        and ws-dictamen not = "IMPROCEDENTE"
                        move 0 to ws-valido
                        display "Dictamen invalido."
                    end-if
                end-if
                if ws-valido = 1
                    display "Respuesta al cliente(40): "
                        with no advancing
                    accept ws-respuesta
                    if ws-respuesta = spaces
                        move 0 to ws-valido
                        display "La respuesta es obligatoria."
                    end-if
                end-if
                if ws-valido = 1
                    move e1-solicitud-arco to ws-imagen-antes
                    move ws-dictamen to arc-status
                    move ws-respuesta to arc-respuesta
                    move ws-hoy-dma to arc-fecha-respuesta
                    move ws-operador to arc-atendio
                    rewrite e1-solicitud-arco
                        invalid key
                            display "No se pudo actualizar la "
                                "solicitud."
                        not invalid key
                            display "Solicitud " arc-folio " "
                                arc-status "."
                            move e1-solicitud-arco
                                to ws-imagen-despues
                            move "CONCLUYE" to ws-mnt-accion
                            perform registrar-mant-auditoria
                    end-rewrite
                end-if
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        listar-solicitudes-abiertas.
            move 0 to ws-total-listadas
            move 0 to ws-total-vencidas
            display "SOLICITUDES ARCO ABIERTAS"
            display "   Folio      Cliente    Derecho       "
                "Limite    Dias  Situacion"
            move 0 to fin-fichero
            move 0 to arc-folio
            start solicitudes-file key is not less than arc-folio
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read solicitudes-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if arc-abierta
                            perform mostrar-plazo-solicitud
                        end-if
                end-read
            end-perform
            display "Solicitudes abiertas: " ws-total-listadas
                "  vencidas: " ws-total-vencidas
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-plazo-solicitud.
            add 1 to ws-total-listadas
            move arc-fecha-limite(1:2) to ws-hab-dia
            move arc-fecha-limite(3:2) to ws-hab-mes
            move arc-fecha-limite(5:4) to ws-hab-anio
            compute ws-limite-dias = ws-hab-anio * 360
                + ws-hab-mes * 30 + ws-hab-dia
            compute ws-dias-restantes = ws-limite-dias - ws-hoy-dias
            if ws-dias-restantes < 0
                move "VENCIDA" to ws-situacion
                add 1 to ws-total-vencidas
            else
                move "EN PLAZO" to ws-situacion
            end-if
            display "   " arc-folio " " arc-no-cte " " arc-tipo " "
                arc-fecha-limite " " ws-dias-restantes " "
                ws-situacion.
        sumar-dias-habiles.
            move ws-fecha-habil(1:2) to ws-hab-dia
            move ws-fecha-habil(3:2) to ws-hab-mes
            move ws-fecha-habil(5:4) to ws-hab-anio
            move 0 to ws-hab-contados
            perform until ws-hab-contados >= ws-dias-habiles
                perform avanzar-dia-habil
                perform verificar-dia-habil
                if ws-es-habil = 1
                    add 1 to ws-hab-contados
                end-if
            end-perform
            compute ws-fecha-habil = ws-hab-dia * 1000000
                + ws-hab-mes * 10000 + ws-hab-anio.
        avanzar-dia-habil.
            add 1 to ws-hab-dia
            perform calcular-dias-mes-habil
            if ws-hab-dia > ws-hab-dias-mes
                move 1 to ws-hab-dia
                add 1 to ws-hab-mes
                if ws-hab-mes > 12
                    move 1 to ws-hab-mes
                    add 1 to ws-hab-anio
                end-if
            end-if.
        verificar-dia-habil.
            move 1 to ws-es-habil
            perform calcular-dia-semana
            if ws-dia-semana = 0 or ws-dia-semana = 1
                move 0 to ws-es-habil
            end-if
            if ws-es-habil = 1
                compute dih-fecha = ws-hab-dia * 1000000
                    + ws-hab-mes * 10000 + ws-hab-anio
                read dias-inhabiles-file
                    invalid key continue
                    not invalid key move 0 to ws-es-habil
                end-read
            end-if.
        calcular-dia-semana.
            move ws-hab-mes to ws-zel-m
            move ws-hab-anio to ws-zel-a
            if ws-zel-m < 3
                add 12 to ws-zel-m
                subtract 1 from ws-zel-a
            end-if
            divide ws-zel-a by 100 giving ws-zel-j
                remainder ws-zel-k
            compute ws-zel-t1 = (13 * (ws-zel-m + 1)) / 5
            compute ws-zel-t2 = ws-zel-k / 4
            compute ws-zel-t3 = ws-zel-j / 4
            compute ws-zel-h = ws-hab-dia + ws-zel-t1 + ws-zel-k
                + ws-zel-t2 + ws-zel-t3 + (5 * ws-zel-j)
            divide ws-zel-h by 7 giving ws-zel-coc
                remainder ws-dia-semana.
        calcular-dias-mes-habil.
            if ws-hab-mes = 4 or ws-hab-mes = 6 or ws-hab-mes = 9
                or ws-hab-mes = 11
                move 30 to ws-hab-dias-mes
            else
                if ws-hab-mes = 2
                    divide ws-hab-anio by 4 giving ws-hab-cociente
                        remainder ws-hab-resto
                    if ws-hab-resto = 0
                        move 29 to ws-hab-dias-mes
                    else
                        move 28 to ws-hab-dias-mes
                    end-if
                else
                    move 31 to ws-hab-dias-mes
                end-if
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
            move "ARCO" to mnt-archivo
            move arc-folio to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        registrar-mant-cliente.
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
            move "CLIENTES" to mnt-archivo
            move ws-no-cte to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        registrar-mant-contacto.
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
            move "CONTACTOS" to mnt-archivo
            move ws-no-cte to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
