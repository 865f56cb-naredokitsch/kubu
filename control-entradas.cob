        identification division.
        program-id. control-entradas.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select control-entradas-file assign to "control_entradas.dat"
        organization is indexed
        access mode is dynamic
        record key is ce-llave
        file status is ws-fs-control-entradas.

        select control-partidas-file assign to "control_partidas.dat"
        organization is indexed
        access mode is dynamic
        record key is cp-llave
        file status is ws-fs-control-partidas.

        select partidas-retenidas-file
        assign to "partidas_retenidas.dat"
        organization is indexed
        access mode is dynamic
        record key is pr-llave
        file status is ws-fs-partidas-retenidas.

        select spei-entrada-file assign to "spei_entrada.dat"
        organization is line sequential
        file status is ws-fs-entrada.

        select camara-file assign to "camara_entrada.dat"
        organization is line sequential
        file status is ws-fs-entrada.

        select devoluciones-file assign to "devoluciones.dat"
        organization is line sequential
        file status is ws-fs-devoluciones.

        select captura-file assign to "captura_lote.dat"
        organization is line sequential
        file status is ws-fs-entrada.

        select cargos-file assign to "domiciliacion_cargos.dat"
        organization is line sequential
        file status is ws-fs-entrada.

        select nomina-file assign to "nomina_entrada.dat"
        organization is line sequential
        file status is ws-fs-entrada.

        select operadores-file assign to "operadores.dat"
        organization is indexed
        access mode is dynamic
        record key is op-clave
        file status is ws-fs-operadores.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select mant-auditoria-file assign to "mant_auditoria.dat"
        organization is line sequential
        file status is ws-fs-mant-aud.

        select ciclo-lock-file assign to "ciclo_lock.dat"
        organization is line sequential
        file status is ws-fs-lock.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd control-entradas-file.
        01 e1-control-entrada.
            05 ce-llave.
                10 ce-programa pic X(20).
                10 ce-fecha-archivo pic 9(8).
                10 ce-registros pic 9(10).
                10 ce-hash pic 9(14)V99.
            05 ce-fecha-proceso pic 9(8).
            05 ce-hora-proceso pic 9(8).
            05 ce-status pic X(10).
                88 ce-procesado value "PROCESADO".
                88 ce-liberado value "LIBERADO".
            05 ce-autorizo pic X(10).
            05 ce-fecha-autorizo pic 9(8).
        fd control-partidas-file.
        01 e1-control-partida.
            05 cp-llave.
                10 cp-programa pic X(20).
                10 cp-fecha-proceso pic 9(8).
                10 cp-cuenta pic 9(20).
                10 cp-monto pic 9(12)V99.
                10 cp-referencia pic X(20).
                10 cp-fecha pic 9(8).
            05 cp-status pic X(10).
                88 cp-posteada value "POSTEADA".
                88 cp-liberada value "LIBERADA".
        fd partidas-retenidas-file.
        01 e1-partida-retenida.
            05 pr-llave.
                10 pr-programa pic X(20).
                10 pr-fecha-retencion pic 9(8).
                10 pr-hora pic 9(8).
                10 pr-secuencia pic 9(6).
            05 pr-cuenta pic 9(20).
            05 pr-monto pic 9(12)V99.
            05 pr-referencia pic X(20).
            05 pr-fecha pic 9(8).
            05 pr-status pic X(10).
                88 pr-retenida value "RETENIDA".
                88 pr-liberada value "LIBERADA".
                88 pr-descartada value "DESCARTADA".
            05 pr-decidio pic X(10).
            05 pr-fecha-decision pic 9(8).
            05 pr-registro pic X(150).
        fd spei-entrada-file.
        01 e1-spei-entrada pic X(116).
        fd camara-file.
        01 e1-camara pic X(46).
        fd devoluciones-file.
        01 e1-devolucion.
            05 dev-no-cheque pic 9(10).
            05 dev-cta-chq pic 9(13).
            05 dev-monto pic 9(10)V99.
            05 dev-fech pic 9(8).
            05 dev-banco pic 9(3).
            05 dev-motivo pic X(2).
        fd captura-file.
        01 e1-captura-linea pic X(150).
        fd cargos-file.
        01 e1-cargo-domicil pic X(55).
        fd nomina-file.
        01 nom-empresa.
            05 nom-e-marca pic X(1).
            05 nom-e-cuenta pic 9(13).
            05 nom-e-fecha pic 9(8).
            05 filler pic X(22).
        01 nom-detalle pic X(44).
        01 nom-trailer.
            05 nom-t-marca pic X(1).
            05 nom-t-count pic 9(10).
            05 nom-t-suma pic 9(12)V99.
            05 filler pic X(19).
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
        77 ws-fs-control-entradas pic X(2) value "00".
        77 ws-fs-control-partidas pic X(2) value "00".
        77 ws-fs-partidas-retenidas pic X(2) value "00".
        77 ws-fs-entrada pic X(2) value "00".
        77 ws-fs-devoluciones pic X(2) value "00".
        77 ws-fs-operadores pic X(2) value "00".
        77 ws-fs-lock pic X(2) value "00".
        77 ws-interlock-ok pic 9 value 1.
        77 ws-clave-override pic X(10) value spaces.
        77 ws-fs-mant-aud pic X(2) value "00".
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
        77 ws-opcion pic 9 value 0.
        77 ws-decision pic X(1) value space.
        77 ws-pausa pic X(1) value space.
        77 ws-programa pic X(20) value spaces.
        77 ws-reingresada pic 9 value 0.
        77 ws-devuelta pic 9 value 0.
        77 ws-motivo-duplicada pic X(2) value "15".
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-fecha-hoy pic 9(8) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        77 ws-tot-listados pic 9(6) value 0.
        77 ws-tot-liberados pic 9(6) value 0.
        77 ws-tot-descartados pic 9(6) value 0.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        01 ws-partida-camara.
            05 ws-cam-no-cheque pic 9(10).
            05 ws-cam-cta-chq pic 9(13).
            05 ws-cam-monto pic 9(10)V99.
            05 ws-cam-fech pic 9(8).
            05 ws-cam-banco pic 9(3).
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-mnt-llave pic X(13) value spaces.
        procedure division.
        inicio-control.
            perform verificar-interlock
            if ws-interlock-ok = 0
                stop run
            end-if
            display "CONTROL DE ARCHIVOS DE ENTRADA (SUPERVISOR)"
            display "Clave de supervisor(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(7:2) to ws-fecha-hoy(1:2)
            move ws-fecha-sistema(5:2) to ws-fecha-hoy(3:2)
            move ws-fecha-sistema(1:4) to ws-fecha-hoy(5:4)
            perform abrir-control
            move 0 to ws-opcion
            perform until ws-opcion = 4
                perform limpiar-pantalla
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close control-entradas-file
            close control-partidas-file
            close partidas-retenidas-file
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "CTLENTRADAS" to e1-checkpoint
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
        abrir-control.
            open i-o control-entradas-file
            if ws-fs-control-entradas not = "00"
                open output control-entradas-file
                close control-entradas-file
                open i-o control-entradas-file
            end-if
            open i-o control-partidas-file
            if ws-fs-control-partidas not = "00"
                open output control-partidas-file
                close control-partidas-file
                open i-o control-partidas-file
            end-if
            open i-o partidas-retenidas-file
            if ws-fs-partidas-retenidas not = "00"
                open output partidas-retenidas-file
                close partidas-retenidas-file
                open i-o partidas-retenidas-file
            end-if.
        mostrar-menu.
            display "CONTROL DE ARCHIVOS DE ENTRADA"
            display "1. Consultar archivos procesados de un programa"
            display "2. Liberar un archivo para reprocesarlo"
            display "3. Revisar partidas retenidas por duplicadas"
            display "4. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform consultar-archivos
            else
                if ws-opcion = 2
                    perform liberar-archivos
                else
                    if ws-opcion = 3
                        perform revisar-retenidas
                    else
                        if ws-opcion not = 4
                            display "Opcion invalida."
                        end-if
                    end-if
                end-if
            end-if.
        pedir-programa.
            display "Programa (SPEI-ENTRADA, CAMARA-COMPENSACION, "
                "CHEQUES,"
            display "   DISPERSION-NOMINA, COBRO-DOMICILIACION, "
                "ALTA-MASIVA): "with no advancing
            move spaces to ws-programa
            accept ws-programa
            move 0 to fin-fichero
            move ws-programa to ce-programa
            move 0 to ce-fecha-archivo
            move 0 to ce-registros
            move 0 to ce-hash
            start control-entradas-file
                key is not less than ce-llave
                invalid key move 1 to fin-fichero
            end-start.
        consultar-archivos.
            perform pedir-programa
            move 0 to ws-tot-listados
            perform until fin-fichero = 1
                read control-entradas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if ce-programa not = ws-programa
                            move 1 to fin-fichero
                        else
                            add 1 to ws-tot-listados
                            perform mostrar-archivo
                        end-if
                end-read
            end-perform
            display "Archivos registrados del programa: "
                ws-tot-listados
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-archivo.
            display "   Fecha " ce-fecha-archivo
                "  registros " ce-registros
                "  suma de control " ce-hash
            display "      procesado " ce-fecha-proceso
                " " ce-hora-proceso "  " ce-status
                "  autorizo " ce-autorizo " " ce-fecha-autorizo.
        liberar-archivos.
            perform pedir-programa
            move 0 to ws-tot-liberados
            perform until fin-fichero = 1
                read control-entradas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if ce-programa not = ws-programa
                            move 1 to fin-fichero
                        else
                            if ce-procesado
                                perform decidir-archivo
                            end-if
                        end-if
                end-read
            end-perform
            display "Archivos liberados para reproceso: "
                ws-tot-liberados
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        decidir-archivo.
            perform mostrar-archivo
            display "Liberar para reprocesar (S=si, F=terminar, "
                "ENTER=no): "with no advancing
            move space to ws-decision
            accept ws-decision
            if ws-decision = "F" or ws-decision = "f"
                move 1 to fin-fichero
            end-if
            if ws-decision = "S" or ws-decision = "s"
                move e1-control-entrada to ws-imagen-antes
                move "LIBERADO" to ce-status
                move ws-operador to ce-autorizo
                move ws-fecha-hoy to ce-fecha-autorizo
                rewrite e1-control-entrada
                    invalid key
                        display "No se pudo liberar el archivo."
                    not invalid key
                        add 1 to ws-tot-liberados
                        display "Archivo LIBERADO, se aplicara en la "
                            "siguiente corrida de " ce-programa
                        move e1-control-entrada to ws-imagen-despues
                        move "LIBERA" to ws-mnt-accion
                        move ce-programa to ws-mnt-llave
                        perform registrar-mant-auditoria
                end-rewrite
            end-if.
        revisar-retenidas.
            move 0 to ws-tot-liberados
            move 0 to ws-tot-descartados
            move 0 to ws-tot-listados
            move 0 to fin-fichero
            move low-values to pr-llave
            start partidas-retenidas-file
                key is not less than pr-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read partidas-retenidas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if pr-retenida
                            perform decidir-retenida
                        end-if
                end-read
            end-perform
            display "Partidas revisadas: " ws-tot-listados
                "  liberadas: " ws-tot-liberados
                "  descartadas: " ws-tot-descartados
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        decidir-retenida.
            add 1 to ws-tot-listados
            display " "
            display "PARTIDA RETENIDA de " pr-programa
                " el " pr-fecha-retencion
            display "   Cuenta " pr-cuenta "  importe " pr-monto
                "  fecha " pr-fecha
            display "   Referencia " pr-referencia
            display "Liberar, Descartar, Saltar o Terminar "
                "(L/D/S/T): "with no advancing
            move space to ws-decision
            accept ws-decision
            move e1-partida-retenida to ws-imagen-antes
            if ws-decision = "T" or ws-decision = "t"
                move 1 to fin-fichero
            end-if
            if ws-decision = "L" or ws-decision = "l"
                perform reingresar-partida
                if ws-reingresada = 1
                    perform liberar-llave-partida
                    move "LIBERADA" to pr-status
                    add 1 to ws-tot-liberados
                end-if
            end-if
            if ws-decision = "D" or ws-decision = "d"
                move 1 to ws-devuelta
                if pr-programa = "CAMARA-COMPENSACION"
                    perform devolver-camara
                end-if
                if ws-devuelta = 1
                    move "DESCARTADA" to pr-status
                    add 1 to ws-tot-descartados
                end-if
            end-if
            if pr-liberada or pr-descartada
                move ws-operador to pr-decidio
                move ws-fecha-hoy to pr-fecha-decision
                rewrite e1-partida-retenida
                    invalid key
                        display "No se pudo registrar la decision."
                    not invalid key
                        display "Partida " pr-status "."
                        move e1-partida-retenida to ws-imagen-despues
                        move "DECISION" to ws-mnt-accion
                        move pr-cuenta(8:13) to ws-mnt-llave
                        perform registrar-mant-auditoria
                end-rewrite
            end-if.
        devolver-camara.
            move 0 to ws-devuelta
            open extend devoluciones-file
            if ws-fs-devoluciones not = "00"
                open output devoluciones-file
                close devoluciones-file
                open extend devoluciones-file
            end-if
            move pr-registro to ws-partida-camara
            move ws-cam-no-cheque to dev-no-cheque
            move ws-cam-cta-chq to dev-cta-chq
            move ws-cam-monto to dev-monto
            move ws-cam-fech to dev-fech
            move ws-cam-banco to dev-banco
            move ws-motivo-duplicada to dev-motivo
            write e1-devolucion
            if ws-fs-devoluciones = "00"
                move 1 to ws-devuelta
                display "Cheque " ws-cam-no-cheque " devuelto a la "
                    "camara en devoluciones.dat, motivo "
                    ws-motivo-duplicada " (partida duplicada)."
            else
                display "No se pudo grabar la devolucion, la partida "
                    "sigue RETENIDA."
            end-if
            close devoluciones-file.
        reingresar-partida.
            move 0 to ws-reingresada
            if pr-programa = "SPEI-ENTRADA"
                perform reingresar-spei
            end-if
            if pr-programa = "CAMARA-COMPENSACION"
                perform reingresar-camara
            end-if
            if pr-programa = "CHEQUES"
                perform reingresar-captura
            end-if
            if pr-programa = "COBRO-DOMICILIACION"
                perform reingresar-cargo
            end-if
            if pr-programa = "DISPERSION-NOMINA"
                perform reingresar-nomina
            end-if
            if ws-reingresada = 0
                display "La partida no se pudo reingresar, sigue "
                    "RETENIDA."
            end-if.
        reingresar-spei.
            open extend spei-entrada-file
            if ws-fs-entrada not = "00"
                open output spei-entrada-file
                close spei-entrada-file
                open extend spei-entrada-file
            end-if
            move pr-registro to e1-spei-entrada
            write e1-spei-entrada
            close spei-entrada-file
            move 1 to ws-reingresada
            display "Transferencia reingresada en spei_entrada.dat.".
        reingresar-camara.
            open extend camara-file
            if ws-fs-entrada not = "00"
                open output camara-file
                close camara-file
                open extend camara-file
            end-if
            move pr-registro to e1-camara
            write e1-camara
            close camara-file
            move 1 to ws-reingresada
            display "Cheque reingresado en camara_entrada.dat.".
        reingresar-captura.
            open extend captura-file
            if ws-fs-entrada not = "00"
                open output captura-file
                close captura-file
                open extend captura-file
            end-if
            move pr-registro to e1-captura-linea
            write e1-captura-linea
            close captura-file
            move 1 to ws-reingresada
            display "Movimiento reingresado en captura_lote.dat.".
        reingresar-cargo.
            open extend cargos-file
            if ws-fs-entrada not = "00"
                open output cargos-file
                close cargos-file
                open extend cargos-file
            end-if
            move pr-registro to e1-cargo-domicil
            write e1-cargo-domicil
            close cargos-file
            move 1 to ws-reingresada
            display "Cargo reingresado en "
                "domiciliacion_cargos.dat.".
        reingresar-nomina.
            open input nomina-file
            if ws-fs-entrada = "00"
                read nomina-file
                    at end move 1 to ws-reingresada
                end-read
                close nomina-file
            else
                move 1 to ws-reingresada
            end-if
            if ws-reingresada = 0
                display "Hay un lote de nomina pendiente en "
                    "nomina_entrada.dat; libere la partida cuando "
                    "ese lote se haya dispersado."
            else
                open output nomina-file
                move spaces to nom-empresa
                move "E" to nom-e-marca
                move pr-referencia(1:13) to nom-e-cuenta
                move pr-fecha to nom-e-fecha
                write nom-empresa
                move pr-registro to nom-detalle
                write nom-detalle
                move spaces to nom-trailer
                move "T" to nom-t-marca
                move 1 to nom-t-count
                move pr-monto to nom-t-suma
                write nom-trailer
                close nomina-file
                display "Abono reingresado como lote de nomina en "
                    "nomina_entrada.dat."
            end-if.
        liberar-llave-partida.
            move pr-programa to cp-programa
            move pr-fecha-retencion to cp-fecha-proceso
            move pr-cuenta to cp-cuenta
            move pr-monto to cp-monto
            move pr-referencia to cp-referencia
            move pr-fecha to cp-fecha
            read control-partidas-file
                invalid key
                    move "LIBERADA" to cp-status
                    write e1-control-partida
                        invalid key
                            display "No se pudo liberar la partida "
                                "en control_partidas.dat."
                    end-write
                not invalid key
                    move "LIBERADA" to cp-status
                    rewrite e1-control-partida
                        invalid key
                            display "No se pudo liberar la partida "
                                "en control_partidas.dat."
                    end-rewrite
            end-read.
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
            move "CTLENTRADA" to mnt-archivo
            move ws-mnt-llave to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
