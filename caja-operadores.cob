        organization is line sequential
        file status is ws-fs-cortes.

        select remesas-file assign to "remesas.dat"
        organization is indexed
        access mode is dynamic
        record key is rms-referencia
        file status is ws-fs-remesas.

        select operadores-file assign to "operadores.dat"
        organization is indexed
        access mode is dynamic
        organization is line sequential
        file status is ws-fs-lock.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
            05 caja-status pic X(9).
                88 caja-abierta value "ABIERTA".
                88 caja-cerrada value "CERRADA".
            05 caja-depositos pic 9(12)V99.
        fd boveda-file.
        01 e1-boveda.
            05 bov-sucursal pic 9(4).
            05 cc-contado pic 9(12)V99.
            05 cc-calculado pic S9(12)V99.
            05 cc-diferencia pic S9(12)V99.
            05 cc-depositos pic 9(12)V99.
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
                88 op-activo value "ACTIVO".
                88 op-suspendido value "SUSPENDIDO".
            05 op-limite pic 9(10)V99.
            05 op-hash-clave pic 9(10).
            05 op-fecha-clave pic 9(8).
            05 op-intentos pic 9(1).
        fd mant-auditoria-file.
        01 e1-mant-auditoria.
            05 mnt-operador pic X(10).
        01 e1-ciclo-lock pic X(40).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        working-storage section.
        77 ws-fs-cajas pic X(2) value "00".
        77 ws-fs-boveda pic X(2) value "00".
        77 ws-fs-cortes pic X(2) value "00".
        77 ws-fs-operadores pic X(2) value "00".
        77 ws-fs-remesas pic X(2) value "00".
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
        77 ws-interlock-ok pic 9 value 1.
        77 ws-den-2 pic 9(6) value 0.
        77 ws-den-1 pic 9(6) value 0.
        77 ws-den-50c pic 9(6) value 0.
        77 ws-referencia pic X(16) value spaces.
        77 ws-remesa-ok pic 9 value 0.
        77 ws-tipo-id pic X(3) value spaces.
            88 ws-tipo-id-valido values "INE" "PAS" "CED" "FM".
        77 ws-no-id pic X(17) value spaces.
        77 ws-confirma pic X(1) value space.
        77 ws-hoy-dma pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-mnt-archivo pic X(10) value "CAJAS".
        01 ws-mnt-llave pic X(13) value spaces.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio.
            perform verificar-interlock
            end-if
            perform abrir-cajas
            perform abrir-boveda
            perform abrir-remesas
            move 0 to ws-opcion
            perform until ws-opcion = 7
                perform limpiar-pantalla
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close cajas-file
            close boveda-file
            close remesas-file
            perform marcar-checkpoint
            stop run.
        verificar-interlock.
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
                        if op-activo
                            move 0 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-op-valido
                                display "Bienvenido " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: el operador "
                                ws-operador " esta " op-status
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
        marcar-checkpoint.
            open output checkpoint-file
            move "CAJAS" to e1-checkpoint
            display "3. Corte de caja (arqueo)"
            display "4. Consultar caja"
            display "5. Consultar boveda"
            display "6. Pagar remesa en efectivo"
            display "7. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
                if ws-opcion = 5
                    perform consultar-boveda
                else
                 if ws-opcion = 6
                    perform pagar-remesa
                 else
                    if ws-opcion not = 7
                        display "Opcion invalida."
                    end-if
                 end-if
                end-if
               end-if
              end-if
                close boveda-file
                open i-o boveda-file
            end-if.
        abrir-remesas.
            open i-o remesas-file
            if ws-fs-remesas not = "00"
                open output remesas-file
                close remesas-file
                open i-o remesas-file
            end-if.
        capturar-caja-llave.
            display "Sucursal(4): "with no advancing
            accept ws-sucursal
            accept ws-fecha-sistema from date yyyymmdd
            move ws-sucursal to caja-sucursal
            move ws-cajero to caja-operador
            move ws-fecha-sistema to caja-fecha
            move "CAJAS" to ws-mnt-archivo
            move ws-cajero to ws-mnt-llave.
        abrir-caja-dia.
            perform capturar-caja-llave
            read cajas-file
                    move 0 to caja-entradas
                    move 0 to caja-salidas
                    move "ABIERTA" to caja-status
                    move 0 to caja-depositos
                    write e1-cajas
                        invalid key
                            display "No se pudo abrir la caja."
            move ws-contado to cc-contado
            move ws-posicion to cc-calculado
            move ws-diferencia to cc-diferencia
            move caja-depositos to cc-depositos
            write e1-corte-caja
            close cortes-caja-file.
        consultar-caja.
                    display "   Dotacion: " caja-saldo-inicial
                        "  Entradas: " caja-entradas
                        "  Salidas: " caja-salidas
                    display "   Depositos de clientes en efectivo: "
                        caja-depositos

                    display "   Posicion de efectivo: " ws-posicion
            end-read
            display "-- Presione ENTER para continuar --"
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
        pagar-remesa.
            move 0 to ws-remesa-ok
            perform capturar-caja-llave
            read cajas-file
                invalid key move 0 to ws-caja-existe
                not invalid key move 1 to ws-caja-existe
            end-read
            if ws-caja-existe = 0 or not caja-abierta
                display "La caja no esta abierta hoy, abra la caja "
                    "primero."
            else
                display "Referencia de la remesa(16): "
                    with no advancing
                accept ws-referencia
                move ws-referencia to rms-referencia
                read remesas-file
                    invalid key
                        display "La remesa " ws-referencia
                            " no esta registrada."
                    not invalid key
                        perform mostrar-remesa
                        if rms-pendiente
                            move 1 to ws-remesa-ok
                        else
                            display "La remesa esta " rms-status
                                ", no se puede pagar en ventanilla."
                        end-if
                end-read
            end-if
            if ws-remesa-ok = 1
                perform capturar-identificacion
            end-if
            if ws-remesa-ok = 1
                if caja-saldo-inicial + caja-entradas
                    - caja-salidas < rms-monto
                    move 0 to ws-remesa-ok
                    display "OPERACION RECHAZADA: la caja no "
                        "tiene efectivo para pagar " rms-monto
                end-if
            end-if
            if ws-remesa-ok = 1
                perform aplicar-pago-remesa
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-remesa.
            display "Remesa " rms-referencia "  folio " rms-folio
                "  estatus " rms-status
            display "   Recibida: " rms-fecha-recibida
                "  Importe MXN: " rms-monto
            display "   Remitente: " rms-nombre-remitente
                " (" rms-pais-origen ")"
            display "   Beneficiario: " rms-nombre-beneficiario
            if rms-pagada
                display "   Pagada el " rms-fecha-pago
                    " sucursal " rms-sucursal-pago
                    " cajero " rms-cajero
            end-if.
        capturar-identificacion.
            move spaces to ws-tipo-id
            perform until ws-tipo-id-valido
                display "Identificacion del beneficiario "
                    "(INE/PAS/CED/FM): "with no advancing
                accept ws-tipo-id
            end-perform
            display "Numero de identificacion(17): "
                with no advancing
            accept ws-no-id
            if ws-no-id = spaces
                move 0 to ws-remesa-ok
                display "OPERACION RECHAZADA: sin numero de "
                    "identificacion no se paga la remesa."
            else
                display "El nombre en la identificacion coincide con "
                    rms-nombre-beneficiario " (S/N): "
                    with no advancing
                accept ws-confirma
                if ws-confirma not = "S" and ws-confirma not = "s"
                    move 0 to ws-remesa-ok
                    display "OPERACION RECHAZADA: la identificacion "
                        "no corresponde al beneficiario."
                end-if
            end-if.
        aplicar-pago-remesa.
            move e1-cajas to ws-imagen-antes
            add rms-monto to caja-salidas
            rewrite e1-cajas
                invalid key
                    move 0 to ws-remesa-ok
                    display "No se pudo actualizar la caja."
                not invalid key
                    move e1-cajas to ws-imagen-despues
                    move "REMESA" to ws-mnt-accion
                    perform registrar-mant-auditoria
            end-rewrite
            if ws-remesa-ok = 1
                move ws-fecha-sistema(1:4) to ws-anio
                move ws-fecha-sistema(5:2) to ws-mes
                move ws-fecha-sistema(7:2) to ws-dia
                compute ws-hoy-dma = ws-dia * 1000000
                    + ws-mes * 10000 + ws-anio
                move e1-remesa to ws-imagen-antes
                move "PAGADA" to rms-status
                move ws-hoy-dma to rms-fecha-pago
                move ws-sucursal to rms-sucursal-pago
                move ws-cajero to rms-cajero
                move spaces to rms-identificacion
                string ws-tipo-id delimited by size
                    ws-no-id delimited by size
                    into rms-identificacion
                end-string
                rewrite e1-remesa
                    invalid key
                        display "AVISO: se entrego el efectivo pero "
                            "no se pudo marcar pagada la remesa "
                            rms-referencia
                    not invalid key
                        move e1-remesa to ws-imagen-despues
                        move "PAGO" to ws-mnt-accion
                        move "REMESAS" to ws-mnt-archivo
                        move rms-folio to ws-mnt-llave
                        perform registrar-mant-auditoria
                        display "Remesa " rms-referencia " pagada. "
                            "Entregue " rms-monto " al beneficiario."
                end-rewrite
            end-if.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
