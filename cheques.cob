        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select checkpoint-file assign to "checkpoint.dat"
        access mode is dynamic
        record key is bip-no-mts-mts
        file status is ws-fs-bitacora-post.

        select productos-file assign to "productos.dat"
        organization is indexed
        access mode is dynamic
        record key is pro-codigo
        file status is ws-fs-productos.

        select productos-cuenta-file assign to "productos_cuenta.dat"
        organization is indexed
        access mode is dynamic
        record key is pcu-cuenta
        file status is ws-fs-prod-cuenta.

        select depositos-mes-file assign to "depositos_mes.dat"
        organization is indexed
        access mode is dynamic
        record key is dpm-llave
        file status is ws-fs-depositos-mes.

        select depositos-efectivo-file
        assign to "depositos_efectivo.dat"
        organization is indexed
        access mode is dynamic
        record key is def-no-mts-mts
        file status is ws-fs-dep-efectivo.

        select pp-cuentas-file assign to "pago_positivo_cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is ppc-cuenta
        file status is ws-fs-pp-cuentas.

        select pago-positivo-file assign to "pago_positivo.dat"
        organization is indexed
        access mode is dynamic
        record key is ppg-llave
        file status is ws-fs-pago-positivo.

        select pp-excepciones-file
        assign to "pago_positivo_excepciones.dat"
        organization is indexed
        access mode is dynamic
        record key is ppx-llave
        file status is ws-fs-pp-excepciones.

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

        select beneficiarios-spei-file
        assign to "spei_beneficiarios.dat"
        organization is indexed
        access mode is dynamic
        record key is sbn-no-mts
        file status is ws-fs-benef-spei.
        data division.
        file section.
        fd movimientos-output-file.
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
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd auditoria-file.
            05 tas-compra pic 9(6)V9999.
            05 tas-venta pic 9(6)V9999.
        fd captura-file.
        01 e1-captura-linea pic X(150).
        01 e1-captura-control.
            05 filler pic X(64).
            05 ccl-sdo-mts pic S9(10)V99.
            05 ccl-fech-mts pic 9(8).
            05 filler pic X(66).
        fd captura-proceso-file.
        01 e1-captura.
            05 cap-no-mts-mts pic 9(13).
            05 cap-no-cheque pic 9(10).
            05 cap-moneda-mts pic X(3).
            05 cap-cta-destino pic 9(13).
            05 cap-nombre-beneficiario pic X(40).
        fd rechazos-file.
        01 e1-rechazos.
            05 rch-no-mts-mts pic 9(13).
                88 op-activo value "ACTIVO".
                88 op-suspendido value "SUSPENDIDO".
            05 op-limite pic 9(10)V99.
            05 op-hash-clave pic 9(10).
            05 op-fecha-clave pic 9(8).
            05 op-intentos pic 9(1).
        fd autorizaciones-file.
        01 e1-autorizaciones.
            05 aut-no-mts-mts pic 9(13).
            05 caja-status pic X(9).
                88 caja-abierta value "ABIERTA".
                88 caja-cerrada value "CERRADA".
            05 caja-depositos pic 9(12)V99.
        fd retenciones-fondos-file.
        01 e1-retencion-fondos.
            05 rtf-llave.
            05 bip-status pic X(9).
                88 bip-pendiente value "PENDIENTE".
                88 bip-completo value "COMPLETO".
        fd productos-file.
        01 e1-productos.
            05 pro-codigo pic X(4).
            05 pro-descripcion pic X(30).
            05 pro-moneda pic X(3).
            05 pro-tarifas.
                10 pro-tarifa pic X(4) occurs 4 times.
            05 pro-banda-inicial pic 9(2).
            05 pro-banda-final pic 9(2).
            05 pro-nivel pic 9(1).
            05 pro-limite-udis pic 9(8)V99.
            05 pro-status pic X(9).
                88 pro-activo value "ACTIVO".
                88 pro-cancelado value "CANCELADO".
            05 pro-fecha-alta pic 9(8).
        fd productos-cuenta-file.
        01 e1-producto-cuenta.
            05 pcu-cuenta pic 9(13).
            05 pcu-producto pic X(4).
            05 pcu-fecha-asignado pic 9(8).
            05 pcu-asigno pic X(10).
        fd depositos-mes-file.
        01 e1-deposito-mes.
            05 dpm-llave.
                10 dpm-cuenta pic 9(13).
                10 dpm-anio pic 9(4).
                10 dpm-mes pic 9(2).
            05 dpm-monto-mxn pic 9(12)V99.
            05 dpm-operaciones pic 9(5).
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
        fd pp-cuentas-file.
        01 e1-pp-cuentas.
            05 ppc-cuenta pic 9(13).
            05 ppc-no-cte pic 9(10).
            05 ppc-fecha-alta pic 9(8).
            05 ppc-status pic X(9).
                88 ppc-activa value "ACTIVA".
                88 ppc-cancelada value "CANCELADA".
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
        fd pp-excepciones-file.
        01 e1-pp-excepcion.
            05 ppx-llave.
                10 ppx-cuenta pic 9(13).
                10 ppx-no-cheque pic 9(10).
                10 ppx-fecha pic 9(8).
            05 ppx-origen pic X(10).
                88 ppx-camara value "CAMARA".
                88 ppx-ventanilla value "VENTANILLA".
            05 ppx-banco pic 9(3).
            05 ppx-monto-presentado pic 9(10)V99.
            05 ppx-monto-emitido pic 9(10)V99.
            05 ppx-motivo pic X(15).
            05 ppx-status pic X(9).
                88 ppx-pendiente value "PENDIENTE".
                88 ppx-aprobada value "APROBADA".
                88 ppx-rechazada value "RECHAZADA".
                88 ppx-pagada value "PAGADA".
                88 ppx-devuelta value "DEVUELTA".
            05 ppx-decidio pic X(10).
            05 ppx-fecha-decision pic 9(8).
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
        fd beneficiarios-spei-file.
        01 e1-beneficiario-spei.
            05 sbn-no-mts pic 9(13).
            05 sbn-clabe pic 9(20).
            05 sbn-nombre pic X(40).
            05 sbn-fecha pic 9(8).
            05 sbn-operador pic X(10).
        working-storage section.
        77 ws-fs-bitacora-post pic X(2) value "00".
        77 fin-fichero pic 9 value 0.
        77 ws-lote-posteados pic 9(10) value 0.
        77 ws-lote-pendientes pic 9(10) value 0.
        77 ws-lote-rechazados pic 9(10) value 0.
        77 ws-lote-duplicado pic 9 value 0.
        77 ws-fs-rechazos pic X(2) value "00".
        77 ws-motivo-rechazo pic X(2) value spaces.
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
        77 ws-op-valido pic 9 value 0.
        77 ws-op-nivel pic 9(1) value 0.
        77 ws-op-limite pic 9(10)V99 value 0.
        77 fin-chequeras pic 9 value 0.
        77 ws-cheque-emitido pic 9 value 0.
        77 ws-cheque-usado pic 9 value 0.
        77 ws-fs-pp-cuentas pic X(2) value "00".
        77 ws-fs-pago-positivo pic X(2) value "00".
        77 ws-fs-pp-excepciones pic X(2) value "00".
        77 ws-pp-motivo pic X(15) value spaces.
        77 ws-pp-monto pic 9(10)V99 value 0.
        77 ws-pp-monto-emitido pic 9(10)V99 value 0.
        77 ws-pp-intentos pic 9(10) value 0.
        77 ws-fs-spread pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-lock pic X(2) value "00".
        77 ws-limite-sobregiro pic 9(10)V99 value 0.
        77 ws-piso-sobregiro pic S9(12)V99 value 0.
        77 ws-uso-sobregiro pic 9 value 0.
        77 ws-fs-productos pic X(2) value "00".
        77 ws-fs-prod-cuenta pic X(2) value "00".
        77 ws-fs-depositos-mes pic X(2) value "00".
        77 ws-valor-udi pic 9(6)V9999 value 0.
        77 ws-tope-cuenta pic 9(13) value 0.
        77 ws-tope-monto pic 9(12)V99 value 0.
        77 ws-tope-anio pic 9(4) value 0.
        77 ws-tope-mes pic 9(2) value 0.
        77 ws-tope-mxn pic 9(12)V99 value 0.
        77 ws-tope-acumulado pic 9(12)V99 value 0.
        77 ws-tope-nivel pic 9(1) value 0.
        77 ws-tope-excedido pic 9 value 0.
        77 ws-dpm-existe pic 9 value 0.
        77 ws-fs-dep-efectivo pic X(2) value "00".
        77 ws-efectivo-en-caja pic 9 value 0.
        77 ws-fs-control-entradas pic X(2) value "00".
        77 ws-fs-control-partidas pic X(2) value "00".
        77 ws-fs-partidas-retenidas pic X(2) value "00".
        77 ws-ctl-programa pic X(20) value "CHEQUES".
        77 ws-ctl-sistema pic 9(8) value 0.
        77 ws-ctl-fecha pic 9(8) value 0.
        77 ws-ctl-hora pic 9(8) value 0.
        77 ws-ctl-fecha-archivo pic 9(8) value 0.
        77 ws-ctl-registros pic 9(10) value 0.
        77 ws-ctl-hash pic 9(14)V99 value 0.
        77 ws-ctl-cuenta pic 9(20) value 0.
        77 ws-ctl-monto pic 9(12)V99 value 0.
        77 ws-ctl-referencia pic X(20) value spaces.
        77 ws-ctl-fecha-partida pic 9(8) value 0.
        77 ws-ctl-registro pic X(150) value spaces.
        77 ws-ctl-secuencia pic 9(6) value 0.
        77 ws-archivo-duplicado pic 9 value 0.
        77 ws-ce-existe pic 9 value 0.
        77 ws-partida-duplicada pic 9 value 0.
        77 ws-cp-existe pic 9 value 0.
        77 ws-tot-duplicadas pic 9(10) value 0.
        77 ws-suma-duplicadas pic 9(12)V99 value 0.
        77 ws-fs-benef-spei pic X(2) value "00".
        77 ws-nombre-beneficiario pic X(40) value spaces.
        01 ws-movimientos.
            05 ws-no-mts-mts pic 9(13).
            05 ws-no-cte-mts pic 9(10).
                88 tipo-mts-valido values
                    "RETIRO  " "DEPOSITO" "TRANSFER"
                    "INTERES " "COMISION" "REVERSA "
                    "IMPUESTO" "CAMBIO  " "SOBREGIR"
                    "CREDITO " "PAGOCRED" "ACLARA  " "PAGOSERV".
            05 ws-sdo-mts pic S9(10)V99.
            05 ws-fech-mts pic 9(8).
            05 ws-moneda-mts pic X(3).
                88 moneda-valida values "MXN" "USD" "EUR".
            05 ws-sucursal pic 9(4).
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio-reg.
            accept ws-modo-parm from command-line
            perform abrir-firmantes
            perform abrir-periodos
            perform abrir-bitacora-posteo
            perform abrir-productos
            perform abrir-depositos-efectivo
            perform abrir-pago-positivo
            perform cargar-parametros
            perform cargar-tasas
            perform cargar-valor-udi
            perform procesar-pendientes-vencidos
            if modo-batch
                perform procesar-captura-lote
            close firmantes-file
            close periodos-file
            close bitacora-posteo-file
            close productos-file
            close productos-cuenta-file
            close depositos-mes-file
            close depositos-efectivo-file
            close pp-cuentas-file
            close pago-positivo-file
            close pp-excepciones-file
            perform imprimir-registro-cheques
            if ws-spread-sesion not = 0
                display "Ingreso por diferencial de cambio en la "
                    "sesion: " ws-spread-sesion " MXN"
            end-if
            if ws-lote-duplicado = 1
                move 1 to return-code
            else
                perform marcar-checkpoint
            end-if
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
            close checkpoint-file.
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
                                move op-nivel to ws-op-nivel
                                move op-limite to ws-op-limite
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
        abrir-movimientos.
            open i-o movimientos-output-file
            if ws-fs-movimientos not = "00"
            move ws-cta-chq-mts to reg-no-cuenta
            move ws-fech-mts to reg-fecha
            move ws-sdo-mts to reg-monto
            write e1-registro-cheques
            perform marcar-pago-positivo.
        imprimir-registro-cheques.
            move 0 to fin-fichero
            display " "
                close pendientes-file
                open i-o pendientes-file
            end-if.
        abrir-productos.
            open input productos-file
            if ws-fs-productos not = "00"
                open output productos-file
                close productos-file
                open input productos-file
            end-if
            open input productos-cuenta-file
            if ws-fs-prod-cuenta not = "00"
                open output productos-cuenta-file
                close productos-cuenta-file
                open input productos-cuenta-file
            end-if
            open i-o depositos-mes-file
            if ws-fs-depositos-mes not = "00"
                open output depositos-mes-file
                close depositos-mes-file
                open i-o depositos-mes-file
            end-if.
        abrir-depositos-efectivo.
            open i-o depositos-efectivo-file
            if ws-fs-dep-efectivo not = "00"
                open output depositos-efectivo-file
                close depositos-efectivo-file
                open i-o depositos-efectivo-file
            end-if.
        registrar-deposito-efectivo.
            move e1-no-mts-mts to def-no-mts-mts
            move e1-no-cte-mts to def-no-cte
            move e1-cta-chq-mts to def-cuenta
            move e1-moneda-mts to def-moneda
            move e1-sdo-mts to def-monto
            move e1-fech-mts to def-fecha
            move e1-sucursal to def-sucursal
            move ws-operador to def-operador
            if ws-efectivo-en-caja = 1
                move "S" to def-en-caja
                move caja-sucursal to def-caja-sucursal
                move caja-fecha to def-caja-fecha
            else
                move "N" to def-en-caja
                move 0 to def-caja-sucursal
                move 0 to def-caja-fecha
            end-if
            move "VIGENTE" to def-status
            move 0 to def-no-mts-reversa
            write e1-deposito-efectivo
                invalid key
                    display "AVISO: el deposito en efectivo "
                        e1-no-mts-mts " ya estaba registrado en "
                        "depositos_efectivo.dat."
            end-write
            move 0 to ws-efectivo-en-caja.
        marcar-efectivo-reversado.
            move ws-no-mts-original to def-no-mts-mts
            read depositos-efectivo-file
                invalid key continue
                not invalid key
                    if def-vigente
                        move "REVERSADO" to def-status
                        move e1-no-mts-mts to def-no-mts-reversa
                        rewrite e1-deposito-efectivo
                    end-if
            end-read.
        revisar-tope-deposito.
            move 0 to ws-tope-cuenta
            if ws-tipo-mts = "DEPOSITO"
                move ws-cta-chq-mts to ws-tope-cuenta
            end-if
            if ws-tipo-mts = "TRANSFER" or ws-tipo-mts = "CAMBIO  "
                move ws-cta-destino to ws-tope-cuenta
            end-if
            if ws-tope-cuenta not = 0
                move ws-sdo-mts to inv-ws-sdo-mts
                if inv-ws-sdo-mts < 0
                    subtract ws-sdo-mts from 0 giving inv-ws-sdo-mts
                end-if
                move inv-ws-sdo-mts to ws-tope-monto
                if ws-moneda-mts = "USD"
                    multiply ws-tope-monto by ws-tasa-usd-mxn
                        giving ws-tope-monto rounded
                end-if
                if ws-moneda-mts = "EUR"
                    multiply ws-tope-monto by ws-tasa-eur-mxn
                        giving ws-tope-monto rounded
                end-if
                move ws-fech-mts(3:2) to ws-tope-mes
                move ws-fech-mts(5:4) to ws-tope-anio
                perform revisar-tope-nivel
                if ws-tope-excedido = 1
                    move "23" to ws-motivo-rechazo
                    move 1 to ws-rechazado
                    if modo-batch
                        display "LOTE RECHAZADO: registro "
                            ws-lote-leidos " del lote"
                            " el deposito rebasa el tope mensual de "
                            "la cuenta " ws-tope-cuenta " de nivel "
                            ws-tope-nivel
                    else
                        display "MOVIMIENTO RECHAZADO: el deposito "
                            "rebasa el tope mensual de la cuenta "
                            ws-tope-cuenta " de nivel " ws-tope-nivel
                        if ws-valor-udi = 0
                            display "No hay valor de la UDI en "
                                "tasas.dat para calcular el tope."
                        else
                            display "Tope: " ws-tope-mxn " MXN  "
                                "Depositado en el mes: "
                                ws-tope-acumulado
                        end-if
                    end-if
                end-if
            end-if.
        revisar-tope-nivel.
            move 0 to ws-tope-excedido
            move 0 to ws-tope-nivel
            move 0 to ws-tope-mxn
            move 0 to ws-tope-acumulado
            move ws-tope-cuenta to pcu-cuenta
            read productos-cuenta-file
                invalid key continue
                not invalid key
                    move pcu-producto to pro-codigo
                    read productos-file
                        invalid key continue
                        not invalid key
                            if pro-limite-udis > 0
                                move pro-nivel to ws-tope-nivel
                                perform calcular-tope-nivel
                            end-if
                    end-read
            end-read.
        calcular-tope-nivel.
            move ws-tope-cuenta to dpm-cuenta
            move ws-tope-anio to dpm-anio
            move ws-tope-mes to dpm-mes
            read depositos-mes-file
                invalid key continue
                not invalid key
                    move dpm-monto-mxn to ws-tope-acumulado
            end-read
            if ws-valor-udi = 0
                move 1 to ws-tope-excedido
            else
                compute ws-tope-mxn rounded =
                    pro-limite-udis * ws-valor-udi
                if ws-tope-acumulado + ws-tope-monto > ws-tope-mxn
                    move 1 to ws-tope-excedido
                end-if
            end-if.
        acumular-deposito-mes.
            move ws-tope-cuenta to dpm-cuenta
            move ws-tope-anio to dpm-anio
            move ws-tope-mes to dpm-mes
            read depositos-mes-file
                invalid key move 0 to ws-dpm-existe
                not invalid key move 1 to ws-dpm-existe
            end-read
            move ws-tope-cuenta to dpm-cuenta
            move ws-tope-anio to dpm-anio
            move ws-tope-mes to dpm-mes
            if ws-dpm-existe = 0
                move 0 to dpm-monto-mxn
                move 0 to dpm-operaciones
            end-if
            add ws-tope-monto to dpm-monto-mxn
            add 1 to dpm-operaciones
            if ws-dpm-existe = 1
                rewrite e1-deposito-mes
            else
                write e1-deposito-mes
            end-if.
        abrir-tasas.
            open input tasas-file
            if ws-fs-tasas not = "00"
                    ws-no-cheque " de la cuenta " ws-cta-chq-mts
                    " ya fue pagado segun el registro de cheques"
            end-if.
        abrir-pago-positivo.
            open input pp-cuentas-file
            if ws-fs-pp-cuentas not = "00"
                open output pp-cuentas-file
                close pp-cuentas-file
                open input pp-cuentas-file
            end-if
            open i-o pago-positivo-file
            if ws-fs-pago-positivo not = "00"
                open output pago-positivo-file
                close pago-positivo-file
                open i-o pago-positivo-file
            end-if
            open i-o pp-excepciones-file
            if ws-fs-pp-excepciones not = "00"
                open output pp-excepciones-file
                close pp-excepciones-file
                open i-o pp-excepciones-file
            end-if.
        verificar-pago-positivo.
            move spaces to ws-pp-motivo
            move 0 to ws-pp-monto-emitido
            if ws-sdo-mts < 0
                subtract ws-sdo-mts from 0 giving ws-pp-monto
            else
                move ws-sdo-mts to ws-pp-monto
            end-if
            move ws-cta-chq-mts to ppc-cuenta
            read pp-cuentas-file
                invalid key continue
                not invalid key
                    if ppc-activa
                        perform comparar-pago-positivo
                    end-if
            end-read
            if ws-pp-motivo not = spaces
                move "24" to ws-motivo-rechazo
                move 1 to ws-rechazado
                add 1 to ws-pp-intentos
                display "MOVIMIENTO RECHAZADO: el cheque "
                    ws-no-cheque " de la cuenta " ws-cta-chq-mts
                    " no coincide con el pago positivo ("
                    ws-pp-motivo ")"
                perform grabar-excepcion-pp
            end-if.
        comparar-pago-positivo.
            move ws-cta-chq-mts to ppg-cuenta
            move ws-no-cheque to ppg-no-cheque
            read pago-positivo-file
                invalid key move "NO EMITIDO" to ws-pp-motivo
                not invalid key
                    move ppg-monto to ws-pp-monto-emitido
                    if ppg-pagado
                        move "YA PAGADO" to ws-pp-motivo
                    else
                        if ppg-anulado
                            move "ANULADO" to ws-pp-motivo
                        else
                            if ppg-monto not = ws-pp-monto
                                move "MONTO DISTINTO" to ws-pp-motivo
                            end-if
                        end-if
                    end-if
            end-read.
        grabar-excepcion-pp.
            accept ws-fecha-sistema from date yyyymmdd
            move ws-cta-chq-mts to ppx-cuenta
            move ws-no-cheque to ppx-no-cheque
            move ws-fecha-sistema(7:2) to ppx-fecha(1:2)
            move ws-fecha-sistema(5:2) to ppx-fecha(3:2)
            move ws-fecha-sistema(1:4) to ppx-fecha(5:4)
            move "VENTANILLA" to ppx-origen
            move 0 to ppx-banco
            move ws-pp-monto to ppx-monto-presentado
            move ws-pp-monto-emitido to ppx-monto-emitido
            move ws-pp-motivo to ppx-motivo
            move "PENDIENTE" to ppx-status
            move spaces to ppx-decidio
            move 0 to ppx-fecha-decision
            write e1-pp-excepcion
                invalid key continue
            end-write.
        marcar-pago-positivo.
            move ws-cta-chq-mts to ppg-cuenta
            move ws-no-cheque to ppg-no-cheque
            read pago-positivo-file
                invalid key continue
                not invalid key
                    if ppg-emitido
                        move "PAGADO" to ppg-status
                        move ws-fech-mts to ppg-fecha-pago
                        rewrite e1-pago-positivo
                            invalid key continue
                        end-rewrite
                    end-if
            end-read.
        abrir-autorizaciones.
            open i-o autorizaciones-file
            if ws-fs-autorizaciones not = "00"
            write e1-notificacion
            close notificaciones-file.
        actualizar-caja-operador.
            move 0 to ws-efectivo-en-caja
            if not modo-batch
                and (e1-tipo-mts = "DEPOSITO"
                    or e1-tipo-mts = "RETIRO  ")
                    if caja-abierta
                        if e1-sdo-mts > 0
                            add e1-sdo-mts to caja-entradas
                            if e1-tipo-mts = "DEPOSITO"
                                add e1-sdo-mts to caja-depositos
                                move 1 to ws-efectivo-en-caja
                            end-if
                        else
                            subtract e1-sdo-mts from 0
                                giving ws-efectivo-caja
                    move tas-venta to ws-venta-eur
                    move 1 to ws-tasa-eur-ok
            end-read.
        cargar-valor-udi.
            move "UDI" to tas-moneda
            read tasas-file
                invalid key
                    move 0 to ws-valor-udi
                    display "AVISO: no hay valor de la UDI en "
                        "tasas.dat, se rechazaran los depositos a "
                        "cuentas de nivel con tope mensual."
                not invalid key
                    move tas-valor to ws-valor-udi
            end-read.
        verificar-tasa-moneda.
            move 1 to ws-tasa-valida
            if ws-moneda-mts = "USD" and ws-tasa-usd-ok = 0
                move pnd-moneda-mts to e1-moneda-mts
                move ws-cta-sucursal-leida to e1-sucursal
                perform grabar-bitacora-posteo
                perform armar-llaves-mts
                write e1-movimientos
                    invalid key
                        perform cancelar-bitacora-posteo
                            move pnd-no-cheque to ws-no-cheque
                            perform grabar-retencion-deposito
                        end-if
                        if pnd-tipo-mts = "DEPOSITO"
                            and pnd-no-cheque = 0
                            move 0 to ws-efectivo-en-caja
                            perform registrar-deposito-efectivo
                        end-if
                end-write
                delete pendientes-file
                    invalid key
                display "No hay lote de captura (captura_lote.dat), "
                    "no se postearon movimientos por lote."
            else
                perform contar-lote-captura
                perform abrir-control-entradas
                perform verificar-archivo-procesado
                if ws-archivo-duplicado = 1
                    move 1 to ws-lote-duplicado
                    display "LOTE DE CAPTURA DUPLICADO -- "
                        "captura_lote.dat no se posteo."
                else
                    perform aplicar-lote-captura
                end-if
                perform cerrar-control-entradas
            end-if.
        contar-lote-captura.
            move 0 to ws-ctl-registros
            move 0 to ws-ctl-hash
            move 0 to ws-ctl-fecha-archivo
            move 0 to fin-captura
            perform until fin-captura = 1
                read captura-file
                    at end move 1 to fin-captura
                    not at end
                        add 1 to ws-ctl-registros
                        if ccl-sdo-mts < 0
                            subtract ccl-sdo-mts from ws-ctl-hash
                        else
                            add ccl-sdo-mts to ws-ctl-hash
                        end-if
                        if ws-ctl-registros = 1
                            move ccl-fech-mts to ws-ctl-fecha-archivo
                        end-if
                end-read
            end-perform
            close captura-file.
        aplicar-lote-captura.
            call "SYSTEM" using
                "mv captura_lote.dat captura_en_proceso.dat"
            open input captura-proceso-file
            if ws-fs-cap-proceso not = "00"
                display "No se pudo tomar el lote como "
                    "captura_en_proceso.dat, no se postearon "
                    "movimientos por lote."
            else
                move 0 to fin-captura
                perform until fin-captura = 1
                    read captura-proceso-file
                        at end move 1 to fin-captura
                        not at end perform postear-captura
                    end-read
                end-perform
                close captura-proceso-file
                call "SYSTEM" using
                    "rm -f captura_en_proceso.dat"
                perform registrar-archivo-procesado
            end-if
            display "LOTE DE CAPTURA -- leidos: " ws-lote-leidos
                "  posteados: " ws-lote-posteados
                "  pendientes: " ws-lote-pendientes
                "  a autorizar: " ws-lote-autorizar
                "  rechazados: " ws-lote-rechazados
            display "   retenidos por duplicados: " ws-tot-duplicadas
                "  importe: " ws-suma-duplicadas.
        postear-captura.
            add 1 to ws-lote-leidos
            move 0 to ws-rechazado
            move 0 to ws-tope-cuenta
            move 0 to ws-uso-sobregiro
            move 0 to ws-sucursal
            move 0 to ws-no-mts-mts
            move cap-no-cheque to ws-no-cheque
            move cap-moneda-mts to ws-moneda-mts
            move cap-cta-destino to ws-cta-destino
            move spaces to ws-nombre-beneficiario
            if cap-tipo-mts = "RETIRO  " and cap-cta-cbe-mts not = 0
                move cap-nombre-beneficiario to ws-nombre-beneficiario
            end-if
            perform validar-captura
            if not movimiento-rechazado
                perform verificar-fecha-futura
                end-if
            end-if
            if not movimiento-rechazado
                perform revisar-tope-deposito
            end-if
            move 0 to ws-partida-duplicada
            if not movimiento-rechazado
                perform verificar-partida-lote
            end-if
            if not movimiento-rechazado and ws-partida-duplicada = 0
                if ws-tipo-mts = "TRANSFER"
                    move 2 to ws-folio-cantidad
                else
                end-if
            end-if
            if not movimiento-rechazado and ws-requiere-autoriza = 0
                and ws-partida-duplicada = 0
                if ws-tipo-mts = "TRANSFER"
                    perform grabar-transferencia
                    add 1 to ws-lote-posteados
                    else
                        move ws-movimientos to e1-movimientos
                        perform grabar-bitacora-posteo
                        perform armar-llaves-mts
                        write e1-movimientos
                            invalid key
                                perform cancelar-bitacora-posteo
                                    and ws-no-cheque not = 0
                                    perform grabar-retencion-deposito
                                end-if
                                if ws-tipo-mts = "DEPOSITO"
                                    and ws-no-cheque = 0
                                    move 0 to ws-efectivo-en-caja
                                    perform registrar-deposito-efectivo
                                end-if
                                if ws-uso-sobregiro = 1
                                    perform registrar-uso-sobregiro
                                end-if
            if movimiento-rechazado
                add 1 to ws-lote-rechazados
                perform grabar-rechazo
            else
                if ws-partida-duplicada = 0
                    if ws-tope-cuenta not = 0
                        perform acumular-deposito-mes
                    end-if
                    perform registrar-partida
                    if ws-nombre-beneficiario not = spaces
                        perform grabar-beneficiario-spei
                    end-if
                end-if
            end-if.
        verificar-partida-lote.
            move ws-cta-chq-mts to ws-ctl-cuenta
            if ws-sdo-mts < 0
                subtract ws-sdo-mts from 0 giving ws-ctl-monto
            else
                move ws-sdo-mts to ws-ctl-monto
            end-if
            move spaces to ws-ctl-referencia
            move ws-tipo-mts to ws-ctl-referencia(1:8)
            move ws-no-cheque to ws-ctl-referencia(9:10)
            move ws-fech-mts to ws-ctl-fecha-partida
            perform verificar-partida-duplicada
            if ws-partida-duplicada = 1
                move e1-captura to ws-ctl-registro
                perform retener-partida-duplicada
            end-if.
        validar-captura.
            if not tipo-mts-valido
                    " el tipo SOBREGIR lo genera el proceso de "
                    "interes por sobregiro"
            end-if
            if ws-tipo-mts = "CREDITO " or ws-tipo-mts = "PAGOCRED"
                move "08" to ws-motivo-rechazo
                move 1 to ws-rechazado
                display "LOTE RECHAZADO: registro " ws-lote-leidos
                    " del lote"
                    " el tipo " ws-tipo-mts " lo genera la cartera "
                    "de creditos"
            end-if
            if ws-tipo-mts = "ACLARA  "
                move "08" to ws-motivo-rechazo
                move 1 to ws-rechazado
                display "LOTE RECHAZADO: registro " ws-lote-leidos
                    " del lote"
                    " el tipo ACLARA lo genera el proceso de "
                    "aclaraciones"
            end-if
            if ws-tipo-mts = "PAGOSERV"
                move "08" to ws-motivo-rechazo
                move 1 to ws-rechazado
                display "LOTE RECHAZADO: registro " ws-lote-leidos
                    " del lote"
                    " el tipo PAGOSERV se captura en pago de "
                    "servicios"
            end-if
            if ws-rechazado = 0 and ws-tipo-mts = "TRANSFER"
                and ws-cta-destino = 0
                move "08" to ws-motivo-rechazo
            if ws-rechazado = 0 and ws-tipo-mts = "RETIRO  "
                and ws-no-cheque not = 0
                perform verificar-cheque-usado
            end-if
            if ws-rechazado = 0 and ws-tipo-mts = "RETIRO  "
                and ws-no-cheque not = 0
                perform verificar-pago-positivo
            end-if.
        validar-retiro-captura.
            if ws-es-futuro = 0
        agregar.
            move 0 to ws-rechazado
            move 0 to ws-uso-sobregiro
            move 0 to ws-tope-cuenta
            move 0 to ws-sdo-mts
            move 0 to ws-no-cheque
            move 0 to ws-fech-mts
            move spaces to ws-moneda-destino
            move 0 to ws-sucursal
            move 0 to ws-no-mts-mts
            move spaces to ws-nombre-beneficiario
            display "Numero de cliente(10): "with no advancing
            accept ws-no-cte-mts
            display "Numero de cuenta(13): "with no advancing
                if ws-suspendido = 0 and ws-cheque-emitido = 1
                    perform verificar-cheque-usado
                end-if
                if ws-suspendido = 0 and ws-cheque-emitido = 1
                    and ws-rechazado = 0
                    perform verificar-pago-positivo
                end-if
                if ws-cta-cbe-mts not = 0
                    display "Nombre del beneficiario(40): "
                        with no advancing
                    accept ws-nombre-beneficiario
                end-if
            end-if
            if ws-tipo-mts = "DEPOSITO"
                display "Numero de cheque depositado(10, "
                     end-if
                 end-if
            end-if
            if not movimiento-rechazado
                perform revisar-tope-deposito
            end-if
            if not movimiento-rechazado
                if ws-tipo-mts = "TRANSFER" or ws-tipo-mts = "CAMBIO  "
                    move 2 to ws-folio-cantidad
            end-if
            if movimiento-rechazado
                perform grabar-rechazo
            else
                if ws-tope-cuenta not = 0
                    perform acumular-deposito-mes
                end-if
                if ws-nombre-beneficiario not = spaces
                    perform grabar-beneficiario-spei
                end-if
            end-if.
        postear-movimiento.
            if ws-tipo-mts = "CAMBIO  " then
                    else
                        move ws-movimientos to e1-movimientos
                        perform grabar-bitacora-posteo
                        perform armar-llaves-mts
                        write e1-movimientos
                            invalid key
                                perform cancelar-bitacora-posteo
                                    and ws-no-cheque not = 0
                                    perform grabar-retencion-deposito
                                end-if
                                if ws-tipo-mts = "DEPOSITO"
                                    and ws-no-cheque = 0
                                    perform registrar-deposito-efectivo
                                end-if
                                if ws-uso-sobregiro = 1
                                    perform registrar-uso-sobregiro
                                end-if
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
            end-write.

        validar-reversa.
            move 0 to ws-reversa-valida
            move ws-no-mts-original to e1-no-mts-mts
                        end-if
                end-read
            end-perform.
        grabar-beneficiario-spei.
            open i-o beneficiarios-spei-file
            if ws-fs-benef-spei not = "00"
                open output beneficiarios-spei-file
                close beneficiarios-spei-file
                open i-o beneficiarios-spei-file
            end-if
            move ws-no-mts-mts to sbn-no-mts
            move ws-cta-cbe-mts to sbn-clabe
            move ws-nombre-beneficiario to sbn-nombre
            move ws-fech-mts to sbn-fecha
            move ws-operador to sbn-operador
            write e1-beneficiario-spei
                invalid key
                    rewrite e1-beneficiario-spei
                        invalid key
                            display "No se pudo registrar el "
                                "beneficiario del movimiento "
                                ws-no-mts-mts
                    end-rewrite
            end-write
            close beneficiarios-spei-file.
        grabar-transferencia.
            move ws-no-mts-mts to e1-no-mts-mts
            move ws-no-cte-mts to e1-no-cte-mts
            move ws-moneda-mts to e1-moneda-mts
            move ws-sucursal to e1-sucursal
            perform grabar-bitacora-posteo
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    perform cancelar-bitacora-posteo
            move ws-moneda-mts to e1-moneda-mts
            move ws-sucursal to e1-sucursal
            perform grabar-bitacora-posteo
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    perform cancelar-bitacora-posteo
            move ws-moneda-mts to e1-moneda-mts
            move ws-sucursal to e1-sucursal
            perform grabar-bitacora-posteo
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    perform cancelar-bitacora-posteo
                    move ws-moneda-destino to e1-moneda-mts
                    move ws-sucursal to e1-sucursal
                    perform grabar-bitacora-posteo
                    perform armar-llaves-mts
                    write e1-movimientos
                        invalid key
                            perform cancelar-bitacora-posteo
                "INTERES/COMISION/REVERSA/CAMBIO): "
                with no advancing
            accept ws-tipo-mts
            if ws-tipo-mts = "CREDITO " or ws-tipo-mts = "PAGOCRED"
                display "El tipo " ws-tipo-mts " lo genera la cartera "
                    "de creditos, intente de nuevo."
            else
                if ws-tipo-mts = "ACLARA  "
                    display "El tipo ACLARA lo genera el proceso de "
                        "aclaraciones, intente de nuevo."
                else
                 if ws-tipo-mts = "PAGOSERV"
                    display "El tipo PAGOSERV se captura en pago de "
                        "servicios, intente de nuevo."
                 else
                    if tipo-mts-valido
                        move 1 to ws-tipo-ok
                    else
                        display "Tipo de movimiento invalido, intente "
                            "de nuevo."
                    end-if
                 end-if
                end-if

            end-if.
        calcular-saldo-cuenta.
            move ws-cta-chq-mts to sc-cuenta
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
        limpiar-pantalla.
                add 1 to ws-lineas-pagina
                add ws-susp-intentos to ws-total-excepciones
            end-if
            if ws-pp-intentos > 0
                perform controlar-salto-pagina
                display "EXCEPCION cheques rechazados por pago "
                    "positivo en la sesion: " ws-pp-intentos
                add 1 to ws-lineas-pagina
                add ws-pp-intentos to ws-total-excepciones
            end-if
            display "Total de excepciones encontradas: "
                ws-total-excepciones.
        imprimir-encabezado-excepciones.
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
        abrir-control-entradas.
            accept ws-ctl-sistema from date yyyymmdd
            move ws-ctl-sistema(7:2) to ws-ctl-fecha(1:2)
            move ws-ctl-sistema(5:2) to ws-ctl-fecha(3:2)
            move ws-ctl-sistema(1:4) to ws-ctl-fecha(5:4)
            accept ws-ctl-hora from time
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
        cerrar-control-entradas.
            close control-entradas-file
            close control-partidas-file
            close partidas-retenidas-file.
        verificar-archivo-procesado.
            move 0 to ws-archivo-duplicado
            move 0 to ws-ce-existe
            move ws-ctl-programa to ce-programa
            move ws-ctl-fecha-archivo to ce-fecha-archivo
            move ws-ctl-registros to ce-registros
            move ws-ctl-hash to ce-hash
            if ws-ctl-registros > 0
                read control-entradas-file
                    invalid key continue
                    not invalid key
                        move 1 to ws-ce-existe
                        perform revisar-archivo-procesado
                end-read
            end-if.
        revisar-archivo-procesado.
            if ce-liberado
                display "AVISO: el archivo ya se habia procesado el "
                    ce-fecha-proceso ", se reprocesa por autorizacion "
                    "de " ce-autorizo
            else
                move 1 to ws-archivo-duplicado
                display "ARCHIVO DUPLICADO: fecha "
                    ws-ctl-fecha-archivo "  registros "
                    ws-ctl-registros "  suma de control " ws-ctl-hash
                display "   ya se proceso el " ce-fecha-proceso
                    " a las " ce-hora-proceso ", no se aplico nada."
                display "   Para reprocesarlo un supervisor debe "
                    "liberarlo en control-entradas."
            end-if.
        registrar-archivo-procesado.
            move ws-ctl-programa to ce-programa
            move ws-ctl-fecha-archivo to ce-fecha-archivo
            move ws-ctl-registros to ce-registros
            move ws-ctl-hash to ce-hash
            move ws-ctl-fecha to ce-fecha-proceso
            move ws-ctl-hora to ce-hora-proceso
            move "PROCESADO" to ce-status
            if ws-ctl-registros > 0
                perform grabar-archivo-procesado
            end-if.
        grabar-archivo-procesado.
            if ws-ce-existe = 1
                rewrite e1-control-entrada
                    invalid key
                        display "No se pudo actualizar el registro "
                            "del archivo en control_entradas.dat."
                end-rewrite
            else
                move spaces to ce-autorizo
                move 0 to ce-fecha-autorizo
                write e1-control-entrada
                    invalid key
                        display "No se pudo registrar el archivo "
                            "en control_entradas.dat."
                end-write
            end-if.
        verificar-partida-duplicada.
            move 0 to ws-partida-duplicada
            move 0 to ws-cp-existe
            perform armar-llave-partida
            read control-partidas-file
                invalid key continue
                not invalid key
                    move 1 to ws-cp-existe
                    if cp-posteada
                        move 1 to ws-partida-duplicada
                    end-if
            end-read.
        armar-llave-partida.
            move ws-ctl-programa to cp-programa
            move ws-ctl-fecha to cp-fecha-proceso
            move ws-ctl-cuenta to cp-cuenta
            move ws-ctl-monto to cp-monto
            move ws-ctl-referencia to cp-referencia
            move ws-ctl-fecha-partida to cp-fecha.
        registrar-partida.
            perform armar-llave-partida
            move "POSTEADA" to cp-status
            if ws-cp-existe = 1
                rewrite e1-control-partida
                    invalid key
                        display "No se pudo actualizar la partida "
                            "en control_partidas.dat."
                end-rewrite
            else
                write e1-control-partida
                    invalid key
                        display "No se pudo registrar la partida "
                            "en control_partidas.dat."
                end-write
            end-if.
        retener-partida-duplicada.
            add 1 to ws-ctl-secuencia
            move ws-ctl-programa to pr-programa
            move ws-ctl-fecha to pr-fecha-retencion
            move ws-ctl-hora to pr-hora
            move ws-ctl-secuencia to pr-secuencia
            move ws-ctl-cuenta to pr-cuenta
            move ws-ctl-monto to pr-monto
            move ws-ctl-referencia to pr-referencia
            move ws-ctl-fecha-partida to pr-fecha
            move "RETENIDA" to pr-status
            move spaces to pr-decidio
            move 0 to pr-fecha-decision
            move ws-ctl-registro to pr-registro
            write e1-partida-retenida
                invalid key
                    display "No se pudo retener la partida de la "
                        "cuenta " ws-ctl-cuenta
                        " en partidas_retenidas.dat."
                not invalid key
                    add 1 to ws-tot-duplicadas
                    add ws-ctl-monto to ws-suma-duplicadas
                    display "PARTIDA RETENIDA POR DUPLICADA: cuenta "
                        ws-ctl-cuenta "  importe " ws-ctl-monto
                        "  referencia " ws-ctl-referencia
                        "  fecha " ws-ctl-fecha-partida
            end-write.
