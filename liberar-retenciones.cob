        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select cuentas-file assign to "cuentas.dat"
        record key is per-llave
        file status is ws-fs-periodos.

        select tarifas-file assign to "tarifas.dat"
        organization is indexed
        access mode is dynamic
        record key is tar-codigo
        file status is ws-fs-tarifas.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select iva-comisiones-file assign to "iva_comisiones.dat"
        organization is indexed
        access mode is dynamic
        record key is ivc-no-mts-mts
        file status is ws-fs-iva.

        select presentaciones-file
        assign to "presentaciones_cheques.dat"
        organization is indexed
        access mode is dynamic
        record key is pcq-llave
        file status is ws-fs-presentaciones.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
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
                88 per-cerrado value "CERRADO".
            05 per-cerro pic X(10).
            05 per-fecha-cierre pic 9(8).
        fd tarifas-file.
        01 e1-tarifas.
            05 tar-codigo pic X(4).
            05 tar-descripcion pic X(30).
            05 tar-monto pic 9(8)V99.
            05 tar-porcentaje pic 9V9999.
            05 tar-moneda pic X(3).
            05 tar-criterio pic X(9).
            05 tar-parametro pic 9(10)V99.
            05 tar-status-aplica pic X(9).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd iva-comisiones-file.
        01 e1-iva-comision.
            05 ivc-no-mts-mts pic 9(13).
            05 ivc-no-cte pic 9(10).
            05 ivc-cuenta pic 9(13).
            05 ivc-sucursal pic 9(4).
            05 ivc-fecha pic 9(8).
            05 ivc-moneda pic X(3).
            05 ivc-base pic 9(10)V99.
            05 ivc-iva pic 9(10)V99.
            05 ivc-concepto pic X(4).
        fd presentaciones-file.
        01 e1-presentacion.
            05 pcq-llave.
                10 pcq-cuenta pic 9(13).
                10 pcq-no-mts-mts pic 9(13).
            05 pcq-no-cte pic 9(10).
            05 pcq-no-cheque pic 9(10).
            05 pcq-monto pic 9(10)V99.
            05 pcq-moneda pic X(3).
            05 pcq-fecha-deposito pic 9(8).
            05 pcq-fecha-presentacion pic 9(8).
            05 pcq-sucursal pic 9(4).
            05 pcq-status pic X(10).
                88 pcq-presentado value "PRESENTADO".
                88 pcq-devuelto value "DEVUELTO".
                88 pcq-cobrado value "COBRADO".
            05 pcq-fecha-devolucion pic 9(8).
            05 pcq-motivo pic X(2).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 ws-ntf-fecha pic 9(8) value 0.
        77 ws-ntf-hora pic 9(8) value 0.
        77 ws-ntf-status pic X(10) value spaces.
        77 ws-fs-tarifas pic X(2) value "00".
        77 fin-tarifas pic 9 value 0.
        77 ws-fs-parametros pic X(2) value "00".
        77 fin-parametros pic 9 value 0.
        77 ws-fs-iva pic X(2) value "00".
        77 ws-fs-presentaciones pic X(2) value "00".
        77 fin-presentaciones pic 9 value 0.
        77 ws-tasa-iva pic 9(2)V99 value 16.00.
        77 ws-base-cargo pic 9(10)V99 value 0.
        77 ws-iva-cargo pic 9(10)V99 value 0.
        77 ws-comision-dev pic 9(8)V99 value 0.
        77 ws-comision-codigo pic X(4) value spaces.
        77 ws-tot-comisiones pic 9(10) value 0.
        77 ws-suma-comisiones pic 9(12)V99 value 0.
        procedure division.
        inicio-liberacion.
            display "LIBERACION DE RETENCIONES SALVO BUEN COBRO"
            perform abrir-auditoria
            perform abrir-folios
            perform abrir-contactos
            perform abrir-tarifas
            perform abrir-iva-comisiones
            perform abrir-presentaciones
            perform cargar-tasa-iva
            perform liberar-vencidas
            perform procesar-devoluciones-recibidas
            perform actualizar-trailer
            close auditoria-file
            close folios-file
            close contactos-file
            close tarifas-file
            close iva-comisiones-file
            close presentaciones-file
            perform imprimir-liquidacion
            perform marcar-checkpoint
            stop run.
                close contactos-file
                open input contactos-file
            end-if.
        abrir-tarifas.
            open input tarifas-file
            if ws-fs-tarifas not = "00"
                open output tarifas-file
                close tarifas-file
                open input tarifas-file
            end-if.
        abrir-iva-comisiones.
            open i-o iva-comisiones-file
            if ws-fs-iva not = "00"
                open output iva-comisiones-file
                close iva-comisiones-file
                open i-o iva-comisiones-file
            end-if.
        abrir-presentaciones.
            open i-o presentaciones-file
            if ws-fs-presentaciones not = "00"
                open output presentaciones-file
                close presentaciones-file
                open i-o presentaciones-file
            end-if.
        cargar-tasa-iva.
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "TASAIVA"
                                move par-valor to ws-tasa-iva
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        liberar-vencidas.
            accept ws-fecha-sistema from date yyyymmdd
            move 0 to fin-retenciones
            move ws-fecha-reversa to e1-fech-mts
            move ws-moneda-reversa to e1-moneda-mts
            move ws-cta-sucursal-leida to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    display "No se pudo aplicar el cargo por la "
                    move drc-cuenta to ws-ntf-cuenta
                    move ws-monto-reversa to ws-ntf-monto
                    perform grabar-notificacion
                    perform marcar-presentacion-devuelta
                    perform cobrar-comision-devolucion
            end-write.
        marcar-presentacion-devuelta.
            move 0 to fin-presentaciones
            move drc-cuenta to pcq-cuenta
            move 0 to pcq-no-mts-mts
            start presentaciones-file
                key is not less than pcq-llave
                invalid key move 1 to fin-presentaciones
            end-start
            perform until fin-presentaciones = 1
                read presentaciones-file next record
                    at end move 1 to fin-presentaciones
                    not at end
                        if pcq-cuenta not = drc-cuenta
                            move 1 to fin-presentaciones
                        else
                            if pcq-no-cheque = drc-no-cheque
                                and pcq-presentado
                                move "DEVUELTO" to pcq-status
                                move ws-fecha-reversa
                                    to pcq-fecha-devolucion
                                move drc-motivo to pcq-motivo
                                rewrite e1-presentacion
                                    invalid key continue
                                end-rewrite
                                move 1 to fin-presentaciones
                            end-if
                        end-if
                end-read
            end-perform.
        buscar-tarifa-devolucion.
            move 0 to ws-comision-dev
            move spaces to ws-comision-codigo
            move 0 to fin-tarifas
            move spaces to tar-codigo
            start tarifas-file key is not less than tar-codigo
                invalid key move 1 to fin-tarifas
            end-start
            perform until fin-tarifas = 1
                read tarifas-file next record
                    at end move 1 to fin-tarifas
                    not at end
                        if tar-criterio = "DEVCHEQUE"
                            and tar-moneda = ws-moneda-reversa
                            move tar-monto to ws-comision-dev
                            move tar-codigo to ws-comision-codigo
                            move 1 to fin-tarifas
                        end-if
                end-read
            end-perform.
        cobrar-comision-devolucion.
            perform buscar-tarifa-devolucion
            if ws-comision-dev = 0
                display "AVISO: no hay tarifa DEVCHEQUE en "
                    ws-moneda-reversa ", no se cobra comision por la "
                    "devolucion del cheque " drc-no-cheque
            else
                perform obtener-siguiente-no-mts
                move ws-siguiente-no-mts to e1-no-mts-mts
                move ws-cta-no-cte-leida to e1-no-cte-mts
                move drc-cuenta to e1-cta-chq-mts
                move 0 to e1-cta-cbe-mts
                move "COMISION" to e1-tipo-mts
                subtract ws-comision-dev from 0 giving e1-sdo-mts
                move ws-fecha-reversa to e1-fech-mts
                move ws-moneda-reversa to e1-moneda-mts
                move ws-cta-sucursal-leida to e1-sucursal
                perform armar-llaves-mts
                write e1-movimientos
                    invalid key
                        display "No se pudo cargar la comision por "
                            "la devolucion del cheque " drc-no-cheque
                    not invalid key
                        perform registrar-auditoria
                        perform actualizar-saldo
                        perform actualizar-saldo-cuenta
                        perform registrar-iva-comision
                        add 1 to ws-tot-comisiones
                        add ws-comision-dev to ws-suma-comisiones
                        move ws-cta-no-cte-leida to ws-ntf-no-cte
                        move "COMDEVCHQ" to ws-ntf-evento
                        move drc-cuenta to ws-ntf-cuenta
                        move ws-comision-dev to ws-ntf-monto
                        perform grabar-notificacion
                end-write
            end-if.
        registrar-iva-comision.
            compute ws-base-cargo rounded =
                ws-comision-dev / (1 + (ws-tasa-iva / 100))
            subtract ws-base-cargo from ws-comision-dev
                giving ws-iva-cargo
            move e1-no-mts-mts to ivc-no-mts-mts
            move e1-no-cte-mts to ivc-no-cte
            move e1-cta-chq-mts to ivc-cuenta
            move e1-sucursal to ivc-sucursal
            move e1-fech-mts to ivc-fecha
            move e1-moneda-mts to ivc-moneda
            move ws-base-cargo to ivc-base
            move ws-iva-cargo to ivc-iva
            move ws-comision-codigo to ivc-concepto
            write e1-iva-comision
                invalid key
                    display "No se pudo registrar el desglose de IVA "
                        "de la comision " e1-no-mts-mts
            end-write.
        obtener-siguiente-no-mts.
            move "MOVIMIENTO" to fol-llave
            move spaces to e1-moneda-mts
            move 0 to e1-sucursal
            if ws-trailer-existe = 1
                perform armar-llaves-mts
                rewrite e1-movimientos
            else
                perform armar-llaves-mts
                write e1-movimientos
            end-if.
        imprimir-liquidacion.
            display "   Depositos reversados:   " ws-tot-reversadas
                "  Importe: " ws-suma-reversadas
            display "   Devoluciones sin retencion registrada: "
                ws-tot-sin-retencion
            display "   Comisiones por cheque devuelto: "
                ws-tot-comisiones "  Importe: " ws-suma-comisiones.
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
