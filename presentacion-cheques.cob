        identification division.
        program-id. presentacion-cheques.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select retenciones-fondos-file
        assign to "retenciones_fondos.dat"
        organization is indexed
        access mode is dynamic
        record key is rtf-llave
        file status is ws-fs-retenciones.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select presentaciones-file
        assign to "presentaciones_cheques.dat"
        organization is indexed
        access mode is dynamic
        record key is pcq-llave
        file status is ws-fs-presentaciones.

        select presentacion-camara-file
        assign to "presentacion_camara.dat"
        organization is line sequential
        file status is ws-fs-salida.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
        file section.
        fd retenciones-fondos-file.
        01 e1-retencion-fondos.
            05 rtf-llave.
                10 rtf-cuenta pic 9(13).
                10 rtf-no-mts-mts pic 9(13).
            05 rtf-no-cte pic 9(10).
            05 rtf-moneda pic X(3).
            05 rtf-monto pic 9(10)V99.
            05 rtf-no-cheque pic 9(10).
            05 rtf-fecha-deposito pic 9(8).
            05 rtf-fecha-liberacion pic 9(8).
            05 rtf-status pic X(9).
                88 rtf-vigente value "VIGENTE".
                88 rtf-liberada value "LIBERADA".
                88 rtf-reversada value "REVERSADA".
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
        fd presentacion-camara-file.
        01 e1-presentacion-camara.
            05 pcm-tipo pic X(1).
                88 pcm-detalle value "D".
                88 pcm-total value "T".
            05 pcm-no-cheque pic 9(10).
            05 pcm-cuenta pic 9(13).
            05 pcm-monto pic 9(12)V99.
            05 pcm-moneda pic X(3).
            05 pcm-fecha-deposito pic 9(8).
            05 pcm-no-mts-mts pic 9(13).
            05 pcm-sucursal pic 9(4).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-retenciones pic 9 value 0.
        77 fin-presentaciones pic 9 value 0.
        77 ws-fs-retenciones pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-presentaciones pic X(2) value "00".
        77 ws-fs-salida pic X(2) value "00".
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-fecha-presentacion pic 9(8) value 0.
        77 ws-pre-dia pic 9(2) value 0.
        77 ws-pre-mes pic 9(2) value 0.
        77 ws-pre-anio pic 9(4) value 0.
        77 ws-ya-presentado pic 9 value 0.
        77 ws-deposito-hallado pic 9 value 0.
        77 ws-sucursal-deposito pic 9(4) value 0.
        77 ws-tot-enviados pic 9(10) value 0.
        77 ws-tot-sin-deposito pic 9(10) value 0.
        77 ws-tot-cobrados pic 9(10) value 0.
        77 ws-cnt-mxn pic 9(10) value 0.
        77 ws-suma-mxn pic 9(12)V99 value 0.
        77 ws-cnt-usd pic 9(10) value 0.
        77 ws-suma-usd pic 9(12)V99 value 0.
        77 ws-cnt-eur pic 9(10) value 0.
        77 ws-suma-eur pic 9(12)V99 value 0.
        procedure division.
        inicio-presentacion.
            display "PRESENTACION DE CHEQUES DEPOSITADOS A LA CAMARA"
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-pre-anio
            move ws-fecha-sistema(5:2) to ws-pre-mes
            move ws-fecha-sistema(7:2) to ws-pre-dia
            compute ws-fecha-presentacion = ws-pre-dia * 1000000
                + ws-pre-mes * 10000 + ws-pre-anio
            perform abrir-retenciones
            perform abrir-movimientos
            perform abrir-presentaciones
            perform marcar-cobrados
            open output presentacion-camara-file
            perform presentar-depositos
            perform grabar-totales-camara
            close presentacion-camara-file
            close retenciones-fondos-file
            close movimientos-file
            close presentaciones-file
            perform imprimir-resumen
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "PRESENTA" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-retenciones.
            open input retenciones-fondos-file
            if ws-fs-retenciones not = "00"
                open output retenciones-fondos-file
                close retenciones-fondos-file
                open input retenciones-fondos-file
            end-if.
        abrir-movimientos.
            open input movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open input movimientos-file
            end-if.
        abrir-presentaciones.
            open i-o presentaciones-file
            if ws-fs-presentaciones not = "00"
                open output presentaciones-file
                close presentaciones-file
                open i-o presentaciones-file
            end-if.
        marcar-cobrados.
            move 0 to fin-presentaciones
            move 0 to pcq-cuenta
            move 0 to pcq-no-mts-mts
            start presentaciones-file
                key is not less than pcq-llave
                invalid key move 1 to fin-presentaciones
            end-start
            perform until fin-presentaciones = 1
                read presentaciones-file next record
                    at end move 1 to fin-presentaciones
                    not at end perform revisar-presentado
                end-read
            end-perform.
        revisar-presentado.
            if pcq-presentado
                move pcq-cuenta to rtf-cuenta
                move pcq-no-mts-mts to rtf-no-mts-mts
                read retenciones-fondos-file
                    invalid key continue
                    not invalid key
                        if rtf-liberada
                            move "COBRADO" to pcq-status
                            rewrite e1-presentacion
                                invalid key
                                    display "No se pudo marcar cobrado"
                                        " el cheque " pcq-no-cheque
                                not invalid key
                                    add 1 to ws-tot-cobrados
                            end-rewrite
                        end-if
                end-read
            end-if.
        presentar-depositos.
            move 0 to fin-retenciones
            move 0 to rtf-cuenta
            move 0 to rtf-no-mts-mts
            start retenciones-fondos-file
                key is not less than rtf-llave
                invalid key move 1 to fin-retenciones
            end-start
            perform until fin-retenciones = 1
                read retenciones-fondos-file next record
                    at end move 1 to fin-retenciones
                    not at end
                        if rtf-vigente and rtf-no-cheque not = 0
                            perform revisar-deposito
                        end-if
                end-read
            end-perform.
        revisar-deposito.
            move 0 to ws-ya-presentado
            move rtf-cuenta to pcq-cuenta
            move rtf-no-mts-mts to pcq-no-mts-mts
            read presentaciones-file
                invalid key continue
                not invalid key move 1 to ws-ya-presentado
            end-read
            if ws-ya-presentado = 0
                perform buscar-deposito
                if ws-deposito-hallado = 0
                    add 1 to ws-tot-sin-deposito
                    display "AVISO: el cheque " rtf-no-cheque
                        " de la cuenta " rtf-cuenta
                        " no tiene el movimiento de deposito "
                        rtf-no-mts-mts ", no se presenta."
                else
                    perform grabar-presentacion
                end-if
            end-if.
        buscar-deposito.
            move 0 to ws-deposito-hallado
            move 0 to ws-sucursal-deposito
            move rtf-no-mts-mts to e1-no-mts-mts
            read movimientos-file
                invalid key continue
                not invalid key
                    if e1-cta-chq-mts = rtf-cuenta
                        and e1-sdo-mts > 0
                        move 1 to ws-deposito-hallado
                        move e1-sucursal to ws-sucursal-deposito
                    end-if
            end-read.
        grabar-presentacion.
            move rtf-cuenta to pcq-cuenta
            move rtf-no-mts-mts to pcq-no-mts-mts
            move rtf-no-cte to pcq-no-cte
            move rtf-no-cheque to pcq-no-cheque
            move rtf-monto to pcq-monto
            move rtf-moneda to pcq-moneda
            move rtf-fecha-deposito to pcq-fecha-deposito
            move ws-fecha-presentacion to pcq-fecha-presentacion
            move ws-sucursal-deposito to pcq-sucursal
            move "PRESENTADO" to pcq-status
            move 0 to pcq-fecha-devolucion
            move spaces to pcq-motivo
            write e1-presentacion
                invalid key
                    display "No se pudo registrar la presentacion "
                        "del cheque " rtf-no-cheque
                not invalid key
                    move "D" to pcm-tipo
                    move rtf-no-cheque to pcm-no-cheque
                    move rtf-cuenta to pcm-cuenta
                    move rtf-monto to pcm-monto
                    move rtf-moneda to pcm-moneda
                    move rtf-fecha-deposito to pcm-fecha-deposito
                    move rtf-no-mts-mts to pcm-no-mts-mts
                    move ws-sucursal-deposito to pcm-sucursal
                    write e1-presentacion-camara
                    add 1 to ws-tot-enviados
                    if rtf-moneda = "MXN"
                        add 1 to ws-cnt-mxn
                        add rtf-monto to ws-suma-mxn
                    end-if
                    if rtf-moneda = "USD"
                        add 1 to ws-cnt-usd
                        add rtf-monto to ws-suma-usd
                    end-if
                    if rtf-moneda = "EUR"
                        add 1 to ws-cnt-eur
                        add rtf-monto to ws-suma-eur
                    end-if
            end-write.
        grabar-totales-camara.
            if ws-cnt-mxn > 0
                move "MXN" to pcm-moneda
                move ws-cnt-mxn to pcm-no-cheque
                move ws-suma-mxn to pcm-monto
                perform grabar-total-moneda
            end-if
            if ws-cnt-usd > 0
                move "USD" to pcm-moneda
                move ws-cnt-usd to pcm-no-cheque
                move ws-suma-usd to pcm-monto
                perform grabar-total-moneda
            end-if
            if ws-cnt-eur > 0
                move "EUR" to pcm-moneda
                move ws-cnt-eur to pcm-no-cheque
                move ws-suma-eur to pcm-monto
                perform grabar-total-moneda
            end-if.
        grabar-total-moneda.
            move "T" to pcm-tipo
            move 0 to pcm-cuenta
            move ws-fecha-presentacion to pcm-fecha-deposito
            move 0 to pcm-no-mts-mts
            move 0 to pcm-sucursal
            write e1-presentacion-camara.
        imprimir-resumen.
            display " "
            display "PRESENTACION A LA CAMARA DE COMPENSACION"
            display "   Cheques enviados: " ws-tot-enviados
            display "      MXN: " ws-cnt-mxn "  Importe: " ws-suma-mxn
            display "      USD: " ws-cnt-usd "  Importe: " ws-suma-usd
            display "      EUR: " ws-cnt-eur "  Importe: " ws-suma-eur
            display "   Cheques sin movimiento de deposito: "
                ws-tot-sin-deposito
            display "   Presentaciones cobradas: " ws-tot-cobrados.
