        identification division.
        program-id. cfdi-comisiones.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select iva-comisiones-file assign to "iva_comisiones.dat"
        organization is indexed
        access mode is dynamic
        record key is ivc-no-mts-mts
        file status is ws-fs-iva.

        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cli-no-cte
        file status is ws-fs-clientes.

        select tarifas-file assign to "tarifas.dat"
        organization is indexed
        access mode is dynamic
        record key is tar-codigo
        file status is ws-fs-tarifas.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select cfdi-emitidos-file assign to "cfdi_emitidos.dat"
        organization is indexed
        access mode is dynamic
        record key is cfe-no-mts-mts
        file status is ws-fs-emitidos.

        select folios-file assign to "folios.dat"
        organization is indexed
        access mode is dynamic
        record key is fol-llave
        file status is ws-fs-folios.

        select cfdi-trabajo-file assign to "cfdi_trabajo.dat"
        organization is line sequential.

        select cfdi-sort-file assign to "cfdi_sort.dat".

        select cfdi-ord-file assign to "cfdi_trabajo_ord.dat"
        organization is line sequential.

        select cfdi-file assign to "cfdi_comisiones.dat"
        organization is line sequential
        file status is ws-fs-cfdi.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
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
        fd clientes-file.
        01 e1-clientes.
            05 cli-no-cte pic 9(10).
            05 cli-nom-cte pic X(80).
            05 cli-rfc-cte pic X(13).
            05 cli-resto pic X(150).
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
        fd cfdi-emitidos-file.
        01 e1-cfdi-emitido.
            05 cfe-no-mts-mts pic 9(13).
            05 cfe-folio pic 9(10).
            05 cfe-no-cte pic 9(10).
            05 cfe-periodo pic 9(6).
            05 cfe-fecha-emision pic 9(8).
            05 cfe-status pic X(9).
                88 cfe-emitido value "EMITIDO".
                88 cfe-cancelado value "CANCELADO".
            05 cfe-no-mts-reversa pic 9(13).
            05 cfe-fecha-cancelacion pic 9(8).
        fd folios-file.
        01 e1-folios.
            05 fol-llave pic X(10).
            05 fol-siguiente pic 9(13).
        fd cfdi-trabajo-file.
        01 wk-registro.
            05 wk-no-cte pic 9(10).
            05 wk-moneda pic X(3).
            05 wk-no-mts-mts pic 9(13).
            05 wk-fecha pic 9(8).
            05 wk-concepto pic X(4).
            05 wk-base pic 9(10)V99.
            05 wk-iva pic 9(10)V99.
        sd cfdi-sort-file.
        01 sr-registro.
            05 sr-no-cte pic 9(10).
            05 sr-moneda pic X(3).
            05 sr-no-mts-mts pic 9(13).
            05 sr-resto pic X(36).
        fd cfdi-ord-file.
        01 ord-registro.
            05 ord-no-cte pic 9(10).
            05 ord-moneda pic X(3).
            05 ord-no-mts-mts pic 9(13).
            05 ord-fecha pic 9(8).
            05 ord-concepto pic X(4).
            05 ord-base pic 9(10)V99.
            05 ord-iva pic 9(10)V99.
        fd cfdi-file.
        01 cfd-registro.
            05 cfd-tipo-reg pic X(1).
                88 cfd-encabezado value "E".
                88 cfd-concepto-reg value "C".
                88 cfd-total-reg value "T".
                88 cfd-cancelacion value "X".
            05 cfd-folio pic 9(10).
            05 cfd-fecha-emision pic 9(8).
            05 cfd-periodo pic 9(6).
            05 cfd-no-cte pic 9(10).
            05 cfd-rfc-receptor pic X(13).
            05 cfd-nombre-receptor pic X(80).
            05 cfd-moneda pic X(3).
            05 cfd-no-mts-mts pic 9(13).
            05 cfd-concepto pic X(4).
            05 cfd-descripcion pic X(30).
            05 cfd-base pic 9(10)V99.
            05 cfd-iva pic 9(10)V99.
            05 cfd-total pic 9(10)V99.
            05 cfd-folio-origen pic 9(10).
            05 cfd-no-mts-reversa pic 9(13).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 ws-fs-iva pic X(2) value "00".
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-tarifas pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-emitidos pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-cfdi pic X(2) value "00".
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-rfc-generico pic X(13) value "XAXX010101000".
        77 ws-mes-anio pic 9(6) value 0.
        77 ws-mes-reporte pic 9(2) value 0.
        77 ws-anio-reporte pic 9(4) value 0.
        77 ws-mov-mes pic 9(2) value 0.
        77 ws-mov-anio pic 9(4) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-fecha-emision pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-primer-registro pic 9 value 1.
        77 ws-cte-actual pic 9(10) value 0.
        77 ws-moneda-actual pic X(3) value spaces.
        77 ws-folio-actual pic 9(10) value 0.
        77 ws-folio-calculado pic 9(10) value 1.
        77 ws-no-mts-original pic 9(13) value 0.
        77 ws-concepto pic X(4) value spaces.
        77 ws-rfc-receptor pic X(13) value spaces.
        77 ws-nombre-receptor pic X(80) value spaces.
        77 ws-set-base pic 9(10)V99 value 0.
        77 ws-set-iva pic 9(10)V99 value 0.
        77 ws-set-total pic 9(10)V99 value 0.
        77 ws-tot-comisiones pic 9(10) value 0.
        77 ws-tot-ya-emitidas pic 9(10) value 0.
        77 ws-tot-comprobantes pic 9(10) value 0.
        77 ws-tot-conceptos pic 9(10) value 0.
        77 ws-tot-genericos pic 9(10) value 0.
        77 ws-tot-cancelaciones pic 9(10) value 0.
        77 ws-tot-rev-sin-cfdi pic 9(10) value 0.
        77 ws-gran-base pic 9(12)V99 value 0.
        77 ws-gran-iva pic 9(12)V99 value 0.
        77 ws-gran-total pic 9(12)V99 value 0.
        procedure division.
        inicio-cfdi.
            display "EXTRACTO CFDI DE COMISIONES E IVA COBRADOS"
            display "Mes y anio (mmaaaa): " with no advancing
            accept ws-mes-anio
            move ws-mes-anio(1:2) to ws-mes-reporte
            move ws-mes-anio(3:4) to ws-anio-reporte
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-fecha-emision = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            open input iva-comisiones-file
            if ws-fs-iva not = "00"
                display "No hay desglose de IVA registrado "
                    "(iva_comisiones.dat)."
                stop run
            end-if
            perform abrir-clientes
            perform abrir-tarifas
            perform abrir-movimientos
            perform abrir-emitidos
            perform abrir-folios
            perform extraer-comisiones
            sort cfdi-sort-file
                on ascending key sr-no-cte sr-moneda sr-no-mts-mts
                using cfdi-trabajo-file
                giving cfdi-ord-file
            open output cfdi-file
            perform generar-comprobantes
            perform generar-cancelaciones
            close cfdi-file
            close iva-comisiones-file
            close clientes-file
            close tarifas-file
            close movimientos-file
            close cfdi-emitidos-file
            close folios-file
            display " "
            display "RESUMEN CFDI - PERIODO " ws-mes-reporte "/"
                ws-anio-reporte
            display "   Comisiones del periodo:     " ws-tot-comisiones
            display "   Ya facturadas antes:        "
                ws-tot-ya-emitidas
            display "   Comprobantes generados:     "
                ws-tot-comprobantes
            display "   Conceptos facturados:       " ws-tot-conceptos
            display "   Con RFC generico:           " ws-tot-genericos
            display "   Cancelaciones por REVERSA:  "
                ws-tot-cancelaciones
            display "   REVERSA sin CFDI previo:    "
                ws-tot-rev-sin-cfdi
            display "   Base: " ws-gran-base "  IVA: " ws-gran-iva
                "  Total: " ws-gran-total
            display "Registros en cfdi_comisiones.dat"
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "CFDI" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-clientes.
            open input clientes-file
            if ws-fs-clientes not = "00"
                open output clientes-file
                close clientes-file
                open input clientes-file
            end-if.
        abrir-tarifas.
            open input tarifas-file
            if ws-fs-tarifas not = "00"
                open output tarifas-file
                close tarifas-file
                open input tarifas-file
            end-if.
        abrir-movimientos.
            open input movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open input movimientos-file
            end-if.
        abrir-emitidos.
            open i-o cfdi-emitidos-file
            if ws-fs-emitidos not = "00"
                open output cfdi-emitidos-file
                close cfdi-emitidos-file
                open i-o cfdi-emitidos-file
            end-if.
        abrir-folios.
            open i-o folios-file
            if ws-fs-folios not = "00"
                open output folios-file
                close folios-file
                open i-o folios-file
            end-if.
        extraer-comisiones.
            open output cfdi-trabajo-file
            move 0 to fin-fichero
            move 0 to ivc-no-mts-mts
            start iva-comisiones-file
                key is not less than ivc-no-mts-mts
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read iva-comisiones-file next record
                    at end move 1 to fin-fichero
                    not at end perform seleccionar-comision
                end-read
            end-perform
            close cfdi-trabajo-file.
        seleccionar-comision.
            move ivc-fecha(3:2) to ws-mov-mes
            move ivc-fecha(5:4) to ws-mov-anio
            if ws-mov-mes = ws-mes-reporte
                and ws-mov-anio = ws-anio-reporte
                add 1 to ws-tot-comisiones
                move ivc-no-mts-mts to cfe-no-mts-mts
                read cfdi-emitidos-file
                    invalid key perform grabar-trabajo
                    not invalid key add 1 to ws-tot-ya-emitidas
                end-read
            end-if.
        grabar-trabajo.
            move ivc-no-cte to wk-no-cte
            move ivc-moneda to wk-moneda
            move ivc-no-mts-mts to wk-no-mts-mts
            move ivc-fecha to wk-fecha
            move ivc-concepto to wk-concepto
            move ivc-base to wk-base
            move ivc-iva to wk-iva
            write wk-registro.
        generar-comprobantes.
            open input cfdi-ord-file
            move 0 to fin-fichero
            move 1 to ws-primer-registro
            perform until fin-fichero = 1
                read cfdi-ord-file
                    at end move 1 to fin-fichero
                    not at end perform procesar-concepto
                end-read
            end-perform
            if ws-primer-registro = 0
                perform cerrar-comprobante
            end-if
            close cfdi-ord-file.
        procesar-concepto.
            if ws-primer-registro = 1
                move 0 to ws-primer-registro
                perform abrir-comprobante
            else
                if ord-no-cte not = ws-cte-actual
                    or ord-moneda not = ws-moneda-actual
                    perform cerrar-comprobante
                    perform abrir-comprobante
                end-if
            end-if
            move spaces to cfd-registro
            move "C" to cfd-tipo-reg
            move ws-folio-actual to cfd-folio
            move ws-fecha-emision to cfd-fecha-emision
            move ws-mes-anio to cfd-periodo
            move ws-cte-actual to cfd-no-cte
            move ws-rfc-receptor to cfd-rfc-receptor
            move ws-nombre-receptor to cfd-nombre-receptor
            move ws-moneda-actual to cfd-moneda
            move ord-no-mts-mts to cfd-no-mts-mts
            move ord-concepto to cfd-concepto
            move ord-concepto to ws-concepto
            perform buscar-descripcion-concepto
            move ord-base to cfd-base
            move ord-iva to cfd-iva
            add ord-base ord-iva giving cfd-total
            move 0 to cfd-folio-origen
            move 0 to cfd-no-mts-reversa
            write cfd-registro
            add 1 to ws-tot-conceptos
            add cfd-base to ws-set-base
            add cfd-iva to ws-set-iva
            add cfd-total to ws-set-total
            perform registrar-emitido.
        buscar-descripcion-concepto.
            move "COMISION POR SERVICIOS" to cfd-descripcion
            if ws-concepto not = spaces
                move ws-concepto to tar-codigo
                read tarifas-file
                    invalid key continue
                    not invalid key
                        move tar-descripcion to cfd-descripcion
                end-read
            end-if.
        registrar-emitido.
            move ord-no-mts-mts to cfe-no-mts-mts
            move ws-folio-actual to cfe-folio
            move ws-cte-actual to cfe-no-cte
            move ws-mes-anio to cfe-periodo
            move ws-fecha-emision to cfe-fecha-emision
            move "EMITIDO" to cfe-status
            move 0 to cfe-no-mts-reversa
            move 0 to cfe-fecha-cancelacion
            write e1-cfdi-emitido
                invalid key
                    display "No se pudo registrar el folio CFDI de "
                        "la comision " ord-no-mts-mts
            end-write.
        abrir-comprobante.
            move ord-no-cte to ws-cte-actual
            move ord-moneda to ws-moneda-actual
            move 0 to ws-set-base
            move 0 to ws-set-iva
            move 0 to ws-set-total
            perform obtener-siguiente-folio
            move spaces to ws-rfc-receptor
            move spaces to ws-nombre-receptor
            move ws-cte-actual to cli-no-cte
            read clientes-file
                invalid key
                    display "AVISO: el cliente " ws-cte-actual
                        " no esta en clientes.dat, se factura al "
                        "RFC generico"
                not invalid key
                    move cli-rfc-cte to ws-rfc-receptor
                    move cli-nom-cte to ws-nombre-receptor
            end-read
            if ws-rfc-receptor = spaces
                move ws-rfc-generico to ws-rfc-receptor
                add 1 to ws-tot-genericos
            end-if
            move spaces to cfd-registro
            move "E" to cfd-tipo-reg
            move ws-folio-actual to cfd-folio
            move ws-fecha-emision to cfd-fecha-emision
            move ws-mes-anio to cfd-periodo
            move ws-cte-actual to cfd-no-cte
            move ws-rfc-receptor to cfd-rfc-receptor
            move ws-nombre-receptor to cfd-nombre-receptor
            move ws-moneda-actual to cfd-moneda
            move 0 to cfd-no-mts-mts
            move 0 to cfd-base
            move 0 to cfd-iva
            move 0 to cfd-total
            move 0 to cfd-folio-origen
            move 0 to cfd-no-mts-reversa
            write cfd-registro
            add 1 to ws-tot-comprobantes.
        cerrar-comprobante.
            move spaces to cfd-registro
            move "T" to cfd-tipo-reg
            move ws-folio-actual to cfd-folio
            move ws-fecha-emision to cfd-fecha-emision
            move ws-mes-anio to cfd-periodo
            move ws-cte-actual to cfd-no-cte
            move ws-rfc-receptor to cfd-rfc-receptor
            move ws-nombre-receptor to cfd-nombre-receptor
            move ws-moneda-actual to cfd-moneda
            move 0 to cfd-no-mts-mts
            move ws-set-base to cfd-base
            move ws-set-iva to cfd-iva
            move ws-set-total to cfd-total
            move 0 to cfd-folio-origen
            move 0 to cfd-no-mts-reversa
            write cfd-registro
            add ws-set-base to ws-gran-base
            add ws-set-iva to ws-gran-iva
            add ws-set-total to ws-gran-total
            display "Folio " ws-folio-actual " cliente " ws-cte-actual
                " " ws-rfc-receptor " " ws-moneda-actual
                " total " ws-set-total.
        obtener-siguiente-folio.
            move "CFDI" to fol-llave
            read folios-file
                invalid key
                    perform calcular-folio-inicial
                    move "CFDI" to fol-llave
                    move ws-folio-calculado to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "CFDI en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-folio-actual
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "CFDI en folios.dat"
            end-rewrite.
        calcular-folio-inicial.
            move 1 to ws-folio-calculado
            move 0 to fin-folios
            move 0 to cfe-no-mts-mts
            start cfdi-emitidos-file
                key is not less than cfe-no-mts-mts
                invalid key move 1 to fin-folios
            end-start
            perform until fin-folios = 1
                read cfdi-emitidos-file next record
                    at end move 1 to fin-folios
                    not at end
                        if cfe-folio >= ws-folio-calculado
                            compute ws-folio-calculado =
                                cfe-folio + 1
                        end-if
                end-read
            end-perform.
        generar-cancelaciones.
            move 0 to fin-fichero
            move 0 to e1-no-mts-mts
            start movimientos-file key is not less than e1-no-mts-mts
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read movimientos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if e1-no-mts-mts not = ws-trailer-key
                            and e1-tipo-mts = "REVERSA "
                            perform revisar-reversa
                        end-if
                end-read
            end-perform.
        revisar-reversa.
            move e1-fech-mts(3:2) to ws-mov-mes
            move e1-fech-mts(5:4) to ws-mov-anio
            if ws-mov-mes = ws-mes-reporte
                and ws-mov-anio = ws-anio-reporte
                move e1-cta-cbe-mts to ws-no-mts-original
                move ws-no-mts-original to ivc-no-mts-mts
                read iva-comisiones-file
                    invalid key continue
                    not invalid key perform cancelar-comision
                end-read
            end-if.
        cancelar-comision.
            move ws-no-mts-original to cfe-no-mts-mts
            read cfdi-emitidos-file
                invalid key
                    add 1 to ws-tot-rev-sin-cfdi
                    display "AVISO: la comision " ws-no-mts-original
                        " se reverso con " e1-no-mts-mts
                        " pero no tiene CFDI emitido"
                not invalid key
                    if cfe-emitido
                        perform grabar-cancelacion
                    end-if
            end-read.
        grabar-cancelacion.
            move spaces to cfd-registro
            move "X" to cfd-tipo-reg
            move cfe-folio to cfd-folio
            move ws-fecha-emision to cfd-fecha-emision
            move ws-mes-anio to cfd-periodo
            move cfe-no-cte to cfd-no-cte
            move spaces to cfd-rfc-receptor
            move spaces to cfd-nombre-receptor
            move cfe-no-cte to cli-no-cte
            read clientes-file
                invalid key continue
                not invalid key
                    move cli-rfc-cte to cfd-rfc-receptor
                    move cli-nom-cte to cfd-nombre-receptor
            end-read
            if cfd-rfc-receptor = spaces
                move ws-rfc-generico to cfd-rfc-receptor
            end-if
            move ivc-moneda to cfd-moneda
            move ws-no-mts-original to cfd-no-mts-mts
            move ivc-concepto to cfd-concepto
            move ivc-concepto to ws-concepto
            perform buscar-descripcion-concepto
            move ivc-base to cfd-base
            move ivc-iva to cfd-iva
            add ivc-base ivc-iva giving cfd-total
            move cfe-folio to cfd-folio-origen
            move e1-no-mts-mts to cfd-no-mts-reversa
            write cfd-registro
            move "CANCELADO" to cfe-status
            move e1-no-mts-mts to cfe-no-mts-reversa
            move ws-fecha-emision to cfe-fecha-cancelacion
            rewrite e1-cfdi-emitido
                invalid key
                    display "No se pudo marcar cancelado el CFDI de "
                        "la comision " ws-no-mts-original
            end-rewrite
            add 1 to ws-tot-cancelaciones
            display "Cancelacion: folio " cfe-folio " comision "
                ws-no-mts-original " reversada con " e1-no-mts-mts.
