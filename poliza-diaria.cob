        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select tasas-file assign to "tasas.dat"
        organization is line sequential
        file status is ws-fs-revaluacion.

        select pagos-credito-file assign to "pagos_credito.dat"
        organization is indexed
        access mode is dynamic
        record key is pcr-no-mts-mts
        file status is ws-fs-pagos.

        select pagos-servicios-file assign to "pagos_servicios.dat"
        organization is indexed
        access mode is dynamic
        record key is pgs-folio
        file status is ws-fs-pagos-serv.

        select devengo-diario-file assign to "devengo_diario.dat"
        organization is line sequential
        file status is ws-fs-devengo.

        select plazos-file assign to "plazos.dat"
        organization is indexed
        access mode is dynamic
        record key is plz-no-plazo
        file status is ws-fs-plazos.

        select cheques-caja-file assign to "cheques_caja.dat"
        organization is indexed
        access mode is dynamic
        record key is cdc-no-cheque
        file status is ws-fs-chq-caja.

        select poliza-folios-file assign to "poliza_folios.dat"
        organization is line sequential
        file status is ws-fs-folios-pol.

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
        fd tasas-file.
        01 e1-tasas.
            05 tas-moneda pic X(3).
            05 ivc-moneda pic X(3).
            05 ivc-base pic 9(10)V99.
            05 ivc-iva pic 9(10)V99.
            05 ivc-concepto pic X(4).
        fd compensacion-file.
        01 e1-compensacion.
            05 cmp-no-mts-mts pic 9(13).
            05 rvl-tasa-anterior pic 9(6)V9999.
            05 rvl-tasa-cierre pic 9(6)V9999.
            05 rvl-resultado pic S9(14)V99.
        fd pagos-credito-file.
        01 e1-pago-credito.
            05 pcr-no-mts-mts pic 9(13).
            05 pcr-no-credito pic 9(10).
            05 pcr-no-pago pic 9(3).
            05 pcr-fecha pic 9(8).
            05 pcr-sucursal pic 9(4).
            05 pcr-capital pic 9(10)V99.
            05 pcr-interes pic 9(10)V99.
        fd pagos-servicios-file.
        01 e1-pago-servicio.
            05 pgs-folio pic 9(10).
            05 pgs-emisor pic X(4).
            05 pgs-referencia pic X(30).
            05 pgs-monto pic 9(10)V99.
            05 pgs-comision pic 9(6)V99.
            05 pgs-comision-base pic 9(6)V99.
            05 pgs-comision-iva pic 9(6)V99.
            05 pgs-forma pic X(1).
                88 pgs-en-efectivo value "E".
                88 pgs-con-cargo value "C".
            05 pgs-cuenta pic 9(13).
            05 pgs-no-cte pic 9(10).
            05 pgs-no-mts pic 9(13).
            05 pgs-fecha pic 9(8).
            05 pgs-sucursal pic 9(4).
            05 pgs-operador pic X(10).
            05 pgs-status pic X(9).
                88 pgs-pendiente value "PENDIENTE".
                88 pgs-liquidado value "LIQUIDADO".
            05 pgs-fecha-liquidacion pic 9(8).
            05 pgs-no-mts-liquidacion pic 9(13).
        fd devengo-diario-file.
        01 e1-devengo-diario.
            05 dvd-fecha pic 9(8).
            05 dvd-tipo pic X(1).
                88 dvd-vista value "A".
                88 dvd-plazo value "P".
                88 dvd-sobregiro value "S".
            05 dvd-concepto pic X(1).
                88 dvd-devengo value "D".
                88 dvd-reversa value "R".
                88 dvd-reversa-cierre value "C".
            05 dvd-referencia pic 9(13).
            05 dvd-moneda pic X(3).
            05 dvd-monto pic 9(12)V99.
            05 dvd-monto-mxn pic 9(12)V99.
        fd plazos-file.
        01 e1-plazos.
            05 plz-no-plazo pic 9(10).
            05 plz-no-cte pic 9(10).
            05 plz-cuenta-ligada pic 9(13).
            05 plz-principal pic 9(12)V99.
            05 plz-plazo-dias pic 9(3).
            05 plz-tasa pic 9V9999.
            05 plz-moneda pic X(3).
            05 plz-fecha-inicio pic 9(8).
            05 plz-fecha-vto pic 9(8).
            05 plz-renovar pic X(2).
            05 plz-status pic X(10).
                88 plz-vigente value "VIGENTE".
                88 plz-pagado value "PAGADO".
                88 plz-cancelado value "CANCELADO".
        fd cheques-caja-file.
        01 e1-cheques-caja.
            05 cdc-no-cheque pic 9(10).
            05 cdc-no-mts-mts pic 9(13).
            05 cdc-cuenta pic 9(13).
            05 cdc-no-cte pic 9(10).
            05 cdc-beneficiario pic X(40).
            05 cdc-monto pic 9(10)V99.
            05 cdc-fecha-emision pic 9(8).
            05 cdc-fecha-pago pic 9(8).
            05 cdc-status pic X(9).
                88 cdc-emitido value "EMITIDO".
                88 cdc-pagado value "PAGADO".
                88 cdc-caducado value "CADUCADO".
        fd poliza-folios-file.
        01 e1-poliza-folio.
            05 pfo-fecha pic 9(8).
            05 pfo-ultimo-folio pic 9(13).
            05 pfo-revaluacion pic 9(1).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-parm-linea pic X(30) value spaces.
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-modo-parm pic X(12) value spaces.
        77 ws-modo-complemento pic 9 value 0.
        77 ws-fs-folios-pol pic X(2) value "00".
        77 fin-folios-pol pic 9 value 0.
        77 ws-poliza-previa pic 9 value 0.
        77 ws-reval-previa pic 9 value 0.
        77 ws-folio-desde pic 9(13) value 0.
        77 ws-folio-maximo pic 9(13) value 0.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 fin-revaluacion pic 9 value 0.
        77 ws-tot-reval-util pic 9(12)V99 value 0.
        77 ws-tot-reval-perd pic 9(12)V99 value 0.
        77 ws-tot-credito-disp pic 9(12)V99 value 0.
        77 ws-tot-pago-credito pic 9(12)V99 value 0.
        77 ws-tot-aclara-abono pic 9(12)V99 value 0.
        77 ws-tot-aclara-cargo pic 9(12)V99 value 0.
        77 ws-fs-pagos pic X(2) value "00".
        77 fin-pagos pic 9 value 0.
        77 ws-interes-credito pic 9(12)V99 value 0.
        77 ws-capital-credito pic 9(12)V99 value 0.
        77 ws-tot-servicio-cargo pic 9(12)V99 value 0.
        77 ws-tot-servicio-abono pic 9(12)V99 value 0.
        77 ws-fs-pagos-serv pic X(2) value "00".
        77 fin-pagos-serv pic 9 value 0.
        77 ws-servicio-efectivo pic 9(12)V99 value 0.
        77 ws-servicio-com-base pic 9(12)V99 value 0.
        77 ws-servicio-com-iva pic 9(12)V99 value 0.
        77 ws-servicio-caja pic 9(12)V99 value 0.
        77 ws-fs-devengo pic X(2) value "00".
        77 fin-devengo pic 9 value 0.
        77 ws-dev-vista pic 9(12)V99 value 0.
        77 ws-dev-plazo pic 9(12)V99 value 0.
        77 ws-dev-sobregiro pic 9(12)V99 value 0.
        77 ws-rev-vista pic 9(12)V99 value 0.
        77 ws-rev-plazo pic 9(12)V99 value 0.
        77 ws-rev-sobregiro pic 9(12)V99 value 0.
        77 ws-fs-plazos pic X(2) value "00".
        77 ws-es-plazo pic 9 value 0.
        77 ws-monto-original pic 9(12)V99 value 0.
        77 ws-tot-plazo-alta pic 9(12)V99 value 0.
        77 ws-tot-plazo-baja pic 9(12)V99 value 0.
        77 ws-fs-chq-caja pic X(2) value "00".
        77 fin-chq-caja pic 9 value 0.
        77 ws-tot-chq-emitidos pic 9(12)V99 value 0.
        77 ws-tot-chq-pagados pic 9(12)V99 value 0.
        01 ws-tabla-asientos.
            05 ws-asiento-entrada occurs 80 times.
                10 ws-asi-cuenta pic 9(4).
                10 ws-asi-descripcion pic X(30).
                10 ws-asi-cargo pic 9(12)V99.
                10 ws-asi-abono pic 9(12)V99.
        procedure division.
        inicio-poliza.
            accept ws-parm-linea from command-line
            unstring ws-parm-linea delimited by all space
                into ws-fecha-parm ws-modo-parm
            end-unstring
            if ws-modo-parm = "COMPLEMENTO"
                move 1 to ws-modo-complemento
            end-if
            accept ws-fecha-sistema from date yyyymmdd
            if ws-fecha-parm not = spaces
                move ws-fecha-parm to ws-fecha-proceso
                    + ws-mes * 10000 + ws-anio
            end-if
            display "POLIZA CONTABLE DIARIA - FECHA " ws-fecha-proceso
            perform buscar-poliza-previa
            if ws-modo-complemento = 1
                if ws-poliza-previa = 0
                    display "No hay poliza diaria de la fecha "
                        ws-fecha-proceso ", no se genera la poliza "
                        "complementaria."
                    move 1 to return-code
                    stop run
                end-if
                display "POLIZA COMPLEMENTARIA - movimientos desde el "
                    "folio " ws-folio-desde
            end-if
            perform abrir-tasas
            perform cargar-tasas
            close tasas-file
            perform abrir-plazos
            perform acumular-dia
            close plazos-file
            perform acumular-iva-dia
            if ws-reval-previa = 0
                perform acumular-revaluacion
            end-if
            if ws-modo-complemento = 0
                perform acumular-intersucursales
                perform acumular-pagos-credito
                perform acumular-pagos-servicios
                perform acumular-cheques-caja
            end-if
            perform acumular-devengos
            perform armar-asientos
            perform sumar-poliza
            if ws-suma-cargos = ws-suma-abonos
                perform grabar-poliza
                perform registrar-folio-poliza
                display "Poliza generada en poliza.dat -- cargos: "
                    ws-suma-cargos "  abonos: " ws-suma-abonos
            else
                    "tipo sin cuenta contable asignada quedaron "
                    "fuera de la poliza."
            end-if
            if ws-modo-complemento = 0
                perform marcar-checkpoint
            end-if
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "POLIZA" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        buscar-poliza-previa.
            move 0 to ws-poliza-previa
            move 0 to ws-reval-previa
            move 0 to ws-folio-desde
            open input poliza-folios-file
            if ws-fs-folios-pol = "00"
                move 0 to fin-folios-pol
                perform until fin-folios-pol = 1
                    read poliza-folios-file
                        at end move 1 to fin-folios-pol
                        not at end
                            if pfo-fecha = ws-fecha-proceso
                                move 1 to ws-poliza-previa
                                if pfo-revaluacion = 1
                                    move 1 to ws-reval-previa
                                end-if
                                if pfo-ultimo-folio >= ws-folio-desde
                                    compute ws-folio-desde =
                                        pfo-ultimo-folio + 1
                                end-if
                            end-if
                    end-read
                end-perform
                close poliza-folios-file
            end-if
            if ws-modo-complemento = 0
                move 0 to ws-reval-previa
                move 0 to ws-folio-desde
            end-if.
        registrar-folio-poliza.
            open extend poliza-folios-file
            if ws-fs-folios-pol not = "00"
                open output poliza-folios-file
                close poliza-folios-file
                open extend poliza-folios-file
            end-if
            move ws-fecha-proceso to pfo-fecha
            move ws-folio-maximo to pfo-ultimo-folio
            if ws-folio-maximo < ws-folio-desde
                compute pfo-ultimo-folio = ws-folio-desde - 1
            end-if
            move ws-reval-previa to pfo-revaluacion
            if ws-tot-reval-util > 0 or ws-tot-reval-perd > 0
                move 1 to pfo-revaluacion
            end-if
            write e1-poliza-folio
            close poliza-folios-file.
        abrir-tasas.
            open input tasas-file
            if ws-fs-tasas not = "00"
            close movimientos-file.
        clasificar-movimiento.
            if e1-no-mts-mts not = ws-trailer-key
                and e1-no-mts-mts > ws-folio-maximo
                move e1-no-mts-mts to ws-folio-maximo
            end-if
            if e1-no-mts-mts not = ws-trailer-key
                and e1-no-mts-mts >= ws-folio-desde
                and e1-fech-mts = ws-fecha-proceso
                add 1 to ws-movs-dia
                perform convertir-a-mxn
                if e1-tipo-mts = "DEPOSITO"
                    perform identificar-plazo
                    if ws-es-plazo = 1
                        add ws-monto-abs to ws-tot-plazo-baja
                    else
                        add ws-monto-abs to ws-tot-deposito
                    end-if
                else
                 if e1-tipo-mts = "RETIRO  "
                    perform identificar-plazo
                    if ws-es-plazo = 1
                        add ws-monto-abs to ws-tot-plazo-alta
                    else
                        add ws-monto-abs to ws-tot-retiro
                    end-if
                 else
                  if e1-tipo-mts = "TRANSFER"
                    if ws-monto-mxn < 0
                        if e1-tipo-mts = "SOBREGIR"
                         add ws-monto-abs to ws-tot-sobregiro
                        else
                         if e1-tipo-mts = "CREDITO "
                          add ws-monto-abs to ws-tot-credito-disp
                         else
                          if e1-tipo-mts = "PAGOCRED"
                           add ws-monto-abs to ws-tot-pago-credito
                          else
                           if e1-tipo-mts = "ACLARA  "
                            if ws-monto-mxn < 0
                             add ws-monto-abs to ws-tot-aclara-cargo
                            else
                             add ws-monto-abs to ws-tot-aclara-abono
                            end-if
                           else
                            if e1-tipo-mts = "PAGOSERV"
                             if ws-monto-mxn < 0
                              add ws-monto-abs to ws-tot-servicio-cargo
                             else
                              add ws-monto-abs to ws-tot-servicio-abono
                             end-if
                            else
                             add 1 to ws-no-mapeados
                            end-if
                           end-if
                          end-if
                         end-if
                        end-if
                       end-if
                      end-if
                 end-if
                end-if
            end-if.
        abrir-plazos.
            open input plazos-file
            if ws-fs-plazos not = "00"
                open output plazos-file
                close plazos-file
                open input plazos-file
            end-if.
        identificar-plazo.
            move 0 to ws-es-plazo
            if e1-cta-cbe-mts > 0
                and e1-cta-cbe-mts < 10000000000
                move e1-cta-cbe-mts to plz-no-plazo
                move e1-sdo-mts to ws-monto-original
                read plazos-file
                    invalid key move 0 to ws-es-plazo
                    not invalid key
                        if plz-cuenta-ligada = e1-cta-chq-mts
                            and plz-moneda = e1-moneda-mts
                            and plz-principal = ws-monto-original
                            move 1 to ws-es-plazo
                        end-if
                end-read
            end-if.
        convertir-a-mxn.
            if e1-moneda-mts = "USD"
                multiply e1-sdo-mts by ws-tasa-usd-mxn
                    at end move 1 to fin-iva
                    not at end
                        if ivc-fecha = ws-fecha-proceso
                            and ivc-no-mts-mts >= ws-folio-desde
                            perform convertir-iva-mxn

                            add ws-iva-mov-mxn to ws-iva-dia
                        end-if
                end-read
            if ws-tot-retiro > 0
                perform agregar-asiento-retiro
            end-if
            if ws-tot-plazo-alta > 0 or ws-tot-plazo-baja > 0
                perform agregar-asiento-plazos
            end-if
            if ws-tot-chq-emitidos > 0 or ws-tot-chq-pagados > 0
                perform agregar-asiento-cheques-caja
            end-if
            if ws-tot-transfer-cargo > 0
                or ws-tot-transfer-abono > 0
                perform agregar-asiento-transfer
            end-if
            if ws-tot-reval-util > 0 or ws-tot-reval-perd > 0
                perform agregar-asiento-revaluacion
            end-if
            if ws-tot-credito-disp > 0
                perform agregar-asiento-disposicion
            end-if
            if ws-tot-pago-credito > 0
                perform agregar-asiento-pago-credito
            end-if
            if ws-tot-aclara-abono > 0 or ws-tot-aclara-cargo > 0
                perform agregar-asiento-aclaracion
            end-if
            if ws-tot-servicio-cargo > 0 or ws-tot-servicio-abono > 0
                or ws-servicio-caja > 0
                perform agregar-asiento-pago-servicios
            end-if
            if ws-dev-vista > 0 or ws-rev-vista > 0
                perform agregar-asiento-devengo-vista
            end-if
            if ws-dev-plazo > 0 or ws-rev-plazo > 0
                perform agregar-asiento-devengo-plazo
            end-if
            if ws-dev-sobregiro > 0 or ws-rev-sobregiro > 0
                perform agregar-asiento-devengo-sbg
            end-if.
        acumular-revaluacion.
            move 0 to ws-tot-reval-util
                move ws-tot-reval-perd
                    to ws-asi-abono(ws-num-asientos)
            end-if.
        acumular-pagos-credito.
            move 0 to ws-interes-credito
            open input pagos-credito-file
            if ws-fs-pagos not = "00"
                open output pagos-credito-file
                close pagos-credito-file
                open input pagos-credito-file
            end-if
            move 0 to fin-pagos
            move 0 to pcr-no-mts-mts
            start pagos-credito-file
                key is not less than pcr-no-mts-mts
                invalid key move 1 to fin-pagos
            end-start
            perform until fin-pagos = 1
                read pagos-credito-file next record
                    at end move 1 to fin-pagos
                    not at end
                        if pcr-fecha = ws-fecha-proceso
                            add pcr-interes to ws-interes-credito
                        end-if
                end-read
            end-perform
            close pagos-credito-file.
        acumular-pagos-servicios.
            move 0 to ws-servicio-efectivo
            move 0 to ws-servicio-com-base
            move 0 to ws-servicio-com-iva
            open input pagos-servicios-file
            if ws-fs-pagos-serv not = "00"
                open output pagos-servicios-file
                close pagos-servicios-file
                open input pagos-servicios-file
            end-if
            move 0 to fin-pagos-serv
            move 0 to pgs-folio
            start pagos-servicios-file
                key is not less than pgs-folio
                invalid key move 1 to fin-pagos-serv
            end-start
            perform until fin-pagos-serv = 1
                read pagos-servicios-file next record
                    at end move 1 to fin-pagos-serv
                    not at end
                        if pgs-fecha = ws-fecha-proceso
                            and pgs-en-efectivo
                            add pgs-monto to ws-servicio-efectivo
                            add pgs-comision-base
                                to ws-servicio-com-base
                            add pgs-comision-iva
                                to ws-servicio-com-iva
                        end-if
                end-read
            end-perform
            close pagos-servicios-file
            add ws-servicio-efectivo ws-servicio-com-base
                ws-servicio-com-iva giving ws-servicio-caja.
        agregar-asiento-pago-servicios.
            if ws-tot-servicio-cargo > 0
                add 1 to ws-num-asientos
                move 2101 to ws-asi-cuenta(ws-num-asientos)
                move "DEPOSITOS A LA VISTA"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-tot-servicio-cargo
                    to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 2301 to ws-asi-cuenta(ws-num-asientos)
                move "ACREEDORES POR PAGO SERVICIOS"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-tot-servicio-cargo
                    to ws-asi-abono(ws-num-asientos)
            end-if
            if ws-servicio-caja > 0
                add 1 to ws-num-asientos
                move 1101 to ws-asi-cuenta(ws-num-asientos)
                move "CAJA - PAGO DE SERVICIOS"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-servicio-caja to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 2301 to ws-asi-cuenta(ws-num-asientos)
                move "ACREEDORES POR PAGO SERVICIOS"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-servicio-efectivo
                    to ws-asi-abono(ws-num-asientos)
                if ws-servicio-com-base > 0
                    add 1 to ws-num-asientos
                    move 4101 to ws-asi-cuenta(ws-num-asientos)
                    move "INGRESO POR COMISIONES"
                        to ws-asi-descripcion(ws-num-asientos)
                    move 0 to ws-asi-cargo(ws-num-asientos)
                    move ws-servicio-com-base
                        to ws-asi-abono(ws-num-asientos)
                end-if
                if ws-servicio-com-iva > 0
                    add 1 to ws-num-asientos
                    move 2402 to ws-asi-cuenta(ws-num-asientos)
                    move "IVA TRASLADADO POR ENTERAR"
                        to ws-asi-descripcion(ws-num-asientos)
                    move 0 to ws-asi-cargo(ws-num-asientos)
                    move ws-servicio-com-iva
                        to ws-asi-abono(ws-num-asientos)
                end-if
            end-if
            if ws-tot-servicio-abono > 0
                add 1 to ws-num-asientos
                move 2301 to ws-asi-cuenta(ws-num-asientos)
                move "ACREEDORES POR PAGO SERVICIOS"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-tot-servicio-abono
                    to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 2101 to ws-asi-cuenta(ws-num-asientos)
                move "LIQUIDACION A EMISORES"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-tot-servicio-abono
                    to ws-asi-abono(ws-num-asientos)
            end-if.
        acumular-devengos.
            open input devengo-diario-file
            if ws-fs-devengo not = "00"
                open output devengo-diario-file
                close devengo-diario-file
                open input devengo-diario-file
            end-if
            move 0 to fin-devengo
            perform until fin-devengo = 1
                read devengo-diario-file
                    at end move 1 to fin-devengo
                    not at end
                        if dvd-fecha = ws-fecha-proceso
                            if ws-modo-complemento = 0
                                or dvd-reversa-cierre
                                perform clasificar-devengo
                            end-if
                        end-if
                end-read
            end-perform
            close devengo-diario-file.
        clasificar-devengo.
            if dvd-devengo
                if dvd-vista
                    add dvd-monto-mxn to ws-dev-vista
                end-if
                if dvd-plazo
                    add dvd-monto-mxn to ws-dev-plazo
                end-if
                if dvd-sobregiro
                    add dvd-monto-mxn to ws-dev-sobregiro
                end-if
            else
                if dvd-vista
                    add dvd-monto-mxn to ws-rev-vista
                end-if
                if dvd-plazo
                    add dvd-monto-mxn to ws-rev-plazo
                end-if
                if dvd-sobregiro
                    add dvd-monto-mxn to ws-rev-sobregiro
                end-if
            end-if.
        acumular-cheques-caja.
            open input cheques-caja-file
            if ws-fs-chq-caja not = "00"
                open output cheques-caja-file
                close cheques-caja-file
                open input cheques-caja-file
            end-if
            move 0 to fin-chq-caja
            move 0 to cdc-no-cheque
            start cheques-caja-file
                key is not less than cdc-no-cheque
                invalid key move 1 to fin-chq-caja
            end-start
            perform until fin-chq-caja = 1
                read cheques-caja-file next record
                    at end move 1 to fin-chq-caja
                    not at end
                        if cdc-fecha-emision = ws-fecha-proceso
                            add cdc-monto to ws-tot-chq-emitidos
                        end-if
                        if cdc-pagado
                            and cdc-fecha-pago = ws-fecha-proceso
                            add cdc-monto to ws-tot-chq-pagados
                        end-if
                end-read
            end-perform
            close cheques-caja-file
            if ws-tot-chq-emitidos > ws-tot-retiro
                move ws-tot-retiro to ws-tot-chq-emitidos
            end-if
            subtract ws-tot-chq-emitidos from ws-tot-retiro.
        agregar-asiento-plazos.
            if ws-tot-plazo-alta > 0
                add 1 to ws-num-asientos
                move 2101 to ws-asi-cuenta(ws-num-asientos)
                move "DEPOSITOS A LA VISTA"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-tot-plazo-alta to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 2102 to ws-asi-cuenta(ws-num-asientos)
                move "DEPOSITOS A PLAZO"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-tot-plazo-alta to ws-asi-abono(ws-num-asientos)
            end-if
            if ws-tot-plazo-baja > 0
                add 1 to ws-num-asientos
                move 2102 to ws-asi-cuenta(ws-num-asientos)
                move "DEPOSITOS A PLAZO"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-tot-plazo-baja to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 2101 to ws-asi-cuenta(ws-num-asientos)
                move "PLAZOS VENCIDOS A LA VISTA"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-tot-plazo-baja to ws-asi-abono(ws-num-asientos)
            end-if.
        agregar-asiento-cheques-caja.
            if ws-tot-chq-emitidos > 0
                add 1 to ws-num-asientos
                move 2101 to ws-asi-cuenta(ws-num-asientos)
                move "DEPOSITOS A LA VISTA"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-tot-chq-emitidos
                    to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 2103 to ws-asi-cuenta(ws-num-asientos)
                move "CHEQUES DE CAJA EN CIRCULACION"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-tot-chq-emitidos
                    to ws-asi-abono(ws-num-asientos)
            end-if
            if ws-tot-chq-pagados > 0
                add 1 to ws-num-asientos
                move 2103 to ws-asi-cuenta(ws-num-asientos)
                move "CHEQUES DE CAJA EN CIRCULACION"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-tot-chq-pagados
                    to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 1101 to ws-asi-cuenta(ws-num-asientos)
                move "CAJA - CHEQUES DE CAJA PAGADOS"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-tot-chq-pagados
                    to ws-asi-abono(ws-num-asientos)
            end-if.
        agregar-asiento-devengo-vista.
            if ws-dev-vista > 0
                add 1 to ws-num-asientos
                move 5101 to ws-asi-cuenta(ws-num-asientos)
                move "GASTO POR INTERESES DEVENGADOS"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-dev-vista to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 2201 to ws-asi-cuenta(ws-num-asientos)
                move "INTERESES POR PAGAR VISTA"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-dev-vista to ws-asi-abono(ws-num-asientos)
            end-if
            if ws-rev-vista > 0
                add 1 to ws-num-asientos
                move 2201 to ws-asi-cuenta(ws-num-asientos)
                move "INTERESES POR PAGAR VISTA"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-rev-vista to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 5101 to ws-asi-cuenta(ws-num-asientos)
                move "REVERSA DE DEVENGO PAGADO"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-rev-vista to ws-asi-abono(ws-num-asientos)
            end-if.
        agregar-asiento-devengo-plazo.
            if ws-dev-plazo > 0
                add 1 to ws-num-asientos
                move 5101 to ws-asi-cuenta(ws-num-asientos)
                move "GASTO POR INTERESES DEVENGADOS"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-dev-plazo to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 2202 to ws-asi-cuenta(ws-num-asientos)
                move "INTERESES POR PAGAR PLAZO"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-dev-plazo to ws-asi-abono(ws-num-asientos)
            end-if
            if ws-rev-plazo > 0
                add 1 to ws-num-asientos
                move 2202 to ws-asi-cuenta(ws-num-asientos)
                move "INTERESES POR PAGAR PLAZO"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-rev-plazo to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 5101 to ws-asi-cuenta(ws-num-asientos)
                move "REVERSA DE DEVENGO PAGADO"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-rev-plazo to ws-asi-abono(ws-num-asientos)
            end-if.
        agregar-asiento-devengo-sbg.
            if ws-dev-sobregiro > 0
                add 1 to ws-num-asientos
                move 1401 to ws-asi-cuenta(ws-num-asientos)
                move "INTERESES POR COBRAR SOBREGIRO"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-dev-sobregiro to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 4103 to ws-asi-cuenta(ws-num-asientos)
                move "INTERES DEVENGADO SOBREGIRO"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-dev-sobregiro to ws-asi-abono(ws-num-asientos)
            end-if
            if ws-rev-sobregiro > 0
                add 1 to ws-num-asientos
                move 4103 to ws-asi-cuenta(ws-num-asientos)
                move "REVERSA DE DEVENGO COBRADO"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-rev-sobregiro to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 1401 to ws-asi-cuenta(ws-num-asientos)
                move "INTERESES POR COBRAR SOBREGIRO"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-rev-sobregiro to ws-asi-abono(ws-num-asientos)
            end-if.
        agregar-asiento-disposicion.
            add 1 to ws-num-asientos
            move 1301 to ws-asi-cuenta(ws-num-asientos)
            move "CARTERA DE CREDITO VIGENTE"
                to ws-asi-descripcion(ws-num-asientos)
            move ws-tot-credito-disp to ws-asi-cargo(ws-num-asientos)
            move 0 to ws-asi-abono(ws-num-asientos)
            add 1 to ws-num-asientos
            move 2101 to ws-asi-cuenta(ws-num-asientos)
            move "DEPOSITOS A LA VISTA"
                to ws-asi-descripcion(ws-num-asientos)
            move 0 to ws-asi-cargo(ws-num-asientos)
            move ws-tot-credito-disp to ws-asi-abono(ws-num-asientos).
        agregar-asiento-pago-credito.
            if ws-interes-credito > ws-tot-pago-credito
                display "AVISO: el interes de creditos registrado del "
                    "dia (" ws-interes-credito ") excede las cuotas "
                    "cobradas, se asienta como capital."
                move 0 to ws-interes-credito
            end-if
            subtract ws-interes-credito from ws-tot-pago-credito
                giving ws-capital-credito
            add 1 to ws-num-asientos
            move 2101 to ws-asi-cuenta(ws-num-asientos)
            move "DEPOSITOS A LA VISTA"
                to ws-asi-descripcion(ws-num-asientos)
            move ws-tot-pago-credito to ws-asi-cargo(ws-num-asientos)
            move 0 to ws-asi-abono(ws-num-asientos)
            if ws-capital-credito > 0
                add 1 to ws-num-asientos
                move 1301 to ws-asi-cuenta(ws-num-asientos)
                move "CARTERA DE CREDITO VIGENTE"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-capital-credito
                    to ws-asi-abono(ws-num-asientos)
            end-if
            if ws-interes-credito > 0
                add 1 to ws-num-asientos
                move 4105 to ws-asi-cuenta(ws-num-asientos)
                move "INGRESO POR INTERESES CREDITO"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-interes-credito
                    to ws-asi-abono(ws-num-asientos)
            end-if.
        agregar-asiento-aclaracion.
            if ws-tot-aclara-abono > 0
                add 1 to ws-num-asientos
                move 5102 to ws-asi-cuenta(ws-num-asientos)
                move "QUEBRANTOS POR ACLARACIONES"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-tot-aclara-abono
                    to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 2101 to ws-asi-cuenta(ws-num-asientos)
                move "DEPOSITOS A LA VISTA"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-tot-aclara-abono
                    to ws-asi-abono(ws-num-asientos)
            end-if
            if ws-tot-aclara-cargo > 0
                add 1 to ws-num-asientos
                move 2101 to ws-asi-cuenta(ws-num-asientos)
                move "DEPOSITOS A LA VISTA"
                    to ws-asi-descripcion(ws-num-asientos)
                move ws-tot-aclara-cargo
                    to ws-asi-cargo(ws-num-asientos)
                move 0 to ws-asi-abono(ws-num-asientos)
                add 1 to ws-num-asientos
                move 5102 to ws-asi-cuenta(ws-num-asientos)
                move "QUEBRANTOS POR ACLARACIONES"
                    to ws-asi-descripcion(ws-num-asientos)
                move 0 to ws-asi-cargo(ws-num-asientos)
                move ws-tot-aclara-cargo
                    to ws-asi-abono(ws-num-asientos)
            end-if.
        agregar-asiento-sobregiro.
            add 1 to ws-num-asientos
            move 2101 to ws-asi-cuenta(ws-num-asientos)
