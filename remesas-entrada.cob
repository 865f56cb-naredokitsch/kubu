        identification division.
        program-id. remesas-entrada.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select remesas-entrada-file assign to "remesas_entrada.dat"
        organization is line sequential
        file status is ws-fs-entrada.

        select remesas-file assign to "remesas.dat"
        organization is indexed
        access mode is dynamic
        record key is rms-referencia
        file status is ws-fs-remesas.

        select respuesta-file assign to "remesas_respuesta.dat"
        organization is line sequential.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

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

        select clabes-file assign to "clabes.dat"
        organization is indexed
        access mode is dynamic
        record key is clb-cuenta
        file status is ws-fs-clabes.

        select periodos-file assign to "periodos.dat"
        organization is indexed
        access mode is dynamic
        record key is per-llave
        file status is ws-fs-periodos.

        select listas-file assign to "listas_bloqueadas.dat"
        organization is indexed
        access mode is dynamic
        record key is lst-llave
        file status is ws-fs-listas.

        select coincidencias-file assign to "coincidencias_listas.dat"
        organization is indexed
        access mode is dynamic
        record key is coi-llave
        file status is ws-fs-coincidencias.

        select retenidas-file assign to "spei_retenidas.dat"
        organization is indexed
        access mode is dynamic
        record key is ret-llave
        file status is ws-fs-retenidas.

        select tasas-file assign to "tasas.dat"
        organization is indexed
        access mode is dynamic
        record key is tas-moneda
        file status is ws-fs-tasas.

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

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
        file section.
        fd remesas-entrada-file.
        01 e1-remesa-entrada.
            05 re-referencia pic X(16).
            05 re-fecha-envio pic 9(8).
            05 re-modalidad pic X(1).
            05 re-destino pic 9(20).
            05 re-monto pic 9(10)V99.
            05 re-nombre-remitente pic X(40).
            05 re-pais-origen pic X(3).
            05 re-nombre-beneficiario pic X(40).
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
        fd respuesta-file.
        01 e1-respuesta-remesa.
            05 rsp-referencia pic X(16).
            05 rsp-fecha-envio pic 9(8).
            05 rsp-monto pic 9(10)V99.
            05 rsp-fecha-devolucion pic 9(8).
            05 rsp-motivo pic X(2).
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
        fd clabes-file.
        01 e1-clabe.
            05 clb-cuenta pic 9(13).
            05 clb-clabe pic 9(20).
            05 clb-fecha-asignada pic 9(8).
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
        fd listas-file.
        01 e1-lista-bloqueada.
            05 lst-llave.
                10 lst-lista pic X(4).
                10 lst-id pic X(10).
            05 lst-nombre pic X(80).
            05 lst-rfc pic X(13).
            05 lst-fecha-publicacion pic 9(8).
            05 lst-fecha-carga pic 9(8).
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
        fd tasas-file.
        01 e1-tasas.
            05 tas-moneda pic X(3).
            05 tas-valor pic 9(6)V9999.
            05 tas-fecha-actualizacion pic 9(8).
            05 tas-compra pic 9(6)V9999.
            05 tas-venta pic 9(6)V9999.
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
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-fs-entrada pic X(2) value "00".
        77 ws-fs-remesas pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-saldos pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-auditoria pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-sc-existe pic 9 value 0.
        77 ws-saldo-existe pic 9 value 0.
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-trailer-existe pic 9 value 0.
        77 ws-operador pic X(10) value "REMESAS".
        77 ws-siguiente-no-mts pic 9(13) value 1.
        77 ws-folio-calculado pic 9(13) value 1.
        77 ws-devuelto pic 9 value 0.
        77 ws-motivo-dev pic X(2) value spaces.
        77 ws-remesa-existe pic 9 value 0.
        77 ws-cuenta-destino pic 9(13) value 0.
        77 ws-cta-no-cte-leida pic 9(10) value 0.
        77 ws-cta-sucursal-leida pic 9(4) value 0.
        77 ws-monto-mxn pic S9(10)V99 value 0.
        77 ws-aud-fecha pic 9(8) value 0.
        77 ws-aud-hora pic 9(8) value 0.
        77 ws-total-count pic 9(10) value 0.
        77 ws-total-suma pic S9(10)V99 value 0.
        77 ws-umbral pic 9(10)V99 value 500000.00.
        77 ws-dias-remesa pic 9(3) value 30.
        77 ws-recibida-dias pic 9(8) value 0.
        77 ws-proceso-dias pic 9(8) value 0.
        77 ws-tot-recibidas pic 9(10) value 0.
        77 ws-suma-recibidas pic 9(12)V99 value 0.
        77 ws-tot-duplicadas pic 9(10) value 0.
        77 ws-tot-reprocesadas pic 9(10) value 0.
        77 ws-tot-abonadas pic 9(10) value 0.
        77 ws-suma-abonadas pic 9(12)V99 value 0.
        77 ws-tot-pendientes pic 9(10) value 0.
        77 ws-suma-pendientes pic 9(12)V99 value 0.
        77 ws-tot-devueltas pic 9(10) value 0.
        77 ws-suma-devueltas pic 9(12)V99 value 0.
        77 ws-tot-vencidas pic 9(10) value 0.
        77 ws-tot-retenidas pic 9(10) value 0.
        77 ws-suma-retenidas pic 9(12)V99 value 0.
        77 ws-tot-alertas pic 9(10) value 0.
        77 ws-cta-cbe-mts pic 9(20) value 0.
        77 ws-clabe-cociente pic 9(4) value 0.
        77 ws-clabe-suma pic 9(4) value 0.
        77 ws-clabe-pos pic 9(2) value 0.
        77 ws-clabe-campo-pos pic 9(2) value 0.
        77 ws-clabe-peso pic 9(1) value 0.
        77 ws-clabe-resto pic 9(1) value 0.
        77 ws-clabe-digito pic 9(1) value 0.
        77 ws-clabe-parcial pic 9(2) value 0.
        77 ws-clabe-parcial-mod pic 9(1) value 0.
        77 ws-clabe-check-calc pic 9(1) value 0.
        77 ws-clabe-check-real pic 9(1) value 0.
        77 ws-clabe-valida pic 9 value 0.
            88 clabe-valida value 1.
        77 ws-fs-clabes pic X(2) value "00".
        77 ws-fs-periodos pic X(2) value "00".
        77 ws-periodo-cerrado pic 9 value 0.
        77 fin-listas pic 9 value 0.
        77 fin-coincidencias pic 9 value 0.
        77 ws-fs-listas pic X(2) value "00".
        77 ws-fs-coincidencias pic X(2) value "00".
        77 ws-fs-retenidas pic X(2) value "00".
        77 ws-retenido pic 9 value 0.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-lst-total pic 9(5) value 0.
        77 ws-lst-max pic 9(5) value 5000.
        77 ws-lst-idx pic 9(5) value 0.
        77 ws-lst-hit pic 9(5) value 0.
        77 ws-lst-coincide pic 9 value 0.
        77 ws-criterio pic X(6) value spaces.
        77 ws-rfc-buscar pic X(13) value spaces.
        77 ws-nrm-pos pic 9(2) value 0.
        77 ws-nrm-sal pic 9(2) value 0.
        77 ws-nrm-car pic X(1) value space.
        77 ws-nrm-previo pic X(1) value space.
        77 ws-coi-no-cte pic 9(10) value 0.
        77 ws-coi-abierta pic 9 value 0.
        77 ws-coi-origen pic X(10) value "REMESAS".
        77 ws-coi-referencia pic X(20) value spaces.
        77 ws-ret-lista pic X(4) value spaces.
        77 ws-ret-id pic X(10) value spaces.
        77 ws-fs-tasas pic X(2) value "00".
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
        01 ws-nombre-buscar pic X(80) value spaces.
        01 ws-nombre-normal pic X(80) value spaces.
        01 ws-nombre-invertido pic X(80) value spaces.
        01 ws-nombre-original pic X(80) value spaces.
        01 ws-tabla-listas.
            05 ws-lst-entrada occurs 5000 times.
                10 ws-lst-lista pic X(4).
                10 ws-lst-id pic X(10).
                10 ws-lst-nombre pic X(80).
                10 ws-lst-rfc pic X(13).
        procedure division.
        inicio-remesas.
            display "REMESAS INTERNACIONALES - RECEPCION Y PAGO"
            perform abrir-remesas
            perform abrir-movimientos
            perform abrir-cuentas
            perform abrir-saldos
            perform abrir-saldos-cuenta
            perform abrir-auditoria
            perform abrir-folios
            perform abrir-clabes
            perform abrir-periodos
            perform cargar-listas
            perform abrir-coincidencias
            perform abrir-retenidas
            perform abrir-productos
            perform cargar-valor-udi
            perform cargar-parametros
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-fecha-proceso = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            compute ws-proceso-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            open output respuesta-file
            perform reprocesar-liberadas
            open input remesas-entrada-file
            if ws-fs-entrada = "00"
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read remesas-entrada-file
                        at end move 1 to fin-fichero
                        not at end perform recibir-remesa
                    end-read
                end-perform
                close remesas-entrada-file
                open output remesas-entrada-file
                close remesas-entrada-file
            else
                display "No hay archivo de remesas del corresponsal "
                    "(remesas_entrada.dat) en este ciclo."
            end-if
            perform devolver-no-cobradas
            perform actualizar-trailer
            close respuesta-file
            close remesas-file
            close movimientos-file
            close cuentas-file
            close saldos-file
            close saldos-cuenta-file
            close auditoria-file
            close folios-file
            close clabes-file
            close periodos-file
            close coincidencias-file
            close retenidas-file
            close productos-file
            close productos-cuenta-file
            close depositos-mes-file
            perform imprimir-liquidacion
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "REMESAS" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        cargar-parametros.
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "UMBRALAML"
                                move par-valor to ws-umbral
                            end-if
                            if par-clave = "DIASREMESA"
                                move par-valor to ws-dias-remesa
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-remesas.
            open i-o remesas-file
            if ws-fs-remesas not = "00"
                open output remesas-file
                close remesas-file
                open i-o remesas-file
            end-if.
        abrir-movimientos.
            open i-o movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open i-o movimientos-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
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
        obtener-siguiente-remesa.
            move "REMESA" to fol-llave
            read folios-file
                invalid key
                    move "REMESA" to fol-llave
                    move 1 to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "remesas en folios.dat"
                    end-write
            end-read
            move fol-siguiente to rms-folio
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "remesas en folios.dat"
            end-rewrite.
        reprocesar-liberadas.
            move 0 to fin-fichero
            move low-values to rms-referencia
            start remesas-file key is not less than rms-referencia
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read remesas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if rms-liberada
                            add 1 to ws-tot-reprocesadas
                            perform procesar-remesa
                            rewrite e1-remesa
                                invalid key
                                    display "No se pudo actualizar "
                                        "la remesa " rms-referencia
                            end-rewrite
                        end-if
                end-read
            end-perform.
        recibir-remesa.
            add 1 to ws-tot-recibidas
            add re-monto to ws-suma-recibidas
            move re-referencia to rms-referencia
            read remesas-file
                invalid key move 0 to ws-remesa-existe
                not invalid key move 1 to ws-remesa-existe
            end-read
            if ws-remesa-existe = 1
                add 1 to ws-tot-duplicadas
                display "REMESA DUPLICADA: " re-referencia
                    " ya fue recibida el " rms-fecha-recibida
                    " con estatus " rms-status ", se ignora."
            else
                move spaces to e1-remesa
                move re-referencia to rms-referencia
                perform obtener-siguiente-remesa
                move re-fecha-envio to rms-fecha-envio
                move ws-fecha-proceso to rms-fecha-recibida
                move re-modalidad to rms-modalidad
                move re-destino to rms-destino
                move 0 to rms-cuenta
                move 0 to rms-no-cte
                move re-monto to rms-monto
                move re-nombre-remitente to rms-nombre-remitente
                move re-pais-origen to rms-pais-origen
                move re-nombre-beneficiario
                    to rms-nombre-beneficiario
                move 0 to rms-no-mts
                move 0 to rms-fecha-pago
                move 0 to rms-sucursal-pago
                perform procesar-remesa
                write e1-remesa
                    invalid key
                        display "No se pudo registrar la remesa "
                            rms-referencia " en remesas.dat"
                end-write
            end-if.
        procesar-remesa.
            move 0 to ws-devuelto
            move 0 to ws-retenido
            move spaces to ws-motivo-dev
            move spaces to rms-motivo
            move "N" to rms-alerta-aml
            if not rms-a-cuenta and not rms-en-efectivo
                move 1 to ws-devuelto
                move "09" to ws-motivo-dev
                display "REMESA DEVUELTA: " rms-referencia
                    " modalidad de pago " rms-modalidad " invalida"
            end-if
            if ws-devuelto = 0 and rms-a-cuenta
                perform resolver-destino
            end-if
            if ws-devuelto = 0 and ws-retenido = 0
                perform revisar-listas-remesa
            end-if
            if ws-devuelto = 0 and ws-retenido = 0 and rms-a-cuenta
                perform revisar-tope-remesa
            end-if
            if ws-devuelto = 0
                perform revisar-umbral-aml
            end-if
            if ws-retenido = 1
                perform grabar-retencion
            else
                if ws-devuelto = 1
                    perform grabar-devolucion
                else
                    if rms-a-cuenta
                        perform abonar-remesa
                    else
                        move "PENDIENTE" to rms-status
                        add 1 to ws-tot-pendientes
                        add rms-monto to ws-suma-pendientes
                    end-if
                end-if
            end-if.
        resolver-destino.
            if rms-destino(1:7) = "0000000"
                move rms-destino(8:13) to ws-cuenta-destino
            else
                move rms-destino to ws-cta-cbe-mts
                perform validar-clabe
                if not clabe-valida
                    move 1 to ws-devuelto
                    move "01" to ws-motivo-dev
                    display "REMESA DEVUELTA: " rms-referencia
                        " CLABE con digito verificador incorrecto "
                        rms-destino
                else
                    move rms-destino(7:13) to ws-cuenta-destino
                end-if
            end-if
            if ws-devuelto = 0
                perform verificar-periodo
            end-if
            if ws-devuelto = 0
                perform leer-cuenta-destino
            end-if
            if ws-devuelto = 0 and ws-retenido = 0
                and rms-destino(1:7) not = "0000000"
                perform verificar-clabe-registro
            end-if.
        verificar-periodo.
            move 0 to ws-periodo-cerrado
            if ws-fs-periodos = "00"
                move ws-fecha-proceso(3:2) to per-mes
                move ws-fecha-proceso(5:4) to per-anio
                read periodos-file
                    invalid key continue
                    not invalid key
                        if per-cerrado
                            move 1 to ws-periodo-cerrado
                        end-if
                end-read
            end-if
            if ws-periodo-cerrado = 1
                move 1 to ws-devuelto
                move "06" to ws-motivo-dev
                display "REMESA DEVUELTA: " rms-referencia
                    " la fecha " ws-fecha-proceso
                    " cae en un periodo contable cerrado"
            end-if.
        leer-cuenta-destino.
            move ws-cuenta-destino to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 1 to ws-devuelto
                    move "02" to ws-motivo-dev
                    display "REMESA DEVUELTA: " rms-referencia
                        " el destino " rms-destino
                        " no corresponde a una cuenta registrada"
                not invalid key
                    move cta-no-cte to ws-cta-no-cte-leida
                    move cta-sucursal to ws-cta-sucursal-leida
                    move cta-no-cuenta to rms-cuenta
                    move cta-no-cte to rms-no-cte
                    if not cta-activa
                        if cta-bloqueada
                            move cta-no-cte to ws-coi-no-cte
                            perform buscar-coincidencia-abierta
                        end-if
                        if cta-bloqueada and ws-coi-abierta = 1
                            move 1 to ws-retenido
                        else
                            move 1 to ws-devuelto
                            move "03" to ws-motivo-dev
                            display "REMESA DEVUELTA: "
                                rms-referencia " la cuenta "
                                ws-cuenta-destino " esta " cta-status
                        end-if
                    end-if
            end-read.
        verificar-clabe-registro.
            if ws-fs-clabes = "00"
                move ws-cuenta-destino to clb-cuenta
                read clabes-file
                    invalid key continue
                    not invalid key
                        if clb-clabe not = rms-destino
                            move 1 to ws-devuelto
                            move "05" to ws-motivo-dev
                            display "REMESA DEVUELTA: "
                                rms-referencia " la CLABE "
                                rms-destino " no coincide con "
                                "la registrada de la cuenta "
                                ws-cuenta-destino
                        end-if
                end-read
            end-if.
        revisar-tope-remesa.
            move ws-cuenta-destino to ws-tope-cuenta
            move rms-monto to ws-tope-monto
            move ws-fecha-proceso(3:2) to ws-tope-mes
            move ws-fecha-proceso(5:4) to ws-tope-anio
            perform revisar-tope-nivel
            if ws-tope-excedido = 1
                move 1 to ws-devuelto
                move "07" to ws-motivo-dev
                display "REMESA DEVUELTA: " rms-referencia
                    " la cuenta " ws-cuenta-destino " de nivel "
                    ws-tope-nivel " rebasaria su tope mensual de "
                    "depositos"
            end-if.
        revisar-listas-remesa.
            move rms-no-cte to ws-coi-no-cte
            move rms-referencia to ws-coi-referencia
            if rms-a-cuenta
                perform buscar-coincidencia-abierta
                if ws-coi-abierta = 1
                    move 1 to ws-retenido
                end-if
            end-if
            move spaces to ws-rfc-buscar
            move spaces to ws-nombre-invertido
            if ws-retenido = 0
                move rms-nombre-remitente to ws-nombre-original
                move rms-nombre-remitente to ws-nombre-buscar
                perform normalizar-nombre
                perform cotejar-listas
                if ws-lst-hit not = 0
                    perform registrar-coincidencia
                end-if
            end-if
            if ws-retenido = 0
                move rms-nombre-beneficiario to ws-nombre-original
                move rms-nombre-beneficiario to ws-nombre-buscar
                perform normalizar-nombre
                perform cotejar-listas
                if ws-lst-hit not = 0
                    perform registrar-coincidencia
                end-if
            end-if.
        revisar-umbral-aml.
            if rms-monto > ws-umbral
                move "S" to rms-alerta-aml
                add 1 to ws-tot-alertas
                display "ALERTA AML: remesa " rms-referencia
                    " por " rms-monto " rebasa el umbral de "
                    "operaciones relevantes " ws-umbral
                display "   Remitente: " rms-nombre-remitente
                    " (" rms-pais-origen ")"
                display "   Beneficiario: " rms-nombre-beneficiario
            end-if.
        abonar-remesa.
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move ws-cta-no-cte-leida to e1-no-cte-mts
            move ws-cuenta-destino to e1-cta-chq-mts
            move rms-folio to e1-cta-cbe-mts
            move "DEPOSITO" to e1-tipo-mts
            move rms-monto to e1-sdo-mts
            move ws-fecha-proceso to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move ws-cta-sucursal-leida to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    display "No se pudo abonar la remesa "
                        rms-referencia ", se devuelve."
                    move 1 to ws-devuelto
                    move "04" to ws-motivo-dev
                    perform grabar-devolucion
                not invalid key
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    perform acumular-deposito-mes
                    move "ABONADA" to rms-status
                    move e1-no-mts-mts to rms-no-mts
                    move ws-fecha-proceso to rms-fecha-pago
                    move ws-cta-sucursal-leida to rms-sucursal-pago
                    add 1 to ws-tot-abonadas
                    add rms-monto to ws-suma-abonadas
            end-write.
        grabar-devolucion.
            move "DEVUELTA" to rms-status
            move ws-motivo-dev to rms-motivo
            move rms-referencia to rsp-referencia
            move rms-fecha-envio to rsp-fecha-envio
            move rms-monto to rsp-monto
            move ws-fecha-proceso to rsp-fecha-devolucion
            move ws-motivo-dev to rsp-motivo
            write e1-respuesta-remesa
            add 1 to ws-tot-devueltas
            add rms-monto to ws-suma-devueltas.
        grabar-retencion.
            move "R" to ret-sentido
            move rms-referencia to ret-referencia
            move rms-no-cte to ret-no-cte
            move rms-cuenta to ret-cuenta
            move 0 to ret-no-mts
            move rms-destino to ret-clabe-destino
            move rms-monto to ret-monto
            move "MXN" to ret-moneda
            move rms-fecha-envio to ret-fecha
            move 0 to ret-banco-emisor
            move rms-nombre-remitente to ret-nombre-ordenante
            move spaces to ret-rfc-ordenante
            move ws-ret-lista to ret-lista
            move ws-ret-id to ret-id
            move "RETENIDA" to ret-status
            move ws-fecha-proceso to ret-fecha-retencion
            move 0 to ret-fecha-liberacion
            write e1-retenida
                invalid key
                    rewrite e1-retenida
                        invalid key
                            display "No se pudo retener la remesa "
                                rms-referencia
                    end-rewrite
            end-write
            move "RETENIDA" to rms-status
            add 1 to ws-tot-retenidas
            add rms-monto to ws-suma-retenidas
            display "REMESA RETENIDA: " rms-referencia
                " por coincidencia en lista " ws-ret-lista
                " " ws-ret-id ", pendiente de cumplimiento".
        devolver-no-cobradas.
            move 0 to fin-fichero
            move low-values to rms-referencia
            start remesas-file key is not less than rms-referencia
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read remesas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if rms-pendiente
                            perform revisar-vencimiento-remesa
                        end-if
                end-read
            end-perform.
        revisar-vencimiento-remesa.
            move rms-fecha-recibida(1:2) to ws-dia
            move rms-fecha-recibida(3:2) to ws-mes
            move rms-fecha-recibida(5:4) to ws-anio
            compute ws-recibida-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            if ws-proceso-dias - ws-recibida-dias >= ws-dias-remesa
                move "08" to ws-motivo-dev
                perform grabar-devolucion
                add 1 to ws-tot-vencidas
                rewrite e1-remesa
                    invalid key
                        display "No se pudo devolver la remesa "
                            rms-referencia
                    not invalid key
                        display "REMESA DEVUELTA: " rms-referencia
                            " no cobrada en ventanilla desde el "
                            rms-fecha-recibida
                end-rewrite
            end-if.
        abrir-periodos.
            open input periodos-file
            if ws-fs-periodos not = "00"
                open output periodos-file
                close periodos-file
                open input periodos-file
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
        cargar-valor-udi.
            move 0 to ws-valor-udi
            open input tasas-file
            if ws-fs-tasas = "00"
                move "UDI" to tas-moneda
                read tasas-file
                    invalid key continue
                    not invalid key move tas-valor to ws-valor-udi
                end-read
                close tasas-file
            end-if
            if ws-valor-udi = 0
                display "AVISO: no hay valor de la UDI en tasas.dat, "
                    "se rechazaran los depositos a cuentas de nivel "
                    "con tope mensual."
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
        abrir-clabes.
            open input clabes-file
            if ws-fs-clabes not = "00"
                open output clabes-file
                close clabes-file
                open input clabes-file
            end-if.
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
        validar-clabe.
            move 0 to ws-clabe-suma
            move 1 to ws-clabe-pos
            perform until ws-clabe-pos > 17
                perform acumular-digito-clabe
                add 1 to ws-clabe-pos
            end-perform
            divide ws-clabe-suma by 10 giving ws-clabe-cociente
                remainder ws-clabe-resto
            if ws-clabe-resto = 0
                move 0 to ws-clabe-check-calc
            else
                subtract ws-clabe-resto from 10
                    giving ws-clabe-check-calc
            end-if
            move ws-cta-cbe-mts(20:1) to ws-clabe-check-real
            if ws-clabe-check-calc = ws-clabe-check-real
                move 1 to ws-clabe-valida
            else
                move 0 to ws-clabe-valida
            end-if.
        acumular-digito-clabe.
            compute ws-clabe-campo-pos = ws-clabe-pos + 2
            move ws-cta-cbe-mts(ws-clabe-campo-pos:1)
                to ws-clabe-digito
            divide ws-clabe-pos by 3 giving ws-clabe-cociente
                remainder ws-clabe-resto
            if ws-clabe-resto = 1
                move 3 to ws-clabe-peso
            else
                if ws-clabe-resto = 2
                    move 7 to ws-clabe-peso
                else
                    move 1 to ws-clabe-peso
                end-if
            end-if
            multiply ws-clabe-digito by ws-clabe-peso
                giving ws-clabe-parcial
            divide ws-clabe-parcial by 10 giving ws-clabe-cociente
                remainder ws-clabe-parcial-mod
            add ws-clabe-parcial-mod to ws-clabe-suma.
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
        cargar-listas.
            move 0 to ws-lst-total
            open input listas-file
            if ws-fs-listas = "00"
                move 0 to fin-listas
                move low-values to lst-llave
                start listas-file key is not less than lst-llave
                    invalid key move 1 to fin-listas
                end-start
                perform until fin-listas = 1
                    read listas-file next record
                        at end move 1 to fin-listas
                        not at end
                            if ws-lst-total < ws-lst-max
                                add 1 to ws-lst-total
                                move lst-lista
                                    to ws-lst-lista(ws-lst-total)
                                move lst-id to ws-lst-id(ws-lst-total)
                                move lst-nombre
                                    to ws-lst-nombre(ws-lst-total)
                                move lst-rfc
                                    to ws-lst-rfc(ws-lst-total)
                            else
                                display "AVISO: la lista excede "
                                    ws-lst-max " registros, el resto "
                                    "no se coteja."
                                move 1 to fin-listas
                            end-if
                    end-read
                end-perform
                close listas-file
            end-if.
        abrir-coincidencias.
            open i-o coincidencias-file
            if ws-fs-coincidencias not = "00"
                open output coincidencias-file
                close coincidencias-file
                open i-o coincidencias-file
            end-if.
        abrir-retenidas.
            open i-o retenidas-file
            if ws-fs-retenidas not = "00"
                open output retenidas-file
                close retenidas-file
                open i-o retenidas-file
            end-if.
        buscar-coincidencia-abierta.
            move 0 to ws-coi-abierta
            move 0 to fin-coincidencias
            move ws-coi-no-cte to coi-no-cte
            move low-values to coi-lista
            move low-values to coi-id
            start coincidencias-file key is not less than coi-llave
                invalid key move 1 to fin-coincidencias
            end-start
            perform until fin-coincidencias = 1
                read coincidencias-file next record
                    at end move 1 to fin-coincidencias
                    not at end
                        if coi-no-cte not = ws-coi-no-cte
                            move 1 to fin-coincidencias
                        else
                            if coi-pendiente or coi-confirmada
                                move 1 to ws-coi-abierta
                                move coi-lista to ws-ret-lista
                                move coi-id to ws-ret-id
                                move 1 to fin-coincidencias
                            end-if
                        end-if
                end-read
            end-perform.
        normalizar-nombre.
            inspect ws-nombre-buscar converting
                "abcdefghijklmnopqrstuvwxyz.,;:-_'/"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
            move spaces to ws-nombre-normal
            move 0 to ws-nrm-sal
            move space to ws-nrm-previo
            move 1 to ws-nrm-pos
            perform until ws-nrm-pos > 80
                move ws-nombre-buscar(ws-nrm-pos:1) to ws-nrm-car
                if ws-nrm-car not = space
                    or (ws-nrm-previo not = space and ws-nrm-sal > 0)
                    add 1 to ws-nrm-sal
                    move ws-nrm-car to ws-nombre-normal(ws-nrm-sal:1)
                end-if
                move ws-nrm-car to ws-nrm-previo
                add 1 to ws-nrm-pos
            end-perform.
        cotejar-listas.
            inspect ws-rfc-buscar converting
                "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            move 0 to ws-lst-hit
            move 1 to ws-lst-idx
            perform until ws-lst-idx > ws-lst-total
                or ws-lst-hit not = 0
                perform comparar-entrada-lista
                if ws-lst-coincide = 1
                    perform verificar-descarte
                end-if
                if ws-lst-coincide = 1
                    move ws-lst-idx to ws-lst-hit
                end-if
                add 1 to ws-lst-idx
            end-perform.
        comparar-entrada-lista.
            move 0 to ws-lst-coincide
            if ws-rfc-buscar not = spaces
                and ws-lst-rfc(ws-lst-idx) not = spaces
                if ws-rfc-buscar = ws-lst-rfc(ws-lst-idx)
                    or (ws-lst-rfc(ws-lst-idx)(11:3) = spaces
                    and ws-rfc-buscar(1:10) =
                        ws-lst-rfc(ws-lst-idx)(1:10))
                    move 1 to ws-lst-coincide
                    move "RFC" to ws-criterio
                end-if
            end-if
            if ws-lst-coincide = 0
                and ws-lst-nombre(ws-lst-idx) not = spaces
                if ws-nombre-normal = ws-lst-nombre(ws-lst-idx)
                    or (ws-nombre-invertido not = spaces
                    and ws-nombre-invertido =
                        ws-lst-nombre(ws-lst-idx))
                    move 1 to ws-lst-coincide
                    move "NOMBRE" to ws-criterio
                end-if
            end-if.
        verificar-descarte.
            move ws-coi-no-cte to coi-no-cte
            move ws-lst-lista(ws-lst-idx) to coi-lista
            move ws-lst-id(ws-lst-idx) to coi-id
            read coincidencias-file
                invalid key continue
                not invalid key
                    if coi-descartada
                        move 0 to ws-lst-coincide
                    end-if
            end-read.
        registrar-coincidencia.
            move 1 to ws-retenido
            move ws-lst-lista(ws-lst-hit) to ws-ret-lista
            move ws-lst-id(ws-lst-hit) to ws-ret-id
            move ws-coi-no-cte to coi-no-cte
            move ws-lst-lista(ws-lst-hit) to coi-lista
            move ws-lst-id(ws-lst-hit) to coi-id
            move ws-nombre-original to coi-nombre
            move ws-rfc-buscar to coi-rfc
            move ws-criterio to coi-criterio
            move ws-coi-origen to coi-origen
            move ws-coi-referencia to coi-referencia
            move ws-fecha-proceso to coi-fecha
            move "PENDIENTE" to coi-status
            move spaces to coi-resolvio
            move 0 to coi-fecha-resolucion
            write e1-coincidencia
                invalid key continue
                not invalid key
                    display "COINCIDENCIA " coi-lista " " coi-id
                        " cliente " coi-no-cte " por " coi-criterio
                        " en remesa " rms-referencia
            end-write.
        imprimir-liquidacion.
            display " "
            display "LIQUIDACION DE REMESAS"
            display "   Remesas recibidas: " ws-tot-recibidas
                "  Importe: " ws-suma-recibidas
            display "   Remesas duplicadas ignoradas: "
                ws-tot-duplicadas
            display "   Remesas liberadas reprocesadas: "
                ws-tot-reprocesadas
            display "   Remesas abonadas a cuenta:  " ws-tot-abonadas
                "  Importe: " ws-suma-abonadas
            display "   Remesas por pagar en efectivo: "
                ws-tot-pendientes "  Importe: " ws-suma-pendientes
            display "   Remesas retenidas: " ws-tot-retenidas
                "  Importe: " ws-suma-retenidas
            display "   Remesas devueltas al corresponsal: "
                ws-tot-devueltas "  Importe: " ws-suma-devueltas
            display "      de ellas no cobradas en " ws-dias-remesa
                " dias: " ws-tot-vencidas
            display "   Alertas AML por umbral: " ws-tot-alertas.
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
