        identification division.
        program-id. conciliacion-mayor.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select catalogo-file assign to "catalogo_contable.dat"
        organization is indexed
        access mode is dynamic
        record key is cat-cuenta
        file status is ws-fs-catalogo.

        select mayor-file assign to "saldos_mayor.dat"
        organization is indexed
        access mode is dynamic
        record key is may-llave
        file status is ws-fs-mayor.

        select saldos-cuenta-file assign to "saldos_cuenta.dat"
        organization is indexed
        access mode is dynamic
        record key is sc-llave
        file status is ws-fs-saldos-cuenta.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

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

        select cajas-file assign to "cajas.dat"
        organization is indexed
        access mode is dynamic
        record key is caja-llave
        file status is ws-fs-cajas.

        select boveda-file assign to "boveda.dat"
        organization is indexed
        access mode is dynamic
        record key is bov-sucursal
        file status is ws-fs-boveda.

        select devengo-file assign to "devengo_intereses.dat"
        organization is indexed
        access mode is dynamic
        record key is dvg-llave
        file status is ws-fs-devengo.

        select tasas-file assign to "tasas.dat"
        organization is indexed
        access mode is dynamic
        record key is tas-moneda
        file status is ws-fs-tasas.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select conciliacion-file assign to "conciliacion_mayor.dat"
        organization is line sequential.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
        file section.
        fd catalogo-file.
        01 e1-catalogo.
            05 cat-cuenta pic 9(4).
            05 cat-descripcion pic X(30).
            05 cat-naturaleza pic X(1).
                88 cat-deudora value "D".
                88 cat-acreedora value "A".
            05 cat-nivel pic 9(1).
            05 cat-auxiliar pic X(10).
                88 cat-sin-auxiliar value spaces.
                88 cat-aux-vista value "VISTA".
                88 cat-aux-plazos value "PLAZOS".
                88 cat-aux-cheques-caja value "CHQCAJA".
                88 cat-aux-cajas value "CAJAS".
                88 cat-aux-dev-vista value "DEVVISTA".
                88 cat-aux-dev-plazo value "DEVPLAZO".
                88 cat-aux-dev-sbg value "DEVSBG".
        fd mayor-file.
        01 e1-mayor.
            05 may-llave.
                10 may-cuenta pic 9(4).
                10 may-anio pic 9(4).
                10 may-mes pic 9(2).
            05 may-cargos pic 9(14)V99.
            05 may-abonos pic 9(14)V99.
        fd saldos-cuenta-file.
        01 e1-saldos-cuenta.
            05 sc-llave.
                10 sc-cuenta pic 9(13).
                10 sc-moneda pic X(3).
            05 sc-saldo pic S9(12)V99.
            05 sc-ultimo-mts pic 9(13).
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
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
        fd cajas-file.
        01 e1-cajas.
            05 caja-llave.
                10 caja-sucursal pic 9(4).
                10 caja-operador pic X(10).
                10 caja-fecha pic 9(8).
            05 caja-saldo-inicial pic 9(12)V99.
            05 caja-entradas pic 9(12)V99.
            05 caja-salidas pic 9(12)V99.
            05 caja-status pic X(9).
                88 caja-abierta value "ABIERTA".
                88 caja-cerrada value "CERRADA".
            05 caja-depositos pic 9(12)V99.
        fd boveda-file.
        01 e1-boveda.
            05 bov-sucursal pic 9(4).
            05 bov-saldo pic S9(14)V99.
        fd devengo-file.
        01 e1-devengo.
            05 dvg-llave.
                10 dvg-tipo pic X(1).
                    88 dvg-vista value "A".
                    88 dvg-plazo value "P".
                    88 dvg-sobregiro value "S".
                10 dvg-referencia pic 9(13).
                10 dvg-moneda pic X(3).
            05 dvg-no-cte pic 9(10).
            05 dvg-sucursal pic 9(4).
            05 dvg-acumulado pic 9(12)V99.
            05 dvg-acumulado-mxn pic 9(12)V99.
            05 dvg-dias pic 9(5).
            05 dvg-fecha-ultimo pic 9(8).
            05 dvg-fecha-reversa pic 9(8).
        fd tasas-file.
        01 e1-tasas.
            05 tas-moneda pic X(3).
            05 tas-valor pic 9(6)V9999.
            05 tas-fecha-actualizacion pic 9(8).
            05 tas-compra pic 9(6)V9999.
            05 tas-venta pic 9(6)V9999.
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd conciliacion-file.
        01 e1-conciliacion.
            05 cnc-fecha pic 9(8).
            05 cnc-tipo pic X(1).
                88 cnc-detalle value "D".
                88 cnc-total value "T".
            05 cnc-cuenta pic 9(4).
            05 cnc-auxiliar pic X(10).
            05 cnc-moneda pic X(3).
            05 cnc-sucursal pic 9(4).
            05 cnc-saldo-auxiliar pic S9(14)V99.
            05 cnc-saldo-auxiliar-mxn pic S9(14)V99.
            05 cnc-sobregiro pic S9(14)V99.
            05 cnc-saldo-mayor pic S9(14)V99.
            05 cnc-diferencia pic S9(14)V99.
            05 cnc-status pic X(10).
                88 cnc-cuadra value "CUADRA".
                88 cnc-con-diferencia value "DIFERENCIA".
                88 cnc-excede value "EXCEDE".
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-catalogo pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-fs-catalogo pic X(2) value "00".
        77 ws-fs-mayor pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-plazos pic X(2) value "00".
        77 ws-fs-chq-caja pic X(2) value "00".
        77 ws-fs-cajas pic X(2) value "00".
        77 ws-fs-boveda pic X(2) value "00".
        77 ws-fs-devengo pic X(2) value "00".
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-periodo-proceso pic 9(6) value 0.
        77 ws-periodo-mayor pic 9(6) value 0.
        77 ws-tasa-usd-mxn pic 9(6)V9999 value 0.
        77 ws-tasa-eur-mxn pic 9(6)V9999 value 0.
        77 ws-tolerancia pic 9(10)V99 value 0.
        77 ws-tipo-devengo pic X(1) value space.
        77 ws-moneda pic X(3) value spaces.
        77 ws-sucursal pic 9(4) value 0.
        77 ws-monto pic S9(14)V99 value 0.
        77 ws-monto-mxn pic S9(14)V99 value 0.
        77 ws-saldo-mayor pic S9(14)V99 value 0.
        77 ws-saldo-auxiliar pic S9(14)V99 value 0.
        77 ws-diferencia pic S9(14)V99 value 0.
        77 ws-diferencia-abs pic 9(14)V99 value 0.
        77 ws-status pic X(10) value spaces.
        77 ws-cuentas-control pic 9(6) value 0.
        77 ws-cuentas-cuadradas pic 9(6) value 0.
        77 ws-cuentas-diferencia pic 9(6) value 0.
        77 ws-cuentas-excedidas pic 9(6) value 0.
        77 ws-num-lineas pic 9(4) value 0.
        77 ws-idx pic 9(4) value 0.
        77 ws-encontrado pic 9 value 0.
        77 ws-tabla-llena pic 9 value 0.
        01 ws-tabla-auxiliar.
            05 ws-aux-linea occurs 2000 times.
                10 ws-aux-moneda pic X(3).
                10 ws-aux-sucursal pic 9(4).
                10 ws-aux-saldo pic S9(14)V99.
                10 ws-aux-saldo-mxn pic S9(14)V99.
                10 ws-aux-sobregiro pic S9(14)V99.
        procedure division.
        inicio-conciliacion.
            accept ws-fecha-parm from command-line
            accept ws-fecha-sistema from date yyyymmdd
            if ws-fecha-parm not = spaces
                move ws-fecha-parm to ws-fecha-proceso
            else
                move ws-fecha-sistema(1:4) to ws-anio
                move ws-fecha-sistema(5:2) to ws-mes
                move ws-fecha-sistema(7:2) to ws-dia
                compute ws-fecha-proceso = ws-dia * 1000000
                    + ws-mes * 10000 + ws-anio
            end-if
            move ws-fecha-proceso(3:2) to ws-mes
            move ws-fecha-proceso(5:4) to ws-anio
            compute ws-periodo-proceso = ws-anio * 100 + ws-mes
            display "CONCILIACION DEL MAYOR CONTRA AUXILIARES - FECHA "
                ws-fecha-proceso
            perform cargar-parametros
            perform abrir-tasas
            perform cargar-tasas
            close tasas-file
            perform abrir-archivos
            open output conciliacion-file
            move 0 to fin-catalogo
            move 0 to cat-cuenta
            start catalogo-file key is not less than cat-cuenta
                invalid key move 1 to fin-catalogo
            end-start
            perform until fin-catalogo = 1
                read catalogo-file next record
                    at end move 1 to fin-catalogo
                    not at end
                        if not cat-sin-auxiliar
                            perform conciliar-cuenta
                        end-if
                end-read
            end-perform
            close conciliacion-file
            perform cerrar-archivos
            display " "
            display "RESUMEN DE LA CONCILIACION"
            display "   Cuentas de control:        " ws-cuentas-control
            display "   Cuadradas:                 "
                ws-cuentas-cuadradas
            display "   Con diferencia tolerada:   "
                ws-cuentas-diferencia
            display "   Fuera de tolerancia:       "
                ws-cuentas-excedidas
            display "   Tolerancia MXN: " ws-tolerancia
            if ws-cuentas-control = 0
                display "AVISO: ninguna cuenta del catalogo contable "
                    "tiene auxiliar asignado, no hubo que conciliar."
            end-if
            if ws-cuentas-excedidas > 0
                display "ALERTA: el mayor no cuadra con sus auxiliares "
                    "por encima de la tolerancia, el ciclo nocturno "
                    "no debe continuar hasta aclarar las diferencias "
                    "en conciliacion_mayor.dat."
                move 1 to return-code
            else
                perform marcar-checkpoint
            end-if
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "CONCILIA" to e1-checkpoint
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
                            if par-clave = "TOLCONCIL"
                                move par-valor to ws-tolerancia
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-tasas.
            open input tasas-file
            if ws-fs-tasas not = "00"
                open output tasas-file
                close tasas-file
                open input tasas-file
            end-if.
        cargar-tasas.
            move "USD" to tas-moneda
            read tasas-file
                invalid key move 0 to ws-tasa-usd-mxn
                not invalid key move tas-valor to ws-tasa-usd-mxn
            end-read
            move "EUR" to tas-moneda
            read tasas-file
                invalid key move 0 to ws-tasa-eur-mxn
                not invalid key move tas-valor to ws-tasa-eur-mxn
            end-read.
        abrir-archivos.
            open input catalogo-file
            if ws-fs-catalogo not = "00"
                open output catalogo-file
                close catalogo-file
                open input catalogo-file
            end-if
            open input mayor-file
            if ws-fs-mayor not = "00"
                open output mayor-file
                close mayor-file
                open input mayor-file
            end-if
            open input saldos-cuenta-file
            if ws-fs-saldos-cuenta not = "00"
                open output saldos-cuenta-file
                close saldos-cuenta-file
                open input saldos-cuenta-file
            end-if
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if
            open input plazos-file
            if ws-fs-plazos not = "00"
                open output plazos-file
                close plazos-file
                open input plazos-file
            end-if
            open input cheques-caja-file
            if ws-fs-chq-caja not = "00"
                open output cheques-caja-file
                close cheques-caja-file
                open input cheques-caja-file
            end-if
            open input cajas-file
            if ws-fs-cajas not = "00"
                open output cajas-file
                close cajas-file
                open input cajas-file
            end-if
            open input boveda-file
            if ws-fs-boveda not = "00"
                open output boveda-file
                close boveda-file
                open input boveda-file
            end-if
            open input devengo-file
            if ws-fs-devengo not = "00"
                open output devengo-file
                close devengo-file
                open input devengo-file
            end-if.
        cerrar-archivos.
            close catalogo-file
            close mayor-file
            close saldos-cuenta-file
            close cuentas-file
            close plazos-file
            close cheques-caja-file
            close cajas-file
            close boveda-file
            close devengo-file.
        conciliar-cuenta.
            add 1 to ws-cuentas-control
            move 0 to ws-num-lineas
            move 0 to ws-tabla-llena
            move 0 to ws-saldo-auxiliar
            display " "
            display "CUENTA " cat-cuenta " " cat-descripcion
                "  AUXILIAR " cat-auxiliar
            if cat-aux-vista
                perform auxiliar-vista
            else
             if cat-aux-plazos
                perform auxiliar-plazos
             else
              if cat-aux-cheques-caja
                perform auxiliar-cheques-caja
              else
               if cat-aux-cajas
                perform auxiliar-cajas
               else
                if cat-aux-dev-vista
                    move "A" to ws-tipo-devengo
                    perform auxiliar-devengo
                else
                 if cat-aux-dev-plazo
                    move "P" to ws-tipo-devengo
                    perform auxiliar-devengo
                 else
                  if cat-aux-dev-sbg
                    move "S" to ws-tipo-devengo
                    perform auxiliar-devengo
                  else
                    display "   AVISO: auxiliar " cat-auxiliar
                        " no reconocido, se compara contra cero."
                  end-if
                 end-if
                end-if
               end-if
              end-if
             end-if
            end-if
            perform calcular-saldo-mayor
            subtract ws-saldo-auxiliar from ws-saldo-mayor
                giving ws-diferencia
            move ws-diferencia to ws-diferencia-abs
            if ws-diferencia = 0
                move "CUADRA" to ws-status
                add 1 to ws-cuentas-cuadradas
            else
                if ws-diferencia-abs > ws-tolerancia
                    move "EXCEDE" to ws-status
                    add 1 to ws-cuentas-excedidas
                else
                    move "DIFERENCIA" to ws-status
                    add 1 to ws-cuentas-diferencia
                end-if
            end-if
            move 1 to ws-idx
            perform until ws-idx > ws-num-lineas
                perform grabar-linea-auxiliar
                add 1 to ws-idx
            end-perform
            perform grabar-total-cuenta.
        auxiliar-vista.
            move 0 to fin-fichero
            move 0 to sc-cuenta
            move spaces to sc-moneda
            start saldos-cuenta-file key is not less than sc-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read saldos-cuenta-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if sc-saldo not = 0
                            move sc-cuenta to cta-no-cuenta
                            perform buscar-sucursal-cuenta
                            move sc-moneda to ws-moneda
                            move sc-saldo to ws-monto
                            perform convertir-a-mxn
                            perform agregar-linea
                        end-if
                end-read
            end-perform.
        auxiliar-plazos.
            move 0 to fin-fichero
            move 0 to plz-no-plazo
            start plazos-file key is not less than plz-no-plazo
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read plazos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if plz-vigente
                            move plz-cuenta-ligada to cta-no-cuenta
                            perform buscar-sucursal-cuenta
                            move plz-moneda to ws-moneda
                            move plz-principal to ws-monto
                            perform convertir-a-mxn
                            perform agregar-linea
                        end-if
                end-read
            end-perform.
        auxiliar-cheques-caja.
            move 0 to fin-fichero
            move 0 to cdc-no-cheque
            start cheques-caja-file key is not less than cdc-no-cheque
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read cheques-caja-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if cdc-emitido or cdc-caducado
                            move cdc-cuenta to cta-no-cuenta
                            perform buscar-sucursal-cuenta
                            move "MXN" to ws-moneda
                            move cdc-monto to ws-monto
                            move cdc-monto to ws-monto-mxn
                            perform agregar-linea
                        end-if
                end-read
            end-perform.
        auxiliar-cajas.
            move 0 to fin-fichero
            move 0 to bov-sucursal
            start boveda-file key is not less than bov-sucursal
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read boveda-file next record
                    at end move 1 to fin-fichero
                    not at end
                        move bov-sucursal to ws-sucursal
                        move "MXN" to ws-moneda
                        move bov-saldo to ws-monto
                        move bov-saldo to ws-monto-mxn
                        perform agregar-linea
                end-read
            end-perform
            move 0 to fin-fichero
            move 0 to caja-sucursal
            move spaces to caja-operador
            move 0 to caja-fecha
            start cajas-file key is not less than caja-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read cajas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if caja-abierta
                            move caja-sucursal to ws-sucursal
                            move "MXN" to ws-moneda
                            compute ws-monto = caja-saldo-inicial
                                + caja-entradas - caja-salidas
                            move ws-monto to ws-monto-mxn
                            perform agregar-linea
                        end-if
                end-read
            end-perform.
        auxiliar-devengo.
            move 0 to fin-fichero
            move ws-tipo-devengo to dvg-tipo
            move 0 to dvg-referencia
            move spaces to dvg-moneda
            start devengo-file key is not less than dvg-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read devengo-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if dvg-tipo not = ws-tipo-devengo
                            move 1 to fin-fichero
                        else
                            if dvg-acumulado > 0
                                move dvg-sucursal to ws-sucursal
                                move dvg-moneda to ws-moneda
                                move dvg-acumulado to ws-monto
                                move dvg-acumulado-mxn to ws-monto-mxn
                                perform agregar-linea
                            end-if
                        end-if
                end-read
            end-perform.
        buscar-sucursal-cuenta.
            read cuentas-file
                invalid key move 0 to ws-sucursal
                not invalid key move cta-sucursal to ws-sucursal
            end-read.
        convertir-a-mxn.
            if ws-moneda = "USD"
                multiply ws-monto by ws-tasa-usd-mxn
                    giving ws-monto-mxn rounded
            else
                if ws-moneda = "EUR"
                    multiply ws-monto by ws-tasa-eur-mxn
                        giving ws-monto-mxn rounded
                else
                    move ws-monto to ws-monto-mxn
                end-if
            end-if.
        agregar-linea.
            add ws-monto-mxn to ws-saldo-auxiliar
            move 0 to ws-encontrado
            move 1 to ws-idx
            perform until ws-idx > ws-num-lineas
                or ws-encontrado = 1
                if ws-aux-moneda(ws-idx) = ws-moneda
                    and ws-aux-sucursal(ws-idx) = ws-sucursal
                    move 1 to ws-encontrado
                else
                    add 1 to ws-idx
                end-if
            end-perform
            if ws-encontrado = 0
                if ws-num-lineas < 2000
                    add 1 to ws-num-lineas
                    move ws-num-lineas to ws-idx
                    move ws-moneda to ws-aux-moneda(ws-idx)
                    move ws-sucursal to ws-aux-sucursal(ws-idx)
                    move 0 to ws-aux-saldo(ws-idx)
                    move 0 to ws-aux-saldo-mxn(ws-idx)
                    move 0 to ws-aux-sobregiro(ws-idx)
                    move 1 to ws-encontrado
                else
                    if ws-tabla-llena = 0
                        display "   AVISO: demasiadas combinaciones "
                            "de moneda y sucursal, el desglose queda "
                            "incompleto; el total si incluye todo."
                        move 1 to ws-tabla-llena
                    end-if
                end-if
            end-if
            if ws-encontrado = 1
                add ws-monto to ws-aux-saldo(ws-idx)
                add ws-monto-mxn to ws-aux-saldo-mxn(ws-idx)
                if cat-aux-vista and ws-monto < 0
                    add ws-monto to ws-aux-sobregiro(ws-idx)
                end-if
            end-if.
        calcular-saldo-mayor.
            move 0 to ws-saldo-mayor
            move 0 to fin-fichero
            move cat-cuenta to may-cuenta
            move ws-anio to may-anio
            move 0 to may-mes
            read mayor-file
                invalid key move 0 to may-anio
                not invalid key move ws-anio to may-anio
            end-read
            move cat-cuenta to may-cuenta
            move 0 to may-mes
            start mayor-file key is not less than may-llave

                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read mayor-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if may-cuenta not = cat-cuenta
                            move 1 to fin-fichero
                        else
                            compute ws-periodo-mayor =
                                may-anio * 100 + may-mes
                            if ws-periodo-mayor not > ws-periodo-proceso
                                perform sumar-saldo-mayor
                            end-if
                        end-if
                end-read
            end-perform.
        sumar-saldo-mayor.
            if cat-acreedora
                compute ws-saldo-mayor = ws-saldo-mayor
                    + may-abonos - may-cargos
            else
                compute ws-saldo-mayor = ws-saldo-mayor
                    + may-cargos - may-abonos
            end-if.
        grabar-linea-auxiliar.
            display "   " ws-aux-moneda(ws-idx)
                "  sucursal " ws-aux-sucursal(ws-idx)
                "  saldo " ws-aux-saldo(ws-idx)
                "  MXN " ws-aux-saldo-mxn(ws-idx)
            if ws-aux-sobregiro(ws-idx) < 0
                display "        de ello sobregiros "
                    ws-aux-sobregiro(ws-idx)
            end-if
            move ws-fecha-proceso to cnc-fecha
            move "D" to cnc-tipo
            move cat-cuenta to cnc-cuenta
            move cat-auxiliar to cnc-auxiliar
            move ws-aux-moneda(ws-idx) to cnc-moneda
            move ws-aux-sucursal(ws-idx) to cnc-sucursal
            move ws-aux-saldo(ws-idx) to cnc-saldo-auxiliar
            move ws-aux-saldo-mxn(ws-idx) to cnc-saldo-auxiliar-mxn
            move ws-aux-sobregiro(ws-idx) to cnc-sobregiro
            move 0 to cnc-saldo-mayor
            move 0 to cnc-diferencia
            move ws-status to cnc-status
            write e1-conciliacion.
        grabar-total-cuenta.
            display "   Saldo en mayor:     " ws-saldo-mayor
            display "   Saldo en auxiliar:  " ws-saldo-auxiliar
            display "   Diferencia:         " ws-diferencia
                "  " ws-status
            move ws-fecha-proceso to cnc-fecha
            move "T" to cnc-tipo
            move cat-cuenta to cnc-cuenta
            move cat-auxiliar to cnc-auxiliar
            move "MXN" to cnc-moneda
            move 0 to cnc-sucursal
            move ws-saldo-auxiliar to cnc-saldo-auxiliar
            move ws-saldo-auxiliar to cnc-saldo-auxiliar-mxn
            move 0 to cnc-sobregiro
            move ws-saldo-mayor to cnc-saldo-mayor
            move ws-diferencia to cnc-diferencia
            move ws-status to cnc-status
            write e1-conciliacion.
