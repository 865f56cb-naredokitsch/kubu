        select clientes-input-file assign to "clientes_ord.dat"
        organization is line sequential.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select estado-cuenta-file assign to "estado_cuenta.dat"
        organization is line sequential.
        record key is frm-llave
        file status is ws-fs-firmantes.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select saldos-cuenta-file assign to "saldos_cuenta.dat"
        organization is indexed
        access mode is dynamic
        record key is sc-llave
        file status is ws-fs-saldos-cuenta.

        select tasas-interes-file assign to "tasas_interes.dat"
        organization is indexed
        access mode is dynamic
        record key is ti-llave
        file status is ws-fs-tasas-int.

        select tarifas-file assign to "tarifas.dat"
        organization is indexed
        access mode is dynamic
        record key is tar-codigo
        file status is ws-fs-tarifas.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        data division.
        file section.

                10 in-edo-cte pic X(30).
                10 in-pais-cte pic X(30).

        fd movimientos-file.
        01 e1-movimientos.
            05 e1-no-mts-mts pic 9(13).
            05 e1-no-cte-mts pic 9(10).
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

        fd estado-cuenta-file.
        01 e1-estado-linea pic X(80).
            05 ivc-moneda pic X(3).
            05 ivc-base pic 9(10)V99.
            05 ivc-iva pic 9(10)V99.
            05 ivc-concepto pic X(4).

        fd firmantes-file.
        01 e1-firmante.
                88 frm-activa value "ACTIVA".
                88 frm-cancelada value "CANCELADA".

        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
                88 cta-activa value "ACTIVA".
                88 cta-bloqueada value "BLOQUEADA".
                88 cta-cerrada value "CERRADA".
                88 cta-inactiva value "INACTIVA".
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).

        fd saldos-cuenta-file.
        01 e1-saldos-cuenta.
            05 sc-llave.
                10 sc-cuenta pic 9(13).
                10 sc-moneda pic X(3).
            05 sc-saldo pic S9(12)V99.
            05 sc-ultimo-mts pic 9(13).

        fd tasas-interes-file.
        01 e1-tasas-interes.
            05 ti-llave.
                10 ti-moneda pic X(3).
                10 ti-banda pic 9(2).
            05 ti-limite-inferior pic 9(10)V99.
            05 ti-tasa pic 9V9999.
            05 ti-fecha-vigor pic 9(8).

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

        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-clientes pic 9 value 0.
        77 ws-saldo-inicial pic S9(10)V99 value 0.
        77 ws-saldo-corriente pic S9(10)V99 value 0.
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-actual-abierto pic 9 value 0.
        77 ws-fs-iva pic X(2) value "00".
        77 ws-fs-firmantes pic X(2) value "00".
        77 fin-firmantes pic 9 value 0.
        77 ws-cuentas-firmadas pic 9(4) value 0.
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-tasas-int pic X(2) value "00".
        77 ws-fs-tarifas pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 fin-cuentas pic 9 value 0.
        77 fin-catalogo pic 9 value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-inflacion pic 9(3)V99 value 4.00.
        77 ws-num-bandas pic 9(2) value 0.
        77 ws-num-tarifas pic 9(2) value 0.
        77 ws-idx pic 9(2) value 0.
        77 ws-banda-hallada pic 9 value 0.
        77 ws-limite-hallado pic 9(10)V99 value 0.
        77 ws-tasa-interes pic 9V9999 value 0.
        77 ws-saldo-gat pic S9(12)V99 value 0.
        77 ws-comision-mes pic 9(10)V99 value 0.
        77 ws-faltante pic S9(12)V99 value 0.
        77 ws-gat-factor pic S9(7)V9(8) value 0.
        77 ws-gat-potencia pic S9(3)V9(8) value 0.
        77 ws-gat-nominal pic S9(3)V99 value 0.
        77 ws-gat-real pic S9(3)V99 value 0.
        01 ws-nombre-cliente pic X(62).
        01 ws-linea pic X(80).
        01 ws-tabla-bandas.
            05 ws-banda-entrada occurs 30 times.
                10 ws-bnd-limite pic 9(10)V99.
                10 ws-bnd-tasa pic 9V9999.
        01 ws-tabla-tarifas.
            05 ws-tar-entrada occurs 20 times.
                10 ws-tar-monto pic 9(8)V99.
                10 ws-tar-porcentaje pic 9V9999.
                10 ws-tar-criterio pic X(9).
                10 ws-tar-parametro pic 9(10)V99.
                10 ws-tar-status pic X(9).
        procedure division.
        inicio-estado.
            open input clientes-input-file
            open input movimientos-file
            if ws-fs-movimientos = "00"
                move 1 to ws-actual-abierto
                move 0 to e1-lcte-no-cte
                move 0 to e1-lcte-fecha
                move 0 to e1-lcte-no-mts
                start movimientos-file
                    key is not less than e1-llave-cte-mts
                    invalid key move 1 to fin-fichero
                end-start
            else
                move 1 to fin-fichero
            end-if
            open output estado-cuenta-file
            open input iva-comisiones-file
            open input firmantes-file
            accept ws-fecha-sistema from date yyyymmdd
            perform cargar-bandas-gat
            perform cargar-tarifas-gat
            perform cargar-inflacion
            open input cuentas-file
            open input saldos-cuenta-file
            move 0 to fin-clientes
            perform leer-siguiente-movimiento
            perform until fin-fichero = 1
                move e1-no-cte-mts to ws-cliente-actual
                move 0 to ws-saldo-inicial
                move 0 to ws-saldo-corriente
                perform buscar-cliente
                perform imprimir-encabezado
                perform until fin-fichero = 1
                             or e1-no-cte-mts not = ws-cliente-actual
                    perform imprimir-detalle
                    perform leer-siguiente-movimiento
                end-perform
                perform imprimir-cierre
            end-perform
            close clientes-input-file
            if ws-actual-abierto = 1
                close movimientos-file
            end-if
            close estado-cuenta-file
            if ws-fs-iva = "00"
                close iva-comisiones-file
            if ws-fs-firmantes = "00"
                close firmantes-file
            end-if
            if ws-fs-cuentas = "00"
                close cuentas-file
            end-if
            if ws-fs-saldos-cuenta = "00"
                close saldos-cuenta-file
            end-if
            stop run.
        cargar-bandas-gat.
            move 0 to ws-num-bandas
            open input tasas-interes-file
            if ws-fs-tasas-int = "00"
                move 0 to fin-catalogo
                move spaces to ti-moneda
                move 0 to ti-banda
                start tasas-interes-file key is not less than ti-llave
                    invalid key move 1 to fin-catalogo
                end-start
                perform until fin-catalogo = 1
                    read tasas-interes-file next record
                        at end move 1 to fin-catalogo
                        not at end
                            if ti-moneda = "MXN"
                                and ti-fecha-vigor
                                    not > ws-fecha-sistema
                                and ws-num-bandas < 30
                                add 1 to ws-num-bandas
                                move ti-limite-inferior
                                    to ws-bnd-limite(ws-num-bandas)
                                move ti-tasa
                                    to ws-bnd-tasa(ws-num-bandas)
                            end-if
                    end-read
                end-perform
                close tasas-interes-file
            end-if.
        cargar-tarifas-gat.
            move 0 to ws-num-tarifas
            open input tarifas-file
            if ws-fs-tarifas = "00"
                move 0 to fin-catalogo
                move spaces to tar-codigo
                start tarifas-file key is not less than tar-codigo
                    invalid key move 1 to fin-catalogo
                end-start
                perform until fin-catalogo = 1
                    read tarifas-file next record
                        at end move 1 to fin-catalogo
                        not at end
                            if tar-moneda = "MXN"
                                and ws-num-tarifas < 20
                                perform guardar-tarifa-gat
                            end-if
                    end-read
                end-perform
                close tarifas-file
            end-if.
        guardar-tarifa-gat.
            add 1 to ws-num-tarifas
            move tar-monto to ws-tar-monto(ws-num-tarifas)
            move tar-porcentaje to ws-tar-porcentaje(ws-num-tarifas)
            move tar-criterio to ws-tar-criterio(ws-num-tarifas)
            move tar-parametro to ws-tar-parametro(ws-num-tarifas)
            move tar-status-aplica to ws-tar-status(ws-num-tarifas).
        cargar-inflacion.
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-catalogo
                perform until fin-catalogo = 1
                    read parametros-file
                        at end move 1 to fin-catalogo
                        not at end
                            if par-clave = "INFLACION"
                                move par-valor to ws-inflacion
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        leer-siguiente-movimiento.
            perform until fin-fichero = 1
                read movimientos-file next record
                    at end move 1 to fin-fichero
                end-read
                if fin-fichero = 1 or e1-no-mts-mts not = ws-trailer-key
                    exit perform
                end-if
            end-perform.
            write e1-estado-linea.
        imprimir-detalle.
            move spaces to ws-linea
            string e1-fech-mts delimited by size
                   "  " delimited by size
                   e1-tipo-mts delimited by size
                   "  " delimited by size
                   e1-sdo-mts delimited by size
                   "  " delimited by size
                   e1-moneda-mts delimited by size
                   into ws-linea
            move ws-linea to e1-estado-linea
            write e1-estado-linea
            if e1-tipo-mts = "COMISION"
                perform imprimir-desglose-iva
            end-if
            add e1-sdo-mts to ws-saldo-corriente.
        imprimir-desglose-iva.
            if ws-fs-iva = "00"
                move e1-no-mts-mts to ivc-no-mts-mts
                read iva-comisiones-file
                    invalid key continue
                    not invalid key
                   into ws-linea
            move ws-linea to e1-estado-linea
            write e1-estado-linea
            perform imprimir-gat-cuentas
            perform imprimir-cuentas-firmadas
            move spaces to e1-estado-linea
            write e1-estado-linea.
                   into ws-linea
            move ws-linea to e1-estado-linea
            write e1-estado-linea.
        imprimir-gat-cuentas.
            if ws-fs-cuentas = "00"
                move 0 to fin-cuentas
                move 0 to cta-no-cuenta
                start cuentas-file
                    key is not less than cta-no-cuenta
                    invalid key move 1 to fin-cuentas
                end-start
                perform until fin-cuentas = 1
                    read cuentas-file next record
                        at end move 1 to fin-cuentas
                        not at end
                            if cta-no-cte = ws-cliente-actual
                                and not cta-cerrada
                                perform imprimir-gat-cuenta
                            end-if
                    end-read
                end-perform
            end-if.
        imprimir-gat-cuenta.
            move 0 to ws-saldo-gat
            if ws-fs-saldos-cuenta = "00"
                move cta-no-cuenta to sc-cuenta
                move "MXN" to sc-moneda
                read saldos-cuenta-file
                    invalid key continue
                    not invalid key move sc-saldo to ws-saldo-gat
                end-read
            end-if
            perform buscar-tasa-gat
            perform calcular-comision-gat
            move spaces to ws-linea
            if ws-saldo-gat > 0
                perform calcular-gat-cuenta
                string "CUENTA " delimited by size
                       cta-no-cuenta delimited by size
                       "  TASA " delimited by size
                       ws-tasa-interes delimited by size
                       "  GAT NOMINAL " delimited by size
                       ws-gat-nominal delimited by size
                       "%  GAT REAL " delimited by size
                       ws-gat-real delimited by size
                       "%" delimited by size
                       into ws-linea
            else
                string "CUENTA " delimited by size
                       cta-no-cuenta delimited by size
                       "  TASA " delimited by size
                       ws-tasa-interes delimited by size
                       "  GAT NO APLICA, SIN SALDO EN MXN"
                           delimited by size
                       into ws-linea
            end-if
            move ws-linea to e1-estado-linea
            write e1-estado-linea.
        buscar-tasa-gat.
            move 0 to ws-banda-hallada
            move 0 to ws-limite-hallado
            move 0 to ws-tasa-interes
            move 1 to ws-idx
            perform until ws-idx > ws-num-bandas
                if ws-saldo-gat >= ws-bnd-limite(ws-idx)
                    if ws-banda-hallada = 0
                        or ws-bnd-limite(ws-idx) >= ws-limite-hallado
                        move 1 to ws-banda-hallada
                        move ws-bnd-limite(ws-idx)
                            to ws-limite-hallado
                        move ws-bnd-tasa(ws-idx) to ws-tasa-interes
                    end-if
                end-if
                add 1 to ws-idx
            end-perform.
        calcular-comision-gat.
            move 0 to ws-comision-mes
            move 1 to ws-idx
            perform until ws-idx > ws-num-tarifas
                if ws-tar-criterio(ws-idx) = "ESTATUS"
                    and cta-status = ws-tar-status(ws-idx)
                    add ws-tar-monto(ws-idx) to ws-comision-mes
                end-if
                if ws-tar-criterio(ws-idx) = "SALDOMIN"
                    and ws-saldo-corriente < ws-tar-parametro(ws-idx)
                    compute ws-faltante =
                        ws-tar-parametro(ws-idx) - ws-saldo-corriente
                    compute ws-comision-mes = ws-comision-mes
                        + ws-tar-monto(ws-idx)
                        + (ws-faltante * ws-tar-porcentaje(ws-idx))
                end-if
                add 1 to ws-idx
            end-perform.
        calcular-gat-cuenta.
            compute ws-gat-factor rounded = 1 + ws-tasa-interes
                - (ws-comision-mes / ws-saldo-gat)
            if ws-gat-factor > 0
                compute ws-gat-potencia rounded = ws-gat-factor ** 12
                compute ws-gat-nominal rounded =
                    (ws-gat-potencia - 1) * 100
            else
                move -100 to ws-gat-nominal
            end-if
            compute ws-gat-real rounded =
                (((1 + (ws-gat-nominal / 100))
                    / (1 + (ws-inflacion / 100))) - 1) * 100.
