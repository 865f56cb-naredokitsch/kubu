        environment division.
        input-output section.
        file-control.
        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select movimientos-hist-file assign to "movimientos_hist.dat"
        organization is indexed
        access mode is dynamic
        record key is hs-no-mts-mts
        alternate record key is hs-llave-cta-mts
        alternate record key is hs-llave-cte-mts
        file status is ws-fs-hist.

        select clientes-input-file assign to "clientes_ord.dat"
        organization is line sequential
        file status is ws-fs-clientes.
        organization is line sequential.
        data division.
        file section.
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
        fd movimientos-hist-file.
        01 hs-movimientos.
            05 hs-no-mts-mts pic 9(13).
            05 hs-fech-mts pic 9(8).
            05 hs-moneda-mts pic X(3).
            05 hs-sucursal pic 9(4).
            05 hs-llave-cta-mts.
                10 hs-lcta-cuenta pic 9(13).
                10 hs-lcta-fecha pic 9(8).
                10 hs-lcta-no-mts pic 9(13).
            05 hs-llave-cte-mts.
                10 hs-lcte-no-cte pic 9(10).
                10 hs-lcte-fecha pic 9(8).
                10 hs-lcte-no-mts pic 9(13).
        fd clientes-input-file.
        01 in-clientes.
            05 in-no-cte pic 9(10).
        77 fin-fichero pic 9 value 0.
        77 fin-clientes pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-actual-abierto pic 9 value 0.
        77 ws-fs-hist pic X(2) value "00".
        77 ws-hist-abierto pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-th-dia pic 9(2) value 0.
        77 ws-th-mes pic 9(2) value 0.
        77 ws-th-anio pic 9(4) value 0.
        01 ws-clave-actual pic X(31) value spaces.
        01 ws-clave-hist pic X(31) value spaces.
        01 or-movimientos.
            05 or-no-mts-mts pic 9(13).
            05 or-no-cte-mts pic 9(10).
            05 or-cta-chq-mts pic 9(13).
            05 or-cta-cbe-mts pic 9(20).
            05 or-tipo-mts pic A(8).
            05 or-sdo-mts pic S9(10)V99.
            05 or-fech-mts pic 9(8).
            05 or-moneda-mts pic X(3).
            05 or-sucursal pic 9(4).
        procedure division.
        inicio-aml.
            display "REPORTE DE OPERACIONES INUSUALES (AML)"
            perform cargar-tasas
            close tasas-file
            perform abrir-tasas-hist
            open input clientes-input-file
            perform posicionar-actual
            perform posicionar-historico
            perform abrir-riesgo
            move 1 to ws-primer-registro
            perform until ws-clave-actual = high-values
                and ws-clave-hist = high-values
                if ws-clave-hist < ws-clave-actual
                    move hs-movimientos to or-movimientos
                    perform leer-historico
                else
                    move e1-movimientos to or-movimientos
                    perform leer-actual
                end-if
                if or-no-mts-mts not = ws-trailer-key
                    perform analizar-movimiento
                end-if
            end-perform
            if ws-primer-registro = 0
                perform cerrar-dia
                perform cerrar-cliente
            end-if
            if ws-actual-abierto = 1
                close movimientos-file
            end-if
            if ws-hist-abierto = 1
                close movimientos-hist-file
            end-if
            if ws-fs-clientes = "00"
                close clientes-input-file
            end-if
                invalid key move 0 to ws-tasa-eur-mxn
                not invalid key move tas-valor to ws-tasa-eur-mxn
            end-read.
        posicionar-actual.
            move high-values to ws-clave-actual
            open input movimientos-file
            if ws-fs-movimientos = "00"
                move 1 to ws-actual-abierto
                move 0 to fin-fichero
                move 0 to e1-lcte-no-cte
                move 0 to e1-lcte-fecha
                move 0 to e1-lcte-no-mts
                start movimientos-file
                    key is not less than e1-llave-cte-mts
                    invalid key move 1 to fin-fichero
                end-start
                if fin-fichero = 0
                    perform leer-actual
                end-if
            end-if.
        leer-actual.
            move high-values to ws-clave-actual
            read movimientos-file next record
                at end continue
                not at end move e1-llave-cte-mts to ws-clave-actual
            end-read.
        posicionar-historico.
            move high-values to ws-clave-hist
            open input movimientos-hist-file
            if ws-fs-hist = "00"
                move 1 to ws-hist-abierto
                move 0 to fin-fichero
                move 0 to hs-lcte-no-cte
                move 0 to hs-lcte-fecha
                move 0 to hs-lcte-no-mts
                start movimientos-hist-file
                    key is not less than hs-llave-cte-mts
                    invalid key move 1 to fin-fichero
                end-start
                if fin-fichero = 0
                    perform leer-historico
                end-if
            end-if.
        leer-historico.
            move high-values to ws-clave-hist
            read movimientos-hist-file next record
                at end continue
                not at end move hs-llave-cte-mts to ws-clave-hist
            end-read.
        convertir-a-mxn.
            if or-moneda-mts = "USD" or or-moneda-mts = "EUR"
                move or-fech-mts(1:2) to ws-th-dia
