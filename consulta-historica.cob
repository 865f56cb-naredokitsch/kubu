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

        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
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
        fd clientes-file.
        01 e1-clientes.
            05 cli-no-cte pic 9(10).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-actual-abierto pic 9 value 0.
        77 ws-fs-hist pic X(2) value "00".
        77 ws-hist-abierto pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-cliente pic 9(10) value 0.
        77 ws-saldo-corriente pic S9(12)V99 value 0.
        77 ws-total-detalles pic 9(10) value 0.
        77 ws-coincide pic 9 value 0.
        77 ws-encabezado-impreso pic 9 value 0.
        01 ws-clave-actual pic X(34) value spaces.
        01 ws-clave-hist pic X(34) value spaces.
        01 ws-seleccion.
            05 ws-sel-no-mts pic 9(13).
            05 ws-sel-no-cte pic 9(10).
            05 ws-sel-cuenta pic 9(13).
            05 ws-sel-tipo pic A(8).
            05 ws-sel-sdo pic S9(10)V99.
            05 ws-sel-fech pic 9(8).
            05 ws-sel-moneda pic X(3).
            05 ws-sel-fecha-ord pic 9(8).
        01 ws-nombre-cliente pic X(62) value spaces.
        01 ws-linea pic X(80).
        procedure division.
            move ws-hasta to ws-fecha-comp
            perform convertir-fecha
            move ws-fecha-comp to ws-hasta-comp
            perform generar-estado
            display "Estado historico generado en "
                "estado_cuenta_hist.dat con " ws-total-detalles
            move ws-fecha-comp(5:4) to ws-anio
            compute ws-fecha-comp = ws-anio * 10000
                + ws-mes * 100 + ws-dia.
        generar-estado.
            perform buscar-nombre-cliente
            open output estado-cuenta-file
            move 0 to ws-saldo-inicial
            move 0 to ws-encabezado-impreso
            perform posicionar-actual
            perform posicionar-historico
            perform until ws-clave-actual = high-values
                and ws-clave-hist = high-values
                if ws-clave-hist < ws-clave-actual
                    perform tomar-historico
                    perform leer-historico
                else
                    perform tomar-actual
                    perform leer-actual
                end-if
                perform evaluar-seleccion
            end-perform
            if ws-encabezado-impreso = 0
                move ws-saldo-inicial to ws-saldo-corriente
                perform imprimir-encabezado
            end-if
            perform imprimir-cierre
            if ws-actual-abierto = 1
                close movimientos-file
            end-if
            if ws-hist-abierto = 1
                close movimientos-hist-file
            end-if
            close estado-cuenta-file.
        posicionar-actual.
            move high-values to ws-clave-actual
            open input movimientos-file
            if ws-fs-movimientos = "00"
                move 1 to ws-actual-abierto
                move 0 to fin-fichero
                if ws-cliente not = 0
                    move ws-cliente to e1-lcte-no-cte
                    move 0 to e1-lcte-fecha
                    move 0 to e1-lcte-no-mts
                    start movimientos-file
                        key is not less than e1-llave-cte-mts
                        invalid key move 1 to fin-fichero
                    end-start
                else
                    move ws-cuenta to e1-lcta-cuenta
                    move 0 to e1-lcta-fecha
                    move 0 to e1-lcta-no-mts
                    start movimientos-file
                        key is not less than e1-llave-cta-mts
                        invalid key move 1 to fin-fichero
                    end-start
                end-if
                if fin-fichero = 0
                    perform leer-actual
                end-if
            end-if.
        leer-actual.
            move high-values to ws-clave-actual
            read movimientos-file next record
                at end continue
                not at end
                    if ws-cliente not = 0
                        if e1-lcte-no-cte = ws-cliente
                            and e1-lcte-fecha not > ws-hasta-comp
                            move e1-llave-cte-mts to ws-clave-actual
                        end-if
                    else
                        if e1-lcta-cuenta = ws-cuenta
                            and e1-lcta-fecha not > ws-hasta-comp
                            move e1-llave-cta-mts to ws-clave-actual
                        end-if
                    end-if
            end-read.
        tomar-actual.
            move e1-no-mts-mts to ws-sel-no-mts
            move e1-no-cte-mts to ws-sel-no-cte
            move e1-cta-chq-mts to ws-sel-cuenta
            move e1-tipo-mts to ws-sel-tipo
            move e1-sdo-mts to ws-sel-sdo
            move e1-fech-mts to ws-sel-fech
            move e1-moneda-mts to ws-sel-moneda
            move e1-lcta-fecha to ws-sel-fecha-ord.
        posicionar-historico.
            move high-values to ws-clave-hist
            open input movimientos-hist-file
            if ws-fs-hist = "00"
                move 1 to ws-hist-abierto
                move 0 to fin-fichero
                if ws-cliente not = 0
                    move ws-cliente to hs-lcte-no-cte
                    move 0 to hs-lcte-fecha
                    move 0 to hs-lcte-no-mts
                    start movimientos-hist-file
                        key is not less than hs-llave-cte-mts
                        invalid key move 1 to fin-fichero
                    end-start
                else
                    move ws-cuenta to hs-lcta-cuenta
                    move 0 to hs-lcta-fecha
                    move 0 to hs-lcta-no-mts
                    start movimientos-hist-file
                        key is not less than hs-llave-cta-mts
                        invalid key move 1 to fin-fichero
                    end-start
                end-if
                if fin-fichero = 0
                    perform leer-historico
                end-if
            end-if.
        leer-historico.
            move high-values to ws-clave-hist
            read movimientos-hist-file next record
                at end continue
                not at end
                    if ws-cliente not = 0
                        if hs-lcte-no-cte = ws-cliente
                            and hs-lcte-fecha not > ws-hasta-comp
                            move hs-llave-cte-mts to ws-clave-hist
                        end-if
                    else
                        if hs-lcta-cuenta = ws-cuenta
                            and hs-lcta-fecha not > ws-hasta-comp
                            move hs-llave-cta-mts to ws-clave-hist
                        end-if
                    end-if
            end-read.
        tomar-historico.
            move hs-no-mts-mts to ws-sel-no-mts
            move hs-no-cte-mts to ws-sel-no-cte
            move hs-cta-chq-mts to ws-sel-cuenta
            move hs-tipo-mts to ws-sel-tipo
            move hs-sdo-mts to ws-sel-sdo
            move hs-fech-mts to ws-sel-fech
            move hs-moneda-mts to ws-sel-moneda
            move hs-lcta-fecha to ws-sel-fecha-ord.
        evaluar-seleccion.
            move 0 to ws-coincide
            if ws-sel-no-mts not = ws-trailer-key
                if ws-cliente not = 0
                    if ws-cuenta = 0 or ws-sel-cuenta = ws-cuenta
                        move 1 to ws-coincide
                    end-if
                else
                    move 1 to ws-coincide
                end-if
            end-if
            if ws-coincide = 1
                if ws-sel-fecha-ord < ws-desde-comp
                    add ws-sel-sdo to ws-saldo-inicial
                else
                    if ws-encabezado-impreso = 0
                        move ws-saldo-inicial to ws-saldo-corriente
                        perform imprimir-encabezado
                    end-if
                    perform imprimir-detalle
                end-if
            end-if.
        buscar-nombre-cliente.
            move spaces to ws-nombre-cliente
            if ws-cliente = 0
                   ws-saldo-inicial delimited by size
                   into ws-linea
            move ws-linea to e1-estado-linea
            write e1-estado-linea
            move 1 to ws-encabezado-impreso.
        imprimir-detalle.
            move spaces to ws-linea
            string ws-sel-fech delimited by size
                   "  " delimited by size
                   ws-sel-tipo delimited by size
                   "  " delimited by size
                   ws-sel-sdo delimited by size
                   "  " delimited by size
                   ws-sel-moneda delimited by size
                   into ws-linea
            move ws-linea to e1-estado-linea
            write e1-estado-linea
            add ws-sel-sdo to ws-saldo-corriente
            add 1 to ws-total-detalles.
        imprimir-cierre.
            move spaces to ws-linea
