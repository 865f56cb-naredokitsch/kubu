        organization is line sequential.

        select movimientos-hist-file assign to "movimientos_hist.dat"
        organization is indexed
        access mode is dynamic
        record key is hs-no-mts-mts
        alternate record key is hs-llave-cta-mts
        alternate record key is hs-llave-cte-mts
        file status is ws-fs-hist.

        select movimientos-master-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is mm-no-mts-mts
        alternate record key is mm-llave-cta-mts
        alternate record key is mm-llave-cte-mts
        file status is ws-fs-master.

        data division.
        fd movimientos-vigentes-file.
        01 vig-movimientos pic X(91).
        fd movimientos-hist-file.
        01 hs-movimientos.
            05 hs-no-mts-mts pic 9(13).
            05 hs-no-cte-mts pic 9(10).
            05 hs-cta-chq-mts pic 9(13).
            05 hs-cta-cbe-mts pic 9(20).
            05 hs-tipo-mts pic A(8).
            05 hs-sdo-mts pic S9(10)V99.
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
        fd movimientos-master-file.
        01 mm-movimientos.
            05 mm-no-mts-mts pic 9(13).
            05 mm-fech-mts pic 9(8).
            05 mm-moneda-mts pic X(3).
            05 mm-sucursal pic 9(4).
            05 mm-llave-cta-mts.
                10 mm-lcta-cuenta pic 9(13).
                10 mm-lcta-fecha pic 9(8).
                10 mm-lcta-no-mts pic 9(13).
            05 mm-llave-cte-mts.
                10 mm-lcte-no-cte pic 9(10).
                10 mm-lcte-fecha pic 9(8).
                10 mm-lcte-no-mts pic 9(13).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-hist pic X(2) value "00".
        abrir-archivos.
            open input movimientos-input-file
            open output movimientos-vigentes-file
            open i-o movimientos-hist-file
            if ws-fs-hist not = "00"
                open output movimientos-hist-file
                close movimientos-hist-file
                open i-o movimientos-hist-file
            end-if
            open i-o movimientos-master-file
            if ws-fs-master not = "00"
            move e1-movimientos to ws-linea
            if ws-mov-aaaammdd < ws-corte-aaaammdd
                if e1-no-mts-mts not = ws-trailer-key
                    perform grabar-historico
                    move e1-no-mts-mts to mm-no-mts-mts
                    delete movimientos-master-file
                        invalid key
                write vig-movimientos
                add 1 to ws-registros-vigentes
            end-if.
        grabar-historico.
            move e1-no-mts-mts to hs-no-mts-mts
            move e1-no-cte-mts to hs-no-cte-mts
            move e1-cta-chq-mts to hs-cta-chq-mts
            move e1-cta-cbe-mts to hs-cta-cbe-mts
            move e1-tipo-mts to hs-tipo-mts
            move e1-sdo-mts to hs-sdo-mts
            move e1-fech-mts to hs-fech-mts
            move e1-moneda-mts to hs-moneda-mts
            move e1-sucursal to hs-sucursal
            move e1-cta-chq-mts to hs-lcta-cuenta
            move ws-mov-aaaammdd to hs-lcta-fecha
            move e1-no-mts-mts to hs-lcta-no-mts
            move e1-no-cte-mts to hs-lcte-no-cte
            move ws-mov-aaaammdd to hs-lcte-fecha
            move e1-no-mts-mts to hs-lcte-no-mts
            write hs-movimientos
                invalid key
                    display "El movimiento " e1-no-mts-mts
                        " ya estaba en movimientos_hist.dat"
            end-write
            add 1 to ws-registros-archivados.
        actualizar-trailer-maestro.
            move 0 to ws-master-total-count
            move 0 to ws-master-total-suma
            move spaces to mm-moneda-mts
            move 0 to mm-sucursal
            if ws-master-trailer-existe = 1
                perform armar-llaves-mts
                rewrite mm-movimientos
            else
                perform armar-llaves-mts
                write mm-movimientos
            end-if.
        armar-llaves-mts.
            move mm-cta-chq-mts to mm-lcta-cuenta
            move mm-fech-mts(5:4) to mm-lcta-fecha(1:4)
            move mm-fech-mts(3:2) to mm-lcta-fecha(5:2)
            move mm-fech-mts(1:2) to mm-lcta-fecha(7:2)
            move mm-no-mts-mts to mm-lcta-no-mts
            move mm-no-cte-mts to mm-lcte-no-cte
            move mm-lcta-fecha to mm-lcte-fecha
            move mm-no-mts-mts to mm-lcte-no-mts.
