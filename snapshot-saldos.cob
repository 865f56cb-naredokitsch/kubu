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
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-hay-ledger pic 9 value 0.
        77 ws-cuenta-actual pic 9(13) value 0.
        77 ws-moneda-actual pic X(3) value spaces.
        77 ws-monto-mov pic S9(10)V99 value 0.
        77 ws-total-snapshots pic 9(10) value 0.
        procedure division.
        inicio-snapshot.
            end-write
            add 1 to ws-total-snapshots.
        construir-ledger-inicial.
            open input movimientos-file
            if ws-fs-movimientos = "00"
                move 0 to fin-fichero
                move 1 to e1-lcta-cuenta
                move 0 to e1-lcta-fecha
                move 0 to e1-lcta-no-mts
                start movimientos-file
                    key is not less than e1-llave-cta-mts
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
            open input movimientos-hist-file
            if ws-fs-hist = "00"
                move 0 to fin-fichero
                move 1 to hs-lcta-cuenta
                move 0 to hs-lcta-fecha
                move 0 to hs-lcta-no-mts
                start movimientos-hist-file
                    key is not less than hs-llave-cta-mts
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read movimientos-hist-file next record
                        at end move 1 to fin-fichero
                        not at end perform copiar-mov-historico
                    end-read
                end-perform
                close movimientos-hist-file
            end-if.
        copiar-mov-actual.
            if e1-no-mts-mts not = ws-trailer-key
                move e1-cta-chq-mts to ws-cuenta-actual
                move e1-moneda-mts to ws-moneda-actual
                move e1-sdo-mts to ws-monto-mov
                perform acumular-ledger-inicial
            end-if.
        copiar-mov-historico.
            if hs-no-mts-mts not = ws-trailer-key
                move hs-cta-chq-mts to ws-cuenta-actual
                move hs-moneda-mts to ws-moneda-actual
                move hs-sdo-mts to ws-monto-mov
                perform acumular-ledger-inicial
            end-if.
        acumular-ledger-inicial.
            move ws-cuenta-actual to sc-cuenta
            move ws-moneda-actual to sc-moneda
            read saldos-cuenta-file
                invalid key
                    move ws-monto-mov to sc-saldo
                    move 0 to sc-ultimo-mts
                    write e1-saldos-cuenta
                not invalid key
                    add ws-monto-mov to sc-saldo
                    rewrite e1-saldos-cuenta
            end-read.
