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

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
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
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 fin-movimientos pic 9 value 0.
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-actual-abierto pic 9 value 0.
        77 ws-fs-hist pic X(2) value "00".
        77 ws-hist-abierto pic 9 value 0.
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-mant-aud pic X(2) value "00".
        77 ws-mov-comp pic 9(8) value 0.
        77 ws-ultimo-existe pic 9 value 0.
        77 ws-fecha-referencia pic 9(8) value 0.
        77 ws-cuenta-actual pic 9(13) value 0.
        77 ws-fecha-maxima pic 9(8) value 0.
        77 ws-saldo-mxn pic S9(12)V99 value 0.
            display "Meses para pasar a INACTIVA: " ws-meses-inactiva
            display "Meses para reporte de abandono: "
                ws-meses-abandono
            perform abrir-movimientos
            perform abrir-cuentas
            perform abrir-saldos-cuenta
            display " "
            display "CUENTAS CON SALDO EN TERMINO DE ABANDONO"
            move 0 to fin-fichero
            end-perform
            close cuentas-file
            close saldos-cuenta-file
            if ws-actual-abierto = 1
                close movimientos-file
            end-if
            if ws-hist-abierto = 1
                close movimientos-hist-file
            end-if
            display " "
            display "Cuentas marcadas INACTIVA: " ws-tot-marcadas
            display "Cuentas en termino de abandono: " ws-tot-abandono
                end-perform
                close parametros-file
            end-if.
        abrir-movimientos.
            open input movimientos-file
            if ws-fs-movimientos = "00"
                move 1 to ws-actual-abierto
            end-if
            open input movimientos-hist-file
            if ws-fs-hist = "00"
                move 1 to ws-hist-abierto
            end-if.
        buscar-ultimo-mov.
            move cta-no-cuenta to ws-cuenta-actual
            move 0 to ws-fecha-maxima
            if ws-actual-abierto = 1
                move 0 to fin-movimientos
                move ws-cuenta-actual to e1-lcta-cuenta
                move 0 to e1-lcta-fecha
                move 0 to e1-lcta-no-mts
                start movimientos-file
                    key is not less than e1-llave-cta-mts
                    invalid key move 1 to fin-movimientos
                end-start
                perform until fin-movimientos = 1
                    read movimientos-file next record
                        at end move 1 to fin-movimientos
                        not at end perform revisar-mov-actual
                    end-read
                end-perform
            end-if
            if ws-hist-abierto = 1
                move 0 to fin-movimientos
                move ws-cuenta-actual to hs-lcta-cuenta
                move 0 to hs-lcta-fecha
                move 0 to hs-lcta-no-mts
                start movimientos-hist-file
                    key is not less than hs-llave-cta-mts
                    invalid key move 1 to fin-movimientos
                end-start
                perform until fin-movimientos = 1
                    read movimientos-hist-file next record
                        at end move 1 to fin-movimientos
                        not at end perform revisar-mov-historico
                    end-read
                end-perform
            end-if
            if ws-fecha-maxima > 0
                move 1 to ws-ultimo-existe
            else
                move 0 to ws-ultimo-existe
            end-if.
        revisar-mov-actual.
            if e1-lcta-cuenta not = ws-cuenta-actual
                move 1 to fin-movimientos
            else
                if e1-no-mts-mts not = ws-trailer-key
                    and (e1-tipo-mts = "RETIRO  "
                        or e1-tipo-mts = "DEPOSITO"
                        or e1-tipo-mts = "TRANSFER"
                        or e1-tipo-mts = "CAMBIO  ")
                    and e1-lcta-fecha > ws-fecha-maxima
                    move e1-lcta-fecha to ws-fecha-maxima
                end-if
            end-if.
        revisar-mov-historico.
            if hs-lcta-cuenta not = ws-cuenta-actual
                move 1 to fin-movimientos
            else
                if hs-no-mts-mts not = ws-trailer-key
                    and (hs-tipo-mts = "RETIRO  "
                        or hs-tipo-mts = "DEPOSITO"
                        or hs-tipo-mts = "TRANSFER"
                        or hs-tipo-mts = "CAMBIO  ")
                    and hs-lcta-fecha > ws-fecha-maxima
                    move hs-lcta-fecha to ws-fecha-maxima
                end-if
            end-if.
        abrir-cuentas.
            open i-o cuentas-file
            if ws-fs-cuentas not = "00"
            end-if.
        evaluar-cuenta.
            if cta-activa or cta-inactiva
                perform buscar-ultimo-mov
                if ws-ultimo-existe = 1
                    move ws-fecha-maxima to ws-fecha-referencia
                else
                    move cta-fecha-apertura to ws-fecha-referencia
                end-if
