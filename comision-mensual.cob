        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-master.

        select cuentas-file assign to "cuentas.dat"
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
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 ivc-moneda pic X(3).
            05 ivc-base pic 9(10)V99.
            05 ivc-iva pic 9(10)V99.
            05 ivc-concepto pic X(4).
        fd dias-inhabiles-file.
        01 e1-dia-inhabil.
            05 dih-fecha pic 9(8).
        77 ws-fecha-corrida pic 9(8) value 0.
        77 ws-mes-corrida pic 9(2) value 0.
        77 ws-anio-corrida pic 9(4) value 0.
        77 ws-mes-desde pic 9(8) value 0.
        77 ws-mes-hasta pic 9(8) value 0.
        77 fin-cuentas pic 9 value 0.
        77 ws-num-tarifas pic 9(2) value 0.
        77 ws-idx pic 9(2) value 0.
        77 ws-cuenta-actual pic 9(13) value 0.
        77 ws-cliente-actual pic 9(10) value 0.
        77 ws-movs-mes pic 9(10) value 0.
                end-read
            end-perform.
        procesar-movs.
            compute ws-mes-desde = ws-anio-corrida * 10000
                + ws-mes-corrida * 100
            compute ws-mes-hasta = ws-mes-desde + 99
            move 0 to fin-cuentas
            move 0 to cta-no-cuenta
            start cuentas-file key is not less than cta-no-cuenta
                invalid key move 1 to fin-cuentas
            end-start
            perform until fin-cuentas = 1
                read cuentas-file next record
                    at end move 1 to fin-cuentas
                    not at end perform contar-movs-cuenta
                end-read
            end-perform.
        contar-movs-cuenta.
            move cta-no-cuenta to ws-cuenta-actual
            move cta-no-cte to ws-cliente-actual
            move 0 to ws-movs-mes
            move 0 to fin-fichero
            move ws-cuenta-actual to e1-lcta-cuenta
            move ws-mes-desde to e1-lcta-fecha
            move 0 to e1-lcta-no-mts
            start movimientos-master-file
                key is not less than e1-llave-cta-mts
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read movimientos-master-file next record
                    at end move 1 to fin-fichero
                    not at end perform acumular-cuenta
                end-read
            end-perform
            if ws-movs-mes > 0
                perform evaluar-movs-cuenta
            end-if.
        acumular-cuenta.
            if e1-lcta-cuenta not = ws-cuenta-actual
                or e1-lcta-fecha > ws-mes-hasta
                move 1 to fin-fichero
            else
                if e1-no-mts-mts not = ws-trailer-key
                    and (e1-tipo-mts = "RETIRO  "
                        or e1-tipo-mts = "DEPOSITO"
                        or e1-tipo-mts = "TRANSFER")
                    add 1 to ws-movs-mes
                end-if
            end-if.
            move ws-fecha-corrida to e1-fech-mts
            move ws-tar-moneda(ws-idx) to e1-moneda-mts
            move ws-sucursal-cargo to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    display "No se pudo cargar la comision "
            move e1-moneda-mts to ivc-moneda
            move ws-base-cargo to ivc-base
            move ws-iva-cargo to ivc-iva
            move ws-tar-codigo(ws-idx) to ivc-concepto
            write e1-iva-comision
                invalid key
                    display "No se pudo registrar el desglose de IVA "
            move spaces to e1-moneda-mts
            move 0 to e1-sucursal
            if ws-trailer-existe = 1
                perform armar-llaves-mts
                rewrite e1-movimientos
            else
                perform armar-llaves-mts
                write e1-movimientos
            end-if.
        imprimir-resumen.
            display "Base gravable: " ws-total-base
                "  IVA trasladado (" ws-tasa-iva "%): "
                ws-total-iva.
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
