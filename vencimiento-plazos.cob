        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select saldos-file assign to "saldos.dat"

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.
        data division.
        file section.
        fd plazos-file.
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
        fd saldos-file.
        01 e1-saldos.
            05 sdo-no-cte pic 9(10).
            05 fol-siguiente pic 9(13).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 ws-resto-400 pic 9(4) value 0.
        77 ws-cociente pic 9(4) value 0.
        77 ws-tasa-isr pic 9V9999 value 0.
        77 ws-fs-parametros pic X(2) value "00".
        77 fin-parametros pic 9 value 0.
        77 ws-inflacion pic 9(3)V99 value 4.00.
        77 ws-gat-factor pic 9(3)V9(8) value 0.
        77 ws-gat-exponente pic 9(3)V9(8) value 0.
        77 ws-gat-potencia pic 9(3)V9(8) value 0.
        77 ws-gat-nominal pic S9(3)V99 value 0.
        77 ws-gat-real pic S9(3)V99 value 0.
        77 ws-interes-bruto pic S9(12)V99 value 0.
        77 ws-retencion pic S9(12)V99 value 0.
        77 ws-no-cte pic 9(10) value 0.
                + ws-mes * 100 + ws-dia
            move ws-anio to ws-anio-proceso
            perform cargar-tasa-isr
            perform cargar-inflacion
            perform abrir-plazos
            perform abrir-cuentas
            perform abrir-movimientos
                    "en tasas_interes.dat, el interes se pagara sin "
                    "retencion."
            end-if.
        cargar-inflacion.
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "INFLACION"
                                move par-valor to ws-inflacion
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-plazos.
            open i-o plazos-file
            if ws-fs-plazos not = "00"
            add 1 to ws-tot-renovados
            display "Inversion " plz-no-plazo " renovada como "
                ws-no-plazo-nuevo " al " ws-fecha-vto-nueva
                ", interes pagado " ws-interes-bruto
            perform calcular-gat-plazo
            display "   GAT nominal " ws-gat-nominal
                "%  GAT real " ws-gat-real
                "%  antes de impuestos, para fines informativos y "
                "de comparacion".
        calcular-gat-plazo.
            compute ws-gat-factor rounded =
                1 + (plz-tasa * plz-plazo-dias / 360)
            compute ws-gat-exponente rounded = 360 / plz-plazo-dias
            compute ws-gat-potencia rounded =
                ws-gat-factor ** ws-gat-exponente
            compute ws-gat-nominal rounded =
                (ws-gat-potencia - 1) * 100
            compute ws-gat-real rounded =
                (((1 + (ws-gat-nominal / 100))
                    / (1 + (ws-inflacion / 100))) - 1) * 100.
        abonar-principal.
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move ws-fecha-proceso to e1-fech-mts
            move plz-moneda to e1-moneda-mts
            move ws-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    display "No se pudo abonar el principal de "
                move ws-fecha-proceso to e1-fech-mts
                move plz-moneda to e1-moneda-mts
                move ws-sucursal to e1-sucursal
                perform armar-llaves-mts
                write e1-movimientos
                    invalid key
                        display "No se pudo abonar el interes de "
                move ws-fecha-proceso to e1-fech-mts
                move plz-moneda to e1-moneda-mts
                move ws-sucursal to e1-sucursal
                perform armar-llaves-mts
                write e1-movimientos
                    invalid key
                        display "No se pudo retener el ISR de "
            move spaces to e1-moneda-mts
            move 0 to e1-sucursal
            if ws-trailer-existe = 1
                perform armar-llaves-mts
                rewrite e1-movimientos
            else
                perform armar-llaves-mts
                write e1-movimientos
            end-if.
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
