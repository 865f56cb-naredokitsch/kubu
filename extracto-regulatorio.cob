        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select movimientos-hist-file assign to "movimientos_hist.dat"
        organization is indexed
        access mode is sequential
        record key is hs-no-mts-mts
        alternate record key is hs-llave-cta-mts
        alternate record key is hs-llave-cte-mts
        file status is ws-fs-hist.

        select plazos-file assign to "plazos.dat"

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.
        data division.
        file section.
        fd cuentas-file.
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
        fd plazos-file.
        01 e1-plazos.
            05 plz-no-plazo pic 9(10).
            05 rdm-cuenta-movs pic 9(10).
            05 rdm-suma pic 9(14)V99.
            05 filler pic X(24).
        01 reg-detalle-gat.
            05 rdg-tipo pic X(2).
            05 rdg-no-plazo pic 9(10).
            05 rdg-sucursal pic 9(4).
            05 rdg-moneda pic X(3).
            05 rdg-plazo-dias pic 9(3).
            05 rdg-tasa pic 9V9999.
            05 rdg-signo-nominal pic X(1).
            05 rdg-gat-nominal pic 9(3)V99.
            05 rdg-signo-real pic X(1).
            05 rdg-gat-real pic 9(3)V99.
            05 filler pic X(21).
        01 reg-trailer.
            05 rt-tipo pic X(2).
            05 rt-detalles pic 9(8).
            05 filler pic X(12).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-monedas pic 9 value 0.
        77 ws-num-grupos-plz pic 9(3) value 0.
        77 ws-kdx pic 9(3) value 0.
        77 ws-plz-sucursal pic 9(4) value 0.
        77 ws-fs-parametros pic X(2) value "00".
        77 fin-parametros pic 9 value 0.
        77 ws-inflacion pic 9(3)V99 value 4.00.
        77 ws-gat-factor pic 9(3)V9(8) value 0.
        77 ws-gat-exponente pic 9(3)V9(8) value 0.
        77 ws-gat-potencia pic 9(3)V9(8) value 0.
        77 ws-gat-nominal pic S9(3)V99 value 0.
        77 ws-gat-real pic S9(3)V99 value 0.
        01 ws-tabla-tipos.
            05 ws-tip-entrada occurs 10 times.
                10 ws-tip-tipo pic A(8).
            display "Ejercicio (aaaa): "with no advancing
            accept ws-anio-proceso
            accept ws-fecha-sistema from date yyyymmdd
            perform cargar-inflacion
            perform abrir-cuentas
            perform abrir-saldos-cuenta
            perform abrir-saldos-hist
                close regulatorio-file
                display "EXTRACTO NO EMITIDO: el detalle no suma al "
                    "trailer, regulatorio.dat quedo vacio."
                move 1 to return-code
            end-if
            perform marcar-checkpoint
            stop run.
            move "EXTRACTO" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
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
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                perform grabar-detalle-plazo
                add 1 to ws-kdx
            end-perform
            perform grabar-gat-plazos
            move 1 to ws-jdx
            perform until ws-jdx > ws-num-tipos
                perform grabar-detalle-movs
            write reg-detalle-saldo
            add 1 to ws-tot-detalles
            add rds-saldo to ws-suma-saldos.
        grabar-gat-plazos.
            perform abrir-cuentas
            open input plazos-file
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
                            perform grabar-detalle-gat
                        end-if
                end-read
            end-perform
            close plazos-file
            close cuentas-file
            move 0 to fin-fichero.
        grabar-detalle-gat.
            move 0 to ws-plz-sucursal
            move plz-cuenta-ligada to cta-no-cuenta
            read cuentas-file
                invalid key continue
                not invalid key
                    move cta-sucursal to ws-plz-sucursal
            end-read
            perform calcular-gat-plazo
            move spaces to reg-detalle-gat
            move "04" to rdg-tipo
            move plz-no-plazo to rdg-no-plazo
            move ws-plz-sucursal to rdg-sucursal
            move plz-moneda to rdg-moneda
            move plz-plazo-dias to rdg-plazo-dias
            move plz-tasa to rdg-tasa
            if ws-gat-nominal < 0
                move "-" to rdg-signo-nominal
            else
                move "+" to rdg-signo-nominal
            end-if
            move ws-gat-nominal to rdg-gat-nominal
            if ws-gat-real < 0
                move "-" to rdg-signo-real
            else
                move "+" to rdg-signo-real
            end-if
            move ws-gat-real to rdg-gat-real
            write reg-detalle-gat
            add 1 to ws-tot-detalles.
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
        grabar-detalle-movs.
            move spaces to reg-detalle-movs
            move "03" to rdm-tipo
                add 1 to ws-val-detalles
                add rdm-suma to ws-val-movs
            end-if
            if rh-tipo = "04"
                add 1 to ws-val-detalles
            end-if
            if rh-tipo = "09"
                move 1 to ws-val-trailer
            end-if.
