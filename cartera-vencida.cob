        identification division.
        program-id. cartera-vencida.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select creditos-file assign to "creditos.dat"
        organization is indexed
        access mode is dynamic
        record key is cre-no-credito
        file status is ws-fs-creditos.

        select amortizaciones-file assign to "amortizaciones.dat"
        organization is indexed
        access mode is dynamic
        record key is amo-llave
        file status is ws-fs-amortiza.

        select cartera-file assign to "cartera_vencida.dat"
        organization is line sequential.

        select cartera-sort-file assign to "cartera_sort.dat".

        select cartera-ord-file assign to "cartera_vencida_ord.dat"
        organization is line sequential.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd creditos-file.
        01 e1-creditos.
            05 cre-no-credito pic 9(10).
            05 cre-no-cte pic 9(10).
            05 cre-cuenta pic 9(13).
            05 cre-sucursal pic 9(4).
            05 cre-principal pic 9(10)V99.
            05 cre-tasa-anual pic 9V9999.
            05 cre-plazo pic 9(3).
            05 cre-frecuencia pic X(9).
                88 cre-mensual value "MENSUAL".
                88 cre-quincenal value "QUINCENAL".
                88 cre-semanal value "SEMANAL".
            05 cre-cuota pic 9(10)V99.
            05 cre-fecha-disposicion pic 9(8).
            05 cre-saldo-capital pic 9(10)V99.
            05 cre-dias-atraso pic 9(4).
            05 cre-status pic X(9).
                88 cre-vigente value "VIGENTE".
                88 cre-vencido value "VENCIDO".
                88 cre-liquidado value "LIQUIDADO".
            05 cre-no-mts-disp pic 9(13).
            05 cre-operador pic X(10).
        fd amortizaciones-file.
        01 e1-amortizacion.
            05 amo-llave.
                10 amo-no-credito pic 9(10).
                10 amo-no-pago pic 9(3).
            05 amo-fecha-vence pic 9(8).
            05 amo-capital pic 9(10)V99.
            05 amo-interes pic 9(10)V99.
            05 amo-cuota pic 9(10)V99.
            05 amo-saldo-insoluto pic 9(10)V99.
            05 amo-status pic X(9).
                88 amo-pendiente value "PENDIENTE".
                88 amo-pagada value "PAGADA".
            05 amo-fecha-pago pic 9(8).
            05 amo-no-mts pic 9(13).
        fd cartera-file.
        01 crv-registro.
            05 crv-sucursal pic 9(4).
            05 crv-no-credito pic 9(10).
            05 crv-no-cte pic 9(10).
            05 crv-cuenta pic 9(13).
            05 crv-saldo-capital pic 9(10)V99.
            05 crv-dias-atraso pic 9(4).
            05 crv-tramo-1 pic 9(10)V99.
            05 crv-tramo-2 pic 9(10)V99.
            05 crv-tramo-3 pic 9(10)V99.
            05 crv-tramo-4 pic 9(10)V99.
        sd cartera-sort-file.
        01 sr-registro.
            05 sr-sucursal pic 9(4).
            05 sr-no-credito pic 9(10).
            05 sr-resto pic X(87).
        fd cartera-ord-file.
        01 or-registro.
            05 or-sucursal pic 9(4).
            05 or-no-credito pic 9(10).
            05 or-no-cte pic 9(10).
            05 or-cuenta pic 9(13).
            05 or-saldo-capital pic 9(10)V99.
            05 or-dias-atraso pic 9(4).
            05 or-tramo-1 pic 9(10)V99.
            05 or-tramo-2 pic 9(10)V99.
            05 or-tramo-3 pic 9(10)V99.
            05 or-tramo-4 pic 9(10)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-amortiza pic 9 value 0.
        77 ws-fs-creditos pic X(2) value "00".
        77 ws-fs-amortiza pic X(2) value "00".
        77 ws-fecha-corte pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-corte-dias pic 9(8) value 0.
        77 ws-vence-dias pic 9(8) value 0.
        77 ws-atraso pic S9(8) value 0.
        77 ws-no-credito pic 9(10) value 0.
        77 ws-con-atraso pic 9 value 0.
        77 ws-primer-registro pic 9 value 1.
        77 ws-sucursal-actual pic 9(4) value 0.
        77 ws-suc-creditos pic 9(6) value 0.
        77 ws-suc-capital pic 9(12)V99 value 0.
        77 ws-suc-tramo-1 pic 9(12)V99 value 0.
        77 ws-suc-tramo-2 pic 9(12)V99 value 0.
        77 ws-suc-tramo-3 pic 9(12)V99 value 0.
        77 ws-suc-tramo-4 pic 9(12)V99 value 0.
        77 ws-tot-creditos pic 9(6) value 0.
        77 ws-tot-capital pic 9(12)V99 value 0.
        77 ws-tot-tramo-1 pic 9(12)V99 value 0.
        77 ws-tot-tramo-2 pic 9(12)V99 value 0.
        77 ws-tot-tramo-3 pic 9(12)V99 value 0.
        77 ws-tot-tramo-4 pic 9(12)V99 value 0.
        procedure division.
        inicio-cartera.
            display "REPORTE DE CARTERA VENCIDA POR SUCURSAL"
            display "Fecha de corte (ddmmaaaa, ENTER = hoy): "
                with no advancing
            accept ws-fecha-corte
            if ws-fecha-corte = 0
                accept ws-fecha-sistema from date yyyymmdd
                move ws-fecha-sistema(1:4) to ws-anio
                move ws-fecha-sistema(5:2) to ws-mes
                move ws-fecha-sistema(7:2) to ws-dia
                compute ws-fecha-corte = ws-dia * 1000000
                    + ws-mes * 10000 + ws-anio
            end-if
            move ws-fecha-corte(1:2) to ws-dia
            move ws-fecha-corte(3:2) to ws-mes
            move ws-fecha-corte(5:4) to ws-anio
            compute ws-corte-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            perform abrir-creditos
            perform abrir-amortizaciones
            open output cartera-file
            move 0 to fin-fichero
            move 0 to cre-no-credito
            start creditos-file key is not less than cre-no-credito
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read creditos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if not cre-liquidado
                            perform clasificar-credito
                        end-if
                end-read
            end-perform
            close cartera-file
            close creditos-file
            close amortizaciones-file
            sort cartera-sort-file
                on ascending key sr-sucursal sr-no-credito
                using cartera-file
                giving cartera-ord-file
            perform imprimir-cartera
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "CARTERA" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-creditos.
            open input creditos-file
            if ws-fs-creditos not = "00"
                open output creditos-file
                close creditos-file
                open input creditos-file
            end-if.
        abrir-amortizaciones.
            open input amortizaciones-file
            if ws-fs-amortiza not = "00"
                open output amortizaciones-file
                close amortizaciones-file
                open input amortizaciones-file
            end-if.
        clasificar-credito.
            move cre-no-credito to ws-no-credito
            move 0 to ws-con-atraso
            move cre-sucursal to crv-sucursal
            move cre-no-credito to crv-no-credito
            move cre-no-cte to crv-no-cte
            move cre-cuenta to crv-cuenta
            move cre-saldo-capital to crv-saldo-capital
            move 0 to crv-dias-atraso
            move 0 to crv-tramo-1
            move 0 to crv-tramo-2
            move 0 to crv-tramo-3
            move 0 to crv-tramo-4
            move 0 to fin-amortiza
            move ws-no-credito to amo-no-credito
            move 0 to amo-no-pago
            start amortizaciones-file key is not less than amo-llave
                invalid key move 1 to fin-amortiza
            end-start
            perform until fin-amortiza = 1
                read amortizaciones-file next record
                    at end move 1 to fin-amortiza
                    not at end
                        if amo-no-credito not = ws-no-credito
                            move 1 to fin-amortiza
                        else
                            if amo-pendiente
                                perform clasificar-cuota
                            end-if
                        end-if
                end-read
            end-perform
            if ws-con-atraso = 1
                write crv-registro
            end-if.
        clasificar-cuota.
            move amo-fecha-vence(1:2) to ws-dia
            move amo-fecha-vence(3:2) to ws-mes
            move amo-fecha-vence(5:4) to ws-anio
            compute ws-vence-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            compute ws-atraso = ws-corte-dias - ws-vence-dias
            if ws-atraso > 0
                move 1 to ws-con-atraso
                if ws-atraso > crv-dias-atraso
                    move ws-atraso to crv-dias-atraso
                end-if
                if ws-atraso <= 30
                    add amo-cuota to crv-tramo-1
                else
                    if ws-atraso <= 60
                        add amo-cuota to crv-tramo-2
                    else
                        if ws-atraso <= 90
                            add amo-cuota to crv-tramo-3
                        else
                            add amo-cuota to crv-tramo-4
                        end-if
                    end-if
                end-if
            end-if.
        imprimir-cartera.
            display " "
            display "CARTERA VENCIDA AL " ws-fecha-corte
            display "CREDITO    CLIENTE    CUENTA        DIAS "
                "SALDO CAPITAL  1-30         31-60        "
                "61-90        MAS DE 90"
            open input cartera-ord-file
            move 1 to ws-primer-registro
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read cartera-ord-file
                    at end move 1 to fin-fichero
                    not at end perform listar-credito-vencido
                end-read
            end-perform
            if ws-primer-registro = 0
                perform cerrar-sucursal
            end-if
            close cartera-ord-file
            display " "
            display "TOTAL CARTERA VENCIDA  creditos " ws-tot-creditos
                "  saldo de capital " ws-tot-capital
            display "   1-30 dias:    " ws-tot-tramo-1
            display "   31-60 dias:   " ws-tot-tramo-2
            display "   61-90 dias:   " ws-tot-tramo-3
            display "   mas de 90:    " ws-tot-tramo-4.
        listar-credito-vencido.
            if ws-primer-registro = 1
                move or-sucursal to ws-sucursal-actual
                perform encabezado-sucursal
                move 0 to ws-primer-registro
            else
                if or-sucursal not = ws-sucursal-actual
                    perform cerrar-sucursal
                    move or-sucursal to ws-sucursal-actual
                    perform encabezado-sucursal
                end-if
            end-if
            display or-no-credito " " or-no-cte " " or-cuenta " "
                or-dias-atraso " " or-saldo-capital " " or-tramo-1
                " " or-tramo-2 " " or-tramo-3 " " or-tramo-4
            add 1 to ws-suc-creditos
            add or-saldo-capital to ws-suc-capital
            add or-tramo-1 to ws-suc-tramo-1
            add or-tramo-2 to ws-suc-tramo-2
            add or-tramo-3 to ws-suc-tramo-3
            add or-tramo-4 to ws-suc-tramo-4.
        encabezado-sucursal.
            move 0 to ws-suc-creditos
            move 0 to ws-suc-capital
            move 0 to ws-suc-tramo-1
            move 0 to ws-suc-tramo-2
            move 0 to ws-suc-tramo-3
            move 0 to ws-suc-tramo-4
            display " "
            display "SUCURSAL " ws-sucursal-actual.
        cerrar-sucursal.
            display "   TOTAL SUCURSAL " ws-sucursal-actual
                "  creditos " ws-suc-creditos
                "  capital " ws-suc-capital
            display "   1-30 " ws-suc-tramo-1 "  31-60 " ws-suc-tramo-2
                "  61-90 " ws-suc-tramo-3 "  +90 " ws-suc-tramo-4
            add ws-suc-creditos to ws-tot-creditos
            add ws-suc-capital to ws-tot-capital
            add ws-suc-tramo-1 to ws-tot-tramo-1
            add ws-suc-tramo-2 to ws-tot-tramo-2
            add ws-suc-tramo-3 to ws-tot-tramo-3
            add ws-suc-tramo-4 to ws-tot-tramo-4.
