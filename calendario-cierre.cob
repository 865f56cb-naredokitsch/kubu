        identification division.
        program-id. calendario-cierre.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select dias-inhabiles-file assign to "dias_inhabiles.dat"
        organization is indexed
        access mode is dynamic
        record key is dih-fecha
        file status is ws-fs-inhabiles.
        data division.
        file section.
        fd dias-inhabiles-file.
        01 e1-dia-inhabil.
            05 dih-fecha pic 9(8).
            05 dih-descripcion pic X(30).
        working-storage section.
        77 ws-fs-inhabiles pic X(2) value "00".
        77 ws-fecha-parm pic X(10) value spaces.
        77 ws-fecha-proceso pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-ultimo-habil pic 9(8) value 0.
        77 ws-hab-dia pic 9(2) value 0.
        77 ws-hab-mes pic 9(2) value 0.
        77 ws-hab-anio pic 9(4) value 0.
        77 ws-hab-dias-mes pic 9(2) value 0.
        77 ws-hab-cociente pic 9(4) value 0.
        77 ws-hab-resto pic 9(4) value 0.
        77 ws-es-habil pic 9 value 0.
        77 ws-zel-m pic 9(2) value 0.
        77 ws-zel-a pic 9(4) value 0.
        77 ws-zel-j pic 9(2) value 0.
        77 ws-zel-k pic 9(2) value 0.
        77 ws-zel-t1 pic 9(4) value 0.
        77 ws-zel-t2 pic 9(4) value 0.
        77 ws-zel-t3 pic 9(4) value 0.
        77 ws-zel-h pic 9(4) value 0.
        77 ws-zel-coc pic 9(4) value 0.
        77 ws-dia-semana pic 9(1) value 0.
        procedure division.
        inicio-calendario.
            accept ws-fecha-parm from command-line
            accept ws-fecha-sistema from date yyyymmdd
            if ws-fecha-parm not = spaces
                move ws-fecha-parm to ws-fecha-proceso
            else
                move ws-fecha-sistema(1:4) to ws-hab-anio
                move ws-fecha-sistema(5:2) to ws-hab-mes
                move ws-fecha-sistema(7:2) to ws-hab-dia
                compute ws-fecha-proceso = ws-hab-dia * 1000000
                    + ws-hab-mes * 10000 + ws-hab-anio
            end-if
            perform abrir-dias-inhabiles
            perform buscar-ultimo-habil
            close dias-inhabiles-file
            display "Fecha de proceso: " ws-fecha-proceso
            display "Ultimo dia habil del mes: " ws-ultimo-habil
            if ws-fecha-proceso = ws-ultimo-habil
                display "Cierre de mes: SI"
            else
                display "Cierre de mes: NO"
            end-if
            stop run.
        abrir-dias-inhabiles.
            open input dias-inhabiles-file
            if ws-fs-inhabiles not = "00"
                open output dias-inhabiles-file
                close dias-inhabiles-file
                open input dias-inhabiles-file
            end-if.
        buscar-ultimo-habil.
            move ws-fecha-proceso(3:2) to ws-hab-mes
            move ws-fecha-proceso(5:4) to ws-hab-anio
            perform calcular-dias-mes-habil
            move ws-hab-dias-mes to ws-hab-dia
            perform verificar-dia-habil
            perform until ws-es-habil = 1 or ws-hab-dia = 1
                subtract 1 from ws-hab-dia
                perform verificar-dia-habil
            end-perform
            compute ws-ultimo-habil = ws-hab-dia * 1000000
                + ws-hab-mes * 10000 + ws-hab-anio.
        verificar-dia-habil.
            move 1 to ws-es-habil
            perform calcular-dia-semana
            if ws-dia-semana = 0 or ws-dia-semana = 1
                move 0 to ws-es-habil
            end-if
            if ws-es-habil = 1
                compute dih-fecha = ws-hab-dia * 1000000
                    + ws-hab-mes * 10000 + ws-hab-anio
                read dias-inhabiles-file
                    invalid key continue
                    not invalid key move 0 to ws-es-habil
                end-read
            end-if.
        calcular-dia-semana.
            move ws-hab-mes to ws-zel-m
            move ws-hab-anio to ws-zel-a
            if ws-zel-m < 3
                add 12 to ws-zel-m
                subtract 1 from ws-zel-a
            end-if
            divide ws-zel-a by 100 giving ws-zel-j
                remainder ws-zel-k
            compute ws-zel-t1 = (13 * (ws-zel-m + 1)) / 5
            compute ws-zel-t2 = ws-zel-k / 4
            compute ws-zel-t3 = ws-zel-j / 4
            compute ws-zel-h = ws-hab-dia + ws-zel-t1 + ws-zel-k
                + ws-zel-t2 + ws-zel-t3 + (5 * ws-zel-j)
            divide ws-zel-h by 7 giving ws-zel-coc
                remainder ws-dia-semana.
        calcular-dias-mes-habil.
            if ws-hab-mes = 4 or ws-hab-mes = 6 or ws-hab-mes = 9
                or ws-hab-mes = 11
                move 30 to ws-hab-dias-mes
            else
                if ws-hab-mes = 2
                    divide ws-hab-anio by 4 giving ws-hab-cociente
                        remainder ws-hab-resto
                    if ws-hab-resto = 0
                        move 29 to ws-hab-dias-mes
                    else
                        move 28 to ws-hab-dias-mes
                    end-if
                else
                    move 31 to ws-hab-dias-mes
                end-if
            end-if.
