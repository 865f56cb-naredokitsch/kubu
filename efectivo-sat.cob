        identification division.
        program-id. efectivo-sat.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select depositos-efectivo-file
        assign to "depositos_efectivo.dat"
        organization is indexed
        access mode is dynamic
        record key is def-no-mts-mts
        file status is ws-fs-dep-efectivo.

        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cli-no-cte
        file status is ws-fs-clientes.

        select tasas-file assign to "tasas.dat"
        organization is indexed
        access mode is dynamic
        record key is tas-moneda
        file status is ws-fs-tasas.

        select tasas-hist-file assign to "tasas_hist.dat"
        organization is indexed
        access mode is dynamic
        record key is th-llave
        file status is ws-fs-tasas-hist.

        select cortes-caja-file assign to "cortes_caja.dat"
        organization is line sequential
        file status is ws-fs-cortes.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select sat-trabajo-file assign to "sat_efectivo_trabajo.dat"
        organization is line sequential.

        select sat-sort-file assign to "sat_efectivo_sort.dat".

        select sat-ord-file assign to "sat_efectivo_ord.dat"
        organization is line sequential.

        select sat-extracto-file assign to "sat_efectivo.dat"
        organization is line sequential
        file status is ws-fs-extracto.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd depositos-efectivo-file.
        01 e1-deposito-efectivo.
            05 def-no-mts-mts pic 9(13).
            05 def-no-cte pic 9(10).
            05 def-cuenta pic 9(13).
            05 def-moneda pic X(3).
            05 def-monto pic 9(10)V99.
            05 def-fecha pic 9(8).
            05 def-sucursal pic 9(4).
            05 def-operador pic X(10).
            05 def-en-caja pic X(1).
                88 def-registrado-caja value "S".
            05 def-caja-sucursal pic 9(4).
            05 def-caja-fecha pic 9(8).
            05 def-status pic X(9).
                88 def-vigente value "VIGENTE".
                88 def-reversado value "REVERSADO".
            05 def-no-mts-reversa pic 9(13).
        fd clientes-file.
        01 e1-clientes.
            05 cli-no-cte pic 9(10).
            05 cli-nom-cte.
                10 cli-1nom-cte pic X(20).
                10 cli-2nom-cte pic X(20).
                10 cli-apat-cte pic X(20).
                10 cli-amat-cte pic X(20).
            05 cli-rfc-cte pic X(13).
            05 cli-resto pic X(150).
        fd tasas-file.
        01 e1-tasas.
            05 tas-moneda pic X(3).
            05 tas-valor pic 9(6)V9999.
            05 tas-fecha-actualizacion pic 9(8).
            05 tas-compra pic 9(6)V9999.
            05 tas-venta pic 9(6)V9999.
        fd tasas-hist-file.
        01 e1-tasas-hist.
            05 th-llave.
                10 th-moneda pic X(3).
                10 th-fecha pic 9(8).
            05 th-valor pic 9(6)V9999.
        fd cortes-caja-file.
        01 e1-corte-caja.
            05 cc-operador pic X(10).
            05 cc-fecha pic 9(8).
            05 cc-sucursal pic 9(4).
            05 cc-contado pic 9(12)V99.
            05 cc-calculado pic S9(12)V99.
            05 cc-diferencia pic S9(12)V99.
            05 cc-depositos pic 9(12)V99.
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd sat-trabajo-file.
        01 wk-registro.
            05 wk-no-cte pic 9(10).
            05 wk-no-mts-mts pic 9(13).
            05 wk-monto-mxn pic 9(12)V99.
        sd sat-sort-file.
        01 sr-registro.
            05 sr-no-cte pic 9(10).
            05 sr-no-mts-mts pic 9(13).
            05 sr-resto pic X(14).
        fd sat-ord-file.
        01 or-registro.
            05 or-no-cte pic 9(10).
            05 or-no-mts-mts pic 9(13).
            05 or-monto-mxn pic 9(12)V99.
        fd sat-extracto-file.
        01 sat-header.
            05 sth-tipo pic X(2).
            05 sth-mes pic 9(2).
            05 sth-anio pic 9(4).
            05 sth-fecha-gen pic 9(8).
            05 sth-umbral pic 9(10)V99.
            05 filler pic X(110).
        01 sat-detalle.
            05 std-tipo pic X(2).
            05 std-rfc pic X(13).
            05 std-no-cte pic 9(10).
            05 std-nombre pic X(80).
            05 std-depositos pic 9(5).
            05 std-monto pic 9(12)V99.
            05 std-excedente pic 9(12)V99.
        01 sat-trailer.
            05 stt-tipo pic X(2).
            05 stt-clientes pic 9(8).
            05 stt-monto pic 9(14)V99.
            05 stt-excedente pic 9(14)V99.
            05 filler pic X(96).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-tasas-hist pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-fs-dep-efectivo pic X(2) value "00".
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-tasas pic X(2) value "00".
        77 ws-fs-tasas-hist pic X(2) value "00".
        77 ws-fs-cortes pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-fs-extracto pic X(2) value "00".
        77 ws-mes-anio pic 9(6) value 0.
        77 ws-mes-reporte pic 9(2) value 0.
        77 ws-anio-reporte pic 9(4) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-fecha-gen pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-umbral pic 9(10)V99 value 15000.00.
        77 ws-tasa-usd-mxn pic 9(6)V9999 value 0.
        77 ws-tasa-eur-mxn pic 9(6)V9999 value 0.
        77 ws-th-fecha-objetivo pic 9(8) value 0.
        77 ws-th-moneda-objetivo pic X(3) value spaces.
        77 ws-th-valor pic 9(6)V9999 value 0.
        77 ws-th-hallada pic 9 value 0.
        77 ws-tasa-aplicable pic 9(6)V9999 value 0.
        77 ws-monto-mxn pic 9(12)V99 value 0.
        77 ws-primer-registro pic 9 value 1.
        77 ws-cliente-actual pic 9(10) value 0.
        77 ws-cte-monto pic 9(14)V99 value 0.
        77 ws-cte-depositos pic 9(5) value 0.
        77 ws-cte-excedente pic 9(14)V99 value 0.
        77 ws-tot-leidos pic 9(10) value 0.
        77 ws-tot-depositos pic 9(10) value 0.
        77 ws-tot-monto pic 9(14)V99 value 0.
        77 ws-tot-reversados pic 9(10) value 0.
        77 ws-tot-monto-reversado pic 9(14)V99 value 0.
        77 ws-tot-mxn pic 9(14)V99 value 0.
        77 ws-tot-divisas pic 9(14)V99 value 0.
        77 ws-tot-fuera-caja pic 9(10) value 0.
        77 ws-tot-monto-fuera-caja pic 9(14)V99 value 0.
        77 ws-tot-clientes pic 9(8) value 0.
        77 ws-tot-declarados pic 9(8) value 0.
        77 ws-tot-declarado pic 9(14)V99 value 0.
        77 ws-tot-excedente pic 9(14)V99 value 0.
        77 ws-num-cortes pic 9(3) value 0.
        77 ws-kdx pic 9(3) value 0.
        77 ws-corte-hallado pic 9 value 0.
        77 ws-cc-depositos pic 9(12)V99 value 0.
        77 ws-cc-diferencia pic S9(12)V99 value 0.
        77 ws-tot-cortes pic 9(6) value 0.
        77 ws-tot-cortes-depositos pic 9(14)V99 value 0.
        77 ws-tot-registro-caja pic 9(14)V99 value 0.
        77 ws-tot-registro-cortado pic 9(14)V99 value 0.
        77 ws-tot-sin-corte pic 9(14)V99 value 0.
        77 ws-tot-cortes-diferencia pic 9(6) value 0.
        01 ws-nombre-cliente pic X(80) value spaces.
        01 ws-rfc-cliente pic X(13) value spaces.
        01 ws-tabla-cortes.
            05 ws-crt-entrada occurs 500 times.
                10 ws-crt-sucursal pic 9(4).
                10 ws-crt-operador pic X(10).
                10 ws-crt-fecha pic 9(8).
                10 ws-crt-registro pic 9(12)V99.
                10 ws-crt-cortado pic 9.
        procedure division.
        inicio-efectivo-sat.
            display "DECLARACION MENSUAL DE DEPOSITOS EN EFECTIVO (SAT)"
            display "Mes y anio (mmaaaa): " with no advancing
            accept ws-mes-anio
            move ws-mes-anio(1:2) to ws-mes-reporte
            move ws-mes-anio(3:4) to ws-anio-reporte
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-fecha-gen = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            open input depositos-efectivo-file
            if ws-fs-dep-efectivo not = "00"
                display "No hay depositos en efectivo registrados "
                    "(depositos_efectivo.dat)."
                stop run
            end-if
            perform cargar-parametros
            display "Umbral mensual por cliente (MXN): " ws-umbral
            perform abrir-tasas
            perform cargar-tasas
            close tasas-file
            perform abrir-tasas-hist
            perform extraer-depositos
            close depositos-efectivo-file
            close tasas-hist-file
            sort sat-sort-file
                on ascending key sr-no-cte sr-no-mts-mts
                using sat-trabajo-file
                giving sat-ord-file
            perform abrir-clientes
            open output sat-extracto-file
            perform grabar-encabezado
            perform generar-declaracion
            perform grabar-trailer
            close sat-extracto-file
            close clientes-file
            perform conciliar-cortes
            perform imprimir-control
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "SATEFECT" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        cargar-parametros.
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "UMBRALEFECT"
                                move par-valor to ws-umbral
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-clientes.
            open input clientes-file
            if ws-fs-clientes not = "00"
                open output clientes-file
                close clientes-file
                open input clientes-file
            end-if.
        abrir-tasas.
            open input tasas-file
            if ws-fs-tasas not = "00"
                open output tasas-file
                close tasas-file
                open input tasas-file
            end-if.
        abrir-tasas-hist.
            open input tasas-hist-file
            if ws-fs-tasas-hist not = "00"
                open output tasas-hist-file
                close tasas-hist-file
                open input tasas-hist-file
            end-if.
        cargar-tasas.
            move "USD" to tas-moneda
            read tasas-file
                invalid key move 0 to ws-tasa-usd-mxn
                not invalid key move tas-valor to ws-tasa-usd-mxn
            end-read
            move "EUR" to tas-moneda
            read tasas-file
                invalid key move 0 to ws-tasa-eur-mxn
                not invalid key move tas-valor to ws-tasa-eur-mxn
            end-read.
        extraer-depositos.
            open output sat-trabajo-file
            move 0 to fin-fichero
            move 0 to def-no-mts-mts
            start depositos-efectivo-file
                key is not less than def-no-mts-mts
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read depositos-efectivo-file next record
                    at end move 1 to fin-fichero
                    not at end perform seleccionar-deposito
                end-read
            end-perform
            close sat-trabajo-file.
        seleccionar-deposito.
            add 1 to ws-tot-leidos
            if def-registrado-caja
                and def-caja-fecha(1:4) = ws-anio-reporte
                and def-caja-fecha(5:2) = ws-mes-reporte
                perform sumar-registro-caja
            end-if
            if def-fecha(3:2) = ws-mes-reporte
                and def-fecha(5:4) = ws-anio-reporte
                perform convertir-a-mxn
                if def-reversado
                    add 1 to ws-tot-reversados
                    add ws-monto-mxn to ws-tot-monto-reversado
                else
                    add 1 to ws-tot-depositos
                    add ws-monto-mxn to ws-tot-monto
                    if def-moneda = "USD" or def-moneda = "EUR"
                        add ws-monto-mxn to ws-tot-divisas
                    else
                        add ws-monto-mxn to ws-tot-mxn
                    end-if
                    if not def-registrado-caja
                        add 1 to ws-tot-fuera-caja
                        add ws-monto-mxn to ws-tot-monto-fuera-caja
                    end-if
                    move def-no-cte to wk-no-cte
                    move def-no-mts-mts to wk-no-mts-mts
                    move ws-monto-mxn to wk-monto-mxn
                    write wk-registro
                end-if
            end-if.
        convertir-a-mxn.
            if def-moneda = "USD" or def-moneda = "EUR"
                move def-fecha(1:2) to ws-dia
                move def-fecha(3:2) to ws-mes
                move def-fecha(5:4) to ws-anio
                compute ws-th-fecha-objetivo = ws-anio * 10000
                    + ws-mes * 100 + ws-dia
                move def-moneda to ws-th-moneda-objetivo
                perform buscar-tasa-fecha
                if ws-th-hallada = 1
                    move ws-th-valor to ws-tasa-aplicable
                else
                    if def-moneda = "USD"
                        move ws-tasa-usd-mxn to ws-tasa-aplicable
                    else
                        move ws-tasa-eur-mxn to ws-tasa-aplicable
                    end-if
                end-if
                multiply def-monto by ws-tasa-aplicable
                    giving ws-monto-mxn rounded
            else
                move def-monto to ws-monto-mxn
            end-if.
        buscar-tasa-fecha.
            move 0 to ws-th-hallada
            move 0 to ws-th-valor
            move 0 to fin-tasas-hist
            move ws-th-moneda-objetivo to th-moneda
            move 0 to th-fecha
            start tasas-hist-file key is not less than th-llave
                invalid key move 1 to fin-tasas-hist
            end-start
            perform until fin-tasas-hist = 1
                read tasas-hist-file next record
                    at end move 1 to fin-tasas-hist
                    not at end
                        if th-moneda not = ws-th-moneda-objetivo
                            or th-fecha > ws-th-fecha-objetivo
                            move 1 to fin-tasas-hist
                        else
                            move th-valor to ws-th-valor
                            move 1 to ws-th-hallada
                        end-if
                end-read
            end-perform.
        sumar-registro-caja.
            add def-monto to ws-tot-registro-caja
            move 0 to ws-corte-hallado
            move 1 to ws-kdx
            perform until ws-kdx > ws-num-cortes
                or ws-corte-hallado = 1
                if ws-crt-sucursal(ws-kdx) = def-caja-sucursal
                    and ws-crt-operador(ws-kdx) = def-operador
                    and ws-crt-fecha(ws-kdx) = def-caja-fecha
                    move 1 to ws-corte-hallado
                    add def-monto to ws-crt-registro(ws-kdx)
                end-if
                if ws-corte-hallado = 0
                    add 1 to ws-kdx
                end-if
            end-perform
            if ws-corte-hallado = 0
                if ws-num-cortes < 500
                    add 1 to ws-num-cortes
                    move def-caja-sucursal
                        to ws-crt-sucursal(ws-num-cortes)
                    move def-operador
                        to ws-crt-operador(ws-num-cortes)
                    move def-caja-fecha to ws-crt-fecha(ws-num-cortes)
                    move def-monto to ws-crt-registro(ws-num-cortes)
                    move 0 to ws-crt-cortado(ws-num-cortes)
                else
                    display "AVISO: mas de 500 cajas en el mes, se "
                        "omitio la caja de " def-operador " del "
                        def-caja-fecha
                end-if
            end-if.
        grabar-encabezado.
            move spaces to sat-header
            move "01" to sth-tipo
            move ws-mes-reporte to sth-mes
            move ws-anio-reporte to sth-anio
            move ws-fecha-gen to sth-fecha-gen
            move ws-umbral to sth-umbral
            write sat-header.
        grabar-trailer.
            move spaces to sat-trailer
            move "99" to stt-tipo
            move ws-tot-declarados to stt-clientes
            move ws-tot-declarado to stt-monto
            move ws-tot-excedente to stt-excedente
            write sat-trailer.
        generar-declaracion.
            display " "
            display "CLIENTES CON DEPOSITOS EN EFECTIVO MAYORES A "
                ws-umbral " MXN - PERIODO " ws-mes-reporte "/"
                ws-anio-reporte
            display "RFC           CLIENTE    DEPOS MONTO MXN         "
                "EXCEDENTE"
            open input sat-ord-file
            move 1 to ws-primer-registro
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read sat-ord-file
                    at end move 1 to fin-fichero
                    not at end perform sumar-deposito-cliente
                end-read
            end-perform
            if ws-primer-registro = 0
                perform cerrar-cliente
            end-if
            close sat-ord-file.
        sumar-deposito-cliente.
            if ws-primer-registro = 1
                move or-no-cte to ws-cliente-actual
                perform iniciar-cliente
                move 0 to ws-primer-registro
            else
                if or-no-cte not = ws-cliente-actual
                    perform cerrar-cliente
                    move or-no-cte to ws-cliente-actual
                    perform iniciar-cliente
                end-if
            end-if
            add or-monto-mxn to ws-cte-monto
            add 1 to ws-cte-depositos.
        iniciar-cliente.
            move 0 to ws-cte-monto
            move 0 to ws-cte-depositos.
        cerrar-cliente.
            add 1 to ws-tot-clientes
            if ws-cte-monto > ws-umbral
                compute ws-cte-excedente = ws-cte-monto - ws-umbral
                move ws-cliente-actual to cli-no-cte
                read clientes-file
                    invalid key
                        move "CLIENTE NO REGISTRADO"
                            to ws-nombre-cliente
                        move spaces to ws-rfc-cliente
                    not invalid key
                        move cli-nom-cte to ws-nombre-cliente
                        move cli-rfc-cte to ws-rfc-cliente
                end-read
                move spaces to sat-detalle
                move "02" to std-tipo
                move ws-rfc-cliente to std-rfc
                move ws-cliente-actual to std-no-cte
                move ws-nombre-cliente to std-nombre
                move ws-cte-depositos to std-depositos
                move ws-cte-monto to std-monto
                move ws-cte-excedente to std-excedente
                write sat-detalle
                display ws-rfc-cliente " " ws-cliente-actual " "
                    ws-cte-depositos " " ws-cte-monto " "
                    ws-cte-excedente
                if ws-rfc-cliente = spaces
                    display "   AVISO: el cliente no tiene RFC "
                        "registrado."
                end-if
                add 1 to ws-tot-declarados
                add ws-cte-monto to ws-tot-declarado
                add ws-cte-excedente to ws-tot-excedente
            end-if.
        conciliar-cortes.
            display " "
            display "CONCILIACION CON CORTES DE CAJA (cortes_caja.dat)"
            display "SUC  OPERADOR   FECHA    DEPOSITOS CORTE   "
                "DEPOSITOS REGISTRO   DIFERENCIA"
            open input cortes-caja-file
            if ws-fs-cortes = "00"
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read cortes-caja-file
                        at end move 1 to fin-fichero
                        not at end
                            if cc-fecha(1:4) = ws-anio-reporte
                                and cc-fecha(5:2) = ws-mes-reporte
                                perform conciliar-corte
                            end-if
                    end-read
                end-perform
                close cortes-caja-file
            else
                display "   No hay cortes de caja (cortes_caja.dat)."
            end-if
            move 1 to ws-kdx
            perform until ws-kdx > ws-num-cortes
                if ws-crt-cortado(ws-kdx) = 0
                    display ws-crt-sucursal(ws-kdx) " "
                        ws-crt-operador(ws-kdx) " "
                        ws-crt-fecha(ws-kdx)
                        " SIN CORTE DE CAJA   "
                        ws-crt-registro(ws-kdx)
                    add ws-crt-registro(ws-kdx) to ws-tot-sin-corte
                end-if
                add 1 to ws-kdx
            end-perform.
        conciliar-corte.
            add 1 to ws-tot-cortes
            if cc-depositos is numeric
                move cc-depositos to ws-cc-depositos
            else
                move 0 to ws-cc-depositos
            end-if
            add ws-cc-depositos to ws-tot-cortes-depositos
            move 0 to ws-corte-hallado
            move 1 to ws-kdx
            perform until ws-kdx > ws-num-cortes
                or ws-corte-hallado = 1
                if ws-crt-sucursal(ws-kdx) = cc-sucursal
                    and ws-crt-operador(ws-kdx) = cc-operador
                    and ws-crt-fecha(ws-kdx) = cc-fecha
                    move 1 to ws-corte-hallado
                    move 1 to ws-crt-cortado(ws-kdx)
                end-if
                if ws-corte-hallado = 0
                    add 1 to ws-kdx
                end-if
            end-perform
            if ws-corte-hallado = 1
                add ws-crt-registro(ws-kdx) to ws-tot-registro-cortado
                compute ws-cc-diferencia =
                    ws-cc-depositos - ws-crt-registro(ws-kdx)
                display cc-sucursal " " cc-operador " " cc-fecha " "
                    ws-cc-depositos " " ws-crt-registro(ws-kdx) " "
                    ws-cc-diferencia
            else
                move ws-cc-depositos to ws-cc-diferencia
                display cc-sucursal " " cc-operador " " cc-fecha " "
                    ws-cc-depositos " SIN DEPOSITOS REGISTRADOS "
                    ws-cc-diferencia
            end-if
            if ws-cc-diferencia not = 0
                add 1 to ws-tot-cortes-diferencia
            end-if.
        imprimir-control.
            display " "
            display "REPORTE DE CONTROL - PERIODO " ws-mes-reporte "/"
                ws-anio-reporte
            display "   Depositos en efectivo del periodo:  "
                ws-tot-depositos "  MXN " ws-tot-monto
            display "      en pesos:                        "
                ws-tot-mxn
            display "      en divisas (convertido a MXN):   "
                ws-tot-divisas
            display "      sin paso por caja (lote, "
                "autorizados, divisas): " ws-tot-fuera-caja
                "  MXN " ws-tot-monto-fuera-caja
            display "   Depositos reversados (excluidos):   "
                ws-tot-reversados "  MXN " ws-tot-monto-reversado
            display "   Clientes con deposito en efectivo:  "
                ws-tot-clientes
            display "   Clientes declarados:                "
                ws-tot-declarados "  MXN " ws-tot-declarado
            display "   Excedente declarado:                "
                ws-tot-excedente
            display " "
            display "   Cortes de caja del periodo:         "
                ws-tot-cortes "  con diferencia: "
                ws-tot-cortes-diferencia
            display "   Depositos segun cortes de caja:     "
                ws-tot-cortes-depositos
            display "   Depositos registrados en cajas:     "
                ws-tot-registro-caja
            display "      de cajas con corte:              "
                ws-tot-registro-cortado
            display "      de cajas sin corte:              "
                ws-tot-sin-corte
            if ws-tot-cortes-depositos = ws-tot-registro-cortado
                display "   CONCILIADO: los cortes de caja "
                    "coinciden con los depositos registrados."
            else
                display "   DIFERENCIA: los cortes de caja no "
                    "coinciden con los depositos registrados, "
                    "revise el detalle."
            end-if
            display "Extracto en sat_efectivo.dat".
