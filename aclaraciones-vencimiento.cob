        identification division.
        program-id. aclaraciones-vencimiento.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select aclaraciones-file assign to "aclaraciones.dat"
        organization is indexed
        access mode is dynamic
        record key is acl-no-caso
        file status is ws-fs-aclaraciones.

        select dias-inhabiles-file assign to "dias_inhabiles.dat"
        organization is indexed
        access mode is dynamic
        record key is dih-fecha
        file status is ws-fs-inhabiles.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd aclaraciones-file.
        01 e1-aclaraciones.
            05 acl-no-caso pic 9(10).
            05 acl-no-mts-mts pic 9(13).
            05 acl-no-cte pic 9(10).
            05 acl-cuenta pic 9(13).
            05 acl-tipo-mts pic X(8).
            05 acl-fecha-mts pic 9(8).
            05 acl-monto pic 9(10)V99.
            05 acl-motivo pic X(40).
            05 acl-fecha-alta pic 9(8).
            05 acl-fecha-abono pic 9(8).
            05 acl-fecha-limite pic 9(8).
            05 acl-status pic X(9).
                88 acl-abierta value "ABIERTA".
                88 acl-resuelta value "RESUELTA".
                88 acl-cerrada value "CERRADA".
            05 acl-resolucion pic X(12).
                88 acl-procedente value "PROCEDENTE".
                88 acl-improcedente value "IMPROCEDENTE".
            05 acl-fecha-resolucion pic 9(8).
            05 acl-no-mts-provisional pic 9(13).
            05 acl-fecha-provisional pic 9(8).
            05 acl-no-mts-final pic 9(13).
            05 acl-fecha-cierre pic 9(8).
            05 acl-operador pic X(10).
            05 acl-resolvio pic X(10).
        fd dias-inhabiles-file.
        01 e1-dia-inhabil.
            05 dih-fecha pic 9(8).
            05 dih-descripcion pic X(30).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 ws-fs-aclaraciones pic X(2) value "00".
        77 ws-fs-inhabiles pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-fecha-corte pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-corte-dias pic 9(8) value 0.
        77 ws-limite-dias pic 9(8) value 0.
        77 ws-abono-dias pic 9(8) value 0.
        77 ws-dias-aviso pic 9(4) value 5.
        77 ws-dias-restantes pic 9(4) value 0.
        77 ws-situacion pic X(10) value spaces.
        77 ws-abono-situacion pic X(13) value spaces.
        77 ws-hab-dia pic 9(2) value 0.
        77 ws-hab-mes pic 9(2) value 0.
        77 ws-hab-anio pic 9(4) value 0.
        77 ws-hab-dias-mes pic 9(2) value 0.
        77 ws-hab-cociente pic 9(4) value 0.
        77 ws-hab-resto pic 9(4) value 0.
        77 ws-hab-comp pic 9(8) value 0.
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
        77 ws-tot-abiertas pic 9(10) value 0.
        77 ws-tot-vencidas pic 9(10) value 0.
        77 ws-tot-por-vencer pic 9(10) value 0.
        77 ws-tot-en-plazo pic 9(10) value 0.
        77 ws-tot-sin-abono pic 9(10) value 0.
        77 ws-tot-por-aplicar pic 9(10) value 0.
        77 ws-suma-abiertas pic 9(12)V99 value 0.
        procedure division.
        inicio-vencimiento.
            display "ANTIGUEDAD DE ACLARACIONES CONTRA EL PLAZO DE "
                "RESPUESTA"
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
            perform cargar-parametros
            open input aclaraciones-file
            if ws-fs-aclaraciones not = "00"
                display "No hay aclaraciones registradas "
                    "(aclaraciones.dat)."
                stop run
            end-if
            perform abrir-dias-inhabiles
            display " "
            display "CORTE " ws-fecha-corte "  AVISO A "
                ws-dias-aviso " DIAS HABILES"
            display "CASO        CLIENTE      IMPORTE        ALTA     "
                "LIMITE   HABILES  SITUACION  ABONO PROV."
            move 0 to fin-fichero
            move 0 to acl-no-caso
            start aclaraciones-file key is not less than acl-no-caso
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read aclaraciones-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if acl-abierta
                            perform revisar-aclaracion
                        end-if
                        if acl-resuelta
                            add 1 to ws-tot-por-aplicar
                        end-if
                end-read
            end-perform
            close aclaraciones-file
            close dias-inhabiles-file
            display " "
            display "RESUMEN"
            display "   Aclaraciones abiertas:     " ws-tot-abiertas
                "  Importe: " ws-suma-abiertas
            display "   Plazo de respuesta vencido:" ws-tot-vencidas
            display "   Por vencer:                " ws-tot-por-vencer
            display "   En plazo:                  " ws-tot-en-plazo
            display "   Abono provisional atrasado:" ws-tot-sin-abono
            display "   Resueltas por aplicar:     "
                ws-tot-por-aplicar
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "ACLARAVENCE" to e1-checkpoint
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
                            if par-clave = "DIASAVISOACL"
                                move par-valor to ws-dias-aviso
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-dias-inhabiles.
            open input dias-inhabiles-file
            if ws-fs-inhabiles not = "00"
                open output dias-inhabiles-file
                close dias-inhabiles-file
                open input dias-inhabiles-file
            end-if.
        revisar-aclaracion.
            add 1 to ws-tot-abiertas
            add acl-monto to ws-suma-abiertas
            move acl-fecha-limite(1:2) to ws-dia
            move acl-fecha-limite(3:2) to ws-mes
            move acl-fecha-limite(5:4) to ws-anio
            compute ws-limite-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            move 0 to ws-dias-restantes
            if ws-limite-dias < ws-corte-dias
                move "VENCIDA" to ws-situacion
                add 1 to ws-tot-vencidas
            else
                perform contar-dias-habiles
                if ws-dias-restantes <= ws-dias-aviso
                    move "POR VENCER" to ws-situacion
                    add 1 to ws-tot-por-vencer
                else
                    move "EN PLAZO" to ws-situacion
                    add 1 to ws-tot-en-plazo
                end-if
            end-if
            if acl-no-mts-provisional not = 0
                move "APLICADO" to ws-abono-situacion
            else
                move acl-fecha-abono(1:2) to ws-dia
                move acl-fecha-abono(3:2) to ws-mes
                move acl-fecha-abono(5:4) to ws-anio
                compute ws-abono-dias = ws-anio * 360
                    + ws-mes * 30 + ws-dia
                if ws-abono-dias < ws-corte-dias
                    move "ATRASADO" to ws-abono-situacion
                    add 1 to ws-tot-sin-abono
                else
                    move "PROGRAMADO" to ws-abono-situacion
                end-if
            end-if
            display acl-no-caso "  " acl-no-cte "  " acl-monto
                "  " acl-fecha-alta " " acl-fecha-limite
                "  " ws-dias-restantes "   " ws-situacion
                " " ws-abono-situacion.
        contar-dias-habiles.
            move ws-fecha-corte(1:2) to ws-hab-dia
            move ws-fecha-corte(3:2) to ws-hab-mes
            move ws-fecha-corte(5:4) to ws-hab-anio
            move ws-corte-dias to ws-hab-comp
            perform until ws-hab-comp >= ws-limite-dias
                perform avanzar-dia-habil
                perform verificar-dia-habil
                if ws-es-habil = 1
                    add 1 to ws-dias-restantes
                end-if
                compute ws-hab-comp = ws-hab-anio * 360
                    + ws-hab-mes * 30 + ws-hab-dia
            end-perform.
        avanzar-dia-habil.
            add 1 to ws-hab-dia
            perform calcular-dias-mes-habil
            if ws-hab-dia > ws-hab-dias-mes
                move 1 to ws-hab-dia
                add 1 to ws-hab-mes
                if ws-hab-mes > 12
                    move 1 to ws-hab-mes
                    add 1 to ws-hab-anio
                end-if
            end-if.
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
