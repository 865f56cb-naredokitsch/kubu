        identification division.
        program-id. documentos-vencidos.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is cli-no-cte
        file status is ws-fs-clientes.

        select documentos-file assign to "documentos_cliente.dat"
        organization is indexed
        access mode is dynamic
        record key is doc-llave
        file status is ws-fs-documentos.

        select personas-morales-file assign to "personas_morales.dat"
        organization is indexed
        access mode is dynamic
        record key is pmo-no-cte
        file status is ws-fs-morales.

        select vinculos-file
        assign to "personas_morales_vinculos.dat"
        organization is indexed
        access mode is dynamic
        record key is pmv-llave
        file status is ws-fs-vinculos.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd clientes-file.
        01 e1-clientes.
            05 cli-no-cte pic 9(10).
            05 cli-nom-cte pic X(80).
            05 cli-rfc-cte pic X(13).
            05 cli-resto pic X(150).
        fd documentos-file.
        01 e1-documentos.
            05 doc-llave.
                10 doc-no-cte pic 9(10).
                10 doc-tipo pic X(10).
            05 doc-folio pic X(20).
            05 doc-autoridad pic X(30).
            05 doc-fecha-emision pic 9(8).
            05 doc-fecha-vence pic 9(8).
            05 doc-fecha-registro pic 9(8).
            05 doc-operador pic X(10).
        fd personas-morales-file.
        01 e1-persona-moral.
            05 pmo-no-cte pic 9(10).
            05 pmo-razon-social pic X(80).
            05 pmo-fecha-constitucion pic 9(8).
            05 pmo-escritura pic X(15).
            05 pmo-fecha-escritura pic 9(8).
            05 pmo-notaria pic 9(4).
            05 pmo-notario pic X(40).
            05 pmo-folio-mercantil pic X(20).
            05 pmo-actividad pic X(40).
            05 pmo-fecha-registro pic 9(8).
            05 pmo-operador pic X(10).
        fd vinculos-file.
        01 e1-vinculo.
            05 pmv-llave.
                10 pmv-no-cte-moral pic 9(10).
                10 pmv-tipo pic X(1).
                    88 pmv-representante value "R".
                    88 pmv-beneficiario value "B".
                10 pmv-no-cte-fisica pic 9(10).
            05 pmv-cargo pic X(20).
            05 pmv-porcentaje pic 9(3)V99.
            05 pmv-fecha-alta pic 9(8).
            05 pmv-operador pic X(10).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-documentos pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 fin-vinculos pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-documentos pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-fs-morales pic X(2) value "00".
        77 ws-fs-vinculos pic X(2) value "00".
        77 ws-fecha-corte pic 9(8) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-corte-dias pic 9(8) value 0.
        77 ws-vence-dias pic 9(8) value 0.
        77 ws-dias-aviso pic 9(4) value 30.
        77 ws-no-cte pic 9(10) value 0.
        77 ws-no-cte-rep pic 9(10) value 0.
        77 ws-cte-moral pic 9 value 0.
        77 ws-acta-registrada pic 9 value 0.
        77 ws-id-vence pic 9(8) value 0.
        77 ws-id-vence-dias pic 9(8) value 0.
        77 ws-id-tipo pic X(10) value spaces.
        77 ws-dom-vence pic 9(8) value 0.
        77 ws-dom-vence-dias pic 9(8) value 0.
        77 ws-id-situacion pic X(12) value spaces.
        77 ws-dom-situacion pic X(12) value spaces.
        77 ws-situacion pic X(12) value spaces.
        77 ws-tot-clientes pic 9(10) value 0.
        77 ws-tot-listados pic 9(10) value 0.
        77 ws-tot-id-vencida pic 9(10) value 0.
        77 ws-tot-id-por-vencer pic 9(10) value 0.
        77 ws-tot-id-sin pic 9(10) value 0.
        77 ws-tot-dom-vencido pic 9(10) value 0.
        77 ws-tot-dom-por-vencer pic 9(10) value 0.
        77 ws-tot-dom-sin pic 9(10) value 0.
        procedure division.
        inicio-documentos.
            display "DOCUMENTOS DE IDENTIFICACION VENCIDOS O POR "
                "VENCER"
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
            open input clientes-file
            if ws-fs-clientes not = "00"
                display "No hay clientes registrados (clientes.dat)."
                stop run
            end-if
            perform abrir-documentos
            perform abrir-personas-morales
            perform abrir-vinculos
            display " "
            display "CORTE " ws-fecha-corte "  AVISO A "
                ws-dias-aviso " DIAS"
            display "CLIENTE     NOMBRE                          "
                "IDENTIFICACION           DOMICILIO"
            move 0 to fin-fichero
            move 0 to cli-no-cte
            start clientes-file key is not less than cli-no-cte
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read clientes-file next record
                    at end move 1 to fin-fichero
                    not at end perform revisar-cliente
                end-read
            end-perform
            close clientes-file
            close documentos-file
            close personas-morales-file
            close vinculos-file
            display " "
            display "RESUMEN"
            display "   Clientes revisados:        " ws-tot-clientes
            display "   Clientes en el reporte:    " ws-tot-listados
            display "   Identificacion vencida:    " ws-tot-id-vencida
            display "   Identificacion por vencer: "
                ws-tot-id-por-vencer
            display "   Sin identificacion:        " ws-tot-id-sin
            display "   Domicilio vencido:         "
                ws-tot-dom-vencido
            display "   Domicilio por vencer:      "
                ws-tot-dom-por-vencer
            display "   Sin comprobante domicilio: " ws-tot-dom-sin
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "DOCUMENTOS" to e1-checkpoint
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
                            if par-clave = "DIASAVISODOC"
                                move par-valor to ws-dias-aviso
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        abrir-documentos.
            open input documentos-file
            if ws-fs-documentos not = "00"
                open output documentos-file
                close documentos-file
                open input documentos-file
            end-if.
        abrir-personas-morales.
            open input personas-morales-file
            if ws-fs-morales not = "00"
                open output personas-morales-file
                close personas-morales-file
                open input personas-morales-file
            end-if.
        abrir-vinculos.
            open input vinculos-file
            if ws-fs-vinculos not = "00"
                open output vinculos-file
                close vinculos-file
                open input vinculos-file
            end-if.
        revisar-cliente.
            add 1 to ws-tot-clientes
            move cli-no-cte to ws-no-cte
            move 0 to ws-id-vence
            move 0 to ws-id-vence-dias
            move spaces to ws-id-tipo
            move 0 to ws-dom-vence
            move 0 to ws-dom-vence-dias
            move 0 to ws-cte-moral
            move 0 to ws-acta-registrada
            move ws-no-cte to pmo-no-cte
            read personas-morales-file
                invalid key continue
                not invalid key move 1 to ws-cte-moral
            end-read
            move 0 to fin-documentos
            move ws-no-cte to doc-no-cte
            move spaces to doc-tipo
            start documentos-file key is not less than doc-llave
                invalid key move 1 to fin-documentos
            end-start
            perform until fin-documentos = 1
                read documentos-file next record
                    at end move 1 to fin-documentos
                    not at end
                        if doc-no-cte not = ws-no-cte
                            move 1 to fin-documentos
                        else
                            perform tomar-documento
                        end-if
                end-read
            end-perform
            if ws-cte-moral = 1 and ws-acta-registrada = 1
                perform revisar-representantes
            end-if
            move ws-id-vence-dias to ws-vence-dias
            perform calcular-situacion
            move ws-situacion to ws-id-situacion
            move ws-dom-vence-dias to ws-vence-dias
            perform calcular-situacion
            move ws-situacion to ws-dom-situacion
            if ws-id-situacion not = "VIGENTE"
                or ws-dom-situacion not = "VIGENTE"
                perform imprimir-cliente
            end-if.
        tomar-documento.
            move doc-fecha-vence(1:2) to ws-dia
            move doc-fecha-vence(3:2) to ws-mes
            move doc-fecha-vence(5:4) to ws-anio
            compute ws-vence-dias = ws-anio * 360
                + ws-mes * 30 + ws-dia
            if (doc-tipo = "INE" or doc-tipo = "PASAPORTE")
                and ws-cte-moral = 0
                perform tomar-identificacion
            end-if
            if doc-tipo = "ACTA"
                move 1 to ws-acta-registrada
            end-if
            if doc-tipo = "DOMICILIO"
                if ws-vence-dias > ws-dom-vence-dias
                    move ws-vence-dias to ws-dom-vence-dias
                    move doc-fecha-vence to ws-dom-vence
                end-if
            end-if.
        tomar-identificacion.
            if ws-vence-dias > ws-id-vence-dias
                move ws-vence-dias to ws-id-vence-dias
                move doc-fecha-vence to ws-id-vence
                move doc-tipo to ws-id-tipo
            end-if.
        revisar-representantes.
            move 0 to fin-vinculos
            move ws-no-cte to pmv-no-cte-moral
            move "R" to pmv-tipo
            move 0 to pmv-no-cte-fisica
            start vinculos-file key is not less than pmv-llave
                invalid key move 1 to fin-vinculos
            end-start
            perform until fin-vinculos = 1
                read vinculos-file next record
                    at end move 1 to fin-vinculos
                    not at end
                        if pmv-no-cte-moral not = ws-no-cte
                            or not pmv-representante
                            move 1 to fin-vinculos
                        else
                            move pmv-no-cte-fisica to ws-no-cte-rep
                            perform revisar-identificacion-rep
                        end-if
                end-read
            end-perform.
        revisar-identificacion-rep.
            move 0 to fin-documentos
            move ws-no-cte-rep to doc-no-cte
            move spaces to doc-tipo
            start documentos-file key is not less than doc-llave
                invalid key move 1 to fin-documentos
            end-start
            perform until fin-documentos = 1
                read documentos-file next record
                    at end move 1 to fin-documentos
                    not at end
                        if doc-no-cte not = ws-no-cte-rep
                            move 1 to fin-documentos
                        else
                            if doc-tipo = "INE"
                                or doc-tipo = "PASAPORTE"
                                move doc-fecha-vence(1:2) to ws-dia
                                move doc-fecha-vence(3:2) to ws-mes
                                move doc-fecha-vence(5:4) to ws-anio
                                compute ws-vence-dias = ws-anio * 360
                                    + ws-mes * 30 + ws-dia
                                perform tomar-identificacion
                            end-if
                        end-if
                end-read
            end-perform.
        calcular-situacion.
            if ws-vence-dias = 0
                move "SIN REGISTRO" to ws-situacion
            else
                if ws-vence-dias < ws-corte-dias
                    move "VENCIDO" to ws-situacion
                else
                    if ws-vence-dias <= ws-corte-dias + ws-dias-aviso
                        move "POR VENCER" to ws-situacion
                    else
                        move "VIGENTE" to ws-situacion
                    end-if
                end-if
            end-if.
        imprimir-cliente.
            add 1 to ws-tot-listados
            if ws-id-situacion = "VENCIDO"
                add 1 to ws-tot-id-vencida
            end-if
            if ws-id-situacion = "POR VENCER"
                add 1 to ws-tot-id-por-vencer
            end-if
            if ws-id-situacion = "SIN REGISTRO"
                add 1 to ws-tot-id-sin
            end-if
            if ws-dom-situacion = "VENCIDO"
                add 1 to ws-tot-dom-vencido
            end-if
            if ws-dom-situacion = "POR VENCER"
                add 1 to ws-tot-dom-por-vencer
            end-if
            if ws-dom-situacion = "SIN REGISTRO"
                add 1 to ws-tot-dom-sin
            end-if
            display ws-no-cte "  " cli-nom-cte(1:30) "  "
                ws-id-situacion " " ws-id-vence "  "
                ws-dom-situacion " " ws-dom-vence.
