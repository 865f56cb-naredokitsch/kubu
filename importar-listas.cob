        identification division.
        program-id. importar-listas.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select listas-entrada-file assign to "listas_entrada.dat"
        organization is line sequential
        file status is ws-fs-entrada.

        select listas-file assign to "listas_bloqueadas.dat"
        organization is indexed
        access mode is dynamic
        record key is lst-llave
        file status is ws-fs-listas.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd listas-entrada-file.
        01 e1-lista-entrada.
            05 lse-lista pic X(4).
            05 lse-id pic X(10).
            05 lse-nombre pic X(80).
            05 lse-rfc pic X(13).
            05 lse-fecha pic 9(8).
        fd listas-file.
        01 e1-lista-bloqueada.
            05 lst-llave.
                10 lst-lista pic X(4).
                10 lst-id pic X(10).
            05 lst-nombre pic X(80).
            05 lst-rfc pic X(13).
            05 lst-fecha-publicacion pic 9(8).
            05 lst-fecha-carga pic 9(8).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-listas pic 9 value 0.
        77 ws-fs-entrada pic X(2) value "00".
        77 ws-fs-listas pic X(2) value "00".
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-fecha-carga pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-tot-leidos pic 9(6) value 0.
        77 ws-tot-cargados pic 9(6) value 0.
        77 ws-tot-rechazados pic 9(6) value 0.
        77 ws-tot-eliminados pic 9(6) value 0.
        77 ws-lista-actual pic X(4) value spaces.
        77 ws-lista-vista pic 9 value 0.
        77 ws-tl-idx pic 9(2) value 0.
        77 ws-tl-total pic 9(2) value 0.
        77 ws-nrm-pos pic 9(2) value 0.
        77 ws-nrm-sal pic 9(2) value 0.
        77 ws-nrm-car pic X(1) value space.
        77 ws-nrm-previo pic X(1) value space.
        01 ws-nombre-buscar pic X(80) value spaces.
        01 ws-nombre-normal pic X(80) value spaces.
        01 ws-tabla-listas.
            05 ws-tl-lista pic X(4) occurs 10 times.
        procedure division.
        inicio-importacion.
            display "IMPORTACION DE LISTAS DE PERSONAS BLOQUEADAS"
            open input listas-entrada-file
            if ws-fs-entrada not = "00"
                display "No hay archivo de listas "
                    "(listas_entrada.dat), no se importo nada."
                stop run
            end-if
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-fecha-carga = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read listas-entrada-file
                    at end move 1 to fin-fichero
                    not at end perform registrar-lista-recibida
                end-read
            end-perform
            close listas-entrada-file
            if ws-tl-total = 0
                display "El archivo de listas viene vacio, se "
                    "conservan las listas cargadas."
                stop run
            end-if
            perform abrir-listas
            move 1 to ws-tl-idx
            perform until ws-tl-idx > ws-tl-total
                move ws-tl-lista(ws-tl-idx) to ws-lista-actual
                perform eliminar-lista-anterior
                add 1 to ws-tl-idx
            end-perform
            open input listas-entrada-file
            move 0 to fin-fichero
            perform until fin-fichero = 1
                read listas-entrada-file
                    at end move 1 to fin-fichero
                    not at end perform cargar-entrada-lista
                end-read
            end-perform
            close listas-entrada-file
            open output listas-entrada-file
            close listas-entrada-file
            close listas-file
            display " "
            move 1 to ws-tl-idx
            perform until ws-tl-idx > ws-tl-total
                display "   Lista reemplazada: "
                    ws-tl-lista(ws-tl-idx)
                add 1 to ws-tl-idx
            end-perform
            display "Renglones leidos: " ws-tot-leidos
                "  cargados: " ws-tot-cargados
                "  rechazados: " ws-tot-rechazados
            display "Registros anteriores eliminados: "
                ws-tot-eliminados
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "IMPORTLIST" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-listas.
            open i-o listas-file
            if ws-fs-listas not = "00"
                open output listas-file
                close listas-file
                open i-o listas-file
            end-if.
        registrar-lista-recibida.
            add 1 to ws-tot-leidos
            if lse-lista = "LPB" or lse-lista = "OFAC"
                move 0 to ws-lista-vista
                move 1 to ws-tl-idx
                perform until ws-tl-idx > ws-tl-total
                    if ws-tl-lista(ws-tl-idx) = lse-lista
                        move 1 to ws-lista-vista
                    end-if
                    add 1 to ws-tl-idx
                end-perform
                if ws-lista-vista = 0 and ws-tl-total < 10
                    add 1 to ws-tl-total
                    move lse-lista to ws-tl-lista(ws-tl-total)
                end-if
            end-if.
        eliminar-lista-anterior.
            move 0 to fin-listas
            move ws-lista-actual to lst-lista
            move low-values to lst-id
            start listas-file key is not less than lst-llave
                invalid key move 1 to fin-listas
            end-start
            perform until fin-listas = 1
                read listas-file next record
                    at end move 1 to fin-listas
                    not at end
                        if lst-lista not = ws-lista-actual
                            move 1 to fin-listas
                        else
                            delete listas-file
                                invalid key continue
                                not invalid key
                                    add 1 to ws-tot-eliminados
                            end-delete
                        end-if
                end-read
            end-perform.
        cargar-entrada-lista.
            if (lse-lista not = "LPB" and lse-lista not = "OFAC")
                or lse-id = spaces
                or (lse-nombre = spaces and lse-rfc = spaces)
                add 1 to ws-tot-rechazados
                display "RECHAZO lista " lse-lista " id " lse-id
                    ": lista desconocida o renglon sin nombre ni RFC"
            else
                move lse-nombre to ws-nombre-buscar
                perform normalizar-nombre
                move lse-lista to lst-lista
                move lse-id to lst-id
                move ws-nombre-normal to lst-nombre
                move lse-rfc to lst-rfc
                inspect lst-rfc converting
                    "abcdefghijklmnopqrstuvwxyz"
                    to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                move lse-fecha to lst-fecha-publicacion
                move ws-fecha-carga to lst-fecha-carga
                write e1-lista-bloqueada
                    invalid key
                        add 1 to ws-tot-rechazados
                        display "RECHAZO lista " lse-lista " id "
                            lse-id ": identificador repetido"
                    not invalid key
                        add 1 to ws-tot-cargados
                end-write
            end-if.
        normalizar-nombre.
            inspect ws-nombre-buscar converting
                "abcdefghijklmnopqrstuvwxyz.,;:-_'/"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ        "
            move spaces to ws-nombre-normal
            move 0 to ws-nrm-sal
            move space to ws-nrm-previo
            move 1 to ws-nrm-pos
            perform until ws-nrm-pos > 80
                move ws-nombre-buscar(ws-nrm-pos:1) to ws-nrm-car
                if ws-nrm-car not = space
                    or (ws-nrm-previo not = space and ws-nrm-sal > 0)
                    add 1 to ws-nrm-sal
                    move ws-nrm-car to ws-nombre-normal(ws-nrm-sal:1)
                end-if
                move ws-nrm-car to ws-nrm-previo
                add 1 to ws-nrm-pos
            end-perform.
