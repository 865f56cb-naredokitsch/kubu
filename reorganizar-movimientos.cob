        identification division.
        program-id. reorganizar-movimientos.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select movimientos-ant-file assign to "movimientos_ant.dat"
        organization is indexed
        access mode is sequential
        record key is an-no-mts-mts
        file status is ws-fs-ant.

        select hist-ant-file assign to "movimientos_hist_ant.dat"
        organization is line sequential
        file status is ws-fs-hist-ant.

        select movimientos-file assign to "movimientos.dat"
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

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd movimientos-ant-file.
        01 an-movimientos.
            05 an-no-mts-mts pic 9(13).
            05 an-resto pic X(78).
        fd hist-ant-file.
        01 ha-movimientos pic X(91).
        fd movimientos-file.
        01 e1-movimientos.
            05 e1-no-mts-mts pic 9(13).
            05 e1-no-cte-mts pic 9(10).
            05 e1-cta-chq-mts pic 9(13).
            05 e1-cta-cbe-mts pic 9(20).
            05 e1-tipo-mts pic A(8).
            05 e1-sdo-mts pic S9(10)V99.
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
            05 hs-no-cte-mts pic 9(10).
            05 hs-cta-chq-mts pic 9(13).
            05 hs-cta-cbe-mts pic 9(20).
            05 hs-tipo-mts pic A(8).
            05 hs-sdo-mts pic S9(10)V99.
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
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-ant pic X(2) value "00".
        77 ws-fs-hist-ant pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-hist pic X(2) value "00".
        77 ws-confirmacion pic X(1) value space.
        77 ws-leidos pic 9(10) value 0.
        77 ws-grabados pic 9(10) value 0.
        77 ws-hist-leidos pic 9(10) value 0.
        77 ws-hist-grabados pic 9(10) value 0.
        77 ws-duplicados pic 9(10) value 0.
        procedure division.
        inicio-reorganizar.
            display "REORGANIZACION DE MOVIMIENTOS CON LLAVES ALTERNAS"
            display "Se reconstruyen movimientos.dat y "
                "movimientos_hist.dat con llaves por cuenta+fecha "
                "y por cliente+fecha."
            display "Confirmar (S/N): " with no advancing
            accept ws-confirmacion
            if ws-confirmacion not = "S" and ws-confirmacion not = "s"
                display "Reorganizacion cancelada."
                stop run
            end-if
            perform reorganizar-vigentes
            perform reorganizar-historico
            display " "
            display "Movimientos leidos: " ws-leidos
                "  grabados: " ws-grabados
            display "Historicos leidos: " ws-hist-leidos
                "  grabados: " ws-hist-grabados
            display "Folios duplicados omitidos: " ws-duplicados
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "REORGMOVS" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        reorganizar-vigentes.
            call "SYSTEM" using
                "mv -f movimientos.dat movimientos_ant.dat 2>/dev/null"
            open input movimientos-ant-file
            if ws-fs-ant not = "00"
                display "No existe movimientos.dat, se crea vacio."
                open output movimientos-file
                close movimientos-file
            else
                open output movimientos-file
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read movimientos-ant-file next record
                        at end move 1 to fin-fichero
                        not at end perform grabar-vigente
                    end-read
                end-perform
                close movimientos-ant-file
                close movimientos-file
            end-if.
        grabar-vigente.
            add 1 to ws-leidos
            move spaces to e1-movimientos
            move an-movimientos to e1-movimientos(1:91)
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    add 1 to ws-duplicados
                    display "Folio duplicado omitido: " e1-no-mts-mts
                not invalid key
                    add 1 to ws-grabados
            end-write.
        reorganizar-historico.
            call "SYSTEM" using
                "mv -f movimientos_hist.dat movimientos_hist_ant.dat"
            open input hist-ant-file
            if ws-fs-hist-ant not = "00"
                display "No existe movimientos_hist.dat, se crea vacio."
                open output movimientos-hist-file
                close movimientos-hist-file
            else
                open output movimientos-hist-file
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read hist-ant-file
                        at end move 1 to fin-fichero
                        not at end perform grabar-historico
                    end-read
                end-perform
                close hist-ant-file
                close movimientos-hist-file
            end-if.
        grabar-historico.
            add 1 to ws-hist-leidos
            move spaces to hs-movimientos
            move ha-movimientos to hs-movimientos(1:91)
            move hs-cta-chq-mts to hs-lcta-cuenta
            move hs-fech-mts(5:4) to hs-lcta-fecha(1:4)
            move hs-fech-mts(3:2) to hs-lcta-fecha(5:2)
            move hs-fech-mts(1:2) to hs-lcta-fecha(7:2)
            move hs-no-mts-mts to hs-lcta-no-mts
            move hs-no-cte-mts to hs-lcte-no-cte
            move hs-lcta-fecha to hs-lcte-fecha
            move hs-no-mts-mts to hs-lcte-no-mts
            write hs-movimientos
                invalid key
                    add 1 to ws-duplicados
                    display "Folio historico duplicado omitido: "
                        hs-no-mts-mts
                not invalid key
                    add 1 to ws-hist-grabados
            end-write.
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
