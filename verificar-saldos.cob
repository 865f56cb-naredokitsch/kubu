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

        select combinado-file assign to "verif_combinado.dat"
        access mode is dynamic
        record key is th-llave
        file status is ws-fs-tasas-hist.

        select fusiones-file assign to "clientes_fusionados.dat"
        organization is indexed
        access mode is dynamic
        record key is fus-no-cte
        file status is ws-fs-fusiones.
        data division.
        file section.
        fd movimientos-file.
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
        fd combinado-file.
        01 cb-movimientos.
            05 cb-no-mts-mts pic 9(13).
                10 th-moneda pic X(3).
                10 th-fecha pic 9(8).
            05 th-valor pic 9(6)V9999.
        fd fusiones-file.
        01 e1-fusiones.
            05 fus-no-cte pic 9(10).
            05 fus-no-cte-sobrev pic 9(10).
            05 fus-folio pic 9(10).
            05 fus-fecha pic 9(8).
            05 fus-hora pic 9(8).
            05 fus-operador pic X(10).
            05 fus-status pic X(9).
                88 fus-fusionado value "FUSIONADO".
                88 fus-revertido value "REVERTIDO".
            05 fus-saldo-movido pic S9(10)V99.
            05 fus-saldo-existia pic X(1).
            05 fus-ultimo-mts-ret pic 9(13).
            05 fus-fecha-reversa pic 9(8).
            05 fus-reverso pic X(10).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-esperados pic 9 value 0.
        77 ws-th-dia pic 9(2) value 0.
        77 ws-th-mes pic 9(2) value 0.
        77 ws-th-anio pic 9(4) value 0.
        77 ws-fs-fusiones pic X(2) value "00".
        77 ws-hay-fusiones pic 9 value 0.
        procedure division.
        inicio-verificar.
            display "AUDITOR DE INTEGRIDAD DE SALDOS"
            display " "
            display "Clientes verificados: " ws-total-clientes
            display "Clientes con desviacion: " ws-total-desviados
            if ws-total-desviados > 0
                move 1 to return-code
            end-if
            stop run.
        abrir-tasas.
            open input tasas-file
                not invalid key move tas-valor to ws-tasa-eur-mxn
            end-read.
        combinar-movimientos.
            move 0 to ws-hay-fusiones
            open input fusiones-file
            if ws-fs-fusiones = "00"
                move 1 to ws-hay-fusiones
            end-if
            open output combinado-file
            open input movimientos-file
            if ws-fs-movimientos = "00"
                        not at end
                            if e1-no-mts-mts not = ws-trailer-key
                                move e1-movimientos to cb-movimientos
                                perform aplicar-fusion
                                write cb-movimientos
                            end-if
                    end-read
                        not at end
                            if hs-no-mts-mts not = ws-trailer-key
                                move hs-movimientos to cb-movimientos
                                perform aplicar-fusion
                                write cb-movimientos
                            end-if
                    end-read
                close movimientos-hist-file
            end-if
            close combinado-file
            if ws-hay-fusiones = 1
                close fusiones-file
            end-if
            move 0 to fin-fichero.
        aplicar-fusion.
            if ws-hay-fusiones = 1
                move cb-no-cte-mts to fus-no-cte
                read fusiones-file
                    invalid key continue
                    not invalid key
                        if fus-fusionado
                            move fus-no-cte-sobrev to cb-no-cte-mts
                        end-if
                end-read
            end-if.

        convertir-a-mxn.
            if or-moneda-mts = "USD" or or-moneda-mts = "EUR"
                move or-fech-mts(1:2) to ws-th-dia
