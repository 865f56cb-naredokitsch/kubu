        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select union-file assign to "corte_union.dat"
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
        fd union-file.
        01 un-registro.
            05 un-operador pic X(10).
            05 cc-contado pic 9(12)V99.
            05 cc-calculado pic S9(12)V99.
            05 cc-diferencia pic S9(12)V99.
            05 cc-depositos pic 9(12)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
