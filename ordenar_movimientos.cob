        select movimientos-input-file assign to "movimientos.dat"
        organization is indexed
        access mode is sequential
        record key is in-no-mts-mts
        alternate record key is in-llave-cta-mts
        alternate record key is in-llave-cte-mts.

        select movimientos-output-file assign to "movimientos_ord.dat"
        organization is line sequential.
          05 in-fech-mts pic 9(8).
          05 in-moneda-mts pic X(3).
          05 in-sucursal pic 9(4).
          05 in-llave-cta-mts.
            10 in-lcta-cuenta pic 9(13).
            10 in-lcta-fecha pic 9(8).
            10 in-lcta-no-mts pic 9(13).
          05 in-llave-cte-mts.
            10 in-lcte-no-cte pic 9(10).
            10 in-lcte-fecha pic 9(8).
            10 in-lcte-no-mts pic 9(13).

        sd movimientos-work-file.
        01 wk-movimientos.
