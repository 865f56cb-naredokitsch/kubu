                88 cat-deudora value "D".
                88 cat-acreedora value "A".
            05 cat-nivel pic 9(1).
            05 cat-auxiliar pic X(10).
                88 cat-sin-auxiliar value spaces.
                88 cat-aux-vista value "VISTA".
                88 cat-aux-plazos value "PLAZOS".
                88 cat-aux-cheques-caja value "CHQCAJA".
                88 cat-aux-cajas value "CAJAS".
                88 cat-aux-dev-vista value "DEVVISTA".
                88 cat-aux-dev-plazo value "DEVPLAZO".
                88 cat-aux-dev-sbg value "DEVSBG".
        fd mayor-file.
        01 e1-mayor.
            05 may-llave.
