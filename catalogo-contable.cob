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
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
            end-perform
            display "Nivel(1): "with no advancing
            accept cat-nivel
            move 0 to ws-valido
            perform until ws-valido = 1
                display "Auxiliar que controla (VISTA/PLAZOS/CHQCAJA/"
                    "CAJAS/DEVVISTA/DEVPLAZO/DEVSBG, vacio=ninguno): "
                    with no advancing
                move spaces to cat-auxiliar
                accept cat-auxiliar
                if cat-sin-auxiliar or cat-aux-vista or cat-aux-plazos
                    or cat-aux-cheques-caja or cat-aux-cajas
                    or cat-aux-dev-vista or cat-aux-dev-plazo
                    or cat-aux-dev-sbg
                    move 1 to ws-valido
                else
                    display "Auxiliar invalido, intente de nuevo."
                end-if
            end-perform
            if ws-existe = 1
                rewrite e1-catalogo
                    invalid key
                        display "   " cat-cuenta "  "
                            cat-descripcion "  " cat-naturaleza
                            "  nivel " cat-nivel
                            "  " cat-auxiliar

                end-read
            end-perform
            display "-- Presione ENTER para continuar --"
