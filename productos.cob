        identification division.
        program-id. e1-pgmproducto.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select productos-file assign to "productos.dat"
        organization is indexed
        access mode is dynamic
        record key is pro-codigo
        file status is ws-fs-productos.

        select tarifas-file assign to "tarifas.dat"
        organization is indexed
        access mode is dynamic
        record key is tar-codigo
        file status is ws-fs-tarifas.

        select tasas-interes-file assign to "tasas_interes.dat"
        organization is indexed
        access mode is dynamic
        record key is ti-llave
        file status is ws-fs-tasas-int.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd productos-file.
        01 e1-productos.
            05 pro-codigo pic X(4).
            05 pro-descripcion pic X(30).
            05 pro-moneda pic X(3).
                88 pro-moneda-valida values "MXN" "USD" "EUR".
            05 pro-tarifas.
                10 pro-tarifa pic X(4) occurs 4 times.
            05 pro-banda-inicial pic 9(2).
            05 pro-banda-final pic 9(2).
            05 pro-nivel pic 9(1).
                88 pro-nivel-valido values 1 thru 4.
            05 pro-limite-udis pic 9(8)V99.
            05 pro-status pic X(9).
                88 pro-activo value "ACTIVO".
                88 pro-cancelado value "CANCELADO".
            05 pro-fecha-alta pic 9(8).
        fd tarifas-file.
        01 e1-tarifas.
            05 tar-codigo pic X(4).
            05 tar-descripcion pic X(30).
            05 tar-monto pic 9(8)V99.
            05 tar-porcentaje pic 9V9999.
            05 tar-moneda pic X(3).
            05 tar-criterio pic X(9).
            05 tar-parametro pic 9(10)V99.
            05 tar-status-aplica pic X(9).
        fd tasas-interes-file.
        01 e1-tasas-interes.
            05 ti-llave.
                10 ti-moneda pic X(3).
                10 ti-banda pic 9(2).
            05 ti-limite-inferior pic 9(10)V99.
            05 ti-tasa pic 9V9999.
            05 ti-fecha-vigor pic 9(8).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-productos pic X(2) value "00".
        77 ws-fs-tarifas pic X(2) value "00".
        77 ws-fs-tasas-int pic X(2) value "00".
        77 ws-existe pic 9 value 0.
        77 ws-encontrado pic 9 value 0.
        77 ws-opcion pic 9 value 0.
        77 ws-valido pic 9 value 0.
        77 ws-codigo pic X(4) value spaces.
        77 ws-pausa pic X(1) value space.
        77 ws-idx pic 9(1) value 0.
        77 ws-banda pic 9(2) value 0.
        77 ws-limite-nivel1 pic 9(8)V99 value 750.00.
        77 ws-limite-nivel2 pic 9(8)V99 value 3000.00.
        77 ws-limite-nivel3 pic 9(8)V99 value 10000.00.
        procedure division.
        inicio.
            perform abrir-productos
            open input tarifas-file
            open input tasas-interes-file
            move 0 to ws-opcion
            perform until ws-opcion = 4
                perform limpiar-pantalla
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close productos-file
            if ws-fs-tarifas = "00"
                close tarifas-file
            end-if
            if ws-fs-tasas-int = "00"
                close tasas-interes-file
            end-if
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "PRODUCTOS" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        mostrar-menu.
            display "CATALOGO DE PRODUCTOS DE CUENTA"
            display "1. Actualizar producto"
            display "2. Consultar producto"
            display "3. Listar productos"
            display "4. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform actualizar
            else
                if ws-opcion = 2
                    perform consultar
                else
                    if ws-opcion = 3
                        perform listar
                    else
                        if ws-opcion not = 4
                            display "Opcion invalida."
                        end-if
                    end-if
                end-if
            end-if.
        abrir-productos.
            open i-o productos-file
            if ws-fs-productos not = "00"
                open output productos-file
                close productos-file
                open i-o productos-file
            end-if.
        actualizar.
            display "Codigo de producto(4): "with no advancing
            accept ws-codigo
            move ws-codigo to pro-codigo
            read productos-file
                invalid key move 0 to ws-existe
                not invalid key move 1 to ws-existe
            end-read
            if ws-existe = 0
                accept pro-fecha-alta from date yyyymmdd
            end-if
            move ws-codigo to pro-codigo
            display "Descripcion(30): "with no advancing
            accept pro-descripcion
            move 0 to ws-valido
            perform until ws-valido = 1
                display "Moneda (MXN/USD/EUR): "with no advancing
                accept pro-moneda
                if pro-moneda-valida
                    move 1 to ws-valido
                else
                    display "Moneda invalida, intente de nuevo."
                end-if
            end-perform
            display "Tarifas que aplican al producto (hasta 4, "
                "ENTER para terminar):"
            move spaces to pro-tarifas
            move 1 to ws-idx
            move 0 to ws-valido
            perform until ws-valido = 1
                perform capturar-tarifa
            end-perform
            move 0 to ws-valido
            perform until ws-valido = 1
                perform capturar-bandas
            end-perform
            move 0 to ws-valido
            perform until ws-valido = 1
                display "Nivel de cuenta CNBV (1-4): "
                    with no advancing
                accept pro-nivel
                if pro-nivel-valido
                    move 1 to ws-valido
                else
                    display "Nivel invalido, intente de nuevo."
                end-if
            end-perform
            if pro-nivel = 4
                move 0 to pro-limite-udis
                display "Nivel 4: sin tope mensual de depositos."
            else
                display "Tope mensual de depositos en UDIS "
                    "9(8)V99 (0 = tope regulatorio del nivel): "
                    with no advancing
                accept pro-limite-udis
                if pro-limite-udis = 0
                    perform asignar-limite-nivel
                end-if
                display "Tope mensual: " pro-limite-udis " UDIS"
            end-if
            move 0 to ws-valido
            perform until ws-valido = 1
                display "Estatus (ACTIVO/CANCELADO): "
                    with no advancing
                accept pro-status
                if pro-activo or pro-cancelado
                    move 1 to ws-valido
                else
                    display "Estatus invalido, intente de nuevo."
                end-if
            end-perform
            if ws-existe = 1
                rewrite e1-productos
                    invalid key
                        display "No se pudo actualizar el producto."
                    not invalid key
                        display "Producto actualizado."
                end-rewrite
            else
                write e1-productos
                    invalid key
                        display "No se pudo grabar el producto."
                    not invalid key
                        display "Producto agregado."
                end-write
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        capturar-tarifa.
            display "   Tarifa " ws-idx "(4): "with no advancing
            accept pro-tarifa(ws-idx)
            if pro-tarifa(ws-idx) = spaces
                move 1 to ws-valido
            else
                move pro-tarifa(ws-idx) to tar-codigo
                move 0 to ws-encontrado
                if ws-fs-tarifas = "00"
                    read tarifas-file
                        invalid key continue
                        not invalid key move 1 to ws-encontrado
                    end-read
                end-if
                if ws-encontrado = 0
                    display "   La tarifa no esta en tarifas.dat, "
                        "intente de nuevo."
                    move spaces to pro-tarifa(ws-idx)
                else
                    display "   " tar-descripcion
                    if ws-idx = 4
                        move 1 to ws-valido
                    else
                        add 1 to ws-idx
                    end-if
                end-if
            end-if.
        capturar-bandas.
            display "Banda inicial de tasas de interes (00 = sin "
                "interes): "with no advancing
            accept pro-banda-inicial
            if pro-banda-inicial = 0
                move 0 to pro-banda-final
                move 1 to ws-valido
            else
                display "Banda final de tasas de interes: "
                    with no advancing
                accept pro-banda-final
                if pro-banda-final < pro-banda-inicial
                    display "La banda final no puede ser menor que "
                        "la inicial, intente de nuevo."
                else
                    move 1 to ws-valido
                    move pro-banda-inicial to ws-banda
                    perform until ws-banda > pro-banda-final
                        move pro-moneda to ti-moneda
                        move ws-banda to ti-banda
                        move 0 to ws-encontrado
                        if ws-fs-tasas-int = "00"
                            read tasas-interes-file
                                invalid key continue
                                not invalid key move 1 to ws-encontrado
                            end-read
                        end-if
                        if ws-encontrado = 0
                            display "La banda " ws-banda " de "
                                pro-moneda " no esta en "
                                "tasas_interes.dat, intente de nuevo."
                            move 0 to ws-valido
                        end-if
                        add 1 to ws-banda
                    end-perform
                end-if
            end-if.
        asignar-limite-nivel.
            if pro-nivel = 1
                move ws-limite-nivel1 to pro-limite-udis
            end-if
            if pro-nivel = 2
                move ws-limite-nivel2 to pro-limite-udis
            end-if
            if pro-nivel = 3
                move ws-limite-nivel3 to pro-limite-udis
            end-if.
        consultar.
            display "Codigo de producto a consultar(4): "
                with no advancing
            accept pro-codigo
            read productos-file
                invalid key display "Producto no encontrado."
                not invalid key perform mostrar-producto
            end-read
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        mostrar-producto.
            display "Producto " pro-codigo "  " pro-descripcion
            display "   Moneda " pro-moneda "  estatus " pro-status
                "  alta " pro-fecha-alta
            display "   Tarifas: " pro-tarifa(1) " " pro-tarifa(2)
                " " pro-tarifa(3) " " pro-tarifa(4)
            if pro-banda-inicial = 0
                display "   Sin bandas de interes"
            else
                display "   Bandas de interes " pro-moneda " "
                    pro-banda-inicial " a " pro-banda-final
            end-if
            if pro-limite-udis = 0
                display "   Nivel " pro-nivel
                    "  sin tope mensual de depositos"
            else
                display "   Nivel " pro-nivel
                    "  tope mensual " pro-limite-udis " UDIS"
            end-if.
        listar.
            display "CATALOGO DE PRODUCTOS"
            move 0 to fin-fichero
            move spaces to pro-codigo
            start productos-file key is not less than pro-codigo
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read productos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        display "   " pro-codigo " " pro-descripcion
                            " " pro-moneda " nivel " pro-nivel
                            " tope " pro-limite-udis " " pro-status
                end-read
            end-perform
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
