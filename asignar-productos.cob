        identification division.
        program-id. asignar-productos.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select productos-file assign to "productos.dat"
        organization is indexed
        access mode is dynamic
        record key is pro-codigo
        file status is ws-fs-productos.

        select productos-cuenta-file assign to "productos_cuenta.dat"
        organization is indexed
        access mode is dynamic
        record key is pcu-cuenta
        file status is ws-fs-prod-cuenta.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
                88 cta-activa value "ACTIVA".
                88 cta-bloqueada value "BLOQUEADA".
                88 cta-cerrada value "CERRADA".
                88 cta-inactiva value "INACTIVA".
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
        fd productos-file.
        01 e1-productos.
            05 pro-codigo pic X(4).
            05 pro-descripcion pic X(30).
            05 pro-moneda pic X(3).
            05 pro-tarifas.
                10 pro-tarifa pic X(4) occurs 4 times.
            05 pro-banda-inicial pic 9(2).
            05 pro-banda-final pic 9(2).
            05 pro-nivel pic 9(1).
            05 pro-limite-udis pic 9(8)V99.
            05 pro-status pic X(9).
                88 pro-activo value "ACTIVO".
                88 pro-cancelado value "CANCELADO".
            05 pro-fecha-alta pic 9(8).
        fd productos-cuenta-file.
        01 e1-producto-cuenta.
            05 pcu-cuenta pic 9(13).
            05 pcu-producto pic X(4).
            05 pcu-fecha-asignado pic 9(8).
            05 pcu-asigno pic X(10).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-productos pic X(2) value "00".
        77 ws-fs-prod-cuenta pic X(2) value "00".
        77 ws-producto pic X(4) value spaces.
        77 ws-confirma pic X(1) value space.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-operador pic X(10) value "ASIGPROD".
        77 ws-tot-cuentas pic 9(10) value 0.
        77 ws-tot-con-producto pic 9(10) value 0.
        77 ws-tot-asignadas pic 9(10) value 0.
        procedure division.
        inicio-asignacion.
            display "ASIGNACION DE PRODUCTO A CUENTAS SIN PRODUCTO"
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                display "No hay archivo de cuentas (cuentas.dat), "
                    "no se asigno nada."
                stop run
            end-if
            open input productos-file
            if ws-fs-productos not = "00"
                display "No hay catalogo de productos (productos.dat)"
                    ", registre los productos antes de asignarlos."
                close cuentas-file
                stop run
            end-if
            display "Producto para las cuentas sin producto(4): "
                with no advancing
            accept ws-producto
            move ws-producto to pro-codigo
            read productos-file
                invalid key
                    display "El producto no esta en el catalogo, "
                        "no se asigno nada."
                    move space to ws-confirma
                not invalid key
                    if pro-activo
                        display "   " pro-descripcion "  nivel "
                            pro-nivel "  tope " pro-limite-udis
                            " UDIS"
                        display "Confirma la asignacion (S/N): "
                            with no advancing
                        accept ws-confirma
                    else
                        display "El producto esta " pro-status
                            ", no se asigno nada."
                        move space to ws-confirma
                    end-if
            end-read
            if ws-confirma = "S" or ws-confirma = "s"
                perform abrir-productos-cuenta
                accept ws-fecha-sistema from date yyyymmdd
                move 0 to fin-fichero
                move 0 to cta-no-cuenta
                start cuentas-file key is not less than cta-no-cuenta
                    invalid key move 1 to fin-fichero
                end-start
                perform until fin-fichero = 1
                    read cuentas-file next record
                        at end move 1 to fin-fichero
                        not at end perform asignar-producto-cuenta
                    end-read
                end-perform
                close productos-cuenta-file
                display " "
                display "Cuentas leidas: " ws-tot-cuentas
                    "  ya tenian producto: " ws-tot-con-producto
                    "  asignadas a " ws-producto ": "
                    ws-tot-asignadas
            end-if
            close cuentas-file
            close productos-file
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "ASIGPROD" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-productos-cuenta.
            open i-o productos-cuenta-file
            if ws-fs-prod-cuenta not = "00"
                open output productos-cuenta-file
                close productos-cuenta-file
                open i-o productos-cuenta-file
            end-if.
        asignar-producto-cuenta.
            add 1 to ws-tot-cuentas
            move cta-no-cuenta to pcu-cuenta
            read productos-cuenta-file
                invalid key
                    move cta-no-cuenta to pcu-cuenta
                    move ws-producto to pcu-producto
                    move ws-fecha-sistema to pcu-fecha-asignado
                    move ws-operador to pcu-asigno
                    write e1-producto-cuenta
                        invalid key
                            display "No se pudo asignar el producto "
                                "a la cuenta " cta-no-cuenta
                        not invalid key
                            add 1 to ws-tot-asignadas
                    end-write
                not invalid key
                    add 1 to ws-tot-con-producto
            end-read.
