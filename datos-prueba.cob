        identification division.
        program-id. datos-prueba.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-cte
        file status is ws-fs-clientes.

        select contactos-file assign to "contactos.dat"
        organization is indexed
        access mode is dynamic
        record key is con-no-cte
        file status is ws-fs-contactos.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select clabes-file assign to "clabes.dat"
        organization is indexed
        access mode is dynamic
        record key is clb-cuenta
        file status is ws-fs-clabes.

        select firmantes-file assign to "firmantes.dat"
        organization is indexed
        access mode is dynamic
        record key is frm-llave
        file status is ws-fs-firmantes.

        select beneficiarios-file assign to "beneficiarios.dat"
        organization is indexed
        access mode is dynamic
        record key is ben-cuenta
        file status is ws-fs-beneficiarios.

        select movimientos-file assign to "movimientos.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-mts-mts
        alternate record key is e1-llave-cta-mts
        alternate record key is e1-llave-cte-mts
        file status is ws-fs-movimientos.

        select saldos-file assign to "saldos.dat"
        organization is indexed
        access mode is dynamic
        record key is sdo-no-cte
        file status is ws-fs-saldos.

        select pr-clientes-file assign to "prueba_clientes.dat"
        organization is indexed
        access mode is sequential
        record key is pcl-no-cte
        file status is ws-fs-prueba.

        select pr-contactos-file assign to "prueba_contactos.dat"
        organization is indexed
        access mode is sequential
        record key is pco-no-cte
        file status is ws-fs-prueba.

        select pr-cuentas-file assign to "prueba_cuentas.dat"
        organization is indexed
        access mode is sequential
        record key is pct-no-cuenta
        file status is ws-fs-prueba.

        select pr-clabes-file assign to "prueba_clabes.dat"
        organization is indexed
        access mode is sequential
        record key is pcb-cuenta
        file status is ws-fs-prueba.

        select pr-firmantes-file assign to "prueba_firmantes.dat"
        organization is indexed
        access mode is sequential
        record key is pfr-llave
        file status is ws-fs-prueba.

        select pr-beneficiarios-file
            assign to "prueba_beneficiarios.dat"
        organization is indexed
        access mode is sequential
        record key is pbe-cuenta
        file status is ws-fs-prueba.

        select pr-movimientos-file assign to "prueba_movimientos.dat"
        organization is indexed
        access mode is sequential
        record key is pmv-no-mts-mts
        alternate record key is pmv-llave-cta-mts
        alternate record key is pmv-llave-cte-mts
        file status is ws-fs-prueba.

        select pr-saldos-file assign to "prueba_saldos.dat"
        organization is indexed
        access mode is sequential
        record key is psd-no-cte
        file status is ws-fs-prueba.

        select checkpoint-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd clientes-file.
        01 e1-clientes.
            05 e1-no-cte pic 9(10).
            05 e1-nom-cte.
                10 e1-1nom-cte pic X(20).
                10 e1-2nom-cte pic X(20).
                10 e1-apat-cte pic X(20).
                10 e1-amat-cte pic X(20).
            05 e1-rfc-cte pic X(13).
            05 e1-eda-cte pic 9(3).
            05 e1-fec-nac-cte.
                10 e1-dia-nac-cte pic 9(2).
                10 filler pic X value '/'.
                10 e1-mes-nac-cte pic 9(2).
                10 filler pic X value '/'.
                10 e1-year-nac-cte pic 9(4).
            05 e1-sex-cte pic X(1).
            05 e1-dom-cte.
                10 e1-cal-cte pic X(30).
                10 e1-no-ext-cte pic 9(8).
                10 e1-no-int-cte pic 9(8).
                10 e1-mun-cte pic X(30).
                10 e1-edo-cte pic X(30).
                10 e1-pais-cte pic X(30).
        fd contactos-file.
        01 e1-contactos.
            05 con-no-cte pic 9(10).
            05 con-telefono pic X(15).
            05 con-email pic X(40).
        fd cuentas-file.
        01 e1-cuentas.
            05 cta-no-cuenta pic 9(13).
            05 cta-no-cte pic 9(10).
            05 cta-status pic X(9).
            05 cta-fecha-apertura pic 9(8).
            05 cta-sucursal pic 9(4).
        fd clabes-file.
        01 e1-clabe.
            05 clb-cuenta pic 9(13).
            05 clb-clabe pic 9(20).
            05 clb-fecha-asignada pic 9(8).
        fd firmantes-file.
        01 e1-firmante.
            05 frm-llave.
                10 frm-cuenta pic 9(13).
                10 frm-no-cte pic 9(10).
            05 frm-regla pic X(11).
            05 frm-umbral pic 9(10)V99.
            05 frm-fecha-alta pic 9(8).
            05 frm-status pic X(9).
        fd beneficiarios-file.
        01 e1-beneficiarios.
            05 ben-cuenta pic 9(13).
            05 ben-datos occurs 3 times.
                10 ben-nombre pic X(40).
                10 ben-fecha-nac pic 9(8).
                10 ben-parentesco pic X(15).
                10 ben-porcentaje pic 9(3).
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
        fd saldos-file.
        01 e1-saldos.
            05 sdo-no-cte pic 9(10).
            05 sdo-saldo pic S9(10)V99.
            05 sdo-ultimo-mts pic 9(13).
        fd pr-clientes-file.
        01 pr-clientes.
            05 pcl-no-cte pic 9(10).
            05 pcl-resto pic X(243).
        fd pr-contactos-file.
        01 pr-contactos.
            05 pco-no-cte pic 9(10).
            05 pco-resto pic X(55).
        fd pr-cuentas-file.
        01 pr-cuentas.
            05 pct-no-cuenta pic 9(13).
            05 pct-resto pic X(31).
        fd pr-clabes-file.
        01 pr-clabe.
            05 pcb-cuenta pic 9(13).
            05 pcb-resto pic X(28).
        fd pr-firmantes-file.
        01 pr-firmante.
            05 pfr-llave pic X(23).
            05 pfr-resto pic X(40).
        fd pr-beneficiarios-file.
        01 pr-beneficiarios.
            05 pbe-cuenta pic 9(13).
            05 pbe-resto pic X(198).
        fd pr-movimientos-file.
        01 pr-movimientos.
            05 pmv-no-mts-mts pic 9(13).
            05 pmv-datos pic X(78).
            05 pmv-llave-cta-mts pic X(34).
            05 pmv-llave-cte-mts pic X(31).
        fd pr-saldos-file.
        01 pr-saldos.
            05 psd-no-cte pic 9(10).
            05 psd-resto pic X(25).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-contactos pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-clabes pic X(2) value "00".
        77 ws-fs-firmantes pic X(2) value "00".
        77 ws-fs-beneficiarios pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-saldos pic X(2) value "00".
        77 ws-fs-prueba pic X(2) value "00".
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-existe pic 9 value 0.
        77 ws-clabe-propia pic 9 value 0.
        77 ws-i pic 9 value 0.
        77 ws-leidos pic 9(10) value 0.
        77 ws-grabados pic 9(10) value 0.
        77 ws-omitidos pic 9(10) value 0.
        77 ws-total-omitidos pic 9(10) value 0.
        77 ws-clabes-enmascaradas pic 9(10) value 0.
        77 ws-semilla-base pic 9(14) value 0.
        77 ws-semilla pic 9(18) value 0.
        77 ws-indice pic 9(4) value 0.
        77 ws-telefono-num pic 9(8) value 0.
        77 ws-cociente pic 9(18) value 0.
        77 ws-falso-1nom pic X(12) value spaces.
        77 ws-falso-2nom pic X(12) value spaces.
        77 ws-falso-apat pic X(12) value spaces.
        77 ws-falso-amat pic X(12) value spaces.
        77 ws-falso-calle pic X(24) value spaces.
        77 ws-falso-municipio pic X(20) value spaces.
        77 ws-falso-estado pic X(20) value spaces.
        77 ws-falso-no-ext pic 9(8) value 0.
        77 ws-falso-no-int pic 9(8) value 0.
        77 ws-falso-homoclave pic X(3) value spaces.
        77 ws-email-nombre pic X(12) value spaces.
        77 ws-email-apellido pic X(12) value spaces.
        77 ws-clabe-cuenta-real pic 9(11) value 0.
        77 ws-clabe-cuenta-falsa pic 9(11) value 0.
        77 ws-clabe-producto pic 9(16) value 0.
        77 ws-cta-cbe-mts pic 9(20) value 0.
        77 ws-clabe-cociente pic 9(4) value 0.
        77 ws-clabe-suma pic 9(4) value 0.
        77 ws-clabe-pos pic 9(2) value 0.
        77 ws-clabe-campo-pos pic 9(2) value 0.
        77 ws-clabe-peso pic 9(1) value 0.
        77 ws-clabe-resto pic 9(1) value 0.
        77 ws-clabe-digito pic 9(1) value 0.
        77 ws-clabe-parcial pic 9(2) value 0.
        77 ws-clabe-parcial-mod pic 9(1) value 0.
        77 ws-clabe-check-calc pic 9(1) value 0.
        01 ws-nombres-valores.
            05 filler pic X(12) value "ALEJANDRO".
            05 filler pic X(12) value "BEATRIZ".
            05 filler pic X(12) value "CARLOS".
            05 filler pic X(12) value "DANIELA".
            05 filler pic X(12) value "EDUARDO".
            05 filler pic X(12) value "FERNANDA".
            05 filler pic X(12) value "GERARDO".
            05 filler pic X(12) value "GABRIELA".
            05 filler pic X(12) value "HUGO".
            05 filler pic X(12) value "ISABEL".
            05 filler pic X(12) value "JAVIER".
            05 filler pic X(12) value "JIMENA".
            05 filler pic X(12) value "LUIS".
            05 filler pic X(12) value "LORENA".
            05 filler pic X(12) value "MANUEL".
            05 filler pic X(12) value "MARIANA".
            05 filler pic X(12) value "OSCAR".
            05 filler pic X(12) value "PATRICIA".
            05 filler pic X(12) value "RICARDO".
            05 filler pic X(12) value "ROSA".
            05 filler pic X(12) value "SERGIO".
            05 filler pic X(12) value "SOFIA".
            05 filler pic X(12) value "VICTOR".
            05 filler pic X(12) value "VERONICA".
        01 ws-nombres redefines ws-nombres-valores.
            05 ws-nombre-tabla pic X(12) occurs 24 times.
        01 ws-apellidos-valores.
            05 filler pic X(12) value "BARRERA".
            05 filler pic X(12) value "CABRERA".
            05 filler pic X(12) value "CASTILLO".
            05 filler pic X(12) value "DOMINGUEZ".
            05 filler pic X(12) value "FIGUEROA".
            05 filler pic X(12) value "GALINDO".
            05 filler pic X(12) value "GUERRERO".
            05 filler pic X(12) value "HERNANDEZ".
            05 filler pic X(12) value "LOZANO".
            05 filler pic X(12) value "MEDINA".
            05 filler pic X(12) value "MORALES".
            05 filler pic X(12) value "NAVARRO".
            05 filler pic X(12) value "PACHECO".
            05 filler pic X(12) value "PEREZ".
            05 filler pic X(12) value "RAMIREZ".
            05 filler pic X(12) value "ROMERO".
            05 filler pic X(12) value "SALINAS".
            05 filler pic X(12) value "SEPULVEDA".
            05 filler pic X(12) value "TORRES".
            05 filler pic X(12) value "VALDEZ".
            05 filler pic X(12) value "VEGA".
            05 filler pic X(12) value "VILLANUEVA".
            05 filler pic X(12) value "ZAMORA".
            05 filler pic X(12) value "ZAVALA".
        01 ws-apellidos redefines ws-apellidos-valores.
            05 ws-apellido-tabla pic X(12) occurs 24 times.
        01 ws-calles-valores.
            05 filler pic X(24) value "AV. INSURGENTES SUR".
            05 filler pic X(24) value "CALLE HIDALGO".
            05 filler pic X(24) value "AV. JUAREZ".
            05 filler pic X(24) value "CALLE MORELOS".
            05 filler pic X(24) value "CALZ. DE TLALPAN".
            05 filler pic X(24) value "AV. REVOLUCION".
            05 filler pic X(24) value "CALLE ALLENDE".
            05 filler pic X(24) value "AV. VALLARTA".
            05 filler pic X(24) value "CALLE ZARAGOZA".
            05 filler pic X(24) value "AV. CONSTITUCION".
            05 filler pic X(24) value "CALLE ALDAMA".
            05 filler pic X(24) value "BLVD. LOPEZ MATEOS".
        01 ws-calles redefines ws-calles-valores.
            05 ws-calle-tabla pic X(24) occurs 12 times.
        01 ws-municipios-valores.
            05 filler pic X(20) value "COYOACAN".
            05 filler pic X(20) value "CIUDAD DE MEXICO".
            05 filler pic X(20) value "ZAPOPAN".
            05 filler pic X(20) value "JALISCO".
            05 filler pic X(20) value "MONTERREY".
            05 filler pic X(20) value "NUEVO LEON".
            05 filler pic X(20) value "PUEBLA".
            05 filler pic X(20) value "PUEBLA".
            05 filler pic X(20) value "QUERETARO".
            05 filler pic X(20) value "QUERETARO".
            05 filler pic X(20) value "MERIDA".
            05 filler pic X(20) value "YUCATAN".
            05 filler pic X(20) value "TOLUCA".
            05 filler pic X(20) value "ESTADO DE MEXICO".
            05 filler pic X(20) value "LEON".
            05 filler pic X(20) value "GUANAJUATO".
            05 filler pic X(20) value "HERMOSILLO".
            05 filler pic X(20) value "SONORA".
            05 filler pic X(20) value "AGUASCALIENTES".
            05 filler pic X(20) value "AGUASCALIENTES".
            05 filler pic X(20) value "CULIACAN".
            05 filler pic X(20) value "SINALOA".
            05 filler pic X(20) value "MORELIA".
            05 filler pic X(20) value "MICHOACAN".
        01 ws-municipios redefines ws-municipios-valores.
            05 ws-municipio-entrada occurs 12 times.
                10 ws-municipio-tabla pic X(20).
                10 ws-estado-tabla pic X(20).
        01 ws-homoclave-alfabeto pic X(34)
            value "ABCDEFGHIJKLMNPQRSTUVWXYZ123456789".
        procedure division.
        inicio-datos-prueba.
            display "EXTRACCION DE DATOS DE PRUEBA ENMASCARADOS"
            display "Se generan los archivos prueba_*.dat a partir de "
                "los maestros, con nombres, RFC, domicilio, telefono, "
                "correo y CLABE ficticios."
            perform abrir-maestros
            perform extraer-clientes
            perform extraer-contactos
            perform extraer-cuentas
            perform extraer-clabes
            perform extraer-firmantes
            perform extraer-beneficiarios
            perform extraer-movimientos
            perform extraer-saldos
            perform cerrar-maestros
            display " "
            display "Registros omitidos por referencia huerfana: "
                ws-total-omitidos
            display "CLABE de otros bancos enmascaradas: "
                ws-clabes-enmascaradas
            display "Copie los archivos prueba_*.dat al ambiente de "
                "pruebas con su nombre sin el prefijo prueba_."
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "DATOSPRUEBA" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        abrir-maestros.
            open input clientes-file
            if ws-fs-clientes not = "00"
                open output clientes-file
                close clientes-file
                open input clientes-file
            end-if
            open input contactos-file
            if ws-fs-contactos not = "00"
                open output contactos-file
                close contactos-file
                open input contactos-file
            end-if
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if
            open input clabes-file
            if ws-fs-clabes not = "00"
                open output clabes-file
                close clabes-file
                open input clabes-file
            end-if
            open input firmantes-file
            if ws-fs-firmantes not = "00"
                open output firmantes-file
                close firmantes-file
                open input firmantes-file
            end-if
            open input beneficiarios-file
            if ws-fs-beneficiarios not = "00"
                open output beneficiarios-file
                close beneficiarios-file
                open input beneficiarios-file
            end-if
            open input movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open input movimientos-file
            end-if
            open input saldos-file
            if ws-fs-saldos not = "00"
                open output saldos-file
                close saldos-file
                open input saldos-file
            end-if.
        cerrar-maestros.
            close clientes-file
            close contactos-file
            close cuentas-file
            close clabes-file
            close firmantes-file
            close beneficiarios-file
            close movimientos-file
            close saldos-file.
        iniciar-contadores.
            move 0 to ws-leidos
            move 0 to ws-grabados
            move 0 to ws-omitidos
            move 0 to fin-fichero.
        mostrar-contadores.
            display "   leidos: " ws-leidos "  grabados: " ws-grabados
                "  omitidos: " ws-omitidos
            add ws-omitidos to ws-total-omitidos.
        extraer-clientes.
            display "clientes.dat -> prueba_clientes.dat"
            perform iniciar-contadores
            open output pr-clientes-file
            move 0 to e1-no-cte
            start clientes-file key is not less than e1-no-cte
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read clientes-file next record
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-leidos
                        perform enmascarar-cliente
                        move e1-clientes to pr-clientes
                        write pr-clientes
                        add 1 to ws-grabados
                end-read
            end-perform
            close pr-clientes-file
            perform mostrar-contadores.
        enmascarar-cliente.
            move e1-no-cte to ws-semilla-base
            perform generar-persona-falsa
            move ws-falso-1nom to e1-1nom-cte
            if e1-2nom-cte not = spaces
                move ws-falso-2nom to e1-2nom-cte
            end-if
            move ws-falso-apat to e1-apat-cte
            move ws-falso-amat to e1-amat-cte
            if e1-rfc-cte not = spaces
                move spaces to e1-rfc-cte
                move ws-falso-apat(1:2) to e1-rfc-cte(1:2)
                move ws-falso-amat(1:1) to e1-rfc-cte(3:1)
                move ws-falso-1nom(1:1) to e1-rfc-cte(4:1)
                move e1-year-nac-cte(3:2) to e1-rfc-cte(5:2)
                move e1-mes-nac-cte to e1-rfc-cte(7:2)
                move e1-dia-nac-cte to e1-rfc-cte(9:2)
                move ws-falso-homoclave to e1-rfc-cte(11:3)
            end-if
            move ws-falso-calle to e1-cal-cte
            move ws-falso-no-ext to e1-no-ext-cte
            if e1-no-int-cte not = 0
                move ws-falso-no-int to e1-no-int-cte
            end-if
            move ws-falso-municipio to e1-mun-cte
            move ws-falso-estado to e1-edo-cte.
        generar-persona-falsa.
            compute ws-semilla = ws-semilla-base * 7919 + 104729
            divide ws-semilla by 24 giving ws-semilla
                remainder ws-indice
            move ws-nombre-tabla(ws-indice + 1) to ws-falso-1nom
            divide ws-semilla by 24 giving ws-semilla
                remainder ws-indice
            move ws-nombre-tabla(ws-indice + 1) to ws-falso-2nom
            if ws-falso-2nom = ws-falso-1nom
                move ws-nombre-tabla(24 - ws-indice) to ws-falso-2nom
            end-if
            divide ws-semilla by 24 giving ws-semilla
                remainder ws-indice
            move ws-apellido-tabla(ws-indice + 1) to ws-falso-apat
            divide ws-semilla by 24 giving ws-semilla
                remainder ws-indice
            move ws-apellido-tabla(ws-indice + 1) to ws-falso-amat
            divide ws-semilla by 12 giving ws-semilla
                remainder ws-indice
            move ws-calle-tabla(ws-indice + 1) to ws-falso-calle
            divide ws-semilla by 12 giving ws-semilla
                remainder ws-indice
            move ws-municipio-tabla(ws-indice + 1)
                to ws-falso-municipio
            move ws-estado-tabla(ws-indice + 1) to ws-falso-estado
            divide ws-semilla by 900 giving ws-semilla
                remainder ws-indice
            compute ws-falso-no-ext = ws-indice + 1
            divide ws-semilla by 34 giving ws-semilla
                remainder ws-indice
            move ws-homoclave-alfabeto(ws-indice + 1:1)
                to ws-falso-homoclave(1:1)
            divide ws-semilla by 34 giving ws-semilla
                remainder ws-indice
            move ws-homoclave-alfabeto(ws-indice + 1:1)
                to ws-falso-homoclave(2:1)
            divide ws-semilla by 9 giving ws-semilla
                remainder ws-indice
            move ws-homoclave-alfabeto(ws-indice + 26:1)
                to ws-falso-homoclave(3:1)
            divide ws-semilla by 40 giving ws-semilla
                remainder ws-indice
            compute ws-falso-no-int = ws-indice + 1
            compute ws-semilla = ws-semilla-base * 7907 + 1234567
            divide ws-semilla by 100000000 giving ws-cociente
                remainder ws-telefono-num.
        extraer-contactos.
            display "contactos.dat -> prueba_contactos.dat"
            perform iniciar-contadores
            open output pr-contactos-file
            move 0 to con-no-cte
            start contactos-file key is not less than con-no-cte
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read contactos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-leidos
                        move con-no-cte to e1-no-cte
                        perform leer-cliente
                        if ws-existe = 1
                            perform enmascarar-contacto
                            move e1-contactos to pr-contactos
                            write pr-contactos
                            add 1 to ws-grabados
                        else
                            add 1 to ws-omitidos
                        end-if
                end-read
            end-perform
            close pr-contactos-file
            perform mostrar-contadores.
        enmascarar-contacto.
            move con-no-cte to ws-semilla-base
            perform generar-persona-falsa
            if con-telefono not = spaces
                move spaces to con-telefono
                string "55" ws-telefono-num delimited by size
                    into con-telefono
            end-if
            if con-email not = spaces
                move ws-falso-1nom to ws-email-nombre
                move ws-falso-apat to ws-email-apellido
                inspect ws-email-nombre converting
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    to "abcdefghijklmnopqrstuvwxyz"
                inspect ws-email-apellido converting
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    to "abcdefghijklmnopqrstuvwxyz"
                move spaces to con-email
                string ws-email-nombre delimited by space
                    "." delimited by size
                    ws-email-apellido delimited by space
                    con-no-cte(7:4) delimited by size
                    "@prueba.mx" delimited by size
                    into con-email
            end-if.
        extraer-cuentas.
            display "cuentas.dat -> prueba_cuentas.dat"
            perform iniciar-contadores
            open output pr-cuentas-file
            move 0 to cta-no-cuenta
            start cuentas-file key is not less than cta-no-cuenta
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read cuentas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-leidos
                        move cta-no-cte to e1-no-cte
                        perform leer-cliente
                        if ws-existe = 1
                            move e1-cuentas to pr-cuentas
                            write pr-cuentas
                            add 1 to ws-grabados
                        else
                            add 1 to ws-omitidos
                        end-if
                end-read
            end-perform
            close pr-cuentas-file
            perform mostrar-contadores.
        extraer-clabes.
            display "clabes.dat -> prueba_clabes.dat"
            perform iniciar-contadores
            open output pr-clabes-file
            move 0 to clb-cuenta
            start clabes-file key is not less than clb-cuenta
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read clabes-file next record
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-leidos
                        move clb-cuenta to cta-no-cuenta
                        perform leer-cuenta-cliente
                        if ws-existe = 1
                            move e1-clabe to pr-clabe
                            write pr-clabe
                            add 1 to ws-grabados
                        else
                            add 1 to ws-omitidos
                        end-if
                end-read
            end-perform
            close pr-clabes-file
            perform mostrar-contadores.
        extraer-firmantes.
            display "firmantes.dat -> prueba_firmantes.dat"
            perform iniciar-contadores
            open output pr-firmantes-file
            move low-values to frm-llave
            start firmantes-file key is not less than frm-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read firmantes-file next record
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-leidos
                        move frm-cuenta to cta-no-cuenta
                        perform leer-cuenta-cliente
                        if ws-existe = 1
                            move frm-no-cte to e1-no-cte
                            perform leer-cliente
                        end-if
                        if ws-existe = 1
                            move e1-firmante to pr-firmante
                            write pr-firmante
                            add 1 to ws-grabados
                        else
                            add 1 to ws-omitidos
                        end-if
                end-read
            end-perform
            close pr-firmantes-file
            perform mostrar-contadores.
        extraer-beneficiarios.
            display "beneficiarios.dat -> prueba_beneficiarios.dat"
            perform iniciar-contadores
            open output pr-beneficiarios-file
            move 0 to ben-cuenta
            start beneficiarios-file key is not less than ben-cuenta
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read beneficiarios-file next record
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-leidos
                        move ben-cuenta to cta-no-cuenta
                        perform leer-cuenta-cliente
                        if ws-existe = 1
                            perform enmascarar-beneficiarios
                            move e1-beneficiarios to pr-beneficiarios
                            write pr-beneficiarios
                            add 1 to ws-grabados
                        else
                            add 1 to ws-omitidos
                        end-if
                end-read
            end-perform
            close pr-beneficiarios-file
            perform mostrar-contadores.
        enmascarar-beneficiarios.
            move 1 to ws-i
            perform until ws-i > 3
                if ben-nombre(ws-i) not = spaces
                    compute ws-semilla-base = ben-cuenta * 3 + ws-i
                    perform generar-persona-falsa
                    move spaces to ben-nombre(ws-i)
                    string ws-falso-1nom delimited by space
                        " " delimited by size
                        ws-falso-apat delimited by space
                        " " delimited by size
                        ws-falso-amat delimited by space
                        into ben-nombre(ws-i)
                end-if
                add 1 to ws-i
            end-perform.
        extraer-movimientos.
            display "movimientos.dat -> prueba_movimientos.dat"
            perform iniciar-contadores
            move 0 to ws-clabes-enmascaradas
            open output pr-movimientos-file
            move 0 to e1-no-mts-mts
            start movimientos-file key is not less than e1-no-mts-mts
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read movimientos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-leidos
                        perform extraer-movimiento
                end-read
            end-perform
            close pr-movimientos-file
            perform mostrar-contadores.
        extraer-movimiento.
            move 1 to ws-existe
            if e1-no-mts-mts not = ws-trailer-key
                and e1-cta-chq-mts not = 0
                move e1-cta-chq-mts to cta-no-cuenta
                perform leer-cuenta-cliente
            end-if
            if ws-existe = 1
                if e1-no-mts-mts not = ws-trailer-key
                    and e1-cta-cbe-mts not = 0
                    perform revisar-clabe-movimiento
                end-if
                move e1-movimientos to pr-movimientos
                write pr-movimientos
                add 1 to ws-grabados
            else
                add 1 to ws-omitidos
            end-if.
        revisar-clabe-movimiento.
            move 0 to ws-clabe-propia
            move e1-cta-cbe-mts(7:13) to clb-cuenta
            read clabes-file
                invalid key continue
                not invalid key
                    if clb-clabe = e1-cta-cbe-mts
                        move 1 to ws-clabe-propia
                    end-if
            end-read
            if ws-clabe-propia = 0
                perform enmascarar-clabe
                add 1 to ws-clabes-enmascaradas
            end-if.
        enmascarar-clabe.
            move e1-cta-cbe-mts to ws-cta-cbe-mts
            move ws-cta-cbe-mts(9:11) to ws-clabe-cuenta-real
            compute ws-clabe-producto =
                ws-clabe-cuenta-real * 7919 + 104729
            divide ws-clabe-producto by 100000000000
                giving ws-cociente remainder ws-clabe-cuenta-falsa
            move ws-clabe-cuenta-falsa to ws-cta-cbe-mts(9:11)
            perform calcular-digito-clabe
            move ws-clabe-check-calc to ws-cta-cbe-mts(20:1)
            move ws-cta-cbe-mts to e1-cta-cbe-mts.
        calcular-digito-clabe.
            move 0 to ws-clabe-suma
            move 1 to ws-clabe-pos
            perform until ws-clabe-pos > 17
                perform acumular-digito-clabe
                add 1 to ws-clabe-pos
            end-perform
            divide ws-clabe-suma by 10 giving ws-clabe-cociente
                remainder ws-clabe-resto
            if ws-clabe-resto = 0
                move 0 to ws-clabe-check-calc
            else
                subtract ws-clabe-resto from 10
                    giving ws-clabe-check-calc
            end-if.
        acumular-digito-clabe.
            compute ws-clabe-campo-pos = ws-clabe-pos + 2
            move ws-cta-cbe-mts(ws-clabe-campo-pos:1)
                to ws-clabe-digito
            divide ws-clabe-pos by 3 giving ws-clabe-cociente
                remainder ws-clabe-resto
            if ws-clabe-resto = 1
                move 3 to ws-clabe-peso
            else
                if ws-clabe-resto = 2
                    move 7 to ws-clabe-peso
                else
                    move 1 to ws-clabe-peso
                end-if
            end-if
            multiply ws-clabe-digito by ws-clabe-peso
                giving ws-clabe-parcial
            divide ws-clabe-parcial by 10 giving ws-clabe-cociente
                remainder ws-clabe-parcial-mod
            add ws-clabe-parcial-mod to ws-clabe-suma.
        extraer-saldos.
            display "saldos.dat -> prueba_saldos.dat"
            perform iniciar-contadores
            open output pr-saldos-file
            move 0 to sdo-no-cte
            start saldos-file key is not less than sdo-no-cte
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read saldos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-leidos
                        move sdo-no-cte to e1-no-cte
                        perform leer-cliente
                        if ws-existe = 1
                            move e1-saldos to pr-saldos
                            write pr-saldos
                            add 1 to ws-grabados
                        else
                            add 1 to ws-omitidos
                        end-if
                end-read
            end-perform
            close pr-saldos-file
            perform mostrar-contadores.
        leer-cliente.
            read clientes-file
                invalid key move 0 to ws-existe
                not invalid key move 1 to ws-existe
            end-read.
        leer-cuenta-cliente.
            read cuentas-file
                invalid key move 0 to ws-existe
                not invalid key
                    move cta-no-cte to e1-no-cte
                    perform leer-cliente
            end-read.
