        identification division.
        program-id. fusion-clientes.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select clientes-file assign to "clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is e1-no-cte
        file status is ws-fs-clientes.

        select fusiones-file assign to "clientes_fusionados.dat"
        organization is indexed
        access mode is dynamic
        record key is fus-no-cte
        file status is ws-fs-fusiones.

        select detalle-file assign to "fusiones_detalle.dat"
        organization is line sequential
        file status is ws-fs-detalle.

        select folios-file assign to "folios.dat"
        organization is indexed
        access mode is dynamic
        record key is fol-llave
        file status is ws-fs-folios.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

        select saldos-file assign to "saldos.dat"
        organization is indexed
        access mode is dynamic
        record key is sdo-no-cte
        file status is ws-fs-saldos.

        select plazos-file assign to "plazos.dat"
        organization is indexed
        access mode is dynamic
        record key is plz-no-plazo
        file status is ws-fs-plazos.

        select domiciliaciones-file assign to "domiciliaciones.dat"
        organization is indexed
        access mode is dynamic
        record key is dom-no-mandato
        file status is ws-fs-domiciliaciones.

        select creditos-file assign to "creditos.dat"
        organization is indexed
        access mode is dynamic
        record key is cre-no-credito
        file status is ws-fs-creditos.

        select tarjetas-file assign to "tarjetas.dat"
        organization is indexed
        access mode is dynamic
        record key is tjd-no-tarjeta
        file status is ws-fs-tarjetas.

        select contratos-cajas-file assign to "contratos_cajas.dat"
        organization is indexed
        access mode is dynamic
        record key is ccs-contrato
        file status is ws-fs-contratos-cajas.

        select firmantes-file assign to "firmantes.dat"
        organization is indexed
        access mode is dynamic
        record key is frm-llave
        file status is ws-fs-firmantes.

        select contactos-file assign to "contactos.dat"
        organization is indexed
        access mode is dynamic
        record key is con-no-cte
        file status is ws-fs-contactos.

        select documentos-file assign to "documentos_cliente.dat"
        organization is indexed
        access mode is dynamic
        record key is doc-llave
        file status is ws-fs-documentos.

        select riesgo-file assign to "riesgo_clientes.dat"
        organization is indexed
        access mode is dynamic
        record key is rie-no-cte
        file status is ws-fs-riesgo.

        select personas-morales-file assign to "personas_morales.dat"
        organization is indexed
        access mode is dynamic
        record key is pmo-no-cte
        file status is ws-fs-morales.

        select vinculos-file
        assign to "personas_morales_vinculos.dat"
        organization is indexed
        access mode is dynamic
        record key is pmv-llave
        file status is ws-fs-vinculos.

        select coincidencias-file assign to "coincidencias_listas.dat"
        organization is indexed
        access mode is dynamic
        record key is coi-llave
        file status is ws-fs-coincidencias.

        select operadores-file assign to "operadores.dat"
        organization is indexed
        access mode is dynamic
        record key is op-clave
        file status is ws-fs-operadores.

        select mant-auditoria-file assign to "mant_auditoria.dat"
        organization is line sequential
        file status is ws-fs-mant-aud.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select ciclo-lock-file assign to "ciclo_lock.dat"
        organization is line sequential
        file status is ws-fs-lock.

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
        fd detalle-file.
        01 e1-fusion-detalle.
            05 fdt-folio pic 9(10).
            05 fdt-archivo pic X(10).
            05 fdt-accion pic X(8).
            05 fdt-llave pic X(23).
            05 fdt-antes pic X(260).
            05 fdt-despues pic X(260).
        fd folios-file.
        01 e1-folios.
            05 fol-llave pic X(10).
            05 fol-siguiente pic 9(13).
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
        fd saldos-file.
        01 e1-saldos.
            05 sdo-no-cte pic 9(10).
            05 sdo-saldo pic S9(10)V99.
            05 sdo-ultimo-mts pic 9(13).
        fd plazos-file.
        01 e1-plazos.
            05 plz-no-plazo pic 9(10).
            05 plz-no-cte pic 9(10).
            05 plz-cuenta-ligada pic 9(13).
            05 plz-principal pic 9(12)V99.
            05 plz-plazo-dias pic 9(3).
            05 plz-tasa pic 9V9999.
            05 plz-moneda pic X(3).
            05 plz-fecha-inicio pic 9(8).
            05 plz-fecha-vto pic 9(8).
            05 plz-renovar pic X(2).
            05 plz-status pic X(10).
                88 plz-vigente value "VIGENTE".
                88 plz-pagado value "PAGADO".
                88 plz-cancelado value "CANCELADO".
        fd domiciliaciones-file.
        01 e1-domiciliaciones.
            05 dom-no-mandato pic 9(10).
            05 dom-no-cte pic 9(10).
            05 dom-cuenta pic 9(13).
            05 dom-proveedor pic 9(5).
            05 dom-nombre-proveedor pic X(30).
            05 dom-monto-maximo pic 9(10)V99.
            05 dom-vigencia-desde pic 9(8).
            05 dom-vigencia-hasta pic 9(8).
            05 dom-referencia pic X(20).
            05 dom-status pic X(10).
                88 dom-activa value "ACTIVA".
                88 dom-cancelada value "CANCELADA".
        fd creditos-file.
        01 e1-creditos.
            05 cre-no-credito pic 9(10).
            05 cre-no-cte pic 9(10).
            05 cre-cuenta pic 9(13).
            05 cre-sucursal pic 9(4).
            05 cre-principal pic 9(10)V99.
            05 cre-tasa-anual pic 9V9999.
            05 cre-plazo pic 9(3).
            05 cre-frecuencia pic X(9).
                88 cre-mensual value "MENSUAL".
                88 cre-quincenal value "QUINCENAL".
                88 cre-semanal value "SEMANAL".
            05 cre-cuota pic 9(10)V99.
            05 cre-fecha-disposicion pic 9(8).
            05 cre-saldo-capital pic 9(10)V99.
            05 cre-dias-atraso pic 9(4).
            05 cre-status pic X(9).
                88 cre-vigente value "VIGENTE".
                88 cre-vencido value "VENCIDO".
                88 cre-liquidado value "LIQUIDADO".
            05 cre-no-mts-disp pic 9(13).
            05 cre-operador pic X(10).
        fd tarjetas-file.
        01 e1-tarjetas.
            05 tjd-no-tarjeta pic 9(16).
            05 tjd-cuenta pic 9(13).
            05 tjd-no-cte pic 9(10).
            05 tjd-status pic X(9).
                88 tjd-activa value "ACTIVA".
                88 tjd-bloqueada value "BLOQUEADA".
                88 tjd-robada value "ROBADA".
            05 tjd-limite-atm pic 9(8)V99.
            05 tjd-limite-pos pic 9(8)V99.
            05 tjd-fecha-emision pic 9(8).
            05 tjd-vence-mes pic 9(2).
            05 tjd-vence-anio pic 9(4).
            05 tjd-fecha-uso pic 9(8).
            05 tjd-uso-atm pic 9(8)V99.
            05 tjd-uso-pos pic 9(8)V99.
            05 tjd-fecha-status pic 9(8).
            05 tjd-operador pic X(10).
        fd contratos-cajas-file.
        01 e1-contrato-caja.
            05 ccs-contrato pic 9(10).
            05 ccs-sucursal pic 9(4).
            05 ccs-no-caja pic 9(5).
            05 ccs-no-cte pic 9(10).
            05 ccs-cuenta pic 9(13).
            05 ccs-tarifa pic X(4).
            05 ccs-fecha-inicio pic 9(8).
            05 ccs-fecha-vence pic 9(8).
            05 ccs-fecha-pago pic 9(8).
            05 ccs-meses-adeudo pic 9(3).
            05 ccs-perforar pic X(1).
                88 ccs-por-perforar value "S".
            05 ccs-fecha-fin pic 9(8).
            05 ccs-status pic X(10).
                88 ccs-vigente value "VIGENTE".
                88 ccs-cancelado value "CANCELADO".
                88 ccs-perforado value "PERFORADO".
            05 ccs-operador pic X(10).
        fd firmantes-file.
        01 e1-firmante.
            05 frm-llave.
                10 frm-cuenta pic 9(13).
                10 frm-no-cte pic 9(10).
            05 frm-regla pic X(11).
                88 frm-indistinta value "INDISTINTA".
                88 frm-mancomunada value "MANCOMUNADA".
            05 frm-umbral pic 9(10)V99.
            05 frm-fecha-alta pic 9(8).
            05 frm-status pic X(9).
                88 frm-activa value "ACTIVA".
                88 frm-cancelada value "CANCELADA".
        fd contactos-file.
        01 e1-contactos.
            05 con-no-cte pic 9(10).
            05 con-telefono pic X(15).
            05 con-email pic X(40).
        fd documentos-file.
        01 e1-documentos.
            05 doc-llave.
                10 doc-no-cte pic 9(10).
                10 doc-tipo pic X(10).
            05 doc-folio pic X(20).
            05 doc-autoridad pic X(30).
            05 doc-fecha-emision pic 9(8).
            05 doc-fecha-vence pic 9(8).
            05 doc-fecha-registro pic 9(8).
            05 doc-operador pic X(10).
        fd riesgo-file.
        01 e1-riesgo.
            05 rie-no-cte pic 9(10).
            05 rie-nivel pic X(5).
                88 rie-nivel-valido values "BAJO" "MEDIO" "ALTO".
            05 rie-nivel-propuesto pic X(5).
            05 rie-status pic X(9).
                88 rie-vigente value "VIGENTE".
                88 rie-propuesto value "PROPUESTO".
            05 rie-propuso pic X(10).
            05 rie-autorizo pic X(10).
            05 rie-fecha-asignado pic 9(8).
            05 rie-fecha-revision pic 9(8).
            05 rie-origen pic X(10).
        fd personas-morales-file.
        01 e1-persona-moral.
            05 pmo-no-cte pic 9(10).
            05 pmo-razon-social pic X(80).
            05 pmo-fecha-constitucion pic 9(8).
            05 pmo-escritura pic X(15).
            05 pmo-fecha-escritura pic 9(8).
            05 pmo-notaria pic 9(4).
            05 pmo-notario pic X(40).
            05 pmo-folio-mercantil pic X(20).
            05 pmo-actividad pic X(40).
            05 pmo-fecha-registro pic 9(8).
            05 pmo-operador pic X(10).
        fd vinculos-file.
        01 e1-vinculo.
            05 pmv-llave.
                10 pmv-no-cte-moral pic 9(10).
                10 pmv-tipo pic X(1).
                    88 pmv-representante value "R".
                    88 pmv-beneficiario value "B".
                10 pmv-no-cte-fisica pic 9(10).
            05 pmv-cargo pic X(20).
            05 pmv-porcentaje pic 9(3)V99.
            05 pmv-fecha-alta pic 9(8).
            05 pmv-operador pic X(10).
        fd coincidencias-file.
        01 e1-coincidencia.
            05 coi-llave.
                10 coi-no-cte pic 9(10).
                10 coi-lista pic X(4).
                10 coi-id pic X(10).
            05 coi-nombre pic X(80).
            05 coi-rfc pic X(13).
            05 coi-criterio pic X(6).
            05 coi-origen pic X(10).
            05 coi-referencia pic X(20).
            05 coi-fecha pic 9(8).
            05 coi-status pic X(10).
                88 coi-pendiente value "PENDIENTE".
                88 coi-confirmada value "CONFIRMADA".
                88 coi-descartada value "DESCARTADA".
            05 coi-resolvio pic X(10).
            05 coi-fecha-resolucion pic 9(8).
        fd operadores-file.
        01 e1-operadores.
            05 op-clave pic X(10).
            05 op-nombre pic X(40).
            05 op-nivel pic 9(1).
            05 op-status pic X(10).
                88 op-activo value "ACTIVO".
                88 op-suspendido value "SUSPENDIDO".
            05 op-limite pic 9(10)V99.
            05 op-hash-clave pic 9(10).
            05 op-fecha-clave pic 9(8).
            05 op-intentos pic 9(1).
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd mant-auditoria-file.
        01 e1-mant-auditoria.
            05 mnt-operador pic X(10).
            05 mnt-fecha pic 9(8).
            05 mnt-hora pic 9(8).
            05 mnt-archivo pic X(10).
            05 mnt-llave pic X(13).
            05 mnt-accion pic X(8).
            05 mnt-antes pic X(260).
            05 mnt-despues pic X(260).
        fd ciclo-lock-file.
        01 e1-ciclo-lock pic X(40).
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 fin-detalle pic 9 value 0.
        77 ws-fs-clientes pic X(2) value "00".
        77 ws-fs-fusiones pic X(2) value "00".
        77 ws-fs-detalle pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-saldos pic X(2) value "00".
        77 ws-fs-plazos pic X(2) value "00".
        77 ws-fs-domiciliaciones pic X(2) value "00".
        77 ws-fs-creditos pic X(2) value "00".
        77 ws-fs-tarjetas pic X(2) value "00".
        77 ws-fs-contratos-cajas pic X(2) value "00".
        77 ws-fs-firmantes pic X(2) value "00".
        77 ws-fs-contactos pic X(2) value "00".
        77 ws-fs-documentos pic X(2) value "00".
        77 ws-fs-riesgo pic X(2) value "00".
        77 ws-fs-morales pic X(2) value "00".
        77 ws-fs-vinculos pic X(2) value "00".
        77 ws-fs-coincidencias pic X(2) value "00".
        77 ws-fs-mant-aud pic X(2) value "00".
        77 ws-fs-lock pic X(2) value "00".
        77 ws-interlock-ok pic 9 value 1.
        77 ws-clave-override pic X(10) value spaces.
        77 ws-fs-operadores pic X(2) value "00".
        77 ws-password pic X(10) value spaces.
        77 ws-password-nuevo pic X(10) value spaces.
        77 ws-password-confirma pic X(10) value spaces.
        77 ws-clave-ok pic 9 value 0.
        77 ws-clave-hash pic 9(10) value 0.
        77 ws-override-modo pic 9 value 0.
        77 ws-dias-clave pic 9(4) value 90.
        77 ws-clave-fecha-sis pic 9(8) value 0.
        77 ws-clave-hoy pic 9(8) value 0.
        77 ws-clave-dia pic 9(2) value 0.
        77 ws-clave-mes pic 9(2) value 0.
        77 ws-clave-anio pic 9(4) value 0.
        77 ws-clave-dias-hoy pic 9(8) value 0.
        77 ws-clave-dias-cambio pic 9(8) value 0.
        77 ws-hash-texto pic X(20) value spaces.
        77 ws-hash-pos pic 9(2) value 0.
        77 ws-hash-car pic X(1) value space.
        77 ws-hash-valor pic 9(3) value 0.
        77 ws-hash-acum pic 9(12) value 0.
        77 ws-hash-cociente pic 9(12) value 0.
        77 ws-hash-resto pic 9(10) value 0.
        77 ws-fs-parametros pic X(2) value "00".
        77 fin-parametros pic 9 value 0.
        77 ws-operador pic X(10) value spaces.
        77 ws-op-valido pic 9 value 0.
        77 ws-nivel-operador pic 9(1) value 0.
        77 ws-opcion pic 9 value 0.
        77 ws-pausa pic X(1) value space.
        77 ws-confirma pic X(1) value space.
        77 ws-valido pic 9 value 0.
        77 ws-existe pic 9 value 0.
        77 ws-redundante pic 9 value 0.
        77 ws-no-cte-sobrev pic 9(10) value 0.
        77 ws-no-cte-retirado pic 9(10) value 0.
        77 ws-folio pic 9(10) value 0.
        77 ws-folio-calculado pic 9(10) value 0.
        77 ws-fusion-previa pic 9 value 0.
        77 ws-tot-cuentas pic 9(5) value 0.
        77 ws-tot-plazos pic 9(5) value 0.
        77 ws-tot-mandatos pic 9(5) value 0.
        77 ws-tot-creditos pic 9(5) value 0.
        77 ws-tot-tarjetas pic 9(5) value 0.
        77 ws-tot-cajas pic 9(5) value 0.
        77 ws-tot-firmantes pic 9(5) value 0.
        77 ws-tot-otros pic 9(5) value 0.
        77 ws-tot-vinculos pic 9(5) value 0.
        77 ws-tot-revertidos pic 9(5) value 0.
        77 ws-tot-fusiones pic 9(5) value 0.
        77 ws-saldo-movido pic S9(10)V99 value 0.
        77 ws-saldo-existia pic X(1) value "N".
        77 ws-ultimo-mts-ret pic 9(13) value 0.
        77 ws-rango-sobrev pic 9 value 0.
        77 ws-rango-retirado pic 9 value 0.
        77 ws-nivel-retirado pic X(5) value spaces.
        77 ws-total-firmas pic 9(3) value 0.
        77 ws-idx-firma pic 9(3) value 0.
        77 ws-total-docs pic 9(3) value 0.
        77 ws-idx-doc pic 9(3) value 0.
        77 ws-total-vinculos pic 9(3) value 0.
        77 ws-idx-vinculo pic 9(3) value 0.
        77 ws-vinculo-nuevo pic X(21) value spaces.
        77 ws-moral-sobrev pic 9 value 0.
        77 ws-moral-retirado pic 9 value 0.
        77 ws-cte-revisado pic 9(10) value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-cap-dia pic 9(2) value 0.
        77 ws-cap-mes pic 9(2) value 0.
        77 ws-cap-anio pic 9(4) value 0.
        77 ws-fecha-hoy pic 9(8) value 0.
        77 ws-hora pic 9(8) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        77 ws-mnt-archivo pic X(10) value spaces.
        77 ws-mnt-llave pic X(13) value spaces.
        77 ws-mnt-accion pic X(8) value spaces.
        77 ws-fdt-accion pic X(8) value spaces.
        77 ws-fdt-llave pic X(23) value spaces.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-tabla-firmas.
            05 ws-firma-cuenta pic 9(13) occurs 500 times.
        01 ws-tabla-docs.
            05 ws-doc-tipo pic X(10) occurs 50 times.
        01 ws-tabla-vinculos.
            05 ws-vinculo-llave pic X(21) occurs 500 times.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio.
            perform verificar-interlock
            if ws-interlock-ok = 0
                stop run
            end-if
            display "FUSION DE CLIENTES DUPLICADOS"
            display "Clave de operador(10): "with no advancing
            accept ws-operador
            perform validar-operador
            if ws-op-valido = 0
                stop run
            end-if
            open input clientes-file
            if ws-fs-clientes not = "00"
                display "No hay clientes registrados en clientes.dat."
                stop run
            end-if
            perform abrir-fusiones
            perform abrir-folios
            perform abrir-cuentas
            perform abrir-saldos
            perform abrir-plazos
            perform abrir-domiciliaciones
            perform abrir-creditos
            perform abrir-tarjetas
            perform abrir-contratos-cajas
            perform abrir-firmantes
            perform abrir-contactos
            perform abrir-documentos
            perform abrir-riesgo
            perform abrir-personas-morales
            perform abrir-vinculos
            move 0 to ws-opcion
            perform until ws-opcion = 4
                perform mostrar-menu
                perform procesar-opcion
            end-perform
            close clientes-file
            close fusiones-file
            close folios-file
            close cuentas-file
            close saldos-file
            close plazos-file
            close domiciliaciones-file
            close creditos-file
            close tarjetas-file
            close contratos-cajas-file
            close firmantes-file
            close contactos-file
            close documentos-file
            close riesgo-file
            close personas-morales-file
            close vinculos-file
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "FUSION" to e1-checkpoint
            write e1-checkpoint
            close checkpoint-file.
        verificar-interlock.
            move 1 to ws-interlock-ok
            open input ciclo-lock-file
            if ws-fs-lock = "00"
                read ciclo-lock-file
                    at end move spaces to e1-ciclo-lock
                end-read
                close ciclo-lock-file
                move 0 to ws-interlock-ok
                display "SISTEMA OCUPADO: el ciclo nocturno esta en "
                    "ejecucion (" e1-ciclo-lock ")"
                display "Clave de supervisor para forzar la entrada "
                    "(ENTER para salir): "with no advancing
                accept ws-clave-override
                if ws-clave-override not = spaces
                    perform validar-override
                end-if
            end-if.
        validar-override.
            open i-o operadores-file
            if ws-fs-operadores not = "00"
                display "ACCESO DENEGADO: no hay operadores "
                    "registrados en operadores.dat."
            else
                move ws-clave-override to op-clave
                read operadores-file
                    invalid key
                        display "ACCESO DENEGADO: la clave "
                            ws-clave-override " no esta registrada."
                    not invalid key
                        if op-activo and op-nivel >= 3
                            move 1 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-interlock-ok
                                display "Entrada forzada con "
                                    "autorizacion de " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: se requiere un "
                                "supervisor ACTIVO de nivel 3 o "
                                "mayor."
                        end-if
                end-read
                close operadores-file
            end-if.
        validar-operador.
            move 0 to ws-op-valido
            open i-o operadores-file
            if ws-fs-operadores not = "00"
                display "ACCESO DENEGADO: no hay operadores "
                    "registrados en operadores.dat."
            else
                move ws-operador to op-clave
                read operadores-file
                    invalid key
                        display "ACCESO DENEGADO: la clave "
                            ws-operador " no esta registrada."
                    not invalid key
                        if op-activo and op-nivel >= 2
                            move 0 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-op-valido
                                move op-nivel to ws-nivel-operador
                                display "Bienvenido " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: se requiere un "
                                "operador ACTIVO de nivel 2 o mayor."
                        end-if
                end-read
                close operadores-file
            end-if.
        verificar-password.
            move 0 to ws-clave-ok
            accept ws-clave-fecha-sis from date yyyymmdd
            move ws-clave-fecha-sis(1:4) to ws-clave-anio
            move ws-clave-fecha-sis(5:2) to ws-clave-mes
            move ws-clave-fecha-sis(7:2) to ws-clave-dia
            compute ws-clave-hoy = ws-clave-dia * 1000000
                + ws-clave-mes * 10000 + ws-clave-anio
            compute ws-clave-dias-hoy = ws-clave-anio * 360
                + ws-clave-mes * 30 + ws-clave-dia
            display "Contrasena de " op-clave ": "with no advancing
            accept ws-password
            move op-clave to ws-hash-texto
            move ws-password to ws-hash-texto(11:10)
            perform calcular-hash-clave
            if op-hash-clave = 0
                display "El operador " op-clave " no tiene "
                    "contrasena asignada, debe definir una."
                perform cambiar-password
            else
                if ws-clave-hash = op-hash-clave
                    move 0 to op-intentos
                    perform revisar-vigencia-clave
                else
                    perform registrar-intento-fallido
                end-if
            end-if
            rewrite e1-operadores
                invalid key
                    display "No se pudo actualizar el operador "
                        op-clave " en operadores.dat."
            end-rewrite.
        revisar-vigencia-clave.
            move 1 to ws-clave-ok
            if op-fecha-clave = 0
                display "La contrasena fue restablecida por un "
                    "supervisor, debe cambiarla."
                perform cambiar-password
            else
                perform cargar-dias-clave
                move op-fecha-clave(1:2) to ws-clave-dia
                move op-fecha-clave(3:2) to ws-clave-mes
                move op-fecha-clave(5:4) to ws-clave-anio
                compute ws-clave-dias-cambio = ws-clave-anio * 360
                    + ws-clave-mes * 30 + ws-clave-dia
                if ws-dias-clave > 0 and
                    ws-clave-dias-hoy - ws-clave-dias-cambio
                        >= ws-dias-clave
                    display "La contrasena vencio, tiene mas de "
                        ws-dias-clave " dias, debe cambiarla."
                    perform cambiar-password
                end-if
            end-if.
        cambiar-password.
            move 0 to ws-clave-ok
            if ws-override-modo = 1
                display "ACCESO DENEGADO: el supervisor " op-clave
                    " debe cambiar su contrasena al firmar en su "
                    "programa."
            else
                display "Nueva contrasena(10): "with no advancing
                accept ws-password-nuevo
                display "Confirme la nueva contrasena(10): "
                    with no advancing
                accept ws-password-confirma
                if ws-password-nuevo = spaces
                    or ws-password-nuevo not = ws-password-confirma
                    display "ACCESO DENEGADO: la nueva contrasena "
                        "esta en blanco o no coincide."
                else
                    move ws-password-nuevo to ws-hash-texto(11:10)
                    perform calcular-hash-clave
                    if ws-clave-hash = op-hash-clave
                        display "ACCESO DENEGADO: la nueva "
                            "contrasena debe ser distinta de la "
                            "anterior."
                    else
                        move ws-clave-hash to op-hash-clave
                        move ws-clave-hoy to op-fecha-clave
                        move 0 to op-intentos
                        move 1 to ws-clave-ok
                        display "Contrasena cambiada."
                    end-if
                end-if
            end-if.
        registrar-intento-fallido.
            add 1 to op-intentos
            if op-intentos >= 3
                move "SUSPENDIDO" to op-status
                display "ACCESO DENEGADO: contrasena incorrecta, el "
                    "operador " op-clave " queda SUSPENDIDO por tres "
                    "intentos fallidos."
            else
                display "ACCESO DENEGADO: contrasena incorrecta, "
                    "intento " op-intentos " de 3."
            end-if.
        cargar-dias-clave.
            move 90 to ws-dias-clave
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "DIASCLAVE"
                                move par-valor to ws-dias-clave
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        calcular-hash-clave.
            move 0 to ws-hash-acum
            move 0 to ws-hash-resto
            move 1 to ws-hash-pos
            perform until ws-hash-pos > 20
                move ws-hash-texto(ws-hash-pos:1) to ws-hash-car
                move 0 to ws-hash-valor
                inspect ws-hash-alfabeto tallying ws-hash-valor
                    for characters before initial ws-hash-car
                compute ws-hash-acum = ws-hash-acum * 31
                    + (ws-hash-valor + 1) * ws-hash-pos + 7
                divide ws-hash-acum by 999999937
                    giving ws-hash-cociente remainder ws-hash-resto
                move ws-hash-resto to ws-hash-acum
                add 1 to ws-hash-pos
            end-perform
            move ws-hash-resto to ws-clave-hash
            if ws-clave-hash = 0
                move 1 to ws-clave-hash
            end-if.
        abrir-fusiones.
            open i-o fusiones-file
            if ws-fs-fusiones not = "00"
                open output fusiones-file
                close fusiones-file
                open i-o fusiones-file
            end-if.
        abrir-folios.
            open i-o folios-file
            if ws-fs-folios not = "00"
                open output folios-file
                close folios-file
                open i-o folios-file
            end-if.
        abrir-cuentas.
            open i-o cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open i-o cuentas-file
            end-if.
        abrir-saldos.
            open i-o saldos-file
            if ws-fs-saldos not = "00"
                open output saldos-file
                close saldos-file
                open i-o saldos-file
            end-if.
        abrir-plazos.
            open i-o plazos-file
            if ws-fs-plazos not = "00"
                open output plazos-file
                close plazos-file
                open i-o plazos-file
            end-if.
        abrir-domiciliaciones.
            open i-o domiciliaciones-file
            if ws-fs-domiciliaciones not = "00"
                open output domiciliaciones-file
                close domiciliaciones-file
                open i-o domiciliaciones-file
            end-if.
        abrir-creditos.
            open i-o creditos-file
            if ws-fs-creditos not = "00"
                open output creditos-file
                close creditos-file
                open i-o creditos-file
            end-if.
        abrir-contratos-cajas.
            open i-o contratos-cajas-file
            if ws-fs-contratos-cajas not = "00"
                open output contratos-cajas-file
                close contratos-cajas-file
                open i-o contratos-cajas-file
            end-if.
        abrir-tarjetas.
            open i-o tarjetas-file
            if ws-fs-tarjetas not = "00"
                open output tarjetas-file
                close tarjetas-file
                open i-o tarjetas-file
            end-if.
        abrir-firmantes.
            open i-o firmantes-file
            if ws-fs-firmantes not = "00"
                open output firmantes-file
                close firmantes-file
                open i-o firmantes-file
            end-if.
        abrir-contactos.
            open i-o contactos-file
            if ws-fs-contactos not = "00"
                open output contactos-file
                close contactos-file
                open i-o contactos-file
            end-if.
        abrir-documentos.
            open i-o documentos-file
            if ws-fs-documentos not = "00"
                open output documentos-file
                close documentos-file
                open i-o documentos-file
            end-if.
        abrir-riesgo.
            open i-o riesgo-file
            if ws-fs-riesgo not = "00"
                open output riesgo-file
                close riesgo-file
                open i-o riesgo-file
            end-if.
        abrir-personas-morales.
            open i-o personas-morales-file
            if ws-fs-morales not = "00"
                open output personas-morales-file
                close personas-morales-file
                open i-o personas-morales-file
            end-if.
        abrir-vinculos.
            open i-o vinculos-file
            if ws-fs-vinculos not = "00"
                open output vinculos-file
                close vinculos-file
                open i-o vinculos-file
            end-if.
        mostrar-menu.
            display " "
            display "FUSION DE CLIENTES DUPLICADOS"
            display "1. Fusionar clientes"
            display "2. Revertir fusion (supervisor)"
            display "3. Listar fusiones"
            display "4. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform fusionar
            else
                if ws-opcion = 2
                    perform revertir
                else
                    if ws-opcion = 3
                        perform listar-fusiones
                    else
                        if ws-opcion not = 4
                            display "Opcion invalida."
                        end-if
                    end-if
                end-if
            end-if.
        fusionar.
            display "Cliente que permanece(10): "with no advancing
            accept ws-no-cte-sobrev
            display "Cliente duplicado que se retira(10): "
                with no advancing
            accept ws-no-cte-retirado
            perform validar-fusion
            if ws-valido = 1
                display "Todo lo del cliente " ws-no-cte-retirado
                    " pasara al cliente " ws-no-cte-sobrev "."
                display "Confirme la fusion (S/N): "with no advancing
                accept ws-confirma
                if ws-confirma = "S" or ws-confirma = "s"
                    perform ejecutar-fusion
                else
                    display "Fusion cancelada."
                end-if
            end-if
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        validar-fusion.
            move 1 to ws-valido
            if ws-no-cte-sobrev = ws-no-cte-retirado
                move 0 to ws-valido
                display "RECHAZADO: el cliente que permanece y el que "
                    "se retira deben ser distintos."
            end-if
            if ws-valido = 1
                move ws-no-cte-retirado to e1-no-cte
                perform mostrar-cliente-fusion
            end-if
            if ws-valido = 1
                move ws-no-cte-sobrev to e1-no-cte
                perform mostrar-cliente-fusion
            end-if
            if ws-valido = 1
                move ws-no-cte-retirado to fus-no-cte
                read fusiones-file
                    invalid key continue
                    not invalid key
                        if fus-fusionado
                            move 0 to ws-valido
                            display "RECHAZADO: el cliente "
                                ws-no-cte-retirado " ya fue fusionado "
                                "en el cliente " fus-no-cte-sobrev "."
                        end-if
                end-read
            end-if
            if ws-valido = 1
                move ws-no-cte-sobrev to fus-no-cte
                read fusiones-file
                    invalid key continue
                    not invalid key
                        if fus-fusionado
                            move 0 to ws-valido
                            display "RECHAZADO: el cliente "
                                ws-no-cte-sobrev " esta fusionado en "
                                "el cliente " fus-no-cte-sobrev
                                ", use ese numero."
                        end-if
                end-read
            end-if
            if ws-valido = 1
                perform revisar-fusiones-recibidas
            end-if
            if ws-valido = 1
                perform revisar-tipo-persona
            end-if
            if ws-valido = 1
                perform revisar-coincidencias
            end-if.
        revisar-tipo-persona.
            move 0 to ws-moral-sobrev
            move 0 to ws-moral-retirado
            move ws-no-cte-sobrev to pmo-no-cte
            read personas-morales-file
                invalid key continue
                not invalid key move 1 to ws-moral-sobrev
            end-read
            move ws-no-cte-retirado to pmo-no-cte
            read personas-morales-file
                invalid key continue
                not invalid key move 1 to ws-moral-retirado
            end-read
            if ws-moral-sobrev not = ws-moral-retirado
                move 0 to ws-valido
                display "RECHAZADO: no se puede fusionar una persona "
                    "fisica con una persona moral."
            end-if.
        revisar-coincidencias.
            open input coincidencias-file
            if ws-fs-coincidencias = "00"
                move ws-no-cte-retirado to ws-cte-revisado
                perform buscar-coincidencias-abiertas
                if ws-valido = 1
                    move ws-no-cte-sobrev to ws-cte-revisado
                    perform buscar-coincidencias-abiertas
                end-if
                close coincidencias-file
            end-if.
        buscar-coincidencias-abiertas.
            move 0 to fin-fichero
            move ws-cte-revisado to coi-no-cte
            move low-values to coi-lista
            move low-values to coi-id
            start coincidencias-file key is not less than coi-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read coincidencias-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if coi-no-cte not = ws-cte-revisado
                            move 1 to fin-fichero
                        else
                            if coi-pendiente or coi-confirmada
                                move 0 to ws-valido
                                move 1 to fin-fichero
                                display "RECHAZADO: el cliente "
                                    ws-cte-revisado " tiene "
                                    "coincidencias abiertas en listas "
                                    "de personas bloqueadas; "
                                    "cumplimiento debe resolverlas "
                                    "antes de fusionar."
                            end-if
                        end-if
                end-read
            end-perform.
        mostrar-cliente-fusion.
            read clientes-file
                invalid key
                    move 0 to ws-valido
                    display "RECHAZADO: el cliente " e1-no-cte
                        " no esta registrado."
                not invalid key
                    display "   " e1-no-cte " " e1-1nom-cte " "
                        e1-apat-cte " " e1-amat-cte " RFC " e1-rfc-cte
            end-read.
        revisar-fusiones-recibidas.
            move 0 to fin-fichero
            move 0 to fus-no-cte
            start fusiones-file key is not less than fus-no-cte
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read fusiones-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if fus-fusionado
                            and fus-no-cte-sobrev = ws-no-cte-retirado
                            move 0 to ws-valido
                            move 1 to fin-fichero
                            display "RECHAZADO: el cliente "
                                ws-no-cte-retirado " conserva la "
                                "fusion del cliente " fus-no-cte
                                "; reviertala antes de retirarlo."
                        end-if
                end-read
            end-perform.
        ejecutar-fusion.
            perform obtener-fecha-hoy
            perform obtener-siguiente-fusion
            move 0 to ws-tot-cuentas
            move 0 to ws-tot-plazos
            move 0 to ws-tot-mandatos
            move 0 to ws-tot-creditos
            move 0 to ws-tot-tarjetas
            move 0 to ws-tot-cajas
            move 0 to ws-tot-firmantes
            move 0 to ws-tot-otros
            move 0 to ws-tot-vinculos
            move "FUSION" to ws-mnt-accion
            open extend detalle-file
            if ws-fs-detalle not = "00"
                open output detalle-file
                close detalle-file
                open extend detalle-file
            end-if
            perform abrir-mant-auditoria
            perform repuntar-cuentas
            perform repuntar-plazos
            perform repuntar-mandatos
            perform repuntar-creditos
            perform repuntar-tarjetas
            perform repuntar-contratos-cajas
            perform mover-firmantes
            perform mover-contacto
            perform mover-documentos
            perform mover-riesgo
            perform mover-persona-moral
            perform repuntar-vinculos
            perform fusionar-saldos
            close detalle-file
            close mant-auditoria-file
            perform grabar-fusion
            display "Fusion " ws-folio " terminada: el cliente "
                ws-no-cte-retirado " queda FUSIONADO en el cliente "
                ws-no-cte-sobrev "."
            display "   Cuentas: " ws-tot-cuentas
                "  Plazos: " ws-tot-plazos
                "  Domiciliaciones: " ws-tot-mandatos
                "  Vinculos: " ws-tot-vinculos
            display "   Creditos: " ws-tot-creditos
                "  Tarjetas: " ws-tot-tarjetas
                "  Cajas: " ws-tot-cajas
                "  Firmantes: " ws-tot-firmantes
                "  Contacto/documentos/riesgo/moral: "
                ws-tot-otros
            if ws-saldo-existia = "S"
                display "   Saldo traspasado en saldos.dat: "
                    ws-saldo-movido
            end-if.
        obtener-siguiente-fusion.
            move "FUSION" to fol-llave
            read folios-file
                invalid key
                    perform calcular-fusion-inicial
                    move "FUSION" to fol-llave
                    move ws-folio-calculado to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "fusiones en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-folio
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "fusiones en folios.dat"
            end-rewrite.
        calcular-fusion-inicial.
            move 1 to ws-folio-calculado
            move 0 to fin-folios
            move 0 to fus-no-cte
            start fusiones-file key is not less than fus-no-cte
                invalid key move 1 to fin-folios
            end-start
            perform until fin-folios = 1
                read fusiones-file next record
                    at end move 1 to fin-folios
                    not at end
                        if fus-folio >= ws-folio-calculado
                            compute ws-folio-calculado =
                                fus-folio + 1
                        end-if
                end-read
            end-perform.
        repuntar-cuentas.
            move "CUENTAS" to ws-mnt-archivo
            move "REPUNTA" to ws-fdt-accion
            move 0 to fin-fichero
            move 0 to cta-no-cuenta
            start cuentas-file key is not less than cta-no-cuenta
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read cuentas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if cta-no-cte = ws-no-cte-retirado
                            move e1-cuentas to ws-imagen-antes
                            move ws-no-cte-sobrev to cta-no-cte
                            rewrite e1-cuentas
                                invalid key
                                    display "No se pudo repuntar la "
                                        "cuenta " cta-no-cuenta
                                not invalid key
                                    add 1 to ws-tot-cuentas
                                    move e1-cuentas to
                                        ws-imagen-despues
                                    move cta-no-cuenta to ws-mnt-llave
                                    move cta-no-cuenta to ws-fdt-llave
                                    perform registrar-cambio-fusion
                            end-rewrite
                        end-if
                end-read
            end-perform.
        repuntar-plazos.
            move "PLAZOS" to ws-mnt-archivo
            move "REPUNTA" to ws-fdt-accion
            move 0 to fin-fichero
            move 0 to plz-no-plazo
            start plazos-file key is not less than plz-no-plazo
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read plazos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if plz-no-cte = ws-no-cte-retirado
                            move e1-plazos to ws-imagen-antes
                            move ws-no-cte-sobrev to plz-no-cte
                            rewrite e1-plazos
                                invalid key
                                    display "No se pudo repuntar el "
                                        "plazo " plz-no-plazo
                                not invalid key
                                    add 1 to ws-tot-plazos
                                    move e1-plazos to
                                        ws-imagen-despues
                                    move plz-no-plazo to ws-mnt-llave
                                    move plz-no-plazo to ws-fdt-llave
                                    perform registrar-cambio-fusion
                            end-rewrite
                        end-if
                end-read
            end-perform.
        repuntar-mandatos.
            move "DOMICIL" to ws-mnt-archivo
            move "REPUNTA" to ws-fdt-accion
            move 0 to fin-fichero
            move 0 to dom-no-mandato
            start domiciliaciones-file
                key is not less than dom-no-mandato
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read domiciliaciones-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if dom-no-cte = ws-no-cte-retirado
                            move e1-domiciliaciones to ws-imagen-antes
                            move ws-no-cte-sobrev to dom-no-cte
                            rewrite e1-domiciliaciones
                                invalid key
                                    display "No se pudo repuntar el "
                                        "mandato " dom-no-mandato
                                not invalid key
                                    add 1 to ws-tot-mandatos
                                    move e1-domiciliaciones to
                                        ws-imagen-despues
                                    move dom-no-mandato to
                                        ws-mnt-llave
                                    move dom-no-mandato to
                                        ws-fdt-llave
                                    perform registrar-cambio-fusion
                            end-rewrite
                        end-if
                end-read
            end-perform.
        repuntar-creditos.
            move "CREDITOS" to ws-mnt-archivo
            move "REPUNTA" to ws-fdt-accion
            move 0 to fin-fichero
            move 0 to cre-no-credito
            start creditos-file key is not less than cre-no-credito
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read creditos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if cre-no-cte = ws-no-cte-retirado
                            move e1-creditos to ws-imagen-antes
                            move ws-no-cte-sobrev to cre-no-cte
                            rewrite e1-creditos
                                invalid key
                                    display "No se pudo repuntar el "
                                        "credito " cre-no-credito
                                not invalid key
                                    add 1 to ws-tot-creditos
                                    move e1-creditos to
                                        ws-imagen-despues
                                    move cre-no-credito to
                                        ws-mnt-llave
                                    move cre-no-credito to
                                        ws-fdt-llave
                                    perform registrar-cambio-fusion
                            end-rewrite
                        end-if
                end-read
            end-perform.
        repuntar-tarjetas.
            move "TARJETAS" to ws-mnt-archivo
            move "REPUNTA" to ws-fdt-accion
            move 0 to fin-fichero
            move 0 to tjd-no-tarjeta
            start tarjetas-file key is not less than tjd-no-tarjeta
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read tarjetas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if tjd-no-cte = ws-no-cte-retirado
                            move e1-tarjetas to ws-imagen-antes
                            move ws-no-cte-sobrev to tjd-no-cte
                            rewrite e1-tarjetas
                                invalid key
                                    display "No se pudo repuntar la "
                                        "tarjeta " tjd-no-tarjeta
                                not invalid key
                                    add 1 to ws-tot-tarjetas
                                    move e1-tarjetas to
                                        ws-imagen-despues
                                    move tjd-cuenta to ws-mnt-llave
                                    move tjd-no-tarjeta to
                                        ws-fdt-llave
                                    perform registrar-cambio-fusion
                            end-rewrite
                        end-if
                end-read
            end-perform.
        repuntar-contratos-cajas.
            move "CONTRCAJA" to ws-mnt-archivo
            move "REPUNTA" to ws-fdt-accion
            move 0 to fin-fichero
            move 0 to ccs-contrato
            start contratos-cajas-file
                key is not less than ccs-contrato
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read contratos-cajas-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if ccs-no-cte = ws-no-cte-retirado
                            move e1-contrato-caja to ws-imagen-antes
                            move ws-no-cte-sobrev to ccs-no-cte
                            rewrite e1-contrato-caja
                                invalid key
                                    display "No se pudo repuntar el "
                                        "contrato de caja "
                                        ccs-contrato
                                not invalid key
                                    add 1 to ws-tot-cajas
                                    move e1-contrato-caja to
                                        ws-imagen-despues
                                    move ccs-contrato to ws-mnt-llave
                                    move ccs-contrato to
                                        ws-fdt-llave
                                    perform registrar-cambio-fusion
                            end-rewrite
                        end-if
                end-read
            end-perform.
        mover-firmantes.
            move 0 to ws-total-firmas
            move 0 to fin-fichero
            move 0 to frm-cuenta
            move 0 to frm-no-cte
            start firmantes-file key is not less than frm-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read firmantes-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if frm-no-cte = ws-no-cte-retirado
                            and ws-total-firmas < 500
                            add 1 to ws-total-firmas
                            move frm-cuenta to
                                ws-firma-cuenta(ws-total-firmas)
                        end-if
                end-read
            end-perform
            move "FIRMANTES" to ws-mnt-archivo
            move 1 to ws-idx-firma
            perform until ws-idx-firma > ws-total-firmas
                perform mover-firma
                add 1 to ws-idx-firma
            end-perform.
        mover-firma.
            move ws-firma-cuenta(ws-idx-firma) to frm-cuenta
            move ws-no-cte-retirado to frm-no-cte
            read firmantes-file
                invalid key continue
                not invalid key
                    move e1-firmante to ws-imagen-antes
                    move frm-llave to ws-fdt-llave
                    move frm-cuenta to ws-mnt-llave
                    perform revisar-firma-redundante
                    move ws-imagen-antes to e1-firmante
                    if ws-redundante = 1
                        perform dar-baja-firma
                    else
                        perform trasladar-firma
                    end-if
            end-read.
        revisar-firma-redundante.
            move 0 to ws-redundante
            move ws-firma-cuenta(ws-idx-firma) to cta-no-cuenta
            read cuentas-file
                invalid key continue
                not invalid key
                    if cta-no-cte = ws-no-cte-sobrev
                        move 1 to ws-redundante
                    end-if
            end-read
            if ws-redundante = 0
                move ws-firma-cuenta(ws-idx-firma) to frm-cuenta
                move ws-no-cte-sobrev to frm-no-cte
                read firmantes-file
                    invalid key continue
                    not invalid key move 1 to ws-redundante
                end-read
            end-if.
        dar-baja-firma.
            delete firmantes-file record
                invalid key
                    display "No se pudo dar de baja el firmante "
                        frm-no-cte " de la cuenta " frm-cuenta
                not invalid key
                    add 1 to ws-tot-firmantes
                    move "BAJA" to ws-fdt-accion
                    move spaces to ws-imagen-despues
                    perform registrar-cambio-fusion
            end-delete.
        trasladar-firma.
            move ws-no-cte-sobrev to frm-no-cte
            write e1-firmante
                invalid key
                    display "No se pudo trasladar el firmante de la "
                        "cuenta " frm-cuenta
                not invalid key
                    move e1-firmante to ws-imagen-despues
                    move ws-imagen-antes to e1-firmante
                    delete firmantes-file record
                        invalid key
                            display "No se pudo retirar el firmante "
                                frm-no-cte " de la cuenta " frm-cuenta
                    end-delete
                    add 1 to ws-tot-firmantes
                    move "MUEVE" to ws-fdt-accion
                    perform registrar-cambio-fusion
            end-write.
        mover-contacto.
            move "CONTACTOS" to ws-mnt-archivo
            move ws-no-cte-retirado to con-no-cte
            read contactos-file
                invalid key continue
                not invalid key
                    move e1-contactos to ws-imagen-antes
                    move ws-no-cte-sobrev to con-no-cte
                    read contactos-file
                        invalid key
                            perform trasladar-contacto
                        not invalid key
                            display "   Se conserva el contacto del "
                                "cliente " ws-no-cte-sobrev
                    end-read
            end-read.
        trasladar-contacto.
            move ws-imagen-antes to e1-contactos
            move ws-no-cte-sobrev to con-no-cte
            write e1-contactos
                invalid key
                    display "No se pudo trasladar el contacto del "
                        "cliente " ws-no-cte-retirado
                not invalid key
                    move e1-contactos to ws-imagen-despues
                    move ws-imagen-antes to e1-contactos
                    delete contactos-file record
                        invalid key
                            display "No se pudo retirar el contacto "
                                "del cliente " ws-no-cte-retirado
                    end-delete
                    add 1 to ws-tot-otros
                    move "MUEVE" to ws-fdt-accion
                    move ws-no-cte-retirado to ws-mnt-llave
                    move ws-no-cte-retirado to ws-fdt-llave
                    perform registrar-cambio-fusion
            end-write.
        mover-documentos.
            move 0 to ws-total-docs
            move 0 to fin-fichero
            move ws-no-cte-retirado to doc-no-cte
            move spaces to doc-tipo
            start documentos-file key is not less than doc-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read documentos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if doc-no-cte not = ws-no-cte-retirado
                            move 1 to fin-fichero
                        else
                            if ws-total-docs < 50
                                add 1 to ws-total-docs
                                move doc-tipo to
                                    ws-doc-tipo(ws-total-docs)
                            end-if
                        end-if
                end-read
            end-perform
            move "DOCUMENTOS" to ws-mnt-archivo
            move 1 to ws-idx-doc
            perform until ws-idx-doc > ws-total-docs
                perform mover-documento
                add 1 to ws-idx-doc
            end-perform.
        mover-documento.
            move ws-no-cte-sobrev to doc-no-cte
            move ws-doc-tipo(ws-idx-doc) to doc-tipo
            read documentos-file
                invalid key
                    move ws-no-cte-retirado to doc-no-cte
                    read documentos-file
                        invalid key continue
                        not invalid key
                            perform trasladar-documento
                    end-read
                not invalid key
                    display "   Se conserva el documento " doc-tipo
                        " del cliente " ws-no-cte-sobrev
            end-read.
        trasladar-documento.
            move e1-documentos to ws-imagen-antes
            move doc-llave to ws-fdt-llave
            move ws-no-cte-sobrev to doc-no-cte
            write e1-documentos
                invalid key
                    display "No se pudo trasladar el documento "
                        doc-tipo " del cliente " ws-no-cte-retirado
                not invalid key
                    move e1-documentos to ws-imagen-despues
                    move ws-imagen-antes to e1-documentos
                    delete documentos-file record
                        invalid key
                            display "No se pudo retirar el documento "
                                doc-tipo " del cliente "
                                ws-no-cte-retirado
                    end-delete
                    add 1 to ws-tot-otros
                    move "MUEVE" to ws-fdt-accion
                    move ws-no-cte-retirado to ws-mnt-llave
                    perform registrar-cambio-fusion
            end-write.
        mover-riesgo.
            move "RIESGO" to ws-mnt-archivo
            move ws-no-cte-retirado to rie-no-cte
            read riesgo-file
                invalid key continue
                not invalid key
                    move e1-riesgo to ws-imagen-antes
                    move rie-nivel to ws-nivel-retirado
                    move ws-no-cte-sobrev to rie-no-cte
                    read riesgo-file
                        invalid key
                            perform trasladar-riesgo
                        not invalid key
                            perform comparar-riesgo
                    end-read
            end-read.
        trasladar-riesgo.
            move ws-imagen-antes to e1-riesgo
            move ws-no-cte-sobrev to rie-no-cte
            write e1-riesgo
                invalid key
                    display "No se pudo trasladar el nivel de riesgo "
                        "del cliente " ws-no-cte-retirado
                not invalid key
                    move e1-riesgo to ws-imagen-despues
                    move ws-imagen-antes to e1-riesgo
                    delete riesgo-file record
                        invalid key
                            display "No se pudo retirar el nivel de "
                                "riesgo del cliente "
                                ws-no-cte-retirado
                    end-delete
                    add 1 to ws-tot-otros
                    move "MUEVE" to ws-fdt-accion
                    move ws-no-cte-retirado to ws-mnt-llave
                    move ws-no-cte-retirado to ws-fdt-llave
                    perform registrar-cambio-fusion
            end-write.
        comparar-riesgo.
            move 0 to ws-rango-sobrev
            move 0 to ws-rango-retirado
            if rie-nivel = "BAJO"
                move 1 to ws-rango-sobrev
            end-if
            if rie-nivel = "MEDIO"
                move 2 to ws-rango-sobrev
            end-if
            if rie-nivel = "ALTO"
                move 3 to ws-rango-sobrev
            end-if
            if ws-nivel-retirado = "BAJO"
                move 1 to ws-rango-retirado
            end-if
            if ws-nivel-retirado = "MEDIO"
                move 2 to ws-rango-retirado
            end-if
            if ws-nivel-retirado = "ALTO"
                move 3 to ws-rango-retirado
            end-if
            if ws-rango-retirado > ws-rango-sobrev
                move e1-riesgo to ws-imagen-antes
                move ws-nivel-retirado to rie-nivel
                move ws-fecha-hoy to rie-fecha-asignado
                move "FUSION" to rie-origen
                rewrite e1-riesgo
                    invalid key
                        display "No se pudo actualizar el nivel de "
                            "riesgo del cliente " ws-no-cte-sobrev
                    not invalid key
                        display "   El cliente " ws-no-cte-sobrev
                            " toma el nivel de riesgo "
                            ws-nivel-retirado
                        add 1 to ws-tot-otros
                        move e1-riesgo to ws-imagen-despues
                        move "CAMBIO" to ws-fdt-accion
                        move ws-no-cte-sobrev to ws-mnt-llave
                        move ws-no-cte-sobrev to ws-fdt-llave
                        perform registrar-cambio-fusion
                end-rewrite
            end-if.
        mover-persona-moral.
            move "MORALES" to ws-mnt-archivo
            move ws-no-cte-retirado to pmo-no-cte
            read personas-morales-file
                invalid key continue
                not invalid key
                    move e1-persona-moral to ws-imagen-antes
                    move ws-no-cte-sobrev to pmo-no-cte
                    read personas-morales-file
                        invalid key
                            perform trasladar-persona-moral
                        not invalid key
                            display "   Se conserva la persona moral "
                                "del cliente " ws-no-cte-sobrev
                    end-read
            end-read.
        trasladar-persona-moral.
            move ws-imagen-antes to e1-persona-moral
            move ws-no-cte-sobrev to pmo-no-cte
            write e1-persona-moral
                invalid key
                    display "No se pudo trasladar la persona moral "
                        "del cliente " ws-no-cte-retirado
                not invalid key
                    move e1-persona-moral to ws-imagen-despues
                    move ws-imagen-antes to e1-persona-moral
                    delete personas-morales-file record
                        invalid key
                            display "No se pudo retirar la persona "
                                "moral del cliente "
                                ws-no-cte-retirado
                    end-delete
                    add 1 to ws-tot-otros
                    move "MUEVE" to ws-fdt-accion
                    move ws-no-cte-retirado to ws-mnt-llave
                    move ws-no-cte-retirado to ws-fdt-llave
                    perform registrar-cambio-fusion
            end-write.
        repuntar-vinculos.
            move 0 to ws-total-vinculos
            move 0 to fin-fichero
            move 0 to pmv-no-cte-moral
            move low-values to pmv-tipo
            move 0 to pmv-no-cte-fisica
            start vinculos-file key is not less than pmv-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read vinculos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if (pmv-no-cte-moral = ws-no-cte-retirado
                            or pmv-no-cte-fisica = ws-no-cte-retirado)
                            and ws-total-vinculos < 500
                            add 1 to ws-total-vinculos
                            move pmv-llave to
                                ws-vinculo-llave(ws-total-vinculos)
                        end-if
                end-read
            end-perform
            move "VINCULOS" to ws-mnt-archivo
            move 1 to ws-idx-vinculo
            perform until ws-idx-vinculo > ws-total-vinculos
                perform mover-vinculo
                add 1 to ws-idx-vinculo
            end-perform.
        mover-vinculo.
            move ws-vinculo-llave(ws-idx-vinculo) to pmv-llave
            read vinculos-file
                invalid key continue
                not invalid key
                    move e1-vinculo to ws-imagen-antes
                    move pmv-llave to ws-fdt-llave
                    move pmv-no-cte-moral to ws-mnt-llave
                    if pmv-no-cte-moral = ws-no-cte-retirado
                        move ws-no-cte-sobrev to pmv-no-cte-moral
                    end-if
                    if pmv-no-cte-fisica = ws-no-cte-retirado
                        move ws-no-cte-sobrev to pmv-no-cte-fisica
                    end-if
                    move pmv-llave to ws-vinculo-nuevo
                    read vinculos-file
                        invalid key
                            perform trasladar-vinculo
                        not invalid key
                            perform dar-baja-vinculo
                    end-read
            end-read.
        trasladar-vinculo.
            move ws-imagen-antes to e1-vinculo
            move ws-vinculo-nuevo to pmv-llave
            write e1-vinculo
                invalid key
                    display "No se pudo trasladar el vinculo "
                        ws-fdt-llave
                not invalid key
                    move e1-vinculo to ws-imagen-despues
                    move ws-imagen-antes to e1-vinculo
                    delete vinculos-file record
                        invalid key
                            display "No se pudo retirar el vinculo "
                                ws-fdt-llave
                    end-delete
                    add 1 to ws-tot-vinculos
                    move "MUEVE" to ws-fdt-accion
                    perform registrar-cambio-fusion
            end-write.
        dar-baja-vinculo.
            move ws-imagen-antes to e1-vinculo
            delete vinculos-file record
                invalid key
                    display "No se pudo dar de baja el vinculo "
                        ws-fdt-llave
                not invalid key
                    add 1 to ws-tot-vinculos
                    move "BAJA" to ws-fdt-accion
                    move spaces to ws-imagen-despues
                    perform registrar-cambio-fusion
            end-delete.
        fusionar-saldos.
            move "SALDOS" to ws-mnt-archivo
            move "N" to ws-saldo-existia
            move 0 to ws-saldo-movido
            move 0 to ws-ultimo-mts-ret
            move ws-no-cte-retirado to sdo-no-cte
            read saldos-file
                invalid key continue
                not invalid key
                    move e1-saldos to ws-imagen-antes
                    move sdo-saldo to ws-saldo-movido
                    move sdo-ultimo-mts to ws-ultimo-mts-ret
                    delete saldos-file record
                        invalid key
                            display "No se pudo retirar el saldo del "
                                "cliente " ws-no-cte-retirado
                        not invalid key
                            move "S" to ws-saldo-existia
                            move spaces to ws-imagen-despues
                            move ws-no-cte-retirado to ws-mnt-llave
                            perform registrar-mant-auditoria
                    end-delete
            end-read
            if ws-saldo-existia = "S"
                move ws-no-cte-sobrev to sdo-no-cte
                read saldos-file
                    invalid key
                        move spaces to ws-imagen-antes
                        move ws-no-cte-sobrev to sdo-no-cte
                        move ws-saldo-movido to sdo-saldo
                        move ws-ultimo-mts-ret to sdo-ultimo-mts
                        write e1-saldos
                            invalid key
                                display "No se pudo grabar el saldo "
                                    "del cliente " ws-no-cte-sobrev
                        end-write
                    not invalid key
                        move e1-saldos to ws-imagen-antes
                        add ws-saldo-movido to sdo-saldo
                        rewrite e1-saldos
                            invalid key
                                display "No se pudo actualizar el "
                                    "saldo del cliente "
                                    ws-no-cte-sobrev
                        end-rewrite
                end-read
                move e1-saldos to ws-imagen-despues
                move ws-no-cte-sobrev to ws-mnt-llave
                perform registrar-mant-auditoria
            end-if.
        grabar-fusion.
            move ws-no-cte-retirado to fus-no-cte
            read fusiones-file
                invalid key move 0 to ws-fusion-previa
                not invalid key move 1 to ws-fusion-previa
            end-read
            accept ws-hora from time
            move ws-no-cte-retirado to fus-no-cte
            move ws-no-cte-sobrev to fus-no-cte-sobrev
            move ws-folio to fus-folio
            move ws-fecha-hoy to fus-fecha
            move ws-hora to fus-hora
            move ws-operador to fus-operador
            move "FUSIONADO" to fus-status
            move ws-saldo-movido to fus-saldo-movido
            move ws-saldo-existia to fus-saldo-existia
            move ws-ultimo-mts-ret to fus-ultimo-mts-ret
            move 0 to fus-fecha-reversa
            move spaces to fus-reverso
            if ws-fusion-previa = 1
                rewrite e1-fusiones
                    invalid key
                        display "No se pudo marcar al cliente "
                            ws-no-cte-retirado " como FUSIONADO."
                end-rewrite
            else
                write e1-fusiones
                    invalid key
                        display "No se pudo marcar al cliente "
                            ws-no-cte-retirado " como FUSIONADO."
                end-write
            end-if.
        revertir.
            if ws-nivel-operador < 3
                display "ACCESO DENEGADO: solo un supervisor de nivel "
                    "3 o mayor puede revertir una fusion."
            else
                display "Cliente fusionado a restituir(10): "
                    with no advancing
                accept ws-no-cte-retirado
                move ws-no-cte-retirado to fus-no-cte
                read fusiones-file
                    invalid key
                        display "El cliente " ws-no-cte-retirado
                            " no tiene fusiones registradas."
                    not invalid key
                        if not fus-fusionado
                            display "La fusion del cliente "
                                ws-no-cte-retirado " ya fue revertida "
                                "el " fus-fecha-reversa " por "
                                fus-reverso "."
                        else
                            display "Fusion " fus-folio " del "
                                fus-fecha " por " fus-operador
                                ": cliente " fus-no-cte
                                " en cliente " fus-no-cte-sobrev
                            display "Confirme la reversa (S/N): "
                                with no advancing
                            accept ws-confirma
                            if ws-confirma = "S" or ws-confirma = "s"
                                perform ejecutar-reversa
                            else
                                display "Reversa cancelada."
                            end-if
                        end-if
                end-read
            end-if
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        ejecutar-reversa.
            perform obtener-fecha-hoy
            move fus-no-cte-sobrev to ws-no-cte-sobrev
            move fus-folio to ws-folio
            move fus-saldo-movido to ws-saldo-movido
            move fus-saldo-existia to ws-saldo-existia
            move fus-ultimo-mts-ret to ws-ultimo-mts-ret
            move 0 to ws-tot-revertidos
            move "REVERSA" to ws-mnt-accion
            perform abrir-mant-auditoria
            open input detalle-file
            if ws-fs-detalle = "00"
                move 0 to fin-detalle
                perform until fin-detalle = 1
                    read detalle-file
                        at end move 1 to fin-detalle
                        not at end
                            if fdt-folio = ws-folio
                                perform deshacer-detalle
                            end-if
                    end-read
                end-perform
                close detalle-file
            end-if
            perform revertir-saldos
            close mant-auditoria-file
            move ws-no-cte-retirado to fus-no-cte
            read fusiones-file
                invalid key continue
                not invalid key
                    move "REVERTIDO" to fus-status
                    move ws-fecha-hoy to fus-fecha-reversa
                    move ws-operador to fus-reverso
                    rewrite e1-fusiones
                        invalid key
                            display "No se pudo marcar la fusion "
                                ws-folio " como REVERTIDA."
                    end-rewrite
            end-read
            display "Fusion " ws-folio " revertida: el cliente "
                ws-no-cte-retirado " queda restituido."
            display "   Registros restituidos: " ws-tot-revertidos.
        deshacer-detalle.
            move fdt-archivo to ws-mnt-archivo
            if fdt-archivo = "CUENTAS"
                perform revertir-cuenta
            end-if
            if fdt-archivo = "PLAZOS"
                perform revertir-plazo
            end-if
            if fdt-archivo = "DOMICIL"
                perform revertir-mandato
            end-if
            if fdt-archivo = "CREDITOS"
                perform revertir-credito
            end-if
            if fdt-archivo = "TARJETAS"
                perform revertir-tarjeta
            end-if
            if fdt-archivo = "CONTRCAJA"
                perform revertir-contrato-caja
            end-if
            if fdt-archivo = "FIRMANTES"
                perform revertir-firmante
            end-if
            if fdt-archivo = "CONTACTOS"
                perform revertir-contacto
            end-if
            if fdt-archivo = "DOCUMENTOS"
                perform revertir-documento
            end-if
            if fdt-archivo = "RIESGO"
                perform revertir-riesgo
            end-if
            if fdt-archivo = "MORALES"
                perform revertir-persona-moral
            end-if
            if fdt-archivo = "VINCULOS"
                perform revertir-vinculo
            end-if.
        revertir-cuenta.
            move fdt-antes to e1-cuentas
            read cuentas-file
                invalid key perform avisar-no-revertido
                not invalid key
                    if cta-no-cte = ws-no-cte-sobrev
                        move e1-cuentas to ws-imagen-antes
                        move ws-no-cte-retirado to cta-no-cte
                        rewrite e1-cuentas
                            invalid key perform avisar-no-revertido
                            not invalid key
                                move e1-cuentas to ws-imagen-despues
                                move cta-no-cuenta to ws-mnt-llave
                                perform registrar-reversa
                        end-rewrite
                    else
                        perform avisar-no-revertido
                    end-if
            end-read.
        revertir-plazo.
            move fdt-antes to e1-plazos
            read plazos-file
                invalid key perform avisar-no-revertido
                not invalid key
                    if plz-no-cte = ws-no-cte-sobrev
                        move e1-plazos to ws-imagen-antes
                        move ws-no-cte-retirado to plz-no-cte
                        rewrite e1-plazos
                            invalid key perform avisar-no-revertido
                            not invalid key
                                move e1-plazos to ws-imagen-despues
                                move plz-no-plazo to ws-mnt-llave
                                perform registrar-reversa
                        end-rewrite
                    else
                        perform avisar-no-revertido
                    end-if
            end-read.
        revertir-mandato.
            move fdt-antes to e1-domiciliaciones
            read domiciliaciones-file
                invalid key perform avisar-no-revertido
                not invalid key
                    if dom-no-cte = ws-no-cte-sobrev
                        move e1-domiciliaciones to ws-imagen-antes
                        move ws-no-cte-retirado to dom-no-cte
                        rewrite e1-domiciliaciones
                            invalid key perform avisar-no-revertido
                            not invalid key
                                move e1-domiciliaciones to
                                    ws-imagen-despues
                                move dom-no-mandato to ws-mnt-llave
                                perform registrar-reversa
                        end-rewrite
                    else
                        perform avisar-no-revertido
                    end-if
            end-read.
        revertir-credito.
            move fdt-antes to e1-creditos
            read creditos-file
                invalid key perform avisar-no-revertido
                not invalid key
                    if cre-no-cte = ws-no-cte-sobrev
                        move e1-creditos to ws-imagen-antes
                        move ws-no-cte-retirado to cre-no-cte
                        rewrite e1-creditos
                            invalid key perform avisar-no-revertido
                            not invalid key
                                move e1-creditos to ws-imagen-despues
                                move cre-no-credito to ws-mnt-llave
                                perform registrar-reversa
                        end-rewrite
                    else
                        perform avisar-no-revertido
                    end-if
            end-read.
        revertir-tarjeta.
            move fdt-antes to e1-tarjetas
            read tarjetas-file
                invalid key perform avisar-no-revertido
                not invalid key
                    if tjd-no-cte = ws-no-cte-sobrev
                        move e1-tarjetas to ws-imagen-antes
                        move ws-no-cte-retirado to tjd-no-cte
                        rewrite e1-tarjetas
                            invalid key perform avisar-no-revertido
                            not invalid key
                                move e1-tarjetas to ws-imagen-despues
                                move tjd-cuenta to ws-mnt-llave
                                perform registrar-reversa
                        end-rewrite
                    else
                        perform avisar-no-revertido
                    end-if
            end-read.
        revertir-contrato-caja.
            move fdt-antes to e1-contrato-caja
            read contratos-cajas-file
                invalid key perform avisar-no-revertido
                not invalid key
                    if ccs-no-cte = ws-no-cte-sobrev
                        move e1-contrato-caja to ws-imagen-antes
                        move ws-no-cte-retirado to ccs-no-cte
                        rewrite e1-contrato-caja
                            invalid key perform avisar-no-revertido
                            not invalid key
                                move e1-contrato-caja to
                                    ws-imagen-despues
                                move ccs-contrato to ws-mnt-llave
                                perform registrar-reversa
                        end-rewrite
                    else
                        perform avisar-no-revertido
                    end-if
            end-read.
        revertir-firmante.
            if fdt-accion = "BAJA"
                move fdt-antes to e1-firmante
                write e1-firmante
                    invalid key perform avisar-no-revertido
                    not invalid key
                        move spaces to ws-imagen-antes
                        move e1-firmante to ws-imagen-despues
                        move frm-cuenta to ws-mnt-llave
                        perform registrar-reversa
                end-write
            else
                move fdt-despues to e1-firmante
                read firmantes-file
                    invalid key perform avisar-no-revertido
                    not invalid key
                        move e1-firmante to ws-imagen-antes
                        move ws-no-cte-retirado to frm-no-cte
                        write e1-firmante
                            invalid key perform avisar-no-revertido
                            not invalid key
                                move e1-firmante to ws-imagen-despues
                                move ws-imagen-antes to e1-firmante
                                delete firmantes-file record
                                    invalid key continue
                                end-delete
                                move frm-cuenta to ws-mnt-llave
                                perform registrar-reversa
                        end-write
                end-read
            end-if.
        revertir-contacto.
            move fdt-despues to e1-contactos
            read contactos-file
                invalid key perform avisar-no-revertido
                not invalid key
                    move e1-contactos to ws-imagen-antes
                    move ws-no-cte-retirado to con-no-cte
                    write e1-contactos
                        invalid key perform avisar-no-revertido
                        not invalid key
                            move e1-contactos to ws-imagen-despues
                            move ws-imagen-antes to e1-contactos
                            delete contactos-file record
                                invalid key continue
                            end-delete
                            move ws-no-cte-retirado to ws-mnt-llave
                            perform registrar-reversa
                    end-write
            end-read.
        revertir-documento.
            move fdt-despues to e1-documentos
            read documentos-file
                invalid key perform avisar-no-revertido
                not invalid key
                    move e1-documentos to ws-imagen-antes
                    move ws-no-cte-retirado to doc-no-cte
                    write e1-documentos
                        invalid key perform avisar-no-revertido
                        not invalid key
                            move e1-documentos to ws-imagen-despues
                            move ws-imagen-antes to e1-documentos
                            delete documentos-file record
                                invalid key continue
                            end-delete
                            move ws-no-cte-retirado to ws-mnt-llave
                            perform registrar-reversa
                    end-write
            end-read.
        revertir-riesgo.
            move fdt-despues to e1-riesgo
            read riesgo-file
                invalid key perform avisar-no-revertido
                not invalid key
                    move e1-riesgo to ws-imagen-antes
                    if fdt-accion = "CAMBIO"
                        if ws-imagen-antes = fdt-despues
                            move fdt-antes to e1-riesgo
                            rewrite e1-riesgo
                                invalid key
                                    perform avisar-no-revertido
                                not invalid key
                                    move e1-riesgo to
                                        ws-imagen-despues
                                    move ws-no-cte-sobrev to
                                        ws-mnt-llave
                                    perform registrar-reversa
                            end-rewrite
                        else
                            perform avisar-no-revertido
                        end-if
                    else
                        move ws-no-cte-retirado to rie-no-cte
                        write e1-riesgo
                            invalid key perform avisar-no-revertido
                            not invalid key
                                move e1-riesgo to ws-imagen-despues
                                move ws-imagen-antes to e1-riesgo
                                delete riesgo-file record
                                    invalid key continue
                                end-delete
                                move ws-no-cte-retirado to
                                    ws-mnt-llave
                                perform registrar-reversa
                        end-write
                    end-if
            end-read.
        revertir-persona-moral.
            move fdt-despues to e1-persona-moral
            read personas-morales-file
                invalid key perform avisar-no-revertido
                not invalid key
                    move e1-persona-moral to ws-imagen-antes
                    move ws-no-cte-retirado to pmo-no-cte
                    write e1-persona-moral
                        invalid key perform avisar-no-revertido
                        not invalid key
                            move e1-persona-moral to
                                ws-imagen-despues
                            move ws-imagen-antes to e1-persona-moral
                            delete personas-morales-file record
                                invalid key continue
                            end-delete
                            move ws-no-cte-retirado to ws-mnt-llave
                            perform registrar-reversa
                    end-write
            end-read.
        revertir-vinculo.
            if fdt-accion = "BAJA"
                move fdt-antes to e1-vinculo
                write e1-vinculo
                    invalid key perform avisar-no-revertido
                    not invalid key
                        move spaces to ws-imagen-antes
                        move e1-vinculo to ws-imagen-despues
                        move pmv-no-cte-moral to ws-mnt-llave
                        perform registrar-reversa
                end-write
            else
                move fdt-despues to e1-vinculo
                read vinculos-file
                    invalid key perform avisar-no-revertido
                    not invalid key
                        move e1-vinculo to ws-imagen-antes
                        move fdt-antes to e1-vinculo
                        write e1-vinculo
                            invalid key perform avisar-no-revertido
                            not invalid key
                                move e1-vinculo to ws-imagen-despues
                                move ws-imagen-antes to e1-vinculo
                                delete vinculos-file record
                                    invalid key continue
                                end-delete
                                move pmv-no-cte-moral to ws-mnt-llave
                                perform registrar-reversa
                        end-write
                end-read
            end-if.
        avisar-no-revertido.
            display "AVISO: no se restituyo " fdt-archivo " "
                fdt-llave "; el registro cambio despues de la "
                "fusion.".
        registrar-reversa.
            add 1 to ws-tot-revertidos
            perform registrar-mant-auditoria.
        revertir-saldos.
            if ws-saldo-existia = "S"
                move "SALDOS" to ws-mnt-archivo
                move ws-no-cte-sobrev to sdo-no-cte
                read saldos-file
                    invalid key
                        display "AVISO: el cliente " ws-no-cte-sobrev
                            " no tiene saldo en saldos.dat."
                    not invalid key
                        move e1-saldos to ws-imagen-antes
                        subtract ws-saldo-movido from sdo-saldo
                        rewrite e1-saldos
                            invalid key
                                display "No se pudo actualizar el "
                                    "saldo del cliente "
                                    ws-no-cte-sobrev
                            not invalid key
                                move e1-saldos to ws-imagen-despues
                                move ws-no-cte-sobrev to ws-mnt-llave
                                perform registrar-mant-auditoria
                        end-rewrite
                end-read
                move ws-no-cte-retirado to sdo-no-cte
                read saldos-file
                    invalid key
                        move spaces to ws-imagen-antes
                        move ws-no-cte-retirado to sdo-no-cte
                        move ws-saldo-movido to sdo-saldo
                        move ws-ultimo-mts-ret to sdo-ultimo-mts
                        write e1-saldos
                            invalid key
                                display "No se pudo grabar el saldo "
                                    "del cliente " ws-no-cte-retirado
                        end-write
                    not invalid key
                        move e1-saldos to ws-imagen-antes
                        add ws-saldo-movido to sdo-saldo
                        rewrite e1-saldos
                            invalid key
                                display "No se pudo actualizar el "
                                    "saldo del cliente "
                                    ws-no-cte-retirado
                        end-rewrite
                end-read
                move e1-saldos to ws-imagen-despues
                move ws-no-cte-retirado to ws-mnt-llave
                perform registrar-mant-auditoria
                display "   Saldo restituido en saldos.dat: "
                    ws-saldo-movido
            end-if.
        listar-fusiones.
            display " "
            display "CLIENTES FUSIONADOS"
            move 0 to ws-tot-fusiones
            move 0 to fin-fichero
            move 0 to fus-no-cte
            start fusiones-file key is not less than fus-no-cte
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read fusiones-file next record
                    at end move 1 to fin-fichero
                    not at end
                        add 1 to ws-tot-fusiones
                        display "   Folio " fus-folio
                            "  Cliente " fus-no-cte
                            " en " fus-no-cte-sobrev
                            "  " fus-fecha " " fus-operador
                            "  " fus-status
                        if fus-revertido
                            display "      revertida el "
                                fus-fecha-reversa " por " fus-reverso
                        end-if
                end-read
            end-perform
            display "Fusiones registradas: " ws-tot-fusiones
            display "Presione ENTER para continuar..."
            accept ws-pausa.
        obtener-fecha-hoy.
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-cap-anio
            move ws-fecha-sistema(5:2) to ws-cap-mes
            move ws-fecha-sistema(7:2) to ws-cap-dia
            compute ws-fecha-hoy = ws-cap-dia * 1000000
                + ws-cap-mes * 10000 + ws-cap-anio.
        abrir-mant-auditoria.
            open extend mant-auditoria-file
            if ws-fs-mant-aud not = "00"
                open output mant-auditoria-file
                close mant-auditoria-file
                open extend mant-auditoria-file
            end-if.
        registrar-cambio-fusion.
            perform registrar-mant-auditoria
            move ws-folio to fdt-folio
            move ws-mnt-archivo to fdt-archivo
            move ws-fdt-accion to fdt-accion
            move ws-fdt-llave to fdt-llave
            move ws-imagen-antes to fdt-antes
            move ws-imagen-despues to fdt-despues
            write e1-fusion-detalle.
        registrar-mant-auditoria.
            accept ws-mnt-fecha from date yyyymmdd
            accept ws-mnt-hora from time
            move ws-operador to mnt-operador
            move ws-mnt-fecha to mnt-fecha
            move ws-mnt-hora to mnt-hora
            move ws-mnt-archivo to mnt-archivo
            move ws-mnt-llave to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria.
