        identification division.
        program-id. pago-servicios.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select emisores-file assign to "emisores_servicios.dat"
        organization is indexed
        access mode is dynamic
        record key is ems-codigo
        file status is ws-fs-emisores.

        select pagos-servicios-file assign to "pagos_servicios.dat"
        organization is indexed
        access mode is dynamic
        record key is pgs-folio
        file status is ws-fs-pagos.

        select lote-file assign to "servicios_lote.dat"
        organization is line sequential
        file status is ws-fs-lote.

        select lote-proceso-file
        assign to "servicios_en_proceso.dat"
        organization is line sequential
        file status is ws-fs-lote-proceso.

        select rechazos-file assign to "pagos_servicios_rechazos.dat"
        organization is line sequential
        file status is ws-fs-rechazos.

        select cuentas-file assign to "cuentas.dat"
        organization is indexed
        access mode is dynamic
        record key is cta-no-cuenta
        file status is ws-fs-cuentas.

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

        select saldos-cuenta-file assign to "saldos_cuenta.dat"
        organization is indexed
        access mode is dynamic
        record key is sc-llave
        file status is ws-fs-saldos-cuenta.

        select auditoria-file assign to "auditoria.dat"
        organization is line sequential
        file status is ws-fs-auditoria.

        select folios-file assign to "folios.dat"
        organization is indexed
        access mode is dynamic
        record key is fol-llave
        file status is ws-fs-folios.

        select iva-comisiones-file assign to "iva_comisiones.dat"
        organization is indexed
        access mode is dynamic
        record key is ivc-no-mts-mts
        file status is ws-fs-iva.

        select embargos-file assign to "embargos.dat"
        organization is indexed
        access mode is dynamic
        record key is emb-llave
        file status is ws-fs-embargos.

        select retenciones-fondos-file
        assign to "retenciones_fondos.dat"
        organization is indexed
        access mode is dynamic
        record key is rtf-llave
        file status is ws-fs-ret-fondos.

        select periodos-file assign to "periodos.dat"
        organization is indexed
        access mode is dynamic
        record key is per-llave
        file status is ws-fs-periodos.

        select cajas-file assign to "cajas.dat"
        organization is indexed
        access mode is dynamic
        record key is caja-llave
        file status is ws-fs-cajas.

        select operadores-file assign to "operadores.dat"
        organization is indexed
        access mode is dynamic
        record key is op-clave
        file status is ws-fs-operadores.

        select mant-auditoria-file assign to "mant_auditoria.dat"
        organization is line sequential
        file status is ws-fs-mant-aud.

        select ciclo-lock-file assign to "ciclo_lock.dat"
        organization is line sequential
        file status is ws-fs-lock.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.
        data division.
        file section.
        fd emisores-file.
        01 e1-emisor.
            05 ems-codigo pic X(4).
            05 ems-nombre pic X(30).
            05 ems-long-referencia pic 9(2).
            05 ems-tipo-referencia pic X(1).
                88 ems-ref-numerica value "N".
                88 ems-ref-alfanumerica value "A".
            05 ems-digito pic X(7).
                88 ems-sin-digito value "NINGUNO".
                88 ems-digito-mod10 value "MOD10".
                88 ems-digito-mod11 value "MOD11".
            05 ems-comision pic 9(6)V99.
            05 ems-cuenta pic 9(13).
            05 ems-status pic X(10).
                88 ems-activo value "ACTIVO".
                88 ems-suspendido value "SUSPENDIDO".
        fd pagos-servicios-file.
        01 e1-pago-servicio.
            05 pgs-folio pic 9(10).
            05 pgs-emisor pic X(4).
            05 pgs-referencia pic X(30).
            05 pgs-monto pic 9(10)V99.
            05 pgs-comision pic 9(6)V99.
            05 pgs-comision-base pic 9(6)V99.
            05 pgs-comision-iva pic 9(6)V99.
            05 pgs-forma pic X(1).
                88 pgs-en-efectivo value "E".
                88 pgs-con-cargo value "C".
            05 pgs-cuenta pic 9(13).
            05 pgs-no-cte pic 9(10).
            05 pgs-no-mts pic 9(13).
            05 pgs-fecha pic 9(8).
            05 pgs-sucursal pic 9(4).
            05 pgs-operador pic X(10).
            05 pgs-status pic X(9).
                88 pgs-pendiente value "PENDIENTE".
                88 pgs-liquidado value "LIQUIDADO".
            05 pgs-fecha-liquidacion pic 9(8).
            05 pgs-no-mts-liquidacion pic 9(13).
        fd lote-file.
        01 e1-lote-linea pic X(67).
        fd lote-proceso-file.
        01 e1-lote.
            05 lot-emisor pic X(4).
            05 lot-referencia pic X(30).
            05 lot-monto pic 9(10)V99.
            05 lot-cuenta pic 9(13).
            05 lot-fecha pic 9(8).
        fd rechazos-file.
        01 e1-rechazo-pago.
            05 prs-fecha pic 9(8).
            05 prs-emisor pic X(4).
            05 prs-referencia pic X(30).
            05 prs-monto pic 9(10)V99.
            05 prs-cuenta pic 9(13).
            05 prs-motivo pic X(60).
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
        fd saldos-cuenta-file.
        01 e1-saldos-cuenta.
            05 sc-llave.
                10 sc-cuenta pic 9(13).
                10 sc-moneda pic X(3).
            05 sc-saldo pic S9(12)V99.
            05 sc-ultimo-mts pic 9(13).
        fd auditoria-file.
        01 e1-auditoria.
            05 aud-no-mts-mts pic 9(13).
            05 aud-operador pic X(10).
            05 aud-fecha pic 9(8).
            05 aud-hora pic 9(8).
            05 aud-autorizo pic X(10).
        fd folios-file.
        01 e1-folios.
            05 fol-llave pic X(10).
            05 fol-siguiente pic 9(13).
        fd iva-comisiones-file.
        01 e1-iva-comision.
            05 ivc-no-mts-mts pic 9(13).
            05 ivc-no-cte pic 9(10).
            05 ivc-cuenta pic 9(13).
            05 ivc-sucursal pic 9(4).
            05 ivc-fecha pic 9(8).
            05 ivc-moneda pic X(3).
            05 ivc-base pic 9(10)V99.
            05 ivc-iva pic 9(10)V99.
            05 ivc-concepto pic X(4).
        fd embargos-file.
        01 e1-embargos.
            05 emb-llave.
                10 emb-cuenta pic 9(13).
                10 emb-expediente pic X(15).
            05 emb-no-cte pic 9(10).
            05 emb-monto-ordenado pic 9(12)V99.
            05 emb-autoridad pic X(30).
            05 emb-fecha-colocado pic 9(8).
            05 emb-fecha-liberado pic 9(8).
            05 emb-status pic X(10).
                88 emb-vigente value "VIGENTE".
                88 emb-liberado value "LIBERADO".
                88 emb-pagado value "PAGADO".
        fd retenciones-fondos-file.
        01 e1-retencion-fondos.
            05 rtf-llave.
                10 rtf-cuenta pic 9(13).
                10 rtf-no-mts-mts pic 9(13).
            05 rtf-no-cte pic 9(10).
            05 rtf-moneda pic X(3).
            05 rtf-monto pic 9(10)V99.
            05 rtf-no-cheque pic 9(10).
            05 rtf-fecha-deposito pic 9(8).
            05 rtf-fecha-liberacion pic 9(8).
            05 rtf-status pic X(9).
                88 rtf-vigente value "VIGENTE".
                88 rtf-liberada value "LIBERADA".
                88 rtf-reversada value "REVERSADA".
        fd periodos-file.
        01 e1-periodo.
            05 per-llave.
                10 per-anio pic 9(4).
                10 per-mes pic 9(2).
            05 per-status pic X(8).
                88 per-abierto value "ABIERTO".
                88 per-cerrado value "CERRADO".
            05 per-cerro pic X(10).
            05 per-fecha-cierre pic 9(8).
        fd cajas-file.
        01 e1-cajas.
            05 caja-llave.
                10 caja-sucursal pic 9(4).
                10 caja-operador pic X(10).
                10 caja-fecha pic 9(8).
            05 caja-saldo-inicial pic 9(12)V99.
            05 caja-entradas pic 9(12)V99.
            05 caja-salidas pic 9(12)V99.
            05 caja-status pic X(9).
                88 caja-abierta value "ABIERTA".
                88 caja-cerrada value "CERRADA".
            05 caja-depositos pic 9(12)V99.
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
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 fin-folios pic 9 value 0.
        77 fin-parametros pic 9 value 0.
        77 fin-lote pic 9 value 0.
        77 ws-fs-emisores pic X(2) value "00".
        77 ws-fs-pagos pic X(2) value "00".
        77 ws-fs-lote pic X(2) value "00".
        77 ws-fs-lote-proceso pic X(2) value "00".
        77 ws-fs-rechazos pic X(2) value "00".
        77 ws-fs-cuentas pic X(2) value "00".
        77 ws-fs-movimientos pic X(2) value "00".
        77 ws-fs-saldos pic X(2) value "00".
        77 ws-fs-saldos-cuenta pic X(2) value "00".
        77 ws-fs-auditoria pic X(2) value "00".
        77 ws-fs-folios pic X(2) value "00".
        77 ws-fs-iva pic X(2) value "00".
        77 ws-fs-embargos pic X(2) value "00".
        77 fin-embargos pic 9 value 0.
        77 ws-fs-ret-fondos pic X(2) value "00".
        77 fin-ret-fondos pic 9 value 0.
        77 ws-fs-periodos pic X(2) value "00".
        77 ws-fs-cajas pic X(2) value "00".
        77 ws-fs-operadores pic X(2) value "00".
        77 ws-fs-mant-aud pic X(2) value "00".
        77 ws-fs-lock pic X(2) value "00".
        77 ws-fs-parametros pic X(2) value "00".
        77 ws-interlock-ok pic 9 value 1.
        77 ws-clave-override pic X(10) value spaces.
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
        77 ws-modo-parm pic X(10) value spaces.
        77 ws-modo-batch pic 9 value 0.
            88 modo-batch value 1.
        77 ws-operador pic X(10) value spaces.
        77 ws-op-valido pic 9 value 0.
        77 ws-sucursal-operacion pic 9(4) value 0.
        77 ws-opcion pic 9 value 0.
        77 ws-pausa pic X(1) value space.
        77 ws-confirma pic X(1) value space.
        77 ws-trailer-key pic 9(13) value 9999999999999.
        77 ws-trailer-existe pic 9 value 0.
        77 ws-total-count pic 9(10) value 0.
        77 ws-total-suma pic S9(10)V99 value 0.
        77 ws-fecha-sistema pic 9(8) value 0.
        77 ws-fecha-hoy pic 9(8) value 0.
        77 ws-fecha-pago pic 9(8) value 0.
        77 ws-dia pic 9(2) value 0.
        77 ws-mes pic 9(2) value 0.
        77 ws-anio pic 9(4) value 0.
        77 ws-emisor pic X(4) value spaces.
        77 ws-referencia pic X(30) value spaces.
        77 ws-monto pic 9(10)V99 value 0.
        77 ws-cuenta pic 9(13) value 0.
        77 ws-forma pic X(1) value space.
        77 ws-folio-pago pic 9(10) value 0.
        77 ws-no-mts-pago pic 9(13) value 0.
        77 ws-rechazado pic 9 value 0.
        77 ws-motivo pic X(60) value spaces.
        77 ws-total-cobro pic 9(10)V99 value 0.
        77 ws-tasa-iva pic 9(2)V99 value 16.00.
        77 ws-base-cargo pic 9(6)V99 value 0.
        77 ws-iva-cargo pic 9(6)V99 value 0.
        77 ws-ref-long pic 9(2) value 0.
        77 ws-ref-pos pic 9(2) value 0.
        77 ws-ref-digito pic 9(1) value 0.
        77 ws-ref-real pic 9(1) value 0.
        77 ws-ref-calc pic 9(2) value 0.
        77 ws-ref-peso pic 9(1) value 0.
        77 ws-ref-parcial pic 9(2) value 0.
        77 ws-ref-suma pic 9(4) value 0.
        77 ws-ref-cociente pic 9(4) value 0.
        77 ws-ref-resto pic 9(2) value 0.
        77 ws-saldo-actual pic S9(12)V99 value 0.
        77 ws-saldo-proyectado pic S9(12)V99 value 0.
        77 ws-embargo-total pic 9(12)V99 value 0.
        77 ws-retencion-total pic 9(12)V99 value 0.
        77 ws-periodo-cerrado pic 9 value 0.
        77 ws-siguiente-no-mts pic 9(13) value 1.
        77 ws-folio-calculado pic 9(13) value 1.
        77 ws-saldo-existe pic 9 value 0.
        77 ws-sc-existe pic 9 value 0.
        77 ws-aud-fecha pic 9(8) value 0.
        77 ws-aud-hora pic 9(8) value 0.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        77 ws-lote-leidos pic 9(10) value 0.
        77 ws-lote-registrados pic 9(10) value 0.
        77 ws-lote-rechazados pic 9(10) value 0.
        77 ws-tot-registrados pic 9(10) value 0.
        77 ws-tot-efectivo pic 9(12)V99 value 0.
        77 ws-tot-cargo pic 9(12)V99 value 0.
        77 ws-tot-comision pic 9(12)V99 value 0.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-mnt-archivo pic X(10) value spaces.
        01 ws-mnt-llave pic X(13) value spaces.
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio-pago.
            accept ws-modo-parm from command-line
            if ws-modo-parm = "BATCH"
                move 1 to ws-modo-batch
                move "BATCH" to ws-operador
            else
                perform verificar-interlock
                if ws-interlock-ok = 0
                    stop run
                end-if
                display "PAGO DE SERVICIOS"
                display "Clave de operador(10): "with no advancing
                accept ws-operador
                perform validar-operador
                if ws-op-valido = 0
                    stop run
                end-if
                display "Sucursal donde opera(4): "with no advancing
                accept ws-sucursal-operacion
            end-if
            perform obtener-fecha-hoy
            perform cargar-parametros
            perform abrir-emisores
            perform abrir-pagos
            perform abrir-cuentas
            perform abrir-movimientos
            perform abrir-saldos
            perform abrir-saldos-cuenta
            perform abrir-auditoria
            perform abrir-folios
            perform abrir-iva-comisiones
            perform abrir-embargos
            perform abrir-retenciones-fondos
            perform abrir-periodos
            perform abrir-cajas
            if modo-batch
                perform procesar-lote-pagos
            else
                move 0 to ws-opcion
                perform until ws-opcion = 3
                    perform limpiar-pantalla
                    perform mostrar-menu
                    perform procesar-opcion
                end-perform
            end-if
            perform actualizar-trailer
            close emisores-file
            close pagos-servicios-file
            close cuentas-file
            close movimientos-file
            close saldos-file
            close saldos-cuenta-file
            close auditoria-file
            close folios-file
            close iva-comisiones-file
            close embargos-file
            close retenciones-fondos-file
            close periodos-file
            close cajas-file
            display " "
            display "RESUMEN DE PAGO DE SERVICIOS"
            display "   Pagos registrados: " ws-tot-registrados
            display "      En efectivo:      " ws-tot-efectivo
            display "      Con cargo:        " ws-tot-cargo
            display "      Comisiones:       " ws-tot-comision
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            open output checkpoint-file
            move "PAGOSERV" to e1-checkpoint
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
                        if op-activo
                            move 0 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-op-valido
                                display "Bienvenido " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: el operador "
                                ws-operador " esta " op-status
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
        mostrar-menu.
            display "PAGO DE SERVICIOS"
            display "1. Registrar pago de servicio"
            display "2. Consultar pago"
            display "3. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform registrar-pago
            else
                if ws-opcion = 2
                    perform consultar-pago
                else
                    if ws-opcion not = 3
                        display "Opcion invalida."
                    end-if
                end-if
            end-if.
        obtener-fecha-hoy.
            accept ws-fecha-sistema from date yyyymmdd
            move ws-fecha-sistema(1:4) to ws-anio
            move ws-fecha-sistema(5:2) to ws-mes
            move ws-fecha-sistema(7:2) to ws-dia
            compute ws-fecha-hoy = ws-dia * 1000000
                + ws-mes * 10000 + ws-anio.
        cargar-parametros.
            open input parametros-file
            if ws-fs-parametros = "00"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end
                            if par-clave = "TASAIVA"
                                move par-valor to ws-tasa-iva
                            end-if
                    end-read
                end-perform
                close parametros-file
            end-if.
        registrar-pago.
            move 0 to ws-rechazado
            move ws-fecha-hoy to ws-fecha-pago
            display "Codigo de emisor(4): "with no advancing
            accept ws-emisor
            display "Referencia del recibo(30): "with no advancing
            accept ws-referencia
            display "Importe a pagar 9(10)V99: "with no advancing
            accept ws-monto
            perform validar-pago
            if ws-rechazado = 0
                perform calcular-comision
                display "Emisor: " ems-nombre
                display "   Importe: " ws-monto
                    "  Comision: " ems-comision
                    "  Total a cobrar: " ws-total-cobro
                move space to ws-forma
                perform until ws-forma = "E" or ws-forma = "C"
                    display "Forma de pago, efectivo o cargo a "
                        "cuenta (E/C): "with no advancing
                    accept ws-forma
                end-perform
                if ws-forma = "E"
                    perform cobrar-efectivo
                else
                    display "Cuenta a cargar(13): "with no advancing
                    accept ws-cuenta
                    perform cobrar-cuenta
                end-if
            end-if
            if ws-rechazado = 1
                display "PAGO RECHAZADO: " ws-motivo
            end-if
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        confirmar-pago.
            display "Confirma el pago de " ws-total-cobro " (S/N): "
                with no advancing
            accept ws-confirma
            if ws-confirma not = "S" and ws-confirma not = "s"
                move 1 to ws-rechazado
                move "cancelado por el operador" to ws-motivo
            end-if.
        validar-pago.
            move 0 to ws-rechazado
            move spaces to ws-motivo
            move ws-emisor to ems-codigo
            read emisores-file
                invalid key
                    move 1 to ws-rechazado
                    move "el emisor no esta registrado" to ws-motivo
                not invalid key
                    if not ems-activo
                        move 1 to ws-rechazado
                        move "el emisor esta suspendido" to ws-motivo
                    end-if
            end-read
            if ws-rechazado = 0
                perform validar-referencia
            end-if
            if ws-rechazado = 0 and ws-monto = 0
                move 1 to ws-rechazado
                move "el importe a pagar esta en cero" to ws-motivo
            end-if
            if ws-rechazado = 0
                perform validar-periodo-pago
            end-if.
        validar-referencia.
            move 0 to ws-ref-long
            if ws-referencia not = spaces
                move 30 to ws-ref-long
                perform until ws-referencia(ws-ref-long:1) not = space
                    subtract 1 from ws-ref-long
                end-perform
            end-if

            if ws-ref-long not = ems-long-referencia
                move 1 to ws-rechazado
                move "la referencia no tiene la longitud del emisor"
                    to ws-motivo
            else
                if (ems-ref-numerica or not ems-sin-digito)
                    and ws-referencia(1:ws-ref-long) not numeric
                    move 1 to ws-rechazado
                    move "la referencia debe ser numerica"
                        to ws-motivo
                end-if
            end-if
            if ws-rechazado = 0 and ems-digito-mod10
                perform calcular-digito-mod10
            end-if
            if ws-rechazado = 0 and ems-digito-mod11
                perform calcular-digito-mod11
            end-if
            if ws-rechazado = 0 and not ems-sin-digito
                move ws-referencia(ws-ref-long:1) to ws-ref-real
                if ws-ref-calc not = ws-ref-real
                    move 1 to ws-rechazado
                    move "digito verificador de la referencia invalido"
                        to ws-motivo
                end-if
            end-if.
        calcular-digito-mod10.
            move 0 to ws-ref-suma
            move 2 to ws-ref-peso
            compute ws-ref-pos = ws-ref-long - 1
            perform until ws-ref-pos = 0
                move ws-referencia(ws-ref-pos:1) to ws-ref-digito
                multiply ws-ref-digito by ws-ref-peso
                    giving ws-ref-parcial
                if ws-ref-parcial > 9
                    subtract 9 from ws-ref-parcial
                end-if
                add ws-ref-parcial to ws-ref-suma
                if ws-ref-peso = 2
                    move 1 to ws-ref-peso
                else
                    move 2 to ws-ref-peso
                end-if
                subtract 1 from ws-ref-pos
            end-perform
            divide ws-ref-suma by 10 giving ws-ref-cociente
                remainder ws-ref-resto
            if ws-ref-resto = 0
                move 0 to ws-ref-calc
            else
                subtract ws-ref-resto from 10 giving ws-ref-calc
            end-if.
        calcular-digito-mod11.
            move 0 to ws-ref-suma
            move 2 to ws-ref-peso
            compute ws-ref-pos = ws-ref-long - 1
            perform until ws-ref-pos = 0
                move ws-referencia(ws-ref-pos:1) to ws-ref-digito
                multiply ws-ref-digito by ws-ref-peso
                    giving ws-ref-parcial
                add ws-ref-parcial to ws-ref-suma
                if ws-ref-peso = 7
                    move 2 to ws-ref-peso
                else
                    add 1 to ws-ref-peso
                end-if
                subtract 1 from ws-ref-pos
            end-perform
            divide ws-ref-suma by 11 giving ws-ref-cociente
                remainder ws-ref-resto
            subtract ws-ref-resto from 11 giving ws-ref-calc
            if ws-ref-calc = 11
                move 0 to ws-ref-calc
            end-if
            if ws-ref-calc = 10
                move 1 to ws-ref-calc
            end-if.
        validar-periodo-pago.
            move 0 to ws-periodo-cerrado
            if ws-fs-periodos = "00"
                move ws-fecha-pago(3:2) to per-mes
                move ws-fecha-pago(5:4) to per-anio
                read periodos-file
                    invalid key continue
                    not invalid key
                        if per-cerrado
                            move 1 to ws-periodo-cerrado
                        end-if
                end-read
            end-if
            if ws-periodo-cerrado = 1
                move 1 to ws-rechazado
                move "la fecha cae en un periodo contable cerrado"
                    to ws-motivo
            end-if.
        calcular-comision.
            add ws-monto ems-comision giving ws-total-cobro
            compute ws-base-cargo rounded =
                ems-comision / (1 + (ws-tasa-iva / 100))
            subtract ws-base-cargo from ems-comision
                giving ws-iva-cargo.
        cobrar-efectivo.
            move ws-sucursal-operacion to caja-sucursal
            move ws-operador to caja-operador
            move ws-fecha-sistema to caja-fecha
            read cajas-file
                invalid key
                    move 1 to ws-rechazado
                    move "no hay caja abierta hoy para el operador"
                        to ws-motivo
                not invalid key
                    if not caja-abierta
                        move 1 to ws-rechazado
                        move "la caja del operador ya esta CERRADA"
                            to ws-motivo
                    end-if
            end-read
            if ws-rechazado = 0
                perform confirmar-pago
            end-if
            if ws-rechazado = 0
                move e1-cajas to ws-imagen-antes
                add ws-total-cobro to caja-entradas
                rewrite e1-cajas
                    invalid key
                        move 1 to ws-rechazado
                        move "no se pudo registrar el efectivo en caja"
                            to ws-motivo
                    not invalid key
                        move e1-cajas to ws-imagen-despues
                        move "CAJAS" to ws-mnt-archivo
                        move ws-operador to ws-mnt-llave
                        move "PAGOSERV" to ws-mnt-accion
                        perform registrar-mant-auditoria
                end-rewrite
            end-if
            if ws-rechazado = 0
                perform obtener-folio-pago
                move 0 to ws-cuenta
                move 0 to cta-no-cte
                move 0 to ws-no-mts-pago
                move ws-sucursal-operacion to pgs-sucursal
                move "E" to pgs-forma
                perform grabar-pago
                add ws-monto to ws-tot-efectivo
                display "Pago registrado con folio " ws-folio-pago
                    ". Reciba " ws-total-cobro " en efectivo."
            end-if.
        cobrar-cuenta.
            perform validar-cuenta-pago
            if ws-rechazado = 0
                perform validar-fondos-pago
            end-if
            if ws-rechazado = 0 and not modo-batch
                perform confirmar-pago
            end-if
            if ws-rechazado = 0
                perform aplicar-cargo-pago
            end-if.
        validar-cuenta-pago.
            move ws-cuenta to cta-no-cuenta
            read cuentas-file
                invalid key
                    move 1 to ws-rechazado
                    move "la cuenta no esta registrada" to ws-motivo
                not invalid key
                    if not cta-activa
                        move 1 to ws-rechazado
                        move "la cuenta no esta ACTIVA" to ws-motivo
                    end-if
            end-read.
        validar-fondos-pago.
            move 0 to ws-saldo-actual
            move ws-cuenta to sc-cuenta
            move "MXN" to sc-moneda
            read saldos-cuenta-file
                invalid key continue
                not invalid key move sc-saldo to ws-saldo-actual
            end-read
            subtract ws-total-cobro from ws-saldo-actual
                giving ws-saldo-proyectado
            if ws-saldo-proyectado < 0
                move 1 to ws-rechazado
                move "fondos insuficientes en la cuenta" to ws-motivo
            end-if
            if ws-rechazado = 0
                perform calcular-embargo-cuenta
                if ws-saldo-proyectado < ws-embargo-total
                    move 1 to ws-rechazado
                    move "fondos embargados por orden judicial"
                        to ws-motivo
                end-if
            end-if
            if ws-rechazado = 0
                perform calcular-retencion-cuenta
                if ws-saldo-proyectado <
                    ws-embargo-total + ws-retencion-total
                    move 1 to ws-rechazado
                    move "depositos salvo buen cobro no disponibles"
                        to ws-motivo
                end-if
            end-if.
        calcular-embargo-cuenta.
            move 0 to ws-embargo-total
            move 0 to fin-embargos
            move ws-cuenta to emb-cuenta
            move spaces to emb-expediente
            start embargos-file key is not less than emb-llave
                invalid key move 1 to fin-embargos
            end-start
            perform until fin-embargos = 1
                read embargos-file next record
                    at end move 1 to fin-embargos
                    not at end
                        if emb-cuenta not = ws-cuenta
                            move 1 to fin-embargos
                        else
                            if emb-vigente
                                add emb-monto-ordenado
                                    to ws-embargo-total
                            end-if
                        end-if
                end-read
            end-perform.
        calcular-retencion-cuenta.
            move 0 to ws-retencion-total
            move 0 to fin-ret-fondos
            move ws-cuenta to rtf-cuenta
            move 0 to rtf-no-mts-mts
            start retenciones-fondos-file
                key is not less than rtf-llave
                invalid key move 1 to fin-ret-fondos
            end-start
            perform until fin-ret-fondos = 1
                read retenciones-fondos-file next record
                    at end move 1 to fin-ret-fondos
                    not at end
                        if rtf-cuenta not = ws-cuenta
                            move 1 to fin-ret-fondos
                        else
                            if rtf-vigente and rtf-moneda = "MXN"
                                add rtf-monto to ws-retencion-total
                            end-if
                        end-if
                end-read
            end-perform.
        aplicar-cargo-pago.
            perform obtener-folio-pago
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move cta-no-cte to e1-no-cte-mts
            move ws-cuenta to e1-cta-chq-mts
            move ws-folio-pago to e1-cta-cbe-mts
            move "PAGOSERV" to e1-tipo-mts
            subtract ws-monto from 0 giving e1-sdo-mts
            move ws-fecha-pago to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move cta-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    move 1 to ws-rechazado
                    move "no se pudo grabar el cargo del pago"
                        to ws-motivo
                not invalid key
                    move e1-no-mts-mts to ws-no-mts-pago
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
            end-write
            if ws-rechazado = 0 and ems-comision > 0
                perform cargar-comision-pago
            end-if
            if ws-rechazado = 0
                if modo-batch
                    move cta-sucursal to pgs-sucursal
                else
                    move ws-sucursal-operacion to pgs-sucursal
                end-if
                move "C" to pgs-forma
                perform grabar-pago
                add ws-monto to ws-tot-cargo
                if not modo-batch
                    display "Pago registrado con folio "
                        ws-folio-pago ", cargado a la cuenta "
                        ws-cuenta "."
                end-if
            end-if.
        cargar-comision-pago.
            perform obtener-siguiente-no-mts
            move ws-siguiente-no-mts to e1-no-mts-mts
            move cta-no-cte to e1-no-cte-mts
            move ws-cuenta to e1-cta-chq-mts
            move ws-folio-pago to e1-cta-cbe-mts
            move "COMISION" to e1-tipo-mts
            subtract ems-comision from 0 giving e1-sdo-mts
            move ws-fecha-pago to e1-fech-mts
            move "MXN" to e1-moneda-mts
            move cta-sucursal to e1-sucursal
            perform armar-llaves-mts
            write e1-movimientos
                invalid key
                    display "AVISO: no se pudo grabar la comision del "
                        "pago " ws-folio-pago
                not invalid key
                    perform registrar-auditoria
                    perform actualizar-saldo
                    perform actualizar-saldo-cuenta
                    perform registrar-iva-comision
            end-write.
        registrar-iva-comision.
            move e1-no-mts-mts to ivc-no-mts-mts
            move e1-no-cte-mts to ivc-no-cte
            move e1-cta-chq-mts to ivc-cuenta
            move e1-sucursal to ivc-sucursal
            move e1-fech-mts to ivc-fecha
            move e1-moneda-mts to ivc-moneda
            move ws-base-cargo to ivc-base
            move ws-iva-cargo to ivc-iva
            move spaces to ivc-concepto
            write e1-iva-comision
                invalid key
                    display "No se pudo registrar el desglose de IVA "
                        "de la comision " e1-no-mts-mts
            end-write.
        grabar-pago.
            move ws-folio-pago to pgs-folio
            move ws-emisor to pgs-emisor
            move ws-referencia to pgs-referencia
            move ws-monto to pgs-monto
            move ems-comision to pgs-comision
            move ws-base-cargo to pgs-comision-base
            move ws-iva-cargo to pgs-comision-iva
            move ws-cuenta to pgs-cuenta
            move cta-no-cte to pgs-no-cte
            move ws-no-mts-pago to pgs-no-mts
            move ws-fecha-pago to pgs-fecha
            move ws-operador to pgs-operador
            move "PENDIENTE" to pgs-status
            move 0 to pgs-fecha-liquidacion
            move 0 to pgs-no-mts-liquidacion
            write e1-pago-servicio
                invalid key
                    display "AVISO: se cobro el pago pero no se pudo "
                        "registrar el folio " ws-folio-pago
                        " en pagos_servicios.dat"
                not invalid key
                    add 1 to ws-tot-registrados
                    add ems-comision to ws-tot-comision
            end-write.
        obtener-folio-pago.
            move "PAGOSERV" to fol-llave
            read folios-file
                invalid key
                    move "PAGOSERV" to fol-llave
                    move 1 to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "pagos de servicios en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-folio-pago
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "pagos de servicios en folios.dat"
            end-rewrite.
        consultar-pago.
            display "Folio del pago(10): "with no advancing
            accept pgs-folio
            read pagos-servicios-file
                invalid key display "Pago no encontrado."
                not invalid key
                    display "Pago " pgs-folio "  emisor " pgs-emisor
                        "  " pgs-status
                    display "   Referencia " pgs-referencia
                    display "   Importe " pgs-monto "  comision "
                        pgs-comision "  forma " pgs-forma
                        "  cuenta " pgs-cuenta
                    display "   Fecha " pgs-fecha "  sucursal "
                        pgs-sucursal "  operador " pgs-operador
                    if pgs-liquidado
                        display "   Liquidado al emisor el "
                            pgs-fecha-liquidacion " movimiento "
                            pgs-no-mts-liquidacion
                    end-if
            end-read
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        procesar-lote-pagos.
            open input lote-proceso-file
            if ws-fs-lote-proceso = "00"
                close lote-proceso-file
                display "ALERTA: existe servicios_en_proceso.dat "
                    "de una corrida interrumpida; concilie cuales "
                    "pagos ya se aplicaron y elimine ese archivo "
                    "antes de volver a postear lotes."
            else
                perform postear-lote-pagos
            end-if.
        postear-lote-pagos.
            open input lote-file
            if ws-fs-lote not = "00"
                display "No hay lote de pagos de servicios "
                    "(servicios_lote.dat), no se registraron "
                    "pagos por lote."
            else
                close lote-file
                call "SYSTEM" using
                    "mv servicios_lote.dat servicios_en_proceso.dat"
                open input lote-proceso-file
                if ws-fs-lote-proceso not = "00"
                    display "No se pudo tomar el lote como "
                        "servicios_en_proceso.dat, no se "
                        "registraron pagos por lote."
                else
                    perform abrir-rechazos
                    move 0 to fin-lote
                    perform until fin-lote = 1
                        read lote-proceso-file
                            at end move 1 to fin-lote
                            not at end perform postear-pago-lote
                        end-read
                    end-perform
                    close lote-proceso-file
                    close rechazos-file
                    call "SYSTEM" using
                        "rm -f servicios_en_proceso.dat"
                end-if
                display "LOTE DE PAGOS -- leidos: " ws-lote-leidos
                    "  registrados: " ws-lote-registrados
                    "  rechazados: " ws-lote-rechazados
            end-if.
        postear-pago-lote.
            add 1 to ws-lote-leidos
            move lot-emisor to ws-emisor
            move lot-referencia to ws-referencia
            move lot-monto to ws-monto
            move lot-cuenta to ws-cuenta
            if lot-fecha = 0
                move ws-fecha-hoy to ws-fecha-pago
            else
                move lot-fecha to ws-fecha-pago
            end-if
            perform validar-pago
            if ws-rechazado = 0
                perform calcular-comision
                perform cobrar-cuenta
            end-if
            if ws-rechazado = 0
                add 1 to ws-lote-registrados
            else
                add 1 to ws-lote-rechazados
                perform grabar-rechazo-pago
            end-if.
        grabar-rechazo-pago.
            move ws-fecha-pago to prs-fecha
            move ws-emisor to prs-emisor
            move ws-referencia to prs-referencia
            move ws-monto to prs-monto
            move ws-cuenta to prs-cuenta
            move ws-motivo to prs-motivo
            write e1-rechazo-pago
            display "PAGO RECHAZADO: emisor " ws-emisor
                " referencia " ws-referencia " cuenta " ws-cuenta
                " -- " ws-motivo.
        registrar-mant-auditoria.
            open extend mant-auditoria-file
            if ws-fs-mant-aud not = "00"
                open output mant-auditoria-file
                close mant-auditoria-file
                open extend mant-auditoria-file
            end-if
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
            write e1-mant-auditoria
            close mant-auditoria-file.
        obtener-siguiente-no-mts.
            move "MOVIMIENTO" to fol-llave
            read folios-file
                invalid key
                    perform calcular-folio-inicial
                    move "MOVIMIENTO" to fol-llave
                    move ws-folio-calculado to fol-siguiente
                    write e1-folios
                        invalid key
                            display "No se pudo iniciar el folio de "
                                "movimientos en folios.dat"
                    end-write
            end-read
            move fol-siguiente to ws-siguiente-no-mts
            add 1 to fol-siguiente
            rewrite e1-folios
                invalid key
                    display "No se pudo actualizar el folio de "
                        "movimientos en folios.dat"
            end-rewrite.
        calcular-folio-inicial.
            move 1 to ws-folio-calculado
            move 0 to fin-folios
            move 0 to e1-no-mts-mts
            start movimientos-file
                key is not less than e1-no-mts-mts
                invalid key move 1 to fin-folios
            end-start
            perform until fin-folios = 1
                read movimientos-file next record
                    at end move 1 to fin-folios
                    not at end
                        if e1-no-mts-mts not = ws-trailer-key
                            and e1-no-mts-mts >= ws-folio-calculado
                            compute ws-folio-calculado =
                                e1-no-mts-mts + 1
                        end-if
                end-read
            end-perform.
        registrar-auditoria.
            accept ws-aud-fecha from date yyyymmdd
            accept ws-aud-hora from time
            move e1-no-mts-mts to aud-no-mts-mts
            move ws-operador to aud-operador
            move ws-aud-fecha to aud-fecha
            move ws-aud-hora to aud-hora
            move spaces to aud-autorizo
            write e1-auditoria.
        actualizar-saldo.
            move e1-no-cte-mts to sdo-no-cte
            read saldos-file
                invalid key move 0 to ws-saldo-existe
                not invalid key move 1 to ws-saldo-existe
            end-read
            move e1-no-cte-mts to sdo-no-cte
            if ws-saldo-existe = 1
                add e1-sdo-mts to sdo-saldo
                move e1-no-mts-mts to sdo-ultimo-mts
                rewrite e1-saldos
            else
                move e1-sdo-mts to sdo-saldo
                move e1-no-mts-mts to sdo-ultimo-mts
                write e1-saldos
            end-if.
        actualizar-saldo-cuenta.
            move e1-cta-chq-mts to sc-cuenta
            move e1-moneda-mts to sc-moneda
            read saldos-cuenta-file
                invalid key move 0 to ws-sc-existe
                not invalid key move 1 to ws-sc-existe
            end-read
            move e1-cta-chq-mts to sc-cuenta
            move e1-moneda-mts to sc-moneda
            if ws-sc-existe = 1
                add e1-sdo-mts to sc-saldo
                move e1-no-mts-mts to sc-ultimo-mts
                rewrite e1-saldos-cuenta
            else
                move e1-sdo-mts to sc-saldo
                move e1-no-mts-mts to sc-ultimo-mts
                write e1-saldos-cuenta
            end-if.
        actualizar-trailer.
            move 0 to ws-total-count
            move 0 to ws-total-suma
            move 0 to fin-fichero
            move 0 to e1-no-mts-mts
            start movimientos-file
                key is not less than e1-no-mts-mts
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read movimientos-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if e1-no-mts-mts not = ws-trailer-key
                            add 1 to ws-total-count
                            add e1-sdo-mts to ws-total-suma
                        end-if
                end-read
            end-perform
            move ws-trailer-key to e1-no-mts-mts
            read movimientos-file
                invalid key move 0 to ws-trailer-existe
                not invalid key move 1 to ws-trailer-existe
            end-read
            move ws-trailer-key to e1-no-mts-mts
            move ws-total-count to e1-no-cte-mts
            move 0 to e1-cta-chq-mts
            move 0 to e1-cta-cbe-mts
            move "TRAILER " to e1-tipo-mts
            move ws-total-suma to e1-sdo-mts
            move 0 to e1-fech-mts
            move spaces to e1-moneda-mts
            move 0 to e1-sucursal
            if ws-trailer-existe = 1
                perform armar-llaves-mts
                rewrite e1-movimientos
            else
                perform armar-llaves-mts
                write e1-movimientos
            end-if.
        abrir-emisores.
            open input emisores-file
            if ws-fs-emisores not = "00"
                open output emisores-file
                close emisores-file
                open input emisores-file
            end-if.
        abrir-pagos.
            open i-o pagos-servicios-file
            if ws-fs-pagos not = "00"
                open output pagos-servicios-file
                close pagos-servicios-file
                open i-o pagos-servicios-file
            end-if.
        abrir-cuentas.
            open input cuentas-file
            if ws-fs-cuentas not = "00"
                open output cuentas-file
                close cuentas-file
                open input cuentas-file
            end-if.
        abrir-movimientos.
            open i-o movimientos-file
            if ws-fs-movimientos not = "00"
                open output movimientos-file
                close movimientos-file
                open i-o movimientos-file
            end-if.
        abrir-saldos.
            open i-o saldos-file
            if ws-fs-saldos not = "00"
                open output saldos-file
                close saldos-file
                open i-o saldos-file
            end-if.
        abrir-saldos-cuenta.
            open i-o saldos-cuenta-file
            if ws-fs-saldos-cuenta not = "00"
                open output saldos-cuenta-file
                close saldos-cuenta-file
                open i-o saldos-cuenta-file
            end-if.
        abrir-auditoria.
            open extend auditoria-file
            if ws-fs-auditoria not = "00"
                open output auditoria-file
                close auditoria-file
                open extend auditoria-file
            end-if.
        abrir-folios.
            open i-o folios-file
            if ws-fs-folios not = "00"
                open output folios-file
                close folios-file
                open i-o folios-file
            end-if.
        abrir-iva-comisiones.
            open i-o iva-comisiones-file
            if ws-fs-iva not = "00"
                open output iva-comisiones-file
                close iva-comisiones-file
                open i-o iva-comisiones-file
            end-if.
        abrir-embargos.
            open input embargos-file
            if ws-fs-embargos not = "00"
                open output embargos-file
                close embargos-file
                open input embargos-file
            end-if.
        abrir-retenciones-fondos.
            open input retenciones-fondos-file
            if ws-fs-ret-fondos not = "00"
                open output retenciones-fondos-file
                close retenciones-fondos-file
                open input retenciones-fondos-file
            end-if.
        abrir-periodos.
            open input periodos-file
            if ws-fs-periodos not = "00"
                open output periodos-file
                close periodos-file
                open input periodos-file
            end-if.
        abrir-cajas.
            open i-o cajas-file
            if ws-fs-cajas not = "00"
                open output cajas-file
                close cajas-file
                open i-o cajas-file
            end-if.
        abrir-rechazos.
            open extend rechazos-file
            if ws-fs-rechazos not = "00"
                open output rechazos-file
                close rechazos-file
                open extend rechazos-file
            end-if.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
        armar-llaves-mts.
            move e1-cta-chq-mts to e1-lcta-cuenta
            move e1-fech-mts(5:4) to e1-lcta-fecha(1:4)
            move e1-fech-mts(3:2) to e1-lcta-fecha(5:2)
            move e1-fech-mts(1:2) to e1-lcta-fecha(7:2)
            move e1-no-mts-mts to e1-lcta-no-mts
            move e1-no-cte-mts to e1-lcte-no-cte
            move e1-lcta-fecha to e1-lcte-fecha
            move e1-no-mts-mts to e1-lcte-no-mts.
