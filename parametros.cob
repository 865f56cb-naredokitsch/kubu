        identification division.
        program-id. parametros.
        author. noe-uriel.
        environment division.
        input-output section.
        file-control.
        select vigencias-file assign to "parametros_vigencia.dat"
        organization is indexed
        access mode is dynamic
        record key is pv-llave
        file status is ws-fs-vigencias.

        select parametros-file assign to "parametros.dat"
        organization is line sequential
        file status is ws-fs-parametros.

        select historia-file assign to "parametros_hist.dat"
        organization is line sequential
        file status is ws-fs-historia.

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

        select checkpoint-file assign to "checkpoint.dat"
        organization is line sequential.

        select checkpoint-mant-file assign to "checkpoint_mant.dat"
        organization is line sequential.
        data division.
        file section.
        fd vigencias-file.
        01 e1-vigencia.
            05 pv-llave.
                10 pv-clave pic X(12).
                10 pv-fecha-vigor pic 9(8).
            05 pv-valor pic 9(10)V99.
            05 pv-operador pic X(10).
            05 pv-fecha-captura pic 9(8).
            05 pv-hora-captura pic 9(8).
            05 pv-status pic X(9).
                88 pv-vigente value "VIGENTE".
                88 pv-cancelado value "CANCELADO".
        fd parametros-file.
        01 e1-parametros.
            05 par-clave pic X(12).
            05 par-valor pic 9(10)V99.
        fd historia-file.
        01 e1-historia-par.
            05 ph-fecha pic 9(8).
            05 ph-hora pic 9(8).
            05 ph-operador pic X(10).
            05 ph-clave pic X(12).
            05 ph-fecha-vigor pic 9(8).
            05 ph-accion pic X(8).
            05 ph-valor-anterior pic 9(10)V99.
            05 ph-valor-nuevo pic 9(10)V99.
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
        fd checkpoint-file.
        01 e1-checkpoint pic X(20).
        fd checkpoint-mant-file.
        01 e1-checkpoint-mant pic X(20).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-vigencias pic X(2) value "00".
        77 ws-fs-historia pic X(2) value "00".
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
        77 ws-modo-parm pic X(10) value spaces.
        77 ws-modo-batch pic 9 value 0.
            88 modo-batch value 1.
        77 ws-opcion pic 9 value 0.
        77 ws-pausa pic X(1) value space.
        77 ws-confirma pic X(1) value space.
        77 ws-valido pic 9 value 0.
        77 ws-existe pic 9 value 0.
        77 ws-hoy pic 9(8) value 0.
        77 ws-fecha-hoy pic 9(8) value 0.
        77 ws-fecha-captura pic 9(8) value 0.
        77 ws-fecha-vigor pic 9(8) value 0.
        77 ws-fecha-ref pic 9(8) value 0.
        77 ws-fecha-vista pic 9(8) value 0.
        77 ws-cap-dia pic 9(2) value 0.
        77 ws-cap-mes pic 9(2) value 0.
        77 ws-cap-anio pic 9(4) value 0.
        77 ws-hora pic 9(8) value 0.
        77 ws-clave pic X(12) value spaces.
        77 ws-clave-filtro pic X(12) value spaces.
        77 ws-ultima-clave pic X(12) value spaces.
        77 ws-valor pic 9(10)V99 value 0.
        77 ws-valor-entero pic 9(10) value 0.
        77 ws-valor-anterior pic 9(10)V99 value 0.
        77 ws-valor-vigente pic 9(10)V99 value 0.
        77 ws-hay-vigente pic 9 value 0.
        77 ws-i pic 9(3) value 0.
        77 ws-cat-pos pic 9(3) value 0.
        77 ws-total-catalogo pic 9(3) value 37.
        77 ws-total-cargados pic 9(5) value 0.
        77 ws-total-omitidos pic 9(5) value 0.
        77 ws-total-publicados pic 9(5) value 0.
        77 ws-total-historia pic 9(7) value 0.
        77 ws-total-programados pic 9(5) value 0.
        77 ws-ph-accion pic X(8) value spaces.
        77 ws-mnt-fecha pic 9(8) value 0.
        77 ws-mnt-hora pic 9(8) value 0.
        01 ws-imagen-antes pic X(260) value spaces.
        01 ws-imagen-despues pic X(260) value spaces.
        01 ws-mnt-accion pic X(8) value spaces.
        01 ws-catalogo-valores.
            05 filler pic X(12) value "ANIOSRETARCO".
            05 filler pic X(40)
                value "Anios de conservacion tras cierre".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 99.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "AUTLIMITE".
            05 filler pic X(40)
                value "Monto que requiere firma de supervisor".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "CLABEPREFIJ".
            05 filler pic X(40)
                value "Prefijo de banco y plaza de la CLABE".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 999999.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "DIASABONOACL".
            05 filler pic X(40)
                value "Dias habiles para abono de aclaracion".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 10.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "DIASAVISOACL".
            05 filler pic X(40)
                value "Dias de aviso de aclaracion por vencer".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 45.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "DIASAVISODOC".
            05 filler pic X(40)
                value "Dias de aviso de documento por vencer".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 365.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "DIASCLAVE".
            05 filler pic X(40)
                value "Dias de vigencia de la contrasena".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 365.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "DIASREMESA".
            05 filler pic X(40)
                value "Dias para devolver remesa no cobrada".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 365.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "DIASRESPACL".
            05 filler pic X(40)
                value "Dias habiles para responder aclaracion".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 45.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "DIASRESPARCO".
            05 filler pic X(40)
                value "Dias habiles para responder ARCO".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 60.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "DIASRETDEP".
            05 filler pic X(40)
                value "Dias de retencion de deposito en cheque".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 30.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "DIASSOBREG".
            05 filler pic X(40)
                value "Dias sobregirada para reportar cuenta".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 365.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "FACRIESALTO".
            05 filler pic X(40)
                value "Factor de limites para riesgo alto".
            05 filler pic 9(10)V99 value 0.01.
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "FACRIESBAJO".
            05 filler pic X(40)
                value "Factor de limites para riesgo bajo".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 9.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "INFLACION".
            05 filler pic X(40)
                value "Inflacion anual esperada para GAT real %".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 100.00.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "LIMITEIPAB".
            05 filler pic X(40)
                value "Cobertura IPAB por cliente en UDIs".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 99999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "LIMRETCTA".
            05 filler pic X(40)
                value "Limite diario de retiros por cuenta".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "LIMRETDIA".
            05 filler pic X(40)
                value "Limite diario de retiros por cliente".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "LIMTRFCTA".
            05 filler pic X(40)
                value "Limite diario de transferencias cuenta".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "LIMTRFDIA".
            05 filler pic X(40)
                value "Limite diario de transferencias cliente".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "MESESABAND".
            05 filler pic X(40)
                value "Meses sin movimientos para abandono".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 240.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "MESESCHQCAJ".
            05 filler pic X(40)
                value "Meses de vigencia del cheque de caja".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 60.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "MESESINACT".
            05 filler pic X(40)
                value "Meses sin movimientos para inactividad".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 120.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "MESESPERFORA".
            05 filler pic X(40)
                value "Meses de renta vencida para perforar".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 120.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "PENAPLAZO".
            05 filler pic X(40)
                value "Pena por retiro anticipado de plazo %".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 100.00.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "PCTCONTROL".
            05 filler pic X(40)
                value "Porcentaje control benef. controlador %".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 100.00.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "RIESUMBALT".
            05 filler pic X(40)
                value "Saldo umbral de riesgo alto".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "RIESUMBMED".
            05 filler pic X(40)
                value "Saldo umbral de riesgo medio".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "SPEIDIASACU".
            05 filler pic X(40)
                value "Dias para el acuse de SPEI".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 30.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "TASAIVA".
            05 filler pic X(40)
                value "Tasa de IVA en porcentaje".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 30.00.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "TOLBANXICO".
            05 filler pic X(40)
                value "Desviacion tolerada del fix Banxico %".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 100.00.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "TOLCONCIL".
            05 filler pic X(40)
                value "Diferencia tolerada en conciliacion MXN".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "TOLERANCIA".

            05 filler pic X(40)
                value "Huerfanos tolerados en integridad".
            05 filler pic 9(10)V99 value 0.
            05 filler pic 9(10)V99 value 9999999999.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "UMBRALAML".
            05 filler pic X(40)
                value "Umbral de operaciones relevantes MXN".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "UMBRALEFECT".
            05 filler pic X(40)
                value "Umbral de depositos en efectivo MXN".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 9999999999.99.
            05 filler pic X(1) value "N".
            05 filler pic X(12) value "VELMAXRET".
            05 filler pic X(40)
                value "Retiros maximos en ventana de velocidad".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 99999.00.
            05 filler pic X(1) value "S".
            05 filler pic X(12) value "VELPCTUMB".
            05 filler pic X(40)
                value "Porcentaje del limite para velocidad".
            05 filler pic 9(10)V99 value 1.00.
            05 filler pic 9(10)V99 value 100.00.
            05 filler pic X(1) value "S".
        01 ws-catalogo redefines ws-catalogo-valores.
            05 ws-cat-entrada occurs 37 times.
                10 ws-cat-clave pic X(12).
                10 ws-cat-descripcion pic X(40).
                10 ws-cat-minimo pic 9(10)V99.
                10 ws-cat-maximo pic 9(10)V99.
                10 ws-cat-entero pic X(1).
        01 ws-hash-alfabeto.
            05 filler pic X(27) value " ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            05 filler pic X(26) value "abcdefghijklmnopqrstuvwxyz".
            05 filler pic X(10) value "0123456789".
            05 filler pic X(17) value ".,;:-_#$%&/()=?!*".
        procedure division.
        inicio.
            accept ws-modo-parm from command-line
            if ws-modo-parm = "BATCH"
                move 1 to ws-modo-batch
                move "BATCH" to ws-operador
            else
                perform verificar-interlock
                if ws-interlock-ok = 0
                    stop run
                end-if
                display "PARAMETROS DEL SISTEMA"
                display "Clave de operador(10): "with no advancing
                accept ws-operador
                perform validar-operador
                if ws-op-valido = 0
                    stop run
                end-if
            end-if
            perform obtener-fecha-hoy
            perform abrir-vigencias
            perform revisar-carga-inicial
            perform publicar-parametros
            if not modo-batch
                move 0 to ws-opcion
                perform until ws-opcion = 6
                    perform limpiar-pantalla
                    perform mostrar-menu
                    perform procesar-opcion
                end-perform
            end-if
            close vigencias-file
            perform marcar-checkpoint
            stop run.
        marcar-checkpoint.
            if modo-batch
                open output checkpoint-file
                move "PARAMETROS" to e1-checkpoint
                write e1-checkpoint
                close checkpoint-file
            else
                open output checkpoint-mant-file
                move "PARAMETROS" to e1-checkpoint-mant
                write e1-checkpoint-mant
                close checkpoint-mant-file
            end-if.
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
                        if op-activo and op-nivel >= 3
                            move 0 to ws-override-modo
                            perform verificar-password
                            if ws-clave-ok = 1
                                move 1 to ws-op-valido
                                move op-nivel to ws-nivel-operador
                                display "Bienvenido " op-nombre
                            end-if
                        else
                            display "ACCESO DENEGADO: se requiere un "
                                "supervisor ACTIVO de nivel 3 o "
                                "mayor."
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
            display "PARAMETROS DEL SISTEMA CON FECHA DE VIGENCIA"
            display "1. Consultar parametros vigentes y programados"
            display "2. Registrar valor de un parametro"
            display "3. Cancelar valor programado"
            display "4. Historia de cambios"
            display "5. Publicar parametros vigentes"
            display "6. Salir"
            display "Opcion: " with no advancing
            accept ws-opcion.
        procesar-opcion.
            if ws-opcion = 1
                perform consultar-parametros
            else
                if ws-opcion = 2
                    perform registrar-valor
                else
                    if ws-opcion = 3
                        perform cancelar-programado
                    else
                        if ws-opcion = 4
                            perform reporte-historia
                        else
                            if ws-opcion = 5
                                perform publicar-parametros
                                perform pausar
                            else
                                if ws-opcion not = 6
                                    display "Opcion invalida."
                                end-if
                            end-if
                        end-if
                    end-if
                end-if
            end-if.
        pausar.
            display "-- Presione ENTER para continuar --"
                with no advancing
            accept ws-pausa.
        obtener-fecha-hoy.
            accept ws-hoy from date yyyymmdd
            move ws-hoy(1:4) to ws-cap-anio
            move ws-hoy(5:2) to ws-cap-mes
            move ws-hoy(7:2) to ws-cap-dia
            compute ws-fecha-hoy = ws-cap-dia * 1000000
                + ws-cap-mes * 10000 + ws-cap-anio.
        formatear-fecha-vigor.
            move ws-fecha-vigor(1:4) to ws-cap-anio
            move ws-fecha-vigor(5:2) to ws-cap-mes
            move ws-fecha-vigor(7:2) to ws-cap-dia
            compute ws-fecha-vista = ws-cap-dia * 1000000
                + ws-cap-mes * 10000 + ws-cap-anio.
        abrir-vigencias.
            open i-o vigencias-file
            if ws-fs-vigencias not = "00"
                open output vigencias-file
                close vigencias-file
                open i-o vigencias-file
            end-if.
        buscar-catalogo.
            move 0 to ws-cat-pos
            move 1 to ws-i
            perform until ws-i > ws-total-catalogo
                or ws-cat-pos not = 0
                if ws-cat-clave(ws-i) = ws-clave
                    move ws-i to ws-cat-pos
                end-if
                add 1 to ws-i
            end-perform.
        revisar-carga-inicial.
            move spaces to pv-clave
            move 0 to pv-fecha-vigor
            start vigencias-file key is not less than pv-llave
                invalid key move 0 to ws-existe
                not invalid key move 1 to ws-existe
            end-start
            if ws-existe = 0
                perform cargar-parametros-actuales
            end-if.
        cargar-parametros-actuales.
            move 0 to ws-total-cargados
            move 0 to ws-total-omitidos
            open input parametros-file
            if ws-fs-parametros = "00"
                display "Carga inicial de parametros.dat en "
                    "parametros_vigencia.dat"
                move 0 to fin-parametros
                perform until fin-parametros = 1
                    read parametros-file
                        at end move 1 to fin-parametros
                        not at end perform cargar-parametro
                    end-read
                end-perform
                close parametros-file
                display "Parametros cargados: " ws-total-cargados
                    "  omitidos: " ws-total-omitidos
            end-if.
        cargar-parametro.
            move par-clave to ws-clave
            perform buscar-catalogo
            if ws-cat-pos = 0
                add 1 to ws-total-omitidos
                display "AVISO: " par-clave " no es un parametro "
                    "conocido, no se carga."
            else
                if par-valor not numeric
                    add 1 to ws-total-omitidos
                    display "AVISO: el valor de " par-clave
                        " no es numerico, no se carga."
                else
                    if par-valor < ws-cat-minimo(ws-cat-pos)
                        or par-valor > ws-cat-maximo(ws-cat-pos)
                        display "AVISO: " par-clave " = " par-valor
                            " esta fuera del rango "
                            ws-cat-minimo(ws-cat-pos) " a "
                            ws-cat-maximo(ws-cat-pos)
                            ", revise el valor."
                    end-if
                    move par-clave to pv-clave
                    move 0 to pv-fecha-vigor
                    move par-valor to pv-valor
                    move ws-operador to pv-operador
                    move ws-fecha-hoy to pv-fecha-captura
                    accept ws-hora from time
                    move ws-hora to pv-hora-captura
                    move "VIGENTE" to pv-status
                    write e1-vigencia
                        invalid key
                            rewrite e1-vigencia
                            display "AVISO: " par-clave " aparece "
                                "mas de una vez, queda el ultimo "
                                "valor."
                        not invalid key
                            add 1 to ws-total-cargados
                    end-write
                    move 0 to ws-fecha-vigor
                    move 0 to ws-valor-anterior
                    move par-valor to ws-valor
                    move "CARGA" to ws-ph-accion
                    perform registrar-historia
                end-if
            end-if.
        publicar-parametros.
            move 0 to ws-total-publicados
            move 0 to ws-hay-vigente
            move spaces to ws-ultima-clave
            move 0 to fin-fichero
            move spaces to pv-clave
            move 0 to pv-fecha-vigor
            start vigencias-file key is not less than pv-llave
                invalid key move 1 to fin-fichero
            end-start
            if fin-fichero = 1
                display "No hay parametros registrados, no se "
                    "publica parametros.dat."
            else
                open output parametros-file
                perform until fin-fichero = 1
                    read vigencias-file next record
                        at end move 1 to fin-fichero
                        not at end perform revisar-vigencia-publicar
                    end-read
                end-perform
                perform escribir-vigente
                close parametros-file
                display "Parametros publicados: " ws-total-publicados
                    " vigentes al " ws-fecha-hoy
            end-if.
        revisar-vigencia-publicar.
            if pv-clave not = ws-ultima-clave
                perform escribir-vigente
                move pv-clave to ws-ultima-clave
                move 0 to ws-hay-vigente
            end-if
            if pv-vigente and pv-fecha-vigor <= ws-hoy
                move pv-valor to ws-valor-vigente
                move 1 to ws-hay-vigente
            end-if.
        escribir-vigente.
            if ws-hay-vigente = 1
                move ws-ultima-clave to par-clave
                move ws-valor-vigente to par-valor
                write e1-parametros
                add 1 to ws-total-publicados
                move 0 to ws-hay-vigente
            end-if.
        obtener-valor-vigente.
            move 0 to ws-valor-vigente
            move 0 to ws-hay-vigente
            move 0 to fin-fichero
            move ws-clave to pv-clave
            move 0 to pv-fecha-vigor
            start vigencias-file key is not less than pv-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read vigencias-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if pv-clave not = ws-clave
                            or pv-fecha-vigor > ws-fecha-ref
                            move 1 to fin-fichero
                        else
                            if pv-vigente
                                move pv-valor to ws-valor-vigente
                                move 1 to ws-hay-vigente
                            end-if
                        end-if
                end-read
            end-perform.
        consultar-parametros.
            display "PARAMETROS VIGENTES AL " ws-fecha-hoy
            move 1 to ws-cat-pos
            perform until ws-cat-pos > ws-total-catalogo
                move ws-cat-clave(ws-cat-pos) to ws-clave
                move ws-hoy to ws-fecha-ref
                perform obtener-valor-vigente
                display ws-clave " " ws-cat-descripcion(ws-cat-pos)
                if ws-hay-vigente = 1
                    display "      vigente " ws-valor-vigente
                        "  rango " ws-cat-minimo(ws-cat-pos)
                        " a " ws-cat-maximo(ws-cat-pos)
                else
                    display "      sin valor, el programa usa su "
                        "valor por omision  rango "
                        ws-cat-minimo(ws-cat-pos)
                        " a " ws-cat-maximo(ws-cat-pos)
                end-if
                perform listar-programados
                add 1 to ws-cat-pos
            end-perform
            perform pausar.
        listar-programados.
            move 0 to fin-fichero
            move ws-clave to pv-clave
            move ws-hoy to pv-fecha-vigor
            start vigencias-file key is greater than pv-llave
                invalid key move 1 to fin-fichero
            end-start
            perform until fin-fichero = 1
                read vigencias-file next record
                    at end move 1 to fin-fichero
                    not at end
                        if pv-clave not = ws-clave
                            move 1 to fin-fichero
                        else
                            if pv-vigente
                                move pv-fecha-vigor to ws-fecha-vigor
                                perform formatear-fecha-vigor
                                display "      a partir del "
                                    ws-fecha-vista "  valor "
                                    pv-valor "  capturo "
                                    pv-operador
                            end-if
                        end-if
                end-read
            end-perform.
        registrar-valor.
            display "Clave del parametro(12): "with no advancing
            accept ws-clave
            perform buscar-catalogo
            if ws-cat-pos = 0
                display "RECHAZADO: " ws-clave " no es un parametro "
                    "conocido."
            else
                perform capturar-valor
            end-if
            perform pausar.
        capturar-valor.
            display ws-clave " " ws-cat-descripcion(ws-cat-pos)
            display "Rango permitido " ws-cat-minimo(ws-cat-pos)
                " a " ws-cat-maximo(ws-cat-pos)
            if ws-cat-entero(ws-cat-pos) = "S"
                display "Solo admite valores enteros."
            end-if
            display "Valor 9(10)V99: "with no advancing
            accept ws-valor
            perform validar-valor
            if ws-valido = 1
                display "Fecha de vigencia (ddmmaaaa, ENTER = hoy): "
                    with no advancing
                accept ws-fecha-captura
                perform validar-fecha-vigor
                if ws-valido = 1
                    perform grabar-vigencia
                end-if
            end-if.
        validar-valor.
            move 1 to ws-valido
            if ws-valor < ws-cat-minimo(ws-cat-pos)
                or ws-valor > ws-cat-maximo(ws-cat-pos)
                move 0 to ws-valido
                display "RECHAZADO: el valor debe estar entre "
                    ws-cat-minimo(ws-cat-pos) " y "
                    ws-cat-maximo(ws-cat-pos) "."
            else
                if ws-cat-entero(ws-cat-pos) = "S"
                    move ws-valor to ws-valor-entero
                    if ws-valor-entero not = ws-valor
                        move 0 to ws-valido
                        display "RECHAZADO: el parametro solo admite "
                            "valores enteros."
                    end-if
                end-if
            end-if.
        validar-fecha-vigor.
            move 1 to ws-valido
            if ws-fecha-captura = 0
                move ws-hoy to ws-fecha-vigor
            else
                move ws-fecha-captura(1:2) to ws-cap-dia
                move ws-fecha-captura(3:2) to ws-cap-mes
                move ws-fecha-captura(5:4) to ws-cap-anio
                if ws-cap-mes < 1 or ws-cap-mes > 12
                    or ws-cap-dia < 1 or ws-cap-dia > 31
                    move 0 to ws-valido
                    display "RECHAZADO: fecha invalida."
                else
                    compute ws-fecha-vigor = ws-cap-anio * 10000
                        + ws-cap-mes * 100 + ws-cap-dia
                    if ws-fecha-vigor < ws-hoy
                        move 0 to ws-valido
                        display "RECHAZADO: la vigencia no puede ser "
                            "anterior a hoy, los procesos ya "
                            "corrieron con el valor anterior."
                    end-if
                end-if
            end-if.
        grabar-vigencia.
            move ws-fecha-vigor to ws-fecha-ref
            perform obtener-valor-vigente
            move ws-valor-vigente to ws-valor-anterior
            move ws-clave to pv-clave
            move ws-fecha-vigor to pv-fecha-vigor
            read vigencias-file
                invalid key
                    move 0 to ws-existe
                    move spaces to ws-imagen-antes
                    move "ALTA" to ws-mnt-accion
                not invalid key
                    move 1 to ws-existe
                    move e1-vigencia to ws-imagen-antes
                    move "CAMBIO" to ws-mnt-accion
            end-read
            move ws-clave to pv-clave
            move ws-fecha-vigor to pv-fecha-vigor
            move ws-valor to pv-valor
            move ws-operador to pv-operador
            move ws-fecha-hoy to pv-fecha-captura
            accept ws-hora from time
            move ws-hora to pv-hora-captura
            move "VIGENTE" to pv-status
            move 0 to ws-valido
            if ws-existe = 1
                rewrite e1-vigencia
                    invalid key
                        display "No se pudo actualizar el parametro."
                    not invalid key move 1 to ws-valido
                end-rewrite
            else
                write e1-vigencia
                    invalid key
                        display "No se pudo grabar el parametro."
                    not invalid key move 1 to ws-valido
                end-write
            end-if
            if ws-valido = 1
                move e1-vigencia to ws-imagen-despues
                move ws-mnt-accion to ws-ph-accion
                perform registrar-historia
                perform registrar-mant-auditoria
                perform formatear-fecha-vigor
                display "Parametro " ws-clave " registrado: "
                    ws-valor-anterior " -> " ws-valor
                    " a partir del " ws-fecha-vista
                if ws-fecha-vigor <= ws-hoy
                    perform publicar-parametros
                else
                    display "Se publicara en la primera corrida a "
                        "partir de esa fecha."
                end-if
            end-if.
        cancelar-programado.
            display "Clave del parametro(12): "with no advancing
            accept ws-clave
            display "Fecha de vigencia programada (ddmmaaaa): "
                with no advancing
            accept ws-fecha-captura
            move ws-fecha-captura(1:2) to ws-cap-dia
            move ws-fecha-captura(3:2) to ws-cap-mes
            move ws-fecha-captura(5:4) to ws-cap-anio
            compute ws-fecha-vigor = ws-cap-anio * 10000
                + ws-cap-mes * 100 + ws-cap-dia
            move ws-clave to pv-clave
            move ws-fecha-vigor to pv-fecha-vigor
            read vigencias-file
                invalid key
                    display "No hay un valor de " ws-clave
                        " programado para esa fecha."
                not invalid key
                    if pv-cancelado
                        display "Ese valor ya estaba cancelado."
                    else
                        if pv-fecha-vigor <= ws-hoy
                            display "RECHAZADO: el valor ya esta en "
                                "vigor, registre uno nuevo para "
                                "reemplazarlo."
                        else
                            perform anular-vigencia
                        end-if
                    end-if
            end-read
            perform pausar.
        anular-vigencia.
            move e1-vigencia to ws-imagen-antes
            move pv-valor to ws-valor-anterior
            move "CANCELADO" to pv-status
            move ws-operador to pv-operador
            move ws-fecha-hoy to pv-fecha-captura
            accept ws-hora from time
            move ws-hora to pv-hora-captura
            rewrite e1-vigencia
                invalid key
                    display "No se pudo cancelar el valor programado."
                not invalid key
                    move e1-vigencia to ws-imagen-despues
                    move "CANCELA" to ws-mnt-accion
                    move ws-fecha-vigor to ws-fecha-ref
                    perform obtener-valor-vigente
                    move ws-valor-vigente to ws-valor
                    move "CANCELA" to ws-ph-accion
                    perform registrar-historia
                    perform registrar-mant-auditoria
                    display "Valor programado cancelado, a partir de "
                        "esa fecha sigue " ws-valor "."
            end-rewrite.
        registrar-historia.
            open extend historia-file
            if ws-fs-historia not = "00"
                open output historia-file
                close historia-file
                open extend historia-file
            end-if
            accept ws-hora from time
            move ws-fecha-hoy to ph-fecha
            move ws-hora to ph-hora
            move ws-operador to ph-operador
            move ws-clave to ph-clave
            if ws-fecha-vigor = 0
                move 0 to ph-fecha-vigor
            else
                perform formatear-fecha-vigor
                move ws-fecha-vista to ph-fecha-vigor
            end-if
            move ws-ph-accion to ph-accion
            move ws-valor-anterior to ph-valor-anterior
            move ws-valor to ph-valor-nuevo
            write e1-historia-par
            close historia-file.
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
            move "PARAMETRO" to mnt-archivo
            move ws-clave to mnt-llave
            move ws-mnt-accion to mnt-accion
            move ws-imagen-antes to mnt-antes
            move ws-imagen-despues to mnt-despues
            write e1-mant-auditoria
            close mant-auditoria-file.
        reporte-historia.
            display "Clave a consultar (ENTER = todas): "
                with no advancing
            accept ws-clave-filtro
            move 0 to ws-total-historia
            open input historia-file
            if ws-fs-historia not = "00"
                display "No hay historia de cambios de parametros."
            else
                display "HISTORIA DE CAMBIOS DE PARAMETROS"
                display "   Fecha    Hora     Operador   Clave"
                    "        Vigor    Accion"
                move 0 to fin-fichero
                perform until fin-fichero = 1
                    read historia-file
                        at end move 1 to fin-fichero
                        not at end
                            if ws-clave-filtro = spaces
                                or ph-clave = ws-clave-filtro
                                add 1 to ws-total-historia
                                display "   " ph-fecha " " ph-hora
                                    " " ph-operador " " ph-clave
                                    " " ph-fecha-vigor " " ph-accion
                                display "      de " ph-valor-anterior
                                    " a " ph-valor-nuevo
                            end-if
                    end-read
                end-perform
                close historia-file
                display "Cambios listados: " ws-total-historia
            end-if
            perform pausar.
        limpiar-pantalla.
            CALL "SYSTEM" USING "clear".
