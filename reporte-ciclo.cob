        77 ws-total-ultima-dur pic 9(10) value 0.
        77 ws-errores-ultima pic 9(4) value 0.
        01 ws-tabla-pasos.
            05 ws-paso-entrada occurs 60 times.
                10 ws-pso-nombre pic X(20).
                10 ws-pso-corridas pic 9(6).
                10 ws-pso-suma-dur pic 9(10).
                end-if
            end-perform
            if ws-paso-hallado = 0
                if ws-num-pasos < 60
                    add 1 to ws-num-pasos
                    move ws-num-pasos to ws-idx
                    move bic-paso to ws-pso-nombre(ws-idx)
