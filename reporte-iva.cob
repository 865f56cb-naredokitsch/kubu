            05 ivc-moneda pic X(3).
            05 ivc-base pic 9(10)V99.
            05 ivc-iva pic 9(10)V99.
            05 ivc-concepto pic X(4).
        working-storage section.
        77 fin-fichero pic 9 value 0.
        77 ws-fs-iva pic X(2) value "00".
