            MOVE ENT-TIPO-PRODUCTO TO PAR-TIPO(PARES-CARGADOS)
            MOVE ENT-FECHA-DESDE TO PAR-FECHA(PARES-CARGADOS)
        ELSE
            DISPLAY "EDICION ABORTADA: mas de 100 renglones tipo/fecha en TARIFAS-PRECIOS.TXT (" ENT-TIPO-PRODUCTO ")"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

            COMPUTE VIGENTES-CARGADOS = VIGENTES-CARGADOS + 1
            MOVE ENT-TIPO-PRODUCTO TO VIGENTE-TIPO(VIGENTES-CARGADOS)
        ELSE
            DISPLAY "EDICION ABORTADA: mas de 20 tipos en vigor en TARIFAS-PRECIOS.TXT (" ENT-TIPO-PRODUCTO ")"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

            MOVE TIPO-PRODUCTO TO TIPO-VALOR(WS-TIPO-HALLADO)
            MOVE ZEROES TO TIPO-CONTEO(WS-TIPO-HALLADO)
        ELSE
            DISPLAY "EDICION ABORTADA: mas de 50 tipos en el maestro (" TIPO-PRODUCTO ")"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    IF WS-TIPO-HALLADO > 0 THEN
