*>
*> Cada paso reporta su resultado por RETURN-CODE: si un paso
*> termina mal el lote se detiene ahi mismo y no se lanza el
*> siguiente. El RC 4 de ejercicio_3_5 es solo aviso (la corrida
*> de precios quedo buena pero sin generacion o sin asiento de
*> periodo) y el paso queda OK. Con el parametro de linea de
*> comandos PALABRAS o PRECIOS se corre solo ese paso (sin
*> parametro corren los dos).
*> Cada paso deja un renglon en LOTE-RUNLOG.TXT con nombre del
*> paso, inicio, fin, registros procesados y estado final, para
*> que quede constancia de que corrio y cuando.
    END-CALL.
    MOVE RETURN-CODE TO WS-RC-PASO.
    MOVE ZEROES TO RETURN-CODE.
    IF WS-RC-PASO = 4 THEN
        DISPLAY "PASO ejercicio_3_5 TERMINO CON AVISO (RETURN-CODE 4), el lote sigue."
        MOVE ZEROES TO WS-RC-PASO
    END-IF.
    PERFORM 300-ESTAMPA-TIEMPO.
    MOVE WS-ESTAMPA-FORMATO TO WS-FIN-PASO.
    IF WS-RC-PASO = ZEROES THEN
