*> algun paso falta para la fecha de hoy o quedo FALLIDO lo dice
*> con todas sus letras y termina con codigo de retorno 8, para
*> que el operador nocturno no pueda firmar un dia que en realidad
*> no termino. Si hoy se revirtio la corrida de precios con
*> reversa_precios, la reversa aparece con los demas pasos, con la
*> generacion a la que se regreso.

IDENTIFICATION DIVISION.
PROGRAM-ID. resumen_dia.
    05 PRE-FIN             PIC X(19) VALUE SPACES.
    05 PRE-REGISTROS       PIC 9(6) VALUE ZEROES.
    05 PRE-ESTADO          PIC X(8) VALUE SPACES.
01 PASO-REVERSA.
    *> La bitacora trae en la columna de registros de la reversa el
    *> numero de generacion restaurada.
    05 REV-HALLADO         PIC X(1) VALUE "N".
    05 REV-INICIO          PIC X(19) VALUE SPACES.
    05 REV-FIN             PIC X(19) VALUE SPACES.
    05 REV-GENERACION      PIC 9(6) VALUE ZEROES.
    05 REV-ESTADO          PIC X(8) VALUE SPACES.
01 TOTALES-DIA.
    05 TOTALES-HALLADOS    PIC X(1) VALUE "N".
    05 DIA-REGISTROS       PIC 9(6) VALUE ZEROES.
        MOVE LOG-REGISTROS TO PRE-REGISTROS
        MOVE LOG-ESTADO TO PRE-ESTADO
    END-IF.
    IF LOG-PASO = "reversa_precios" THEN
        MOVE "Y" TO REV-HALLADO
        MOVE LOG-INICIO TO REV-INICIO
        MOVE LOG-FIN TO REV-FIN
        MOVE LOG-REGISTROS TO REV-GENERACION
        MOVE LOG-ESTADO TO REV-ESTADO
    END-IF.

300-LEER-TOTALES.
    OPEN INPUT TOTALES-FILE.
        WRITE REPORTE-RECORD
        PERFORM 915-MARCAR-DIA-MALO
    END-IF.
    IF REV-HALLADO = "Y" THEN
        PERFORM 917-REPORTAR-REVERSA
    END-IF.

915-MARCAR-DIA-MALO.
    MOVE "Y" TO SWITCH-DIA-MALO.

917-REPORTAR-REVERSA.
    MOVE "reversa_precios" TO PAS-NOMBRE.
    MOVE REV-INICIO TO PAS-INICIO.
    MOVE REV-FIN TO PAS-FIN.
    MOVE REV-GENERACION TO PAS-REGISTROS.
    MOVE REV-ESTADO TO PAS-ESTADO.
    WRITE REPORTE-RECORD FROM LINEA-PASO.
    MOVE "REVERSA A LA GENERACION  :" TO DAT-ETIQUETA.
    MOVE REV-GENERACION TO WS-CONTEO-ED.
    MOVE WS-CONTEO-ED TO DAT-VALOR.
    WRITE REPORTE-RECORD FROM LINEA-DATO.
    IF REV-ESTADO = "FORZADA" THEN
        MOVE "REVERSA FORZADA SOBRE PRECIOS YA ENVIADOS A FACTURACION" TO REPORTE-RECORD
        WRITE REPORTE-RECORD
    END-IF.

920-REPORTAR-TOTALES.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    DISPLAY "=== RESUMEN DE CIERRE DEL DIA " WS-FECHA-CORRIDA " ===".
    DISPLAY "PASO ejercicio_4    : " PAL-ESTADO.
    DISPLAY "PASO ejercicio_3_5  : " PRE-ESTADO.
    IF REV-HALLADO = "Y" THEN
        DISPLAY "REVERSA DE PRECIOS  : " REV-ESTADO " A LA GENERACION " REV-GENERACION
    END-IF.
    DISPLAY "CONCILIACION        : " CON-ESTADO.
    DISPLAY "EXCEPCIONES         : " CONTADOR-EXCEPCIONES.
    DISPLAY "PENDIENTES          : " CONTADOR-PENDIENTES.
