*> Recepcion de acuses de facturacion. Corre despues de que
*> facturacion devuelve ACUSE-FACTURACION.TXT y actualiza el
*> registro de extractos EXTRACTO-REGISTRO.DAT que va llenando
*> extracto_facturacion con cada envio. El archivo de acuses trae
*> dos tipos de renglon:
*>   A secuencia estado fecha detalles  - acuse de un extracto,
*>                                        estado A (aceptado) o
*>                                        R (rechazado)
*>   E secuencia linea cod motivo        - un detalle rechazado de
*>                                        ese extracto y por que
*> Los detalles rechazados quedan en ACUSE-LINEAS-RECHAZADAS.TXT
*> para que se corrijan y se reenvie la secuencia. Al final recorre
*> el registro completo y emite REPORTE-ACUSES.TXT con el estado de
*> cada extracto, marcando los que llevan mas de N dias sin acuse
*> (parametro en 3 digitos, 003 por omision), los que no tienen
*> acuse aunque facturacion ya acuso una secuencia posterior
*> (hueco en los acuses) y los numeros que faltan en el registro.
*> Termina con RC 4 si hay algo que revisar.

IDENTIFICATION DIVISION.
PROGRAM-ID. acuse_facturacion.
AUTHOR. Armando Hernandez.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ARCHIVO-ACUSES ASSIGN TO "ACUSE-FACTURACION.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACUSES-STATUS.

    SELECT OPTIONAL ARCHIVO-REGISTRO ASSIGN TO "EXTRACTO-REGISTRO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REG-SECUENCIA
        FILE STATUS IS REGISTRO-STATUS.

    SELECT OPTIONAL ARCHIVO-LINEAS-RECHAZADAS ASSIGN TO "ACUSE-LINEAS-RECHAZADAS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-REPORTE ASSIGN TO "REPORTE-ACUSES.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-ACUSES.
01 ACUSE-RECORD.
    05 ACU-TIPO            PIC X(1).
    05 ACU-SEP-1           PIC X(1).
    05 ACU-SECUENCIA       PIC 9(6).
    05 ACU-SEP-2           PIC X(1).
    05 ACU-ESTADO          PIC X(1).
    05 ACU-SEP-3           PIC X(1).
    05 ACU-FECHA           PIC X(10).
    05 ACU-SEP-4           PIC X(1).
    05 ACU-DETALLES        PIC 9(6).
    05 FILLER              PIC X(52).
01 ACUSE-ERROR-RECORD.
    05 ERR-TIPO            PIC X(1).
    05 ERR-SEP-1           PIC X(1).
    05 ERR-SECUENCIA       PIC 9(6).
    05 ERR-SEP-2           PIC X(1).
    05 ERR-LINEA           PIC 9(6).
    05 ERR-SEP-3           PIC X(1).
    05 ERR-COD-PRODUCTO    PIC X(10).
    05 ERR-SEP-4           PIC X(1).
    05 ERR-MOTIVO          PIC X(40).
    05 FILLER              PIC X(13).

FD ARCHIVO-REGISTRO.
01 REGISTRO-EXTRACTO.
    05 REG-SECUENCIA       PIC 9(6).
    05 REG-FECHA-ENVIO     PIC X(10).
    05 REG-DETALLES        PIC 9(6).
    05 REG-HASH-PRECIO     PIC 9(11)V99.
    05 REG-HASH-IMPUESTO   PIC 9(11)V99.
    05 REG-ESTADO          PIC X(10).
    05 REG-FECHA-ACUSE     PIC X(10).
    05 REG-LINEAS-FALLIDAS PIC 9(6).
    05 REG-REENVIOS        PIC 9(3).
    05 REG-FECHA-REENVIO   PIC X(10).

FD ARCHIVO-LINEAS-RECHAZADAS.
01 LINEA-RECHAZADA-RECORD PIC X(80).

FD ARCHIVO-REPORTE.
01 REPORTE-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 ACUSES-STATUS PIC X(2).
01 REGISTRO-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH PIC X(1) VALUE "N".
    05 SWITCH-REGISTRO PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-RENGLONES   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ACEPTADOS   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RECHAZADOS  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-LINEAS      PIC 9(6) VALUE ZEROES.
    05 CONTADOR-DESCONOCIDOS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-CONTEO-DISTINTO PIC 9(6) VALUE ZEROES.
    05 CONTADOR-REGISTRADOS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SIN-ACUSE   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-HUECOS      PIC 9(6) VALUE ZEROES.
    05 CONTADOR-FALTANTES   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-POR-REENVIAR PIC 9(6) VALUE ZEROES.

01 WS-PARAMETRO PIC X(30) VALUE SPACES.
01 WS-DIAS-ACUSE PIC 9(3) VALUE 3.
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).
01 WS-HOY-ENTERO PIC 9(7).
01 WS-ENVIO-ENTERO PIC 9(7).
01 WS-FECHA-NUM PIC X(8).
01 WS-FECHA-REFERENCIA PIC X(10).
01 WS-DIAS-SIN-ACUSE PIC S9(5).
01 WS-MAXIMA-ACUSADA PIC 9(6) VALUE ZEROES.
01 WS-SECUENCIA-ANTERIOR PIC 9(6) VALUE ZEROES.
01 WS-FALTANTE-DESDE PIC 9(6).
01 WS-FALTANTE-HASTA PIC 9(6).

01 LINEA-DETALLE-RECHAZADO.
    05 LDR-SECUENCIA       PIC 9(6).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LDR-LINEA           PIC ZZZZZ9.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LDR-COD-PRODUCTO    PIC X(10).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LDR-MOTIVO          PIC X(40).

01 ENCABEZADO-ACUSES-1.
    05 FILLER              PIC X(32) VALUE "ESTADO DE EXTRACTOS ENVIADOS AL ".
    05 EAC-FECHA           PIC X(10).
    05 FILLER              PIC X(19) VALUE "  DIAS PARA ACUSE: ".
    05 EAC-DIAS            PIC ZZ9.
01 ENCABEZADO-ACUSES-2.
    05 FILLER              PIC X(8) VALUE "SECUENC.".
    05 FILLER              PIC X(12) VALUE "  ENVIO     ".
    05 FILLER              PIC X(8) VALUE "DETALLES".
    05 FILLER              PIC X(12) VALUE " ESTADO     ".
    05 FILLER              PIC X(12) VALUE "ACUSE       ".
    05 FILLER              PIC X(7) VALUE "FALLID.".
    05 FILLER              PIC X(5) VALUE " REEN".
    05 FILLER              PIC X(16) VALUE "  OBSERVACION".
01 LINEA-EXTRACTO.
    05 LEX-SECUENCIA       PIC 9(6).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LEX-FECHA-ENVIO     PIC X(10).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LEX-DETALLES        PIC ZZZZZ9.
    05 FILLER              PIC X(3) VALUE SPACES.
    05 LEX-ESTADO          PIC X(10).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LEX-FECHA-ACUSE     PIC X(10).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 LEX-FALLIDAS        PIC ZZZZZ9.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LEX-REENVIOS        PIC ZZ9.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LEX-OBSERVACION     PIC X(15).
01 LINEA-FALTANTE.
    05 FILLER              PIC X(22) VALUE "NO REGISTRADAS: DE LA ".
    05 LFA-DESDE           PIC 9(6).
    05 FILLER              PIC X(6) VALUE " A LA ".
    05 LFA-HASTA           PIC 9(6).
    05 FILLER              PIC X(40) VALUE "  (HUECO EN LA NUMERACION DE EXTRACTOS)".
01 LINEA-RESUMEN-ACUSES.
    05 RAC-ETIQUETA        PIC X(30).
    05 RAC-CONTEO          PIC ZZZZZ9.

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-PROCESS-RECORDS
        UNTIL SWITCH = "Y".
    PERFORM 900-FINALIZE.
    GOBACK.

100-INITIALIZE.
    PERFORM 105-CALCULAR-FECHA.
    ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
    IF WS-PARAMETRO NOT = SPACES THEN
        IF WS-PARAMETRO(1:3) IS NUMERIC THEN
            MOVE WS-PARAMETRO(1:3) TO WS-DIAS-ACUSE
        ELSE
            DISPLAY "PARAMETRO NO RECONOCIDO: " WS-PARAMETRO
            DISPLAY "USO: dias de espera del acuse en 3 digitos (003), o sin parametro para 3."
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    OPEN I-O ARCHIVO-REGISTRO.
    IF REGISTRO-STATUS NOT = "00" AND REGISTRO-STATUS NOT = "05" THEN
        DISPLAY "ACUSES ABORTADO: no se pudo abrir EXTRACTO-REGISTRO.DAT, status " REGISTRO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    *> Un dia sin archivo de acuses no es error: facturacion no
    *> siempre devuelve a diario, y el reporte igual se emite para
    *> ver que sigue sin acuse.
    OPEN INPUT ARCHIVO-ACUSES.
    IF ACUSES-STATUS NOT = "00" AND ACUSES-STATUS NOT = "05" THEN
        DISPLAY "ACUSES ABORTADO: no se pudo abrir ACUSE-FACTURACION.TXT, status " ACUSES-STATUS
        CLOSE ARCHIVO-REGISTRO
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT ARCHIVO-LINEAS-RECHAZADAS.
    READ ARCHIVO-ACUSES
        AT END
            MOVE "Y" TO SWITCH
        NOT AT END
            COMPUTE CONTADOR-RENGLONES = CONTADOR-RENGLONES + 1
    END-READ.

105-CALCULAR-FECHA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
    STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(5:2)  DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(7:2)  DELIMITED BY SIZE
        INTO WS-FECHA-CORRIDA.

200-PROCESS-RECORDS.
    IF ACU-TIPO = "A" THEN
        PERFORM 210-APLICAR-ACUSE
    ELSE
        IF ACU-TIPO = "E" THEN
            PERFORM 220-APLICAR-LINEA-FALLIDA
        ELSE
            DISPLAY "RENGLON DE ACUSE NO RECONOCIDO (" CONTADOR-RENGLONES "): " ACUSE-RECORD
            COMPUTE CONTADOR-DESCONOCIDOS = CONTADOR-DESCONOCIDOS + 1
        END-IF
    END-IF.
    READ ARCHIVO-ACUSES
        AT END
            MOVE "Y" TO SWITCH
        NOT AT END
            COMPUTE CONTADOR-RENGLONES = CONTADOR-RENGLONES + 1
    END-READ.

210-APLICAR-ACUSE.
    IF ACU-SECUENCIA IS NOT NUMERIC THEN
        DISPLAY "ACUSE CON SECUENCIA INVALIDA: " ACUSE-RECORD
        COMPUTE CONTADOR-DESCONOCIDOS = CONTADOR-DESCONOCIDOS + 1
    ELSE
        MOVE ACU-SECUENCIA TO REG-SECUENCIA
        READ ARCHIVO-REGISTRO
            INVALID KEY
                DISPLAY "ACUSE DE UNA SECUENCIA QUE NO SE ENVIO: " ACU-SECUENCIA
                COMPUTE CONTADOR-DESCONOCIDOS = CONTADOR-DESCONOCIDOS + 1
            NOT INVALID KEY
                PERFORM 215-ACTUALIZAR-ESTADO
        END-READ
    END-IF.

215-ACTUALIZAR-ESTADO.
    IF ACU-ESTADO = "A" THEN
        MOVE "ACEPTADO" TO REG-ESTADO
        COMPUTE CONTADOR-ACEPTADOS = CONTADOR-ACEPTADOS + 1
    ELSE
        IF ACU-ESTADO = "R" THEN
            MOVE "RECHAZADO" TO REG-ESTADO
            COMPUTE CONTADOR-RECHAZADOS = CONTADOR-RECHAZADOS + 1
        ELSE
            DISPLAY "ACUSE CON ESTADO NO RECONOCIDO: " ACUSE-RECORD
            COMPUTE CONTADOR-DESCONOCIDOS = CONTADOR-DESCONOCIDOS + 1
        END-IF
    END-IF.
    IF ACU-ESTADO = "A" OR ACU-ESTADO = "R" THEN
        IF ACU-FECHA = SPACES THEN
            MOVE WS-FECHA-CORRIDA TO REG-FECHA-ACUSE
        ELSE
            MOVE ACU-FECHA TO REG-FECHA-ACUSE
        END-IF
        *> Facturacion cuenta los detalles que recibio; si no da lo
        *> que dice nuestra cola, el archivo llego incompleto aunque
        *> lo hayan aceptado.
        IF ACU-DETALLES IS NUMERIC AND ACU-DETALLES NOT = REG-DETALLES THEN
            DISPLAY "SECUENCIA " REG-SECUENCIA ": FACTURACION RECIBIO " ACU-DETALLES " DETALLES, SE ENVIARON " REG-DETALLES
            COMPUTE CONTADOR-CONTEO-DISTINTO = CONTADOR-CONTEO-DISTINTO + 1
        END-IF
        REWRITE REGISTRO-EXTRACTO
    END-IF.

220-APLICAR-LINEA-FALLIDA.
    IF ERR-SECUENCIA IS NOT NUMERIC THEN
        DISPLAY "DETALLE RECHAZADO CON SECUENCIA INVALIDA: " ACUSE-ERROR-RECORD
        COMPUTE CONTADOR-DESCONOCIDOS = CONTADOR-DESCONOCIDOS + 1
    ELSE
        MOVE ERR-SECUENCIA TO REG-SECUENCIA
        READ ARCHIVO-REGISTRO
            INVALID KEY
                DISPLAY "DETALLE RECHAZADO DE UNA SECUENCIA QUE NO SE ENVIO: " ERR-SECUENCIA
                COMPUTE CONTADOR-DESCONOCIDOS = CONTADOR-DESCONOCIDOS + 1
            NOT INVALID KEY
                COMPUTE REG-LINEAS-FALLIDAS = REG-LINEAS-FALLIDAS + 1
                REWRITE REGISTRO-EXTRACTO
                COMPUTE CONTADOR-LINEAS = CONTADOR-LINEAS + 1
                MOVE ERR-SECUENCIA TO LDR-SECUENCIA
                MOVE ERR-LINEA TO LDR-LINEA
                MOVE ERR-COD-PRODUCTO TO LDR-COD-PRODUCTO
                MOVE ERR-MOTIVO TO LDR-MOTIVO
                WRITE LINEA-RECHAZADA-RECORD FROM LINEA-DETALLE-RECHAZADO
        END-READ
    END-IF.

900-FINALIZE.
    CLOSE ARCHIVO-ACUSES.
    CLOSE ARCHIVO-LINEAS-RECHAZADAS.
    PERFORM 910-BUSCAR-MAXIMA-ACUSADA.
    PERFORM 920-REPORTAR-REGISTRO.
    CLOSE ARCHIVO-REGISTRO.
    DISPLAY "=== ACUSES DE FACTURACION ===".
    DISPLAY "RENGLONES DE ACUSE LEIDOS: " CONTADOR-RENGLONES.
    DISPLAY "EXTRACTOS ACEPTADOS      : " CONTADOR-ACEPTADOS.
    DISPLAY "EXTRACTOS RECHAZADOS     : " CONTADOR-RECHAZADOS.
    DISPLAY "DETALLES RECHAZADOS      : " CONTADOR-LINEAS.
    DISPLAY "ACUSES NO RECONOCIDOS    : " CONTADOR-DESCONOCIDOS.
    DISPLAY "CONTEOS QUE NO CUADRAN   : " CONTADOR-CONTEO-DISTINTO.
    DISPLAY "EXTRACTOS EN EL REGISTRO : " CONTADOR-REGISTRADOS.
    DISPLAY "SIN ACUSE FUERA DE PLAZO : " CONTADOR-SIN-ACUSE.
    DISPLAY "HUECOS EN LOS ACUSES     : " CONTADOR-HUECOS.
    DISPLAY "SECUENCIAS NO REGISTRADAS: " CONTADOR-FALTANTES.
    DISPLAY "RECHAZADOS POR REENVIAR  : " CONTADOR-POR-REENVIAR.
    IF CONTADOR-RECHAZADOS > 0 OR CONTADOR-DESCONOCIDOS > 0 OR
       CONTADOR-CONTEO-DISTINTO > 0 OR CONTADOR-SIN-ACUSE > 0 OR
       CONTADOR-HUECOS > 0 OR CONTADOR-FALTANTES > 0 OR
       CONTADOR-POR-REENVIAR > 0 THEN
        MOVE 4 TO RETURN-CODE
    END-IF.

910-BUSCAR-MAXIMA-ACUSADA.
    *> Primera pasada: la secuencia mas alta que facturacion ya
    *> acuso. Todo lo anterior a ella sin acuse es un hueco.
    MOVE "N" TO SWITCH-REGISTRO.
    MOVE LOW-VALUES TO REG-SECUENCIA.
    START ARCHIVO-REGISTRO KEY IS NOT LESS THAN REG-SECUENCIA
        INVALID KEY
            MOVE "Y" TO SWITCH-REGISTRO
    END-START.
    PERFORM UNTIL SWITCH-REGISTRO = "Y"
        READ ARCHIVO-REGISTRO NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-REGISTRO
            NOT AT END
                IF REG-ESTADO = "ACEPTADO" OR REG-ESTADO = "RECHAZADO" THEN
                    MOVE REG-SECUENCIA TO WS-MAXIMA-ACUSADA
                END-IF
        END-READ
    END-PERFORM.

920-REPORTAR-REGISTRO.
    OPEN OUTPUT ARCHIVO-REPORTE.
    MOVE WS-FECHA-CORRIDA TO EAC-FECHA.
    MOVE WS-DIAS-ACUSE TO EAC-DIAS.
    WRITE REPORTE-RECORD FROM ENCABEZADO-ACUSES-1.
    WRITE REPORTE-RECORD FROM ENCABEZADO-ACUSES-2.
    COMPUTE WS-HOY-ENTERO =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY)).
    MOVE "N" TO SWITCH-REGISTRO.
    MOVE LOW-VALUES TO REG-SECUENCIA.
    START ARCHIVO-REGISTRO KEY IS NOT LESS THAN REG-SECUENCIA
        INVALID KEY
            MOVE "Y" TO SWITCH-REGISTRO
    END-START.
    PERFORM UNTIL SWITCH-REGISTRO = "Y"
        READ ARCHIVO-REGISTRO NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-REGISTRO
            NOT AT END
                PERFORM 925-ESCRIBIR-EXTRACTO
        END-READ
    END-PERFORM.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "EXTRACTOS EN EL REGISTRO     :" TO RAC-ETIQUETA.
    MOVE CONTADOR-REGISTRADOS TO RAC-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN-ACUSES.
    MOVE "SIN ACUSE FUERA DE PLAZO     :" TO RAC-ETIQUETA.
    MOVE CONTADOR-SIN-ACUSE TO RAC-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN-ACUSES.
    MOVE "HUECOS EN LOS ACUSES         :" TO RAC-ETIQUETA.
    MOVE CONTADOR-HUECOS TO RAC-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN-ACUSES.
    MOVE "SECUENCIAS NO REGISTRADAS    :" TO RAC-ETIQUETA.
    MOVE CONTADOR-FALTANTES TO RAC-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN-ACUSES.
    MOVE "RECHAZADOS POR REENVIAR      :" TO RAC-ETIQUETA.
    MOVE CONTADOR-POR-REENVIAR TO RAC-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN-ACUSES.
    CLOSE ARCHIVO-REPORTE.

925-ESCRIBIR-EXTRACTO.
    COMPUTE CONTADOR-REGISTRADOS = CONTADOR-REGISTRADOS + 1.
    *> Numeros que nunca llegaron al registro entre dos extractos.
    IF WS-SECUENCIA-ANTERIOR > 0 AND
       REG-SECUENCIA > WS-SECUENCIA-ANTERIOR + 1 THEN
        COMPUTE WS-FALTANTE-DESDE = WS-SECUENCIA-ANTERIOR + 1
        COMPUTE WS-FALTANTE-HASTA = REG-SECUENCIA - 1
        MOVE WS-FALTANTE-DESDE TO LFA-DESDE
        MOVE WS-FALTANTE-HASTA TO LFA-HASTA
        WRITE REPORTE-RECORD FROM LINEA-FALTANTE
        COMPUTE CONTADOR-FALTANTES = CONTADOR-FALTANTES
            + WS-FALTANTE-HASTA - WS-FALTANTE-DESDE + 1
    END-IF.
    MOVE REG-SECUENCIA TO WS-SECUENCIA-ANTERIOR.
    MOVE SPACES TO LEX-OBSERVACION.
    IF REG-ESTADO = "ENVIADO" OR REG-ESTADO = "REENVIADO" THEN
        PERFORM 930-REVISAR-SIN-ACUSE
    ELSE
        IF REG-ESTADO = "RECHAZADO" THEN
            MOVE "POR REENVIAR" TO LEX-OBSERVACION
            COMPUTE CONTADOR-POR-REENVIAR = CONTADOR-POR-REENVIAR + 1
        END-IF
    END-IF.
    MOVE REG-SECUENCIA TO LEX-SECUENCIA.
    MOVE REG-FECHA-ENVIO TO LEX-FECHA-ENVIO.
    MOVE REG-DETALLES TO LEX-DETALLES.
    MOVE REG-ESTADO TO LEX-ESTADO.
    MOVE REG-FECHA-ACUSE TO LEX-FECHA-ACUSE.
    MOVE REG-LINEAS-FALLIDAS TO LEX-FALLIDAS.
    MOVE REG-REENVIOS TO LEX-REENVIOS.
    WRITE REPORTE-RECORD FROM LINEA-EXTRACTO.

930-REVISAR-SIN-ACUSE.
    *> El plazo corre desde el ultimo envio: una retransmision le da
    *> a facturacion otros N dias.
    IF REG-FECHA-REENVIO NOT = SPACES THEN
        MOVE REG-FECHA-REENVIO TO WS-FECHA-REFERENCIA
    ELSE
        MOVE REG-FECHA-ENVIO TO WS-FECHA-REFERENCIA
    END-IF.
    STRING WS-FECHA-REFERENCIA(1:4) DELIMITED BY SIZE
           WS-FECHA-REFERENCIA(6:2) DELIMITED BY SIZE
           WS-FECHA-REFERENCIA(9:2) DELIMITED BY SIZE
        INTO WS-FECHA-NUM.
    IF WS-FECHA-NUM IS NUMERIC THEN
        COMPUTE WS-ENVIO-ENTERO =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-NUM))
        COMPUTE WS-DIAS-SIN-ACUSE = WS-HOY-ENTERO - WS-ENVIO-ENTERO
    ELSE
        MOVE ZEROES TO WS-DIAS-SIN-ACUSE
    END-IF.
    IF REG-SECUENCIA < WS-MAXIMA-ACUSADA THEN
        MOVE "HUECO EN ACUSES" TO LEX-OBSERVACION
        COMPUTE CONTADOR-HUECOS = CONTADOR-HUECOS + 1
    END-IF.
    IF WS-DIAS-SIN-ACUSE > WS-DIAS-ACUSE THEN
        IF LEX-OBSERVACION = SPACES THEN
            MOVE "SIN ACUSE" TO LEX-OBSERVACION
        END-IF
        COMPUTE CONTADOR-SIN-ACUSE = CONTADOR-SIN-ACUSE + 1
    END-IF.
