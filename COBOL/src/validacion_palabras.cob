*> Validacion de cada entrega de palabras.txt contra el diccionario
*> de palabras aprobadas (PALABRAS-DICCIONARIO.DAT, que se mantiene
*> con mantenimiento_diccionario). ejercicio_4 solo revisa que el
*> renglon sea alfabetico y comparacion_palabras solo dice que cambio
*> desde la entrega anterior; aqui se revisa que la palabra sea una
*> que reconocemos. Mismo criterio de aceptacion que ejercicio_4:
*> solo renglones alfabeticos no vacios, en mayusculas.
*> Una palabra aprobada o una variante aceptada se reconoce; una
*> retirada o que no esta en el diccionario es desconocida y se
*> reporta en REPORTE-PALABRAS-DESCONOCIDAS.TXT con su numero de
*> linea y, cuando hay una cercana, la palabra aprobada que se
*> sugiere en su lugar: la de menor distancia de edicion (letras
*> cambiadas, sobrantes o faltantes), no mas de 2, entre las
*> aprobadas que empiezan con la misma letra.
*> Cada corrida agrega un renglon a PALABRAS-DESCONOCIDAS-HIST.TXT con
*> los conteos de la entrega y su tasa de desconocidas, que es contra
*> lo que se le cobra al proveedor su compromiso de error. El
*> parametro es ese compromiso en porcentaje entero de 3 digitos
*> (005 si no se da); si la entrega lo rebasa termina con RC 4.

IDENTIFICATION DIVISION.
PROGRAM-ID. validacion_palabras.
AUTHOR. Armando Hernandez.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT IN-FILE ASSIGN TO "palabras.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENTRADA-STATUS.

    SELECT ARCHIVO-DICCIONARIO ASSIGN TO "PALABRAS-DICCIONARIO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DIC-PALABRA
        FILE STATUS IS DICCIONARIO-STATUS.

    SELECT OPTIONAL ARCHIVO-REPORTE ASSIGN TO "REPORTE-PALABRAS-DESCONOCIDAS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-HISTORIA ASSIGN TO "PALABRAS-DESCONOCIDAS-HIST.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD IN-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 2000 CHARACTERS
    DEPENDING ON WS-LINE-LEN.
01 IN-RECORD.
    05 FILE-LINE PIC X(2000).

FD ARCHIVO-DICCIONARIO.
COPY DICCIONARIO.

FD ARCHIVO-REPORTE.
01 REPORTE-RECORD PIC X(100).

FD ARCHIVO-HISTORIA.
01 HISTORIA-RECORD.
    05 HIS-FECHA           PIC X(10).
    05 HIS-SEP-1           PIC X(1).
    05 HIS-LINEAS          PIC 9(6).
    05 HIS-SEP-2           PIC X(1).
    05 HIS-PALABRAS        PIC 9(6).
    05 HIS-SEP-3           PIC X(1).
    05 HIS-DESCONOCIDAS    PIC 9(6).
    05 HIS-SEP-4           PIC X(1).
    05 HIS-RETIRADAS       PIC 9(6).
    05 HIS-SEP-5           PIC X(1).
    05 HIS-VARIANTES       PIC 9(6).
    05 HIS-SEP-6           PIC X(1).
    05 HIS-TASA            PIC 9(3)V99.
    05 HIS-SEP-7           PIC X(1).
    05 HIS-COMPROMISO      PIC 9(3).

WORKING-STORAGE SECTION.
01 ENTRADA-STATUS PIC X(2).
01 DICCIONARIO-STATUS PIC X(2).
01 WS-PARAMETRO PIC X(10) VALUE SPACES.
01 WS-COMPROMISO PIC 9(3) VALUE 5.
01 WS-LINE-LEN PIC 9(4) VALUE ZEROES.
01 WS-LINE-BUFFER PIC X(2000) VALUE SPACES.
01 SWITCHES.
    05 SWITCH-ENTRADA  PIC X(1) VALUE "N".
    05 SWITCH-CANDIDATOS PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-LEIDAS       PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ACEPTADAS    PIC 9(6) VALUE ZEROES.
    05 CONTADOR-APROBADAS    PIC 9(6) VALUE ZEROES.
    05 CONTADOR-VARIANTES    PIC 9(6) VALUE ZEROES.
    05 CONTADOR-DESCONOCIDAS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RETIRADAS    PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SUGERIDAS    PIC 9(6) VALUE ZEROES.
01 WS-TASA PIC 9(3)V99 VALUE ZEROES.
01 WS-PALABRA PIC X(60) VALUE SPACES.
01 WS-MOTIVO PIC X(10).
*> Busqueda de la sugerencia: la mejor candidata hasta ahora y su
*> distancia; 99 quiere decir que todavia no hay ninguna.
01 WS-SUGERENCIA PIC X(60).
01 WS-MEJOR-DISTANCIA PIC 9(2).
01 WS-DISTANCIA PIC 9(2).
01 WS-DISTANCIA-MAXIMA PIC 9(2) VALUE 2.
01 WS-CANDIDATA PIC X(60).
01 WS-LARGO-PALABRA PIC 9(2).
01 WS-LARGO-CANDIDATA PIC 9(2).
01 WS-DIFERENCIA-LARGO PIC S9(2).
01 WS-MEDIR PIC X(60).
01 WS-LARGO PIC 9(2).
01 WS-IDX-I PIC 9(2).
01 WS-IDX-J PIC 9(2).
01 WS-COSTO PIC 9(1).
*> Distancia de edicion por renglones: el renglon anterior y el que
*> se esta calculando, con la posicion j + 1 para la columna j.
01 FILA-ANTERIOR.
    05 DIST-ANTERIOR OCCURS 61 TIMES PIC 9(2).
01 FILA-ACTUAL.
    05 DIST-ACTUAL OCCURS 61 TIMES PIC 9(2).
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).

01 LINEA-DETALLE.
    05 DET-LINEA           PIC ZZZZZ9.
    05 FILLER              PIC X(1) VALUE SPACE.
    05 DET-PALABRA         PIC X(40).
    05 FILLER              PIC X(1) VALUE SPACE.
    05 DET-MOTIVO          PIC X(10).
    05 FILLER              PIC X(1) VALUE SPACE.
    05 DET-SUGERENCIA      PIC X(40).
01 LINEA-RESUMEN.
    05 RES-ETIQUETA        PIC X(30).
    05 RES-CONTEO          PIC ZZZZZ9.
01 LINEA-TASA.
    05 TAS-ETIQUETA        PIC X(30).
    05 TAS-VALOR           PIC ZZ9.99.
    05 FILLER              PIC X(4) VALUE " %  ".
    05 TAS-ESTADO          PIC X(30).

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-PROCESS-RECORDS
        UNTIL SWITCH-ENTRADA = "Y".
    PERFORM 900-FINALIZE.
    GOBACK.

100-INITIALIZE.
    ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
    IF WS-PARAMETRO NOT = SPACES THEN
        IF WS-PARAMETRO(1:3) IS NUMERIC THEN
            MOVE WS-PARAMETRO(1:3) TO WS-COMPROMISO
        ELSE
            DISPLAY "PARAMETRO NO RECONOCIDO: " WS-PARAMETRO
            DISPLAY "USO: tasa de error comprometida en porcentaje de 3 digitos (005), o sin parametro para 5."
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    PERFORM 105-CALCULAR-FECHA.
    OPEN INPUT IN-FILE.
    IF ENTRADA-STATUS NOT = "00" THEN
        DISPLAY "VALIDACION ABORTADA: no se pudo abrir palabras.txt, status " ENTRADA-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    *> Sin diccionario no hay contra que validar: toda la entrega
    *> saldria desconocida y la tasa de la historia no serviria.
    OPEN INPUT ARCHIVO-DICCIONARIO.
    IF DICCIONARIO-STATUS NOT = "00" THEN
        DISPLAY "VALIDACION ABORTADA: no se pudo abrir PALABRAS-DICCIONARIO.DAT, status " DICCIONARIO-STATUS
        CLOSE IN-FILE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT ARCHIVO-REPORTE.
    OPEN EXTEND ARCHIVO-HISTORIA.
    MOVE "PALABRAS DESCONOCIDAS DE LA ENTREGA AL " TO REPORTE-RECORD.
    MOVE WS-FECHA-CORRIDA TO REPORTE-RECORD(40:10).
    WRITE REPORTE-RECORD.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE " LINEA PALABRA" TO REPORTE-RECORD.
    MOVE "MOTIVO" TO REPORTE-RECORD(49:6).
    MOVE "SUGERENCIA" TO REPORTE-RECORD(60:10).
    WRITE REPORTE-RECORD.
    READ IN-FILE
        AT END
            MOVE "Y" TO SWITCH-ENTRADA
        NOT AT END
            COMPUTE CONTADOR-LEIDAS = CONTADOR-LEIDAS + 1
            PERFORM 130-CARGAR-BUFFER
    END-READ.

105-CALCULAR-FECHA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
    STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(5:2)  DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(7:2)  DELIMITED BY SIZE
        INTO WS-FECHA-CORRIDA.

130-CARGAR-BUFFER.
    *> Copia solo los bytes realmente leidos: mas alla de WS-LINE-LEN
    *> el registro VARYING puede conservar basura del renglon previo.
    MOVE SPACES TO WS-LINE-BUFFER.
    IF WS-LINE-LEN > 0 THEN
        MOVE FILE-LINE(1:WS-LINE-LEN) TO WS-LINE-BUFFER
    END-IF.

200-PROCESS-RECORDS.

    IF WS-LINE-BUFFER IS ALPHABETIC AND WS-LINE-BUFFER NOT = SPACES THEN
        COMPUTE CONTADOR-ACEPTADAS = CONTADOR-ACEPTADAS + 1
        MOVE FUNCTION UPPER-CASE(WS-LINE-BUFFER(1:60)) TO WS-PALABRA
        PERFORM 210-VALIDAR-PALABRA
    END-IF.

    READ IN-FILE
        AT END
            MOVE "Y" TO SWITCH-ENTRADA
        NOT AT END
            COMPUTE CONTADOR-LEIDAS = CONTADOR-LEIDAS + 1
            PERFORM 130-CARGAR-BUFFER
    END-READ.

210-VALIDAR-PALABRA.
    MOVE SPACES TO WS-MOTIVO.
    MOVE WS-PALABRA TO DIC-PALABRA.
    READ ARCHIVO-DICCIONARIO
        INVALID KEY
            MOVE "NO EXISTE" TO WS-MOTIVO
        NOT INVALID KEY
            IF DIC-ESTADO = "A" THEN
                COMPUTE CONTADOR-APROBADAS = CONTADOR-APROBADAS + 1
            ELSE
                IF DIC-ESTADO = "V" THEN
                    COMPUTE CONTADOR-VARIANTES = CONTADOR-VARIANTES + 1
                ELSE
                    COMPUTE CONTADOR-RETIRADAS = CONTADOR-RETIRADAS + 1
                    MOVE "RETIRADA" TO WS-MOTIVO
                END-IF
            END-IF
    END-READ.
    IF WS-MOTIVO NOT = SPACES THEN
        COMPUTE CONTADOR-DESCONOCIDAS = CONTADOR-DESCONOCIDAS + 1
        PERFORM 300-BUSCAR-SUGERENCIA
        MOVE CONTADOR-LEIDAS TO DET-LINEA
        MOVE WS-PALABRA TO DET-PALABRA
        MOVE WS-MOTIVO TO DET-MOTIVO
        MOVE WS-SUGERENCIA TO DET-SUGERENCIA
        MOVE LINEA-DETALLE TO REPORTE-RECORD
        WRITE REPORTE-RECORD
    END-IF.

300-BUSCAR-SUGERENCIA.
    *> Recorre las aprobadas que empiezan con la misma letra; una
    *> candidata cuyo largo difiere en mas de la distancia maxima no
    *> puede quedar dentro de ella y ni se compara.
    MOVE SPACES TO WS-SUGERENCIA.
    MOVE 99 TO WS-MEJOR-DISTANCIA.
    MOVE WS-PALABRA TO WS-MEDIR.
    PERFORM 320-MEDIR-PALABRA.
    MOVE WS-LARGO TO WS-LARGO-PALABRA.
    MOVE "N" TO SWITCH-CANDIDATOS.
    MOVE SPACES TO DIC-PALABRA.
    MOVE WS-PALABRA(1:1) TO DIC-PALABRA(1:1).
    START ARCHIVO-DICCIONARIO KEY IS NOT LESS THAN DIC-PALABRA
        INVALID KEY
            MOVE "Y" TO SWITCH-CANDIDATOS
    END-START.
    PERFORM UNTIL SWITCH-CANDIDATOS = "Y"
        READ ARCHIVO-DICCIONARIO NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-CANDIDATOS
            NOT AT END
                IF DIC-PALABRA(1:1) NOT = WS-PALABRA(1:1) THEN
                    MOVE "Y" TO SWITCH-CANDIDATOS
                ELSE
                    IF DIC-ESTADO = "A" THEN
                        PERFORM 310-EVALUAR-CANDIDATA
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-SUGERENCIA NOT = SPACES THEN
        COMPUTE CONTADOR-SUGERIDAS = CONTADOR-SUGERIDAS + 1
    END-IF.

310-EVALUAR-CANDIDATA.
    MOVE DIC-PALABRA TO WS-CANDIDATA.
    MOVE WS-CANDIDATA TO WS-MEDIR.
    PERFORM 320-MEDIR-PALABRA.
    MOVE WS-LARGO TO WS-LARGO-CANDIDATA.
    COMPUTE WS-DIFERENCIA-LARGO = WS-LARGO-CANDIDATA - WS-LARGO-PALABRA.
    IF WS-DIFERENCIA-LARGO < 0 THEN
        COMPUTE WS-DIFERENCIA-LARGO = 0 - WS-DIFERENCIA-LARGO
    END-IF.
    IF WS-DIFERENCIA-LARGO NOT > WS-DISTANCIA-MAXIMA THEN
        PERFORM 330-CALCULAR-DISTANCIA
        *> En empate se queda la primera en orden alfabetico.
        IF WS-DISTANCIA NOT > WS-DISTANCIA-MAXIMA AND
           WS-DISTANCIA < WS-MEJOR-DISTANCIA THEN
            MOVE WS-DISTANCIA TO WS-MEJOR-DISTANCIA
            MOVE WS-CANDIDATA TO WS-SUGERENCIA
        END-IF
    END-IF.

320-MEDIR-PALABRA.
    *> Largo hasta la ultima letra; los espacios intermedios cuentan.
    MOVE ZEROES TO WS-LARGO.
    PERFORM VARYING WS-IDX-I FROM 1 BY 1 UNTIL WS-IDX-I > 60
        IF WS-MEDIR(WS-IDX-I:1) NOT = SPACE THEN
            MOVE WS-IDX-I TO WS-LARGO
        END-IF
    END-PERFORM.

330-CALCULAR-DISTANCIA.
    *> Distancia de edicion entre WS-PALABRA y WS-CANDIDATA: cuantas
    *> letras hay que cambiar, quitar o agregar para pasar de una a
    *> la otra.
    PERFORM VARYING WS-IDX-J FROM 0 BY 1
            UNTIL WS-IDX-J > WS-LARGO-CANDIDATA
        MOVE WS-IDX-J TO DIST-ANTERIOR(WS-IDX-J + 1)
    END-PERFORM.
    PERFORM VARYING WS-IDX-I FROM 1 BY 1
            UNTIL WS-IDX-I > WS-LARGO-PALABRA
        MOVE WS-IDX-I TO DIST-ACTUAL(1)
        PERFORM VARYING WS-IDX-J FROM 1 BY 1
                UNTIL WS-IDX-J > WS-LARGO-CANDIDATA
            IF WS-PALABRA(WS-IDX-I:1) = WS-CANDIDATA(WS-IDX-J:1) THEN
                MOVE 0 TO WS-COSTO
            ELSE
                MOVE 1 TO WS-COSTO
            END-IF
            COMPUTE WS-DISTANCIA = DIST-ANTERIOR(WS-IDX-J) + WS-COSTO
            IF DIST-ANTERIOR(WS-IDX-J + 1) + 1 < WS-DISTANCIA THEN
                COMPUTE WS-DISTANCIA = DIST-ANTERIOR(WS-IDX-J + 1) + 1
            END-IF
            IF DIST-ACTUAL(WS-IDX-J) + 1 < WS-DISTANCIA THEN
                COMPUTE WS-DISTANCIA = DIST-ACTUAL(WS-IDX-J) + 1
            END-IF
            MOVE WS-DISTANCIA TO DIST-ACTUAL(WS-IDX-J + 1)
        END-PERFORM
        MOVE FILA-ACTUAL TO FILA-ANTERIOR
    END-PERFORM.
    MOVE DIST-ANTERIOR(WS-LARGO-CANDIDATA + 1) TO WS-DISTANCIA.

900-FINALIZE.
    IF CONTADOR-ACEPTADAS > 0 THEN
        COMPUTE WS-TASA ROUNDED =
            CONTADOR-DESCONOCIDAS * 100 / CONTADOR-ACEPTADAS
    END-IF.

    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "RENGLONES LEIDOS" TO RES-ETIQUETA.
    MOVE CONTADOR-LEIDAS TO RES-CONTEO.
    MOVE LINEA-RESUMEN TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "PALABRAS ACEPTADAS" TO RES-ETIQUETA.
    MOVE CONTADOR-ACEPTADAS TO RES-CONTEO.
    MOVE LINEA-RESUMEN TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "APROBADAS" TO RES-ETIQUETA.
    MOVE CONTADOR-APROBADAS TO RES-CONTEO.
    MOVE LINEA-RESUMEN TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "VARIANTES ACEPTADAS" TO RES-ETIQUETA.
    MOVE CONTADOR-VARIANTES TO RES-CONTEO.
    MOVE LINEA-RESUMEN TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "DESCONOCIDAS" TO RES-ETIQUETA.
    MOVE CONTADOR-DESCONOCIDAS TO RES-CONTEO.
    MOVE LINEA-RESUMEN TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "  DE ELLAS RETIRADAS" TO RES-ETIQUETA.
    MOVE CONTADOR-RETIRADAS TO RES-CONTEO.
    MOVE LINEA-RESUMEN TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "  CON SUGERENCIA" TO RES-ETIQUETA.
    MOVE CONTADOR-SUGERIDAS TO RES-CONTEO.
    MOVE LINEA-RESUMEN TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "TASA DE DESCONOCIDAS" TO TAS-ETIQUETA.
    MOVE WS-TASA TO TAS-VALOR.
    IF WS-TASA > WS-COMPROMISO THEN
        MOVE "REBASA EL COMPROMISO" TO TAS-ESTADO
    ELSE
        MOVE "DENTRO DEL COMPROMISO" TO TAS-ESTADO
    END-IF.
    MOVE LINEA-TASA TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.

    MOVE WS-FECHA-CORRIDA TO HIS-FECHA.
    MOVE SPACE TO HIS-SEP-1.
    MOVE CONTADOR-LEIDAS TO HIS-LINEAS.
    MOVE SPACE TO HIS-SEP-2.
    MOVE CONTADOR-ACEPTADAS TO HIS-PALABRAS.
    MOVE SPACE TO HIS-SEP-3.
    MOVE CONTADOR-DESCONOCIDAS TO HIS-DESCONOCIDAS.
    MOVE SPACE TO HIS-SEP-4.
    MOVE CONTADOR-RETIRADAS TO HIS-RETIRADAS.
    MOVE SPACE TO HIS-SEP-5.
    MOVE CONTADOR-VARIANTES TO HIS-VARIANTES.
    MOVE SPACE TO HIS-SEP-6.
    MOVE WS-TASA TO HIS-TASA.
    MOVE SPACE TO HIS-SEP-7.
    MOVE WS-COMPROMISO TO HIS-COMPROMISO.
    WRITE HISTORIA-RECORD.

    CLOSE IN-FILE.
    CLOSE ARCHIVO-DICCIONARIO.
    CLOSE ARCHIVO-REPORTE.
    CLOSE ARCHIVO-HISTORIA.
    DISPLAY "=== VALIDACION DE VOCABULARIO ===".
    DISPLAY "RENGLONES LEIDOS     : " CONTADOR-LEIDAS.
    DISPLAY "PALABRAS ACEPTADAS   : " CONTADOR-ACEPTADAS.
    DISPLAY "APROBADAS            : " CONTADOR-APROBADAS.
    DISPLAY "VARIANTES ACEPTADAS  : " CONTADOR-VARIANTES.
    DISPLAY "DESCONOCIDAS         : " CONTADOR-DESCONOCIDAS.
    DISPLAY "  DE ELLAS RETIRADAS : " CONTADOR-RETIRADAS.
    DISPLAY "  CON SUGERENCIA     : " CONTADOR-SUGERIDAS.
    DISPLAY "TASA DE DESCONOCIDAS : " TAS-VALOR " % (COMPROMISO " WS-COMPROMISO " %)".
    IF WS-TASA > WS-COMPROMISO THEN
        DISPLAY "LA ENTREGA REBASA EL COMPROMISO DE ERROR DEL PROVEEDOR"
        MOVE 4 TO RETURN-CODE
    END-IF.
