*> Cierre de mes de la corrida de precios. PRODUCTOS-TOTALES.TXT se
*> reescribe con cada corrida; lo que queda para finanzas es
*> PERIODO-ASIENTOS.TXT, donde ejercicio_3_5 asienta cada corrida
*> exitosa (renglon T de la corrida, M por moneda y D por moneda y
*> tipo de producto, ver el copybook ASIENTO).
*>
*> CERRAR [AAAA-MM [operador]]
*>   Sin periodo cierra el del dia de hoy (asi lo corre el lote el
*>   ultimo dia del mes); sin operador queda LOTE. Antes de cerrar
*>   comprueba corrida por corrida que los renglones M y los D
*>   sumen lo que dijo el T; si alguna corrida no cuadra la lista en
*>   el reporte y se niega a cerrar (RC 8). Con todo cuadrado saca
*>   en REPORTE-CIERRE-PERIODO.TXT el resumen del periodo por moneda
*>   y tipo contra el mes anterior, y deja el periodo CERRADO en
*>   PERIODOS-CONTROL.DAT: desde ahi ejercicio_3_5 ya no asienta en
*>   el (manda el asiento a rechazados).
*>   Las corridas que reversa_precios deshizo (las generaciones con
*>   renglon R) quedan fuera de la verificacion de T/M/D, de los
*>   totales y del resumen, del periodo y del mes anterior, se hayan
*>   enviado o no a facturacion; si ya se habian enviado, la reversa
*>   fue FORZADA y asi consta en su renglon de LOTE-RUNLOG.TXT. El
*>   reporte las lista aparte. Las generaciones reversadas se
*>   llevan en el archivo de trabajo indexado CIERRE-REVERSADAS.DAT,
*>   que se recrea en cada cierre.
*> REABRIR AAAA-MM operador motivo
*>   Reapertura formal de un periodo cerrado: exige operador y
*>   motivo, y deja el periodo REABIERTO hasta el siguiente cierre.
*>
*> Todo cierre y toda reapertura, hechos o negados, quedan en
*> PERIODOS-AUDITORIA.TXT con el operador y el motivo.

IDENTIFICATION DIVISION.
PROGRAM-ID. cierre_periodo.
AUTHOR. Armando Hernandez.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ARCHIVO-ASIENTOS ASSIGN TO "PERIODO-ASIENTOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-PERIODOS ASSIGN TO "PERIODOS-CONTROL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PER-PERIODO
        FILE STATUS IS PERIODOS-STATUS.

    SELECT OPTIONAL ARCHIVO-AUDITORIA ASSIGN TO "PERIODOS-AUDITORIA.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-REPORTE ASSIGN TO "REPORTE-CIERRE-PERIODO.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ARCHIVO-REVERSADAS ASSIGN TO "CIERRE-REVERSADAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REV-GENERACION
        FILE STATUS IS REVERSADAS-STATUS.

    SELECT ARCHIVO-SORT ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-ASIENTOS.
COPY ASIENTO.

FD ARCHIVO-PERIODOS.
COPY PERIODO.

FD ARCHIVO-AUDITORIA.
01 AUDITORIA-RECORD.
    05 AUD-FECHA           PIC X(10).
    05 AUD-SEP-1           PIC X(1).
    05 AUD-HORA            PIC X(8).
    05 AUD-SEP-2           PIC X(1).
    05 AUD-ACCION          PIC X(7).
    05 AUD-SEP-3           PIC X(1).
    05 AUD-PERIODO         PIC X(7).
    05 AUD-SEP-4           PIC X(1).
    05 AUD-RESULTADO       PIC X(10).
    05 AUD-SEP-5           PIC X(1).
    05 AUD-OPERADOR        PIC X(8).
    05 AUD-SEP-6           PIC X(1).
    05 AUD-MOTIVO          PIC X(40).

FD ARCHIVO-REPORTE.
01 REPORTE-RECORD PIC X(100).

FD ARCHIVO-REVERSADAS.
01 REVERSADA-REC.
    05 REV-GENERACION      PIC 9(6).

*> Renglones D del periodo y del anterior, ordenados por moneda y
*> tipo: los del periodo llenan las columnas del mes, los del
*> anterior solo la de comparacion.
SD ARCHIVO-SORT.
01 SORT-RECORD.
    05 SORT-MONEDA         PIC X(3).
    05 SORT-TIPO-PRODUCTO  PIC X(2).
    05 SORT-REGISTROS      PIC 9(6).
    05 SORT-ORIGINAL       PIC 9(9)V99.
    05 SORT-AJUSTADO       PIC 9(9)V99.
    05 SORT-IMPUESTO       PIC 9(9)V99.
    05 SORT-AJUSTADO-ANTERIOR PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 PERIODOS-STATUS PIC X(2).
01 REVERSADAS-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH-ASIENTOS     PIC X(1) VALUE "N".
    05 SWITCH-CORRIDA      PIC X(1) VALUE "N".
    05 SWITCH-SORT         PIC X(1) VALUE "N".
    05 PERIODO-EXISTE      PIC X(1) VALUE "N".
    05 SWITCH-REVERSADA    PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-RENGLONES  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-CORRIDAS   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-DESCUADRES PIC 9(6) VALUE ZEROES.
    05 CONTADOR-HUERFANOS  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-DETALLES   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-REVERSADAS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-EXCLUIDOS  PIC 9(6) VALUE ZEROES.
01 WS-PARAMETRO PIC X(100) VALUE SPACES.
01 WS-PUNTERO PIC 9(3) VALUE 1.
01 WS-ACCION PIC X(10) VALUE SPACES.
01 WS-PERIODO PIC X(7) VALUE SPACES.
01 WS-OPERADOR PIC X(8) VALUE SPACES.
01 WS-MOTIVO PIC X(40) VALUE SPACES.
01 WS-MOTIVO-NEGACION PIC X(40) VALUE SPACES.
01 WS-RESULTADO PIC X(10) VALUE SPACES.
01 WS-PERIODO-HOY PIC X(7).
01 WS-PERIODO-ANTERIOR PIC X(7).
01 WS-ANIO PIC 9(4).
01 WS-MES PIC 9(2).
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).
01 WS-HORA-ACTUAL PIC X(6).
01 WS-HORA-CORRIDA PIC X(8).
*> Verificacion de una corrida: lo que dijo su renglon T contra lo
*> que suman sus renglones M y sus renglones D.
01 VERIFICACION-CORRIDA.
    05 VER-FECHA           PIC X(10).
    05 VER-HORA            PIC X(8).
    05 VER-GENERACION      PIC 9(6).
    05 VER-T-REGISTROS     PIC 9(6).
    05 VER-T-ORIGINAL      PIC 9(9)V99.
    05 VER-T-AJUSTADO      PIC 9(9)V99.
    05 VER-T-IMPUESTO      PIC 9(9)V99.
    05 VER-M-REGISTROS     PIC 9(6).
    05 VER-M-ORIGINAL      PIC 9(9)V99.
    05 VER-M-AJUSTADO      PIC 9(9)V99.
    05 VER-M-IMPUESTO      PIC 9(9)V99.
    05 VER-D-REGISTROS     PIC 9(6).
    05 VER-D-ORIGINAL      PIC 9(9)V99.
    05 VER-D-AJUSTADO      PIC 9(9)V99.
    05 VER-D-IMPUESTO      PIC 9(9)V99.
01 TOTALES-PERIODO.
    05 TPE-ORIGINAL        PIC 9(11)V99 VALUE ZEROES.
    05 TPE-AJUSTADO        PIC 9(11)V99 VALUE ZEROES.
    05 TPE-IMPUESTO        PIC 9(11)V99 VALUE ZEROES.
*> Acumulados del resumen: moneda y tipo en curso, moneda en curso
*> y gran total.
01 ACUMULADO-DETALLE.
    05 ACD-MONEDA          PIC X(3).
    05 ACD-TIPO-PRODUCTO   PIC X(2).
    05 ACD-REGISTROS       PIC 9(8).
    05 ACD-ORIGINAL        PIC 9(11)V99.
    05 ACD-AJUSTADO        PIC 9(11)V99.
    05 ACD-IMPUESTO        PIC 9(11)V99.
    05 ACD-ANTERIOR        PIC 9(11)V99.
01 ACUMULADO-MONEDA.
    05 ACM-MONEDA          PIC X(3).
    05 ACM-REGISTROS       PIC 9(8).
    05 ACM-ORIGINAL        PIC 9(11)V99.
    05 ACM-AJUSTADO        PIC 9(11)V99.
    05 ACM-IMPUESTO        PIC 9(11)V99.
    05 ACM-ANTERIOR        PIC 9(11)V99.
01 ACUMULADO-GENERAL.
    05 ACG-REGISTROS       PIC 9(8) VALUE ZEROES.
    05 ACG-ORIGINAL        PIC 9(11)V99 VALUE ZEROES.
    05 ACG-AJUSTADO        PIC 9(11)V99 VALUE ZEROES.
    05 ACG-IMPUESTO        PIC 9(11)V99 VALUE ZEROES.
    05 ACG-ANTERIOR        PIC 9(11)V99 VALUE ZEROES.
01 WS-VARIACION PIC S9(5)V99.
01 WS-IMPRIMIR.
    *> Renglon que se va a imprimir, de cualquiera de los tres
    *> niveles del resumen.
    05 IMP-REGISTROS       PIC 9(8).
    05 IMP-ORIGINAL        PIC 9(11)V99.
    05 IMP-AJUSTADO        PIC 9(11)V99.
    05 IMP-IMPUESTO        PIC 9(11)V99.
    05 IMP-ANTERIOR        PIC 9(11)V99.

01 LINEA-ENCABEZADO.
    05 FILLER              PIC X(7) VALUE "MON TP ".
    05 FILLER              PIC X(11) VALUE " REGISTROS ".
    05 FILLER              PIC X(18) VALUE "   PRECIO ORIGINAL".
    05 FILLER              PIC X(18) VALUE "   PRECIO AJUSTADO".
    05 FILLER              PIC X(18) VALUE "          IMPUESTO".
    05 FILLER              PIC X(18) VALUE " AJUSTADO MES ANT.".
    05 FILLER              PIC X(9) VALUE "   VAR. %".
01 LINEA-DETALLE.
    05 DET-MONEDA          PIC X(3).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-TIPO-PRODUCTO   PIC X(2).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-REGISTROS       PIC ZZ,ZZZ,ZZ9.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-ORIGINAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-AJUSTADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-IMPUESTO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-ANTERIOR        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-VARIACION       PIC -(4)9.99.
    05 DET-VARIACION-X REDEFINES DET-VARIACION PIC X(8).
01 LINEA-DESCUADRE.
    05 FILLER              PIC X(8) VALUE "CORRIDA ".
    05 DES-FECHA           PIC X(10).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DES-HORA            PIC X(8).
    05 FILLER              PIC X(5) VALUE " GEN ".
    05 DES-GENERACION      PIC 9(6).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DES-RENGLON         PIC X(6).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DES-REGISTROS       PIC ZZZZZ9.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DES-ORIGINAL        PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DES-AJUSTADO        PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DES-IMPUESTO        PIC ZZZ,ZZZ,ZZ9.99.
01 LINEA-RESUMEN.
    05 RES-ETIQUETA        PIC X(30).
    05 RES-CONTEO          PIC ZZZZZ9.

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    IF WS-ACCION = "REABRIR" THEN
        PERFORM 700-REABRIR-PERIODO
    ELSE
        PERFORM 200-VERIFICAR-ASIENTOS
        PERFORM 250-VALIDAR-CIERRE
        SORT ARCHIVO-SORT
            ON ASCENDING KEY SORT-MONEDA
                             SORT-TIPO-PRODUCTO
            INPUT PROCEDURE IS 400-LIBERAR-RENGLONES
            OUTPUT PROCEDURE IS 500-IMPRIMIR-RESUMEN
        PERFORM 600-CERRAR-PERIODO
    END-IF.
    PERFORM 900-FINALIZE.
    GOBACK.

100-INITIALIZE.
    PERFORM 105-CALCULAR-FECHA.
    ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
    UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
        INTO WS-ACCION WS-PERIODO WS-OPERADOR
        WITH POINTER WS-PUNTERO.
    IF WS-PUNTERO <= 100 THEN
        MOVE WS-PARAMETRO(WS-PUNTERO:) TO WS-MOTIVO
    END-IF.
    IF WS-ACCION = SPACES THEN
        MOVE "CERRAR" TO WS-ACCION
    END-IF.
    IF WS-ACCION = "CERRAR" THEN
        IF WS-PERIODO = SPACES THEN
            MOVE WS-PERIODO-HOY TO WS-PERIODO
        END-IF
        IF WS-OPERADOR = SPACES THEN
            MOVE "LOTE" TO WS-OPERADOR
        END-IF
    END-IF.
    PERFORM 110-VALIDAR-PARAMETRO.
    PERFORM 120-CALCULAR-ANTERIOR.
    OPEN I-O ARCHIVO-PERIODOS.
    IF PERIODOS-STATUS NOT = "00" AND PERIODOS-STATUS NOT = "05" THEN
        DISPLAY "CIERRE ABORTADO: no se pudo abrir PERIODOS-CONTROL.DAT, status " PERIODOS-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN EXTEND ARCHIVO-AUDITORIA.
    *> El reporte es del cierre: una reapertura no lo toca, para no
    *> perder el resumen con que se cerro el periodo.
    IF WS-ACCION = "CERRAR" THEN
        OPEN OUTPUT ARCHIVO-REPORTE
        MOVE SPACES TO REPORTE-RECORD
        STRING "CIERRE DEL PERIODO "  DELIMITED BY SIZE
               WS-PERIODO             DELIMITED BY SIZE
               " AL "                 DELIMITED BY SIZE
               WS-FECHA-CORRIDA       DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-HORA-CORRIDA        DELIMITED BY SIZE
               " POR "                DELIMITED BY SIZE
               WS-OPERADOR            DELIMITED BY SPACE
            INTO REPORTE-RECORD
        WRITE REPORTE-RECORD
        MOVE SPACES TO REPORTE-RECORD
        WRITE REPORTE-RECORD
    END-IF.

105-CALCULAR-FECHA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
    STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(5:2)  DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(7:2)  DELIMITED BY SIZE
        INTO WS-FECHA-CORRIDA.
    MOVE WS-FECHA-CORRIDA(1:7) TO WS-PERIODO-HOY.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL.
    STRING WS-HORA-ACTUAL(1:2) DELIMITED BY SIZE
           ":"                 DELIMITED BY SIZE
           WS-HORA-ACTUAL(3:2) DELIMITED BY SIZE
           ":"                 DELIMITED BY SIZE
           WS-HORA-ACTUAL(5:2) DELIMITED BY SIZE
        INTO WS-HORA-CORRIDA.

110-VALIDAR-PARAMETRO.
    IF (WS-ACCION NOT = "CERRAR" AND WS-ACCION NOT = "REABRIR") OR
       WS-PERIODO(1:4) IS NOT NUMERIC OR WS-PERIODO(5:1) NOT = "-" OR
       WS-PERIODO(6:2) IS NOT NUMERIC OR
       WS-PERIODO(6:2) < "01" OR WS-PERIODO(6:2) > "12" THEN
        DISPLAY "PARAMETRO NO RECONOCIDO: " WS-PARAMETRO
        DISPLAY "USO: CERRAR [AAAA-MM [operador]], o REABRIR AAAA-MM operador motivo."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-ACCION = "REABRIR" AND
       (WS-OPERADOR = SPACES OR WS-MOTIVO = SPACES) THEN
        DISPLAY "PARAMETRO INCOMPLETO: " WS-PARAMETRO
        DISPLAY "USO: la reapertura es formal, REABRIR AAAA-MM operador motivo."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

120-CALCULAR-ANTERIOR.
    MOVE WS-PERIODO(1:4) TO WS-ANIO.
    MOVE WS-PERIODO(6:2) TO WS-MES.
    IF WS-MES = 1 THEN
        COMPUTE WS-ANIO = WS-ANIO - 1
        MOVE 12 TO WS-MES
    ELSE
        COMPUTE WS-MES = WS-MES - 1
    END-IF.
    STRING WS-ANIO DELIMITED BY SIZE
           "-"     DELIMITED BY SIZE
           WS-MES  DELIMITED BY SIZE
        INTO WS-PERIODO-ANTERIOR.

150-CARGAR-REVERSADAS.
    *> El renglon R se agrega cuando se hace la reversa, despues de
    *> los de su corrida: primero se juntan todas las generaciones
    *> reversadas y luego se leen los asientos.
    OPEN OUTPUT ARCHIVO-REVERSADAS.
    IF REVERSADAS-STATUS NOT = "00" THEN
        DISPLAY "CIERRE ABORTADO: no se pudo crear CIERRE-REVERSADAS.DAT, status " REVERSADAS-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT ARCHIVO-ASIENTOS.
    PERFORM UNTIL SWITCH-ASIENTOS = "Y"
        READ ARCHIVO-ASIENTOS
            AT END
                MOVE "Y" TO SWITCH-ASIENTOS
            NOT AT END
                IF ASI-RENGLON = "R" AND ASI-GENERACION > 0 THEN
                    MOVE ASI-GENERACION TO REV-GENERACION
                    WRITE REVERSADA-REC
                        INVALID KEY
                            *> La misma generacion reversada dos
                            *> veces: basta con una.
                            CONTINUE
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-ASIENTOS.
    CLOSE ARCHIVO-REVERSADAS.
    OPEN INPUT ARCHIVO-REVERSADAS.
    MOVE "N" TO SWITCH-ASIENTOS.

160-REVISAR-REVERSADA.
    *> Un asiento sin generacion (no se pudo guardar) no se puede
    *> reversar.
    MOVE "N" TO SWITCH-REVERSADA.
    IF ASI-GENERACION > 0 THEN
        MOVE ASI-GENERACION TO REV-GENERACION
        READ ARCHIVO-REVERSADAS
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO SWITCH-REVERSADA
        END-READ
    END-IF.

200-VERIFICAR-ASIENTOS.
    *> Los renglones de una corrida van seguidos, empezando por su
    *> T: cada T cierra la verificacion de la corrida anterior. Un
    *> renglon del periodo antes de cualquier T no tiene corrida que
    *> lo respalde y tambien descuadra. Los renglones de una corrida
    *> reversada y los propios renglones R no entran.
    PERFORM 150-CARGAR-REVERSADAS.
    MOVE "VERIFICACION DE ASIENTOS DEL PERIODO" TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    OPEN INPUT ARCHIVO-ASIENTOS.
    PERFORM UNTIL SWITCH-ASIENTOS = "Y"
        READ ARCHIVO-ASIENTOS
            AT END
                MOVE "Y" TO SWITCH-ASIENTOS
            NOT AT END
                IF ASI-PERIODO = WS-PERIODO AND ASI-RENGLON NOT = "R" THEN
                    PERFORM 160-REVISAR-REVERSADA
                    IF SWITCH-REVERSADA = "Y" THEN
                        PERFORM 230-EXCLUIR-RENGLON
                    ELSE
                        COMPUTE CONTADOR-RENGLONES = CONTADOR-RENGLONES + 1
                        PERFORM 210-VERIFICAR-RENGLON
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    PERFORM 220-CUADRAR-CORRIDA.
    CLOSE ARCHIVO-ASIENTOS.
    MOVE "CORRIDAS ASENTADAS           :" TO RES-ETIQUETA.
    MOVE CONTADOR-CORRIDAS TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "CORRIDAS DESCUADRADAS        :" TO RES-ETIQUETA.
    MOVE CONTADOR-DESCUADRES TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "RENGLONES SIN CORRIDA        :" TO RES-ETIQUETA.
    MOVE CONTADOR-HUERFANOS TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "CORRIDAS REVERSADAS, FUERA   :" TO RES-ETIQUETA.
    MOVE CONTADOR-REVERSADAS TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "RENGLONES EXCLUIDOS          :" TO RES-ETIQUETA.
    MOVE CONTADOR-EXCLUIDOS TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.

210-VERIFICAR-RENGLON.
    IF ASI-RENGLON = "T" THEN
        PERFORM 220-CUADRAR-CORRIDA
        COMPUTE CONTADOR-CORRIDAS = CONTADOR-CORRIDAS + 1
        MOVE "Y" TO SWITCH-CORRIDA
        MOVE ASI-FECHA TO VER-FECHA
        MOVE ASI-HORA TO VER-HORA
        MOVE ASI-GENERACION TO VER-GENERACION
        MOVE ASI-REGISTROS TO VER-T-REGISTROS
        MOVE ASI-PRECIO-ORIGINAL TO VER-T-ORIGINAL
        MOVE ASI-PRECIO-AJUSTADO TO VER-T-AJUSTADO
        MOVE ASI-IMPUESTO TO VER-T-IMPUESTO
        MOVE ZEROES TO VER-M-REGISTROS VER-M-ORIGINAL
                       VER-M-AJUSTADO VER-M-IMPUESTO
        MOVE ZEROES TO VER-D-REGISTROS VER-D-ORIGINAL
                       VER-D-AJUSTADO VER-D-IMPUESTO
        ADD ASI-PRECIO-ORIGINAL TO TPE-ORIGINAL
        ADD ASI-PRECIO-AJUSTADO TO TPE-AJUSTADO
        ADD ASI-IMPUESTO TO TPE-IMPUESTO
    ELSE
        IF SWITCH-CORRIDA = "N" OR
           (ASI-RENGLON NOT = "M" AND ASI-RENGLON NOT = "D") THEN
            COMPUTE CONTADOR-HUERFANOS = CONTADOR-HUERFANOS + 1
            MOVE SPACES TO REPORTE-RECORD
            STRING "RENGLON SIN CORRIDA: " DELIMITED BY SIZE
                   ASIENTO-REC             DELIMITED BY SIZE
                INTO REPORTE-RECORD
            WRITE REPORTE-RECORD
        ELSE
            IF ASI-RENGLON = "M" THEN
                ADD ASI-REGISTROS TO VER-M-REGISTROS
                ADD ASI-PRECIO-ORIGINAL TO VER-M-ORIGINAL
                ADD ASI-PRECIO-AJUSTADO TO VER-M-AJUSTADO
                ADD ASI-IMPUESTO TO VER-M-IMPUESTO
            ELSE
                ADD ASI-REGISTROS TO VER-D-REGISTROS
                ADD ASI-PRECIO-ORIGINAL TO VER-D-ORIGINAL
                ADD ASI-PRECIO-AJUSTADO TO VER-D-AJUSTADO
                ADD ASI-IMPUESTO TO VER-D-IMPUESTO
            END-IF
        END-IF
    END-IF.

220-CUADRAR-CORRIDA.
    *> Una corrida descuadrada se reporta con sus tres juegos de
    *> cifras para ver de un vistazo cual no cuadra.
    IF SWITCH-CORRIDA = "Y" THEN
        IF VER-M-REGISTROS NOT = VER-T-REGISTROS OR
           VER-M-ORIGINAL NOT = VER-T-ORIGINAL OR
           VER-M-AJUSTADO NOT = VER-T-AJUSTADO OR
           VER-M-IMPUESTO NOT = VER-T-IMPUESTO OR
           VER-D-REGISTROS NOT = VER-T-REGISTROS OR
           VER-D-ORIGINAL NOT = VER-T-ORIGINAL OR
           VER-D-AJUSTADO NOT = VER-T-AJUSTADO OR
           VER-D-IMPUESTO NOT = VER-T-IMPUESTO THEN
            COMPUTE CONTADOR-DESCUADRES = CONTADOR-DESCUADRES + 1
            MOVE VER-FECHA TO DES-FECHA
            MOVE VER-HORA TO DES-HORA
            MOVE VER-GENERACION TO DES-GENERACION
            MOVE "T" TO DES-RENGLON
            MOVE VER-T-REGISTROS TO DES-REGISTROS
            MOVE VER-T-ORIGINAL TO DES-ORIGINAL
            MOVE VER-T-AJUSTADO TO DES-AJUSTADO
            MOVE VER-T-IMPUESTO TO DES-IMPUESTO
            WRITE REPORTE-RECORD FROM LINEA-DESCUADRE
            MOVE "SUMA M" TO DES-RENGLON
            MOVE VER-M-REGISTROS TO DES-REGISTROS
            MOVE VER-M-ORIGINAL TO DES-ORIGINAL
            MOVE VER-M-AJUSTADO TO DES-AJUSTADO
            MOVE VER-M-IMPUESTO TO DES-IMPUESTO
            WRITE REPORTE-RECORD FROM LINEA-DESCUADRE
            MOVE "SUMA D" TO DES-RENGLON
            MOVE VER-D-REGISTROS TO DES-REGISTROS
            MOVE VER-D-ORIGINAL TO DES-ORIGINAL
            MOVE VER-D-AJUSTADO TO DES-AJUSTADO
            MOVE VER-D-IMPUESTO TO DES-IMPUESTO
            WRITE REPORTE-RECORD FROM LINEA-DESCUADRE
        END-IF
    END-IF.
    MOVE "N" TO SWITCH-CORRIDA.

230-EXCLUIR-RENGLON.
    *> Cada corrida reversada queda listada por su renglon T, con lo
    *> que habia asentado.
    COMPUTE CONTADOR-EXCLUIDOS = CONTADOR-EXCLUIDOS + 1.
    IF ASI-RENGLON = "T" THEN
        COMPUTE CONTADOR-REVERSADAS = CONTADOR-REVERSADAS + 1
        MOVE SPACES TO REPORTE-RECORD
        STRING "CORRIDA REVERSADA, FUERA DEL MES: " DELIMITED BY SIZE
               ASIENTO-REC                          DELIMITED BY SIZE
            INTO REPORTE-RECORD
        WRITE REPORTE-RECORD
    END-IF.

250-VALIDAR-CIERRE.
    MOVE WS-PERIODO TO PER-PERIODO.
    READ ARCHIVO-PERIODOS
        INVALID KEY
            MOVE "N" TO PERIODO-EXISTE
        NOT INVALID KEY
            MOVE "Y" TO PERIODO-EXISTE
    END-READ.
    IF PERIODO-EXISTE = "Y" AND PER-ESTADO = "CERRADO" THEN
        MOVE "EL PERIODO YA ESTA CERRADO" TO WS-MOTIVO-NEGACION
        PERFORM 260-NEGAR
    END-IF.
    IF WS-PERIODO > WS-PERIODO-HOY THEN
        MOVE "EL PERIODO AUN NO EMPIEZA" TO WS-MOTIVO-NEGACION
        PERFORM 260-NEGAR
    END-IF.
    IF CONTADOR-DESCUADRES > 0 OR CONTADOR-HUERFANOS > 0 THEN
        MOVE "ASIENTOS NO CUADRAN CON SUS CORRIDAS" TO WS-MOTIVO-NEGACION
        PERFORM 260-NEGAR
    END-IF.

260-NEGAR.
    DISPLAY WS-ACCION " NEGADO: " WS-MOTIVO-NEGACION.
    IF WS-ACCION = "CERRAR" THEN
        MOVE SPACES TO REPORTE-RECORD
        STRING "CIERRE NEGADO: "  DELIMITED BY SIZE
               WS-MOTIVO-NEGACION DELIMITED BY SIZE
            INTO REPORTE-RECORD
        WRITE REPORTE-RECORD
    END-IF.
    MOVE "NEGADO" TO WS-RESULTADO.
    MOVE WS-MOTIVO-NEGACION TO WS-MOTIVO.
    PERFORM 800-REGISTRAR-AUDITORIA.
    PERFORM 900-FINALIZE.
    MOVE 8 TO RETURN-CODE.
    GOBACK.

600-CERRAR-PERIODO.
    *> Un periodo reabierto conserva el registro (con su historia de
    *> reaperturas) y solo vuelve a CERRADO con los totales nuevos.
    IF PERIODO-EXISTE = "N" THEN
        MOVE WS-PERIODO TO PER-PERIODO
        MOVE ZEROES TO PER-REAPERTURAS
        MOVE SPACES TO PER-FECHA-REAPERTURA
        MOVE SPACES TO PER-OPERADOR-REAPERTURA
        MOVE SPACES TO PER-MOTIVO-REAPERTURA
    END-IF.
    MOVE "CERRADO" TO PER-ESTADO.
    MOVE WS-FECHA-CORRIDA TO PER-FECHA-CIERRE.
    MOVE WS-OPERADOR TO PER-OPERADOR-CIERRE.
    MOVE CONTADOR-CORRIDAS TO PER-CORRIDAS.
    MOVE TPE-ORIGINAL TO PER-TOTAL-ORIGINAL.
    MOVE TPE-AJUSTADO TO PER-TOTAL-AJUSTADO.
    MOVE TPE-IMPUESTO TO PER-TOTAL-IMPUESTO.
    IF PERIODO-EXISTE = "Y" THEN
        REWRITE PERIODO-REC
    ELSE
        WRITE PERIODO-REC
    END-IF.
    MOVE "CERRADO" TO WS-RESULTADO.
    MOVE SPACES TO WS-MOTIVO.
    PERFORM 800-REGISTRAR-AUDITORIA.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE SPACES TO REPORTE-RECORD.
    STRING "PERIODO "   DELIMITED BY SIZE
           WS-PERIODO   DELIMITED BY SIZE
           " CERRADO"   DELIMITED BY SIZE
        INTO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    IF CONTADOR-CORRIDAS = 0 THEN
        DISPLAY "ATENCION: el periodo " WS-PERIODO " se cerro sin ninguna corrida asentada."
        MOVE 4 TO RETURN-CODE
    END-IF.

700-REABRIR-PERIODO.
    MOVE WS-PERIODO TO PER-PERIODO.
    READ ARCHIVO-PERIODOS
        INVALID KEY
            MOVE "EL PERIODO NO ESTA CERRADO" TO WS-MOTIVO-NEGACION
            PERFORM 260-NEGAR
    END-READ.
    IF PER-ESTADO NOT = "CERRADO" THEN
        MOVE "EL PERIODO NO ESTA CERRADO" TO WS-MOTIVO-NEGACION
        PERFORM 260-NEGAR
    END-IF.
    MOVE "REABIERTO" TO PER-ESTADO.
    COMPUTE PER-REAPERTURAS = PER-REAPERTURAS + 1.
    MOVE WS-FECHA-CORRIDA TO PER-FECHA-REAPERTURA.
    MOVE WS-OPERADOR TO PER-OPERADOR-REAPERTURA.
    MOVE WS-MOTIVO TO PER-MOTIVO-REAPERTURA.
    REWRITE PERIODO-REC.
    MOVE "REABIERTO" TO WS-RESULTADO.
    PERFORM 800-REGISTRAR-AUDITORIA.
    DISPLAY "PERIODO " WS-PERIODO " REABIERTO: " WS-MOTIVO.

800-REGISTRAR-AUDITORIA.
    MOVE WS-FECHA-CORRIDA TO AUD-FECHA.
    MOVE SPACE TO AUD-SEP-1.
    MOVE WS-HORA-CORRIDA TO AUD-HORA.
    MOVE SPACE TO AUD-SEP-2.
    MOVE WS-ACCION TO AUD-ACCION.
    MOVE SPACE TO AUD-SEP-3.
    MOVE WS-PERIODO TO AUD-PERIODO.
    MOVE SPACE TO AUD-SEP-4.
    MOVE WS-RESULTADO TO AUD-RESULTADO.
    MOVE SPACE TO AUD-SEP-5.
    MOVE WS-OPERADOR TO AUD-OPERADOR.
    MOVE SPACE TO AUD-SEP-6.
    MOVE WS-MOTIVO TO AUD-MOTIVO.
    WRITE AUDITORIA-RECORD.

400-LIBERAR-RENGLONES SECTION.
*> Procedimiento de entrada del SORT: los renglones D del periodo y
*> del mes anterior, sin los de corridas reversadas.
401-LIBERAR-ASIENTOS.
    MOVE "N" TO SWITCH-ASIENTOS.
    OPEN INPUT ARCHIVO-ASIENTOS.
    PERFORM UNTIL SWITCH-ASIENTOS = "Y"
        READ ARCHIVO-ASIENTOS
            AT END
                MOVE "Y" TO SWITCH-ASIENTOS
            NOT AT END
                IF ASI-RENGLON = "D" THEN
                    PERFORM 160-REVISAR-REVERSADA
                    IF SWITCH-REVERSADA = "N" THEN
                        PERFORM 410-LIBERAR-DETALLE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-ASIENTOS.
    GO TO 490-SALIDA.

410-LIBERAR-DETALLE.
    IF ASI-PERIODO = WS-PERIODO THEN
        MOVE ASI-MONEDA TO SORT-MONEDA
        MOVE ASI-TIPO-PRODUCTO TO SORT-TIPO-PRODUCTO
        MOVE ASI-REGISTROS TO SORT-REGISTROS
        MOVE ASI-PRECIO-ORIGINAL TO SORT-ORIGINAL
        MOVE ASI-PRECIO-AJUSTADO TO SORT-AJUSTADO
        MOVE ASI-IMPUESTO TO SORT-IMPUESTO
        MOVE ZEROES TO SORT-AJUSTADO-ANTERIOR
        RELEASE SORT-RECORD
    ELSE
        IF ASI-PERIODO = WS-PERIODO-ANTERIOR THEN
            MOVE ASI-MONEDA TO SORT-MONEDA
            MOVE ASI-TIPO-PRODUCTO TO SORT-TIPO-PRODUCTO
            MOVE ZEROES TO SORT-REGISTROS
            MOVE ZEROES TO SORT-ORIGINAL
            MOVE ZEROES TO SORT-AJUSTADO
            MOVE ZEROES TO SORT-IMPUESTO
            MOVE ASI-PRECIO-AJUSTADO TO SORT-AJUSTADO-ANTERIOR
            RELEASE SORT-RECORD
        END-IF
    END-IF.

490-SALIDA.
    EXIT.

500-IMPRIMIR-RESUMEN SECTION.
*> Procedimiento de salida del SORT, con la misma estructura que el
*> de reporte_precios: un renglon por moneda y tipo, subtotal por
*> moneda y gran total, cada uno contra el ajustado del mes
*> anterior. El original va en la moneda de cada producto; el
*> ajustado y el impuesto ya en moneda base.
501-CONTROL-RESUMEN.
    MOVE SPACES TO REPORTE-RECORD.
    STRING "RESUMEN DEL PERIODO "  DELIMITED BY SIZE
           WS-PERIODO              DELIMITED BY SIZE
           " POR MONEDA Y TIPO, CONTRA " DELIMITED BY SIZE
           WS-PERIODO-ANTERIOR     DELIMITED BY SIZE
        INTO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    WRITE REPORTE-RECORD FROM LINEA-ENCABEZADO.
    RETURN ARCHIVO-SORT
        AT END
            MOVE "Y" TO SWITCH-SORT
        NOT AT END
            PERFORM 520-INICIAR-MONEDA
            PERFORM 530-INICIAR-DETALLE
    END-RETURN.
    PERFORM 510-ACUMULAR-DETALLE
        UNTIL SWITCH-SORT = "Y".
    IF CONTADOR-DETALLES > 0 THEN
        PERFORM 540-IMPRIMIR-DETALLE
        PERFORM 550-IMPRIMIR-MONEDA
    END-IF.
    MOVE "***" TO DET-MONEDA.
    MOVE "**" TO DET-TIPO-PRODUCTO.
    MOVE ACG-REGISTROS TO IMP-REGISTROS.
    MOVE ACG-ORIGINAL TO IMP-ORIGINAL.
    MOVE ACG-AJUSTADO TO IMP-AJUSTADO.
    MOVE ACG-IMPUESTO TO IMP-IMPUESTO.
    MOVE ACG-ANTERIOR TO IMP-ANTERIOR.
    PERFORM 560-IMPRIMIR-RENGLON.
    GO TO 590-SALIDA.

510-ACUMULAR-DETALLE.
    IF SORT-MONEDA NOT = ACD-MONEDA THEN
        PERFORM 540-IMPRIMIR-DETALLE
        PERFORM 550-IMPRIMIR-MONEDA
        PERFORM 520-INICIAR-MONEDA
        PERFORM 530-INICIAR-DETALLE
    ELSE
        IF SORT-TIPO-PRODUCTO NOT = ACD-TIPO-PRODUCTO THEN
            PERFORM 540-IMPRIMIR-DETALLE
            PERFORM 530-INICIAR-DETALLE
        END-IF
    END-IF.
    ADD SORT-REGISTROS TO ACD-REGISTROS.
    ADD SORT-ORIGINAL TO ACD-ORIGINAL.
    ADD SORT-AJUSTADO TO ACD-AJUSTADO.
    ADD SORT-IMPUESTO TO ACD-IMPUESTO.
    ADD SORT-AJUSTADO-ANTERIOR TO ACD-ANTERIOR.
    RETURN ARCHIVO-SORT
        AT END
            MOVE "Y" TO SWITCH-SORT
    END-RETURN.

520-INICIAR-MONEDA.
    MOVE SORT-MONEDA TO ACM-MONEDA.
    MOVE ZEROES TO ACM-REGISTROS ACM-ORIGINAL ACM-AJUSTADO
                   ACM-IMPUESTO ACM-ANTERIOR.

530-INICIAR-DETALLE.
    MOVE SORT-MONEDA TO ACD-MONEDA.
    MOVE SORT-TIPO-PRODUCTO TO ACD-TIPO-PRODUCTO.
    MOVE ZEROES TO ACD-REGISTROS ACD-ORIGINAL ACD-AJUSTADO
                   ACD-IMPUESTO ACD-ANTERIOR.
    COMPUTE CONTADOR-DETALLES = CONTADOR-DETALLES + 1.

540-IMPRIMIR-DETALLE.
    MOVE ACD-MONEDA TO DET-MONEDA.
    MOVE ACD-TIPO-PRODUCTO TO DET-TIPO-PRODUCTO.
    MOVE ACD-REGISTROS TO IMP-REGISTROS.
    MOVE ACD-ORIGINAL TO IMP-ORIGINAL.
    MOVE ACD-AJUSTADO TO IMP-AJUSTADO.
    MOVE ACD-IMPUESTO TO IMP-IMPUESTO.
    MOVE ACD-ANTERIOR TO IMP-ANTERIOR.
    PERFORM 560-IMPRIMIR-RENGLON.
    ADD ACD-REGISTROS TO ACM-REGISTROS.
    ADD ACD-ORIGINAL TO ACM-ORIGINAL.
    ADD ACD-AJUSTADO TO ACM-AJUSTADO.
    ADD ACD-IMPUESTO TO ACM-IMPUESTO.
    ADD ACD-ANTERIOR TO ACM-ANTERIOR.

550-IMPRIMIR-MONEDA.
    MOVE ACM-MONEDA TO DET-MONEDA.
    MOVE "**" TO DET-TIPO-PRODUCTO.
    MOVE ACM-REGISTROS TO IMP-REGISTROS.
    MOVE ACM-ORIGINAL TO IMP-ORIGINAL.
    MOVE ACM-AJUSTADO TO IMP-AJUSTADO.
    MOVE ACM-IMPUESTO TO IMP-IMPUESTO.
    MOVE ACM-ANTERIOR TO IMP-ANTERIOR.
    PERFORM 560-IMPRIMIR-RENGLON.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    ADD ACM-REGISTROS TO ACG-REGISTROS.
    ADD ACM-ORIGINAL TO ACG-ORIGINAL.
    ADD ACM-AJUSTADO TO ACG-AJUSTADO.
    ADD ACM-IMPUESTO TO ACG-IMPUESTO.
    ADD ACM-ANTERIOR TO ACG-ANTERIOR.

560-IMPRIMIR-RENGLON.
    *> Un tipo que no tuvo ajustado el mes anterior no tiene contra
    *> que compararse y se marca NUEVO.
    MOVE IMP-REGISTROS TO DET-REGISTROS.
    MOVE IMP-ORIGINAL TO DET-ORIGINAL.
    MOVE IMP-AJUSTADO TO DET-AJUSTADO.
    MOVE IMP-IMPUESTO TO DET-IMPUESTO.
    MOVE IMP-ANTERIOR TO DET-ANTERIOR.
    IF IMP-ANTERIOR = 0 THEN
        MOVE "   NUEVO" TO DET-VARIACION-X
    ELSE
        COMPUTE WS-VARIACION ROUNDED =
            (IMP-AJUSTADO - IMP-ANTERIOR) * 100 / IMP-ANTERIOR
            ON SIZE ERROR
                MOVE 9999.99 TO WS-VARIACION
        END-COMPUTE
        MOVE WS-VARIACION TO DET-VARIACION
    END-IF.
    WRITE REPORTE-RECORD FROM LINEA-DETALLE.

590-SALIDA.
    EXIT.

900-FINALIZE SECTION.
901-CIERRE-PERIODO.
    CLOSE ARCHIVO-PERIODOS.
    CLOSE ARCHIVO-AUDITORIA.
    IF WS-ACCION = "CERRAR" THEN
        CLOSE ARCHIVO-REPORTE
        CLOSE ARCHIVO-REVERSADAS
    END-IF.
    DISPLAY "=== CIERRE DE PERIODO ===".
    DISPLAY "ACCION                : " WS-ACCION.
    DISPLAY "PERIODO               : " WS-PERIODO.
    DISPLAY "OPERADOR              : " WS-OPERADOR.
    IF WS-ACCION = "CERRAR" THEN
        DISPLAY "RENGLONES DEL PERIODO : " CONTADOR-RENGLONES
        DISPLAY "CORRIDAS ASENTADAS    : " CONTADOR-CORRIDAS
        DISPLAY "CORRIDAS DESCUADRADAS : " CONTADOR-DESCUADRES
        DISPLAY "RENGLONES SIN CORRIDA : " CONTADOR-HUERFANOS
        DISPLAY "CORRIDAS REVERSADAS   : " CONTADOR-REVERSADAS
    END-IF.
    DISPLAY "RESULTADO             : " WS-RESULTADO.
