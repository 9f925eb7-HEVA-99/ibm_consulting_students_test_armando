*> Reversa de una corrida de precios. Cuando una corrida sale con un
*> renglon de tarifa o de tipo de cambio malo, este programa
*> restaura como un solo juego los seis archivos de una generacion
*> guardada por ejercicio_3_5: PRODUCTOS-AJUSTADOS.TXT,
*> PRODUCTOS-EXCEPCIONES.TXT, PRODUCTOS-TOTALES.TXT,
*> PRECIOS-ULTIMA-CORRIDA.TXT, TARIFAS-PRECIOS.TXT y
*> TIPOS-CAMBIO.TXT. Parametro: el numero de generacion en 6
*> digitos y, opcionalmente, FORZAR.
*>
*> Solo se regresa a una generacion GUARDADA no posterior a la
*> vigente. Si alguna de las generaciones que se deshacen ya salio
*> a facturacion (extracto_facturacion la marco en el catalogo), la
*> reversa se niega con RC 8 salvo que venga FORZAR: facturacion ya
*> tiene esos precios y hay que tratarlo con ellos. Tampoco se
*> revierte con un checkpoint de corrida completa pendiente. Las
*> generaciones deshechas quedan DESCARTADAS y la restaurada pasa a
*> ser la vigente, asi que la proxima corrida incremental recoge
*> todo el movimiento de auditoria posterior a ella.
*>
*> Por cada generacion descartada se agrega a PERIODO-ASIENTOS.TXT
*> un renglon R en el periodo de la corrida deshecha, para que
*> cierre_periodo deje fuera del mes los asientos de esa
*> generacion. Si ese periodo ya esta cerrado el renglon queda
*> igual, pero solo cuenta cuando el periodo se reabra y se vuelva
*> a cerrar; la reversa lo avisa.
*>
*> Cada reversa, hecha o negada, deja su renglon en LOTE-RUNLOG.TXT
*> (paso reversa_precios, con el numero de generacion en la columna
*> de registros) para que el resumen del dia la muestre.

IDENTIFICATION DIVISION.
PROGRAM-ID. reversa_precios.
AUTHOR. Armando Hernandez.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ARCHIVO-GEN-CONTROL ASSIGN TO "PRECIOS-GENERACION.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-GENERACIONES ASSIGN TO "PRECIOS-GENERACIONES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GEN-NUMERO
        FILE STATUS IS GENERACIONES-STATUS.

    SELECT OPTIONAL ARCHIVO-CHECKPOINT ASSIGN TO "EJERCICIO35-CHECKPOINT.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-COPIA-ORIGEN ASSIGN USING WS-NOMBRE-ORIGEN
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-COPIA-DESTINO ASSIGN USING WS-NOMBRE-DESTINO
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "LOTE-RUNLOG.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-ASIENTOS ASSIGN TO "PERIODO-ASIENTOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-PERIODOS ASSIGN TO "PERIODOS-CONTROL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PER-PERIODO
        FILE STATUS IS PERIODOS-STATUS.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-GEN-CONTROL.
01 GEN-CONTROL-RECORD.
    05 GCT-ULTIMA          PIC 9(6).
    05 GCT-SEP-1           PIC X(1).
    05 GCT-VIGENTE         PIC 9(6).
    05 GCT-SEP-2           PIC X(1).
    05 GCT-CONSERVAR       PIC 9(3).

FD ARCHIVO-GENERACIONES.
01 GENERACION-RECORD.
    05 GEN-NUMERO          PIC 9(6).
    05 GEN-RANURA          PIC 9(3).
    05 GEN-FECHA           PIC X(10).
    05 GEN-HORA            PIC X(8).
    05 GEN-MODO            PIC X(1).
    05 GEN-REGISTROS       PIC 9(6).
    05 GEN-TOTAL-AJUSTADO  PIC 9(9)V99.
    05 GEN-ESTADO          PIC X(10).
    05 GEN-EXTRACTO        PIC 9(6).

FD ARCHIVO-CHECKPOINT.
01 CHECKPOINT-RECORD PIC X(80).

FD ARCHIVO-COPIA-ORIGEN.
01 COPIA-ORIGEN-RECORD PIC X(80).

FD ARCHIVO-COPIA-DESTINO.
01 COPIA-DESTINO-RECORD PIC X(80).

FD RUNLOG-FILE.
01 RUNLOG-RECORD.
    05 LOG-PASO            PIC X(15).
    05 LOG-SEP-1           PIC X(1).
    05 LOG-INICIO          PIC X(19).
    05 LOG-SEP-2           PIC X(1).
    05 LOG-FIN             PIC X(19).
    05 LOG-SEP-3           PIC X(1).
    05 LOG-REGISTROS       PIC 9(6).
    05 LOG-SEP-4           PIC X(1).
    05 LOG-ESTADO          PIC X(8).

FD ARCHIVO-ASIENTOS.
COPY ASIENTO.

FD ARCHIVO-PERIODOS.
COPY PERIODO.

WORKING-STORAGE SECTION.
01 GENERACIONES-STATUS PIC X(2).
01 PERIODOS-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH-GENERACIONES PIC X(1) VALUE "N".
    05 SWITCH-COPIA        PIC X(1) VALUE "N".
    05 SWITCH-FORZAR       PIC X(1) VALUE "N".
    05 SWITCH-PERIODOS     PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-ENVIADAS    PIC 9(6) VALUE ZEROES.
    05 CONTADOR-DESCARTADAS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ARCHIVOS    PIC 9(6) VALUE ZEROES.
    05 CONTADOR-EN-CERRADOS PIC 9(6) VALUE ZEROES.
01 WS-PARAMETRO PIC X(30) VALUE SPACES.
01 WS-GENERACION-PEDIDA PIC X(6) VALUE SPACES.
01 WS-OPCION PIC X(10) VALUE SPACES.
01 WS-GENERACION PIC 9(6) VALUE ZEROES.
01 WS-GEN-ULTIMA PIC 9(6) VALUE ZEROES.
01 WS-GEN-VIGENTE PIC 9(6) VALUE ZEROES.
01 WS-GEN-CONSERVAR PIC 9(3) VALUE ZEROES.
01 WS-GEN-RANURA PIC 9(3) VALUE ZEROES.
01 WS-GEN-SUFIJO PIC X(20) VALUE SPACES.
01 WS-NOMBRE-ORIGEN PIC X(40) VALUE SPACES.
01 WS-NOMBRE-DESTINO PIC X(40) VALUE SPACES.
01 WS-ESTADO-REVERSA PIC X(8) VALUE SPACES.
01 WS-INICIO-PASO PIC X(19).
01 WS-FIN-PASO PIC X(19).
01 WS-ESTAMPA PIC X(14).
01 WS-ESTAMPA-FORMATO PIC X(19).

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-VALIDAR-REVERSA.
    PERFORM 300-RESTAURAR-GENERACION.
    PERFORM 900-FINALIZE.
    GOBACK.

100-INITIALIZE.
    PERFORM 800-ESTAMPA-TIEMPO.
    MOVE WS-ESTAMPA-FORMATO TO WS-INICIO-PASO.
    ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
    UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
        INTO WS-GENERACION-PEDIDA WS-OPCION.
    IF WS-GENERACION-PEDIDA IS NOT NUMERIC OR
       (WS-OPCION NOT = SPACES AND WS-OPCION NOT = "FORZAR") THEN
        DISPLAY "PARAMETRO NO RECONOCIDO: " WS-PARAMETRO
        DISPLAY "USO: numero de generacion en 6 digitos (nnnnnn), y FORZAR para pasar sobre lo ya enviado a facturacion."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-GENERACION-PEDIDA TO WS-GENERACION.
    IF WS-OPCION = "FORZAR" THEN
        MOVE "Y" TO SWITCH-FORZAR
    END-IF.
    OPEN INPUT ARCHIVO-GEN-CONTROL.
    READ ARCHIVO-GEN-CONTROL
        AT END
            DISPLAY "REVERSA ABORTADA: no hay PRECIOS-GENERACION.TXT, la corrida de precios no ha guardado generaciones."
            CLOSE ARCHIVO-GEN-CONTROL
            MOVE 16 TO RETURN-CODE
            GOBACK
        NOT AT END
            MOVE GCT-ULTIMA TO WS-GEN-ULTIMA
            MOVE GCT-VIGENTE TO WS-GEN-VIGENTE
            MOVE GCT-CONSERVAR TO WS-GEN-CONSERVAR
    END-READ.
    CLOSE ARCHIVO-GEN-CONTROL.
    OPEN I-O ARCHIVO-GENERACIONES.
    IF GENERACIONES-STATUS NOT = "00" THEN
        DISPLAY "REVERSA ABORTADA: no se pudo abrir PRECIOS-GENERACIONES.DAT, status " GENERACIONES-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

200-VALIDAR-REVERSA.
    *> Una reversa negada tambien queda en la bitacora: el resumen
    *> del dia debe mostrar que se intento y por que no se hizo.
    MOVE WS-GENERACION TO GEN-NUMERO.
    READ ARCHIVO-GENERACIONES
        INVALID KEY
            DISPLAY "REVERSA NEGADA: la generacion " WS-GENERACION " no esta en el catalogo."
            PERFORM 250-NEGAR-REVERSA
    END-READ.
    IF GEN-ESTADO NOT = "GUARDADA" THEN
        DISPLAY "REVERSA NEGADA: la generacion " WS-GENERACION " esta " GEN-ESTADO ", sus archivos ya no se pueden restaurar."
        PERFORM 250-NEGAR-REVERSA
    END-IF.
    IF WS-GENERACION > WS-GEN-VIGENTE THEN
        DISPLAY "REVERSA NEGADA: la generacion " WS-GENERACION " es posterior a la vigente " WS-GEN-VIGENTE "."
        PERFORM 250-NEGAR-REVERSA
    END-IF.
    MOVE GEN-RANURA TO WS-GEN-RANURA.
    PERFORM 210-REVISAR-CHECKPOINT.
    PERFORM 220-REVISAR-ENVIADAS.
    IF CONTADOR-ENVIADAS > 0 THEN
        IF SWITCH-FORZAR = "Y" THEN
            DISPLAY "ATENCION: se fuerza la reversa sobre " CONTADOR-ENVIADAS " generacion(es) ya enviadas a facturacion."
        ELSE
            DISPLAY "REVERSA NEGADA: " CONTADOR-ENVIADAS " generacion(es) posteriores a la " WS-GENERACION " ya salieron a facturacion; usar FORZAR."
            PERFORM 250-NEGAR-REVERSA
        END-IF
    END-IF.

210-REVISAR-CHECKPOINT.
    *> Una corrida completa a medias reanudaria escribiendo al final
    *> de los archivos restaurados: primero se termina esa corrida.
    OPEN INPUT ARCHIVO-CHECKPOINT.
    READ ARCHIVO-CHECKPOINT
        AT END
            CONTINUE
        NOT AT END
            IF CHECKPOINT-RECORD NOT = SPACES THEN
                DISPLAY "REVERSA NEGADA: hay un checkpoint de corrida completa pendiente."
                CLOSE ARCHIVO-CHECKPOINT
                PERFORM 250-NEGAR-REVERSA
            END-IF
    END-READ.
    CLOSE ARCHIVO-CHECKPOINT.

220-REVISAR-ENVIADAS.
    *> Las que se deshacen son las posteriores a la pedida que siguen
    *> guardadas; de esas, las que ya tienen extracto de facturacion.
    MOVE "N" TO SWITCH-GENERACIONES.
    COMPUTE GEN-NUMERO = WS-GENERACION + 1.
    START ARCHIVO-GENERACIONES KEY IS NOT LESS THAN GEN-NUMERO
        INVALID KEY
            MOVE "Y" TO SWITCH-GENERACIONES
    END-START.
    PERFORM UNTIL SWITCH-GENERACIONES = "Y"
        READ ARCHIVO-GENERACIONES NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-GENERACIONES
            NOT AT END
                IF GEN-ESTADO = "GUARDADA" AND GEN-EXTRACTO > 0 THEN
                    DISPLAY "GENERACION " GEN-NUMERO " DEL " GEN-FECHA " ENVIADA EN EL EXTRACTO " GEN-EXTRACTO
                    COMPUTE CONTADOR-ENVIADAS = CONTADOR-ENVIADAS + 1
                END-IF
        END-READ
    END-PERFORM.

250-NEGAR-REVERSA.
    CLOSE ARCHIVO-GENERACIONES.
    MOVE "NEGADA" TO WS-ESTADO-REVERSA.
    PERFORM 700-REGISTRAR-PASO.
    MOVE 8 TO RETURN-CODE.
    GOBACK.

300-RESTAURAR-GENERACION.
    MOVE "AJUSTADOS.TXT" TO WS-GEN-SUFIJO.
    MOVE "PRODUCTOS-AJUSTADOS.TXT" TO WS-NOMBRE-DESTINO.
    PERFORM 310-COPIAR-DE-GENERACION.
    MOVE "EXCEPCIONES.TXT" TO WS-GEN-SUFIJO.
    MOVE "PRODUCTOS-EXCEPCIONES.TXT" TO WS-NOMBRE-DESTINO.
    PERFORM 310-COPIAR-DE-GENERACION.
    MOVE "TOTALES.TXT" TO WS-GEN-SUFIJO.
    MOVE "PRODUCTOS-TOTALES.TXT" TO WS-NOMBRE-DESTINO.
    PERFORM 310-COPIAR-DE-GENERACION.
    MOVE "ULTIMA-CORRIDA.TXT" TO WS-GEN-SUFIJO.
    MOVE "PRECIOS-ULTIMA-CORRIDA.TXT" TO WS-NOMBRE-DESTINO.
    PERFORM 310-COPIAR-DE-GENERACION.
    MOVE "TARIFAS.TXT" TO WS-GEN-SUFIJO.
    MOVE "TARIFAS-PRECIOS.TXT" TO WS-NOMBRE-DESTINO.
    PERFORM 310-COPIAR-DE-GENERACION.
    MOVE "TIPOS-CAMBIO.TXT" TO WS-GEN-SUFIJO.
    MOVE "TIPOS-CAMBIO.TXT" TO WS-NOMBRE-DESTINO.
    PERFORM 310-COPIAR-DE-GENERACION.
    PERFORM 320-DESCARTAR-POSTERIORES.
    OPEN OUTPUT ARCHIVO-GEN-CONTROL.
    MOVE WS-GEN-ULTIMA TO GCT-ULTIMA.
    MOVE SPACE TO GCT-SEP-1.
    MOVE WS-GENERACION TO GCT-VIGENTE.
    MOVE SPACE TO GCT-SEP-2.
    MOVE WS-GEN-CONSERVAR TO GCT-CONSERVAR.
    WRITE GEN-CONTROL-RECORD.
    CLOSE ARCHIVO-GEN-CONTROL.
    IF CONTADOR-ENVIADAS > 0 THEN
        MOVE "FORZADA" TO WS-ESTADO-REVERSA
    ELSE
        MOVE "OK" TO WS-ESTADO-REVERSA
    END-IF.

310-COPIAR-DE-GENERACION.
    MOVE SPACES TO WS-NOMBRE-ORIGEN.
    STRING "PRECIOS-GEN-"   DELIMITED BY SIZE
           WS-GEN-RANURA    DELIMITED BY SIZE
           "-"              DELIMITED BY SIZE
           WS-GEN-SUFIJO    DELIMITED BY SPACE
        INTO WS-NOMBRE-ORIGEN.
    MOVE "N" TO SWITCH-COPIA.
    OPEN INPUT ARCHIVO-COPIA-ORIGEN.
    OPEN OUTPUT ARCHIVO-COPIA-DESTINO.
    PERFORM UNTIL SWITCH-COPIA = "Y"
        READ ARCHIVO-COPIA-ORIGEN
            AT END
                MOVE "Y" TO SWITCH-COPIA
            NOT AT END
                WRITE COPIA-DESTINO-RECORD FROM COPIA-ORIGEN-RECORD
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-COPIA-ORIGEN.
    CLOSE ARCHIVO-COPIA-DESTINO.
    COMPUTE CONTADOR-ARCHIVOS = CONTADOR-ARCHIVOS + 1.

320-DESCARTAR-POSTERIORES.
    *> Sin archivo de control ningun periodo se ha cerrado; si no
    *> abre, el renglon R se asienta igual y solo falta el aviso.
    OPEN EXTEND ARCHIVO-ASIENTOS.
    MOVE "N" TO SWITCH-PERIODOS.
    OPEN INPUT ARCHIVO-PERIODOS.
    IF PERIODOS-STATUS = "00" OR PERIODOS-STATUS = "05" THEN
        MOVE "Y" TO SWITCH-PERIODOS
    ELSE
        DISPLAY "ATENCION: no se pudo abrir PERIODOS-CONTROL.DAT, status " PERIODOS-STATUS
    END-IF.
    MOVE "N" TO SWITCH-GENERACIONES.
    COMPUTE GEN-NUMERO = WS-GENERACION + 1.
    START ARCHIVO-GENERACIONES KEY IS NOT LESS THAN GEN-NUMERO
        INVALID KEY
            MOVE "Y" TO SWITCH-GENERACIONES
    END-START.
    PERFORM UNTIL SWITCH-GENERACIONES = "Y"
        READ ARCHIVO-GENERACIONES NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-GENERACIONES
            NOT AT END
                IF GEN-ESTADO = "GUARDADA" THEN
                    MOVE "DESCARTADA" TO GEN-ESTADO
                    REWRITE GENERACION-RECORD
                    COMPUTE CONTADOR-DESCARTADAS = CONTADOR-DESCARTADAS + 1
                    PERFORM 330-ASENTAR-REVERSA
                END-IF
        END-READ
    END-PERFORM.
    IF SWITCH-PERIODOS = "Y" THEN
        CLOSE ARCHIVO-PERIODOS
    END-IF.
    CLOSE ARCHIVO-ASIENTOS.

330-ASENTAR-REVERSA.
    *> El renglon R lleva el periodo y la generacion de la corrida
    *> deshecha, con la fecha y hora de la reversa y los totales del
    *> catalogo como referencia; no se suma en ningun cuadre.
    MOVE GEN-FECHA(1:7) TO ASI-PERIODO.
    MOVE SPACE TO ASI-SEP-1.
    MOVE WS-INICIO-PASO(1:10) TO ASI-FECHA.
    MOVE SPACE TO ASI-SEP-2.
    MOVE WS-INICIO-PASO(12:8) TO ASI-HORA.
    MOVE SPACE TO ASI-SEP-3.
    MOVE GEN-NUMERO TO ASI-GENERACION.
    MOVE SPACE TO ASI-SEP-4.
    MOVE GEN-MODO TO ASI-MODO.
    MOVE SPACE TO ASI-SEP-5.
    MOVE "R" TO ASI-RENGLON.
    MOVE SPACE TO ASI-SEP-6.
    MOVE "***" TO ASI-MONEDA.
    MOVE SPACE TO ASI-SEP-7.
    MOVE "**" TO ASI-TIPO-PRODUCTO.
    MOVE SPACE TO ASI-SEP-8.
    MOVE GEN-REGISTROS TO ASI-REGISTROS.
    MOVE SPACE TO ASI-SEP-9.
    MOVE ZEROES TO ASI-PRECIO-ORIGINAL.
    MOVE SPACE TO ASI-SEP-10.
    MOVE GEN-TOTAL-AJUSTADO TO ASI-PRECIO-AJUSTADO.
    MOVE SPACE TO ASI-SEP-11.
    MOVE ZEROES TO ASI-IMPUESTO.
    WRITE ASIENTO-REC.
    IF SWITCH-PERIODOS = "Y" THEN
        MOVE ASI-PERIODO TO PER-PERIODO
        READ ARCHIVO-PERIODOS
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PER-ESTADO = "CERRADO" THEN
                    DISPLAY "ATENCION: la generacion " GEN-NUMERO " es del periodo cerrado " ASI-PERIODO "; sigue en las cifras del mes hasta que se reabra y se vuelva a cerrar."
                    COMPUTE CONTADOR-EN-CERRADOS = CONTADOR-EN-CERRADOS + 1
                END-IF
        END-READ
    END-IF.

700-REGISTRAR-PASO.
    PERFORM 800-ESTAMPA-TIEMPO.
    MOVE WS-ESTAMPA-FORMATO TO WS-FIN-PASO.
    OPEN EXTEND RUNLOG-FILE.
    MOVE "reversa_precios" TO LOG-PASO.
    MOVE SPACE TO LOG-SEP-1.
    MOVE WS-INICIO-PASO TO LOG-INICIO.
    MOVE SPACE TO LOG-SEP-2.
    MOVE WS-FIN-PASO TO LOG-FIN.
    MOVE SPACE TO LOG-SEP-3.
    MOVE WS-GENERACION TO LOG-REGISTROS.
    MOVE SPACE TO LOG-SEP-4.
    MOVE WS-ESTADO-REVERSA TO LOG-ESTADO.
    WRITE RUNLOG-RECORD.
    CLOSE RUNLOG-FILE.

800-ESTAMPA-TIEMPO.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ESTAMPA.
    STRING WS-ESTAMPA(1:4)   DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-ESTAMPA(5:2)   DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-ESTAMPA(7:2)   DELIMITED BY SIZE
           " "               DELIMITED BY SIZE
           WS-ESTAMPA(9:2)   DELIMITED BY SIZE
           ":"               DELIMITED BY SIZE
           WS-ESTAMPA(11:2)  DELIMITED BY SIZE
           ":"               DELIMITED BY SIZE
           WS-ESTAMPA(13:2)  DELIMITED BY SIZE
        INTO WS-ESTAMPA-FORMATO.

900-FINALIZE.
    CLOSE ARCHIVO-GENERACIONES.
    PERFORM 700-REGISTRAR-PASO.
    DISPLAY "=== REVERSA DE CORRIDA DE PRECIOS ===".
    DISPLAY "GENERACION RESTAURADA : " WS-GENERACION.
    DISPLAY "VIGENTE ANTERIOR      : " WS-GEN-VIGENTE.
    DISPLAY "ARCHIVOS RESTAURADOS  : " CONTADOR-ARCHIVOS.
    DISPLAY "GENERACIONES DESCART. : " CONTADOR-DESCARTADAS.
    DISPLAY "EN PERIODOS CERRADOS  : " CONTADOR-EN-CERRADOS.
    DISPLAY "YA ENVIADAS (FORZADO) : " CONTADOR-ENVIADAS.
    DISPLAY "ESTADO                : " WS-ESTADO-REVERSA.
