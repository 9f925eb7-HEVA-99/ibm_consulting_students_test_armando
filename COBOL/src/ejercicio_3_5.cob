    SELECT OPTIONAL ARCHIVO-EXCEPCIONES-NUEVO ASSIGN TO "PRODUCTOS-EXCEPCIONES-NUEVO.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Generaciones de la corrida de precios: cada corrida exitosa
    *> guarda sus cuatro archivos de salida y las tarifas y tipos
    *> de cambio con que tarifico como una generacion numerada,
    *> para que reversa_precios pueda regresar el juego completo.
    *> PRECIOS-GENERACION.TXT lleva el ultimo numero asignado, la
    *> generacion vigente y cuantas se conservan; el catalogo
    *> PRECIOS-GENERACIONES.DAT un renglon por generacion. Las
    *> copias van en ranuras que se reciclan: la generacion N ocupa
    *> la ranura de la N - conservar, que queda depurada.
    SELECT OPTIONAL ARCHIVO-GEN-CONTROL ASSIGN TO "PRECIOS-GENERACION.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-GENERACIONES ASSIGN TO "PRECIOS-GENERACIONES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GEN-NUMERO
        FILE STATUS IS GENERACIONES-STATUS.

    SELECT OPTIONAL ARCHIVO-COPIA-ORIGEN ASSIGN USING WS-NOMBRE-ORIGEN
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-COPIA-DESTINO ASSIGN USING WS-NOMBRE-DESTINO
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Asientos de periodo: cada corrida exitosa deja sus totales
    *> (de la corrida, por moneda y por moneda y tipo) para el cierre
    *> de mes de cierre_periodo. Un periodo cerrado en
    *> PERIODOS-CONTROL.DAT no admite asientos: se desvian al archivo
    *> de rechazados hasta que se reabra formalmente.
    SELECT OPTIONAL ARCHIVO-ASIENTOS ASSIGN TO "PERIODO-ASIENTOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-ASIENTOS-RECHAZADOS ASSIGN TO "PERIODO-ASIENTOS-RECHAZADOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-PERIODOS ASSIGN TO "PERIODOS-CONTROL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PER-PERIODO
        FILE STATUS IS PERIODOS-STATUS.

    SELECT ARCHIVO-SORT-ASIENTOS ASSIGN TO "SORTWK".

    *> Archivo de trabajo de la corrida incremental, recreado en cada
    *> corrida: claves que quedan en la copia depurada de ajustados.
    SELECT ARCHIVO-CLAVES-AJUSTADOS ASSIGN TO "AJUSTADOS-CLAVES-TRABAJO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CLA-COD-PRODUCTO
        FILE STATUS IS CLAVES-AJ-STATUS.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-PRODUCTOS.
    05 AUD-IMAGEN-ANTERIOR PIC X(33).
    05 AUD-SEP-3           PIC X(1).
    05 AUD-IMAGEN-POSTERIOR PIC X(33).
    05 AUD-SEP-4           PIC X(1).
    05 AUD-OPERADOR        PIC X(8).
    05 AUD-SEP-5           PIC X(1).
    05 AUD-APROBADOR       PIC X(8).

FD ARCHIVO-ULTIMA.
*> Marca de agua de la ultima corrida exitosa: ademas de la fecha,
FD ARCHIVO-EXCEPCIONES-NUEVO.
01 EXCEPCION-NUEVO-RECORD PIC X(44).

FD ARCHIVO-GEN-CONTROL.
01 GEN-CONTROL-RECORD.
    05 GCT-ULTIMA          PIC 9(6).
    05 GCT-SEP-1           PIC X(1).
    05 GCT-VIGENTE         PIC 9(6).
    05 GCT-SEP-2           PIC X(1).
    05 GCT-CONSERVAR       PIC 9(3).

FD ARCHIVO-GENERACIONES.
*> GEN-ESTADO: GUARDADA (restaurable), DESCARTADA (quedo despues de
*> una reversa, aunque luego pierda su ranura) o DEPURADA (su ranura
*> ya la ocupa otra). GEN-EXTRACTO es la secuencia del extracto de
*> facturacion que salio de esta generacion, en ceros si todavia no
*> se envio.
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

FD ARCHIVO-COPIA-ORIGEN.
01 COPIA-ORIGEN-RECORD PIC X(80).

FD ARCHIVO-COPIA-DESTINO.
01 COPIA-DESTINO-RECORD PIC X(80).

FD ARCHIVO-ASIENTOS.
01 ASIENTO-RECORD PIC X(89).

FD ARCHIVO-ASIENTOS-RECHAZADOS.
01 ASIENTO-RECHAZADO-RECORD PIC X(89).

FD ARCHIVO-PERIODOS.
COPY PERIODO.

FD ARCHIVO-CLAVES-AJUSTADOS.
01 CLAVE-AJUSTADO-RECORD.
    05 CLA-COD-PRODUCTO    PIC X(10).

*> Un renglon por producto del maestro (conteo y original) y otro
*> por ajuste (ajustado e impuesto), ordenados por moneda y tipo
*> para sumar los renglones D del asiento.
SD ARCHIVO-SORT-ASIENTOS.
01 SORT-ASIENTO-RECORD.
    05 SRT-MONEDA          PIC X(3).
    05 SRT-TIPO-PRODUCTO   PIC X(2).
    05 SRT-REGISTROS       PIC 9(6).
    05 SRT-ORIGINAL        PIC 9(9)V99.
    05 SRT-AJUSTADO        PIC 9(9)V99.
    05 SRT-IMPUESTO        PIC 9(9)V99.

FD ARCHIVO-TARIFAS.
01 TARIFA-RECORD.
    05 TAR-TIPO-PRODUCTO   PIC X(2).
WORKING-STORAGE SECTION.
01 MAESTRO-STATUS PIC X(2).
01 TARIFAS-STATUS PIC X(2).
01 GENERACIONES-STATUS PIC X(2).
01 PERIODOS-STATUS PIC X(2).
01 CLAVES-AJ-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH PIC X(1) VALUE "N".
    05 SWITCH-TARIFAS PIC X(1) VALUE "N".
01 SWITCHES-INCREMENTAL.
    05 SWITCH-AUDITORIA PIC X(1) VALUE "N".
    05 SWITCH-DEPURA    PIC X(1) VALUE "N".
    05 CLAVE-EN-AJUSTADOS PIC X(1) VALUE "N".
    05 SWITCH-COPIA     PIC X(1) VALUE "N".
01 TABLA-CAMBIOS.
    *> Productos tocados por mantenimiento desde la ultima corrida,
    05 CONTADOR-REPRECIADOS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-NUEVAS-EXC  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-EXC-DEPURADAS PIC 9(6) VALUE ZEROES.
01 WS-MAX-LINEA PIC 9(6) VALUE ZEROES.
01 AJUSTE-TRABAJO.
    *> Registro de ajuste armado en memoria: en el merge el archivo
    05 TRX-IMPUESTO        PIC 9(7)V99.
    05 TRX-SEP-5           PIC X(1).
    05 TRX-MONEDA          PIC X(3).
01 SWITCHES-GENERACION.
    05 SWITCH-GENERACIONES PIC X(1) VALUE "N".
    05 SWITCH-COPIA-GEN    PIC X(1) VALUE "N".
01 WS-GEN-ULTIMA PIC 9(6) VALUE ZEROES.
01 WS-GEN-NUMERO PIC 9(6) VALUE ZEROES.
01 WS-GEN-RANURA PIC 9(3) VALUE ZEROES.
01 WS-GEN-COCIENTE PIC 9(6) VALUE ZEROES.
01 WS-GEN-CONSERVAR PIC 9(3) VALUE 7.
01 WS-GEN-DEPURADAS PIC 9(3) VALUE ZEROES.
01 WS-GEN-SUFIJO PIC X(20) VALUE SPACES.
01 WS-NOMBRE-ORIGEN PIC X(40) VALUE SPACES.
01 WS-NOMBRE-DESTINO PIC X(40) VALUE SPACES.
01 WS-HORA-ACTUAL PIC X(6).
COPY ASIENTO.
01 SWITCHES-ASIENTO.
    05 SWITCH-ASIENTO-RECHAZADO PIC X(1) VALUE "N".
    05 SWITCH-LECTURA-ASIENTO   PIC X(1) VALUE "N".
    05 SWITCH-SORT-ASIENTO      PIC X(1) VALUE "N".
01 CONTADOR-ASIENTOS PIC 9(6) VALUE ZEROES.
01 WS-PERIODO-CORRIDA PIC X(7).
01 WS-HORA-ASIENTO PIC X(8).
01 ACUMULADO-ASIENTO.
    *> Renglon D en formacion: moneda y tipo en curso del SORT.
    05 ACA-MONEDA          PIC X(3).
    05 ACA-TIPO-PRODUCTO   PIC X(2).
    05 ACA-REGISTROS       PIC 9(6).
    05 ACA-ORIGINAL        PIC 9(9)V99.
    05 ACA-AJUSTADO        PIC 9(9)V99.
    05 ACA-IMPUESTO        PIC 9(9)V99.

PROCEDURE DIVISION.

                MOVE TARIFAS-CARGADAS TO WS-TARIFA-HALLADA
                MOVE SPACES TO TARIFA-FECHA-DESDE(WS-TARIFA-HALLADA)
            ELSE
                DISPLAY "CORRIDA ABORTADA: mas de 20 tipos en vigor en TARIFAS-PRECIOS.TXT (" TAR-TIPO-PRODUCTO ")"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        IF WS-TARIFA-HALLADA > 0 THEN
                MOVE MONEDAS-CARGADAS TO WS-MONEDA-HALLADA
                MOVE SPACES TO MONEDA-FECHA-DESDE(WS-MONEDA-HALLADA)
            ELSE
                DISPLAY "CORRIDA ABORTADA: mas de 10 monedas en vigor en TIPOS-CAMBIO.TXT (" CAM-MONEDA ")"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        IF WS-MONEDA-HALLADA > 0 THEN
            MOVE ZEROES TO TMO-AJUSTADO(WS-TOTMON-HALLADO)
            MOVE ZEROES TO TMO-IMPUESTO(WS-TOTMON-HALLADO)
        ELSE
            *> El checkpoint guarda a lo mas 10 monedas: correr sin
            *> los totales de una de ellas dejaria la conciliacion
            *> descuadrada.
            DISPLAY "CORRIDA ABORTADA: mas de 10 monedas en los totales por moneda (" WS-MONEDA-TRABAJO ")"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

    DISPLAY "IMPUESTO TOTAL        : " TOTAL-IMPUESTO.
    PERFORM 910-ESCRIBIR-TOTALES.
    PERFORM 920-ESCRIBIR-ULTIMA.
    PERFORM 950-GUARDAR-GENERACION.
    PERFORM 960-ASENTAR-PERIODO.

910-ESCRIBIR-TOTALES.
    *> Primer renglon: la corrida completa, que el paso de
    END-PERFORM.
    CLOSE ARCHIVO-AUDITORIA.

950-GUARDAR-GENERACION.
    *> Se llega aqui solo con la corrida terminada: todo abandono
    *> anterior sale con GOBACK sin tocar las generaciones. Si el
    *> catalogo no abre la corrida de precios sigue siendo buena,
    *> pero se avisa con RC 4 porque no habra de donde revertirla.
    *> El RC 4 es solo aviso: el lote nocturno lo acepta en este paso
    *> y ejercicio_batch lo registra OK, asi que conciliacion,
    *> correccion y extracto corren igual esa noche.
    OPEN INPUT ARCHIVO-GEN-CONTROL.
    READ ARCHIVO-GEN-CONTROL
        AT END
            MOVE ZEROES TO WS-GEN-ULTIMA
        NOT AT END
            MOVE GCT-ULTIMA TO WS-GEN-ULTIMA
            IF GCT-CONSERVAR IS NUMERIC AND GCT-CONSERVAR > 0 THEN
                MOVE GCT-CONSERVAR TO WS-GEN-CONSERVAR
            END-IF
    END-READ.
    CLOSE ARCHIVO-GEN-CONTROL.
    OPEN I-O ARCHIVO-GENERACIONES.
    IF GENERACIONES-STATUS NOT = "00" AND GENERACIONES-STATUS NOT = "05" THEN
        DISPLAY "ATENCION: no se pudo abrir PRECIOS-GENERACIONES.DAT, status " GENERACIONES-STATUS "; la corrida no quedo guardada como generacion."
        MOVE 4 TO RETURN-CODE
    ELSE
        COMPUTE WS-GEN-NUMERO = WS-GEN-ULTIMA + 1
        DIVIDE WS-GEN-ULTIMA BY WS-GEN-CONSERVAR
            GIVING WS-GEN-COCIENTE REMAINDER WS-GEN-RANURA
        COMPUTE WS-GEN-RANURA = WS-GEN-RANURA + 1
        PERFORM 952-LIBERAR-RANURA
        PERFORM 954-COPIAR-A-RANURA
        MOVE WS-GEN-NUMERO TO GEN-NUMERO
        MOVE WS-GEN-RANURA TO GEN-RANURA
        MOVE WS-FECHA-CORRIDA TO GEN-FECHA
        MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL
        STRING WS-HORA-ACTUAL(1:2) DELIMITED BY SIZE
               ":"                 DELIMITED BY SIZE
               WS-HORA-ACTUAL(3:2) DELIMITED BY SIZE
               ":"                 DELIMITED BY SIZE
               WS-HORA-ACTUAL(5:2) DELIMITED BY SIZE
            INTO GEN-HORA
        MOVE MODO-CORRIDA TO GEN-MODO
        MOVE CONTADOR-REGISTROS TO GEN-REGISTROS
        MOVE TOTAL-PRECIO-AJUSTADO TO GEN-TOTAL-AJUSTADO
        MOVE "GUARDADA" TO GEN-ESTADO
        MOVE ZEROES TO GEN-EXTRACTO
        WRITE GENERACION-RECORD
            INVALID KEY
                *> El numero ya estaba en el catalogo (control
                *> repuesto a mano): gana la corrida de hoy.
                REWRITE GENERACION-RECORD
        END-WRITE
        CLOSE ARCHIVO-GENERACIONES
        OPEN OUTPUT ARCHIVO-GEN-CONTROL
        MOVE WS-GEN-NUMERO TO GCT-ULTIMA
        MOVE SPACE TO GCT-SEP-1
        MOVE WS-GEN-NUMERO TO GCT-VIGENTE
        MOVE SPACE TO GCT-SEP-2
        MOVE WS-GEN-CONSERVAR TO GCT-CONSERVAR
        WRITE GEN-CONTROL-RECORD
        CLOSE ARCHIVO-GEN-CONTROL
        DISPLAY "GENERACION GUARDADA   : " WS-GEN-NUMERO " (RANURA " WS-GEN-RANURA ")"
        DISPLAY "GENERACIONES DEPURADAS: " WS-GEN-DEPURADAS
    END-IF.

952-LIBERAR-RANURA.
    *> La generacion guardada que ocupaba la ranura (o cualquiera,
    *> si se cambio cuantas se conservan) deja de ser restaurable.
    *> Una DESCARTADA ya no lo era y se queda asi, para que el
    *> catalogo siga diciendo que esa corrida se reverso.
    MOVE "N" TO SWITCH-GENERACIONES.
    MOVE LOW-VALUES TO GEN-NUMERO.
    START ARCHIVO-GENERACIONES KEY IS NOT LESS THAN GEN-NUMERO
        INVALID KEY
            MOVE "Y" TO SWITCH-GENERACIONES
    END-START.
    PERFORM UNTIL SWITCH-GENERACIONES = "Y"
        READ ARCHIVO-GENERACIONES NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-GENERACIONES
            NOT AT END
                IF GEN-RANURA = WS-GEN-RANURA AND GEN-ESTADO = "GUARDADA" THEN
                    MOVE "DEPURADA" TO GEN-ESTADO
                    REWRITE GENERACION-RECORD
                    COMPUTE WS-GEN-DEPURADAS = WS-GEN-DEPURADAS + 1
                END-IF
        END-READ
    END-PERFORM.

954-COPIAR-A-RANURA.
    MOVE "PRODUCTOS-AJUSTADOS.TXT" TO WS-NOMBRE-ORIGEN.
    MOVE "AJUSTADOS.TXT" TO WS-GEN-SUFIJO.
    PERFORM 956-COPIAR-A-GENERACION.
    MOVE "PRODUCTOS-EXCEPCIONES.TXT" TO WS-NOMBRE-ORIGEN.
    MOVE "EXCEPCIONES.TXT" TO WS-GEN-SUFIJO.
    PERFORM 956-COPIAR-A-GENERACION.
    MOVE "PRODUCTOS-TOTALES.TXT" TO WS-NOMBRE-ORIGEN.
    MOVE "TOTALES.TXT" TO WS-GEN-SUFIJO.
    PERFORM 956-COPIAR-A-GENERACION.
    MOVE "PRECIOS-ULTIMA-CORRIDA.TXT" TO WS-NOMBRE-ORIGEN.
    MOVE "ULTIMA-CORRIDA.TXT" TO WS-GEN-SUFIJO.
    PERFORM 956-COPIAR-A-GENERACION.
    MOVE "TARIFAS-PRECIOS.TXT" TO WS-NOMBRE-ORIGEN.
    MOVE "TARIFAS.TXT" TO WS-GEN-SUFIJO.
    PERFORM 956-COPIAR-A-GENERACION.
    MOVE "TIPOS-CAMBIO.TXT" TO WS-NOMBRE-ORIGEN.
    MOVE "TIPOS-CAMBIO.TXT" TO WS-GEN-SUFIJO.
    PERFORM 956-COPIAR-A-GENERACION.

956-COPIAR-A-GENERACION.
    *> Copia renglon por renglon, mismo patron que los archivos
    *> -NUEVO del merge. Un archivo opcional que no existe (sin
    *> tipos de cambio) deja la copia vacia, que al restaurarse
    *> equivale a no tenerlo.
    MOVE SPACES TO WS-NOMBRE-DESTINO.
    STRING "PRECIOS-GEN-"   DELIMITED BY SIZE
           WS-GEN-RANURA    DELIMITED BY SIZE
           "-"              DELIMITED BY SIZE
           WS-GEN-SUFIJO    DELIMITED BY SPACE
        INTO WS-NOMBRE-DESTINO.
    MOVE "N" TO SWITCH-COPIA-GEN.
    OPEN INPUT ARCHIVO-COPIA-ORIGEN.
    OPEN OUTPUT ARCHIVO-COPIA-DESTINO.
    PERFORM UNTIL SWITCH-COPIA-GEN = "Y"
        READ ARCHIVO-COPIA-ORIGEN
            AT END
                MOVE "Y" TO SWITCH-COPIA-GEN
            NOT AT END
                WRITE COPIA-DESTINO-RECORD FROM COPIA-ORIGEN-RECORD
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-COPIA-ORIGEN.
    CLOSE ARCHIVO-COPIA-DESTINO.

960-ASENTAR-PERIODO.
    *> Asiento de la corrida en el periodo de su fecha: el renglon T
    *> con los totales de control, un M por moneda y los D por
    *> moneda y tipo, que se suman del maestro y de los ajustados
    *> tal como quedaron, igual que los sumaria la conciliacion. Si
    *> el periodo esta cerrado la corrida de precios sigue siendo
    *> buena, pero su asiento va a rechazados y se avisa con RC 4;
    *> tras la reapertura formal se vuelve a correr para asentarla.
    *> Igual si PERIODOS-CONTROL.DAT no se puede leer. Como en
    *> 950-GUARDAR-GENERACION, el RC 4 no detiene el lote: los
    *> precios de la corrida se usan esa noche.
    MOVE WS-FECHA-CORRIDA(1:7) TO WS-PERIODO-CORRIDA.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL.
    STRING WS-HORA-ACTUAL(1:2) DELIMITED BY SIZE
           ":"                 DELIMITED BY SIZE
           WS-HORA-ACTUAL(3:2) DELIMITED BY SIZE
           ":"                 DELIMITED BY SIZE
           WS-HORA-ACTUAL(5:2) DELIMITED BY SIZE
        INTO WS-HORA-ASIENTO.
    PERFORM 962-REVISAR-PERIODO.
    IF SWITCH-ASIENTO-RECHAZADO = "Y" THEN
        OPEN EXTEND ARCHIVO-ASIENTOS-RECHAZADOS
    ELSE
        OPEN EXTEND ARCHIVO-ASIENTOS
    END-IF.
    MOVE "T" TO ASI-RENGLON.
    MOVE "***" TO ASI-MONEDA.
    MOVE "**" TO ASI-TIPO-PRODUCTO.
    MOVE CONTADOR-REGISTROS TO ASI-REGISTROS.
    MOVE TOTAL-PRECIO-ORIGINAL TO ASI-PRECIO-ORIGINAL.
    MOVE TOTAL-PRECIO-AJUSTADO TO ASI-PRECIO-AJUSTADO.
    MOVE TOTAL-IMPUESTO TO ASI-IMPUESTO.
    PERFORM 968-GRABAR-ASIENTO.
    PERFORM VARYING WS-TOTMON-IDX FROM 1 BY 1
            UNTIL WS-TOTMON-IDX > TOTMON-CARGADAS
        MOVE "M" TO ASI-RENGLON
        MOVE TMO-MONEDA(WS-TOTMON-IDX) TO ASI-MONEDA
        MOVE "**" TO ASI-TIPO-PRODUCTO
        MOVE TMO-REGISTROS(WS-TOTMON-IDX) TO ASI-REGISTROS
        MOVE TMO-ORIGINAL(WS-TOTMON-IDX) TO ASI-PRECIO-ORIGINAL
        MOVE TMO-AJUSTADO(WS-TOTMON-IDX) TO ASI-PRECIO-AJUSTADO
        MOVE TMO-IMPUESTO(WS-TOTMON-IDX) TO ASI-IMPUESTO
        PERFORM 968-GRABAR-ASIENTO
    END-PERFORM.
    SORT ARCHIVO-SORT-ASIENTOS
        ON ASCENDING KEY SRT-MONEDA
                         SRT-TIPO-PRODUCTO
        INPUT PROCEDURE IS 970-LIBERAR-ASIENTO
        OUTPUT PROCEDURE IS 980-SUMAR-ASIENTO.
    IF SWITCH-ASIENTO-RECHAZADO = "Y" THEN
        CLOSE ARCHIVO-ASIENTOS-RECHAZADOS
        DISPLAY "ASIENTO RECHAZADO: el periodo " WS-PERIODO-CORRIDA " esta cerrado; " CONTADOR-ASIENTOS " renglones a PERIODO-ASIENTOS-RECHAZADOS.TXT."
        MOVE 4 TO RETURN-CODE
    ELSE
        CLOSE ARCHIVO-ASIENTOS
        DISPLAY "ASIENTO DE PERIODO    : " WS-PERIODO-CORRIDA " (" CONTADOR-ASIENTOS " RENGLONES)"
    END-IF.

962-REVISAR-PERIODO.
    *> Sin archivo de control ningun periodo se ha cerrado. Si el
    *> archivo existe pero no abre no se puede saber si el periodo
    *> esta cerrado, y el asiento no se arriesga.
    MOVE "N" TO SWITCH-ASIENTO-RECHAZADO.
    OPEN INPUT ARCHIVO-PERIODOS.
    IF PERIODOS-STATUS NOT = "00" AND PERIODOS-STATUS NOT = "05" THEN
        DISPLAY "ATENCION: no se pudo abrir PERIODOS-CONTROL.DAT, status " PERIODOS-STATUS
        MOVE "Y" TO SWITCH-ASIENTO-RECHAZADO
    ELSE
        MOVE WS-PERIODO-CORRIDA TO PER-PERIODO
        READ ARCHIVO-PERIODOS
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PER-ESTADO = "CERRADO" THEN
                    MOVE "Y" TO SWITCH-ASIENTO-RECHAZADO
                END-IF
        END-READ
        CLOSE ARCHIVO-PERIODOS
    END-IF.

968-GRABAR-ASIENTO.
    MOVE WS-PERIODO-CORRIDA TO ASI-PERIODO.
    MOVE SPACE TO ASI-SEP-1.
    MOVE WS-FECHA-CORRIDA TO ASI-FECHA.
    MOVE SPACE TO ASI-SEP-2.
    MOVE WS-HORA-ASIENTO TO ASI-HORA.
    MOVE SPACE TO ASI-SEP-3.
    MOVE WS-GEN-NUMERO TO ASI-GENERACION.
    MOVE SPACE TO ASI-SEP-4.
    MOVE MODO-CORRIDA TO ASI-MODO.
    MOVE SPACE TO ASI-SEP-5.
    MOVE SPACE TO ASI-SEP-6.
    MOVE SPACE TO ASI-SEP-7.
    MOVE SPACE TO ASI-SEP-8.
    MOVE SPACE TO ASI-SEP-9.
    MOVE SPACE TO ASI-SEP-10.
    MOVE SPACE TO ASI-SEP-11.
    IF SWITCH-ASIENTO-RECHAZADO = "Y" THEN
        WRITE ASIENTO-RECHAZADO-RECORD FROM ASIENTO-REC
    ELSE
        WRITE ASIENTO-RECORD FROM ASIENTO-REC
    END-IF.
    COMPUTE CONTADOR-ASIENTOS = CONTADOR-ASIENTOS + 1.

500-CORRIDA-INCREMENTAL.
    *> Corrida incremental: en lugar de recorrer todo el maestro se
    *> retarifican solo los productos con movimiento de auditoria
    DISPLAY "IMPUESTO TOTAL        : " TOTAL-IMPUESTO.
    PERFORM 910-ESCRIBIR-TOTALES.
    PERFORM 920-ESCRIBIR-ULTIMA.
    PERFORM 950-GUARDAR-GENERACION.
    PERFORM 960-ASENTAR-PERIODO.

510-LEER-ULTIMA-CORRIDA.
    *> Sin marca de agua de la ultima corrida no hay desde donde
        MOVE TOT-PRECIO-ORIGINAL TO TMO-ORIGINAL(TOTMON-CARGADAS)
        MOVE ZEROES TO TMO-AJUSTADO(TOTMON-CARGADAS)
        MOVE ZEROES TO TMO-IMPUESTO(TOTMON-CARGADAS)
    ELSE
        DISPLAY "CORRIDA ABORTADA: PRODUCTOS-TOTALES.TXT trae mas de 10 monedas (" TOT-MONEDA ")"
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

520-CARGAR-CAMBIOS.
    *> Copia el archivo de ajustados vigente a la copia de trabajo
    *> quitando los productos movidos: sus ajustes se recalculan (o
    *> desaparecen, si la ultima accion fue baja). Las claves que
    *> se conservan quedan anotadas en AJUSTADOS-CLAVES-TRABAJO.DAT
    *> (lo que la correccion ya dispuso sigue ahi) para depurar
    *> despues el archivo de excepciones, porque un producto
    *> presente en ambos archivos se contaria dos veces en la
    *> conciliacion; los totales de ajustado no se tocan aqui, se
    *> resuman del archivo fundido al final.
    OPEN OUTPUT ARCHIVO-CLAVES-AJUSTADOS.
    IF CLAVES-AJ-STATUS NOT = "00" THEN
        DISPLAY "CORRIDA ABORTADA: no se pudo crear AJUSTADOS-CLAVES-TRABAJO.DAT, status " CLAVES-AJ-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE "N" TO SWITCH-DEPURA.
    OPEN INPUT ARCHIVO-AJUSTADOS.
    OPEN OUTPUT ARCHIVO-AJUSTADOS-NUEVO.
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-AJUSTADOS.
    CLOSE ARCHIVO-CLAVES-AJUSTADOS.

535-FILTRAR-AJUSTADO.
    MOVE ZEROES TO WS-CAMBIO-HALLADO.
        COMPUTE CONTADOR-RETIRADOS = CONTADOR-RETIRADOS + 1
    ELSE
        WRITE AJUSTADO-NUEVO-RECORD FROM AJUSTADO-RECORD
        *> Una clave que ya estaba anotada (ajuste corregido al final
        *> del archivo) no necesita otro renglon.
        MOVE AJ-COD-PRODUCTO TO CLA-COD-PRODUCTO
        WRITE CLAVE-AJUSTADO-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        IF CLAVES-AJ-STATUS NOT = "00" AND CLAVES-AJ-STATUS NOT = "22" THEN
            DISPLAY "CORRIDA ABORTADA: error al grabar AJUSTADOS-CLAVES-TRABAJO.DAT, status " CLAVES-AJ-STATUS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

    *> ciclo. Se conserva el numero de linea mas alto para seguir
    *> numerando sin chocar con las correcciones capturadas.
    MOVE "N" TO SWITCH-DEPURA.
    OPEN INPUT ARCHIVO-CLAVES-AJUSTADOS.
    OPEN INPUT ARCHIVO-EXCEPCIONES.
    OPEN OUTPUT ARCHIVO-EXCEPCIONES-NUEVO.
    PERFORM UNTIL SWITCH-DEPURA = "Y"
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-EXCEPCIONES.
    CLOSE ARCHIVO-CLAVES-AJUSTADOS.

545-FILTRAR-EXCEPCION.
    IF EXC-NUM-LINEA > WS-MAX-LINEA THEN
            MOVE WS-CAMBIO-IDX TO WS-CAMBIO-HALLADO
        END-IF
    END-PERFORM.
    MOVE EXC-COD-PRODUCTO TO CLA-COD-PRODUCTO.
    READ ARCHIVO-CLAVES-AJUSTADOS
        INVALID KEY
            MOVE "N" TO CLAVE-EN-AJUSTADOS
        NOT INVALID KEY
            MOVE "Y" TO CLAVE-EN-AJUSTADOS
    END-READ.
    IF WS-CAMBIO-HALLADO = 0 AND CLAVE-EN-AJUSTADOS = "N" THEN
        WRITE EXCEPCION-NUEVO-RECORD FROM EXCEPCION-RECORD
    ELSE
        IF WS-CAMBIO-HALLADO = 0 THEN
        ADD AJ-PRECIO TO TMO-AJUSTADO(WS-TOTMON-HALLADO)
        ADD AJ-IMPUESTO TO TMO-IMPUESTO(WS-TOTMON-HALLADO)
    END-IF.

970-LIBERAR-ASIENTO SECTION.
*> Procedimiento de entrada del SORT del asiento: el maestro aporta
*> conteo y original, los ajustados el ajustado y el impuesto.
971-LIBERAR-MAESTRO.
    OPEN INPUT ARCHIVO-PRODUCTOS.
    IF MAESTRO-STATUS NOT = "00" THEN
        DISPLAY "ATENCION: no se pudo reabrir el maestro para el asiento, status " MAESTRO-STATUS
        GO TO 975-LIBERAR-AJUSTADOS
    END-IF.
    MOVE "N" TO SWITCH-LECTURA-ASIENTO.
    MOVE LOW-VALUES TO COD-PRODUCTO.
    START ARCHIVO-PRODUCTOS KEY IS NOT LESS THAN COD-PRODUCTO
        INVALID KEY
            MOVE "Y" TO SWITCH-LECTURA-ASIENTO
    END-START.
    PERFORM UNTIL SWITCH-LECTURA-ASIENTO = "Y"
        READ ARCHIVO-PRODUCTOS NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-LECTURA-ASIENTO
            NOT AT END
                IF MONEDA = SPACES THEN
                    MOVE MONEDA-BASE TO SRT-MONEDA
                ELSE
                    MOVE MONEDA TO SRT-MONEDA
                END-IF
                MOVE TIPO-PRODUCTO TO SRT-TIPO-PRODUCTO
                MOVE 1 TO SRT-REGISTROS
                MOVE PRECIO TO SRT-ORIGINAL
                MOVE ZEROES TO SRT-AJUSTADO
                MOVE ZEROES TO SRT-IMPUESTO
                RELEASE SORT-ASIENTO-RECORD
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-PRODUCTOS.

975-LIBERAR-AJUSTADOS.
    MOVE "N" TO SWITCH-LECTURA-ASIENTO.
    OPEN INPUT ARCHIVO-AJUSTADOS.
    PERFORM UNTIL SWITCH-LECTURA-ASIENTO = "Y"
        READ ARCHIVO-AJUSTADOS
            AT END
                MOVE "Y" TO SWITCH-LECTURA-ASIENTO
            NOT AT END
                IF AJ-MONEDA = SPACES THEN
                    MOVE MONEDA-BASE TO SRT-MONEDA
                ELSE
                    MOVE AJ-MONEDA TO SRT-MONEDA
                END-IF
                MOVE AJ-TIPO-PRODUCTO TO SRT-TIPO-PRODUCTO
                MOVE ZEROES TO SRT-REGISTROS
                MOVE ZEROES TO SRT-ORIGINAL
                MOVE AJ-PRECIO TO SRT-AJUSTADO
                MOVE AJ-IMPUESTO TO SRT-IMPUESTO
                RELEASE SORT-ASIENTO-RECORD
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-AJUSTADOS.

979-SALIDA.
    EXIT.

980-SUMAR-ASIENTO SECTION.
*> Procedimiento de salida del SORT del asiento: un renglon D por
*> cada corte de moneda y tipo.
981-CONTROL-ASIENTO.
    MOVE "N" TO SWITCH-SORT-ASIENTO.
    RETURN ARCHIVO-SORT-ASIENTOS
        AT END
            MOVE "Y" TO SWITCH-SORT-ASIENTO
        NOT AT END
            PERFORM 984-INICIAR-CORTE
    END-RETURN.
    IF SWITCH-SORT-ASIENTO = "Y" THEN
        GO TO 989-SALIDA
    END-IF.
    PERFORM 982-ACUMULAR-ASIENTO
        UNTIL SWITCH-SORT-ASIENTO = "Y".
    PERFORM 986-ESCRIBIR-CORTE.
    GO TO 989-SALIDA.

982-ACUMULAR-ASIENTO.
    IF SRT-MONEDA NOT = ACA-MONEDA OR
       SRT-TIPO-PRODUCTO NOT = ACA-TIPO-PRODUCTO THEN
        PERFORM 986-ESCRIBIR-CORTE
        PERFORM 984-INICIAR-CORTE
    END-IF.
    ADD SRT-REGISTROS TO ACA-REGISTROS.
    ADD SRT-ORIGINAL TO ACA-ORIGINAL.
    ADD SRT-AJUSTADO TO ACA-AJUSTADO.
    ADD SRT-IMPUESTO TO ACA-IMPUESTO.
    RETURN ARCHIVO-SORT-ASIENTOS
        AT END
            MOVE "Y" TO SWITCH-SORT-ASIENTO
    END-RETURN.

984-INICIAR-CORTE.
    MOVE SRT-MONEDA TO ACA-MONEDA.
    MOVE SRT-TIPO-PRODUCTO TO ACA-TIPO-PRODUCTO.
    MOVE ZEROES TO ACA-REGISTROS.
    MOVE ZEROES TO ACA-ORIGINAL.
    MOVE ZEROES TO ACA-AJUSTADO.
    MOVE ZEROES TO ACA-IMPUESTO.

986-ESCRIBIR-CORTE.
    MOVE "D" TO ASI-RENGLON.
    MOVE ACA-MONEDA TO ASI-MONEDA.
    MOVE ACA-TIPO-PRODUCTO TO ASI-TIPO-PRODUCTO.
    MOVE ACA-REGISTROS TO ASI-REGISTROS.
    MOVE ACA-ORIGINAL TO ASI-PRECIO-ORIGINAL.
    MOVE ACA-AJUSTADO TO ASI-PRECIO-AJUSTADO.
    MOVE ACA-IMPUESTO TO ASI-IMPUESTO.
    PERFORM 968-GRABAR-ASIENTO.

989-SALIDA.
    EXIT.
