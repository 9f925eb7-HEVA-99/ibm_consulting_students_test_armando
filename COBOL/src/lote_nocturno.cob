*> Planificador del lote nocturno. Sustituye el orden de arranque a
*> mano (y el driver fijo ejercicio_batch, que solo sabe de dos
*> pasos) por un archivo de definicion de pasos, LOTE-PASOS.TXT,
*> que se edita sin tocar programas. Cada renglon es un paso:
*>   columna   1-15  nombre del paso (unico; es el que queda en la
*>                   bitacora, y resumen_dia busca ejercicio_4 y
*>                   ejercicio_3_5 por ese nombre)
*>   columna  17-46  programa a llamar (PROGRAM-ID)
*>   columna  48-57  dias que corre: DIARIO (o en blanco), HABILES
*>                   (lunes a viernes), FIN-MES (ultimo dia del
*>                   mes), A-PEDIDO (solo con el parametro PASO), o
*>                   una mascara de 7 letras S/N de lunes a domingo
*>   columna  59-69  codigos de retorno aceptados separados por
*>                   coma, sin espacios (00,04); en blanco solo se
*>                   acepta 00
*>   columna  71-100 parametros del programa, lo que el programa
*>                   recibiria por linea de comandos
*>   columna 102-165 pasos de los que depende, separados por coma
*>                   sin espacios (hasta 4)
*> Los renglones en blanco o con * en la columna 1 son comentarios.
*> El modelo del lote se guarda con los fuentes como LOTE-PASOS.TXT.
*>
*> Los pasos corren en el orden del archivo. Un paso espera a que
*> terminen los pasos de los que depende; si alguno de ellos fallo
*> (codigo de retorno no aceptado) o quedo omitido, el paso se omite
*> sin correr, y asi todo lo que cuelga de el: si conciliacion no
*> cuadra, no sale extracto a facturacion. Un paso que no toca hoy
*> no detiene a los que dependen de el. Cada paso corrido u omitido
*> deja su renglon en LOTE-RUNLOG.TXT, con el mismo formato que
*> ejercicio_batch.
*>
*> Parametro de linea de comandos: sin parametro corre el lote de
*> hoy; VALIDAR solo revisa el archivo de definicion y lista que
*> correria hoy; PASO nombre corre ese solo paso, sin calendario ni
*> dependencias, para relanzar algo a mano. Un archivo de definicion
*> con errores (paso sin programa, dependencia desconocida, dias o
*> codigos no reconocidos, mas pasos de los que caben) no corre nada
*> y termina con RC 16; un lote con algun paso fallido u omitido
*> termina con RC 8. Que el programa exista no se puede saber sin
*> llamarlo: un nombre mal escrito pasa la validacion y el paso
*> falla al correr (RC 16, NO SE PUDO CARGAR EL PROGRAMA), con lo
*> que se omite lo que depende de el.

IDENTIFICATION DIVISION.
PROGRAM-ID. lote_nocturno.
AUTHOR. Armando Hernandez.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVO-PASOS ASSIGN TO "LOTE-PASOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PASOS-STATUS.

    SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "LOTE-RUNLOG.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Mismos archivos de control de los que ejercicio_batch saca el
    *> conteo de registros de los pasos de palabras y de precios.
    SELECT OPTIONAL LEDGER-FILE ASSIGN TO "PALABRAS-LEDGER.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL TOTALES-FILE ASSIGN TO "PRODUCTOS-TOTALES.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-PASOS.
01 PASO-DEFINICION.
    05 DEF-PASO            PIC X(15).
    05 DEF-SEP-1           PIC X(1).
    05 DEF-PROGRAMA        PIC X(30).
    05 DEF-SEP-2           PIC X(1).
    05 DEF-DIAS            PIC X(10).
    05 DEF-SEP-3           PIC X(1).
    05 DEF-RC-ACEPTADOS    PIC X(11).
    05 DEF-SEP-4           PIC X(1).
    05 DEF-PARAMETROS      PIC X(30).
    05 DEF-SEP-5           PIC X(1).
    05 DEF-DEPENDENCIAS    PIC X(64).
    05 FILLER              PIC X(5).

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

FD LEDGER-FILE.
01 LEDGER-RECORD.
    05 LEDGER-FECHA        PIC X(10).
    05 LEDGER-SEP-1        PIC X(1).
    05 LEDGER-TOTAL        PIC 9(6).
    05 LEDGER-SEP-2        PIC X(1).
    05 LEDGER-INICIAL-A    PIC 9(6).
    05 LEDGER-SEP-3        PIC X(1).
    05 LEDGER-RECHAZOS     PIC 9(6).
    05 LEDGER-SEP-4        PIC X(1).
    05 LEDGER-TRUNCAMIENTOS PIC 9(6).

FD TOTALES-FILE.
01 TOTALES-RECORD.
    05 TOT-REGISTROS       PIC 9(6).
    05 TOT-SEP-1           PIC X(1).
    05 TOT-PRECIO-ORIGINAL PIC 9(9)V99.
    05 TOT-SEP-2           PIC X(1).
    05 TOT-PRECIO-AJUSTADO PIC 9(9)V99.
    05 TOT-SEP-3           PIC X(1).
    05 TOT-IMPUESTO        PIC 9(9)V99.
    05 TOT-SEP-4           PIC X(1).
    05 TOT-MONEDA          PIC X(3).

WORKING-STORAGE SECTION.
01 PASOS-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH              PIC X(1) VALUE "N".
    05 SWITCH-LEDGER       PIC X(1) VALUE "N".
    05 SWITCH-AVANCE       PIC X(1) VALUE "N".
    05 SWITCH-DEFINICION-MALA PIC X(1) VALUE "N".
    05 SWITCH-LOTE-MALO    PIC X(1) VALUE "N".
    05 SWITCH-RC-ACEPTADO  PIC X(1) VALUE "N".
    05 SWITCH-DEPENDENCIAS PIC X(1) VALUE "N".
    05 SWITCH-MASCARA      PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-RENGLONES  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-CORRIDOS   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-FALLIDOS   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-OMITIDOS   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-NO-TOCA    PIC 9(6) VALUE ZEROES.

*> La tabla de pasos tiene tope: un archivo de definicion que no
*> cabe no corre nada (RC 16) en vez de correr medio lote.
01 WS-MAXIMO-PASOS PIC 9(3) VALUE 100.
01 TABLA-PASOS.
    05 PASOS-CARGADOS      PIC 9(3) VALUE ZEROES.
    05 PASO-ENT OCCURS 100 TIMES.
        10 TPA-PASO            PIC X(15).
        10 TPA-PROGRAMA        PIC X(30).
        10 TPA-DIAS            PIC X(10).
        10 TPA-PARAMETROS      PIC X(30).
        10 TPA-RCS             PIC 9(1).
        10 TPA-RC-ACEPTADO     PIC 9(3) OCCURS 4 TIMES.
        10 TPA-DEPENDENCIAS    PIC 9(1).
        10 TPA-DEP-NOMBRE      PIC X(15) OCCURS 4 TIMES.
        10 TPA-DEP-IDX         PIC 9(3) OCCURS 4 TIMES.
        *> ESPERA, OK, FALLIDO, OMITIDO o NO TOCA.
        10 TPA-ESTADO          PIC X(8).
        10 TPA-RC              PIC S9(4).
01 WS-PASO-IDX PIC 9(3).
01 WS-BUSCA-IDX PIC 9(3).
01 WS-DEP-IDX PIC 9(1).
01 WS-RC-IDX PIC 9(1).
01 WS-DEP-HALLADA PIC 9(3).
01 WS-DEP-FALLIDA PIC X(15).
01 WS-CAMPOS-RC.
    05 WS-CAMPO-RC         PIC X(3) OCCURS 4 TIMES.
01 WS-CAMPOS-DEP.
    05 WS-CAMPO-DEP        PIC X(15) OCCURS 4 TIMES.
01 WS-RC-NUMERICO PIC 9(3).

01 WS-PARAMETRO PIC X(30) VALUE SPACES.
01 WS-MODO PIC X(10) VALUE SPACES.
01 WS-PASO-PEDIDO PIC X(15) VALUE SPACES.
01 WS-PROGRAMA PIC X(30) VALUE SPACES.
01 WS-PARAMETROS-PASO PIC X(30) VALUE SPACES.
01 WS-RC-PASO PIC S9(4) VALUE ZEROES.
01 WS-RC-PASO-ED PIC -ZZZ9.
01 WS-REGISTROS-PASO PIC 9(6) VALUE ZEROES.
01 WS-ESTADO-PASO PIC X(8) VALUE SPACES.
01 WS-INICIO-PASO PIC X(19).
01 WS-FIN-PASO PIC X(19).
01 WS-ESTAMPA PIC X(14).
01 WS-ESTAMPA-FORMATO PIC X(19).

*> Calendario del dia: dia de la semana (1 = lunes) y si hoy es el
*> ultimo dia del mes.
01 WS-FECHA-HOY PIC X(8).
01 WS-HOY-ENTERO PIC 9(7).
01 WS-DIAS-DESDE-BASE PIC 9(7).
01 WS-SEMANAS PIC 9(7).
01 WS-DIA-SEMANA PIC 9(1).
01 WS-FECHA-MANANA PIC 9(8).
01 WS-FECHA-MANANA-X REDEFINES WS-FECHA-MANANA PIC X(8).
01 WS-FIN-MES PIC X(1) VALUE "N".
01 WS-TOCA-HOY PIC X(1) VALUE "N".

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-CARGAR-PASO
        UNTIL SWITCH = "Y".
    CLOSE ARCHIVO-PASOS.
    PERFORM 300-VALIDAR-DEFINICION.
    IF SWITCH-DEFINICION-MALA = "Y" THEN
        DISPLAY "=== LOTE NO ARRANCO: ARCHIVO DE DEFINICION CON ERRORES ==="
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-MODO = "VALIDAR" THEN
        PERFORM 400-LISTAR-PLAN
    ELSE
        IF WS-MODO = "PASO" THEN
            PERFORM 450-CORRER-PASO-PEDIDO
        ELSE
            PERFORM 500-CORRER-LOTE
        END-IF
        PERFORM 900-FINALIZE
    END-IF.
    GOBACK.

100-INITIALIZE.
    ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
    UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
        INTO WS-MODO WS-PASO-PEDIDO.
    IF WS-MODO NOT = SPACES AND
       WS-MODO NOT = "VALIDAR" AND
       WS-MODO NOT = "PASO" THEN
        DISPLAY "PARAMETRO NO RECONOCIDO: " WS-PARAMETRO
        DISPLAY "USO: sin parametro (lote de hoy), VALIDAR, o PASO nombre-del-paso."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-MODO = "PASO" AND WS-PASO-PEDIDO = SPACES THEN
        DISPLAY "PASO NECESITA EL NOMBRE DEL PASO A CORRER."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 110-CALCULAR-CALENDARIO.
    OPEN INPUT ARCHIVO-PASOS.
    IF PASOS-STATUS NOT = "00" THEN
        DISPLAY "LOTE ABORTADO: no se pudo abrir LOTE-PASOS.TXT, status " PASOS-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    READ ARCHIVO-PASOS
        AT END
            MOVE "Y" TO SWITCH
        NOT AT END
            COMPUTE CONTADOR-RENGLONES = CONTADOR-RENGLONES + 1
    END-READ.

110-CALCULAR-CALENDARIO.
    *> El 1 de enero de 1601, dia 1 de INTEGER-OF-DATE, fue lunes.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
    COMPUTE WS-HOY-ENTERO =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY)).
    COMPUTE WS-DIAS-DESDE-BASE = WS-HOY-ENTERO - 1.
    DIVIDE WS-DIAS-DESDE-BASE BY 7
        GIVING WS-SEMANAS REMAINDER WS-DIA-SEMANA.
    COMPUTE WS-DIA-SEMANA = WS-DIA-SEMANA + 1.
    COMPUTE WS-FECHA-MANANA =
        FUNCTION DATE-OF-INTEGER(WS-HOY-ENTERO + 1).
    IF WS-FECHA-MANANA-X(7:2) = "01" THEN
        MOVE "Y" TO WS-FIN-MES
    END-IF.

200-CARGAR-PASO.
    IF PASO-DEFINICION NOT = SPACES AND DEF-PASO(1:1) NOT = "*" THEN
        IF PASOS-CARGADOS < WS-MAXIMO-PASOS THEN
            COMPUTE PASOS-CARGADOS = PASOS-CARGADOS + 1
            PERFORM 210-GUARDAR-PASO
        ELSE
            DISPLAY "RENGLON " CONTADOR-RENGLONES ": mas de " WS-MAXIMO-PASOS " pasos en LOTE-PASOS.TXT."
            MOVE "Y" TO SWITCH-DEFINICION-MALA
        END-IF
    END-IF.
    READ ARCHIVO-PASOS
        AT END
            MOVE "Y" TO SWITCH
        NOT AT END
            COMPUTE CONTADOR-RENGLONES = CONTADOR-RENGLONES + 1
    END-READ.

210-GUARDAR-PASO.
    MOVE PASOS-CARGADOS TO WS-PASO-IDX.
    MOVE DEF-PASO TO TPA-PASO(WS-PASO-IDX).
    MOVE DEF-PROGRAMA TO TPA-PROGRAMA(WS-PASO-IDX).
    MOVE DEF-DIAS TO TPA-DIAS(WS-PASO-IDX).
    MOVE DEF-PARAMETROS TO TPA-PARAMETROS(WS-PASO-IDX).
    MOVE "ESPERA" TO TPA-ESTADO(WS-PASO-IDX).
    MOVE ZEROES TO TPA-RC(WS-PASO-IDX).
    IF TPA-PROGRAMA(WS-PASO-IDX) = SPACES THEN
        DISPLAY "RENGLON " CONTADOR-RENGLONES ": paso " DEF-PASO " sin programa."
        MOVE "Y" TO SWITCH-DEFINICION-MALA
    END-IF.
    *> Codigos de retorno aceptados.
    MOVE SPACES TO WS-CAMPOS-RC.
    MOVE ZEROES TO TPA-RCS(WS-PASO-IDX).
    UNSTRING DEF-RC-ACEPTADOS DELIMITED BY "," OR ALL SPACE
        INTO WS-CAMPO-RC(1) WS-CAMPO-RC(2) WS-CAMPO-RC(3) WS-CAMPO-RC(4).
    PERFORM VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > 4
        IF WS-CAMPO-RC(WS-RC-IDX) NOT = SPACES THEN
            PERFORM 215-GUARDAR-RC
        END-IF
    END-PERFORM.
    IF TPA-RCS(WS-PASO-IDX) = 0 THEN
        MOVE 1 TO TPA-RCS(WS-PASO-IDX)
        MOVE ZEROES TO TPA-RC-ACEPTADO(WS-PASO-IDX, 1)
    END-IF.
    *> Dependencias por nombre; se resuelven a posicion en la tabla
    *> cuando ya se cargo todo el archivo.
    MOVE SPACES TO WS-CAMPOS-DEP.
    MOVE ZEROES TO TPA-DEPENDENCIAS(WS-PASO-IDX).
    UNSTRING DEF-DEPENDENCIAS DELIMITED BY "," OR ALL SPACE
        INTO WS-CAMPO-DEP(1) WS-CAMPO-DEP(2) WS-CAMPO-DEP(3) WS-CAMPO-DEP(4).
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1 UNTIL WS-DEP-IDX > 4
        IF WS-CAMPO-DEP(WS-DEP-IDX) NOT = SPACES THEN
            COMPUTE TPA-DEPENDENCIAS(WS-PASO-IDX) = TPA-DEPENDENCIAS(WS-PASO-IDX) + 1
            MOVE WS-CAMPO-DEP(WS-DEP-IDX)
                TO TPA-DEP-NOMBRE(WS-PASO-IDX, TPA-DEPENDENCIAS(WS-PASO-IDX))
        END-IF
    END-PERFORM.

215-GUARDAR-RC.
    IF WS-CAMPO-RC(WS-RC-IDX)(1:2) IS NUMERIC AND
       WS-CAMPO-RC(WS-RC-IDX)(3:1) = SPACE THEN
        MOVE WS-CAMPO-RC(WS-RC-IDX)(1:2) TO WS-RC-NUMERICO
        COMPUTE TPA-RCS(WS-PASO-IDX) = TPA-RCS(WS-PASO-IDX) + 1
        MOVE WS-RC-NUMERICO TO TPA-RC-ACEPTADO(WS-PASO-IDX, TPA-RCS(WS-PASO-IDX))
    ELSE
        DISPLAY "RENGLON " CONTADOR-RENGLONES ": codigo de retorno no reconocido '" WS-CAMPO-RC(WS-RC-IDX) "' en el paso " DEF-PASO
        MOVE "Y" TO SWITCH-DEFINICION-MALA
    END-IF.

300-VALIDAR-DEFINICION.
    IF PASOS-CARGADOS = 0 THEN
        DISPLAY "LOTE-PASOS.TXT no define ningun paso."
        MOVE "Y" TO SWITCH-DEFINICION-MALA
    END-IF.
    PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
            UNTIL WS-PASO-IDX > PASOS-CARGADOS
        PERFORM 310-VALIDAR-PASO
    END-PERFORM.

310-VALIDAR-PASO.
    *> Nombre repetido: la dependencia seria ambigua.
    PERFORM VARYING WS-BUSCA-IDX FROM 1 BY 1
            UNTIL WS-BUSCA-IDX >= WS-PASO-IDX
        IF TPA-PASO(WS-BUSCA-IDX) = TPA-PASO(WS-PASO-IDX) THEN
            DISPLAY "PASO " TPA-PASO(WS-PASO-IDX) " DEFINIDO DOS VECES."
            MOVE "Y" TO SWITCH-DEFINICION-MALA
        END-IF
    END-PERFORM.
    IF TPA-DIAS(WS-PASO-IDX) NOT = SPACES AND
       TPA-DIAS(WS-PASO-IDX) NOT = "DIARIO" AND
       TPA-DIAS(WS-PASO-IDX) NOT = "HABILES" AND
       TPA-DIAS(WS-PASO-IDX) NOT = "FIN-MES" AND
       TPA-DIAS(WS-PASO-IDX) NOT = "A-PEDIDO" THEN
        *> Lo que no es palabra clave debe ser mascara: 7 letras S/N.
        MOVE "Y" TO SWITCH-MASCARA
        IF TPA-DIAS(WS-PASO-IDX)(8:3) NOT = SPACES THEN
            MOVE "N" TO SWITCH-MASCARA
        END-IF
        PERFORM VARYING WS-BUSCA-IDX FROM 1 BY 1 UNTIL WS-BUSCA-IDX > 7
            IF TPA-DIAS(WS-PASO-IDX)(WS-BUSCA-IDX:1) NOT = "S" AND
               TPA-DIAS(WS-PASO-IDX)(WS-BUSCA-IDX:1) NOT = "N" THEN
                MOVE "N" TO SWITCH-MASCARA
            END-IF
        END-PERFORM
        IF SWITCH-MASCARA = "N" THEN
            DISPLAY "PASO " TPA-PASO(WS-PASO-IDX) ": dias no reconocidos '" TPA-DIAS(WS-PASO-IDX) "'."
            MOVE "Y" TO SWITCH-DEFINICION-MALA
        END-IF
    END-IF.
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > TPA-DEPENDENCIAS(WS-PASO-IDX)
        PERFORM 315-RESOLVER-DEPENDENCIA
    END-PERFORM.

315-RESOLVER-DEPENDENCIA.
    MOVE ZEROES TO WS-DEP-HALLADA.
    PERFORM VARYING WS-BUSCA-IDX FROM 1 BY 1
            UNTIL WS-BUSCA-IDX > PASOS-CARGADOS
        IF TPA-PASO(WS-BUSCA-IDX) = TPA-DEP-NOMBRE(WS-PASO-IDX, WS-DEP-IDX) THEN
            MOVE WS-BUSCA-IDX TO WS-DEP-HALLADA
        END-IF
    END-PERFORM.
    IF WS-DEP-HALLADA = 0 OR WS-DEP-HALLADA = WS-PASO-IDX THEN
        DISPLAY "PASO " TPA-PASO(WS-PASO-IDX) ": depende de un paso que no existe: " TPA-DEP-NOMBRE(WS-PASO-IDX, WS-DEP-IDX)
        MOVE "Y" TO SWITCH-DEFINICION-MALA
    END-IF.
    MOVE WS-DEP-HALLADA TO TPA-DEP-IDX(WS-PASO-IDX, WS-DEP-IDX).

350-DECIDIR-DIA.
    *> Deja en WS-TOCA-HOY si el paso WS-PASO-IDX corre hoy.
    MOVE "N" TO WS-TOCA-HOY.
    IF TPA-DIAS(WS-PASO-IDX) = SPACES OR TPA-DIAS(WS-PASO-IDX) = "DIARIO" THEN
        MOVE "Y" TO WS-TOCA-HOY
    ELSE
        IF TPA-DIAS(WS-PASO-IDX) = "HABILES" THEN
            IF WS-DIA-SEMANA <= 5 THEN
                MOVE "Y" TO WS-TOCA-HOY
            END-IF
        ELSE
            IF TPA-DIAS(WS-PASO-IDX) = "FIN-MES" THEN
                MOVE WS-FIN-MES TO WS-TOCA-HOY
            ELSE
                IF TPA-DIAS(WS-PASO-IDX) NOT = "A-PEDIDO" THEN
                    IF TPA-DIAS(WS-PASO-IDX)(WS-DIA-SEMANA:1) = "S" THEN
                        MOVE "Y" TO WS-TOCA-HOY
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

400-LISTAR-PLAN.
    DISPLAY "=== PLAN DEL LOTE DE HOY (" WS-FECHA-HOY ") ===".
    PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
            UNTIL WS-PASO-IDX > PASOS-CARGADOS
        PERFORM 350-DECIDIR-DIA
        IF WS-TOCA-HOY = "Y" THEN
            DISPLAY "CORRE    " TPA-PASO(WS-PASO-IDX) " " TPA-PROGRAMA(WS-PASO-IDX) " " TPA-PARAMETROS(WS-PASO-IDX)
        ELSE
            DISPLAY "NO TOCA  " TPA-PASO(WS-PASO-IDX) " " TPA-PROGRAMA(WS-PASO-IDX) " " TPA-DIAS(WS-PASO-IDX)
        END-IF
    END-PERFORM.
    DISPLAY "PASOS DEFINIDOS      : " PASOS-CARGADOS.

450-CORRER-PASO-PEDIDO.
    MOVE ZEROES TO WS-DEP-HALLADA.
    PERFORM VARYING WS-BUSCA-IDX FROM 1 BY 1
            UNTIL WS-BUSCA-IDX > PASOS-CARGADOS
        IF TPA-PASO(WS-BUSCA-IDX) = WS-PASO-PEDIDO THEN
            MOVE WS-BUSCA-IDX TO WS-DEP-HALLADA
        END-IF
    END-PERFORM.
    IF WS-DEP-HALLADA = 0 THEN
        DISPLAY "EL PASO " WS-PASO-PEDIDO " NO ESTA EN LOTE-PASOS.TXT."
        MOVE "Y" TO SWITCH-LOTE-MALO
    ELSE
        MOVE WS-DEP-HALLADA TO WS-PASO-IDX
        PERFORM 600-CORRER-PASO
    END-IF.

500-CORRER-LOTE.
    DISPLAY "=== INICIO DE LOTE NOCTURNO (" PASOS-CARGADOS " PASOS) ===".
    PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
            UNTIL WS-PASO-IDX > PASOS-CARGADOS
        PERFORM 350-DECIDIR-DIA
        IF WS-TOCA-HOY = "N" THEN
            MOVE "NO TOCA" TO TPA-ESTADO(WS-PASO-IDX)
            COMPUTE CONTADOR-NO-TOCA = CONTADOR-NO-TOCA + 1
        END-IF
    END-PERFORM.
    *> Pasadas sobre la tabla hasta que ya nada cambie de estado: en
    *> un archivo ordenado todo corre en la primera pasada; un paso
    *> que depende de otro definido mas abajo espera a la siguiente.
    MOVE "Y" TO SWITCH-AVANCE.
    PERFORM UNTIL SWITCH-AVANCE = "N"
        MOVE "N" TO SWITCH-AVANCE
        PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                UNTIL WS-PASO-IDX > PASOS-CARGADOS
            IF TPA-ESTADO(WS-PASO-IDX) = "ESPERA" THEN
                PERFORM 510-INTENTAR-PASO
            END-IF
        END-PERFORM
    END-PERFORM.
    *> Lo que sigue en espera depende de si mismo en circulo.
    PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
            UNTIL WS-PASO-IDX > PASOS-CARGADOS
        IF TPA-ESTADO(WS-PASO-IDX) = "ESPERA" THEN
            DISPLAY "PASO " TPA-PASO(WS-PASO-IDX) " OMITIDO: DEPENDENCIA CIRCULAR."
            PERFORM 520-OMITIR-PASO
        END-IF
    END-PERFORM.

510-INTENTAR-PASO.
    *> Y = todas las dependencias listas, F = alguna fallo u omitida,
    *> N = alguna sigue en espera.
    MOVE "Y" TO SWITCH-DEPENDENCIAS.
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > TPA-DEPENDENCIAS(WS-PASO-IDX)
        MOVE TPA-DEP-IDX(WS-PASO-IDX, WS-DEP-IDX) TO WS-BUSCA-IDX
        IF TPA-ESTADO(WS-BUSCA-IDX) = "FALLIDO" OR
           TPA-ESTADO(WS-BUSCA-IDX) = "OMITIDO" THEN
            MOVE "F" TO SWITCH-DEPENDENCIAS
            MOVE TPA-PASO(WS-BUSCA-IDX) TO WS-DEP-FALLIDA
        ELSE
            IF TPA-ESTADO(WS-BUSCA-IDX) = "ESPERA" AND
               SWITCH-DEPENDENCIAS = "Y" THEN
                MOVE "N" TO SWITCH-DEPENDENCIAS
            END-IF
        END-IF
    END-PERFORM.
    IF SWITCH-DEPENDENCIAS = "F" THEN
        DISPLAY "PASO " TPA-PASO(WS-PASO-IDX) " OMITIDO: FALLO O SE OMITIO " WS-DEP-FALLIDA
        PERFORM 520-OMITIR-PASO
        MOVE "Y" TO SWITCH-AVANCE
    ELSE
        IF SWITCH-DEPENDENCIAS = "Y" THEN
            PERFORM 600-CORRER-PASO
            MOVE "Y" TO SWITCH-AVANCE
        END-IF
    END-IF.

520-OMITIR-PASO.
    MOVE "OMITIDO" TO TPA-ESTADO(WS-PASO-IDX).
    COMPUTE CONTADOR-OMITIDOS = CONTADOR-OMITIDOS + 1.
    MOVE "Y" TO SWITCH-LOTE-MALO.
    PERFORM 800-ESTAMPA-TIEMPO.
    MOVE WS-ESTAMPA-FORMATO TO WS-INICIO-PASO.
    MOVE WS-ESTAMPA-FORMATO TO WS-FIN-PASO.
    MOVE ZEROES TO WS-REGISTROS-PASO.
    MOVE "OMITIDO" TO WS-ESTADO-PASO.
    PERFORM 700-REGISTRAR-PASO.

600-CORRER-PASO.
    *> El programa recibe sus parametros como si vinieran de la
    *> linea de comandos; CANCEL despues de cada llamada para que un
    *> programa que corre dos veces en el lote arranque limpio.
    MOVE TPA-PROGRAMA(WS-PASO-IDX) TO WS-PROGRAMA.
    MOVE TPA-PARAMETROS(WS-PASO-IDX) TO WS-PARAMETROS-PASO.
    DISPLAY "--- PASO " TPA-PASO(WS-PASO-IDX) ": " WS-PROGRAMA " " WS-PARAMETROS-PASO.
    PERFORM 800-ESTAMPA-TIEMPO.
    MOVE WS-ESTAMPA-FORMATO TO WS-INICIO-PASO.
    DISPLAY WS-PARAMETROS-PASO UPON COMMAND-LINE.
    MOVE ZEROES TO RETURN-CODE.
    CALL WS-PROGRAMA
        ON EXCEPTION
            DISPLAY "NO SE PUDO CARGAR EL PROGRAMA " WS-PROGRAMA
            MOVE 16 TO RETURN-CODE
    END-CALL.
    MOVE RETURN-CODE TO WS-RC-PASO.
    MOVE ZEROES TO RETURN-CODE.
    CANCEL WS-PROGRAMA.
    PERFORM 800-ESTAMPA-TIEMPO.
    MOVE WS-ESTAMPA-FORMATO TO WS-FIN-PASO.
    MOVE WS-RC-PASO TO TPA-RC(WS-PASO-IDX).
    COMPUTE CONTADOR-CORRIDOS = CONTADOR-CORRIDOS + 1.
    MOVE "N" TO SWITCH-RC-ACEPTADO.
    PERFORM VARYING WS-RC-IDX FROM 1 BY 1
            UNTIL WS-RC-IDX > TPA-RCS(WS-PASO-IDX)
        IF WS-RC-PASO = TPA-RC-ACEPTADO(WS-PASO-IDX, WS-RC-IDX) THEN
            MOVE "Y" TO SWITCH-RC-ACEPTADO
        END-IF
    END-PERFORM.
    MOVE ZEROES TO WS-REGISTROS-PASO.
    IF SWITCH-RC-ACEPTADO = "Y" THEN
        MOVE "OK" TO TPA-ESTADO(WS-PASO-IDX)
        MOVE "OK" TO WS-ESTADO-PASO
        *> Un paso fallido pudo no escribir su archivo de control:
        *> solo se cuenta lo de un paso aceptado.
        IF WS-PROGRAMA = "ejercicio_4" THEN
            PERFORM 610-CONTAR-PALABRAS
        END-IF
        IF WS-PROGRAMA = "ejercicio_3_5" THEN
            PERFORM 620-CONTAR-PRECIOS
        END-IF
    ELSE
        MOVE "FALLIDO" TO TPA-ESTADO(WS-PASO-IDX)
        MOVE "FALLIDO" TO WS-ESTADO-PASO
        MOVE "Y" TO SWITCH-LOTE-MALO
        COMPUTE CONTADOR-FALLIDOS = CONTADOR-FALLIDOS + 1
        MOVE WS-RC-PASO TO WS-RC-PASO-ED
        DISPLAY "PASO " TPA-PASO(WS-PASO-IDX) " TERMINO CON RETURN-CODE " WS-RC-PASO-ED
    END-IF.
    PERFORM 700-REGISTRAR-PASO.

610-CONTAR-PALABRAS.
    MOVE "N" TO SWITCH-LEDGER.
    OPEN INPUT LEDGER-FILE.
    PERFORM UNTIL SWITCH-LEDGER = "Y"
        READ LEDGER-FILE
            AT END
                MOVE "Y" TO SWITCH-LEDGER
            NOT AT END
                MOVE LEDGER-TOTAL TO WS-REGISTROS-PASO
        END-READ
    END-PERFORM.
    CLOSE LEDGER-FILE.

620-CONTAR-PRECIOS.
    OPEN INPUT TOTALES-FILE.
    READ TOTALES-FILE
        AT END
            MOVE ZEROES TO WS-REGISTROS-PASO
        NOT AT END
            MOVE TOT-REGISTROS TO WS-REGISTROS-PASO
    END-READ.
    CLOSE TOTALES-FILE.

700-REGISTRAR-PASO.
    OPEN EXTEND RUNLOG-FILE.
    MOVE TPA-PASO(WS-PASO-IDX) TO LOG-PASO.
    MOVE SPACE TO LOG-SEP-1.
    MOVE WS-INICIO-PASO TO LOG-INICIO.
    MOVE SPACE TO LOG-SEP-2.
    MOVE WS-FIN-PASO TO LOG-FIN.
    MOVE SPACE TO LOG-SEP-3.
    MOVE WS-REGISTROS-PASO TO LOG-REGISTROS.
    MOVE SPACE TO LOG-SEP-4.
    MOVE WS-ESTADO-PASO TO LOG-ESTADO.
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
    DISPLAY "=== FIN DE LOTE NOCTURNO ===".
    DISPLAY "PASOS CORRIDOS       : " CONTADOR-CORRIDOS.
    DISPLAY "PASOS FALLIDOS       : " CONTADOR-FALLIDOS.
    DISPLAY "PASOS OMITIDOS       : " CONTADOR-OMITIDOS.
    DISPLAY "PASOS QUE NO TOCABAN : " CONTADOR-NO-TOCA.
    IF SWITCH-LOTE-MALO = "Y" THEN
        DISPLAY "=== LOTE CON PASOS FALLIDOS U OMITIDOS ==="
        MOVE 8 TO RETURN-CODE
    END-IF.
