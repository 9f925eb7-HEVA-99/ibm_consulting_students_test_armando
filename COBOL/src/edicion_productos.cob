*> de linea y motivo. Si la tasa de error supera el tope, el
*> programa termina con codigo de retorno 8 para que el lote no
*> siga a la corrida de precios.
*>
*> Las claves ya vistas se llevan en el archivo de trabajo indexado
*> PRODUCTOS-EDIT-CLAVES.DAT, que se recrea en cada corrida: la
*> revision de duplicados cubre el archivo completo sin importar su
*> tamano.

IDENTIFICATION DIVISION.
PROGRAM-ID. edicion_productos.
    SELECT OPTIONAL ARCHIVO-REPORTE ASSIGN TO "PRODUCTOS-EDIT-REPORTE.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ARCHIVO-CLAVES ASSIGN TO "PRODUCTOS-EDIT-CLAVES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CLV-COD-PRODUCTO
        FILE STATUS IS CLAVES-STATUS.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-ENTRADA.
    05 REP-SEP-2           PIC X(1).
    05 REP-MOTIVO          PIC X(40).

FD ARCHIVO-CLAVES.
*> Claves ya vistas, para detectar el mismo producto dos veces en
*> el archivo (un duplicado se facturaria doble).
01 CLAVE-RECORD.
    05 CLV-COD-PRODUCTO    PIC X(10).

WORKING-STORAGE SECTION.
01 ENTRADA-STATUS PIC X(2).
01 CLAVES-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH PIC X(1) VALUE "N".
    05 REGISTRO-VALIDO PIC X(1) VALUE "Y".
    05 CONTADOR-LEIDOS     PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ACEPTADOS  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RECHAZADOS PIC 9(6) VALUE ZEROES.
01 WS-PORCENTAJE-ERROR PIC 9(3)V99 VALUE ZEROES.
01 WS-TOPE-ERROR PIC 9(3) VALUE 10.
*> Moneda base de la casa: los archivos viejos sin columna de
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT ARCHIVO-CLAVES.
    IF CLAVES-STATUS NOT = "00" THEN
        DISPLAY "EDICION ABORTADA: no se pudo crear PRODUCTOS-EDIT-CLAVES.DAT, status " CLAVES-STATUS
        CLOSE ARCHIVO-ENTRADA
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT ARCHIVO-DEPURADOS.
    OPEN OUTPUT ARCHIVO-REPORTE.
    READ ARCHIVO-ENTRADA
    WRITE REPORTE-RECORD.

220-VALIDAR-DUPLICADO.
    *> La clave se da de alta en el archivo de trabajo; si ya estaba,
    *> el registro es un duplicado de una linea anterior.
    MOVE ENT-COD-PRODUCTO TO CLV-COD-PRODUCTO.
    WRITE CLAVE-RECORD
        INVALID KEY
            MOVE "COD-PRODUCTO DUPLICADO EN EL ARCHIVO" TO REP-MOTIVO
            PERFORM 210-REGISTRAR-FALLA
    END-WRITE.
    IF CLAVES-STATUS NOT = "00" AND CLAVES-STATUS NOT = "22" THEN
        DISPLAY "EDICION ABORTADA: error al grabar PRODUCTOS-EDIT-CLAVES.DAT, status " CLAVES-STATUS
        PERFORM 900-FINALIZE
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

900-FINALIZE.
    CLOSE ARCHIVO-ENTRADA.
    CLOSE ARCHIVO-CLAVES.
    CLOSE ARCHIVO-DEPURADOS.
    CLOSE ARCHIVO-REPORTE.
    IF CONTADOR-LEIDOS > 0 THEN
