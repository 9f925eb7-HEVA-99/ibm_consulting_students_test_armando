    05 CNV-MONEDA          PIC X(3).

FD ARCHIVO-AUDITORIA
    RECORD IS VARYING IN SIZE FROM 1 TO 98 CHARACTERS
    DEPENDING ON WS-AUD-LEN.
01 AUDITORIA-CRUDA PIC X(98).

FD ARCHIVO-AUD-TRABAJO.
01 AUD-TRABAJO-RECORD PIC X(98).

FD ARCHIVO-AUD-SALIDA.
01 AUD-SALIDA-RECORD PIC X(98).

WORKING-STORAGE SECTION.
01 MAESTRO-VIEJO-STATUS PIC X(2).
01 MAESTRO-NUEVO-STATUS PIC X(2).
01 WS-AUD-LEN PIC 9(2) VALUE ZEROES.
01 WS-AUD-BUFFER PIC X(98) VALUE SPACES.
01 SWITCHES.
    05 SWITCH-MAESTRO  PIC X(1) VALUE "N".
    05 SWITCH-TRABAJO  PIC X(1) VALUE "N".

300-CONVERTIR-AUDITORIA.
    *> El formato se reconoce por el largo del renglon: 74 bytes es
    *> el viejo (imagenes de 30), 80 el nuevo (imagenes de 33) y de
    *> 81 a 98 el nuevo con los operadores de captura y aprobacion al
    *> final: el archivo de lineas pierde los blancos del final, asi
    *> que un aprobador en blanco o un operador corto acortan el
    *> renglon.
    *> Cualquier otro largo se copia tal cual y se reporta, para no
    *> perder evidencia de auditoria por una linea rara.
    OPEN INPUT ARCHIVO-AUDITORIA.
        MOVE WS-AUD-BUFFER(45:30) TO NVA-IMAGEN-POSTERIOR
        WRITE AUD-TRABAJO-RECORD FROM AUDITORIA-NUEVA
    ELSE
        IF WS-AUD-LEN = 80 OR
           (WS-AUD-LEN > 80 AND WS-AUD-LEN NOT > 98) THEN
            COMPUTE CONTADOR-YA-NUEVOS = CONTADOR-YA-NUEVOS + 1
        ELSE
            COMPUTE CONTADOR-IRRECONOCIBLES = CONTADOR-IRRECONOCIBLES + 1
