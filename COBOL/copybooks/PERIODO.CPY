*> Registro de control de periodos contables (PERIODOS-CONTROL.DAT),
*> compartido por cierre_periodo, que cierra y reabre, y por
*> ejercicio_3_5, que no asienta en un periodo cerrado. Un periodo
*> sin registro esta abierto.
01 PERIODO-REC.
    *> Periodo AAAA-MM.
    05 PER-PERIODO         PIC X(7).
    *> CERRADO o REABIERTO; solo CERRADO rechaza asientos.
    05 PER-ESTADO          PIC X(10).
    05 PER-FECHA-CIERRE    PIC X(10).
    05 PER-OPERADOR-CIERRE PIC X(8).
    *> Totales del periodo al ultimo cierre, de los renglones T.
    05 PER-CORRIDAS        PIC 9(6).
    05 PER-TOTAL-ORIGINAL  PIC 9(11)V99.
    05 PER-TOTAL-AJUSTADO  PIC 9(11)V99.
    05 PER-TOTAL-IMPUESTO  PIC 9(11)V99.
    *> Ultima reapertura formal: quien, cuando y por que.
    05 PER-REAPERTURAS     PIC 9(3).
    05 PER-FECHA-REAPERTURA PIC X(10).
    05 PER-OPERADOR-REAPERTURA PIC X(8).
    05 PER-MOTIVO-REAPERTURA PIC X(40).
