*> Renglon del archivo de asientos de periodo (PERIODO-ASIENTOS.TXT),
*> que escribe cada corrida de precios exitosa de ejercicio_3_5 y
*> del que cierre_periodo arma el cierre de mes. Cada corrida deja,
*> seguidos, un renglon T con los totales de la corrida (los mismos
*> de PRODUCTOS-TOTALES.TXT), un renglon M por moneda y un renglon D
*> por moneda y tipo de producto. Los D y los M de una corrida deben
*> sumar lo que dice su T; el cierre lo comprueba antes de cerrar.
*> reversa_precios agrega despues un renglon R por cada generacion
*> que descarta, en el periodo de esa corrida: el cierre deja fuera
*> todos los renglones de esa generacion.
01 ASIENTO-REC.
    *> Periodo contable AAAA-MM, tomado de la fecha de la corrida.
    05 ASI-PERIODO         PIC X(7).
    05 ASI-SEP-1           PIC X(1).
    05 ASI-FECHA           PIC X(10).
    05 ASI-SEP-2           PIC X(1).
    05 ASI-HORA            PIC X(8).
    05 ASI-SEP-3           PIC X(1).
    *> Generacion de la corrida en PRECIOS-GENERACIONES.DAT, en
    *> ceros si no se pudo guardar.
    05 ASI-GENERACION      PIC 9(6).
    05 ASI-SEP-4           PIC X(1).
    *> C = corrida completa, I = incremental.
    05 ASI-MODO            PIC X(1).
    05 ASI-SEP-5           PIC X(1).
    *> T = totales de la corrida, M = moneda, D = moneda y tipo,
    *> R = corrida reversada (con los totales del catalogo).
    05 ASI-RENGLON         PIC X(1).
    05 ASI-SEP-6           PIC X(1).
    *> "***" en los renglones T y R; "**" de tipo en T, M y R.
    05 ASI-MONEDA          PIC X(3).
    05 ASI-SEP-7           PIC X(1).
    05 ASI-TIPO-PRODUCTO   PIC X(2).
    05 ASI-SEP-8           PIC X(1).
    05 ASI-REGISTROS       PIC 9(6).
    05 ASI-SEP-9           PIC X(1).
    *> El original en la moneda del producto; ajustado e impuesto ya
    *> en moneda base, igual que en PRODUCTOS-TOTALES.TXT.
    05 ASI-PRECIO-ORIGINAL PIC 9(9)V99.
    05 ASI-SEP-10          PIC X(1).
    05 ASI-PRECIO-AJUSTADO PIC 9(9)V99.
    05 ASI-SEP-11          PIC X(1).
    05 ASI-IMPUESTO        PIC 9(9)V99.
