*> Registro del archivo de costos de compras (COSTOS-PRODUCTOS.DAT),
*> compartido por la carga de costos, el reporte de margenes y la
*> simulacion de tarifas. Un registro por producto y fecha de
*> vigencia: el costo en vigor a una fecha es el de la fecha-desde
*> mas reciente que no la pasa, igual que en tarifas y tipos de
*> cambio.
01 COSTO-REC.
    05 COSTO-CLAVE.
        10 COS-COD-PRODUCTO    PIC X(10).
        10 COS-FECHA-DESDE     PIC X(10).
    *> Costo unitario en la moneda en que compra compras; se
    *> convierte a la moneda base con TIPOS-CAMBIO.TXT al comparar.
    05 COS-COSTO           PIC 9(7)V99.
    05 COS-MONEDA          PIC X(3).
    05 COS-FECHA-CARGA     PIC X(10).
