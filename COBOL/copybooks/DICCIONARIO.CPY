*> Registro del diccionario de palabras aprobadas
*> (PALABRAS-DICCIONARIO.DAT), compartido por su mantenimiento y
*> por la validacion de las entregas de palabras.txt. La clave es
*> la palabra en mayusculas, con el mismo criterio que ejercicio_4
*> y comparacion_palabras.
01 DICCIONARIO-REC.
    05 DIC-PALABRA         PIC X(60).
    *> A = aprobada, V = variante aceptada de una aprobada,
    *> R = retirada (ya no se reconoce).
    05 DIC-ESTADO          PIC X(1).
    *> Solo en las variantes: la palabra aprobada de la que son
    *> variante, que es la que se sugiere en su lugar.
    05 DIC-PALABRA-BASE    PIC X(60).
    *> Solo en las aprobadas: cuantas variantes activas apuntan a
    *> ella; mientras tenga alguna no se puede retirar.
    05 DIC-VARIANTES       PIC 9(4).
    05 DIC-FECHA-ALTA      PIC X(10).
    05 DIC-FECHA-CAMBIO    PIC X(10).
    05 DIC-OPERADOR        PIC X(8).
