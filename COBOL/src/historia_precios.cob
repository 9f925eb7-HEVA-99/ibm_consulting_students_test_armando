    05 AUD-IMAGEN-ANTERIOR PIC X(33).
    05 AUD-SEP-3           PIC X(1).
    05 AUD-IMAGEN-POSTERIOR PIC X(33).
    05 AUD-SEP-4           PIC X(1).
    05 AUD-OPERADOR        PIC X(8).
    05 AUD-SEP-5           PIC X(1).
    05 AUD-APROBADOR       PIC X(8).

SD ARCHIVO-SORT.
01 SORT-RECORD.
