      ******************************************************************
      * Record layout for LIBROS-ARCHIVO (LIBROS.DAT, indexed by
      * LIB-NRO, the libro number exactly as it is keyed into
      * REGISTRO-NRO-LIBRO).  One record per physical libro, opened
      * and closed by supervisors through MANTENIMIENTO-LIBROS.
      * LIB-TIPO-ACTA is N, M or D: the only type of acta the libro
      * holds.  LIB-FOLIO-DESDE / -HASTA are the first and last folio
      * numbers printed in the libro.  LIB-ESTADO is A (abierto) or
      * C (cerrado); a closed libro admits no new folios and carries
      * its closing date in LIB-FECHA-CIERRE (space while open).
      * Dates are DD/MM/AAAA.
      ******************************************************************
           05 LIB-NRO PIC X(12).
           05 LIB-TIPO-ACTA PIC X(1).
           05 LIB-FECHA-APERTURA PIC X(10).
           05 LIB-FECHA-CIERRE PIC X(10).
           05 LIB-FOLIO-DESDE PIC 9(8).
           05 LIB-FOLIO-HASTA PIC 9(8).
           05 LIB-ESTADO PIC X(1).
           05 LIB-OPERADOR-ID PIC X(10).
           05 LIB-FECHA-HORA-INGRESO PIC X(20).
