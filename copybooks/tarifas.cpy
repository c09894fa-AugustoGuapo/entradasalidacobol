      ******************************************************************
      * Record layout for TARIFAS-ARCHIVO (TARIFAS.DAT, indexed by
      * TAR-TIPO-ACTA).  One record per type of acta: N (nacimiento),
      * M (matrimonio) or D (defunción), holding the fee charged for
      * each certificate issued by EXPEDIR-CERTIFICADO.  Maintained
      * by supervisors through MANTENIMIENTO-TARIFAS.
      ******************************************************************
           05 TAR-TIPO-ACTA PIC X(1).
           05 TAR-IMPORTE PIC 9(7)V99.
           05 TAR-OPERADOR-ID PIC X(10).
           05 TAR-FECHA-HORA-INGRESO PIC X(20).
