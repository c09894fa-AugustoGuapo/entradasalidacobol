      ******************************************************************
      * Record layout for AUDITORIA-HIST-ARCHIVO (AUDITORIA-HIST.DAT,
      * the archive of AUDITORIA.LOG).  ROTAR-AUDITORIA moves here
      * every record of a closed month, field for field.  Indexed by
      * AHI-LLAVE: the AUD-CLAVE and AUD-FECHA-HORA of the record plus
      * AHI-SECUENCIA, which only tells apart records with the same
      * clave written at the same instant; AHI-FECHA-HORA is also an
      * alternate key with duplicates, for reading a period in date
      * order.  AHI-FECHA-HORA-ARCHIVO is the start of the rotation
      * run that archived it (AAAAMMDDHHMMSSCC), so a run that is
      * repeated after a failure can tell its own records from the
      * ones a previous run already archived.  PURGAR-AUDITORIA
      * deletes whole months once they are past the legal retention.
      ******************************************************************
           05 AHI-LLAVE.
               10 AHI-CLAVE PIC X(25).
               10 AHI-FECHA-HORA PIC X(20).
               10 AHI-SECUENCIA PIC 9(4).
           05 AHI-PROGRAMA PIC X(25).
           05 AHI-ACCION PIC X(10).
           05 AHI-OPERADOR-ID PIC X(10).
           05 AHI-FECHA-HORA-ARCHIVO PIC X(20).
