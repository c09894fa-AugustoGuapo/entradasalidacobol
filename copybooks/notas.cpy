      ******************************************************************
      * Record layout for NOTAS-MARGINALES.DAT (indexed by NOTA-CLAVE:
      * the folio+libro of the acta the note is written against plus
      * a sequence number 001, 002, ... in the order the notes were
      * entered).  NOTA-TIPO is D (divorcio) or A (anulación), only
      * against a matrimonio; R (reconocimiento), only against a
      * nacimiento; or C (corrección), against any acta.
      * NOTA-FECHA is the date of the act or resolution noted
      * (DD/MM/AAAA); NOTA-DOCUMENTO is the reference of the supporting
      * document (sentencia, expediente, resolución).
      ******************************************************************
           05 NOTA-CLAVE.
               10 NOTA-NRO-FOLIO PIC X(12).
               10 NOTA-NRO-LIBRO PIC X(12).
               10 NOTA-SECUENCIA PIC 9(3).
           05 NOTA-TIPO PIC X(1).
           05 NOTA-FECHA PIC X(10).
           05 NOTA-DOCUMENTO PIC X(30).
           05 NOTA-DETALLE PIC X(60).
           05 NOTA-OPERADOR-ID PIC X(10).
           05 NOTA-FECHA-HORA-INGRESO PIC X(20).
