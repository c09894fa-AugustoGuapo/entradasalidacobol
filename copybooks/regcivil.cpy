      * REGISTRO-CEDULA-CONYUGE only applies to matrimonios.
      * REGISTRO-CEDULA-PADRE / -MADRE only apply to nacimientos and
      * may be space on actas filed before parent linkage existed.
      * REGISTRO-OFICINA is the oficina registral that filed the acta
      * (the oficina of the operator who entered the alta); it does
      * not change when the acta is modified.
      ******************************************************************
           05 REGISTRO-CLAVE.
               10 REGISTRO-NRO-FOLIO PIC X(12).
           05 REGISTRO-CEDULA-CONYUGE PIC X(10).
           05 REGISTRO-CEDULA-PADRE PIC X(10).
           05 REGISTRO-CEDULA-MADRE PIC X(10).
           05 REGISTRO-OFICINA PIC X(3).
