      ******************************************************************
      * Record layout for NACIDOS-ARCHIVO (NACIDOS.DAT, indexed by
      * NAC-NRO, the number of the certificado de nacido vivo given by
      * the clinic, with NAC-CLAVE-MADRE (cédula de la madre + fecha
      * de nacimiento) as an alternate key with duplicates, so twins
      * share it).  NACIDOS-VIVOS loads here the notifications that
      * the clinics send in NACIDOS-VIVOS.EXT and matches them against
      * the nacimiento actas of REGCIVIL.DAT by REGISTRO-CEDULA-MADRE
      * and REGISTRO-FECHA.  NAC-FECHA-NACIMIENTO is DD/MM/AAAA, as
      * REGISTRO-FECHA.  NAC-SEXO is M or F.  NAC-ESTADO is
      * P (pendiente: no acta yet) or R (registrada: NAC-NRO-FOLIO /
      * NAC-NRO-LIBRO name the acta, matched on NAC-FECHA-COTEJO,
      * AAAAMMDD).  NAC-FECHA-RECEPCION (AAAAMMDD) is the day the
      * notification was loaded.
      ******************************************************************
           05 NAC-NRO PIC X(12).
           05 NAC-CLINICA PIC X(30).
           05 NAC-CLAVE-MADRE.
               10 NAC-CEDULA-MADRE PIC X(10).
               10 NAC-FECHA-NACIMIENTO PIC X(10).
           05 NAC-SEXO PIC X(1).
           05 NAC-ESTADO PIC X(1).
           05 NAC-FECHA-RECEPCION PIC X(8).
           05 NAC-OPERADOR-ID PIC X(10).
           05 NAC-NRO-FOLIO PIC X(12).
           05 NAC-NRO-LIBRO PIC X(12).
           05 NAC-FECHA-COTEJO PIC X(8).
