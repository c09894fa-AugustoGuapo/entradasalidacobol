      ******************************************************************
      * Record layout for PENDIENTES-ARCHIVO (PENDIENTES.DAT, indexed
      * by PEND-NRO, a consecutive request number, with
      * PEND-CLAVE-ACTA (folio+libro) as an alternate key with
      * duplicates).  ENTRADA-REGISTRO-CIVIL files here every
      * modification (PEND-OPERACION M) or deletion (B) of an existing
      * acta instead of applying it; APROBAR-CAMBIOS applies it to
      * REGCIVIL.DAT once a different, active supervisor approves it.
      * PEND-ESTADO is P (pendiente), A (aprobado) or R (rechazado).
      * PEND-ORIGEN is I (interactive menu) or L (lote line).
      * PEND-IMAGEN-ANTES is the acta as read when the change was
      * requested; PEND-IMAGEN-DESPUES the acta as it will be written
      * (space on a deletion).  PEND-SUPERVISOR-ID, the resolution
      * date/time and PEND-MOTIVO-RECHAZO are filled in on approval
      * or rejection.
      ******************************************************************
           05 PEND-NRO PIC 9(8).
           05 PEND-ESTADO PIC X(1).
           05 PEND-OPERACION PIC X(1).
           05 PEND-CLAVE-ACTA.
               10 PEND-NRO-FOLIO PIC X(12).
               10 PEND-NRO-LIBRO PIC X(12).
           05 PEND-ORIGEN PIC X(1).
           05 PEND-MOTIVO PIC X(60).
           05 PEND-OPERADOR-ID PIC X(10).
           05 PEND-FECHA-HORA-INGRESO PIC X(20).
           05 PEND-SUPERVISOR-ID PIC X(10).
           05 PEND-FECHA-HORA-RESOLUCION PIC X(20).
           05 PEND-MOTIVO-RECHAZO PIC X(60).
           05 PEND-IMAGEN-ANTES PIC X(160).
           05 PEND-IMAGEN-DESPUES PIC X(160).
