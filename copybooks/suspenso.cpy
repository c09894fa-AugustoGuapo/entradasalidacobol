      ******************************************************************
      * Record layout for SUSPENSO-ARCHIVO (SUSPENSO.DAT, indexed by
      * SUS-NRO, a consecutive entry number).  ENTRADA-PERSONAS and
      * ENTRADA-REGISTRO-CIVIL write here every lote line they drop,
      * and every lote they refuse whole, instead of only telling the
      * console.  SUS-ARCHIVO is P (PERSONAS.LOTE) or R (REGCIVIL.LOTE).
      * SUS-MOTIVO is the reason code:
      *   TIPO  tipo de transacción desconocido
      *   DATO  dato inválido
      *   DUPL  cédula, o folio y libro, ya registrados
      *   NOPE  cédula no registrada en PERSONAS.DAT
      *   NOFO  folio y libro no registrados
      *   INAC  persona ya inactiva
      *   LIBR  libro o folio no admitido por LIBROS.DAT
      *   REGL  regla de tipo de acta
      *   NOTA  acta con notas marginales
      *   PEND  acta con un cambio pendiente de aprobación
      *   GRAB  no se pudo grabar el registro
      *   CTRL  lote rechazado entero: falta el encabezado o el
      *         trailer, o el total de control no cuadra
      *   OFIC  acta de otra oficina registral (operador sin acceso)
      * SUS-LOTE and SUS-NRO-LINEA locate the line in the lote it came
      * from; SUS-FECHA (AAAAMMDD) is the day it was suspended.
      * SUS-ESTADO is P (pendiente), C (corregida: SUS-LINEA-CORREGIDA
      * waits to be loaded with the next lote of the same file),
      * R (reenviada: the corrected line was loaded; if it failed again
      * it is a new entry) or D (descartada, with SUS-OBSERVACION).
      * CORREGIR-SUSPENSO corrects and discards entries;
      * REPORTE-SUSPENSO lists them after CIERRE-DIARIO.
      ******************************************************************
           05 SUS-NRO PIC 9(8).
           05 SUS-ARCHIVO PIC X(1).
           05 SUS-MOTIVO PIC X(4).
           05 SUS-LOTE PIC X(60).
           05 SUS-NRO-LINEA PIC 9(9).
           05 SUS-FECHA PIC X(8).
           05 SUS-OPERADOR-ID PIC X(10).
           05 SUS-LINEA-ORIGINAL PIC X(160).
           05 SUS-ESTADO PIC X(1).
           05 SUS-LINEA-CORREGIDA PIC X(160).
           05 SUS-RESUELTO-POR PIC X(10).
           05 SUS-FECHA-HORA-RESOLUCION PIC X(20).
           05 SUS-OBSERVACION PIC X(60).
