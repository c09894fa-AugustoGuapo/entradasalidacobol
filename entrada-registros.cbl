      * Date:
      * Purpose:  Maintain REGISTRO-CIVIL-ARCHIVO: add, search, modify
      *           and delete civil registry records by
      *           REGISTRO-NRO-FOLIO.  Also enters the notas
      *           marginales (divorcio, anulación, reconocimiento,
      *           corrección) written against an acta into
      *           NOTAS-MARGINALES.DAT and lists them on a search; an
      *           acta that carries notas cannot be deleted.
      *           Modifications and deletions of existing actas, from
      *           the menu or from M/B lote lines, are not applied
      *           here: they are filed with their before and after
      *           images and a reason in PENDIENTES.DAT and reach
      *           REGCIVIL.DAT only when a supervisor approves them in
      *           APROBAR-CAMBIOS.  Only one change per acta may be
      *           pending at a time.  An alta is accepted only into a
      *           libro registered and open in LIBROS.DAT, of the same
      *           type of acta, and with the folio inside the libro's
      *           folio range.  A lote file must open with an "H"
      *           header and close with a "T" trailer carrying the
      *           count of lines between them; otherwise it is refused
      *           before any line is applied.  Every lote line dropped
      *           goes to SUSPENSO.DAT with a reason code, and lines
      *           corrected there are loaded again after the next lote.
      *           Every alta is stamped with the oficina registral of
      *           the operator; an operator may only change, delete
      *           or annotate the actas of that oficina (lote lines
      *           of other oficinas go to suspense as OFIC), while
      *           supervisors and the oficina central reach them all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIARIO-STATUS.

           SELECT NOTAS-ARCHIVO
           ASSIGN TO "NOTAS-MARGINALES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTA-CLAVE
           FILE STATUS IS NOTAS-STATUS.

           SELECT PENDIENTES-ARCHIVO
           ASSIGN TO "PENDIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEND-NRO
           ALTERNATE RECORD KEY IS PEND-CLAVE-ACTA WITH DUPLICATES
           FILE STATUS IS PENDIENTES-STATUS.

           SELECT LIBROS-ARCHIVO
           ASSIGN TO "LIBROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIB-NRO
           FILE STATUS IS LIBROS-STATUS.

           SELECT SUSPENSO-ARCHIVO
           ASSIGN TO "SUSPENSO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-NRO
           FILE STATUS IS SUSPENSO-STATUS.

           SELECT OFICINAS-ARCHIVO
           ASSIGN TO "OFICINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO
           FILE STATUS IS OFICINAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRO-CIVIL-ARCHIVO.
           FD DIARIO-ARCHIVO.
           01 DIARIO-REGISTRO.
               COPY "diario.cpy".

           FD NOTAS-ARCHIVO.
           01 NOTAS-REGISTRO.
               COPY "notas.cpy".

           FD PENDIENTES-ARCHIVO.
           01 PENDIENTES-REGISTRO.
               COPY "pendientes.cpy".

           FD LIBROS-ARCHIVO.
           01 LIBROS-REGISTRO.
               COPY "libros.cpy".

           FD SUSPENSO-ARCHIVO.
           01 SUSPENSO-REGISTRO.
               COPY "suspenso.cpy".

           FD OFICINAS-ARCHIVO.
           01 OFICINAS-REGISTRO.
               COPY "oficinas.cpy".
       WORKING-STORAGE SECTION.
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  PERSONAS-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  DIARIO-STATUS PIC XX VALUE "00".
       77  NOTAS-STATUS PIC XX VALUE "00".
       77  PENDIENTES-STATUS PIC XX VALUE "00".
       77  WS-JRN-OPERACION PIC X VALUE SPACE.
       77  WS-JRN-ANTES PIC X(160) VALUE SPACE.
       77  WS-ACCESO-AUTORIZADO PIC X VALUE "N".
       77  WS-CEDULA-REVISADA PIC X(10) VALUE SPACE.
       77  WS-CLAVE-EXCLUIDA PIC X(24) VALUE SPACE.

       77  TIPO-NOTA PIC X(36)
           VALUE "Tipo de nota (D, A, R o C): ".
       77  FECHA-NOTA PIC X(36)
           VALUE "Fecha de la nota (DD/MM/AAAA): ".
       77  DOCUMENTO-NOTA PIC X(44)
           VALUE "Documento de respaldo (sentencia, exp.): ".
       77  DETALLE-NOTA PIC X(36)
           VALUE "Detalle (opcional): ".
       77  WS-FIN-NOTAS PIC X VALUE "N".
       77  WS-MOSTRAR-NOTAS PIC X VALUE "N".
       77  WS-CONT-NOTAS PIC 9(6) VALUE ZERO.
       77  WS-ULTIMA-SECUENCIA PIC 9(3) VALUE ZERO.
       77  WS-NOTA-TIPO PIC X VALUE SPACE.
       77  WS-NOTA-FECHA PIC X(10) VALUE SPACE.
       77  WS-NOTA-DOCUMENTO PIC X(30) VALUE SPACE.
       77  WS-NOTA-DETALLE PIC X(60) VALUE SPACE.
       77  WS-DESCRIPCION-NOTA PIC X(15) VALUE SPACE.
       77  WS-FECHA-ACTA PIC X(10) VALUE SPACE.
       77  WS-FECHA-ACTA-CMP PIC X(8) VALUE SPACE.
       77  WS-FECHA-NOTA-CMP PIC X(8) VALUE SPACE.
       77  MOTIVO-CAMBIO PIC X(44)
           VALUE "Motivo del cambio (vacío cancela): ".
       77  WS-HAY-PENDIENTE PIC X VALUE "N".
       77  WS-FIN-PENDIENTES PIC X VALUE "N".
       77  WS-PEND-NRO PIC 9(8) VALUE ZERO.
       77  WS-PEND-OPERACION PIC X VALUE SPACE.
       77  WS-PEND-ORIGEN PIC X VALUE SPACE.
       77  WS-PEND-MOTIVO PIC X(60) VALUE SPACE.
       77  LIBROS-STATUS PIC XX VALUE "00".
       77  LIBROS-DISPONIBLE PIC X VALUE "N".
       77  WS-LIBRO-VALIDO PIC X VALUE "S".
       77  SUSPENSO-STATUS PIC XX VALUE "00".
       77  SUSPENSO-DISPONIBLE PIC X VALUE "N".
       77  WS-LOTE-ORIGEN PIC X(60) VALUE SPACE.
       77  WS-LOTE-VALIDO PIC X VALUE "N".
       77  WS-MOTIVO-CONTROL PIC X(50) VALUE SPACE.
       77  WS-FIN-CONTROL PIC X VALUE "N".
       77  WS-CONT-LINEAS-LOTE PIC 9(9) VALUE ZERO.
       77  WS-CONT-DETALLE PIC 9(9) VALUE ZERO.
       77  WS-TRL-CONTADOR PIC 9(9) VALUE ZERO.
       77  WS-CONTROL-TIPO PIC X VALUE SPACE.
       77  WS-CONTROL-VALOR PIC X(20) VALUE SPACE.
       77  WS-SUS-MOTIVO PIC X(4) VALUE SPACE.
       77  WS-SUS-NRO PIC 9(8) VALUE ZERO.
       77  WS-SUS-ULTIMO PIC 9(8) VALUE ZERO.
       77  WS-SUS-REENVIO PIC 9(8) VALUE ZERO.
       77  WS-FIN-SUSPENSO PIC X VALUE "N".
       77  WS-CONT-SUSPENDIDOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-ANTES-REENVIO PIC 9(6) VALUE ZERO.
       77  WS-CONT-REENVIADOS PIC 9(6) VALUE ZERO.
       77  WS-FECHA-SUSPENSO PIC 9(8) VALUE ZERO.
       77  WS-SUS-OBSERVACION PIC X(60) VALUE SPACE.
       77  WS-ULTIMA-LINEA-LOTE PIC X(160) VALUE SPACE.
       77  OFICINAS-STATUS PIC XX VALUE "00".
       77  WS-OFICINA-OPERADOR PIC X(3) VALUE SPACE.
       77  WS-ACCESO-TOTAL PIC X VALUE "N".
       77  WS-OFICINA-PERMITIDA PIC X VALUE "S".

       01  WS-REG-GUARDADO PIC X(160).

       01  WS-TRANS-REGCIVIL.
                IF MODO-LOTE = "S"
                    PERFORM PROCESAR-LOTE
                ELSE
                    PERFORM MENU-PRINCIPAL UNTIL OPCION-MENU = "6"
                END-IF
                PERFORM PROCEDIMIENTO-CIERRE
            END-IF.

       PROCESAR-LOTE.
           PERFORM LEER-CHECKPOINT.
           MOVE WS-NOMBRE-LOTE TO WS-LOTE-ORIGEN.
           PERFORM VERIFICAR-CONTROL-LOTE.
           EVALUATE WS-LOTE-VALIDO
               WHEN "X"
                   DISPLAY "No se pudo abrir el archivo de "
                       "transacciones: " WS-NOMBRE-LOTE
               WHEN "N"
                   DISPLAY "Lote rechazado sin aplicar ninguna línea ("
                       FUNCTION TRIM(WS-MOTIVO-CONTROL) "): "
                       WS-NOMBRE-LOTE
                   PERFORM SUSPENDER-LOTE
               WHEN OTHER
                   PERFORM APLICAR-LOTE
           END-EVALUATE.
           DISPLAY "Líneas enviadas a SUSPENSO.DAT: "
               WS-CONT-SUSPENDIDOS
               "; correcciones reenviadas: " WS-CONT-REENVIADOS.

       APLICAR-LOTE.
           OPEN INPUT TRANSACCIONES-ARCHIVO.
           IF WS-LINEA-REANUDAR > 0
               ADD 1 WS-LINEA-REANUDAR
                   GIVING WS-LINEA-SIGUIENTE
               DISPLAY "Reanudado en la línea "
                   WS-LINEA-SIGUIENTE
           END-IF
           PERFORM PROCESAR-TRANSACCION UNTIL WS-EOF-LOTE = "S"
           CLOSE TRANSACCIONES-ARCHIVO
           PERFORM GRABAR-CHECKPOINT
           PERFORM REENVIAR-CORREGIDAS
           PERFORM BORRAR-CHECKPOINT
           IF MODO-LOTE-POR-SENTINEL = "S"
               PERFORM BORRAR-SENTINEL
           END-IF.

      ******************************************************************
      * Lote control: the first line must be the header "H,AAAAMMDD"
      * and the last the trailer "T,n", n being the number of lines
      * between them.  The whole file is read before anything is
      * applied, so a file truncated or cut short in transit is
      * refused entire; its sentinel is left in place for the
      * complete file to be loaded on a later night.
      ******************************************************************
       VERIFICAR-CONTROL-LOTE.
           MOVE "N" TO WS-LOTE-VALIDO.
           MOVE SPACE TO WS-MOTIVO-CONTROL.
           MOVE ZERO TO WS-CONT-LINEAS-LOTE.
           MOVE SPACE TO WS-ULTIMA-LINEA-LOTE.
           MOVE "N" TO WS-FIN-CONTROL.
           OPEN INPUT TRANSACCIONES-ARCHIVO.
           IF TRANS-STATUS NOT = "00"
               MOVE "X" TO WS-LOTE-VALIDO
           ELSE
               MOVE SPACE TO TRANS-LINEA
               READ TRANSACCIONES-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-CONTROL
                   NOT AT END
                       ADD 1 TO WS-CONT-LINEAS-LOTE
               END-READ
               MOVE SPACE TO WS-CONTROL-TIPO
               UNSTRING TRANS-LINEA DELIMITED BY ","
                   INTO WS-CONTROL-TIPO
               END-UNSTRING
               IF WS-FIN-CONTROL = "S" OR WS-CONTROL-TIPO NOT = "H"
                   MOVE "falta el encabezado H" TO WS-MOTIVO-CONTROL
                   MOVE TRANS-LINEA TO WS-ULTIMA-LINEA-LOTE
               ELSE
                   PERFORM CONTAR-LINEA-CONTROL
                       UNTIL WS-FIN-CONTROL = "S"
                   PERFORM REVISAR-TRAILER
               END-IF
               CLOSE TRANSACCIONES-ARCHIVO
           END-IF.

       CONTAR-LINEA-CONTROL.
           READ TRANSACCIONES-ARCHIVO
               AT END
                   MOVE "S" TO WS-FIN-CONTROL
               NOT AT END
                   ADD 1 TO WS-CONT-LINEAS-LOTE
                   MOVE TRANS-LINEA TO WS-ULTIMA-LINEA-LOTE
           END-READ.

       REVISAR-TRAILER.
           MOVE SPACE TO WS-CONTROL-TIPO WS-CONTROL-VALOR.
           UNSTRING WS-ULTIMA-LINEA-LOTE DELIMITED BY ","
               INTO WS-CONTROL-TIPO WS-CONTROL-VALOR
           END-UNSTRING.
           MOVE ZERO TO WS-CONT-DETALLE WS-TRL-CONTADOR.
           IF WS-CONT-LINEAS-LOTE > 2
               SUBTRACT 2 FROM WS-CONT-LINEAS-LOTE
                   GIVING WS-CONT-DETALLE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CONT-LINEAS-LOTE < 2
                   OR WS-CONTROL-TIPO NOT = "T"
                   MOVE "falta el trailer T" TO WS-MOTIVO-CONTROL
               WHEN WS-CONTROL-VALOR = SPACE
                   OR FUNCTION TEST-NUMVAL(WS-CONTROL-VALOR) NOT = 0
                   MOVE "total de control inválido"
                       TO WS-MOTIVO-CONTROL
               WHEN OTHER
                   COMPUTE WS-TRL-CONTADOR =
                       FUNCTION NUMVAL(WS-CONTROL-VALOR)
                   IF WS-TRL-CONTADOR = WS-CONT-DETALLE
                       MOVE "S" TO WS-LOTE-VALIDO
                   ELSE
                       MOVE "el total de control no cuadra"
                           TO WS-MOTIVO-CONTROL
                       DISPLAY "Líneas de detalle: " WS-CONT-DETALLE
                           "; total de control: " WS-TRL-CONTADOR
                   END-IF
           END-EVALUATE.

       LEER-CHECKPOINT.
           MOVE ZERO TO WS-LINEA-REANUDAR.
           OPEN INPUT CHECKPOINT-ARCHIVO.
               WHEN "A" PERFORM TRANSACCION-ALTA
               WHEN "M" PERFORM TRANSACCION-MODIFICACION
               WHEN "B" PERFORM TRANSACCION-BAJA
               WHEN "H" CONTINUE
               WHEN "T" CONTINUE
               WHEN OTHER
                   DISPLAY "Transacción omitida (tipo desconocido): "
                       TRANS-LINEA
                   MOVE "TIPO" TO WS-SUS-MOTIVO
                   PERFORM SUSPENDER-TRANSACCION
           END-EVALUATE.

       EXTRAER-CAMPOS-LOTE.

       TRANSACCION-ALTA.
           PERFORM EXTRAER-CAMPOS-LOTE
           IF WS-CAMPO-VALIDO = "S"
               PERFORM VALIDAR-LIBRO-MAESTRO
           END-IF
           EVALUATE TRUE
               WHEN WS-CAMPO-VALIDO = "N"
                   DISPLAY "Transacción omitida (dato inválido): "
                       TRANS-LINEA
                   MOVE "DATO" TO WS-SUS-MOTIVO
                   PERFORM SUSPENDER-TRANSACCION
               WHEN WS-LIBRO-VALIDO = "N"
                   DISPLAY "Transacción omitida (libro o folio no "
                       "admitido): " TRANS-LINEA
                   MOVE "LIBR" TO WS-SUS-MOTIVO
                   PERFORM SUSPENDER-TRANSACCION
               WHEN OTHER
                   PERFORM TRANSACCION-ALTA-VALIDADA
           END-EVALUATE.

       TRANSACCION-ALTA-VALIDADA.
           PERFORM VALIDAR-CEDULA-EXISTE
           IF CEDULA-VALIDA = "S"
               AND REGISTRO-TIPO-ACTA = "M"
               PERFORM VALIDAR-CONYUGE-EXISTE
           END-IF
           IF CEDULA-VALIDA = "S"
               AND REGISTRO-TIPO-ACTA = "N"
               PERFORM VALIDAR-PADRES-EXISTEN
           END-IF
           IF CEDULA-VALIDA = "N"
               DISPLAY "Transacción omitida (cédula no "
                   "registrada): " TRANS-LINEA
               MOVE "NOPE" TO WS-SUS-MOTIVO
               PERFORM SUSPENDER-TRANSACCION
           ELSE
               PERFORM VALIDAR-REGLAS-ACTA
               IF WS-REGLA-VALIDA = "N"
                   DISPLAY "Transacción omitida (regla de tipo "
                       "de acta): " TRANS-LINEA
                   MOVE "REGL" TO WS-SUS-MOTIVO
                   PERFORM SUSPENDER-TRANSACCION
               ELSE
                   PERFORM ESCRIBIR-REGISTRO
               END-IF
           END-IF.

           IF WS-CAMPO-VALIDO = "N"
               DISPLAY "Transacción omitida (dato inválido): "
                   TRANS-LINEA
               MOVE "DATO" TO WS-SUS-MOTIVO
               PERFORM SUSPENDER-TRANSACCION
           ELSE
               PERFORM VALIDAR-CEDULA-EXISTE
               IF CEDULA-VALIDA = "S"
               IF CEDULA-VALIDA = "N"
                   DISPLAY "Transacción omitida (cédula no "
                       "registrada): " TRANS-LINEA
                   MOVE "NOPE" TO WS-SUS-MOTIVO
                   PERFORM SUSPENDER-TRANSACCION
               ELSE
                   MOVE REGISTRO-NRO-FOLIO TO TRANS-FOLIO
                   MOVE REGISTRO-NRO-LIBRO TO TRANS-LIBRO
                       INVALID KEY
                           DISPLAY "Transacción omitida (folio y "
                               "libro no registrados): " TRANS-LINEA
                           MOVE "NOFO" TO WS-SUS-MOTIVO
                           PERFORM SUSPENDER-TRANSACCION
                       NOT INVALID KEY
                           PERFORM VERIFICAR-OFICINA-ACTA
                           IF WS-OFICINA-PERMITIDA = "N"
                               DISPLAY "Transacción omitida (acta "
                                   "de otra oficina): " TRANS-LINEA
                               MOVE "OFIC" TO WS-SUS-MOTIVO
                               PERFORM SUSPENDER-TRANSACCION
                           ELSE
                               PERFORM APLICAR-MODIFICACION-LOTE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * Lote M line whose acta is in REGISTRO-CIVIL-REGISTRO and the
      * new values in WS-TRANS-REGCIVIL: files the change as pending.
      ******************************************************************
       APLICAR-MODIFICACION-LOTE.
           MOVE REGISTRO-CIVIL-REGISTRO TO WS-JRN-ANTES
           MOVE TRANS-FECHA TO REGISTRO-FECHA
           MOVE TRANS-CEDULA TO REGISTRO-CEDULA
           MOVE TRANS-DIRECCION TO REGISTRO-DIRECCION
           MOVE TRANS-TIPO-ACTA TO REGISTRO-TIPO-ACTA
           IF TRANS-TIPO-ACTA = "M"
               MOVE TRANS-CONYUGE TO REGISTRO-CEDULA-CONYUGE
           ELSE
               MOVE SPACE TO REGISTRO-CEDULA-CONYUGE
           END-IF
           IF TRANS-TIPO-ACTA = "N"
               MOVE TRANS-PADRE TO REGISTRO-CEDULA-PADRE
               MOVE TRANS-MADRE TO REGISTRO-CEDULA-MADRE
           ELSE
               MOVE SPACE TO REGISTRO-CEDULA-PADRE
               MOVE SPACE TO REGISTRO-CEDULA-MADRE
           END-IF
           MOVE REGISTRO-CLAVE TO WS-CLAVE-EXCLUIDA
           PERFORM VALIDAR-REGLAS-ACTA
           MOVE SPACE TO WS-CLAVE-EXCLUIDA
           IF WS-REGLA-VALIDA = "N"
               DISPLAY "Transacción omitida (regla de tipo de "
                   "acta): " TRANS-LINEA
               MOVE "REGL" TO WS-SUS-MOTIVO
               PERFORM SUSPENDER-TRANSACCION
           ELSE
               PERFORM VERIFICAR-PENDIENTE-ACTA
           END-IF
           IF WS-REGLA-VALIDA = "S"
               AND WS-HAY-PENDIENTE = "S"
               DISPLAY "Transacción omitida (acta con cambio "
                   "pendiente): " TRANS-LINEA
               MOVE "PEND" TO WS-SUS-MOTIVO
               PERFORM SUSPENDER-TRANSACCION
           END-IF
           IF WS-REGLA-VALIDA = "S"
               AND WS-HAY-PENDIENTE = "N"
               PERFORM OBTENER-FECHA-HORA
               MOVE WS-OPERADOR-ID TO REGISTRO-OPERADOR-ID
               MOVE WS-FECHA-HORA TO REGISTRO-FECHA-HORA-INGRESO
               MOVE "M" TO WS-PEND-OPERACION
               PERFORM PREPARAR-MOTIVO-LOTE
               PERFORM GRABAR-PENDIENTE
           END-IF.

       TRANSACCION-BAJA.
           UNSTRING TRANS-LINEA DELIMITED BY ","
               INTO REGISTRO-NRO-FOLIO REGISTRO-NRO-LIBRO
           IF WS-CAMPO-VALIDO = "N"
               DISPLAY "Transacción omitida (dato inválido): "
                   TRANS-LINEA
               MOVE "DATO" TO WS-SUS-MOTIVO
               PERFORM SUSPENDER-TRANSACCION
           ELSE
               READ REGISTRO-CIVIL-ARCHIVO
                   INVALID KEY
                       DISPLAY "Transacción omitida (folio y libro "
                           "no registrados): " TRANS-LINEA
                       MOVE "NOFO" TO WS-SUS-MOTIVO
                       PERFORM SUSPENDER-TRANSACCION
                   NOT INVALID KEY
                       MOVE "N" TO WS-MOSTRAR-NOTAS
                       PERFORM LEER-NOTAS-FOLIO
                       PERFORM VERIFICAR-PENDIENTE-ACTA
                       PERFORM VERIFICAR-OFICINA-ACTA
                       EVALUATE TRUE
                           WHEN WS-OFICINA-PERMITIDA = "N"
                               DISPLAY "Transacción omitida (acta "
                                   "de otra oficina): " TRANS-LINEA
                               MOVE "OFIC" TO WS-SUS-MOTIVO
                               PERFORM SUSPENDER-TRANSACCION
                           WHEN WS-CONT-NOTAS > ZERO
                               DISPLAY "Transacción omitida (acta "
                                   "con notas marginales): "
                                   TRANS-LINEA
                               MOVE "NOTA" TO WS-SUS-MOTIVO
                               PERFORM SUSPENDER-TRANSACCION
                           WHEN WS-HAY-PENDIENTE = "S"
                               DISPLAY "Transacción omitida (acta "
                                   "con cambio pendiente): "
                                   TRANS-LINEA
                               MOVE "PEND" TO WS-SUS-MOTIVO
                               PERFORM SUSPENDER-TRANSACCION
                           WHEN OTHER
                               MOVE REGISTRO-CIVIL-REGISTRO
                                   TO WS-JRN-ANTES
                               PERFORM OBTENER-FECHA-HORA
                               MOVE "B" TO WS-PEND-OPERACION
                               PERFORM PREPARAR-MOTIVO-LOTE
                               PERFORM GRABAR-PENDIENTE
                       END-EVALUATE
               END-READ
           END-IF.

      ******************************************************************
      * Suspense file.  Every lote line that is dropped is kept in
      * SUSPENSO.DAT with a reason code, the line as received, the lote
      * and line number and the date, for CORREGIR-SUSPENSO to correct
      * and resubmit it.  Callers set WS-SUS-MOTIVO; the line is the
      * one in TRANS-LINEA.
      ******************************************************************
       SUSPENDER-TRANSACCION.
           IF SUSPENSO-DISPONIBLE = "S"
               PERFORM OBTENER-SIGUIENTE-SUSPENSO
               MOVE SPACE TO SUSPENSO-REGISTRO
               MOVE WS-SUS-NRO TO SUS-NRO
               MOVE "R" TO SUS-ARCHIVO
               MOVE WS-SUS-MOTIVO TO SUS-MOTIVO
               MOVE WS-LOTE-ORIGEN TO SUS-LOTE
               MOVE WS-NRO-LINEA TO SUS-NRO-LINEA
               MOVE WS-FECHA-SUSPENSO TO SUS-FECHA
               MOVE WS-OPERADOR-ID TO SUS-OPERADOR-ID
               MOVE TRANS-LINEA TO SUS-LINEA-ORIGINAL
               MOVE "P" TO SUS-ESTADO
               MOVE WS-SUS-OBSERVACION TO SUS-OBSERVACION
               WRITE SUSPENSO-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar en SUSPENSO.DAT la "
                           "línea " WS-NRO-LINEA
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-SUSPENDIDOS
               END-WRITE
           END-IF.

       SUSPENDER-LOTE.
           MOVE "CTRL" TO WS-SUS-MOTIVO.
           MOVE WS-CONT-LINEAS-LOTE TO WS-NRO-LINEA.
           MOVE WS-ULTIMA-LINEA-LOTE TO TRANS-LINEA.
           MOVE WS-MOTIVO-CONTROL TO WS-SUS-OBSERVACION.
           PERFORM SUSPENDER-TRANSACCION.
           MOVE SPACE TO WS-SUS-OBSERVACION.

       OBTENER-SIGUIENTE-SUSPENSO.
           ACCEPT WS-FECHA-SUSPENSO FROM DATE YYYYMMDD
           MOVE ZERO TO WS-SUS-NRO
           MOVE 99999999 TO SUS-NRO
           START SUSPENSO-ARCHIVO
               KEY IS <= SUS-NRO
               INVALID KEY
                   CONTINUE
           END-START
           IF SUSPENSO-STATUS = "00"
               READ SUSPENSO-ARCHIVO PREVIOUS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SUS-NRO TO WS-SUS-NRO
               END-READ
           END-IF
           ADD 1 TO WS-SUS-NRO.

      ******************************************************************
      * Lines corrected in CORREGIR-SUSPENSO (estado C) ride along with
      * the next lote of this file: each is applied as if it were a
      * line of the lote and its entry is marked R.  A corrected line
      * that fails again becomes a new entry of its own.  The entry is
      * re-read by key each time because a failure writes a new one.
      ******************************************************************
       REENVIAR-CORREGIDAS.
           IF SUSPENSO-DISPONIBLE = "S"
               MOVE ZERO TO WS-SUS-ULTIMO
               MOVE "N" TO WS-FIN-SUSPENSO
               PERFORM REENVIAR-SIGUIENTE UNTIL WS-FIN-SUSPENSO = "S"
           END-IF.

       REENVIAR-SIGUIENTE.
           MOVE WS-SUS-ULTIMO TO SUS-NRO.
           START SUSPENSO-ARCHIVO
               KEY IS > SUS-NRO
               INVALID KEY
                   MOVE "S" TO WS-FIN-SUSPENSO
           END-START.
           IF WS-FIN-SUSPENSO = "N"
               READ SUSPENSO-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO WS-FIN-SUSPENSO
                   NOT AT END
                       MOVE SUS-NRO TO WS-SUS-ULTIMO
                       IF SUS-ARCHIVO = "R" AND SUS-ESTADO = "C"
                           PERFORM REENVIAR-LINEA
                       END-IF
               END-READ
           END-IF.

       REENVIAR-LINEA.
           MOVE SUS-NRO TO WS-SUS-REENVIO.
           MOVE SUS-NRO-LINEA TO WS-NRO-LINEA.
           MOVE SPACE TO WS-LOTE-ORIGEN.
           STRING "REENVIO SUSPENSO " WS-SUS-REENVIO
               DELIMITED BY SIZE INTO WS-LOTE-ORIGEN.
           MOVE SPACE TO TRANS-LINEA.
           MOVE SUS-LINEA-CORREGIDA TO TRANS-LINEA.
           MOVE WS-CONT-SUSPENDIDOS TO WS-CONT-ANTES-REENVIO.
           MOVE SPACE TO REGISTRO-CIVIL-REGISTRO.
           PERFORM APLICAR-TRANSACCION.
           MOVE WS-SUS-REENVIO TO SUS-NRO.
           READ SUSPENSO-ARCHIVO
               INVALID KEY
                   DISPLAY "No se encontró la entrada de suspenso "
                       WS-SUS-REENVIO
               NOT INVALID KEY
                   MOVE "R" TO SUS-ESTADO
                   MOVE SPACE TO SUS-OBSERVACION
                   IF WS-CONT-SUSPENDIDOS > WS-CONT-ANTES-REENVIO
                       STRING "Falló de nuevo; ver la entrada "
                           WS-SUS-NRO
                           DELIMITED BY SIZE INTO SUS-OBSERVACION
                   ELSE
                       STRING "Cargada con el lote "
                           FUNCTION TRIM(WS-NOMBRE-LOTE)
                           DELIMITED BY SIZE INTO SUS-OBSERVACION
                   END-IF
                   REWRITE SUSPENSO-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo marcar como reenviada "
                               "la entrada de suspenso " WS-SUS-REENVIO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-REENVIADOS
                   END-REWRITE
           END-READ.

       PROCEDIMIENTO-APERTURA.
           OPEN I-O REGISTRO-CIVIL-ARCHIVO.
           IF REGCIVIL-STATUS = "05" OR REGCIVIL-STATUS = "35"
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN EXTEND DIARIO-ARCHIVO.
           OPEN I-O NOTAS-ARCHIVO.
           IF NOTAS-STATUS = "05" OR NOTAS-STATUS = "35"
               OPEN OUTPUT NOTAS-ARCHIVO
               CLOSE NOTAS-ARCHIVO
               OPEN I-O NOTAS-ARCHIVO.
           OPEN I-O PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS = "05" OR PENDIENTES-STATUS = "35"
               OPEN OUTPUT PENDIENTES-ARCHIVO
               CLOSE PENDIENTES-ARCHIVO
               OPEN I-O PENDIENTES-ARCHIVO.
           OPEN INPUT LIBROS-ARCHIVO.
           IF LIBROS-STATUS = "00"
               MOVE "S" TO LIBROS-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se encontró LIBROS.DAT; no se "
                   "aceptarán altas hasta registrar los libros."
           END-IF.
           OPEN I-O SUSPENSO-ARCHIVO.
           IF SUSPENSO-STATUS = "05" OR SUSPENSO-STATUS = "35"
               OPEN OUTPUT SUSPENSO-ARCHIVO
               CLOSE SUSPENSO-ARCHIVO
               OPEN I-O SUSPENSO-ARCHIVO
           END-IF.
           IF SUSPENSO-STATUS = "00"
               MOVE "S" TO SUSPENSO-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se pudo abrir SUSPENSO.DAT; las "
                   "líneas rechazadas de un lote no se conservarán."
           END-IF.

      ******************************************************************
      * Sign-on: the OPERADOR_ID of the session must be an active
                       NOT INVALID KEY
                           IF OPER-ESTADO = "A"
                               MOVE "S" TO WS-ACCESO-AUTORIZADO
                               MOVE OPER-OFICINA
                                   TO WS-OFICINA-OPERADOR
                               IF OPER-ROL = "S"
                                   MOVE "S" TO WS-ACCESO-TOTAL
                               END-IF
                           ELSE
                               DISPLAY "El operador "
                                   WS-OPERADOR-ID " está "
           IF WS-ACCESO-AUTORIZADO = "N"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ACCESO-AUTORIZADO = "S" AND WS-ACCESO-TOTAL = "N"
               PERFORM VERIFICAR-OFICINA-CENTRAL
           END-IF.

      ******************************************************************
      * Scope of the session.  Supervisors, and the operators of the
      * oficina central of OFICINAS.DAT, may change the actas of any
      * oficina; everybody else only those whose REGISTRO-OFICINA is
      * the operator's own.  Without OFICINAS.DAT there is no oficina
      * central.
      ******************************************************************
       VERIFICAR-OFICINA-CENTRAL.
           OPEN INPUT OFICINAS-ARCHIVO.
           IF OFICINAS-STATUS = "00"
               MOVE WS-OFICINA-OPERADOR TO OFI-CODIGO
               READ OFICINAS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OFI-CENTRAL = "S" AND OFI-ESTADO = "A"
                           MOVE "S" TO WS-ACCESO-TOTAL
                       END-IF
               END-READ
               CLOSE OFICINAS-ARCHIVO
           END-IF.

       VERIFICAR-OFICINA-ACTA.
           MOVE "S" TO WS-OFICINA-PERMITIDA
           IF WS-ACCESO-TOTAL = "N"
               AND REGISTRO-OFICINA NOT = WS-OFICINA-OPERADOR
               MOVE "N" TO WS-OFICINA-PERMITIDA
           END-IF.

       PROCEDIMIENTO-CIERRE.
           CLOSE REGISTRO-CIVIL-ARCHIVO.
           CLOSE PERSONAS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE DIARIO-ARCHIVO.
           CLOSE NOTAS-ARCHIVO.
           CLOSE PENDIENTES-ARCHIVO.
           IF LIBROS-DISPONIBLE = "S"
               CLOSE LIBROS-ARCHIVO
           END-IF.
           IF SUSPENSO-DISPONIBLE = "S"
               CLOSE SUSPENSO-ARCHIVO
           END-IF.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           DISPLAY "----- MANTENIMIENTO DE REGISTRO CIVIL -----".
           DISPLAY "1. Agregar registro".
           DISPLAY "2. Buscar registro".
           DISPLAY "3. Modificar registro (requiere aprobación)".
           DISPLAY "4. Eliminar registro (requiere aprobación)".
           DISPLAY "5. Agregar nota marginal".
           DISPLAY "6. Salir".
           DISPLAY "Seleccione una opción: ".
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN "2" PERFORM BUSCAR-REGISTRO
               WHEN "3" PERFORM MODIFICAR-REGISTRO
               WHEN "4" PERFORM ELIMINAR-REGISTRO
               WHEN "5" PERFORM AGREGAR-NOTA-MARGINAL
               WHEN "6" CONTINUE
               WHEN OTHER DISPLAY "Opción inválida."
           END-EVALUATE.

       AGREGAR-REGISTRO.
           EVALUATE TRUE
               WHEN PERSONAS-DISPONIBLE NOT = "S"
                   DISPLAY "No se puede agregar: PERSONAS.DAT no está "
                       "disponible para validar la cédula."
               WHEN LIBROS-DISPONIBLE NOT = "S"
                   DISPLAY "No se puede agregar: LIBROS.DAT no está "
                       "disponible para validar el libro."
               WHEN OTHER
                   MOVE "N" TO ENTRADA
                   PERFORM OBTENER-CAMPOS UNTIL ENTRADA = "S"
                   PERFORM ESCRIBIR-REGISTRO
           END-EVALUATE.

       OBTENER-CAMPOS.
           MOVE SPACE TO REGISTRO-CIVIL-REGISTRO.
                  END-IF
              END-IF
          END-IF.
           IF ENTRADA = "S"
               PERFORM VALIDAR-LIBRO-MAESTRO
               IF WS-LIBRO-VALIDO = "N"
                   MOVE "N" TO ENTRADA
               END-IF
           END-IF.

       VERIFICAR-FOLIO-LIBRO-DUPLICADO.
           MOVE "N" TO FOLIO-LIBRO-DUPLICADO
                       "y libro; intente de nuevo."
           END-READ.

      ******************************************************************
      * An alta needs its libro registered in LIBROS.DAT and still
      * open, holding the same type of acta, with the folio numeric
      * and inside the libro's first/last folio range.
      ******************************************************************
       VALIDAR-LIBRO-MAESTRO.
           MOVE "N" TO WS-LIBRO-VALIDO
           IF LIBROS-DISPONIBLE NOT = "S"
               DISPLAY "No se puede validar el libro: LIBROS.DAT no "
                   "está disponible."
           ELSE
               MOVE REGISTRO-NRO-LIBRO TO LIB-NRO
               READ LIBROS-ARCHIVO
                   INVALID KEY
                       DISPLAY "El libro "
                           FUNCTION TRIM(REGISTRO-NRO-LIBRO)
                           " no está registrado en LIBROS.DAT."
                   NOT INVALID KEY
                       PERFORM REVISAR-LIBRO-FOLIO
               END-READ
           END-IF.

       REVISAR-LIBRO-FOLIO.
           EVALUATE TRUE
               WHEN LIB-ESTADO NOT = "A"
                   DISPLAY "El libro " FUNCTION TRIM(LIB-NRO)
                       " está cerrado desde el " LIB-FECHA-CIERRE
                       "; no admite más folios."
               WHEN REGISTRO-TIPO-ACTA NOT = LIB-TIPO-ACTA
                   DISPLAY "El libro " FUNCTION TRIM(LIB-NRO)
                       " es de actas de tipo " LIB-TIPO-ACTA "."
               WHEN FUNCTION TEST-NUMVAL(REGISTRO-NRO-FOLIO) NOT = 0
                   DISPLAY "Número de folio inválido; debe ser "
                       "numérico."
               WHEN FUNCTION NUMVAL(REGISTRO-NRO-FOLIO)
                       < LIB-FOLIO-DESDE
                   OR FUNCTION NUMVAL(REGISTRO-NRO-FOLIO)
                       > LIB-FOLIO-HASTA
                   DISPLAY "El folio está fuera del rango del libro ("
                       LIB-FOLIO-DESDE " a " LIB-FOLIO-HASTA ")."
               WHEN OTHER
                   MOVE "S" TO WS-LIBRO-VALIDO
           END-EVALUATE.

       VALIDAR-CEDULA-EXISTE.
           IF PERSONAS-DISPONIBLE = "S"
               MOVE "S" TO CEDULA-VALIDA
           PERFORM OBTENER-FECHA-HORA
           MOVE WS-OPERADOR-ID TO REGISTRO-OPERADOR-ID
           MOVE WS-FECHA-HORA TO REGISTRO-FECHA-HORA-INGRESO
           MOVE WS-OFICINA-OPERADOR TO REGISTRO-OFICINA
           WRITE REGISTRO-CIVIL-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe un registro con ese folio "
                       "y libro."
                   IF MODO-LOTE = "S"
                       MOVE "DUPL" TO WS-SUS-MOTIVO
                       PERFORM SUSPENDER-TRANSACCION
                   END-IF
               NOT INVALID KEY
                   MOVE "ALTA" TO WS-AUD-ACCION
                   PERFORM CONSTRUIR-CLAVE-AUDITORIA
                           REGISTRO-CEDULA-MADRE
                   END-IF
                   DISPLAY "Dirección: " REGISTRO-DIRECCION
                   DISPLAY "Oficina: " REGISTRO-OFICINA
                   MOVE "S" TO WS-MOSTRAR-NOTAS
                   PERFORM LEER-NOTAS-FOLIO
                   IF WS-CONT-NOTAS = ZERO
                       DISPLAY "Sin notas marginales."
                   END-IF
           END-READ.

       MODIFICAR-REGISTRO.
                       "y libro."
               NOT INVALID KEY
                   MOVE REGISTRO-CIVIL-REGISTRO TO WS-JRN-ANTES
                   PERFORM VERIFICAR-PENDIENTE-ACTA
                   PERFORM VERIFICAR-OFICINA-ACTA
                   EVALUATE TRUE
                       WHEN WS-OFICINA-PERMITIDA = "N"
                           PERFORM RECHAZAR-OFICINA
                       WHEN WS-HAY-PENDIENTE = "S"
                           DISPLAY "El acta ya tiene un cambio "
                               "pendiente de aprobación."
                       WHEN PERSONAS-DISPONIBLE NOT = "S"
                           DISPLAY "No se puede modificar: "
                               "PERSONAS.DAT no está disponible "
                               "para validar la cédula."
                       WHEN OTHER
                           PERFORM PEDIR-MODIFICACION
                   END-EVALUATE
           END-READ.

       PEDIR-MODIFICACION.
           MOVE "N" TO CEDULA-VALIDA
           MOVE "N" TO WS-REGLA-VALIDA
           PERFORM UNTIL CEDULA-VALIDA = "S"
               AND WS-REGLA-VALIDA = "S"
               PERFORM PEDIR-FECHA-VALIDA
               PERFORM PEDIR-CEDULA-VALIDA
               PERFORM PEDIR-TIPO-ACTA
               IF REGISTRO-TIPO-ACTA = "M"
                   PERFORM PEDIR-CEDULA-CONYUGE
               ELSE
                   MOVE SPACE TO REGISTRO-CEDULA-CONYUGE
               END-IF
               IF REGISTRO-TIPO-ACTA = "N"
                   PERFORM PEDIR-CEDULA-PADRE
                   PERFORM PEDIR-CEDULA-MADRE
               ELSE
                   MOVE SPACE TO REGISTRO-CEDULA-PADRE
                   MOVE SPACE TO REGISTRO-CEDULA-MADRE
               END-IF
               DISPLAY DIRECCION
               ACCEPT REGISTRO-DIRECCION
               PERFORM VALIDAR-CEDULA-EXISTE
               IF CEDULA-VALIDA = "S"
                   AND REGISTRO-TIPO-ACTA = "M"
                   PERFORM VALIDAR-CONYUGE-EXISTE
               END-IF
               IF CEDULA-VALIDA = "S"
                   AND REGISTRO-TIPO-ACTA = "N"
                   PERFORM VALIDAR-PADRES-EXISTEN
               END-IF
               MOVE "N" TO WS-REGLA-VALIDA
               IF CEDULA-VALIDA = "S"
                   MOVE REGISTRO-CLAVE TO WS-CLAVE-EXCLUIDA
                   PERFORM VALIDAR-REGLAS-ACTA
                   MOVE SPACE TO WS-CLAVE-EXCLUIDA
               END-IF
           END-PERFORM
           PERFORM PEDIR-MOTIVO-CAMBIO
           IF WS-PEND-MOTIVO NOT = SPACE
               PERFORM OBTENER-FECHA-HORA
               MOVE WS-OPERADOR-ID TO REGISTRO-OPERADOR-ID
               MOVE WS-FECHA-HORA TO REGISTRO-FECHA-HORA-INGRESO
               MOVE "M" TO WS-PEND-OPERACION
               MOVE "I" TO WS-PEND-ORIGEN
               PERFORM GRABAR-PENDIENTE
           END-IF.

       ELIMINAR-REGISTRO.
           DISPLAY FOLIO
           ACCEPT FOLIO-BUSCADO
           DISPLAY LIBRO
           ACCEPT LIBRO-BUSCADO
           MOVE FOLIO-BUSCADO TO REGISTRO-NRO-FOLIO
           MOVE LIBRO-BUSCADO TO REGISTRO-NRO-LIBRO
           READ REGISTRO-CIVIL-ARCHIVO
               INVALID KEY
                   DISPLAY "No existe un registro con ese folio "
                       "y libro."
               NOT INVALID KEY
                   MOVE "N" TO WS-MOSTRAR-NOTAS
                   PERFORM LEER-NOTAS-FOLIO
                   PERFORM VERIFICAR-PENDIENTE-ACTA
                   PERFORM VERIFICAR-OFICINA-ACTA
                   EVALUATE TRUE
                       WHEN WS-OFICINA-PERMITIDA = "N"
                           PERFORM RECHAZAR-OFICINA
                       WHEN WS-CONT-NOTAS > ZERO
                           DISPLAY "El acta tiene notas marginales; "
                               "no se puede eliminar."
                       WHEN WS-HAY-PENDIENTE = "S"
                           DISPLAY "El acta ya tiene un cambio "
                               "pendiente de aprobación."
                       WHEN OTHER
                           PERFORM SOLICITAR-BAJA
                   END-EVALUATE
           END-READ.

       RECHAZAR-OFICINA.
           DISPLAY "El acta pertenece a la oficina " REGISTRO-OFICINA
               "; solo esa oficina, la oficina central o un "
               "supervisor pueden cambiarla.".

       SOLICITAR-BAJA.
           DISPLAY "¿Confirma solicitar la baja de este registro? "
               "(S/N)"
           ACCEPT SI-NO
           IF SI-NO = "S" OR SI-NO = "s"
               PERFORM PEDIR-MOTIVO-CAMBIO
               IF WS-PEND-MOTIVO NOT = SPACE
                   MOVE REGISTRO-CIVIL-REGISTRO TO WS-JRN-ANTES
                   PERFORM OBTENER-FECHA-HORA
                   MOVE "B" TO WS-PEND-OPERACION
                   MOVE "I" TO WS-PEND-ORIGEN
                   PERFORM GRABAR-PENDIENTE
               END-IF
           END-IF.

      ******************************************************************
      * Pending changes.  The caller leaves the acta key in
      * REGISTRO-CLAVE, the before image in WS-JRN-ANTES and, for a
      * modification, the after image in REGISTRO-CIVIL-REGISTRO;
      * OBTENER-FECHA-HORA must already have run.  The request is
      * audited as SOLICITA; the REWRITE/DELETE, its journal images
      * and the MODIFICA/BAJA audit record come from APROBAR-CAMBIOS.
      ******************************************************************
       PEDIR-MOTIVO-CAMBIO.
           DISPLAY MOTIVO-CAMBIO
           MOVE SPACE TO WS-PEND-MOTIVO
           ACCEPT WS-PEND-MOTIVO
           IF WS-PEND-MOTIVO = SPACE
               DISPLAY "Sin motivo; cambio cancelado."
           END-IF.

       PREPARAR-MOTIVO-LOTE.
           MOVE "L" TO WS-PEND-ORIGEN
           MOVE SPACE TO WS-PEND-MOTIVO
           STRING "Lote " FUNCTION TRIM(WS-LOTE-ORIGEN)
               " línea " WS-NRO-LINEA
               DELIMITED BY SIZE INTO WS-PEND-MOTIVO.

       VERIFICAR-PENDIENTE-ACTA.
           MOVE "N" TO WS-HAY-PENDIENTE
           MOVE "N" TO WS-FIN-PENDIENTES
           MOVE REGISTRO-CLAVE TO PEND-CLAVE-ACTA
           START PENDIENTES-ARCHIVO
               KEY IS = PEND-CLAVE-ACTA
               INVALID KEY
                   MOVE "S" TO WS-FIN-PENDIENTES
           END-START
           PERFORM REVISAR-PENDIENTE
               UNTIL WS-FIN-PENDIENTES = "S".

       REVISAR-PENDIENTE.
           READ PENDIENTES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PEND-CLAVE-ACTA NOT = REGISTRO-CLAVE
                       MOVE "S" TO WS-FIN-PENDIENTES
                   ELSE
                       IF PEND-ESTADO = "P"
                           MOVE "S" TO WS-HAY-PENDIENTE
                           MOVE "S" TO WS-FIN-PENDIENTES
                       END-IF
                   END-IF
           END-READ.

       OBTENER-SIGUIENTE-PENDIENTE.
           MOVE ZERO TO WS-PEND-NRO
           MOVE 99999999 TO PEND-NRO
           START PENDIENTES-ARCHIVO
               KEY IS <= PEND-NRO
               INVALID KEY
                   CONTINUE
           END-START
           IF PENDIENTES-STATUS = "00"
               READ PENDIENTES-ARCHIVO PREVIOUS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PEND-NRO TO WS-PEND-NRO
               END-READ
           END-IF
           ADD 1 TO WS-PEND-NRO.

       GRABAR-PENDIENTE.
           PERFORM OBTENER-SIGUIENTE-PENDIENTE
           MOVE SPACE TO PENDIENTES-REGISTRO
           MOVE WS-PEND-NRO TO PEND-NRO
           MOVE "P" TO PEND-ESTADO
           MOVE WS-PEND-OPERACION TO PEND-OPERACION
           MOVE REGISTRO-CLAVE TO PEND-CLAVE-ACTA
           MOVE WS-PEND-ORIGEN TO PEND-ORIGEN
           MOVE WS-PEND-MOTIVO TO PEND-MOTIVO
           MOVE WS-OPERADOR-ID TO PEND-OPERADOR-ID
           MOVE WS-FECHA-HORA TO PEND-FECHA-HORA-INGRESO
           MOVE WS-JRN-ANTES TO PEND-IMAGEN-ANTES
           IF WS-PEND-OPERACION = "M"
               MOVE REGISTRO-CIVIL-REGISTRO TO PEND-IMAGEN-DESPUES
           END-IF
           WRITE PENDIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el cambio pendiente "
                       "para el folio " REGISTRO-NRO-FOLIO
                       " libro " REGISTRO-NRO-LIBRO
                   IF MODO-LOTE = "S"
                       MOVE "GRAB" TO WS-SUS-MOTIVO
                       PERFORM SUSPENDER-TRANSACCION
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Cambio enviado a aprobación con el nro. "
                       PEND-NRO
                   MOVE "SOLICITA" TO WS-AUD-ACCION
                   PERFORM CONSTRUIR-CLAVE-AUDITORIA
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

      ******************************************************************
      * Notas marginales.  A note is never changed or removed once
      * written: a wrong note is answered with a further corrección
      * note.  Sequence numbers run 001, 002, ... per folio+libro.
      * Divorcio and anulación only go against a matrimonio,
      * reconocimiento only against a nacimiento; the date noted may
      * not precede the date of the acta.
      ******************************************************************
       AGREGAR-NOTA-MARGINAL.
           DISPLAY FOLIO
           ACCEPT FOLIO-BUSCADO
           DISPLAY LIBRO
                   DISPLAY "No existe un registro con ese folio "
                       "y libro."
               NOT INVALID KEY
                   DISPLAY "Acta tipo " REGISTRO-TIPO-ACTA
                       " del " REGISTRO-FECHA
                       ", cédula " REGISTRO-CEDULA
                   MOVE "S" TO WS-MOSTRAR-NOTAS
                   PERFORM LEER-NOTAS-FOLIO
                   PERFORM VERIFICAR-OFICINA-ACTA
                   EVALUATE TRUE
                       WHEN WS-OFICINA-PERMITIDA = "N"
                           PERFORM RECHAZAR-OFICINA
                       WHEN WS-ULTIMA-SECUENCIA = 999
                           DISPLAY "El acta ya tiene el máximo de "
                               "notas marginales."
                       WHEN OTHER
                           PERFORM PEDIR-DATOS-NOTA
                   END-EVALUATE
           END-READ.

       PEDIR-DATOS-NOTA.
           PERFORM PEDIR-TIPO-NOTA
           PERFORM PEDIR-FECHA-NOTA
           MOVE SPACE TO WS-NOTA-DOCUMENTO
           DISPLAY DOCUMENTO-NOTA
           ACCEPT WS-NOTA-DOCUMENTO
           IF WS-NOTA-DOCUMENTO = SPACE
               DISPLAY "Sin documento de respaldo; nota cancelada."
           ELSE
               MOVE SPACE TO WS-NOTA-DETALLE
               DISPLAY DETALLE-NOTA
               ACCEPT WS-NOTA-DETALLE
               DISPLAY "¿Confirma agregar la nota? (S/N)"
               ACCEPT SI-NO
               IF SI-NO = "S" OR SI-NO = "s"
                   PERFORM ESCRIBIR-NOTA
               ELSE
                   DISPLAY "Nota cancelada."
               END-IF
           END-IF.

       PEDIR-TIPO-NOTA.
           MOVE "N" TO WS-CAMPO-VALIDO
           DISPLAY "D divorcio, A anulación, R reconocimiento, "
               "C corrección"
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY TIPO-NOTA
               MOVE SPACE TO WS-NOTA-TIPO
               ACCEPT WS-NOTA-TIPO
               INSPECT WS-NOTA-TIPO CONVERTING "darc" TO "DARC"
               PERFORM VALIDAR-TIPO-NOTA
           END-PERFORM.

       VALIDAR-TIPO-NOTA.
           MOVE "S" TO WS-CAMPO-VALIDO
           EVALUATE WS-NOTA-TIPO
               WHEN "D"
               WHEN "A"
                   IF REGISTRO-TIPO-ACTA NOT = "M"
                       MOVE "N" TO WS-CAMPO-VALIDO
                       DISPLAY "Divorcio y anulación solo se anotan "
                           "en un acta de matrimonio."
                   END-IF
               WHEN "R"
                   IF REGISTRO-TIPO-ACTA = "M"
                       OR REGISTRO-TIPO-ACTA = "D"
                       MOVE "N" TO WS-CAMPO-VALIDO
                       DISPLAY "El reconocimiento solo se anota en "
                           "un acta de nacimiento."
                   END-IF
               WHEN "C"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-CAMPO-VALIDO
                   DISPLAY "Tipo de nota inválido; use D, A, R o C."
           END-EVALUATE.

      ******************************************************************
      * VALIDAR-FECHA works on REGISTRO-FECHA, so the acta's own date
      * is set aside while the note date is checked and put back
      * afterwards.
      ******************************************************************
       PEDIR-FECHA-NOTA.
           MOVE REGISTRO-FECHA TO WS-FECHA-ACTA
           STRING WS-FECHA-ACTA(7:4) WS-FECHA-ACTA(4:2)
               WS-FECHA-ACTA(1:2)
               DELIMITED BY SIZE INTO WS-FECHA-ACTA-CMP
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY FECHA-NOTA
               ACCEPT REGISTRO-FECHA
               PERFORM VALIDAR-FECHA
               IF WS-CAMPO-VALIDO = "S"
                   STRING REGISTRO-FECHA(7:4) REGISTRO-FECHA(4:2)
                       REGISTRO-FECHA(1:2)
                       DELIMITED BY SIZE INTO WS-FECHA-NOTA-CMP
                   IF WS-FECHA-NOTA-CMP < WS-FECHA-ACTA-CMP
                       MOVE "N" TO WS-CAMPO-VALIDO
                       DISPLAY "La fecha de la nota no puede ser "
                           "anterior a la del acta."
                   END-IF
               END-IF
           END-PERFORM
           MOVE REGISTRO-FECHA TO WS-NOTA-FECHA
           MOVE WS-FECHA-ACTA TO REGISTRO-FECHA.

       ESCRIBIR-NOTA.
           PERFORM OBTENER-FECHA-HORA
           MOVE SPACE TO NOTAS-REGISTRO
           MOVE REGISTRO-NRO-FOLIO TO NOTA-NRO-FOLIO
           MOVE REGISTRO-NRO-LIBRO TO NOTA-NRO-LIBRO
           ADD 1 WS-ULTIMA-SECUENCIA GIVING NOTA-SECUENCIA
           MOVE WS-NOTA-TIPO TO NOTA-TIPO
           MOVE WS-NOTA-FECHA TO NOTA-FECHA
           MOVE WS-NOTA-DOCUMENTO TO NOTA-DOCUMENTO
           MOVE WS-NOTA-DETALLE TO NOTA-DETALLE
           MOVE WS-OPERADOR-ID TO NOTA-OPERADOR-ID
           MOVE WS-FECHA-HORA TO NOTA-FECHA-HORA-INGRESO
           WRITE NOTAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar la nota marginal."
               NOT INVALID KEY
                   DISPLAY "Nota marginal " NOTA-SECUENCIA
                       " agregada."
                   MOVE "NOTA" TO WS-AUD-ACCION
                   PERFORM CONSTRUIR-CLAVE-AUDITORIA
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

      ******************************************************************
      * Reads every note of the acta in REGISTRO-NRO-FOLIO/-LIBRO,
      * leaving the count in WS-CONT-NOTAS and the highest sequence
      * in WS-ULTIMA-SECUENCIA; lists them when WS-MOSTRAR-NOTAS = "S".
      ******************************************************************
       LEER-NOTAS-FOLIO.
           MOVE ZERO TO WS-CONT-NOTAS
           MOVE ZERO TO WS-ULTIMA-SECUENCIA
           MOVE "N" TO WS-FIN-NOTAS
           MOVE REGISTRO-NRO-FOLIO TO NOTA-NRO-FOLIO
           MOVE REGISTRO-NRO-LIBRO TO NOTA-NRO-LIBRO
           MOVE ZERO TO NOTA-SECUENCIA
           START NOTAS-ARCHIVO
               KEY IS >= NOTA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-NOTAS
           END-START
           PERFORM LEER-NOTA UNTIL WS-FIN-NOTAS = "S".

       LEER-NOTA.
           READ NOTAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-NOTAS
               NOT AT END
                   IF NOTA-NRO-FOLIO NOT = REGISTRO-NRO-FOLIO
                       OR NOTA-NRO-LIBRO NOT = REGISTRO-NRO-LIBRO
                       MOVE "S" TO WS-FIN-NOTAS
                   ELSE
                       ADD 1 TO WS-CONT-NOTAS
                       MOVE NOTA-SECUENCIA TO WS-ULTIMA-SECUENCIA
                       IF WS-MOSTRAR-NOTAS = "S"
                           PERFORM MOSTRAR-NOTA
                       END-IF
                   END-IF
           END-READ.

       MOSTRAR-NOTA.
           IF WS-CONT-NOTAS = 1
               DISPLAY "Notas marginales:"
           END-IF
           EVALUATE NOTA-TIPO
               WHEN "D" MOVE "DIVORCIO" TO WS-DESCRIPCION-NOTA
               WHEN "A" MOVE "ANULACIÓN" TO WS-DESCRIPCION-NOTA
               WHEN "R" MOVE "RECONOCIMIENTO" TO WS-DESCRIPCION-NOTA
               WHEN "C" MOVE "CORRECCIÓN" TO WS-DESCRIPCION-NOTA
               WHEN OTHER MOVE NOTA-TIPO TO WS-DESCRIPCION-NOTA
           END-EVALUATE
           DISPLAY "  " NOTA-SECUENCIA " " WS-DESCRIPCION-NOTA
               " del " NOTA-FECHA
               "  doc. " FUNCTION TRIM(NOTA-DOCUMENTO)
               "  oper. " NOTA-OPERADOR-ID
           IF NOTA-DETALLE NOT = SPACE
               DISPLAY "      " FUNCTION TRIM(NOTA-DETALLE)
           END-IF.

       END PROGRAM ENTRADA-REGISTRO-CIVIL.
