      * Author:
      * Date:
      * Purpose:  Maintain PERSONAS-ARCHIVO: add, search, modify and
      *           delete persona records by PERSONA-CEDULA.  A lote
      *           file must open with an "H" header and close with a
      *           "T" trailer carrying the count of lines between them;
      *           otherwise it is refused before any line is applied.
      *           Every lote line dropped goes to SUSPENSO.DAT with a
      *           reason code, and lines corrected there are loaded
      *           again after the next lote.  Every alta is stamped
      *           with the oficina registral of the operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIARIO-STATUS.

           SELECT SUSPENSO-ARCHIVO
           ASSIGN TO "SUSPENSO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-NRO
           FILE STATUS IS SUSPENSO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PERSONAS-ARCHIVO.
           FD DIARIO-ARCHIVO.
           01 DIARIO-REGISTRO.
               COPY "diario.cpy".

           FD SUSPENSO-ARCHIVO.
           01 SUSPENSO-REGISTRO.
               COPY "suspenso.cpy".
       WORKING-STORAGE SECTION.
       77  PERSONAS-STATUS PIC XX VALUE "00".
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  WS-RC-BORRADO PIC S9(9) COMP-5 VALUE ZERO.
       77  WS-EOF-LOTE PIC X VALUE "N".
       77  WS-OPERADOR-ID PIC X(10) VALUE SPACE.
       77  WS-OFICINA-OPERADOR PIC X(3) VALUE SPACE.
       77  WS-FECHA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-HORA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-FECHA-HORA PIC X(20) VALUE SPACE.
       77  WS-LINEA-REANUDAR PIC 9(9) VALUE ZERO.
       77  WS-LINEA-SIGUIENTE PIC 9(9) VALUE ZERO.
       77  WS-INTERVALO-CHKPT PIC 9(4) VALUE 10.
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
       77  WS-ULTIMA-LINEA-LOTE PIC X(100) VALUE SPACE.
       77  WS-CONT-FOLIOS PIC 9(6) VALUE ZERO.
       77  WS-FIN-FOLIOS PIC X VALUE "N".
       77  WS-FOLIO-PENDIENTE PIC X VALUE "N".

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

       TRANSACCION-ALTA.
           IF WS-CAMPO-VALIDO = "N"
               DISPLAY "Transacción omitida (dato inválido): "
                   TRANS-LINEA
               MOVE "DATO" TO WS-SUS-MOTIVO
               PERFORM SUSPENDER-TRANSACCION
           ELSE
               PERFORM VERIFICAR-CEDULA-DUPLICADA
               IF CEDULA-DUPLICADA = "S"
                   DISPLAY "Transacción omitida (cédula "
                       "duplicada): " PERSONA-CEDULA
                   MOVE "DUPL" TO WS-SUS-MOTIVO
                   PERFORM SUSPENDER-TRANSACCION
               ELSE
                   PERFORM ESCRIBIR-REGISTRO
               END-IF
           IF WS-CAMPO-VALIDO = "N"
               DISPLAY "Transacción omitida (dato inválido): "
                   TRANS-LINEA
               MOVE "DATO" TO WS-SUS-MOTIVO
               PERFORM SUSPENDER-TRANSACCION
           ELSE
               MOVE PERSONA-NOMBRE TO TRANS-NOMBRE
               MOVE PERSONA-APELLIDO TO TRANS-APELLIDO
                   INVALID KEY
                       DISPLAY "Transacción omitida (cédula no "
                           "registrada): " TRANS-CEDULA
                       MOVE "NOPE" TO WS-SUS-MOTIVO
                       PERFORM SUSPENDER-TRANSACCION
                   NOT INVALID KEY
                       MOVE PERSONAS-REGISTRO TO WS-JRN-ANTES
                       MOVE TRANS-NOMBRE TO PERSONA-NOMBRE
                           INVALID KEY
                               DISPLAY "No se pudo actualizar el "
                                   "registro: " TRANS-CEDULA
                               MOVE "GRAB" TO WS-SUS-MOTIVO
                               PERFORM SUSPENDER-TRANSACCION
                           NOT INVALID KEY
                               MOVE "MODIFICA" TO WS-AUD-ACCION
                               MOVE PERSONA-CEDULA TO WS-AUD-CLAVE
           IF WS-CAMPO-VALIDO = "N"
               DISPLAY "Transacción omitida (dato inválido): "
                   TRANS-LINEA
               MOVE "DATO" TO WS-SUS-MOTIVO
               PERFORM SUSPENDER-TRANSACCION
           ELSE
               MOVE PERSONA-CEDULA TO CEDULA-BUSCADA
               READ PERSONAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "Transacción omitida (cédula no "
                           "registrada): " CEDULA-BUSCADA
                       MOVE "NOPE" TO WS-SUS-MOTIVO
                       PERFORM SUSPENDER-TRANSACCION
                   NOT INVALID KEY
                       PERFORM ELIMINAR-PERSONA
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
               MOVE "P" TO SUS-ARCHIVO
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
                       IF SUS-ARCHIVO = "P" AND SUS-ESTADO = "C"
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
           MOVE SPACE TO PERSONAS-REGISTRO.
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
           OPEN I-O PERSONAS-ARCHIVO.
           IF PERSONAS-STATUS = "05" OR PERSONAS-STATUS = "35"
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN EXTEND DIARIO-ARCHIVO.
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
                           ELSE
                               DISPLAY "El operador "
                                   WS-OPERADOR-ID " está "
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE DIARIO-ARCHIVO.
           IF SUSPENSO-DISPONIBLE = "S"
               CLOSE SUSPENSO-ARCHIVO
           END-IF.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-ID TO PERSONA-OPERADOR-ID
           MOVE WS-FECHA-HORA TO PERSONA-FECHA-HORA-INGRESO
           MOVE "A" TO PERSONA-ESTADO
           MOVE WS-OFICINA-OPERADOR TO PERSONA-OFICINA
           WRITE PERSONAS-REGISTRO
               INVALID KEY
                   DISPLAY "Ya existe una persona con esa cédula."
                   IF MODO-LOTE = "S"
                       MOVE "DUPL" TO WS-SUS-MOTIVO
                       PERFORM SUSPENDER-TRANSACCION
                   END-IF
               NOT INVALID KEY
                   MOVE "ALTA" TO WS-AUD-ACCION
                   MOVE PERSONA-CEDULA TO WS-AUD-CLAVE
                       DISPLAY "Fecha de nacimiento: " PERSONA-FECHA
                       DISPLAY "Cédula: " PERSONA-CEDULA
                       DISPLAY "Celular: " PERSONA-CELULAR
                       DISPLAY "Oficina: " PERSONA-OFICINA
                       IF PERSONA-ESTADO = "I"
                           DISPLAY "Estado: INACTIVO"
                       ELSE
       ELIMINAR-PERSONA.
           IF PERSONA-ESTADO = "I"
               DISPLAY "La persona ya está inactiva."
               IF MODO-LOTE = "S"
                   MOVE "INAC" TO WS-SUS-MOTIVO
                   PERFORM SUSPENDER-TRANSACCION
               END-IF
           ELSE
               MOVE PERSONAS-REGISTRO TO WS-JRN-ANTES
               MOVE "I" TO PERSONA-ESTADO
               REWRITE PERSONAS-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo inactivar el registro."
                       IF MODO-LOTE = "S"
                           MOVE "GRAB" TO WS-SUS-MOTIVO
                           PERFORM SUSPENDER-TRANSACCION
                       END-IF
                   NOT INVALID KEY
                       MOVE CEDULA-BUSCADA TO WS-AUD-CLAVE
                       MOVE "BAJA" TO WS-AUD-ACCION
