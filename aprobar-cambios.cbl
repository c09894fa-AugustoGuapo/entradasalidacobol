      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Supervisor approval of the modifications and
      *           deletions of actas queued in PENDIENTES.DAT by
      *           ENTRADA-REGISTRO-CIVIL.  Lists the pending items and
      *           shows each one with its before and after images and
      *           reason; the supervisor approves or rejects it.  Only
      *           an active supervisor (OPERADOR_ID with OPER-ROL = S)
      *           may run it, and never on a change they requested
      *           themselves.  An approved change is applied to
      *           REGCIVIL.DAT only if the acta still matches the
      *           before image taken when it was requested; it is then
      *           journaled to DIARIO.JRN and audited as MODIFICA or
      *           BAJA like any other change.  A rejection needs a
      *           reason and is audited as RECHAZA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-CAMBIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDIENTES-ARCHIVO
           ASSIGN TO "PENDIENTES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEND-NRO
           ALTERNATE RECORD KEY IS PEND-CLAVE-ACTA WITH DUPLICATES
           FILE STATUS IS PENDIENTES-STATUS.

           SELECT REGISTRO-CIVIL-ARCHIVO
           ASSIGN TO "REGCIVIL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTRO-CLAVE
           ALTERNATE RECORD KEY IS REGISTRO-CEDULA WITH DUPLICATES
           FILE STATUS IS REGCIVIL-STATUS.

           SELECT NOTAS-ARCHIVO
           ASSIGN TO "NOTAS-MARGINALES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTA-CLAVE
           FILE STATUS IS NOTAS-STATUS.

           SELECT OPERADORES-ARCHIVO
           ASSIGN TO "OPERADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPERADORES-STATUS.

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO "AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT OPTIONAL DIARIO-ARCHIVO
           ASSIGN TO "DIARIO.JRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIARIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PENDIENTES-ARCHIVO.
           01 PENDIENTES-REGISTRO.
               COPY "pendientes.cpy".

           FD REGISTRO-CIVIL-ARCHIVO.
           01 REGISTRO-CIVIL-REGISTRO.
               COPY "regcivil.cpy".

           FD NOTAS-ARCHIVO.
           01 NOTAS-REGISTRO.
               COPY "notas.cpy".

           FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

           FD DIARIO-ARCHIVO.
           01 DIARIO-REGISTRO.
               COPY "diario.cpy".

       WORKING-STORAGE SECTION.
       77  PENDIENTES-STATUS PIC XX VALUE "00".
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  NOTAS-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  DIARIO-STATUS PIC XX VALUE "00".
       77  PENDIENTES-DISPONIBLE PIC X VALUE "N".
       77  REGCIVIL-DISPONIBLE PIC X VALUE "N".
       77  NOTAS-DISPONIBLE PIC X VALUE "N".
       77  NRO-PENDIENTE PIC X(36)
           VALUE "Nro. de cambio (vacío vuelve): ".
       77  DECISION PIC X(44)
           VALUE "A aprueba, R rechaza, otra cosa vuelve: ".
       77  MOTIVO-RECHAZO PIC X(44)
           VALUE "Motivo del rechazo (vacío vuelve): ".
       77  OPCION-MENU PIC X.
       77  WS-NRO-TEXTO PIC X(10) VALUE SPACE.
       77  WS-DECISION PIC X VALUE SPACE.
       77  WS-MOTIVO-RECHAZO PIC X(60) VALUE SPACE.
       77  WS-FIN-PENDIENTES PIC X VALUE "N".
       77  WS-FIN-NOTAS PIC X VALUE "N".
       77  WS-CONT-PENDIENTES PIC 9(6) VALUE ZERO.
       77  WS-CONT-NOTAS PIC 9(6) VALUE ZERO.
       77  WS-APLICADO PIC X VALUE "N".
       77  WS-DESCRIPCION-OPERACION PIC X(12) VALUE SPACE.
       77  WS-IMAGEN PIC X(160) VALUE SPACE.
       77  WS-OPERADOR-ID PIC X(10) VALUE SPACE.
       77  WS-ACCESO-AUTORIZADO PIC X VALUE "N".
       77  WS-FECHA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-HORA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-FECHA-HORA PIC X(20) VALUE SPACE.
       77  WS-AUD-ACCION PIC X(10) VALUE SPACE.
       77  WS-AUD-CLAVE PIC X(25) VALUE SPACE.
       77  WS-JRN-OPERACION PIC X VALUE SPACE.
       77  WS-JRN-ANTES PIC X(160) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICAR-SUPERVISOR.
           IF WS-ACCESO-AUTORIZADO = "S"
               PERFORM PROCEDIMIENTO-APERTURA
               IF PENDIENTES-DISPONIBLE = "S"
                   AND REGCIVIL-DISPONIBLE = "S"
                   PERFORM MENU-PRINCIPAL UNTIL OPCION-MENU = "3"
               END-IF
               PERFORM PROCEDIMIENTO-CIERRE
           END-IF.
           STOP RUN.

      ******************************************************************
      * Sign-on: only an active supervisor may resolve pending changes.
      ******************************************************************
       VERIFICAR-SUPERVISOR.
           MOVE "N" TO WS-ACCESO-AUTORIZADO.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           OPEN INPUT OPERADORES-ARCHIVO.
           IF OPERADORES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir OPERADORES.DAT; "
                   "acceso denegado."
           ELSE
               MOVE WS-OPERADOR-ID TO OPER-ID
               READ OPERADORES-ARCHIVO
                   INVALID KEY
                       DISPLAY "El operador " WS-OPERADOR-ID
                           " no está registrado; acceso denegado."
                   NOT INVALID KEY
                       IF OPER-ROL = "S" AND OPER-ESTADO = "A"
                           MOVE "S" TO WS-ACCESO-AUTORIZADO
                       ELSE
                           DISPLAY "El operador " WS-OPERADOR-ID
                               " no es un supervisor activo; "
                               "acceso denegado."
                       END-IF
               END-READ
               CLOSE OPERADORES-ARCHIVO
           END-IF.
           IF WS-ACCESO-AUTORIZADO = "N"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCEDIMIENTO-APERTURA.
           OPEN I-O PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS = "00"
               MOVE "S" TO PENDIENTES-DISPONIBLE
           ELSE
               DISPLAY "No hay cambios pendientes: no se encontró "
                   "PENDIENTES.DAT."
           END-IF.
           OPEN I-O REGISTRO-CIVIL-ARCHIVO.
           IF REGCIVIL-STATUS = "00"
               MOVE "S" TO REGCIVIL-DISPONIBLE
           ELSE
               DISPLAY "No se pudo abrir REGCIVIL.DAT."
           END-IF.
           OPEN INPUT NOTAS-ARCHIVO.
           IF NOTAS-STATUS = "00"
               MOVE "S" TO NOTAS-DISPONIBLE
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN EXTEND DIARIO-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           IF PENDIENTES-DISPONIBLE = "S"
               CLOSE PENDIENTES-ARCHIVO
           END-IF.
           IF REGCIVIL-DISPONIBLE = "S"
               CLOSE REGISTRO-CIVIL-ARCHIVO
           END-IF.
           IF NOTAS-DISPONIBLE = "S"
               CLOSE NOTAS-ARCHIVO
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE DIARIO-ARCHIVO.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE SPACE TO WS-FECHA-HORA
           STRING WS-FECHA-ACTUAL WS-HORA-ACTUAL
               DELIMITED BY SIZE INTO WS-FECHA-HORA.

       REGISTRAR-AUDITORIA.
           MOVE "APROBAR-CAMBIOS" TO AUD-PROGRAMA
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE WS-AUD-CLAVE TO AUD-CLAVE
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID
           MOVE WS-FECHA-HORA TO AUD-FECHA-HORA
           WRITE AUDITORIA-REGISTRO.

      ******************************************************************
      * Same journal images ENTRADA-REGISTRO-CIVIL used to write when
      * it applied changes itself, so RECUPERACION-DIARIO replays an
      * approved change like any other REGCIVIL change.
      ******************************************************************
       REGISTRAR-DIARIO-FOLIO.
           MOVE "R" TO JRN-ARCHIVO
           MOVE WS-JRN-OPERACION TO JRN-OPERACION
           MOVE WS-AUD-CLAVE TO JRN-CLAVE
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-ID
           MOVE WS-FECHA-HORA TO JRN-FECHA-HORA
           MOVE WS-JRN-ANTES TO JRN-IMAGEN-ANTES
           IF WS-JRN-OPERACION = "B"
               MOVE SPACE TO JRN-IMAGEN-DESPUES
           ELSE
               MOVE REGISTRO-CIVIL-REGISTRO TO JRN-IMAGEN-DESPUES
           END-IF
           WRITE DIARIO-REGISTRO.

       CONSTRUIR-CLAVE-AUDITORIA.
           MOVE SPACE TO WS-AUD-CLAVE
           STRING FUNCTION TRIM(PEND-NRO-FOLIO) "/"
               FUNCTION TRIM(PEND-NRO-LIBRO)
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "----- APROBACIÓN DE CAMBIOS DE ACTAS -----".
           DISPLAY "1. Listar cambios pendientes".
           DISPLAY "2. Resolver un cambio".
           DISPLAY "3. Salir".
           DISPLAY "Seleccione una opción: ".
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN "1" PERFORM LISTAR-PENDIENTES
               WHEN "2" PERFORM RESOLVER-PENDIENTE
               WHEN "3" CONTINUE
               WHEN OTHER DISPLAY "Opción inválida."
           END-EVALUATE.

       LISTAR-PENDIENTES.
           MOVE ZERO TO WS-CONT-PENDIENTES.
           MOVE "N" TO WS-FIN-PENDIENTES.
           MOVE ZERO TO PEND-NRO.
           START PENDIENTES-ARCHIVO
               KEY IS >= PEND-NRO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PENDIENTES
           END-START.
           PERFORM LISTAR-PENDIENTE UNTIL WS-FIN-PENDIENTES = "S".
           IF WS-CONT-PENDIENTES = ZERO
               DISPLAY "No hay cambios pendientes."
           ELSE
               DISPLAY "Cambios pendientes: " WS-CONT-PENDIENTES
           END-IF.

       LISTAR-PENDIENTE.
           READ PENDIENTES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PEND-ESTADO = "P"
                       ADD 1 TO WS-CONT-PENDIENTES
                       PERFORM DESCRIBIR-OPERACION
                       DISPLAY PEND-NRO " " WS-DESCRIPCION-OPERACION
                           " folio " FUNCTION TRIM(PEND-NRO-FOLIO)
                           "/" FUNCTION TRIM(PEND-NRO-LIBRO)
                           "  por " PEND-OPERADOR-ID
                           " el " PEND-FECHA-HORA-INGRESO(1:8)
                       DISPLAY "         "
                           FUNCTION TRIM(PEND-MOTIVO)
                   END-IF
           END-READ.

       DESCRIBIR-OPERACION.
           IF PEND-OPERACION = "B"
               MOVE "BAJA" TO WS-DESCRIPCION-OPERACION
           ELSE
               MOVE "MODIFICACIÓN" TO WS-DESCRIPCION-OPERACION
           END-IF.

       RESOLVER-PENDIENTE.
           DISPLAY NRO-PENDIENTE.
           MOVE SPACE TO WS-NRO-TEXTO.
           ACCEPT WS-NRO-TEXTO.
           IF WS-NRO-TEXTO = SPACE
               CONTINUE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-NRO-TEXTO) NOT = 0
                   DISPLAY "Número inválido."
               ELSE
                   COMPUTE PEND-NRO = FUNCTION NUMVAL(WS-NRO-TEXTO)
                   READ PENDIENTES-ARCHIVO
                       INVALID KEY
                           DISPLAY "No existe un cambio con ese "
                               "número."
                       NOT INVALID KEY
                           PERFORM REVISAR-PENDIENTE
                   END-READ
               END-IF
           END-IF.

       REVISAR-PENDIENTE.
           PERFORM MOSTRAR-PENDIENTE.
           EVALUATE TRUE
               WHEN PEND-ESTADO = "A"
                   DISPLAY "El cambio ya fue aprobado por "
                       PEND-SUPERVISOR-ID "."
               WHEN PEND-ESTADO = "R"
                   DISPLAY "El cambio ya fue rechazado por "
                       PEND-SUPERVISOR-ID "."
               WHEN PEND-OPERADOR-ID = WS-OPERADOR-ID
                   DISPLAY "No puede resolver un cambio solicitado "
                       "por usted; debe hacerlo otro supervisor."
               WHEN OTHER
                   DISPLAY DECISION
                   MOVE SPACE TO WS-DECISION
                   ACCEPT WS-DECISION
                   INSPECT WS-DECISION CONVERTING "ar" TO "AR"
                   EVALUATE WS-DECISION
                       WHEN "A"
                           PERFORM APROBAR-PENDIENTE
                       WHEN "R"
                           PERFORM RECHAZAR-PENDIENTE
                       WHEN OTHER
                           DISPLAY "Cambio sin resolver."
                   END-EVALUATE
           END-EVALUATE.

       MOSTRAR-PENDIENTE.
           PERFORM DESCRIBIR-OPERACION.
           DISPLAY " ".
           DISPLAY "Cambio nro. " PEND-NRO ": "
               WS-DESCRIPCION-OPERACION
               " del folio " FUNCTION TRIM(PEND-NRO-FOLIO)
               " libro " FUNCTION TRIM(PEND-NRO-LIBRO).
           IF PEND-ORIGEN = "L"
               DISPLAY "Solicitado por " PEND-OPERADOR-ID
                   " el " PEND-FECHA-HORA-INGRESO(1:8)
                   " a las " PEND-FECHA-HORA-INGRESO(9:6)
                   " (lote)"
           ELSE
               DISPLAY "Solicitado por " PEND-OPERADOR-ID
                   " el " PEND-FECHA-HORA-INGRESO(1:8)
                   " a las " PEND-FECHA-HORA-INGRESO(9:6)
           END-IF.
           DISPLAY "Motivo: " FUNCTION TRIM(PEND-MOTIVO).
           IF PEND-ESTADO = "R"
               DISPLAY "Motivo del rechazo: "
                   FUNCTION TRIM(PEND-MOTIVO-RECHAZO)
           END-IF.
           DISPLAY "-- Acta antes del cambio --".
           MOVE PEND-IMAGEN-ANTES TO WS-IMAGEN.
           PERFORM MOSTRAR-IMAGEN.
           IF PEND-OPERACION = "M"
               DISPLAY "-- Acta después del cambio --"
               MOVE PEND-IMAGEN-DESPUES TO WS-IMAGEN
               PERFORM MOSTRAR-IMAGEN
           END-IF.

       MOSTRAR-IMAGEN.
           MOVE WS-IMAGEN TO REGISTRO-CIVIL-REGISTRO.
           DISPLAY "  Fecha: " REGISTRO-FECHA
               "  Cédula: " REGISTRO-CEDULA
               "  Tipo: " REGISTRO-TIPO-ACTA.
           IF REGISTRO-TIPO-ACTA = "M"
               DISPLAY "  Cédula del cónyuge: "
                   REGISTRO-CEDULA-CONYUGE
           END-IF.
           IF REGISTRO-TIPO-ACTA = "N"
               DISPLAY "  Padre: " REGISTRO-CEDULA-PADRE
                   "  Madre: " REGISTRO-CEDULA-MADRE
           END-IF.
           DISPLAY "  Dirección: " REGISTRO-DIRECCION.

      ******************************************************************
      * The change is applied only if the acta is still exactly what
      * the operator saw when requesting it; otherwise it must be
      * rejected and requested again over the current acta.  A baja
      * is also refused if notas marginales were written against the
      * acta in the meantime.
      ******************************************************************
       APROBAR-PENDIENTE.
           MOVE "N" TO WS-APLICADO.
           MOVE PEND-CLAVE-ACTA TO REGISTRO-CLAVE.
           READ REGISTRO-CIVIL-ARCHIVO
               INVALID KEY
                   DISPLAY "El acta ya no existe en REGCIVIL.DAT; "
                       "rechace el cambio."
               NOT INVALID KEY
                   IF REGISTRO-CIVIL-REGISTRO NOT = PEND-IMAGEN-ANTES
                       DISPLAY "El acta cambió desde la solicitud; "
                           "rechace el cambio y solicítelo de nuevo."
                   ELSE
                       PERFORM APLICAR-PENDIENTE
                   END-IF
           END-READ.
           IF WS-APLICADO = "S"
               MOVE "A" TO PEND-ESTADO
               MOVE SPACE TO PEND-MOTIVO-RECHAZO
               PERFORM MARCAR-RESUELTO
               DISPLAY "Cambio aprobado y aplicado."
           END-IF.

       APLICAR-PENDIENTE.
           PERFORM OBTENER-FECHA-HORA.
           PERFORM CONSTRUIR-CLAVE-AUDITORIA.
           MOVE REGISTRO-CIVIL-REGISTRO TO WS-JRN-ANTES.
           IF PEND-OPERACION = "M"
               MOVE PEND-IMAGEN-DESPUES TO REGISTRO-CIVIL-REGISTRO
               REWRITE REGISTRO-CIVIL-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo actualizar el registro."
                   NOT INVALID KEY
                       MOVE "S" TO WS-APLICADO
                       MOVE "MODIFICA" TO WS-AUD-ACCION
                       PERFORM REGISTRAR-AUDITORIA
                       MOVE "M" TO WS-JRN-OPERACION
                       PERFORM REGISTRAR-DIARIO-FOLIO
               END-REWRITE
           ELSE
               PERFORM CONTAR-NOTAS-ACTA
               IF WS-CONT-NOTAS > ZERO
                   DISPLAY "El acta tiene ahora notas marginales; "
                       "no se puede eliminar. Rechace el cambio."
               ELSE
                   DELETE REGISTRO-CIVIL-ARCHIVO
                       INVALID KEY
                           DISPLAY "No se pudo eliminar."
                       NOT INVALID KEY
                           MOVE "S" TO WS-APLICADO
                           MOVE "BAJA" TO WS-AUD-ACCION
                           PERFORM REGISTRAR-AUDITORIA
                           MOVE "B" TO WS-JRN-OPERACION
                           PERFORM REGISTRAR-DIARIO-FOLIO
                   END-DELETE
               END-IF
           END-IF.

       CONTAR-NOTAS-ACTA.
           MOVE ZERO TO WS-CONT-NOTAS.
           IF NOTAS-DISPONIBLE = "S"
               MOVE "N" TO WS-FIN-NOTAS
               MOVE PEND-NRO-FOLIO TO NOTA-NRO-FOLIO
               MOVE PEND-NRO-LIBRO TO NOTA-NRO-LIBRO
               MOVE ZERO TO NOTA-SECUENCIA
               START NOTAS-ARCHIVO
                   KEY IS >= NOTA-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-NOTAS
               END-START
               PERFORM CONTAR-NOTA UNTIL WS-FIN-NOTAS = "S"
           END-IF.

       CONTAR-NOTA.
           READ NOTAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-NOTAS
               NOT AT END
                   IF NOTA-NRO-FOLIO NOT = PEND-NRO-FOLIO
                       OR NOTA-NRO-LIBRO NOT = PEND-NRO-LIBRO
                       MOVE "S" TO WS-FIN-NOTAS
                   ELSE
                       ADD 1 TO WS-CONT-NOTAS
                   END-IF
           END-READ.

       RECHAZAR-PENDIENTE.
           DISPLAY MOTIVO-RECHAZO.
           MOVE SPACE TO WS-MOTIVO-RECHAZO.
           ACCEPT WS-MOTIVO-RECHAZO.
           IF WS-MOTIVO-RECHAZO = SPACE
               DISPLAY "Sin motivo; cambio sin resolver."
           ELSE
               PERFORM OBTENER-FECHA-HORA
               MOVE "R" TO PEND-ESTADO
               MOVE WS-MOTIVO-RECHAZO TO PEND-MOTIVO-RECHAZO
               PERFORM MARCAR-RESUELTO
               MOVE "RECHAZA" TO WS-AUD-ACCION
               PERFORM CONSTRUIR-CLAVE-AUDITORIA
               PERFORM REGISTRAR-AUDITORIA
               DISPLAY "Cambio rechazado."
           END-IF.

       MARCAR-RESUELTO.
           MOVE WS-OPERADOR-ID TO PEND-SUPERVISOR-ID.
           MOVE WS-FECHA-HORA TO PEND-FECHA-HORA-RESOLUCION.
           REWRITE PENDIENTES-REGISTRO
               INVALID KEY
                   DISPLAY "Aviso: no se pudo anotar la resolución "
                       "del cambio " PEND-NRO "."
           END-REWRITE.

       END PROGRAM APROBAR-CAMBIOS.
