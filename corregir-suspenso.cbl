      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Follow-up of the lote lines dropped by
      *           ENTRADA-PERSONAS and ENTRADA-REGISTRO-CIVIL and kept
      *           in SUSPENSO.DAT.  Lists the entries still pending,
      *           shows one with its reason and the line as received,
      *           and lets the operator key the corrected line, which
      *           is loaded with the next lote of the same file
      *           (PERSONAS.LOTE or REGCIVIL.LOTE), or discard the
      *           entry with a reason.  A lote refused whole (reason
      *           CTRL) can only be discarded once the sender has
      *           resent it.  Corrections and discards are audited as
      *           CORRIGE and DESCARTA.  Any active operator may use it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREGIR-SUSPENSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO-ARCHIVO
           ASSIGN TO "SUSPENSO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-NRO
           FILE STATUS IS SUSPENSO-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
           FD SUSPENSO-ARCHIVO.
           01 SUSPENSO-REGISTRO.
               COPY "suspenso.cpy".

           FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

       WORKING-STORAGE SECTION.
       77  SUSPENSO-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  SUSPENSO-DISPONIBLE PIC X VALUE "N".
       77  NRO-ENTRADA PIC X(36)
           VALUE "Nro. de entrada (vacío vuelve): ".
       77  LINEA-CORREGIDA PIC X(48)
           VALUE "Línea corregida completa (vacío cancela): ".
       77  MOTIVO-DESCARTE PIC X(44)
           VALUE "Motivo del descarte (vacío cancela): ".
       77  OPCION-MENU PIC X.
       77  WS-NRO-TEXTO PIC X(10) VALUE SPACE.
       77  WS-LINEA-CORREGIDA PIC X(160) VALUE SPACE.
       77  WS-MOTIVO-DESCARTE PIC X(60) VALUE SPACE.
       77  WS-TIPO-CORREGIDO PIC X(2) VALUE SPACE.
       77  WS-ENTRADA-LEIDA PIC X VALUE "N".
       77  WS-FIN-SUSPENSO PIC X VALUE "N".
       77  WS-CONT-PENDIENTES PIC 9(6) VALUE ZERO.
       77  WS-DESCRIPCION-MOTIVO PIC X(44) VALUE SPACE.
       77  WS-DESCRIPCION-ARCHIVO PIC X(13) VALUE SPACE.
       77  WS-OPERADOR-ID PIC X(10) VALUE SPACE.
       77  WS-ACCESO-AUTORIZADO PIC X VALUE "N".
       77  WS-FECHA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-HORA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-FECHA-HORA PIC X(20) VALUE SPACE.
       77  WS-AUD-ACCION PIC X(10) VALUE SPACE.
       77  WS-AUD-CLAVE PIC X(25) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICAR-OPERADOR.
           IF WS-ACCESO-AUTORIZADO = "S"
               PERFORM PROCEDIMIENTO-APERTURA
               IF SUSPENSO-DISPONIBLE = "S"
                   PERFORM MENU-PRINCIPAL UNTIL OPCION-MENU = "4"
               END-IF
               PERFORM PROCEDIMIENTO-CIERRE
           END-IF.
           STOP RUN.

      ******************************************************************
      * Sign-on: the OPERADOR_ID of the session must be an active
      * record in OPERADORES.DAT or the program refuses to start.
      ******************************************************************
       VERIFICAR-OPERADOR.
           MOVE "N" TO WS-ACCESO-AUTORIZADO.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           IF WS-OPERADOR-ID = SPACE
               DISPLAY "Defina la variable OPERADOR_ID con un "
                   "operador registrado; acceso denegado."
           ELSE
               OPEN INPUT OPERADORES-ARCHIVO
               IF OPERADORES-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir OPERADORES.DAT; "
                       "acceso denegado."
               ELSE
                   MOVE WS-OPERADOR-ID TO OPER-ID
                   READ OPERADORES-ARCHIVO
                       INVALID KEY
                           DISPLAY "El operador " WS-OPERADOR-ID
                               " no está registrado; acceso "
                               "denegado."
                       NOT INVALID KEY
                           IF OPER-ESTADO = "A"
                               MOVE "S" TO WS-ACCESO-AUTORIZADO
                           ELSE
                               DISPLAY "El operador "
                                   WS-OPERADOR-ID " está "
                                   "inactivo; acceso denegado."
                           END-IF
                   END-READ
                   CLOSE OPERADORES-ARCHIVO
               END-IF
           END-IF.
           IF WS-ACCESO-AUTORIZADO = "N"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCEDIMIENTO-APERTURA.
           OPEN I-O SUSPENSO-ARCHIVO.
           IF SUSPENSO-STATUS = "00"
               MOVE "S" TO SUSPENSO-DISPONIBLE
           ELSE
               DISPLAY "No hay líneas en suspenso: no se encontró "
                   "SUSPENSO.DAT."
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           IF SUSPENSO-DISPONIBLE = "S"
               CLOSE SUSPENSO-ARCHIVO
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE SPACE TO WS-FECHA-HORA
           STRING WS-FECHA-ACTUAL WS-HORA-ACTUAL
               DELIMITED BY SIZE INTO WS-FECHA-HORA.

       REGISTRAR-AUDITORIA.
           MOVE "CORREGIR-SUSPENSO" TO AUD-PROGRAMA
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE SPACE TO WS-AUD-CLAVE
           STRING "SUSPENSO " SUS-NRO
               DELIMITED BY SIZE INTO WS-AUD-CLAVE
           MOVE WS-AUD-CLAVE TO AUD-CLAVE
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID
           MOVE WS-FECHA-HORA TO AUD-FECHA-HORA
           WRITE AUDITORIA-REGISTRO.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "----- LÍNEAS DE LOTE EN SUSPENSO -----".
           DISPLAY "1. Listar líneas pendientes".
           DISPLAY "2. Corregir y reenviar una línea".
           DISPLAY "3. Descartar una línea".
           DISPLAY "4. Salir".
           DISPLAY "Seleccione una opción: ".
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN "1" PERFORM LISTAR-PENDIENTES
               WHEN "2" PERFORM CORREGIR-ENTRADA
               WHEN "3" PERFORM DESCARTAR-ENTRADA
               WHEN "4" CONTINUE
               WHEN OTHER DISPLAY "Opción inválida."
           END-EVALUATE.

       LISTAR-PENDIENTES.
           MOVE ZERO TO WS-CONT-PENDIENTES.
           MOVE "N" TO WS-FIN-SUSPENSO.
           MOVE ZERO TO SUS-NRO.
           START SUSPENSO-ARCHIVO
               KEY IS >= SUS-NRO
               INVALID KEY
                   MOVE "S" TO WS-FIN-SUSPENSO
           END-START.
           PERFORM LISTAR-ENTRADA UNTIL WS-FIN-SUSPENSO = "S".
           IF WS-CONT-PENDIENTES = ZERO
               DISPLAY "No hay líneas pendientes."
           ELSE
               DISPLAY "Líneas pendientes: " WS-CONT-PENDIENTES
           END-IF.

       LISTAR-ENTRADA.
           READ SUSPENSO-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-SUSPENSO
               NOT AT END
                   IF SUS-ESTADO = "P"
                       ADD 1 TO WS-CONT-PENDIENTES
                       PERFORM DESCRIBIR-ENTRADA
                       DISPLAY SUS-NRO " " WS-DESCRIPCION-ARCHIVO
                           " " SUS-MOTIVO " el " SUS-FECHA
                           "  " FUNCTION TRIM(SUS-LOTE)
                           " línea " SUS-NRO-LINEA
                       DISPLAY "         "
                           FUNCTION TRIM(SUS-LINEA-ORIGINAL)
                   END-IF
           END-READ.

       DESCRIBIR-ENTRADA.
           IF SUS-ARCHIVO = "P"
               MOVE "PERSONAS.LOTE" TO WS-DESCRIPCION-ARCHIVO
           ELSE
               MOVE "REGCIVIL.LOTE" TO WS-DESCRIPCION-ARCHIVO
           END-IF.
           EVALUATE SUS-MOTIVO
               WHEN "TIPO"
                   MOVE "tipo de transacción desconocido"
                       TO WS-DESCRIPCION-MOTIVO
               WHEN "DATO"
                   MOVE "dato inválido" TO WS-DESCRIPCION-MOTIVO
               WHEN "DUPL"
                   MOVE "cédula, o folio y libro, ya registrados"
                       TO WS-DESCRIPCION-MOTIVO
               WHEN "NOPE"
                   MOVE "cédula no registrada" TO WS-DESCRIPCION-MOTIVO
               WHEN "NOFO"
                   MOVE "folio y libro no registrados"
                       TO WS-DESCRIPCION-MOTIVO
               WHEN "INAC"
                   MOVE "persona ya inactiva" TO WS-DESCRIPCION-MOTIVO
               WHEN "LIBR"
                   MOVE "libro o folio no admitido"
                       TO WS-DESCRIPCION-MOTIVO
               WHEN "REGL"
                   MOVE "regla de tipo de acta" TO WS-DESCRIPCION-MOTIVO
               WHEN "NOTA"
                   MOVE "acta con notas marginales"
                       TO WS-DESCRIPCION-MOTIVO
               WHEN "PEND"
                   MOVE "acta con cambio pendiente"
                       TO WS-DESCRIPCION-MOTIVO
               WHEN "GRAB"
                   MOVE "no se pudo grabar" TO WS-DESCRIPCION-MOTIVO
               WHEN "CTRL"
                   MOVE "lote rechazado entero (control)"
                       TO WS-DESCRIPCION-MOTIVO
               WHEN "OFIC"
                   MOVE "acta de otra oficina" TO WS-DESCRIPCION-MOTIVO
               WHEN OTHER
                   MOVE SUS-MOTIVO TO WS-DESCRIPCION-MOTIVO
           END-EVALUATE.

       MOSTRAR-ENTRADA.
           PERFORM DESCRIBIR-ENTRADA.
           DISPLAY " ".
           DISPLAY "Entrada nro. " SUS-NRO " de " WS-DESCRIPCION-ARCHIVO
               ", suspendida el " SUS-FECHA " (operador "
               SUS-OPERADOR-ID ")".
           DISPLAY "Lote: " FUNCTION TRIM(SUS-LOTE)
               "  línea " SUS-NRO-LINEA.
           DISPLAY "Motivo: " SUS-MOTIVO " - "
               FUNCTION TRIM(WS-DESCRIPCION-MOTIVO).
           IF SUS-OBSERVACION NOT = SPACE
               DISPLAY "Observación: " FUNCTION TRIM(SUS-OBSERVACION)
           END-IF.
           DISPLAY "Línea recibida:".
           DISPLAY FUNCTION TRIM(SUS-LINEA-ORIGINAL).
           IF SUS-ESTADO = "C"
               DISPLAY "Corregida por " SUS-RESUELTO-POR
                   "; espera el próximo lote:"
               DISPLAY FUNCTION TRIM(SUS-LINEA-CORREGIDA)
           END-IF.

       LEER-ENTRADA.
           MOVE "N" TO WS-ENTRADA-LEIDA.
           DISPLAY NRO-ENTRADA.
           MOVE SPACE TO WS-NRO-TEXTO.
           ACCEPT WS-NRO-TEXTO.
           IF WS-NRO-TEXTO NOT = SPACE
               IF FUNCTION TEST-NUMVAL(WS-NRO-TEXTO) NOT = 0
                   DISPLAY "Número inválido."
               ELSE
                   COMPUTE SUS-NRO = FUNCTION NUMVAL(WS-NRO-TEXTO)
                   READ SUSPENSO-ARCHIVO
                       INVALID KEY
                           DISPLAY "No existe una entrada con ese "
                               "número."
                       NOT INVALID KEY
                           PERFORM MOSTRAR-ENTRADA
                           MOVE "S" TO WS-ENTRADA-LEIDA
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * A corrected line may be keyed again while it still waits for
      * the next lote (estado C).  Only the transaction type is checked
      * here; the line goes through every validation of the loader
      * when it is applied, and comes back as a new entry if it fails.
      ******************************************************************
       CORREGIR-ENTRADA.
           PERFORM LEER-ENTRADA.
           IF WS-ENTRADA-LEIDA = "S"
               EVALUATE TRUE
                   WHEN SUS-ESTADO = "R"
                       DISPLAY "La línea ya fue reenviada."
                   WHEN SUS-ESTADO = "D"
                       DISPLAY "La línea fue descartada."
                   WHEN SUS-MOTIVO = "CTRL"
                       DISPLAY "Un lote rechazado entero no se "
                           "corrige aquí: pida al remitente el "
                           "archivo completo y descarte la entrada."
                   WHEN OTHER
                       PERFORM PEDIR-LINEA-CORREGIDA
               END-EVALUATE
           END-IF.

       PEDIR-LINEA-CORREGIDA.
           DISPLAY LINEA-CORREGIDA.
           MOVE SPACE TO WS-LINEA-CORREGIDA.
           ACCEPT WS-LINEA-CORREGIDA.
           MOVE WS-LINEA-CORREGIDA(1:2) TO WS-TIPO-CORREGIDO.
           INSPECT WS-TIPO-CORREGIDO CONVERTING "amb" TO "AMB".
           EVALUATE TRUE
               WHEN WS-LINEA-CORREGIDA = SPACE
                   DISPLAY "Corrección cancelada."
               WHEN WS-TIPO-CORREGIDO NOT = "A,"
                   AND WS-TIPO-CORREGIDO NOT = "M,"
                   AND WS-TIPO-CORREGIDO NOT = "B,"
                   DISPLAY "La línea debe empezar con A, M o B "
                       "seguido de coma."
               WHEN SUS-ARCHIVO = "P"
                   AND WS-LINEA-CORREGIDA(101:60) NOT = SPACE
                   DISPLAY "Una línea de PERSONAS.LOTE no puede "
                       "pasar de 100 caracteres."
               WHEN OTHER
                   MOVE WS-TIPO-CORREGIDO TO WS-LINEA-CORREGIDA(1:2)
                   PERFORM OBTENER-FECHA-HORA
                   MOVE "C" TO SUS-ESTADO
                   MOVE WS-LINEA-CORREGIDA TO SUS-LINEA-CORREGIDA
                   MOVE WS-OPERADOR-ID TO SUS-RESUELTO-POR
                   MOVE WS-FECHA-HORA TO SUS-FECHA-HORA-RESOLUCION
                   REWRITE SUSPENSO-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo grabar la corrección."
                       NOT INVALID KEY
                           MOVE "CORRIGE" TO WS-AUD-ACCION
                           PERFORM REGISTRAR-AUDITORIA
                           DISPLAY "Línea corregida; se cargará con "
                               "el próximo " WS-DESCRIPCION-ARCHIVO "."
                   END-REWRITE
           END-EVALUATE.

       DESCARTAR-ENTRADA.
           PERFORM LEER-ENTRADA.
           IF WS-ENTRADA-LEIDA = "S"
               IF SUS-ESTADO = "R" OR SUS-ESTADO = "D"
                   DISPLAY "La entrada ya está resuelta."
               ELSE
                   DISPLAY MOTIVO-DESCARTE
                   MOVE SPACE TO WS-MOTIVO-DESCARTE
                   ACCEPT WS-MOTIVO-DESCARTE
                   IF WS-MOTIVO-DESCARTE = SPACE
                       DISPLAY "Sin motivo; la entrada queda igual."
                   ELSE
                       PERFORM OBTENER-FECHA-HORA
                       MOVE "D" TO SUS-ESTADO
                       MOVE WS-MOTIVO-DESCARTE TO SUS-OBSERVACION
                       MOVE WS-OPERADOR-ID TO SUS-RESUELTO-POR
                       MOVE WS-FECHA-HORA TO SUS-FECHA-HORA-RESOLUCION
                       REWRITE SUSPENSO-REGISTRO
                           INVALID KEY
                               DISPLAY "No se pudo grabar el descarte."
                           NOT INVALID KEY
                               MOVE "DESCARTA" TO WS-AUD-ACCION
                               PERFORM REGISTRAR-AUDITORIA
                               DISPLAY "Entrada descartada."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       END PROGRAM CORREGIR-SUSPENSO.
