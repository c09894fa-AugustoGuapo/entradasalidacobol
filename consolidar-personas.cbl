      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Consolidation of duplicate personas found by
      *           DETECTAR-HOMONIMOS and confirmed by a supervisor.
      *           For each pair (cédula that is kept, cédula that is a
      *           duplicate) every acta in REGCIVIL.DAT that names the
      *           duplicate as titular, cónyuge, padre or madre is
      *           repointed to the surviving cédula, and the duplicate
      *           persona is then inactivated.  Every repointed acta
      *           and the inactivation are journaled to DIARIO.JRN and
      *           audited like any other change, and the pair itself is
      *           audited as CONSOLIDA twice, under clave
      *           duplicada>sobreviviente and sobreviviente<duplicada,
      *           so either cédula finds it by clave.  A before/after
      *           listing of every pair is written to
      *           CONSOLIDACION.OUT.  Only an active
      *           supervisor may run it.  Run interactively (pairs keyed
      *           one by one and confirmed) or in lote as:
      *           consolidar-personas <archivo>, or with no argument
      *           when CONSOLIDACION.LOTE names the file, as
      *           CIERRE-DIARIO does overnight.  Each line of the file
      *           is SOBREVIVIENTE,DUPLICADO.  A pair is refused when
      *           either cédula is unknown, they are equal, the
      *           survivor is inactive, or both cédulas carry an acta
      *           de defunción.  A pair already consolidated simply
      *           finds nothing left to change, so a lote may be rerun.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDAR-PERSONAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-ARCHIVO
           ASSIGN TO "PERSONAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSONA-CEDULA
           ALTERNATE RECORD KEY IS PERSONA-APELLIDO
               WITH DUPLICATES
           FILE STATUS IS PERSONAS-STATUS.

           SELECT REGISTRO-CIVIL-ARCHIVO
           ASSIGN TO "REGCIVIL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTRO-CLAVE
           ALTERNATE RECORD KEY IS REGISTRO-CEDULA WITH DUPLICATES
           FILE STATUS IS REGCIVIL-STATUS.

           SELECT OPTIONAL PARES-ARCHIVO
           ASSIGN TO WS-NOMBRE-LOTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARES-STATUS.

           SELECT OPTIONAL LOTE-SENTINEL-ARCHIVO
           ASSIGN TO "CONSOLIDACION.LOTE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SENTINEL-STATUS.

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

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "CONSOLIDACION.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PERSONAS-ARCHIVO.
           01 PERSONAS-REGISTRO.
               COPY "personas.cpy".

           FD REGISTRO-CIVIL-ARCHIVO.
           01 REGISTRO-CIVIL-REGISTRO.
               COPY "regcivil.cpy".

           FD PARES-ARCHIVO.
           01 PARES-LINEA PIC X(100).

           FD LOTE-SENTINEL-ARCHIVO.
           01 SENTINEL-LINEA PIC X(100).

           FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

           FD DIARIO-ARCHIVO.
           01 DIARIO-REGISTRO.
               COPY "diario.cpy".

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  PERSONAS-STATUS PIC XX VALUE "00".
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  PARES-STATUS PIC XX VALUE "00".
       77  SENTINEL-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  DIARIO-STATUS PIC XX VALUE "00".
       77  PERSONAS-DISPONIBLE PIC X VALUE "N".
       77  REGCIVIL-DISPONIBLE PIC X VALUE "N".
       77  CEDULA-SOBREVIVIENTE PIC X(44)
           VALUE "Cédula que se conserva (vacío termina): ".
       77  CEDULA-DUPLICADA PIC X(44)
           VALUE "Cédula duplicada que se da de baja: ".
       77  CONFIRMACION PIC X(44)
           VALUE "¿Confirma la consolidación? (S/N): ".
       77  WS-CONFIRMA PIC X VALUE SPACE.
       77  WS-FIN-INTERACTIVO PIC X VALUE "N".
       77  WS-NOMBRE-LOTE PIC X(100) VALUE SPACE.
       77  MODO-LOTE PIC X VALUE "N".
       77  MODO-LOTE-POR-SENTINEL PIC X VALUE "N".
       77  WS-RC-BORRADO PIC S9(9) COMP-5 VALUE ZERO.
       77  WS-EOF-LOTE PIC X VALUE "N".
       77  WS-NRO-LINEA PIC 9(6) VALUE ZERO.
       77  WS-CEDULA-SOBREVIVIENTE PIC X(10) VALUE SPACE.
       77  WS-CEDULA-DUPLICADA PIC X(10) VALUE SPACE.
       77  WS-CEDULA-REVISADA PIC X(10) VALUE SPACE.
       77  WS-PERSONA-SOBREVIVIENTE PIC X(114) VALUE SPACE.
       77  WS-PERSONA-DUPLICADA PIC X(114) VALUE SPACE.
       77  WS-MOTIVO-RECHAZO PIC X(50) VALUE SPACE.
       77  WS-FIN-REGCIVIL PIC X VALUE "N".
       77  WS-FIN-ACTAS PIC X VALUE "N".
       77  WS-CONT-DEFUNCIONES PIC 9(6) VALUE ZERO.
       77  WS-DEFUNCIONES-SOBREVIVIENTE PIC 9(6) VALUE ZERO.
       77  WS-FOLIOS-AFECTADOS PIC 9(6) VALUE ZERO.
       77  WS-FOLIOS-PAR PIC 9(6) VALUE ZERO.
       77  WS-ESTADO-ANTERIOR PIC X VALUE SPACE.
       77  WS-ESTADO-NUEVO PIC X VALUE SPACE.
       77  WS-CONT-PARES PIC 9(6) VALUE ZERO.
       77  WS-CONT-CONSOLIDADOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-RECHAZADOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-FOLIOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-INACTIVADAS PIC 9(6) VALUE ZERO.
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-DETALLE-GUARDADO PIC X(100) VALUE SPACE.
       77  WS-OPERADOR-ID PIC X(10) VALUE SPACE.
       77  WS-ACCESO-AUTORIZADO PIC X VALUE "N".
       77  WS-FECHA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-HORA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-FECHA-HORA PIC X(20) VALUE SPACE.
       77  WS-AUD-ACCION PIC X(10) VALUE SPACE.
       77  WS-AUD-CLAVE PIC X(25) VALUE SPACE.
       77  WS-JRN-ANTES PIC X(160) VALUE SPACE.

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(42)
               VALUE "CONSOLIDACIÓN DE PERSONAS DUPLICADAS".
           05  FILLER PIC X(7) VALUE "FECHA: ".
           05  ENC-FECHA PIC X(8).
           05  FILLER PIC X(5) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(9) VALUE SPACE.
           05  FILLER PIC X(26) VALUE "FOLIO/LIBRO".
           05  FILLER PIC X(2) VALUE "T".
           05  FILLER PIC X(12) VALUE "CÉDULA".
           05  FILLER PIC X(12) VALUE "CÓNYUGE".
           05  FILLER PIC X(11) VALUE "PADRE".
           05  FILLER PIC X(11) VALUE "MADRE".

       01  WS-DETALLE.
           05  DET-MOMENTO PIC X(9).
           05  DET-FOLIO-LIBRO PIC X(25).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-TIPO PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-CEDULA PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-CONYUGE PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-PADRE PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-MADRE PIC X(10).

       01  WS-DETALLE-PERSONA.
           05  DPE-ETIQUETA PIC X(16).
           05  DPE-CEDULA PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DPE-NOMBRE PIC X(40).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DPE-FECHA PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DPE-ESTADO PIC X(18).

       01  WS-TOTAL-LINEA.
           05  TOT-ETIQUETA PIC X(50).
           05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETECTAR-MODO-LOTE.
           PERFORM VERIFICAR-SUPERVISOR.
           IF WS-ACCESO-AUTORIZADO = "S"
               PERFORM PROCEDIMIENTO-APERTURA
               IF PERSONAS-DISPONIBLE = "S"
                   AND REGCIVIL-DISPONIBLE = "S"
                   PERFORM IMPRIMIR-ENCABEZADO
                   IF MODO-LOTE = "S"
                       PERFORM PROCESAR-LOTE
                   ELSE
                       PERFORM SOLICITAR-PAR
                           UNTIL WS-FIN-INTERACTIVO = "S"
                   END-IF
                   PERFORM IMPRIMIR-TOTALES
                   DISPLAY "Pares consolidados: " WS-CONT-CONSOLIDADOS
                       "; rechazados: " WS-CONT-RECHAZADOS
                   DISPLAY "Actas reasignadas: " WS-CONT-FOLIOS
                       "; personas inactivadas: " WS-CONT-INACTIVADAS
                   DISPLAY "Reporte generado en CONSOLIDACION.OUT."
               END-IF
               PERFORM PROCEDIMIENTO-CIERRE
           END-IF.
           STOP RUN.

       DETECTAR-MODO-LOTE.
           ACCEPT WS-NOMBRE-LOTE FROM COMMAND-LINE.
           IF WS-NOMBRE-LOTE NOT = SPACE
               MOVE "S" TO MODO-LOTE
           ELSE
               OPEN INPUT LOTE-SENTINEL-ARCHIVO
               IF SENTINEL-STATUS = "00"
                   READ LOTE-SENTINEL-ARCHIVO
                       AT END CONTINUE
                       NOT AT END MOVE SENTINEL-LINEA TO WS-NOMBRE-LOTE
                   END-READ
                   CLOSE LOTE-SENTINEL-ARCHIVO
                   IF WS-NOMBRE-LOTE NOT = SPACE
                       MOVE "S" TO MODO-LOTE
                       MOVE "S" TO MODO-LOTE-POR-SENTINEL
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Sign-on: only an active supervisor may consolidate personas,
      * in lote mode as well as interactively.
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
           OPEN I-O PERSONAS-ARCHIVO.
           IF PERSONAS-STATUS = "00"
               MOVE "S" TO PERSONAS-DISPONIBLE
           ELSE
               DISPLAY "No se pudo abrir PERSONAS.DAT."
           END-IF.
           OPEN I-O REGISTRO-CIVIL-ARCHIVO.
           IF REGCIVIL-STATUS = "00"
               MOVE "S" TO REGCIVIL-DISPONIBLE
           ELSE
               DISPLAY "No se pudo abrir REGCIVIL.DAT."
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN EXTEND DIARIO-ARCHIVO.
           OPEN OUTPUT REPORTE-ARCHIVO.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           MOVE WS-FECHA-ACTUAL TO ENC-FECHA.

       PROCEDIMIENTO-CIERRE.
           IF PERSONAS-DISPONIBLE = "S"
               CLOSE PERSONAS-ARCHIVO
           END-IF.
           IF REGCIVIL-DISPONIBLE = "S"
               CLOSE REGISTRO-CIVIL-ARCHIVO
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE DIARIO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE SPACE TO WS-FECHA-HORA
           STRING WS-FECHA-ACTUAL WS-HORA-ACTUAL
               DELIMITED BY SIZE INTO WS-FECHA-HORA.

       REGISTRAR-AUDITORIA.
           MOVE "CONSOLIDAR-PERSONAS" TO AUD-PROGRAMA
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE WS-AUD-CLAVE TO AUD-CLAVE
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID
           MOVE WS-FECHA-HORA TO AUD-FECHA-HORA
           WRITE AUDITORIA-REGISTRO.

      ******************************************************************
      * Same journal images ENTRADA-PERSONAS and ENTRADA-REGISTRO-CIVIL
      * write, so RECUPERACION-DIARIO replays a consolidation like any
      * other pair of REWRITEs.
      ******************************************************************
       REGISTRAR-DIARIO-PERSONA.
           MOVE "P" TO JRN-ARCHIVO
           MOVE "M" TO JRN-OPERACION
           MOVE SPACE TO JRN-CLAVE
           MOVE PERSONA-CEDULA TO JRN-CLAVE
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-ID
           MOVE WS-FECHA-HORA TO JRN-FECHA-HORA
           MOVE WS-JRN-ANTES TO JRN-IMAGEN-ANTES
           MOVE PERSONAS-REGISTRO TO JRN-IMAGEN-DESPUES
           WRITE DIARIO-REGISTRO.

       REGISTRAR-DIARIO-FOLIO.
           MOVE "R" TO JRN-ARCHIVO
           MOVE "M" TO JRN-OPERACION
           MOVE WS-AUD-CLAVE TO JRN-CLAVE
           MOVE WS-OPERADOR-ID TO JRN-OPERADOR-ID
           MOVE WS-FECHA-HORA TO JRN-FECHA-HORA
           MOVE WS-JRN-ANTES TO JRN-IMAGEN-ANTES
           MOVE REGISTRO-CIVIL-REGISTRO TO JRN-IMAGEN-DESPUES
           WRITE DIARIO-REGISTRO.

       CONSTRUIR-CLAVE-AUDITORIA.
           MOVE SPACE TO WS-AUD-CLAVE
           STRING FUNCTION TRIM(REGISTRO-NRO-FOLIO) "/"
               FUNCTION TRIM(REGISTRO-NRO-LIBRO)
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.

      ******************************************************************
      * Interactive mode: one pair at a time, shown and confirmed
      * before anything is changed.
      ******************************************************************
       SOLICITAR-PAR.
           DISPLAY " ".
           DISPLAY CEDULA-SOBREVIVIENTE.
           MOVE SPACE TO WS-CEDULA-SOBREVIVIENTE.
           ACCEPT WS-CEDULA-SOBREVIVIENTE.
           IF WS-CEDULA-SOBREVIVIENTE = SPACE
               MOVE "S" TO WS-FIN-INTERACTIVO
           ELSE
               DISPLAY CEDULA-DUPLICADA
               MOVE SPACE TO WS-CEDULA-DUPLICADA
               ACCEPT WS-CEDULA-DUPLICADA
               ADD 1 TO WS-CONT-PARES
               PERFORM VALIDAR-PAR
               IF WS-MOTIVO-RECHAZO NOT = SPACE
                   DISPLAY "Consolidación rechazada: "
                       FUNCTION TRIM(WS-MOTIVO-RECHAZO)
                   PERFORM INFORMAR-RECHAZO
               ELSE
                   PERFORM MOSTRAR-PAR
                   DISPLAY CONFIRMACION
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   INSPECT WS-CONFIRMA CONVERTING "s" TO "S"
                   IF WS-CONFIRMA = "S"
                       PERFORM APLICAR-CONSOLIDACION
                       DISPLAY "Consolidación aplicada: "
                           WS-FOLIOS-PAR " actas reasignadas."
                   ELSE
                       MOVE "no confirmada por el supervisor"
                           TO WS-MOTIVO-RECHAZO
                       PERFORM INFORMAR-RECHAZO
                       DISPLAY "Consolidación cancelada."
                   END-IF
               END-IF
           END-IF.

       MOSTRAR-PAR.
           MOVE WS-PERSONA-SOBREVIVIENTE TO PERSONAS-REGISTRO.
           DISPLAY "Se conserva: " PERSONA-CEDULA " "
               FUNCTION TRIM(PERSONA-NOMBRE) " "
               FUNCTION TRIM(PERSONA-APELLIDO) "  " PERSONA-FECHA.
           MOVE WS-PERSONA-DUPLICADA TO PERSONAS-REGISTRO.
           DISPLAY "Se da de baja: " PERSONA-CEDULA " "
               FUNCTION TRIM(PERSONA-NOMBRE) " "
               FUNCTION TRIM(PERSONA-APELLIDO) "  " PERSONA-FECHA.
           IF PERSONA-ESTADO = "I"
               DISPLAY "(la cédula duplicada ya está inactiva)"
           END-IF.
           PERFORM CONTAR-FOLIOS-AFECTADOS.
           DISPLAY "Actas que nombran la cédula duplicada: "
               WS-FOLIOS-AFECTADOS.

       CONTAR-FOLIOS-AFECTADOS.
           MOVE ZERO TO WS-FOLIOS-AFECTADOS.
           PERFORM POSICIONAR-REGCIVIL.
           PERFORM CONTAR-FOLIO UNTIL WS-FIN-REGCIVIL = "S".

       CONTAR-FOLIO.
           READ REGISTRO-CIVIL-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-REGCIVIL
               NOT AT END
                   IF REGISTRO-CEDULA = WS-CEDULA-DUPLICADA
                       OR REGISTRO-CEDULA-CONYUGE = WS-CEDULA-DUPLICADA
                       OR REGISTRO-CEDULA-PADRE = WS-CEDULA-DUPLICADA
                       OR REGISTRO-CEDULA-MADRE = WS-CEDULA-DUPLICADA
                       ADD 1 TO WS-FOLIOS-AFECTADOS
                   END-IF
           END-READ.

       POSICIONAR-REGCIVIL.
           MOVE "N" TO WS-FIN-REGCIVIL.
           MOVE LOW-VALUES TO REGISTRO-CLAVE.
           START REGISTRO-CIVIL-ARCHIVO
               KEY IS >= REGISTRO-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-REGCIVIL
           END-START.

      ******************************************************************
      * Lote mode: every line of the file is a pair already approved,
      * applied without further questions.  A refused pair is listed
      * with its reason and the lote goes on with the next line.
      ******************************************************************
       PROCESAR-LOTE.
           OPEN INPUT PARES-ARCHIVO.
           IF PARES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de pares: "
                   WS-NOMBRE-LOTE
           ELSE
               PERFORM PROCESAR-LINEA-LOTE UNTIL WS-EOF-LOTE = "S"
               CLOSE PARES-ARCHIVO
               IF MODO-LOTE-POR-SENTINEL = "S"
                   PERFORM BORRAR-SENTINEL
               END-IF
           END-IF.

       BORRAR-SENTINEL.
           CALL "CBL_DELETE_FILE" USING "CONSOLIDACION.LOTE"
               RETURNING WS-RC-BORRADO.

       PROCESAR-LINEA-LOTE.
           READ PARES-ARCHIVO
               AT END
                   MOVE "S" TO WS-EOF-LOTE
               NOT AT END
                   ADD 1 TO WS-NRO-LINEA
                   IF PARES-LINEA NOT = SPACE
                       PERFORM APLICAR-LINEA-LOTE
                   END-IF
           END-READ.

       APLICAR-LINEA-LOTE.
           ADD 1 TO WS-CONT-PARES.
           MOVE SPACE TO WS-CEDULA-SOBREVIVIENTE WS-CEDULA-DUPLICADA.
           UNSTRING PARES-LINEA DELIMITED BY ","
               INTO WS-CEDULA-SOBREVIVIENTE WS-CEDULA-DUPLICADA
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-CEDULA-SOBREVIVIENTE)
               TO WS-CEDULA-SOBREVIVIENTE.
           MOVE FUNCTION TRIM(WS-CEDULA-DUPLICADA)
               TO WS-CEDULA-DUPLICADA.
           PERFORM VALIDAR-PAR.
           IF WS-MOTIVO-RECHAZO NOT = SPACE
               DISPLAY "Línea " WS-NRO-LINEA " omitida: "
                   FUNCTION TRIM(WS-MOTIVO-RECHAZO)
               PERFORM INFORMAR-RECHAZO
           ELSE
               PERFORM APLICAR-CONSOLIDACION
           END-IF.

      ******************************************************************
      * Leaves WS-MOTIVO-RECHAZO at space when the pair may be
      * consolidated, with both persona records saved for the report.
      * Two actas de defunción cannot end up under a single cédula,
      * so such a pair is left for the supervisor to sort out first.
      ******************************************************************
       VALIDAR-PAR.
           MOVE SPACE TO WS-MOTIVO-RECHAZO.
           MOVE SPACE TO WS-PERSONA-SOBREVIVIENTE WS-PERSONA-DUPLICADA.
           EVALUATE TRUE
               WHEN WS-CEDULA-SOBREVIVIENTE = SPACE
                   OR WS-CEDULA-DUPLICADA = SPACE
                   MOVE "falta una de las dos cédulas"
                       TO WS-MOTIVO-RECHAZO
               WHEN WS-CEDULA-SOBREVIVIENTE = WS-CEDULA-DUPLICADA
                   MOVE "las dos cédulas son iguales"
                       TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM LEER-PERSONAS-PAR
           END-EVALUATE.
           IF WS-MOTIVO-RECHAZO = SPACE
               MOVE WS-CEDULA-SOBREVIVIENTE TO WS-CEDULA-REVISADA
               PERFORM CONTAR-DEFUNCIONES
               MOVE WS-CONT-DEFUNCIONES TO WS-DEFUNCIONES-SOBREVIVIENTE
               MOVE WS-CEDULA-DUPLICADA TO WS-CEDULA-REVISADA
               PERFORM CONTAR-DEFUNCIONES
               IF WS-DEFUNCIONES-SOBREVIVIENTE > ZERO
                   AND WS-CONT-DEFUNCIONES > ZERO
                   MOVE "ambas cédulas tienen acta de defunción"
                       TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

       LEER-PERSONAS-PAR.
           MOVE WS-CEDULA-SOBREVIVIENTE TO PERSONA-CEDULA.
           READ PERSONAS-ARCHIVO
               INVALID KEY
                   MOVE "la cédula que se conserva no existe"
                       TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF PERSONA-ESTADO = "I"
                       MOVE "la cédula que se conserva está inactiva"
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE PERSONAS-REGISTRO
                           TO WS-PERSONA-SOBREVIVIENTE
                   END-IF
           END-READ.
           IF WS-MOTIVO-RECHAZO = SPACE
               MOVE WS-CEDULA-DUPLICADA TO PERSONA-CEDULA
               READ PERSONAS-ARCHIVO
                   INVALID KEY
                       MOVE "la cédula duplicada no existe"
                           TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       MOVE PERSONAS-REGISTRO TO WS-PERSONA-DUPLICADA
               END-READ
           END-IF.

       CONTAR-DEFUNCIONES.
           MOVE ZERO TO WS-CONT-DEFUNCIONES.
           MOVE "N" TO WS-FIN-ACTAS.
           MOVE WS-CEDULA-REVISADA TO REGISTRO-CEDULA.
           START REGISTRO-CIVIL-ARCHIVO
               KEY IS = REGISTRO-CEDULA
               INVALID KEY
                   MOVE "S" TO WS-FIN-ACTAS
           END-START.
           PERFORM CONTAR-DEFUNCION UNTIL WS-FIN-ACTAS = "S".

       CONTAR-DEFUNCION.
           READ REGISTRO-CIVIL-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-ACTAS
               NOT AT END
                   IF REGISTRO-CEDULA NOT = WS-CEDULA-REVISADA
                       MOVE "S" TO WS-FIN-ACTAS
                   ELSE
                       IF REGISTRO-TIPO-ACTA = "D"
                           ADD 1 TO WS-CONT-DEFUNCIONES
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * One pass over REGCIVIL in primary key order.  Only the cédula
      * fields change on the REWRITE, never REGISTRO-CLAVE, so the
      * sequential position is not disturbed.  The duplicate persona
      * is inactivated last: if the run stops half way the pair is
      * simply applied again.
      ******************************************************************
       APLICAR-CONSOLIDACION.
           ADD 1 TO WS-CONT-CONSOLIDADOS.
           MOVE ZERO TO WS-FOLIOS-PAR.
           PERFORM INFORMAR-PAR.
           PERFORM POSICIONAR-REGCIVIL.
           PERFORM REASIGNAR-FOLIO UNTIL WS-FIN-REGCIVIL = "S".
           PERFORM INACTIVAR-DUPLICADA.
           PERFORM OBTENER-FECHA-HORA.
           MOVE SPACE TO WS-AUD-CLAVE.
           STRING FUNCTION TRIM(WS-CEDULA-DUPLICADA) ">"
               FUNCTION TRIM(WS-CEDULA-SOBREVIVIENTE)
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           MOVE "CONSOLIDA" TO WS-AUD-ACCION.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE SPACE TO WS-AUD-CLAVE.
           STRING FUNCTION TRIM(WS-CEDULA-SOBREVIVIENTE) "<"
               FUNCTION TRIM(WS-CEDULA-DUPLICADA)
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE SPACE TO REPORTE-LINEA.
           STRING "         Actas reasignadas: " WS-FOLIOS-PAR
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE SPACE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.

       REASIGNAR-FOLIO.
           READ REGISTRO-CIVIL-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-REGCIVIL
               NOT AT END
                   IF REGISTRO-CEDULA = WS-CEDULA-DUPLICADA
                       OR REGISTRO-CEDULA-CONYUGE = WS-CEDULA-DUPLICADA
                       OR REGISTRO-CEDULA-PADRE = WS-CEDULA-DUPLICADA
                       OR REGISTRO-CEDULA-MADRE = WS-CEDULA-DUPLICADA
                       PERFORM REESCRIBIR-FOLIO
                   END-IF
           END-READ.

       REESCRIBIR-FOLIO.
           MOVE REGISTRO-CIVIL-REGISTRO TO WS-JRN-ANTES.
           PERFORM CONSTRUIR-CLAVE-AUDITORIA.
           MOVE "ANTES" TO DET-MOMENTO.
           PERFORM FORMATEAR-DETALLE-FOLIO.
           IF REGISTRO-CEDULA = WS-CEDULA-DUPLICADA
               MOVE WS-CEDULA-SOBREVIVIENTE TO REGISTRO-CEDULA
           END-IF.
           IF REGISTRO-CEDULA-CONYUGE = WS-CEDULA-DUPLICADA
               MOVE WS-CEDULA-SOBREVIVIENTE TO REGISTRO-CEDULA-CONYUGE
           END-IF.
           IF REGISTRO-CEDULA-PADRE = WS-CEDULA-DUPLICADA
               MOVE WS-CEDULA-SOBREVIVIENTE TO REGISTRO-CEDULA-PADRE
           END-IF.
           IF REGISTRO-CEDULA-MADRE = WS-CEDULA-DUPLICADA
               MOVE WS-CEDULA-SOBREVIVIENTE TO REGISTRO-CEDULA-MADRE
           END-IF.
           PERFORM OBTENER-FECHA-HORA.
           REWRITE REGISTRO-CIVIL-REGISTRO
               INVALID KEY
                   MOVE "*** NO SE PUDO REASIGNAR EL ACTA"
                       TO REPORTE-LINEA
                   PERFORM ESCRIBIR-LINEA-DETALLE
               NOT INVALID KEY
                   ADD 1 TO WS-FOLIOS-PAR
                   ADD 1 TO WS-CONT-FOLIOS
                   MOVE "MODIFICA" TO WS-AUD-ACCION
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM REGISTRAR-DIARIO-FOLIO
                   MOVE "DESPUÉS" TO DET-MOMENTO
                   PERFORM FORMATEAR-DETALLE-FOLIO
                   PERFORM REVISAR-CEDULA-REPETIDA
           END-REWRITE.

       FORMATEAR-DETALLE-FOLIO.
           MOVE WS-AUD-CLAVE TO DET-FOLIO-LIBRO.
           MOVE REGISTRO-TIPO-ACTA TO DET-TIPO.
           MOVE REGISTRO-CEDULA TO DET-CEDULA.
           MOVE REGISTRO-CEDULA-CONYUGE TO DET-CONYUGE.
           MOVE REGISTRO-CEDULA-PADRE TO DET-PADRE.
           MOVE REGISTRO-CEDULA-MADRE TO DET-MADRE.
           MOVE WS-DETALLE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.

      ******************************************************************
      * A consolidation can leave the same cédula in two roles of one
      * acta (e.g. a marriage between the two duplicates).  It is
      * applied anyway but flagged for the supervisor to review.
      ******************************************************************
       REVISAR-CEDULA-REPETIDA.
           IF REGISTRO-CEDULA = REGISTRO-CEDULA-CONYUGE
               OR REGISTRO-CEDULA = REGISTRO-CEDULA-PADRE
               OR REGISTRO-CEDULA = REGISTRO-CEDULA-MADRE
               OR (REGISTRO-CEDULA-PADRE NOT = SPACE
                   AND REGISTRO-CEDULA-PADRE = REGISTRO-CEDULA-MADRE)
               MOVE "         *** REVISAR: CÉDULA REPETIDA EN EL ACTA"
                   TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

       INACTIVAR-DUPLICADA.
           MOVE WS-CEDULA-DUPLICADA TO PERSONA-CEDULA.
           READ PERSONAS-ARCHIVO
               INVALID KEY
                   MOVE "*** LA CÉDULA DUPLICADA YA NO EXISTE"
                       TO REPORTE-LINEA
                   PERFORM ESCRIBIR-LINEA-DETALLE
               NOT INVALID KEY
                   MOVE PERSONA-ESTADO TO WS-ESTADO-ANTERIOR
                   IF PERSONA-ESTADO = "I"
                       MOVE "I" TO WS-ESTADO-NUEVO
                   ELSE
                       PERFORM REESCRIBIR-DUPLICADA
                   END-IF
                   PERFORM INFORMAR-ESTADO-DUPLICADA
           END-READ.

       REESCRIBIR-DUPLICADA.
           MOVE PERSONAS-REGISTRO TO WS-JRN-ANTES.
           MOVE "I" TO PERSONA-ESTADO.
           PERFORM OBTENER-FECHA-HORA.
           MOVE WS-OPERADOR-ID TO PERSONA-OPERADOR-ID.
           MOVE WS-FECHA-HORA TO PERSONA-FECHA-HORA-INGRESO.
           REWRITE PERSONAS-REGISTRO
               INVALID KEY
                   MOVE WS-ESTADO-ANTERIOR TO WS-ESTADO-NUEVO
               NOT INVALID KEY
                   MOVE "I" TO WS-ESTADO-NUEVO
                   ADD 1 TO WS-CONT-INACTIVADAS
                   MOVE WS-CEDULA-DUPLICADA TO WS-AUD-CLAVE
                   MOVE "BAJA" TO WS-AUD-ACCION
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM REGISTRAR-DIARIO-PERSONA
           END-REWRITE.

       INFORMAR-ESTADO-DUPLICADA.
           MOVE SPACE TO REPORTE-LINEA.
           IF WS-ESTADO-ANTERIOR = "I"
               STRING "         Persona " WS-CEDULA-DUPLICADA
                   ": ya estaba inactiva"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           ELSE
               IF WS-ESTADO-NUEVO = "I"
                   STRING "         Persona " WS-CEDULA-DUPLICADA
                       ": estado ACTIVO -> INACTIVO"
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               ELSE
                   STRING "         *** Persona " WS-CEDULA-DUPLICADA
                       ": NO SE PUDO INACTIVAR"
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               END-IF
           END-IF.
           PERFORM ESCRIBIR-LINEA-DETALLE.

       INFORMAR-PAR.
           MOVE SPACE TO REPORTE-LINEA.
           STRING "PAR " WS-CONT-PARES
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE "  Se conserva:" TO DPE-ETIQUETA.
           MOVE WS-PERSONA-SOBREVIVIENTE TO PERSONAS-REGISTRO.
           PERFORM FORMATEAR-DETALLE-PERSONA.
           MOVE "  Se da de baja:" TO DPE-ETIQUETA.
           MOVE WS-PERSONA-DUPLICADA TO PERSONAS-REGISTRO.
           PERFORM FORMATEAR-DETALLE-PERSONA.

       FORMATEAR-DETALLE-PERSONA.
           MOVE PERSONA-CEDULA TO DPE-CEDULA.
           MOVE SPACE TO DPE-NOMBRE.
           STRING FUNCTION TRIM(PERSONA-NOMBRE) " "
               FUNCTION TRIM(PERSONA-APELLIDO)
               DELIMITED BY SIZE INTO DPE-NOMBRE.
           MOVE PERSONA-FECHA TO DPE-FECHA.
           IF PERSONA-ESTADO = "I"
               MOVE "INACTIVO" TO DPE-ESTADO
           ELSE
               MOVE "ACTIVO" TO DPE-ESTADO
           END-IF.
           MOVE WS-DETALLE-PERSONA TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.

       INFORMAR-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZADOS.
           MOVE SPACE TO REPORTE-LINEA.
           STRING "PAR " WS-CONT-PARES " RECHAZADO  "
               FUNCTION TRIM(WS-CEDULA-SOBREVIVIENTE) " <- "
               FUNCTION TRIM(WS-CEDULA-DUPLICADA) ": "
               FUNCTION TRIM(WS-MOTIVO-RECHAZO)
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE SPACE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.

       ESCRIBIR-LINEA-DETALLE.
           IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
               MOVE REPORTE-LINEA TO WS-DETALLE-GUARDADO
               PERFORM IMPRIMIR-ENCABEZADO
               MOVE WS-DETALLE-GUARDADO TO REPORTE-LINEA
           END-IF
           WRITE REPORTE-LINEA
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       IMPRIMIR-ENCABEZADO.
           ADD 1 TO WS-NRO-PAGINA
           MOVE WS-NRO-PAGINA TO ENC-PAGINA
           MOVE WS-ENCABEZADO-1 TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-ENCABEZADO-2 TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ZERO TO WS-LINEAS-EN-PAGINA.

       IMPRIMIR-TOTALES.
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Pares procesados:" TO TOT-ETIQUETA
           MOVE WS-CONT-PARES TO TOT-CANTIDAD
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Pares consolidados:" TO TOT-ETIQUETA
           MOVE WS-CONT-CONSOLIDADOS TO TOT-CANTIDAD
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Pares rechazados:" TO TOT-ETIQUETA
           MOVE WS-CONT-RECHAZADOS TO TOT-CANTIDAD
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Actas reasignadas:" TO TOT-ETIQUETA
           MOVE WS-CONT-FOLIOS TO TOT-CANTIDAD
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Personas inactivadas:" TO TOT-ETIQUETA
           MOVE WS-CONT-INACTIVADAS TO TOT-CANTIDAD
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       END PROGRAM CONSOLIDAR-PERSONAS.
