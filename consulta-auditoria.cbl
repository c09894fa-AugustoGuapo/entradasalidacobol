      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Inquiry and report over the audit trail: first the
      *           closed months archived in AUDITORIA-HIST.DAT, then
      *           the live AUDITORIA.LOG.  Filters by any combination
      *           of clave, operador, acción, programa and a from/to
      *           date range on AUD-FECHA-HORA, producing a paginated
      *           report with a final summary of actions per
      *           operator.  A clave also selects the records whose
      *           clave starts with it followed by "/", ">" or "<"
      *           (a folio alone finds its actas in every libro; a
      *           cédula finds its consolidations), and a cédula
      *           brings in as well the records of every acta that
      *           REGCIVIL.DAT holds under it, for the full history
      *           of the persona.  The archive is read by clave, or
      *           by date when only dates are given.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT AUDITORIA-HIST-ARCHIVO
           ASSIGN TO "AUDITORIA-HIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHI-LLAVE
           ALTERNATE RECORD KEY IS AHI-FECHA-HORA WITH DUPLICATES
           FILE STATUS IS AUDHIST-STATUS.

           SELECT REGISTRO-CIVIL-ARCHIVO
           ASSIGN TO "REGCIVIL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTRO-CLAVE
           ALTERNATE RECORD KEY IS REGISTRO-CEDULA WITH DUPLICATES
           FILE STATUS IS REGCIVIL-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "CONSULTA-AUDITORIA.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

           FD AUDITORIA-HIST-ARCHIVO.
           01 AUDHIST-REGISTRO.
               COPY "audhist.cpy".

           FD REGISTRO-CIVIL-ARCHIVO.
           01 REGISTRO-CIVIL-REGISTRO.
               COPY "regcivil.cpy".

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  AUDHIST-STATUS PIC XX VALUE "00".
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  AUDHIST-DISPONIBLE PIC X VALUE "N".
       77  REGCIVIL-DISPONIBLE PIC X VALUE "N".
       77  WS-FIN-ARCHIVO PIC X VALUE "N".
       77  WS-FIN-HISTORICO PIC X VALUE "N".
       77  WS-FIN-ACTAS PIC X VALUE "N".
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-LEIDOS-HIST PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-SELECCIONADOS PIC 9(6) VALUE ZERO.
       77  WS-CUMPLE-FILTROS PIC X VALUE "S".
       77  WS-OPER-USADOS PIC 9(2) VALUE ZERO.
       77  WS-OPER-IDX PIC 9(2) VALUE ZERO.
       77  WS-OPER-HALLADO PIC X VALUE "N".
       77  WS-CLAVES-USADAS PIC 9(2) VALUE ZERO.
       77  WS-CLAVE-IDX PIC 9(2) VALUE ZERO.
       77  WS-CLAVE-COINCIDE PIC X VALUE "N".
       77  WS-CLAVE-ACTA PIC X(25) VALUE SPACE.
       77  WS-LARGO PIC 9(2) VALUE ZERO.
       77  WS-ESPACIOS PIC 9(2) VALUE ZERO.
       77  WS-HIST-IDX PIC 9(2) VALUE ZERO.
       77  WS-HIST-LARGO PIC 9(2) VALUE ZERO.

       01  WS-FILTROS.
           05  FIL-CLAVE PIC X(25) VALUE SPACE.
               10  WS-OPER-ID PIC X(10).
               10  WS-OPER-CONT PIC 9(6).

      * The clave asked for and, when it is a cédula, the folio/libro
      * claves of its actas.
       01  WS-TABLA-CLAVES.
           05  WS-CLAVE-ENTRADA OCCURS 21 TIMES.
               10  WS-CLAVE-BUSCADA PIC X(25).
               10  WS-CLAVE-LARGO PIC 9(2).

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(30) VALUE "CONSULTA DE AUDITORÍA".
           05  FILLER PIC X(10) VALUE SPACE.
       MAIN-PROCEDURE.
           PERFORM PEDIR-FILTROS.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM PREPARAR-CLAVES.
           PERFORM LEER-HISTORICO.
           PERFORM LEER-Y-FILTRAR UNTIL WS-FIN-ARCHIVO = "S".
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "Registros leídos del archivo histórico: "
               WS-TOTAL-LEIDOS-HIST.
           DISPLAY "Registros leídos de AUDITORIA.LOG: "
               WS-TOTAL-LEIDOS.
           DISPLAY "Registros seleccionados: "
               WS-TOTAL-SELECCIONADOS.
           DISPLAY "Reporte generado en CONSULTA-AUDITORIA.OUT.".
           ACCEPT FIL-CLAVE.
           DISPLAY "Operador: ".
           ACCEPT FIL-OPERADOR.
           DISPLAY "Acción (ALTA/MODIFICA/BAJA/REACTIVA/PURGA/ROTA): ".
           ACCEPT FIL-ACCION.
           DISPLAY "Programa: ".
           ACCEPT FIL-PROGRAMA.
               DISPLAY "No se pudo abrir AUDITORIA.LOG."
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.
           OPEN INPUT AUDITORIA-HIST-ARCHIVO.
           IF AUDHIST-STATUS = "00"
               MOVE "S" TO AUDHIST-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se encontró AUDITORIA-HIST.DAT; "
                   "solo se consulta AUDITORIA.LOG."
           END-IF.
           IF FIL-CLAVE NOT = SPACE
               OPEN INPUT REGISTRO-CIVIL-ARCHIVO
               IF REGCIVIL-STATUS = "00"
                   MOVE "S" TO REGCIVIL-DISPONIBLE
               END-IF
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE AUDITORIA-ARCHIVO.
           IF AUDHIST-DISPONIBLE = "S"
               CLOSE AUDITORIA-HIST-ARCHIVO
           END-IF.
           IF REGCIVIL-DISPONIBLE = "S"
               CLOSE REGISTRO-CIVIL-ARCHIVO
           END-IF.
           CLOSE REPORTE-ARCHIVO.

      ******************************************************************
      * The claves to look for: the one given and, when it has the
      * form of a cédula, the folio/libro of each acta registered
      * under it.  An acta whose folio is the clave itself is already
      * found by the clave.
      ******************************************************************
       PREPARAR-CLAVES.
           MOVE ZERO TO WS-CLAVES-USADAS.
           IF FIL-CLAVE NOT = SPACE
               MOVE 1 TO WS-CLAVES-USADAS
               MOVE FIL-CLAVE TO WS-CLAVE-BUSCADA(1)
               PERFORM MEDIR-CLAVE
               MOVE WS-LARGO TO WS-CLAVE-LARGO(1)
               IF REGCIVIL-DISPONIBLE = "S"
                   AND FIL-CLAVE(11:15) = SPACE
                   MOVE "N" TO WS-FIN-ACTAS
                   MOVE FIL-CLAVE(1:10) TO REGISTRO-CEDULA
                   START REGISTRO-CIVIL-ARCHIVO
                       KEY IS = REGISTRO-CEDULA
                       INVALID KEY
                           MOVE "S" TO WS-FIN-ACTAS
                   END-START
                   PERFORM AGREGAR-CLAVE-ACTA
                       UNTIL WS-FIN-ACTAS = "S"
               END-IF
           END-IF.

       AGREGAR-CLAVE-ACTA.
           READ REGISTRO-CIVIL-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-ACTAS
               NOT AT END
                   IF REGISTRO-CEDULA NOT = FIL-CLAVE(1:10)
                       MOVE "S" TO WS-FIN-ACTAS
                   ELSE
                       MOVE SPACE TO WS-CLAVE-ACTA
                       STRING FUNCTION TRIM(REGISTRO-NRO-FOLIO) "/"
                           FUNCTION TRIM(REGISTRO-NRO-LIBRO)
                           DELIMITED BY SIZE INTO WS-CLAVE-ACTA
                       MOVE WS-CLAVE-LARGO(1) TO WS-LARGO
                       IF WS-CLAVE-ACTA(1:WS-LARGO) = FIL-CLAVE
                           AND WS-CLAVE-ACTA(WS-LARGO + 1:1) = "/"
                           CONTINUE
                       ELSE
                           IF WS-CLAVES-USADAS < 21
                               ADD 1 TO WS-CLAVES-USADAS
                               MOVE WS-CLAVE-ACTA
                                   TO WS-CLAVE-BUSCADA(WS-CLAVES-USADAS)
                               PERFORM MEDIR-CLAVE
                               MOVE WS-LARGO
                                   TO WS-CLAVE-LARGO(WS-CLAVES-USADAS)
                           ELSE
                               DISPLAY "Aviso: más de 20 actas para "
                                   "la cédula; se omite el acta "
                                   WS-CLAVE-ACTA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       MEDIR-CLAVE.
           MOVE ZERO TO WS-ESPACIOS.
           IF WS-CLAVES-USADAS = 1
               INSPECT FUNCTION REVERSE(FIL-CLAVE)
                   TALLYING WS-ESPACIOS FOR LEADING SPACE
           ELSE
               INSPECT FUNCTION REVERSE(WS-CLAVE-ACTA)
                   TALLYING WS-ESPACIOS FOR LEADING SPACE
           END-IF.
           COMPUTE WS-LARGO = 25 - WS-ESPACIOS.

      ******************************************************************
      * The archived months come first.  With a clave, each clave to
      * look for is read by the primary key from its first record
      * on; with only dates, the alternate key gives the range.
      ******************************************************************
       LEER-HISTORICO.
           IF AUDHIST-DISPONIBLE = "S"
               IF FIL-CLAVE NOT = SPACE
                   PERFORM RECORRER-CLAVE-HISTORICO
                       VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-CLAVES-USADAS
               ELSE
                   MOVE "N" TO WS-FIN-HISTORICO
                   MOVE LOW-VALUES TO AHI-FECHA-HORA
                   IF FIL-FECHA-DESDE NOT = SPACE
                       MOVE FIL-FECHA-DESDE TO AHI-FECHA-HORA(1:8)
                   END-IF
                   START AUDITORIA-HIST-ARCHIVO
                       KEY IS >= AHI-FECHA-HORA
                       INVALID KEY
                           MOVE "S" TO WS-FIN-HISTORICO
                   END-START
                   PERFORM LEER-HISTORICO-FECHA
                       UNTIL WS-FIN-HISTORICO = "S"
               END-IF
           END-IF.

       RECORRER-CLAVE-HISTORICO.
           MOVE "N" TO WS-FIN-HISTORICO.
           MOVE WS-CLAVE-LARGO(WS-HIST-IDX) TO WS-HIST-LARGO.
           MOVE LOW-VALUES TO AHI-LLAVE.
           MOVE WS-CLAVE-BUSCADA(WS-HIST-IDX)(1:WS-HIST-LARGO)
               TO AHI-CLAVE(1:WS-HIST-LARGO).
           START AUDITORIA-HIST-ARCHIVO
               KEY IS >= AHI-LLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-HISTORICO
           END-START.
           PERFORM LEER-HISTORICO-CLAVE UNTIL WS-FIN-HISTORICO = "S".

       LEER-HISTORICO-CLAVE.
           READ AUDITORIA-HIST-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-HISTORICO
               NOT AT END
                   IF AHI-CLAVE(1:WS-HIST-LARGO) NOT =
                       WS-CLAVE-BUSCADA(WS-HIST-IDX)(1:WS-HIST-LARGO)
                       MOVE "S" TO WS-FIN-HISTORICO
                   ELSE
                       PERFORM PROCESAR-HISTORICO
                   END-IF
           END-READ.

       LEER-HISTORICO-FECHA.
           READ AUDITORIA-HIST-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-HISTORICO
               NOT AT END
                   IF FIL-FECHA-HASTA NOT = SPACE
                       AND AHI-FECHA-HORA(1:8) > FIL-FECHA-HASTA
                       MOVE "S" TO WS-FIN-HISTORICO
                   ELSE
                       PERFORM PROCESAR-HISTORICO
                   END-IF
           END-READ.

      * An archived record is filtered and printed as a log record.
       PROCESAR-HISTORICO.
           ADD 1 TO WS-TOTAL-LEIDOS-HIST.
           MOVE AHI-PROGRAMA TO AUD-PROGRAMA.
           MOVE AHI-ACCION TO AUD-ACCION.
           MOVE AHI-CLAVE TO AUD-CLAVE.
           MOVE AHI-OPERADOR-ID TO AUD-OPERADOR-ID.
           MOVE AHI-FECHA-HORA TO AUD-FECHA-HORA.
           PERFORM SELECCIONAR-REGISTRO.

       LEER-Y-FILTRAR.
           READ AUDITORIA-ARCHIVO
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-TOTAL-LEIDOS
                   PERFORM SELECCIONAR-REGISTRO
           END-READ.

       SELECCIONAR-REGISTRO.
           PERFORM EVALUAR-FILTROS
           IF WS-CUMPLE-FILTROS = "S"
               ADD 1 TO WS-TOTAL-SELECCIONADOS
               PERFORM IMPRIMIR-DETALLE
               PERFORM ACUMULAR-OPERADOR
           END-IF.

       EVALUAR-FILTROS.
           MOVE "S" TO WS-CUMPLE-FILTROS
           IF FIL-CLAVE NOT = SPACE
               PERFORM COMPARAR-CLAVES
               IF WS-CLAVE-COINCIDE = "N"
                   MOVE "N" TO WS-CUMPLE-FILTROS
               END-IF
           END-IF
           IF FIL-OPERADOR NOT = SPACE
               AND FIL-OPERADOR NOT = AUD-OPERADOR-ID
               MOVE "N" TO WS-CUMPLE-FILTROS
           END-IF.

      ******************************************************************
      * A record matches a clave to look for when its clave is that
      * clave, or starts with it followed by "/", ">" or "<".  A
      * consolidation is audited under both cédulas
      * (duplicada>sobreviviente and sobreviviente<duplicada), so the
      * live log and the archive, read by clave, find it alike.
      ******************************************************************
       COMPARAR-CLAVES.
           MOVE "N" TO WS-CLAVE-COINCIDE
           PERFORM VARYING WS-CLAVE-IDX FROM 1 BY 1
               UNTIL WS-CLAVE-IDX > WS-CLAVES-USADAS
               OR WS-CLAVE-COINCIDE = "S"
               MOVE WS-CLAVE-LARGO(WS-CLAVE-IDX) TO WS-LARGO
               IF AUD-CLAVE = WS-CLAVE-BUSCADA(WS-CLAVE-IDX)
                   MOVE "S" TO WS-CLAVE-COINCIDE
               ELSE
                   IF WS-LARGO < 25
                       AND AUD-CLAVE(1:WS-LARGO)
                       = WS-CLAVE-BUSCADA(WS-CLAVE-IDX)(1:WS-LARGO)
                       AND (AUD-CLAVE(WS-LARGO + 1:1) = "/"
                       OR AUD-CLAVE(WS-LARGO + 1:1) = ">"
                       OR AUD-CLAVE(WS-LARGO + 1:1) = "<")
                       MOVE "S" TO WS-CLAVE-COINCIDE
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIMIR-DETALLE.
           IF WS-LINEAS-EN-PAGINA = 0
               OR WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
