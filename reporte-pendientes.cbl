      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Morning report on the acta approval queue
      *           (PENDIENTES.DAT).  Lists the changes rejected by a
      *           supervisor on the business day, with the reason
      *           given, and the changes still awaiting approval that
      *           were requested more than N days before it, oldest
      *           first, so they can be chased up.  Written to
      *           PENDIENTES.OUT with a summary on the console.  Run
      *           as: reporte-pendientes [AAAAMMDD [N]]  (fecha
      *           omitted = today, N omitted = 3 days).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PENDIENTES.
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

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "PENDIENTES.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PENDIENTES-ARCHIVO.
           01 PENDIENTES-REGISTRO.
               COPY "pendientes.cpy".

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  PENDIENTES-STATUS PIC XX VALUE "00".
       77  PENDIENTES-DISPONIBLE PIC X VALUE "N".
       77  WS-FIN-PENDIENTES PIC X VALUE "N".
       77  WS-PARAMETRO PIC X(20) VALUE SPACE.
       77  WS-PARAM-FECHA PIC X(10) VALUE SPACE.
       77  WS-PARAM-DIAS PIC X(10) VALUE SPACE.
       77  WS-FECHA-REPORTE PIC X(8) VALUE SPACE.
       77  WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77  WS-FECHA-NUM PIC 9(8) VALUE ZERO.
       77  WS-FECHA-SOLICITUD PIC 9(8) VALUE ZERO.
       77  WS-DIAS-LIMITE PIC 9(4) VALUE 3.
       77  WS-DIAS-ESPERA PIC 9(6) VALUE ZERO.
       77  WS-DIAS-EDITADO PIC ZZZ9 VALUE ZERO.
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-CONT-RECHAZADOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-DEMORADOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-PENDIENTES PIC 9(6) VALUE ZERO.
       77  WS-DETALLE-GUARDADO PIC X(100) VALUE SPACE.

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(32) VALUE "CAMBIOS DE ACTAS EN APROBACIÓN".
           05  FILLER PIC X(7) VALUE "FECHA: ".
           05  ENC-FECHA PIC X(8).
           05  FILLER PIC X(5) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(10) VALUE "NRO".
           05  FILLER PIC X(3) VALUE "OP".
           05  FILLER PIC X(26) VALUE "FOLIO/LIBRO".
           05  FILLER PIC X(11) VALUE "SOLICITA".
           05  FILLER PIC X(9) VALUE "FECHA".
           05  FILLER PIC X(12) VALUE "SUPERV/DÍAS".
           05  FILLER PIC X(6) VALUE "MOTIVO".

       01  WS-DETALLE.
           05  DET-NRO PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-OPERACION PIC X(1).
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-FOLIO-LIBRO PIC X(25).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-OPERADOR PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-FECHA PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-EXTRA PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-MOTIVO PIC X(30).

       01  WS-TOTAL-LINEA.
           05  TOT-ETIQUETA PIC X(50).
           05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INTERPRETAR-PARAMETRO.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM IMPRIMIR-ENCABEZADO.
           IF PENDIENTES-DISPONIBLE = "S"
               PERFORM LISTAR-RECHAZADOS
               PERFORM LISTAR-DEMORADOS
           ELSE
               MOVE "Sin cambios en aprobación: no existe "
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
               MOVE "PENDIENTES.DAT." TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "Cambios rechazados el " WS-FECHA-REPORTE ": "
               WS-CONT-RECHAZADOS.
           DISPLAY "Cambios pendientes: " WS-CONT-PENDIENTES
               "; con más de " WS-DIAS-LIMITE " días: "
               WS-CONT-DEMORADOS.
           DISPLAY "Reporte generado en PENDIENTES.OUT.".
           STOP RUN.

       INTERPRETAR-PARAMETRO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-REPORTE.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           IF WS-PARAMETRO NOT = SPACE
               UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
                   INTO WS-PARAM-FECHA WS-PARAM-DIAS
               END-UNSTRING
               IF WS-PARAM-FECHA(1:8) NUMERIC
                   AND WS-PARAM-FECHA(9:2) = SPACE
                   MOVE WS-PARAM-FECHA(1:8) TO WS-FECHA-REPORTE
               ELSE
                   DISPLAY "Fecha no reconocida: " WS-PARAM-FECHA
                       "; se usa la fecha de hoy."
               END-IF
               IF WS-PARAM-DIAS NOT = SPACE
                   IF FUNCTION TEST-NUMVAL(WS-PARAM-DIAS) = 0
                       COMPUTE WS-DIAS-LIMITE =
                           FUNCTION NUMVAL(WS-PARAM-DIAS)
                   ELSE
                       DISPLAY "Días no reconocidos: " WS-PARAM-DIAS
                           "; se usan " WS-DIAS-LIMITE "."
                   END-IF
               END-IF
           END-IF.
           MOVE WS-FECHA-REPORTE TO WS-FECHA-NUM.

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS = "00"
               MOVE "S" TO PENDIENTES-DISPONIBLE
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           IF PENDIENTES-DISPONIBLE = "S"
               CLOSE PENDIENTES-ARCHIVO
           END-IF.
           CLOSE REPORTE-ARCHIVO.

       POSICIONAR-INICIO.
           MOVE "N" TO WS-FIN-PENDIENTES.
           MOVE ZERO TO PEND-NRO.
           START PENDIENTES-ARCHIVO
               KEY IS >= PEND-NRO
               INVALID KEY
                   MOVE "S" TO WS-FIN-PENDIENTES
           END-START.

      ******************************************************************
      * Changes a supervisor rejected on the business day.
      ******************************************************************
       LISTAR-RECHAZADOS.
           MOVE "RECHAZADOS EN LA FECHA" TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           PERFORM POSICIONAR-INICIO.
           PERFORM REVISAR-RECHAZADO UNTIL WS-FIN-PENDIENTES = "S".
           IF WS-CONT-RECHAZADOS = ZERO
               MOVE "  Ninguno." TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

       REVISAR-RECHAZADO.
           READ PENDIENTES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PEND-ESTADO = "R"
                       AND PEND-FECHA-HORA-RESOLUCION(1:8)
                           = WS-FECHA-REPORTE
                       ADD 1 TO WS-CONT-RECHAZADOS
                       PERFORM PREPARAR-DETALLE
                       MOVE PEND-SUPERVISOR-ID TO DET-EXTRA
                       MOVE PEND-MOTIVO-RECHAZO TO DET-MOTIVO
                       MOVE WS-DETALLE TO REPORTE-LINEA
                       PERFORM ESCRIBIR-LINEA-DETALLE
                   END-IF
           END-READ.

      ******************************************************************
      * Changes still awaiting approval.  The file is in request
      * number order, so the oldest requests come out first.
      ******************************************************************
       LISTAR-DEMORADOS.
           MOVE SPACE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE SPACE TO REPORTE-LINEA.
           STRING "PENDIENTES CON MÁS DE " WS-DIAS-LIMITE " DÍAS"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           PERFORM POSICIONAR-INICIO.
           PERFORM REVISAR-DEMORADO UNTIL WS-FIN-PENDIENTES = "S".
           IF WS-CONT-DEMORADOS = ZERO
               MOVE "  Ninguno." TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

       REVISAR-DEMORADO.
           READ PENDIENTES-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PEND-ESTADO = "P"
                       ADD 1 TO WS-CONT-PENDIENTES
                       PERFORM CALCULAR-ESPERA
                       IF WS-DIAS-ESPERA > WS-DIAS-LIMITE
                           ADD 1 TO WS-CONT-DEMORADOS
                           PERFORM PREPARAR-DETALLE
                           MOVE SPACE TO DET-EXTRA
                           MOVE WS-DIAS-ESPERA TO WS-DIAS-EDITADO
                           STRING WS-DIAS-EDITADO " días"
                               DELIMITED BY SIZE INTO DET-EXTRA
                           MOVE PEND-MOTIVO TO DET-MOTIVO
                           MOVE WS-DETALLE TO REPORTE-LINEA
                           PERFORM ESCRIBIR-LINEA-DETALLE
                       END-IF
                   END-IF
           END-READ.

       CALCULAR-ESPERA.
           MOVE ZERO TO WS-DIAS-ESPERA.
           IF PEND-FECHA-HORA-INGRESO(1:8) NUMERIC
               MOVE PEND-FECHA-HORA-INGRESO(1:8) TO WS-FECHA-SOLICITUD
               IF WS-FECHA-SOLICITUD < WS-FECHA-NUM
                   COMPUTE WS-DIAS-ESPERA =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-SOLICITUD)
               END-IF
           END-IF.

       PREPARAR-DETALLE.
           MOVE PEND-NRO TO DET-NRO.
           MOVE PEND-OPERACION TO DET-OPERACION.
           MOVE SPACE TO DET-FOLIO-LIBRO.
           STRING FUNCTION TRIM(PEND-NRO-FOLIO) "/"
               FUNCTION TRIM(PEND-NRO-LIBRO)
               DELIMITED BY SIZE INTO DET-FOLIO-LIBRO.
           MOVE PEND-OPERADOR-ID TO DET-OPERADOR.
           MOVE PEND-FECHA-HORA-INGRESO(1:8) TO DET-FECHA.

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
           MOVE WS-FECHA-REPORTE TO ENC-FECHA
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
           MOVE "TOTALES" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Rechazados en la fecha" TO TOT-ETIQUETA
           MOVE WS-CONT-RECHAZADOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Pendientes de aprobación" TO TOT-ETIQUETA
           MOVE WS-CONT-PENDIENTES TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  con espera mayor al límite" TO TOT-ETIQUETA
           MOVE WS-CONT-DEMORADOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL.

       ESCRIBIR-TOTAL.
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       END PROGRAM REPORTE-PENDIENTES.
