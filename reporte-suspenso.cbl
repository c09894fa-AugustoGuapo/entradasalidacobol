      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Rejects report for the lote loads, run after
      *           CIERRE-DIARIO.  Lists the PERSONAS.LOTE and
      *           REGCIVIL.LOTE lines suspended on the business day
      *           (SUSPENSO.DAT), with the reason code and the line as
      *           it was received, and then the entries from earlier
      *           days still pending correction or corrected and
      *           waiting for the next lote of their file.  Totals by
      *           reason code.  Written to SUSPENSO.OUT with a summary
      *           on the console.  Run as: reporte-suspenso [AAAAMMDD]
      *           (fecha omitted = today).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-SUSPENSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSO-ARCHIVO
           ASSIGN TO "SUSPENSO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-NRO
           FILE STATUS IS SUSPENSO-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "SUSPENSO.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD SUSPENSO-ARCHIVO.
           01 SUSPENSO-REGISTRO.
               COPY "suspenso.cpy".

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  SUSPENSO-STATUS PIC XX VALUE "00".
       77  SUSPENSO-DISPONIBLE PIC X VALUE "N".
       77  WS-FIN-SUSPENSO PIC X VALUE "N".
       77  WS-PARAMETRO PIC X(20) VALUE SPACE.
       77  WS-FECHA-REPORTE PIC X(8) VALUE SPACE.
       77  WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-CONT-DEL-DIA PIC 9(6) VALUE ZERO.
       77  WS-CONT-ANTERIORES PIC 9(6) VALUE ZERO.
       77  WS-CONT-PENDIENTES PIC 9(6) VALUE ZERO.
       77  WS-CONT-CORREGIDAS PIC 9(6) VALUE ZERO.
       77  WS-IDX-MOTIVO PIC 9(2) VALUE ZERO.
       77  WS-DETALLE-GUARDADO PIC X(100) VALUE SPACE.

      ******************************************************************
      * Reason codes of suspenso.cpy, in the order they are totalled.
      * The last slot takes any code not in the list.
      ******************************************************************
       01  WS-MOTIVOS-VALORES.
           05  FILLER PIC X(4) VALUE "TIPO".
           05  FILLER PIC X(4) VALUE "DATO".
           05  FILLER PIC X(4) VALUE "DUPL".
           05  FILLER PIC X(4) VALUE "NOPE".
           05  FILLER PIC X(4) VALUE "NOFO".
           05  FILLER PIC X(4) VALUE "INAC".
           05  FILLER PIC X(4) VALUE "LIBR".
           05  FILLER PIC X(4) VALUE "REGL".
           05  FILLER PIC X(4) VALUE "NOTA".
           05  FILLER PIC X(4) VALUE "PEND".
           05  FILLER PIC X(4) VALUE "GRAB".
           05  FILLER PIC X(4) VALUE "CTRL".
           05  FILLER PIC X(4) VALUE "OFIC".
           05  FILLER PIC X(4) VALUE "OTRO".
       01  WS-MOTIVOS REDEFINES WS-MOTIVOS-VALORES.
           05  WS-MOTIVO-CODIGO PIC X(4) OCCURS 14 TIMES.

       01  WS-CONTADORES-MOTIVO.
           05  WS-CONT-MOTIVO PIC 9(6) OCCURS 14 TIMES.

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(32) VALUE "LÍNEAS DE LOTE EN SUSPENSO".
           05  FILLER PIC X(7) VALUE "FECHA: ".
           05  ENC-FECHA PIC X(8).
           05  FILLER PIC X(5) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(10) VALUE "NRO".
           05  FILLER PIC X(3) VALUE "AR".
           05  FILLER PIC X(5) VALUE "MOT".
           05  FILLER PIC X(9) VALUE "FECHA".
           05  FILLER PIC X(3) VALUE "ES".
           05  FILLER PIC X(11) VALUE "OPERADOR".
           05  FILLER PIC X(10) VALUE "LÍNEA".
           05  FILLER PIC X(4) VALUE "LOTE".

       01  WS-DETALLE.
           05  DET-NRO PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-ARCHIVO PIC X(1).
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-MOTIVO PIC X(4).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-FECHA PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-ESTADO PIC X(1).
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-OPERADOR PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-NRO-LINEA PIC ZZZZZZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-LOTE PIC X(49).

       01  WS-DETALLE-LINEA.
           05  FILLER PIC X(4) VALUE SPACE.
           05  DET-ETIQUETA PIC X(6).
           05  DET-TEXTO PIC X(90).

       01  WS-TOTAL-LINEA.
           05  TOT-ETIQUETA PIC X(50).
           05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INTERPRETAR-PARAMETRO.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM IMPRIMIR-ENCABEZADO.
           IF SUSPENSO-DISPONIBLE = "S"
               PERFORM LISTAR-DEL-DIA
               PERFORM LISTAR-ANTERIORES
           ELSE
               MOVE "Sin líneas en suspenso: no existe SUSPENSO.DAT."
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "Líneas suspendidas el " WS-FECHA-REPORTE ": "
               WS-CONT-DEL-DIA.
           DISPLAY "Sin resolver de días anteriores: "
               WS-CONT-ANTERIORES.
           DISPLAY "Pendientes de corrección: " WS-CONT-PENDIENTES
               "; corregidas a la espera del lote: "
               WS-CONT-CORREGIDAS.
           DISPLAY "Reporte generado en SUSPENSO.OUT.".
           STOP RUN.

       INTERPRETAR-PARAMETRO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-REPORTE.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           IF WS-PARAMETRO NOT = SPACE
               IF WS-PARAMETRO(1:8) NUMERIC
                   AND WS-PARAMETRO(9:12) = SPACE
                   MOVE WS-PARAMETRO(1:8) TO WS-FECHA-REPORTE
               ELSE
                   DISPLAY "Fecha no reconocida: " WS-PARAMETRO
                       "; se usa la fecha de hoy."
               END-IF
           END-IF.
           INITIALIZE WS-CONTADORES-MOTIVO.

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT SUSPENSO-ARCHIVO.
           IF SUSPENSO-STATUS = "00"
               MOVE "S" TO SUSPENSO-DISPONIBLE
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           IF SUSPENSO-DISPONIBLE = "S"
               CLOSE SUSPENSO-ARCHIVO
           END-IF.
           CLOSE REPORTE-ARCHIVO.

       POSICIONAR-INICIO.
           MOVE "N" TO WS-FIN-SUSPENSO.
           MOVE ZERO TO SUS-NRO.
           START SUSPENSO-ARCHIVO
               KEY IS >= SUS-NRO
               INVALID KEY
                   MOVE "S" TO WS-FIN-SUSPENSO
           END-START.

      ******************************************************************
      * Lines suspended on the business day, whatever their estado
      * now, so the day's rejects are all accounted for.
      ******************************************************************
       LISTAR-DEL-DIA.
           MOVE "SUSPENDIDAS EN LA FECHA" TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           PERFORM POSICIONAR-INICIO.
           PERFORM REVISAR-DEL-DIA UNTIL WS-FIN-SUSPENSO = "S".
           IF WS-CONT-DEL-DIA = ZERO
               MOVE "  Ninguna." TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

       REVISAR-DEL-DIA.
           READ SUSPENSO-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-SUSPENSO
               NOT AT END
                   IF SUS-FECHA = WS-FECHA-REPORTE
                       ADD 1 TO WS-CONT-DEL-DIA
                       PERFORM SUMAR-MOTIVO
                       PERFORM CONTAR-ESTADO
                       PERFORM IMPRIMIR-ENTRADA
                   END-IF
           END-READ.

      ******************************************************************
      * Entries from earlier days nobody has resolved yet: still
      * pending correction (P), or corrected (C) and waiting for the
      * next lote of their file to be loaded.
      ******************************************************************
       LISTAR-ANTERIORES.
           MOVE SPACE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE "SIN RESOLVER DE DÍAS ANTERIORES" TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           PERFORM POSICIONAR-INICIO.
           PERFORM REVISAR-ANTERIOR UNTIL WS-FIN-SUSPENSO = "S".
           IF WS-CONT-ANTERIORES = ZERO
               MOVE "  Ninguna." TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

       REVISAR-ANTERIOR.
           READ SUSPENSO-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-SUSPENSO
               NOT AT END
                   IF SUS-FECHA < WS-FECHA-REPORTE
                       AND (SUS-ESTADO = "P" OR SUS-ESTADO = "C")
                       ADD 1 TO WS-CONT-ANTERIORES
                       PERFORM CONTAR-ESTADO
                       PERFORM IMPRIMIR-ENTRADA
                   END-IF
           END-READ.

       SUMAR-MOTIVO.
           MOVE 1 TO WS-IDX-MOTIVO.
           PERFORM UNTIL WS-IDX-MOTIVO = 14
               OR WS-MOTIVO-CODIGO(WS-IDX-MOTIVO) = SUS-MOTIVO
               ADD 1 TO WS-IDX-MOTIVO
           END-PERFORM.
           ADD 1 TO WS-CONT-MOTIVO(WS-IDX-MOTIVO).

       CONTAR-ESTADO.
           EVALUATE SUS-ESTADO
               WHEN "P" ADD 1 TO WS-CONT-PENDIENTES
               WHEN "C" ADD 1 TO WS-CONT-CORREGIDAS
           END-EVALUATE.

       IMPRIMIR-ENTRADA.
           MOVE SUS-NRO TO DET-NRO.
           MOVE SUS-ARCHIVO TO DET-ARCHIVO.
           MOVE SUS-MOTIVO TO DET-MOTIVO.
           MOVE SUS-FECHA TO DET-FECHA.
           MOVE SUS-ESTADO TO DET-ESTADO.
           MOVE SUS-OPERADOR-ID TO DET-OPERADOR.
           MOVE SUS-NRO-LINEA TO DET-NRO-LINEA.
           MOVE SUS-LOTE TO DET-LOTE.
           MOVE WS-DETALLE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE "LÍNEA" TO DET-ETIQUETA.
           MOVE SUS-LINEA-ORIGINAL TO DET-TEXTO.
           MOVE WS-DETALLE-LINEA TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           IF SUS-OBSERVACION NOT = SPACE
               MOVE "OBS." TO DET-ETIQUETA
               MOVE SUS-OBSERVACION TO DET-TEXTO
               MOVE WS-DETALLE-LINEA TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF SUS-ESTADO = "C"
               MOVE "CORR." TO DET-ETIQUETA
               MOVE SUS-LINEA-CORREGIDA TO DET-TEXTO
               MOVE WS-DETALLE-LINEA TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

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
           MOVE "Suspendidas en la fecha" TO TOT-ETIQUETA
           MOVE WS-CONT-DEL-DIA TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           PERFORM IMPRIMIR-TOTAL-MOTIVO
               VARYING WS-IDX-MOTIVO FROM 1 BY 1
               UNTIL WS-IDX-MOTIVO > 14
           MOVE "Sin resolver de días anteriores" TO TOT-ETIQUETA
           MOVE WS-CONT-ANTERIORES TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Pendientes de corrección" TO TOT-ETIQUETA
           MOVE WS-CONT-PENDIENTES TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Corregidas a la espera del próximo lote"
               TO TOT-ETIQUETA
           MOVE WS-CONT-CORREGIDAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL.

       IMPRIMIR-TOTAL-MOTIVO.
           IF WS-CONT-MOTIVO(WS-IDX-MOTIVO) > ZERO
               MOVE SPACE TO TOT-ETIQUETA
               STRING "  motivo " WS-MOTIVO-CODIGO(WS-IDX-MOTIVO)
                   DELIMITED BY SIZE INTO TOT-ETIQUETA
               MOVE WS-CONT-MOTIVO(WS-IDX-MOTIVO) TO TOT-CANTIDAD
               PERFORM ESCRIBIR-TOTAL
           END-IF.

       ESCRIBIR-TOTAL.
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       END PROGRAM REPORTE-SUSPENSO.
