      * Purpose:  End-of-day driver for the overnight chain.  Runs, in
      *           order: the PERSONAS.LOTE and REGCIVIL.LOTE batch
      *           loads (skipped when no sentinel file is waiting),
      *           the CONSOLIDACION.LOTE of approved duplicate
      *           personas (step 09, run here so that the day's
      *           checks and respaldo already see the merged
      *           personas; skipped when no sentinel is waiting),
      *           CONCILIACION-CIVIL, COTEJO-REGISTRADURIA (skipped
      *           when REGISTRADURIA.EXT has not arrived),
      *           NACIDOS-VIVOS (clinic birth notifications and the
      *           unregistered-birth aging report, step 11, skipped
      *           when NACIDOS-VIVOS.EXT has not arrived),
      *           NOVEDADES-DIARIAS, RESPALDO, the ARQUEO-CAJA of
      *           the day's certificate fees and REPORTE-PENDIENTES
      *           (rejected and overdue acta changes awaiting
      *           supervisor approval) and REPORTE-SUSPENSO (lote
      *           lines suspended by the cargas, step 10) and
      *           ROTAR-AUDITORIA (the months already closed move
      *           from AUDITORIA.LOG to AUDITORIA-HIST.DAT, step 12,
      *           last of all).  Each
      *           step's start, end and outcome is recorded in
      *           BITACORA-PROCESOS.DAT keyed by business date and
      *           step number; the chain stops at the first step that
      *           ends with a nonzero return code.  A date already
      *           closed (step 99 = OK) is refused unless the FORZAR
      *           parameter is given.
      *           Run as: cierre-diario [AAAAMMDD] [FORZAR]
      *           (fecha omitted = today).
      * Tectonics: cobc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SENT-REGCIVIL-STATUS.

           SELECT OPTIONAL SENTINEL-CONSOLIDACION-ARCHIVO
           ASSIGN TO "CONSOLIDACION.LOTE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SENT-CONSOLIDACION-STATUS.

           SELECT OPTIONAL EXTRACTO-ARCHIVO
           ASSIGN TO "REGISTRADURIA.EXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACTO-STATUS.

           SELECT OPTIONAL CLINICAS-ARCHIVO
           ASSIGN TO "NACIDOS-VIVOS.EXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLINICAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BITACORA-ARCHIVO.
           FD SENTINEL-REGCIVIL-ARCHIVO.
           01 SENT-REGCIVIL-LINEA PIC X(100).

           FD SENTINEL-CONSOLIDACION-ARCHIVO.
           01 SENT-CONSOLIDACION-LINEA PIC X(100).

           FD EXTRACTO-ARCHIVO.
           01 EXTRACTO-LINEA PIC X(100).

           FD CLINICAS-ARCHIVO.
           01 CLINICAS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  BITACORA-STATUS PIC XX VALUE "00".
       77  SENT-PERSONAS-STATUS PIC XX VALUE "00".
       77  SENT-REGCIVIL-STATUS PIC XX VALUE "00".
       77  SENT-CONSOLIDACION-STATUS PIC XX VALUE "00".
       77  EXTRACTO-STATUS PIC XX VALUE "00".
       77  CLINICAS-STATUS PIC XX VALUE "00".
       77  WS-PARAMETROS PIC X(30) VALUE SPACE.
       77  WS-PARAM-1 PIC X(10) VALUE SPACE.
       77  WS-PARAM-2 PIC X(10) VALUE SPACE.
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-CARGA-REGCIVIL
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-CONSOLIDACION
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-CONCILIACION
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-COTEJO
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-NACIDOS
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-NOVEDADES
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-RESPALDO
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-ARQUEO
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-PENDIENTES
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-SUSPENSO
               END-IF
               IF WS-CADENA-OK = "S"
                   PERFORM PASO-ROTACION-AUDITORIA
               END-IF
               PERFORM REGISTRAR-CIERRE
           END-IF.
           CLOSE BITACORA-ARCHIVO.
           END-IF.
           CLOSE EXTRACTO-ARCHIVO.

      ******************************************************************
      * Step 11 runs after the cotejo, so the actas loaded by the day's
      * carga are already there to match the notifications against.
      ******************************************************************
       PASO-NACIDOS.
           MOVE "11" TO WS-PASO-ACTUAL.
           MOVE "NACIDOS-VIVOS" TO WS-NOMBRE-PASO.
           PERFORM ANOTAR-INICIO.
           PERFORM PROBAR-CLINICAS.
           IF WS-HAY-ARCHIVO = "S"
               MOVE SPACE TO WS-COMANDO
               STRING "./nacidos-vivos " WS-FECHA-NEGOCIO
                   DELIMITED BY SIZE INTO WS-COMANDO
               PERFORM EJECUTAR-COMANDO
           ELSE
               MOVE "OMITIDO" TO BIT-RESULTADO
           END-IF.
           PERFORM ANOTAR-FIN.

       PROBAR-CLINICAS.
           MOVE "N" TO WS-HAY-ARCHIVO.
           OPEN INPUT CLINICAS-ARCHIVO.
           IF CLINICAS-STATUS = "00"
               MOVE "S" TO WS-HAY-ARCHIVO
           END-IF.
           CLOSE CLINICAS-ARCHIVO.

       PASO-NOVEDADES.
           MOVE "05" TO WS-PASO-ACTUAL.
           MOVE "NOVEDADES-DIARIAS" TO WS-NOMBRE-PASO.
                   "existir si no hubo movimientos)."
           END-IF.

       PASO-ARQUEO.
           MOVE "07" TO WS-PASO-ACTUAL.
           MOVE "ARQUEO-CAJA" TO WS-NOMBRE-PASO.
           PERFORM ANOTAR-INICIO.
           MOVE SPACE TO WS-COMANDO.
           STRING "./arqueo-caja " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-COMANDO.
           PERFORM EJECUTAR-COMANDO.
           PERFORM ANOTAR-FIN.

      ******************************************************************
      * Step 09 runs right after the cargas, ahead of steps 03-08.
      * CONSOLIDAR-PERSONAS demands that the OPERADOR_ID running the
      * cierre be an active supervisor; otherwise the step fails.
      ******************************************************************
       PASO-CONSOLIDACION.
           MOVE "09" TO WS-PASO-ACTUAL.
           MOVE "CONSOLIDACION.LOTE" TO WS-NOMBRE-PASO.
           PERFORM ANOTAR-INICIO.
           PERFORM PROBAR-SENTINEL-CONSOLIDACION.
           IF WS-HAY-ARCHIVO = "S"
               MOVE "./consolidar-personas" TO WS-COMANDO
               PERFORM EJECUTAR-COMANDO
           ELSE
               MOVE "OMITIDO" TO BIT-RESULTADO
           END-IF.
           PERFORM ANOTAR-FIN.

       PROBAR-SENTINEL-CONSOLIDACION.
           MOVE "N" TO WS-HAY-ARCHIVO.
           OPEN INPUT SENTINEL-CONSOLIDACION-ARCHIVO.
           IF SENT-CONSOLIDACION-STATUS = "00"
               MOVE "S" TO WS-HAY-ARCHIVO
           END-IF.
           CLOSE SENTINEL-CONSOLIDACION-ARCHIVO.

       PASO-PENDIENTES.
           MOVE "08" TO WS-PASO-ACTUAL.
           MOVE "REPORTE-PENDIENTES" TO WS-NOMBRE-PASO.
           PERFORM ANOTAR-INICIO.
           MOVE SPACE TO WS-COMANDO.
           STRING "./reporte-pendientes " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-COMANDO.
           PERFORM EJECUTAR-COMANDO.
           PERFORM ANOTAR-FIN.

       PASO-SUSPENSO.
           MOVE "10" TO WS-PASO-ACTUAL.
           MOVE "REPORTE-SUSPENSO" TO WS-NOMBRE-PASO.
           PERFORM ANOTAR-INICIO.
           MOVE SPACE TO WS-COMANDO.
           STRING "./reporte-suspenso " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-COMANDO.
           PERFORM EJECUTAR-COMANDO.
           PERFORM ANOTAR-FIN.

      ******************************************************************
      * Step 12 runs last, once every other step has written its
      * audit records: the months already closed are moved from
      * AUDITORIA.LOG to AUDITORIA-HIST.DAT.  On the days with
      * nothing to archive it only reads the month in course.
      ******************************************************************
       PASO-ROTACION-AUDITORIA.
           MOVE "12" TO WS-PASO-ACTUAL.
           MOVE "ROTAR-AUDITORIA" TO WS-NOMBRE-PASO.
           PERFORM ANOTAR-INICIO.
           MOVE SPACE TO WS-COMANDO.
           STRING "./rotar-auditoria " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO WS-COMANDO.
           PERFORM EJECUTAR-COMANDO.
           PERFORM ANOTAR-FIN.

       REGISTRAR-CIERRE.
           MOVE "99" TO WS-PASO-ACTUAL.
           MOVE "CIERRE COMPLETO" TO WS-NOMBRE-PASO.
