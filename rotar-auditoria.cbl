      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Monthly closing of the AUDITORIA.LOG trail.  Every
      *           record of a month before the business month is
      *           moved to the indexed archive AUDITORIA-HIST.DAT
      *           (keyed by clave and fecha-hora), and AUDITORIA.LOG
      *           is started afresh with only the records of the
      *           month in course, so the programs that read the
      *           live log no longer go through its whole history.
      *           Control totals prove that nothing was lost: the
      *           records read must equal those archived plus those
      *           already in the archive plus those kept, the kept
      *           ones must all be written to the new log, and the
      *           archive must hold, month by month, every record
      *           of the closed months that was read.  Only when
      *           everything balances is the old log renamed to
      *           AUDITORIA.LOG.ANTERIOR (kept until the next
      *           closing) and the new one put in its place;
      *           otherwise AUDITORIA.LOG is left as it was and the
      *           program ends with return code 8.  A run repeated
      *           after a failure does not archive a record twice.
      *           The totals go to ROTACION-AUDITORIA.OUT.  Run by
      *           CIERRE-DIARIO as its last step, when no other
      *           program is writing the log, or on demand as:
      *           rotar-auditoria [AAAAMMDD]  (fecha omitted = today).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTAR-AUDITORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO "AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT NUEVO-LOG-ARCHIVO
           ASSIGN TO "AUDITORIA.LOG.NUEVO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NUEVO-LOG-STATUS.

           SELECT AUDITORIA-HIST-ARCHIVO
           ASSIGN TO "AUDITORIA-HIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHI-LLAVE
           ALTERNATE RECORD KEY IS AHI-FECHA-HORA WITH DUPLICATES
           FILE STATUS IS AUDHIST-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "ROTACION-AUDITORIA.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

           FD NUEVO-LOG-ARCHIVO.
           01 NUEVO-LOG-REGISTRO PIC X(90).

           FD AUDITORIA-HIST-ARCHIVO.
           01 AUDHIST-REGISTRO.
               COPY "audhist.cpy".

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  NUEVO-LOG-STATUS PIC XX VALUE "00".
       77  AUDHIST-STATUS PIC XX VALUE "00".
       77  WS-APERTURA-OK PIC X VALUE "N".
       77  WS-OPERADOR-ID PIC X(10) VALUE SPACE.
       77  WS-PARAMETRO PIC X(20) VALUE SPACE.
       77  WS-FECHA-REPORTE PIC X(8) VALUE SPACE.
       77  WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77  WS-MES-CORTE PIC X(6) VALUE SPACE.
       77  WS-FECHA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-HORA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-FECHA-HORA PIC X(20) VALUE SPACE.
       77  WS-FECHA-HORA-CORRIDA PIC X(20) VALUE SPACE.
       77  WS-AUD-ACCION PIC X(10) VALUE SPACE.
       77  WS-AUD-CLAVE PIC X(25) VALUE SPACE.
       77  WS-FIN-AUDITORIA PIC X VALUE "N".
       77  WS-FIN-LLAVE PIC X VALUE "N".
       77  WS-FIN-MES PIC X VALUE "N".
       77  WS-YA-ARCHIVADO PIC X VALUE "N".
       77  WS-ULTIMA-SECUENCIA PIC 9(4) VALUE ZERO.
       77  WS-CUADRA PIC X VALUE "S".
       77  WS-LOG-REEMPLAZADO PIC X VALUE "N".
       77  WS-RC-ARCHIVO PIC S9(9) COMP-5 VALUE ZERO.
       77  WS-IX PIC 9(3) VALUE ZERO.
       77  WS-IX-MES PIC 9(3) VALUE ZERO.
       77  WS-CANT-MESES PIC 9(3) VALUE ZERO.
       77  WS-MAX-MESES PIC 9(3) VALUE 240.
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-DETALLE-GUARDADO PIC X(100) VALUE SPACE.
       77  WS-CONT-LEIDOS PIC 9(9) VALUE ZERO.
       77  WS-CONT-CERRADOS PIC 9(9) VALUE ZERO.
       77  WS-CONT-ARCHIVADOS PIC 9(9) VALUE ZERO.
       77  WS-CONT-YA-ARCHIVADOS PIC 9(9) VALUE ZERO.
       77  WS-CONT-RETENIDOS PIC 9(9) VALUE ZERO.
       77  WS-CONT-ESCRITOS PIC 9(9) VALUE ZERO.
       77  WS-CONT-ERRORES PIC 9(9) VALUE ZERO.
       77  WS-CONT-SUMA PIC 9(9) VALUE ZERO.

      * One entry per closed month found in the log, in the order the
      * months first appear.  A month beyond the table is not
      * archived: its records stay in the log for the next closing.
       01  WS-TABLA-MESES.
           05  WS-MES-ENTRADA OCCURS 240 TIMES.
               10  MES-PERIODO PIC X(6).
               10  MES-LEIDOS PIC 9(9).
               10  MES-ARCHIVADOS PIC 9(9).
               10  MES-YA-ARCHIVADOS PIC 9(9).
               10  MES-EN-ARCHIVO PIC 9(9).

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(39)
               VALUE "ROTACIÓN DE AUDITORIA.LOG".
           05  FILLER PIC X(7) VALUE "FECHA: ".
           05  ENC-FECHA PIC X(8).
           05  FILLER PIC X(5) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(8) VALUE "MES".
           05  FILLER PIC X(12) VALUE "     LEÍDOS".
           05  FILLER PIC X(12) VALUE "  ARCHIVADOS".
           05  FILLER PIC X(12) VALUE "  YA ESTABAN".
           05  FILLER PIC X(12) VALUE "  EN ARCHIVO".
           05  FILLER PIC X(3) VALUE SPACE.
           05  FILLER PIC X(7) VALUE "CONTROL".

       01  WS-DETALLE.
           05  DET-MES PIC X(7).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-LEIDOS PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-ARCHIVADOS PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-YA-ARCHIVADOS PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-EN-ARCHIVO PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(3) VALUE SPACE.
           05  DET-CONTROL PIC X(10).

       01  WS-TOTAL-LINEA.
           05  TOT-ETIQUETA PIC X(50).
           05  TOT-CANTIDAD PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INTERPRETAR-PARAMETRO.
           PERFORM PROCEDIMIENTO-APERTURA.
           IF WS-APERTURA-OK = "S"
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM LEER-AUDITORIA UNTIL WS-FIN-AUDITORIA = "S"
               PERFORM VERIFICAR-ARCHIVO
           END-IF.
           PERFORM PROCEDIMIENTO-CIERRE.
           IF WS-APERTURA-OK = "S"
               PERFORM CUADRAR-TOTALES
               IF WS-CUADRA = "S" AND WS-CONT-CERRADOS > ZERO
                   PERFORM REEMPLAZAR-LOG
               ELSE
                   CALL "CBL_DELETE_FILE"
                       USING "AUDITORIA.LOG.NUEVO"
                       RETURNING WS-RC-ARCHIVO
               END-IF
               PERFORM IMPRIMIR-TOTALES
               DISPLAY "Registros leídos de AUDITORIA.LOG: "
                   WS-CONT-LEIDOS
               DISPLAY "Archivados: " WS-CONT-ARCHIVADOS
                   "; ya estaban en el archivo: "
                   WS-CONT-YA-ARCHIVADOS
                   "; retenidos: " WS-CONT-RETENIDOS
               IF WS-CUADRA = "N"
                   DISPLAY "Los totales de control no cuadran; "
                       "AUDITORIA.LOG no se modificó."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-CONT-CERRADOS > ZERO
                       AND WS-LOG-REEMPLAZADO = "N"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-CONT-ERRORES > ZERO
                   DISPLAY WS-CONT-ERRORES " registros no se "
                       "pudieron archivar; AUDITORIA.LOG queda entero "
                       "para la próxima rotación."
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY "Reporte generado en ROTACION-AUDITORIA.OUT."
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE REPORTE-ARCHIVO.
           STOP RUN.

      ******************************************************************
      * The business date decides which months are closed: every
      * month before the month of that date.
      ******************************************************************
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
           MOVE WS-FECHA-REPORTE(1:6) TO WS-MES-CORTE.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           IF WS-OPERADOR-ID = SPACE
               MOVE "DESCONOCID" TO WS-OPERADOR-ID
           END-IF.
           PERFORM OBTENER-FECHA-HORA.
           MOVE WS-FECHA-HORA TO WS-FECHA-HORA-CORRIDA.

       PROCEDIMIENTO-APERTURA.
           OPEN OUTPUT REPORTE-ARCHIVO.
           OPEN INPUT AUDITORIA-ARCHIVO.
           IF AUDITORIA-STATUS = "00" OR AUDITORIA-STATUS = "05"
               MOVE "S" TO WS-APERTURA-OK
           ELSE
               DISPLAY "No se pudo abrir AUDITORIA.LOG (estado "
                   AUDITORIA-STATUS ")."
           END-IF.
           IF WS-APERTURA-OK = "S"
               OPEN I-O AUDITORIA-HIST-ARCHIVO
               IF AUDHIST-STATUS = "05" OR AUDHIST-STATUS = "35"
                   OPEN OUTPUT AUDITORIA-HIST-ARCHIVO
                   CLOSE AUDITORIA-HIST-ARCHIVO
                   OPEN I-O AUDITORIA-HIST-ARCHIVO
               END-IF
               IF AUDHIST-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir AUDITORIA-HIST.DAT "
                       "(estado " AUDHIST-STATUS ")."
                   MOVE "N" TO WS-APERTURA-OK
                   CLOSE AUDITORIA-ARCHIVO
               END-IF
           END-IF.
           IF WS-APERTURA-OK = "S"
               OPEN OUTPUT NUEVO-LOG-ARCHIVO
               IF NUEVO-LOG-STATUS NOT = "00"
                   DISPLAY "No se pudo crear AUDITORIA.LOG.NUEVO "
                       "(estado " NUEVO-LOG-STATUS ")."
                   MOVE "N" TO WS-APERTURA-OK
                   CLOSE AUDITORIA-ARCHIVO
                   CLOSE AUDITORIA-HIST-ARCHIVO
               END-IF
           END-IF.

       PROCEDIMIENTO-CIERRE.
           IF WS-APERTURA-OK = "S"
               CLOSE AUDITORIA-ARCHIVO
               CLOSE AUDITORIA-HIST-ARCHIVO
               CLOSE NUEVO-LOG-ARCHIVO
           END-IF.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE SPACE TO WS-FECHA-HORA
           STRING WS-FECHA-ACTUAL WS-HORA-ACTUAL
               DELIMITED BY SIZE INTO WS-FECHA-HORA.

       REGISTRAR-AUDITORIA.
           PERFORM OBTENER-FECHA-HORA
           MOVE "ROTAR-AUDITORIA" TO AUD-PROGRAMA
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE WS-AUD-CLAVE TO AUD-CLAVE
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID
           MOVE WS-FECHA-HORA TO AUD-FECHA-HORA
           WRITE AUDITORIA-REGISTRO.

      ******************************************************************
      * Every record of a closed month goes to the archive; the rest
      * (the month in course, or a record without a readable date)
      * are copied to the new log.
      ******************************************************************
       LEER-AUDITORIA.
           READ AUDITORIA-ARCHIVO
               AT END
                   MOVE "S" TO WS-FIN-AUDITORIA
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   IF AUD-FECHA-HORA(1:6) NUMERIC
                       AND AUD-FECHA-HORA(1:6) < WS-MES-CORTE
                       PERFORM UBICAR-MES
                       IF WS-IX-MES > ZERO
                           PERFORM ARCHIVAR-REGISTRO
                       ELSE
                           PERFORM RETENER-REGISTRO
                       END-IF
                   ELSE
                       PERFORM RETENER-REGISTRO
                   END-IF
           END-READ.

       UBICAR-MES.
           MOVE ZERO TO WS-IX-MES.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CANT-MESES OR WS-IX-MES > ZERO
               IF MES-PERIODO(WS-IX) = AUD-FECHA-HORA(1:6)
                   MOVE WS-IX TO WS-IX-MES
               END-IF
           END-PERFORM.
           IF WS-IX-MES = ZERO AND WS-CANT-MESES < WS-MAX-MESES
               ADD 1 TO WS-CANT-MESES
               MOVE WS-CANT-MESES TO WS-IX-MES
               MOVE AUD-FECHA-HORA(1:6) TO MES-PERIODO(WS-IX-MES)
               MOVE ZERO TO MES-LEIDOS(WS-IX-MES)
               MOVE ZERO TO MES-ARCHIVADOS(WS-IX-MES)
               MOVE ZERO TO MES-YA-ARCHIVADOS(WS-IX-MES)
               MOVE ZERO TO MES-EN-ARCHIVO(WS-IX-MES)
           END-IF.

      ******************************************************************
      * A record that an earlier run already archived (same clave,
      * fecha-hora, programa, acción and operador, archived by
      * another run) is only counted; otherwise it is written with
      * the next free secuencia for its clave and fecha-hora.
      ******************************************************************
       ARCHIVAR-REGISTRO.
           ADD 1 TO MES-LEIDOS(WS-IX-MES).
           PERFORM BUSCAR-EN-ARCHIVO.
           IF WS-YA-ARCHIVADO = "S"
               ADD 1 TO WS-CONT-CERRADOS
               ADD 1 TO WS-CONT-YA-ARCHIVADOS
               ADD 1 TO MES-YA-ARCHIVADOS(WS-IX-MES)
           ELSE
               MOVE AUD-CLAVE TO AHI-CLAVE
               MOVE AUD-FECHA-HORA TO AHI-FECHA-HORA
               ADD 1 TO WS-ULTIMA-SECUENCIA GIVING AHI-SECUENCIA
               MOVE AUD-PROGRAMA TO AHI-PROGRAMA
               MOVE AUD-ACCION TO AHI-ACCION
               MOVE AUD-OPERADOR-ID TO AHI-OPERADOR-ID
               MOVE WS-FECHA-HORA-CORRIDA TO AHI-FECHA-HORA-ARCHIVO
               WRITE AUDHIST-REGISTRO
                   INVALID KEY
                       ADD 1 TO WS-CONT-ERRORES
                       MOVE "N" TO WS-CUADRA
                       DISPLAY "No se pudo archivar el registro "
                           AUD-CLAVE " " AUD-FECHA-HORA
                           " (estado " AUDHIST-STATUS ")."
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CERRADOS
                       ADD 1 TO WS-CONT-ARCHIVADOS
                       ADD 1 TO MES-ARCHIVADOS(WS-IX-MES)
               END-WRITE
           END-IF.

       BUSCAR-EN-ARCHIVO.
           MOVE "N" TO WS-YA-ARCHIVADO.
           MOVE ZERO TO WS-ULTIMA-SECUENCIA.
           MOVE "N" TO WS-FIN-LLAVE.
           MOVE AUD-CLAVE TO AHI-CLAVE.
           MOVE AUD-FECHA-HORA TO AHI-FECHA-HORA.
           MOVE ZERO TO AHI-SECUENCIA.
           START AUDITORIA-HIST-ARCHIVO
               KEY IS >= AHI-LLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-LLAVE
           END-START.
           PERFORM LEER-MISMA-LLAVE UNTIL WS-FIN-LLAVE = "S".

       LEER-MISMA-LLAVE.
           READ AUDITORIA-HIST-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-LLAVE
               NOT AT END
                   IF AHI-CLAVE NOT = AUD-CLAVE
                       OR AHI-FECHA-HORA NOT = AUD-FECHA-HORA
                       MOVE "S" TO WS-FIN-LLAVE
                   ELSE
                       MOVE AHI-SECUENCIA TO WS-ULTIMA-SECUENCIA
                       IF AHI-FECHA-HORA-ARCHIVO
                               NOT = WS-FECHA-HORA-CORRIDA
                           AND AHI-PROGRAMA = AUD-PROGRAMA
                           AND AHI-ACCION = AUD-ACCION
                           AND AHI-OPERADOR-ID = AUD-OPERADOR-ID
                           MOVE "S" TO WS-YA-ARCHIVADO
                           MOVE "S" TO WS-FIN-LLAVE
                       END-IF
                   END-IF
           END-READ.

       RETENER-REGISTRO.
           ADD 1 TO WS-CONT-RETENIDOS.
           WRITE NUEVO-LOG-REGISTRO FROM AUDITORIA-REGISTRO.
           IF NUEVO-LOG-STATUS = "00"
               ADD 1 TO WS-CONT-ESCRITOS
           ELSE
               DISPLAY "No se pudo grabar en AUDITORIA.LOG.NUEVO "
                   "(estado " NUEVO-LOG-STATUS ")."
           END-IF.

      ******************************************************************
      * Month by month, the archive must now hold every record of
      * that month read from the log: those archived in this run
      * plus those an earlier run had already archived.
      ******************************************************************
       VERIFICAR-ARCHIVO.
           MOVE "REGISTROS DE MESES CERRADOS" TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           IF WS-CANT-MESES = ZERO
               MOVE "  Ninguno; AUDITORIA.LOG solo tiene registros "
                   TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
               MOVE "  del mes en curso." TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           PERFORM VARYING WS-IX-MES FROM 1 BY 1
                   UNTIL WS-IX-MES > WS-CANT-MESES
               PERFORM CONTAR-MES-ARCHIVO
               MOVE SPACE TO DET-MES
               STRING MES-PERIODO(WS-IX-MES)(5:2) "/"
                   MES-PERIODO(WS-IX-MES)(1:4)
                   DELIMITED BY SIZE INTO DET-MES
               MOVE MES-LEIDOS(WS-IX-MES) TO DET-LEIDOS
               MOVE MES-ARCHIVADOS(WS-IX-MES) TO DET-ARCHIVADOS
               MOVE MES-YA-ARCHIVADOS(WS-IX-MES) TO DET-YA-ARCHIVADOS
               MOVE MES-EN-ARCHIVO(WS-IX-MES) TO DET-EN-ARCHIVO
               ADD MES-ARCHIVADOS(WS-IX-MES)
                   MES-YA-ARCHIVADOS(WS-IX-MES) GIVING WS-CONT-SUMA
               IF MES-EN-ARCHIVO(WS-IX-MES) = WS-CONT-SUMA
                   AND MES-LEIDOS(WS-IX-MES) = WS-CONT-SUMA
                   MOVE "CUADRA" TO DET-CONTROL
               ELSE
                   MOVE "NO CUADRA" TO DET-CONTROL
                   MOVE "N" TO WS-CUADRA
               END-IF
               MOVE WS-DETALLE TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-PERFORM.

       CONTAR-MES-ARCHIVO.
           MOVE ZERO TO MES-EN-ARCHIVO(WS-IX-MES).
           MOVE "N" TO WS-FIN-MES.
           MOVE SPACE TO AHI-FECHA-HORA.
           MOVE MES-PERIODO(WS-IX-MES) TO AHI-FECHA-HORA(1:6).
           START AUDITORIA-HIST-ARCHIVO
               KEY IS >= AHI-FECHA-HORA
               INVALID KEY
                   MOVE "S" TO WS-FIN-MES
           END-START.
           PERFORM CONTAR-REGISTRO-MES UNTIL WS-FIN-MES = "S".

       CONTAR-REGISTRO-MES.
           READ AUDITORIA-HIST-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-MES
               NOT AT END
                   IF AHI-FECHA-HORA(1:6) NOT = MES-PERIODO(WS-IX-MES)
                       MOVE "S" TO WS-FIN-MES
                   ELSE
                       ADD 1 TO MES-EN-ARCHIVO(WS-IX-MES)
                   END-IF
           END-READ.

       CUADRAR-TOTALES.
           ADD WS-CONT-CERRADOS WS-CONT-RETENIDOS
               GIVING WS-CONT-SUMA.
           IF WS-CONT-LEIDOS NOT = WS-CONT-SUMA
               MOVE "N" TO WS-CUADRA
           END-IF.
           IF WS-CONT-RETENIDOS NOT = WS-CONT-ESCRITOS
               MOVE "N" TO WS-CUADRA
           END-IF.

      ******************************************************************
      * The old log is kept as AUDITORIA.LOG.ANTERIOR until the next
      * closing; the new one, with the month in course, takes its
      * name and gets the audit record of the closing itself.
      ******************************************************************
       REEMPLAZAR-LOG.
           CALL "CBL_DELETE_FILE" USING "AUDITORIA.LOG.ANTERIOR"
               RETURNING WS-RC-ARCHIVO.
           CALL "CBL_RENAME_FILE"
               USING "AUDITORIA.LOG" "AUDITORIA.LOG.ANTERIOR"
               RETURNING WS-RC-ARCHIVO.
           IF WS-RC-ARCHIVO NOT = ZERO
               DISPLAY "No se pudo renombrar AUDITORIA.LOG; queda "
                   "como estaba."
               CALL "CBL_DELETE_FILE" USING "AUDITORIA.LOG.NUEVO"
                   RETURNING WS-RC-ARCHIVO
           ELSE
               CALL "CBL_RENAME_FILE"
                   USING "AUDITORIA.LOG.NUEVO" "AUDITORIA.LOG"
                   RETURNING WS-RC-ARCHIVO
               IF WS-RC-ARCHIVO = ZERO
                   MOVE "S" TO WS-LOG-REEMPLAZADO
                   OPEN EXTEND AUDITORIA-ARCHIVO
                   MOVE "ROTA" TO WS-AUD-ACCION
                   MOVE SPACE TO WS-AUD-CLAVE
                   STRING "ARCHIVADOS " WS-CONT-ARCHIVADOS
                       DELIMITED BY SIZE INTO WS-AUD-CLAVE
                   PERFORM REGISTRAR-AUDITORIA
                   CLOSE AUDITORIA-ARCHIVO
                   DISPLAY "AUDITORIA.LOG reiniciado; la copia "
                       "anterior queda en AUDITORIA.LOG.ANTERIOR."
               ELSE
                   DISPLAY "No se pudo poner AUDITORIA.LOG.NUEVO en "
                       "su lugar; se restituye AUDITORIA.LOG."
                   CALL "CBL_RENAME_FILE"
                       USING "AUDITORIA.LOG.ANTERIOR" "AUDITORIA.LOG"
                       RETURNING WS-RC-ARCHIVO
               END-IF
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
           MOVE "TOTALES DE CONTROL" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Registros leídos de AUDITORIA.LOG" TO TOT-ETIQUETA
           MOVE WS-CONT-LEIDOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  de meses cerrados, archivados ahora"
               TO TOT-ETIQUETA
           MOVE WS-CONT-ARCHIVADOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  de meses cerrados, ya estaban en el archivo"
               TO TOT-ETIQUETA
           MOVE WS-CONT-YA-ARCHIVADOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  retenidos en AUDITORIA.LOG" TO TOT-ETIQUETA
           MOVE WS-CONT-RETENIDOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "No se pudieron archivar (log sin rotar)"
               TO TOT-ETIQUETA
           MOVE WS-CONT-ERRORES TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Registros grabados en el nuevo AUDITORIA.LOG"
               TO TOT-ETIQUETA
           MOVE WS-CONT-ESCRITOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACE TO REPORTE-LINEA
           EVALUATE TRUE
               WHEN WS-CUADRA = "N"
                   STRING "CONTROL: NO CUADRA. AUDITORIA.LOG no se "
                       "modificó."
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               WHEN WS-CONT-CERRADOS = ZERO
                   STRING "CONTROL: CUADRA. No hay meses cerrados; "
                       "AUDITORIA.LOG no se modificó."
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               WHEN WS-LOG-REEMPLAZADO = "S"
                   STRING "CONTROL: CUADRA. AUDITORIA.LOG reiniciado; "
                       "la copia anterior es AUDITORIA.LOG.ANTERIOR."
                       DELIMITED BY SIZE INTO REPORTE-LINEA
               WHEN OTHER
                   STRING "CONTROL: CUADRA, pero no se pudo reemplazar "
                       "AUDITORIA.LOG; queda como estaba."
                       DELIMITED BY SIZE INTO REPORTE-LINEA
           END-EVALUATE.
           WRITE REPORTE-LINEA.

       ESCRIBIR-TOTAL.
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       END PROGRAM ROTAR-AUDITORIA.
