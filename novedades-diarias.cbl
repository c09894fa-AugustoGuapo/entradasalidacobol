      * Purpose:  End-of-day interchange file for downstream agencies.
      *           Collects the business day's altas, modificaciones
      *           and bajas of personas from AUDITORIA.LOG (actions
      *           written by ENTRADA-PERSONAS; for a day whose month
      *           is already closed, from the archive
      *           AUDITORIA-HIST.DAT, read by date) plus the day's new
      *           defunción actas from REGCIVIL.DAT (by
      *           REGISTRO-FECHA-HORA-INGRESO) and writes NOVEDADES.SAL
      *           in the agreed fixed layout: a "1" header with fecha
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT AUDITORIA-HIST-ARCHIVO
           ASSIGN TO "AUDITORIA-HIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHI-LLAVE
           ALTERNATE RECORD KEY IS AHI-FECHA-HORA WITH DUPLICATES
           FILE STATUS IS AUDHIST-STATUS.

           SELECT OPTIONAL CONTROL-NOVEDADES-ARCHIVO
           ASSIGN TO "NOVEDADES.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

           FD AUDITORIA-HIST-ARCHIVO.
           01 AUDHIST-REGISTRO.
               COPY "audhist.cpy".

           FD CONTROL-NOVEDADES-ARCHIVO.
           01 CONTROL-LINEA PIC X(14).

       77  PERSONAS-STATUS PIC XX VALUE "00".
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  AUDHIST-STATUS PIC XX VALUE "00".
       77  CONTROL-STATUS PIC XX VALUE "00".
       77  NOVEDADES-STATUS PIC XX VALUE "00".
       77  WS-PERSONAS-DISPONIBLE PIC X VALUE "N".
       77  WS-REGCIVIL-DISPONIBLE PIC X VALUE "N".
       77  WS-AUDHIST-DISPONIBLE PIC X VALUE "N".
       77  WS-FIN-AUDITORIA PIC X VALUE "N".
       77  WS-FIN-HISTORICO PIC X VALUE "N".
       77  WS-FIN-REGCIVIL PIC X VALUE "N".
       77  WS-PUEDE-GENERAR PIC X VALUE "S".
       77  WS-FORZAR PIC X VALUE "N".
                   "se reportarán novedades de personas."
               MOVE "S" TO WS-FIN-AUDITORIA
           END-IF.
           OPEN INPUT AUDITORIA-HIST-ARCHIVO.
           IF AUDHIST-STATUS = "00"
               MOVE "S" TO WS-AUDHIST-DISPONIBLE
           END-IF.
           OPEN OUTPUT NOVEDADES-ARCHIVO.
           ADD 1 TO CTL-SECUENCIA.

               CLOSE REGISTRO-CIVIL-ARCHIVO
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.
           IF WS-AUDHIST-DISPONIBLE = "S"
               CLOSE AUDITORIA-HIST-ARCHIVO
           END-IF.
           CLOSE NOVEDADES-ARCHIVO.

       ESCRIBIR-ENCABEZADO.
           WRITE NOVEDADES-LINEA.

       SECCION-PERSONAS.
           IF WS-AUDHIST-DISPONIBLE = "S"
               MOVE LOW-VALUES TO AHI-FECHA-HORA
               MOVE WS-FECHA-PROCESO TO AHI-FECHA-HORA(1:8)
               START AUDITORIA-HIST-ARCHIVO
                   KEY IS >= AHI-FECHA-HORA
                   INVALID KEY
                       MOVE "S" TO WS-FIN-HISTORICO
               END-START
               PERFORM REVISAR-HISTORICO
                   UNTIL WS-FIN-HISTORICO = "S"
           END-IF.
           PERFORM REVISAR-AUDITORIA
               UNTIL WS-FIN-AUDITORIA = "S".

      ******************************************************************
      * Archived records of the day are handled as log records.
      ******************************************************************
       REVISAR-HISTORICO.
           READ AUDITORIA-HIST-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-HISTORICO
               NOT AT END
                   IF AHI-FECHA-HORA(1:8) NOT = WS-FECHA-PROCESO
                       MOVE "S" TO WS-FIN-HISTORICO
                   ELSE
                       MOVE AHI-PROGRAMA TO AUD-PROGRAMA
                       MOVE AHI-ACCION TO AUD-ACCION
                       MOVE AHI-CLAVE TO AUD-CLAVE
                       MOVE AHI-OPERADOR-ID TO AUD-OPERADOR-ID
                       MOVE AHI-FECHA-HORA TO AUD-FECHA-HORA
                       PERFORM SELECCIONAR-NOVEDAD
                   END-IF
           END-READ.

       REVISAR-AUDITORIA.
           READ AUDITORIA-ARCHIVO
               AT END
                   MOVE "S" TO WS-FIN-AUDITORIA
               NOT AT END
                   PERFORM SELECCIONAR-NOVEDAD
           END-READ.

       SELECCIONAR-NOVEDAD.
           IF AUD-PROGRAMA = "ENTRADA-PERSONAS"
               AND AUD-FECHA-HORA(1:8) = WS-FECHA-PROCESO
               PERFORM VALIDAR-CLAVE-CEDULA
               IF WS-CLAVE-ES-CEDULA = "S"
                   PERFORM ESCRIBIR-NOVEDAD-PERSONA
               END-IF
           END-IF.

      ******************************************************************
      * The purga física de ENTRADA-PERSONAS also audits one BAJA per
      * REGCIVIL folio it deletes, with "folio/libro" as clave; those
