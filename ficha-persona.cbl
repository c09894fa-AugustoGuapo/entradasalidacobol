      *           family section: the person's own nacimiento with
      *           the parents named, their matrimonios with the
      *           cónyuge named, and every nacimiento acta where the
      *           person figures as padre or madre.  Each folio is
      *           followed by the notas marginales written against it
      *           in NOTAS-MARGINALES.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS REGISTRO-CEDULA WITH DUPLICATES
           FILE STATUS IS REGCIVIL-STATUS.

           SELECT NOTAS-ARCHIVO
           ASSIGN TO "NOTAS-MARGINALES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTA-CLAVE
           FILE STATUS IS NOTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PERSONAS-ARCHIVO.
           01 REGISTRO-CIVIL-REGISTRO.
               COPY "regcivil.cpy".

           FD NOTAS-ARCHIVO.
           01 NOTAS-REGISTRO.
               COPY "notas.cpy".

       WORKING-STORAGE SECTION.
       77  PERSONAS-STATUS PIC XX VALUE "00".
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  PERSONAS-DISPONIBLE PIC X VALUE "N".
       77  REGCIVIL-DISPONIBLE PIC X VALUE "N".
       77  NOTAS-STATUS PIC XX VALUE "00".
       77  NOTAS-DISPONIBLE PIC X VALUE "N".
       77  WS-FIN-NOTAS PIC X VALUE "N".
       77  WS-DESCRIPCION-NOTA PIC X(15) VALUE SPACE.
       77  CEDULA PIC X(54)
           VALUE "Introduce la cédula (? nombre, vacío sale): ".
       77  APELLIDO-PREGUNTA PIC X(44)
               DISPLAY "Aviso: no se encontró REGCIVIL.DAT; no se "
                   "podrán mostrar los folios de registro civil."
           END-IF.
           OPEN INPUT NOTAS-ARCHIVO.
           IF NOTAS-STATUS = "00"
               MOVE "S" TO NOTAS-DISPONIBLE
           END-IF.

       PROCEDIMIENTO-CIERRE.
           IF PERSONAS-DISPONIBLE = "S"
           IF REGCIVIL-DISPONIBLE = "S"
               CLOSE REGISTRO-CIVIL-ARCHIVO
           END-IF.
           IF NOTAS-DISPONIBLE = "S"
               CLOSE NOTAS-ARCHIVO
           END-IF.

       CONSULTAR-CEDULA.
           DISPLAY " ".
                           " Tipo: " REGISTRO-TIPO-ACTA
                       DISPLAY "  Fecha: " REGISTRO-FECHA
                           " Dirección: " REGISTRO-DIRECCION
                       IF NOTAS-DISPONIBLE = "S"
                           PERFORM MOSTRAR-NOTAS-FOLIO
                       END-IF
                   END-IF
           END-READ.

       MOSTRAR-NOTAS-FOLIO.
           MOVE "N" TO WS-FIN-NOTAS.
           MOVE REGISTRO-NRO-FOLIO TO NOTA-NRO-FOLIO.
           MOVE REGISTRO-NRO-LIBRO TO NOTA-NRO-LIBRO.
           MOVE ZERO TO NOTA-SECUENCIA.
           START NOTAS-ARCHIVO
               KEY IS >= NOTA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-NOTAS
           END-START.
           PERFORM MOSTRAR-NOTA UNTIL WS-FIN-NOTAS = "S".

       MOSTRAR-NOTA.
           READ NOTAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-NOTAS
               NOT AT END
                   IF NOTA-NRO-FOLIO NOT = REGISTRO-NRO-FOLIO
                       OR NOTA-NRO-LIBRO NOT = REGISTRO-NRO-LIBRO
                       MOVE "S" TO WS-FIN-NOTAS
                   ELSE
                       EVALUATE NOTA-TIPO
                           WHEN "D"
                               MOVE "DIVORCIO" TO WS-DESCRIPCION-NOTA
                           WHEN "A"
                               MOVE "ANULACIÓN" TO WS-DESCRIPCION-NOTA
                           WHEN "R"
                               MOVE "RECONOCIMIENTO"
                                   TO WS-DESCRIPCION-NOTA
                           WHEN "C"
                               MOVE "CORRECCIÓN"
                                   TO WS-DESCRIPCION-NOTA
                           WHEN OTHER
                               MOVE NOTA-TIPO TO WS-DESCRIPCION-NOTA
                       END-EVALUATE
                       DISPLAY "  Nota " NOTA-SECUENCIA ": "
                           WS-DESCRIPCION-NOTA " del " NOTA-FECHA
                           " doc. " FUNCTION TRIM(NOTA-DOCUMENTO)
                       IF NOTA-DETALLE NOT = SPACE
                           DISPLAY "    "
                               FUNCTION TRIM(NOTA-DETALLE)
                       END-IF
                   END-IF
           END-READ.

