      *           the person's defunción, matrimonios whose cónyuge is
      *           not in PERSONAS-ARCHIVO or has a defunción dated
      *           before the wedding, more than one nacimiento for the
      *           same cédula, nacimientos whose REGISTRO-FECHA
      *           disagrees with PERSONA-FECHA, and matrimonios
      *           celebrated while an earlier matrimonio of the same
      *           cédula was still in force (not dissolved by a
      *           divorcio or anulación nota marginal in
      *           NOTAS-MARGINALES.DAT, nor by the death of the
      *           earlier cónyuge).  Ends with a total per error
      *           class.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WITH DUPLICATES
           FILE STATUS IS PERSONAS-STATUS.

           SELECT NOTAS-ARCHIVO
           ASSIGN TO "NOTAS-MARGINALES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTA-CLAVE
           FILE STATUS IS NOTAS-STATUS.

           SELECT CONSISTENCIA-ARCHIVO
           ASSIGN TO "CONSISTENCIA-CIVIL.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.
           01 PERSONAS-REGISTRO.
               COPY "personas.cpy".

           FD NOTAS-ARCHIVO.
           01 NOTAS-REGISTRO.
               COPY "notas.cpy".

           FD CONSISTENCIA-ARCHIVO.
           01 CONSISTENCIA-LINEA PIC X(100).

       77  PERSONAS-STATUS PIC XX VALUE "00".
       77  WS-REGCIVIL-DISPONIBLE PIC X VALUE "N".
       77  WS-PERSONAS-DISPONIBLE PIC X VALUE "N".
       77  NOTAS-STATUS PIC XX VALUE "00".
       77  WS-NOTAS-DISPONIBLE PIC X VALUE "N".
       77  WS-FIN-NOTAS PIC X VALUE "N".
       77  WS-IDX-PREVIO PIC 9(3) VALUE ZERO.
       77  WS-IDX-VIGENTE PIC 9(3) VALUE ZERO.
       77  WS-DISOLUCION-CMP PIC X(8) VALUE SPACE.
       77  WS-FIN-REGCIVIL PIC X VALUE "N".
       77  WS-FIN-GRUPO PIC X VALUE "N".
       77  WS-FIN-CONYUGE PIC X VALUE "N".
       77  WS-TOT-CONYUGE-MUERTO PIC 9(6) VALUE ZERO.
       77  WS-TOT-NACIM-DUP PIC 9(6) VALUE ZERO.
       77  WS-TOT-FECHA-DIFIERE PIC 9(6) VALUE ZERO.
       77  WS-TOT-MATRIM-VIGENTE PIC 9(6) VALUE ZERO.
       77  WS-TOT-ERRORES PIC 9(6) VALUE ZERO.

       01  WS-TABLA-ACTAS.
               10  WS-ACTA-FECHA-CMP PIC X(8).
               10  WS-ACTA-TIPO PIC X(1).
               10  WS-ACTA-CONYUGE PIC X(10).
               10  WS-ACTA-DISOLUCION-CMP PIC X(8).
               10  WS-ACTA-CONYUGE-DEF-CMP PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   "podrán verificar personas ni fechas de "
                   "nacimiento."
           END-IF.
           OPEN INPUT NOTAS-ARCHIVO.
           IF NOTAS-STATUS = "00"
               MOVE "S" TO WS-NOTAS-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se encontró NOTAS-MARGINALES.DAT; "
                   "ningún matrimonio se da por disuelto por "
                   "divorcio o anulación."
           END-IF.
           OPEN OUTPUT CONSISTENCIA-ARCHIVO.
           MOVE "ERRORES DE CONSISTENCIA ENTRE ACTAS"
               TO CONSISTENCIA-LINEA.
           IF WS-PERSONAS-DISPONIBLE = "S"
               CLOSE PERSONAS-ARCHIVO
           END-IF.
           IF WS-NOTAS-DISPONIBLE = "S"
               CLOSE NOTAS-ARCHIVO
           END-IF.
           CLOSE CONSISTENCIA-ARCHIVO.

       POSICIONAR-INICIO.
                       TO WS-ACTA-TIPO(WS-ACTAS-USADAS)
                   MOVE REGISTRO-CEDULA-CONYUGE
                       TO WS-ACTA-CONYUGE(WS-ACTAS-USADAS)
                   MOVE SPACE
                       TO WS-ACTA-DISOLUCION-CMP(WS-ACTAS-USADAS)
                   MOVE SPACE
                       TO WS-ACTA-CONYUGE-DEF-CMP(WS-ACTAS-USADAS)
                   IF REGISTRO-TIPO-ACTA = "M"
                       AND WS-NOTAS-DISPONIBLE = "S"
                       PERFORM BUSCAR-DISOLUCION
                   END-IF
               ELSE
                   IF WS-GRUPO-DESBORDE = "N"
                       MOVE "S" TO WS-GRUPO-DESBORDE
                   DELIMITED BY SIZE INTO CONSISTENCIA-LINEA
               WRITE CONSISTENCIA-LINEA
           END-IF.
           PERFORM VERIFICAR-MATRIMONIO-VIGENTE
               VARYING WS-IDX-ACTA FROM 1 BY 1
               UNTIL WS-IDX-ACTA > WS-ACTAS-USADAS.

       BUSCAR-PERSONA-GRUPO.
           MOVE "N" TO WS-PERSONA-EXISTE.

       REVISAR-CONYUGE-MATRIMONIO.
           PERFORM BUSCAR-CONYUGE.
           MOVE WS-CONYUGE-DEF-CMP
               TO WS-ACTA-CONYUGE-DEF-CMP(WS-IDX-ACTA).
           IF WS-CONYUGE-EXISTE = "N"
               ADD 1 TO WS-TOT-CONYUGE-FALTA
               ADD 1 TO WS-TOT-ERRORES
                   END-IF
           END-READ.

      ******************************************************************
      * Divorcio or anulación notas of the matrimonio being collected
      * (NOTAS-MARGINALES is a separate file, so reading it here does
      * not disturb the REGCIVIL position).  The earliest divorcio date
      * is kept as the date the matrimonio ended; an anulación voids
      * the matrimonio from the start whatever its own date, so it is
      * kept as 00000000.
      ******************************************************************
       BUSCAR-DISOLUCION.
           MOVE SPACE TO WS-DISOLUCION-CMP.
           MOVE "N" TO WS-FIN-NOTAS.
           MOVE REGISTRO-NRO-FOLIO TO NOTA-NRO-FOLIO.
           MOVE REGISTRO-NRO-LIBRO TO NOTA-NRO-LIBRO.
           MOVE ZERO TO NOTA-SECUENCIA.
           START NOTAS-ARCHIVO
               KEY IS >= NOTA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-NOTAS
           END-START.
           PERFORM REVISAR-NOTA-DISOLUCION UNTIL WS-FIN-NOTAS = "S".
           MOVE WS-DISOLUCION-CMP
               TO WS-ACTA-DISOLUCION-CMP(WS-ACTAS-USADAS).

       REVISAR-NOTA-DISOLUCION.
           READ NOTAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-NOTAS
               NOT AT END
                   IF NOTA-NRO-FOLIO NOT = REGISTRO-NRO-FOLIO
                       OR NOTA-NRO-LIBRO NOT = REGISTRO-NRO-LIBRO
                       MOVE "S" TO WS-FIN-NOTAS
                   ELSE
                       EVALUATE NOTA-TIPO
                           WHEN "A"
                               MOVE "00000000" TO WS-FECHA-CMP
                           WHEN "D"
                               MOVE NOTA-FECHA TO WS-FECHA-ENTRADA
                               PERFORM CONVERTIR-FECHA
                           WHEN OTHER
                               MOVE SPACE TO WS-FECHA-CMP
                       END-EVALUATE
                       IF WS-FECHA-CMP NOT = SPACE
                           AND (WS-DISOLUCION-CMP = SPACE
                           OR WS-FECHA-CMP < WS-DISOLUCION-CMP)
                           MOVE WS-FECHA-CMP TO WS-DISOLUCION-CMP
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A matrimonio is in error when another matrimonio of the same
      * cédula precedes it (earlier date, or same date and filed
      * first) and that earlier one had not ended by the date of the
      * later wedding: no divorcio/anulación nota dated on or before
      * it, and no defunción of the earlier cónyuge on or before it
      * (the latter is only known when PERSONAS.DAT is available).
      * Each offending matrimonio is reported once, against the first
      * earlier matrimonio found still in force.
      ******************************************************************
       VERIFICAR-MATRIMONIO-VIGENTE.
           IF WS-ACTA-TIPO(WS-IDX-ACTA) = "M"
               AND WS-ACTA-FECHA-CMP(WS-IDX-ACTA) NOT = SPACE
               MOVE ZERO TO WS-IDX-VIGENTE
               PERFORM REVISAR-MATRIMONIO-PREVIO
                   VARYING WS-IDX-PREVIO FROM 1 BY 1
                   UNTIL WS-IDX-PREVIO > WS-ACTAS-USADAS
                   OR WS-IDX-VIGENTE NOT = ZERO
               IF WS-IDX-VIGENTE NOT = ZERO
                   ADD 1 TO WS-TOT-MATRIM-VIGENTE
                   ADD 1 TO WS-TOT-ERRORES
                   MOVE SPACE TO CONSISTENCIA-LINEA
                   STRING "Cédula " WS-CEDULA-GRUPO
                       " matrimonio folio "
                       FUNCTION TRIM(WS-ACTA-FOLIO(WS-IDX-ACTA))
                       "/" FUNCTION
                           TRIM(WS-ACTA-LIBRO(WS-IDX-ACTA))
                       " con matrimonio anterior vigente (folio "
                       FUNCTION TRIM(WS-ACTA-FOLIO(WS-IDX-VIGENTE))
                       "/" FUNCTION
                           TRIM(WS-ACTA-LIBRO(WS-IDX-VIGENTE))
                       ")"
                       DELIMITED BY SIZE INTO CONSISTENCIA-LINEA
                   WRITE CONSISTENCIA-LINEA
               END-IF
           END-IF.

       REVISAR-MATRIMONIO-PREVIO.
           IF WS-IDX-PREVIO NOT = WS-IDX-ACTA
               AND WS-ACTA-TIPO(WS-IDX-PREVIO) = "M"
               AND WS-ACTA-FECHA-CMP(WS-IDX-PREVIO) NOT = SPACE
               AND (WS-ACTA-FECHA-CMP(WS-IDX-PREVIO)
                   < WS-ACTA-FECHA-CMP(WS-IDX-ACTA)
               OR (WS-ACTA-FECHA-CMP(WS-IDX-PREVIO)
                   = WS-ACTA-FECHA-CMP(WS-IDX-ACTA)
                   AND WS-IDX-PREVIO < WS-IDX-ACTA))
               IF (WS-ACTA-DISOLUCION-CMP(WS-IDX-PREVIO) = SPACE
                   OR WS-ACTA-DISOLUCION-CMP(WS-IDX-PREVIO)
                       > WS-ACTA-FECHA-CMP(WS-IDX-ACTA))
                   AND (WS-ACTA-CONYUGE-DEF-CMP(WS-IDX-PREVIO)
                       = SPACE
                   OR WS-ACTA-CONYUGE-DEF-CMP(WS-IDX-PREVIO)
                       > WS-ACTA-FECHA-CMP(WS-IDX-ACTA))
                   MOVE WS-IDX-PREVIO TO WS-IDX-VIGENTE
               END-IF
           END-IF.

       CONVERTIR-FECHA.
           MOVE SPACE TO WS-FECHA-CMP.
           IF WS-FECHA-ENTRADA(3:1) = "/"
               DELIMITED BY SIZE INTO CONSISTENCIA-LINEA.
           WRITE CONSISTENCIA-LINEA.
           MOVE SPACE TO CONSISTENCIA-LINEA.
           STRING "Matrimonios con otro anterior vigente: "
               WS-TOT-MATRIM-VIGENTE
               DELIMITED BY SIZE INTO CONSISTENCIA-LINEA.
           WRITE CONSISTENCIA-LINEA.
           MOVE SPACE TO CONSISTENCIA-LINEA.
           STRING "Total de errores: " WS-TOT-ERRORES
               DELIMITED BY SIZE INTO CONSISTENCIA-LINEA.
           WRITE CONSISTENCIA-LINEA.
