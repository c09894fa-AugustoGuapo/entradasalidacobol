      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Índice de libro.  Sorts the actas of REGCIVIL.DAT by
      *           libro and numeric folio and lists, libro by libro,
      *           every folio on file with its fecha, cédula, type,
      *           operator and date of entry, so the physical libros
      *           can be audited against the master.  Each libro
      *           starts a new page headed with its LIBROS.DAT data
      *           (or flagged as not registered there).  Flagged in
      *           line: missing folios (gaps from the libro's first
      *           folio on, and up to its last folio once the libro
      *           is closed), duplicated folio numbers, folios out of
      *           sequence (entered before the folio preceding them),
      *           non-numeric folios, folios outside the libro's range
      *           and actas of a type the libro does not hold.
      *           Libros registered with no folios on file are listed
      *           too.  Written to INDICE-LIBRO.OUT with a summary on
      *           the console.  Run as: indice-libro [libro]  (libro
      *           omitted = every libro).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICE-LIBRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-CIVIL-ARCHIVO
           ASSIGN TO "REGCIVIL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTRO-CLAVE
           ALTERNATE RECORD KEY IS REGISTRO-CEDULA WITH DUPLICATES
           FILE STATUS IS REGCIVIL-STATUS.

           SELECT LIBROS-ARCHIVO
           ASSIGN TO "LIBROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIB-NRO
           FILE STATUS IS LIBROS-STATUS.

           SELECT SORT-TRABAJO
           ASSIGN TO "INDICE-LIBRO.SRT".

           SELECT ORDENADO-ARCHIVO
           ASSIGN TO "INDICE-LIBRO.TRABAJO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDENADO-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "INDICE-LIBRO.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRO-CIVIL-ARCHIVO.
           01 REGISTRO-CIVIL-REGISTRO.
               COPY "regcivil.cpy".

           FD LIBROS-ARCHIVO.
           01 LIBROS-REGISTRO.
               COPY "libros.cpy".

           SD SORT-TRABAJO.
           01 SORT-REGISTRO.
               05 SORT-LIBRO PIC X(12).
               05 SORT-FOLIO-NUM PIC 9(12).
               05 SORT-INGRESO PIC X(20).
               05 SORT-FOLIO PIC X(12).
               05 SORT-FECHA PIC X(10).
               05 SORT-CEDULA PIC X(10).
               05 SORT-TIPO PIC X(1).
               05 SORT-OPERADOR PIC X(10).
               05 SORT-NUMERICO PIC X(1).

           FD ORDENADO-ARCHIVO.
           01 ORDENADO-REGISTRO.
               05 ORD-LIBRO PIC X(12).
               05 ORD-FOLIO-NUM PIC 9(12).
               05 ORD-INGRESO PIC X(20).
               05 ORD-FOLIO PIC X(12).
               05 ORD-FECHA PIC X(10).
               05 ORD-CEDULA PIC X(10).
               05 ORD-TIPO PIC X(1).
               05 ORD-OPERADOR PIC X(10).
               05 ORD-NUMERICO PIC X(1).

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  LIBROS-STATUS PIC XX VALUE "00".
       77  ORDENADO-STATUS PIC XX VALUE "00".
       77  LIBROS-DISPONIBLE PIC X VALUE "N".
       77  WS-FIN-REGCIVIL PIC X VALUE "N".
       77  WS-FIN-ORDENADO PIC X VALUE "N".
       77  WS-FIN-LIBROS PIC X VALUE "N".
       77  WS-PARAMETRO PIC X(20) VALUE SPACE.
       77  WS-LIBRO-PEDIDO PIC X(12) VALUE SPACE.
       77  WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77  WS-CLAVE-ORD PIC X(12) VALUE SPACE.
       77  WS-CLAVE-LIB PIC X(12) VALUE SPACE.
       77  WS-LIBRO-ACTUAL PIC X(12) VALUE SPACE.
       77  WS-EN-MAESTRO PIC X VALUE "N".
       77  WS-LIB-TIPO PIC X(1) VALUE SPACE.
       77  WS-LIB-DESDE PIC 9(8) VALUE ZERO.
       77  WS-LIB-HASTA PIC 9(8) VALUE ZERO.
       77  WS-LIB-ESTADO PIC X(1) VALUE SPACE.
       77  WS-HAY-PREVIO PIC X VALUE "N".
       77  WS-FOLIO-PREVIO PIC 9(12) VALUE ZERO.
       77  WS-INGRESO-PREVIO PIC X(20) VALUE SPACE.
       77  WS-FOLIO-ESPERADO PIC 9(12) VALUE ZERO.
       77  WS-FALTA-DESDE PIC 9(12) VALUE ZERO.
       77  WS-FALTA-HASTA PIC 9(12) VALUE ZERO.
       77  WS-NUM-EDIT-1 PIC Z(11)9.
       77  WS-NUM-EDIT-2 PIC Z(11)9.
       77  WS-TIPO-ACTA PIC X(1) VALUE SPACE.
       77  WS-OBSERVACION PIC X(40) VALUE SPACE.
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-DETALLE-GUARDADO PIC X(100) VALUE SPACE.
       77  WS-RC-BORRADO PIC S9(9) COMP-5 VALUE ZERO.
       77  WS-CONT-LIBROS PIC 9(6) VALUE ZERO.
       77  WS-CONT-NO-REGISTRADOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-FOLIOS PIC 9(9) VALUE ZERO.
       77  WS-CONT-FALTANTES PIC 9(9) VALUE ZERO.
       77  WS-CONT-DUPLICADOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-FUERA-SECUENCIA PIC 9(6) VALUE ZERO.
       77  WS-CONT-OTRAS PIC 9(6) VALUE ZERO.
       77  WS-LIBRO-FOLIOS PIC 9(9) VALUE ZERO.
       77  WS-LIBRO-FALTANTES PIC 9(9) VALUE ZERO.
       77  WS-LIBRO-DUPLICADOS PIC 9(6) VALUE ZERO.
       77  WS-LIBRO-FUERA-SECUENCIA PIC 9(6) VALUE ZERO.
       77  WS-LIBRO-OTRAS PIC 9(6) VALUE ZERO.

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(18) VALUE "ÍNDICE DE LIBRO".
           05  FILLER PIC X(7) VALUE "LIBRO: ".
           05  ENC-LIBRO PIC X(12).
           05  FILLER PIC X(3) VALUE SPACE.
           05  FILLER PIC X(7) VALUE "FECHA: ".
           05  ENC-FECHA PIC 9(8).
           05  FILLER PIC X(5) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(13) VALUE "FOLIO".
           05  FILLER PIC X(11) VALUE "FECHA".
           05  FILLER PIC X(11) VALUE "CÉDULA".
           05  FILLER PIC X(5) VALUE "TIPO".
           05  FILLER PIC X(11) VALUE "OPERADOR".
           05  FILLER PIC X(9) VALUE "INGRESO".
           05  FILLER PIC X(12) VALUE "OBSERVACIÓN".

       01  WS-DETALLE.
           05  DET-FOLIO PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-FECHA PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-CEDULA PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-TIPO PIC X(1).
           05  FILLER PIC X(4) VALUE SPACE.
           05  DET-OPERADOR PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-INGRESO PIC X(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-OBSERVACION PIC X(40).

       01  WS-TOTAL-LINEA.
           05  TOT-ETIQUETA PIC X(40).
           05  TOT-CANTIDAD PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INTERPRETAR-PARAMETRO.
           PERFORM PROCEDIMIENTO-APERTURA.
           IF WS-FIN-REGCIVIL = "N"
               SORT SORT-TRABAJO
                   ON ASCENDING KEY SORT-LIBRO
                                    SORT-FOLIO-NUM
                                    SORT-INGRESO
                   INPUT PROCEDURE IS ALIMENTAR-ORDENAMIENTO
                   GIVING ORDENADO-ARCHIVO
               OPEN INPUT ORDENADO-ARCHIVO
               IF ORDENADO-STATUS NOT = "00"
                   MOVE "S" TO WS-FIN-ORDENADO
               END-IF
               PERFORM LEER-ORDENADO
               PERFORM LEER-LIBRO
               PERFORM PROCESAR-LIBRO
                   UNTIL WS-FIN-ORDENADO = "S" AND WS-FIN-LIBROS = "S"
               CLOSE ORDENADO-ARCHIVO
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "Libros listados: " WS-CONT-LIBROS
               " (no registrados en LIBROS.DAT: "
               WS-CONT-NO-REGISTRADOS ")".
           DISPLAY "Folios listados: " WS-CONT-FOLIOS.
           DISPLAY "Folios faltantes: " WS-CONT-FALTANTES
               "  duplicados: " WS-CONT-DUPLICADOS
               "  fuera de secuencia: " WS-CONT-FUERA-SECUENCIA.
           DISPLAY "Otras observaciones: " WS-CONT-OTRAS.
           DISPLAY "Reporte generado en INDICE-LIBRO.OUT.".
           STOP RUN.

       INTERPRETAR-PARAMETRO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           IF WS-PARAMETRO NOT = SPACE
               IF WS-PARAMETRO(13:8) = SPACE
                   MOVE WS-PARAMETRO(1:12) TO WS-LIBRO-PEDIDO
               ELSE
                   DISPLAY "Parámetro no reconocido: " WS-PARAMETRO
                       "; se listan todos los libros."
               END-IF
           END-IF.

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT REGISTRO-CIVIL-ARCHIVO.
           IF REGCIVIL-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REGCIVIL.DAT."
               MOVE "S" TO WS-FIN-REGCIVIL
               MOVE "S" TO WS-FIN-ORDENADO
           END-IF.
           OPEN INPUT LIBROS-ARCHIVO.
           IF LIBROS-STATUS = "00"
               MOVE "S" TO LIBROS-DISPONIBLE
               IF WS-LIBRO-PEDIDO NOT = SPACE
                   MOVE WS-LIBRO-PEDIDO TO LIB-NRO
               ELSE
                   MOVE LOW-VALUES TO LIB-NRO
               END-IF
               START LIBROS-ARCHIVO KEY IS NOT LESS THAN LIB-NRO
                   INVALID KEY
                       MOVE "S" TO WS-FIN-LIBROS
               END-START
           ELSE
               DISPLAY "Aviso: no se encontró LIBROS.DAT; todos los "
                   "libros figurarán como no registrados."
               MOVE "S" TO WS-FIN-LIBROS
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           IF REGCIVIL-STATUS = "00"
               CLOSE REGISTRO-CIVIL-ARCHIVO
           END-IF.
           IF LIBROS-DISPONIBLE = "S"
               CLOSE LIBROS-ARCHIVO
           END-IF.
           CLOSE REPORTE-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING "INDICE-LIBRO.TRABAJO"
               RETURNING WS-RC-BORRADO.

       ALIMENTAR-ORDENAMIENTO.
           PERFORM LIBERAR-ACTA UNTIL WS-FIN-REGCIVIL = "S".

       LIBERAR-ACTA.
           READ REGISTRO-CIVIL-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-REGCIVIL
               NOT AT END
                   IF WS-LIBRO-PEDIDO = SPACE
                       OR REGISTRO-NRO-LIBRO = WS-LIBRO-PEDIDO
                       PERFORM PREPARAR-SORT
                       RELEASE SORT-REGISTRO
                   END-IF
           END-READ.

       PREPARAR-SORT.
           MOVE REGISTRO-NRO-LIBRO TO SORT-LIBRO.
           MOVE REGISTRO-FECHA-HORA-INGRESO TO SORT-INGRESO.
           MOVE REGISTRO-NRO-FOLIO TO SORT-FOLIO.
           MOVE REGISTRO-FECHA TO SORT-FECHA.
           MOVE REGISTRO-CEDULA TO SORT-CEDULA.
           MOVE REGISTRO-TIPO-ACTA TO SORT-TIPO.
           MOVE REGISTRO-OPERADOR-ID TO SORT-OPERADOR.
           IF FUNCTION TEST-NUMVAL(REGISTRO-NRO-FOLIO) = 0
               AND FUNCTION NUMVAL(REGISTRO-NRO-FOLIO) >= 0
               COMPUTE SORT-FOLIO-NUM =
                   FUNCTION NUMVAL(REGISTRO-NRO-FOLIO)
               MOVE "S" TO SORT-NUMERICO
           ELSE
               MOVE ZERO TO SORT-FOLIO-NUM
               MOVE "N" TO SORT-NUMERICO
           END-IF.

       LEER-ORDENADO.
           IF WS-FIN-ORDENADO = "S"
               MOVE HIGH-VALUES TO WS-CLAVE-ORD
           ELSE
               READ ORDENADO-ARCHIVO
                   AT END
                       MOVE "S" TO WS-FIN-ORDENADO
                       MOVE HIGH-VALUES TO WS-CLAVE-ORD
                   NOT AT END
                       MOVE ORD-LIBRO TO WS-CLAVE-ORD
               END-READ
           END-IF.

       LEER-LIBRO.
           IF WS-FIN-LIBROS = "S"
               MOVE HIGH-VALUES TO WS-CLAVE-LIB
           ELSE
               READ LIBROS-ARCHIVO NEXT
                   AT END
                       MOVE "S" TO WS-FIN-LIBROS
                       MOVE HIGH-VALUES TO WS-CLAVE-LIB
                   NOT AT END
                       MOVE LIB-NRO TO WS-CLAVE-LIB
               END-READ
               IF WS-FIN-LIBROS = "N"
                   AND WS-LIBRO-PEDIDO NOT = SPACE
                   AND LIB-NRO NOT = WS-LIBRO-PEDIDO
                   MOVE "S" TO WS-FIN-LIBROS
                   MOVE HIGH-VALUES TO WS-CLAVE-LIB
               END-IF
           END-IF.

      ******************************************************************
      * The sorted actas and LIBROS.DAT are both in libro order, so
      * they are matched like two sorted files: each pass takes the
      * lower libro number of the two, which covers libros with actas
      * but no master record and libros registered with no actas.
      ******************************************************************
       PROCESAR-LIBRO.
           IF WS-CLAVE-LIB < WS-CLAVE-ORD
               MOVE WS-CLAVE-LIB TO WS-LIBRO-ACTUAL
           ELSE
               MOVE WS-CLAVE-ORD TO WS-LIBRO-ACTUAL
           END-IF.
           ADD 1 TO WS-CONT-LIBROS.
           MOVE ZERO TO WS-LIBRO-FOLIOS.
           MOVE ZERO TO WS-LIBRO-FALTANTES.
           MOVE ZERO TO WS-LIBRO-DUPLICADOS.
           MOVE ZERO TO WS-LIBRO-FUERA-SECUENCIA.
           MOVE ZERO TO WS-LIBRO-OTRAS.
           MOVE "N" TO WS-HAY-PREVIO.
           MOVE ZERO TO WS-FOLIO-PREVIO.
           MOVE SPACE TO WS-INGRESO-PREVIO.
           PERFORM IMPRIMIR-ENCABEZADO.
           IF WS-CLAVE-LIB = WS-LIBRO-ACTUAL
               MOVE "S" TO WS-EN-MAESTRO
               MOVE LIB-TIPO-ACTA TO WS-LIB-TIPO
               MOVE LIB-FOLIO-DESDE TO WS-LIB-DESDE
               MOVE LIB-FOLIO-HASTA TO WS-LIB-HASTA
               MOVE LIB-ESTADO TO WS-LIB-ESTADO
               PERFORM IMPRIMIR-DATOS-LIBRO
               PERFORM LEER-LIBRO
           ELSE
               MOVE "N" TO WS-EN-MAESTRO
               ADD 1 TO WS-CONT-NO-REGISTRADOS
               MOVE "*** LIBRO NO REGISTRADO EN LIBROS.DAT"
                   TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           PERFORM PROCESAR-FOLIO
               UNTIL WS-CLAVE-ORD NOT = WS-LIBRO-ACTUAL.
           PERFORM TERMINAR-LIBRO.

       IMPRIMIR-DATOS-LIBRO.
           MOVE SPACE TO REPORTE-LINEA.
           IF LIB-ESTADO = "C"
               STRING "Tipo " LIB-TIPO-ACTA "   folios "
                   LIB-FOLIO-DESDE " a " LIB-FOLIO-HASTA
                   "   CERRADO   apertura " LIB-FECHA-APERTURA
                   "   cierre " LIB-FECHA-CIERRE
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           ELSE
               STRING "Tipo " LIB-TIPO-ACTA "   folios "
                   LIB-FOLIO-DESDE " a " LIB-FOLIO-HASTA
                   "   ABIERTO   apertura " LIB-FECHA-APERTURA
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF.
           PERFORM ESCRIBIR-LINEA-DETALLE.

      ******************************************************************
      * One acta of the current libro.  Folios come in numeric order;
      * equal numbers (e.g. "12" and "012") are duplicates.  A jump
      * from the previous folio, or from the libro's first folio for
      * the first one, is a run of missing folios.  A folio entered
      * before the folio preceding it is out of sequence.
      ******************************************************************
       PROCESAR-FOLIO.
           ADD 1 TO WS-LIBRO-FOLIOS.
           ADD 1 TO WS-CONT-FOLIOS.
           MOVE SPACE TO WS-OBSERVACION.
           IF ORD-NUMERICO = "N"
               MOVE "*** FOLIO NO NUMÉRICO" TO WS-OBSERVACION
               ADD 1 TO WS-LIBRO-OTRAS
               ADD 1 TO WS-CONT-OTRAS
           ELSE
               IF WS-HAY-PREVIO = "S"
                   AND ORD-FOLIO-NUM = WS-FOLIO-PREVIO
                   MOVE "*** FOLIO DUPLICADO" TO WS-OBSERVACION
                   ADD 1 TO WS-LIBRO-DUPLICADOS
                   ADD 1 TO WS-CONT-DUPLICADOS
               ELSE
                   PERFORM VERIFICAR-FALTANTES
                   PERFORM VERIFICAR-SECUENCIA
               END-IF
               PERFORM VERIFICAR-RANGO-TIPO
               MOVE "S" TO WS-HAY-PREVIO
               MOVE ORD-FOLIO-NUM TO WS-FOLIO-PREVIO
               MOVE ORD-INGRESO TO WS-INGRESO-PREVIO
           END-IF.
           MOVE ORD-FOLIO TO DET-FOLIO.
           MOVE ORD-FECHA TO DET-FECHA.
           MOVE ORD-CEDULA TO DET-CEDULA.
           MOVE ORD-TIPO TO DET-TIPO.
           MOVE ORD-OPERADOR TO DET-OPERADOR.
           MOVE ORD-INGRESO(1:8) TO DET-INGRESO.
           MOVE WS-OBSERVACION TO DET-OBSERVACION.
           MOVE WS-DETALLE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           PERFORM LEER-ORDENADO.

       VERIFICAR-FALTANTES.
           IF WS-HAY-PREVIO = "S"
               COMPUTE WS-FOLIO-ESPERADO = WS-FOLIO-PREVIO + 1
           ELSE
               IF WS-EN-MAESTRO = "S"
                   AND ORD-FOLIO-NUM > WS-LIB-DESDE
                   MOVE WS-LIB-DESDE TO WS-FOLIO-ESPERADO
               ELSE
                   MOVE ORD-FOLIO-NUM TO WS-FOLIO-ESPERADO
               END-IF
           END-IF.
           IF ORD-FOLIO-NUM > WS-FOLIO-ESPERADO
               MOVE WS-FOLIO-ESPERADO TO WS-FALTA-DESDE
               COMPUTE WS-FALTA-HASTA = ORD-FOLIO-NUM - 1
               PERFORM IMPRIMIR-FALTANTES
           END-IF.

       VERIFICAR-SECUENCIA.
           IF WS-HAY-PREVIO = "S"
               AND ORD-INGRESO NOT = SPACE
               AND WS-INGRESO-PREVIO NOT = SPACE
               AND ORD-INGRESO < WS-INGRESO-PREVIO
               MOVE "*** FUERA DE SECUENCIA"
                   TO WS-OBSERVACION
               ADD 1 TO WS-LIBRO-FUERA-SECUENCIA
               ADD 1 TO WS-CONT-FUERA-SECUENCIA
           END-IF.

      ******************************************************************
      * Against the libro master: the folio must be inside the libro's
      * range and the acta of the libro's type (space = nacimiento).
      ******************************************************************
       VERIFICAR-RANGO-TIPO.
           IF WS-EN-MAESTRO = "S" AND WS-OBSERVACION = SPACE
               MOVE ORD-TIPO TO WS-TIPO-ACTA
               IF WS-TIPO-ACTA = SPACE
                   MOVE "N" TO WS-TIPO-ACTA
               END-IF
               IF ORD-FOLIO-NUM < WS-LIB-DESDE
                   OR ORD-FOLIO-NUM > WS-LIB-HASTA
                   MOVE "*** FUERA DEL RANGO DEL LIBRO"
                       TO WS-OBSERVACION
                   ADD 1 TO WS-LIBRO-OTRAS
                   ADD 1 TO WS-CONT-OTRAS
               ELSE
                   IF WS-TIPO-ACTA NOT = WS-LIB-TIPO
                       MOVE "*** TIPO DISTINTO AL DEL LIBRO"
                           TO WS-OBSERVACION
                       ADD 1 TO WS-LIBRO-OTRAS
                       ADD 1 TO WS-CONT-OTRAS
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-FALTANTES.
           COMPUTE WS-LIBRO-FALTANTES = WS-LIBRO-FALTANTES
               + WS-FALTA-HASTA - WS-FALTA-DESDE + 1.
           COMPUTE WS-CONT-FALTANTES = WS-CONT-FALTANTES
               + WS-FALTA-HASTA - WS-FALTA-DESDE + 1.
           MOVE WS-FALTA-DESDE TO WS-NUM-EDIT-1.
           MOVE WS-FALTA-HASTA TO WS-NUM-EDIT-2.
           MOVE SPACE TO REPORTE-LINEA.
           IF WS-FALTA-DESDE = WS-FALTA-HASTA
               STRING "*** FALTA EL FOLIO "
                   FUNCTION TRIM(WS-NUM-EDIT-1)
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           ELSE
               STRING "*** FALTAN LOS FOLIOS "
                   FUNCTION TRIM(WS-NUM-EDIT-1) " A "
                   FUNCTION TRIM(WS-NUM-EDIT-2)
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF.
           PERFORM ESCRIBIR-LINEA-DETALLE.

      ******************************************************************
      * A closed libro must be used up to its last folio; an open one
      * is simply not full yet.
      ******************************************************************
       TERMINAR-LIBRO.
           IF WS-EN-MAESTRO = "S" AND WS-LIB-ESTADO = "C"
               IF WS-HAY-PREVIO = "S"
                   COMPUTE WS-FALTA-DESDE = WS-FOLIO-PREVIO + 1
               ELSE
                   MOVE WS-LIB-DESDE TO WS-FALTA-DESDE
               END-IF
               MOVE WS-LIB-HASTA TO WS-FALTA-HASTA
               IF WS-FALTA-DESDE NOT > WS-FALTA-HASTA
                   PERFORM IMPRIMIR-FALTANTES
               END-IF
           END-IF.
           IF WS-LIBRO-FOLIOS = ZERO
               MOVE "Sin folios registrados en REGCIVIL.DAT."
                   TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           MOVE SPACE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE SPACE TO REPORTE-LINEA.
           STRING "Folios: " WS-LIBRO-FOLIOS
               "  faltantes: " WS-LIBRO-FALTANTES
               "  duplicados: " WS-LIBRO-DUPLICADOS
               "  fuera de secuencia: " WS-LIBRO-FUERA-SECUENCIA
               "  otras: " WS-LIBRO-OTRAS
               DELIMITED BY SIZE INTO REPORTE-LINEA.
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
           MOVE WS-FECHA-HOY TO ENC-FECHA
           MOVE WS-LIBRO-ACTUAL TO ENC-LIBRO
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
           MOVE SPACE TO WS-LIBRO-ACTUAL
           PERFORM IMPRIMIR-ENCABEZADO
           MOVE "TOTALES" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Libros listados" TO TOT-ETIQUETA
           MOVE WS-CONT-LIBROS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  no registrados en LIBROS.DAT" TO TOT-ETIQUETA
           MOVE WS-CONT-NO-REGISTRADOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Folios listados" TO TOT-ETIQUETA
           MOVE WS-CONT-FOLIOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Folios faltantes" TO TOT-ETIQUETA
           MOVE WS-CONT-FALTANTES TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Folios duplicados" TO TOT-ETIQUETA
           MOVE WS-CONT-DUPLICADOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Folios fuera de secuencia" TO TOT-ETIQUETA
           MOVE WS-CONT-FUERA-SECUENCIA TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Otras (no numéricos, rango o tipo)"
               TO TOT-ETIQUETA
           MOVE WS-CONT-OTRAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL.

       ESCRIBIR-TOTAL.
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       END PROGRAM INDICE-LIBRO.
