      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Quarterly extract of the censo electoral for the
      *           electoral authority: every persona of PERSONAS.DAT
      *           that is active and 18 or older on the fecha de corte
      *           given as parameter, has no defunción acta in
      *           REGCIVIL.DAT and whose cédula is not cancelled
      *           (EXT-ESTADO C) in the latest REGISTRADURIA.EXT.
      *           CENSO-ELECTORAL.EXT is fixed layout, in cédula
      *           order, with a header record (fecha de corte and of
      *           generation) and a trailer with the count of
      *           personas and the sum of their cédulas as control
      *           totals.  Every persona left out is listed in
      *           CENSO-EXCLUSIONES.OUT with all the reasons that
      *           apply (menor de edad, fallecido, inactivo, cédula
      *           cancelada, or a fecha de nacimiento that cannot be
      *           read), so challenges from the authority can be
      *           answered.  The cancelled cédulas are sorted to a work
      *           file and matched against the master in cédula
      *           order, as COTEJO-REGISTRADURIA does.  Run as:
      *           censo-electoral AAAAMMDD  (fecha de corte required).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSO-ELECTORAL.
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

           SELECT OPTIONAL EXTRACTO-ARCHIVO
           ASSIGN TO "REGISTRADURIA.EXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACTO-STATUS.

           SELECT SORT-CANCELADAS
           ASSIGN TO "CENSO.SRT".

           SELECT CANCELADAS-TRABAJO-ARCHIVO
           ASSIGN TO "CENSO-CANCELADAS.TRABAJO"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CANCELADAS-TRABAJO-STATUS.

           SELECT CENSO-ARCHIVO
           ASSIGN TO "CENSO-ELECTORAL.EXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CENSO-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "CENSO-EXCLUSIONES.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PERSONAS-ARCHIVO.
           01 PERSONAS-REGISTRO.
               COPY "personas.cpy".

           FD REGISTRO-CIVIL-ARCHIVO.
           01 REGISTRO-CIVIL-REGISTRO.
               COPY "regcivil.cpy".

           FD EXTRACTO-ARCHIVO.
           01 EXTRACTO-REGISTRO.
               05 EXT-CEDULA PIC X(10).
               05 EXT-NOMBRE PIC X(25).
               05 EXT-APELLIDO PIC X(25).
               05 EXT-FECHA PIC X(10).
               05 EXT-ESTADO PIC X(1).

           SD SORT-CANCELADAS.
           01 SORT-REGISTRO.
               05 SORT-CEDULA PIC X(10).

           FD CANCELADAS-TRABAJO-ARCHIVO.
           01 CANCELADAS-TRABAJO-REGISTRO.
               05 TRAB-CEDULA PIC X(10).

           FD CENSO-ARCHIVO.
           01 CENSO-LINEA PIC X(100).

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  PERSONAS-STATUS PIC XX VALUE "00".
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  EXTRACTO-STATUS PIC XX VALUE "00".
       77  CANCELADAS-TRABAJO-STATUS PIC XX VALUE "00".
       77  CENSO-STATUS PIC XX VALUE "00".
       77  PERSONAS-DISPONIBLE PIC X VALUE "N".
       77  REGCIVIL-DISPONIBLE PIC X VALUE "N".
       77  EXTRACTO-DISPONIBLE PIC X VALUE "N".
       77  WS-PARAMETRO PIC X(20) VALUE SPACE.
       77  WS-FECHA-CORTE PIC 9(8) VALUE ZERO.
       77  WS-FECHA-CORTE-VALIDA PIC X VALUE "N".
       77  WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77  WS-FIN-PERSONAS PIC X VALUE "N".
       77  WS-FIN-TRABAJO PIC X VALUE "N".
       77  WS-TRABAJO-ABIERTO PIC X VALUE "N".
       77  WS-FIN-EXTRACTO PIC X VALUE "N".
       77  WS-FIN-ACTAS PIC X VALUE "N".
       77  WS-FECHA-VALIDA PIC X VALUE "N".
       77  WS-CUMPLE-18 PIC 9(8) VALUE ZERO.
       77  WS-MOTIVOS PIC X(60) VALUE SPACE.
       77  WS-EXCLUIDA PIC X VALUE "N".
       77  WS-FALLECIDA PIC X VALUE "N".
       77  WS-RC-BORRADO PIC S9(9) COMP-5 VALUE ZERO.
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-DETALLE-GUARDADO PIC X(100) VALUE SPACE.
       77  WS-CONT-LEIDAS PIC 9(9) VALUE ZERO.
       77  WS-CONT-INCLUIDAS PIC 9(9) VALUE ZERO.
       77  WS-CONT-EXCLUIDAS PIC 9(9) VALUE ZERO.
       77  WS-CONT-MENORES PIC 9(9) VALUE ZERO.
       77  WS-CONT-FALLECIDAS PIC 9(9) VALUE ZERO.
       77  WS-CONT-INACTIVAS PIC 9(9) VALUE ZERO.
       77  WS-CONT-CANCELADAS PIC 9(9) VALUE ZERO.
       77  WS-CONT-FECHA-INVALIDA PIC 9(9) VALUE ZERO.
       77  WS-SUMA-CEDULAS PIC 9(18) VALUE ZERO.

       01  WS-FECHA-NACIMIENTO.
           05  WS-NAC-ANIO PIC 9(4).
           05  WS-NAC-MES PIC 9(2).
           05  WS-NAC-DIA PIC 9(2).
       01  WS-FECHA-NACIMIENTO-NUM REDEFINES WS-FECHA-NACIMIENTO
               PIC 9(8).

      ******************************************************************
      * CENSO-ELECTORAL.EXT, 100 bytes per record.  CEN-TIPO is
      * H (encabezado, first record), D (one per persona) or
      * T (trailer, last record: CEN-T-CANTIDAD D records and the sum
      * of their cédulas in CEN-T-SUMA-CEDULAS).  Dates are AAAAMMDD.
      ******************************************************************
       01  WS-CENSO-DETALLE.
           05  CEN-TIPO PIC X(1).
           05  CEN-D-CEDULA PIC X(10).
           05  CEN-D-APELLIDO PIC X(25).
           05  CEN-D-NOMBRE PIC X(25).
           05  CEN-D-FECHA-NACIMIENTO PIC 9(8).
           05  CEN-D-OFICINA PIC X(3).
           05  FILLER PIC X(28).
       01  WS-CENSO-ENCABEZADO REDEFINES WS-CENSO-DETALLE.
           05  FILLER PIC X(1).
           05  CEN-H-ORIGEN PIC X(30).
           05  CEN-H-FECHA-CORTE PIC 9(8).
           05  CEN-H-FECHA-GENERACION PIC 9(8).
           05  FILLER PIC X(53).
       01  WS-CENSO-TRAILER REDEFINES WS-CENSO-DETALLE.
           05  FILLER PIC X(1).
           05  CEN-T-CANTIDAD PIC 9(9).
           05  CEN-T-SUMA-CEDULAS PIC 9(18).
           05  FILLER PIC X(72).

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(33) VALUE "CENSO ELECTORAL - EXCLUSIONES".
           05  FILLER PIC X(7) VALUE "CORTE: ".
           05  ENC-FECHA PIC 9(8).
           05  FILLER PIC X(5) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(12) VALUE "CÉDULA".
           05  FILLER PIC X(27) VALUE "NOMBRE".
           05  FILLER PIC X(12) VALUE "NACIMIENTO".
           05  FILLER PIC X(7) VALUE "MOTIVO".

       01  WS-DETALLE.
           05  DET-CEDULA PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-NOMBRE PIC X(25).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-FECHA PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-MOTIVOS PIC X(52).

       01  WS-TOTAL-LINEA.
           05  TOT-ETIQUETA PIC X(50).
           05  TOT-CANTIDAD PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INTERPRETAR-PARAMETRO.
           IF WS-FECHA-CORTE-VALIDA = "S"
               PERFORM PROCEDIMIENTO-APERTURA
               IF PERSONAS-DISPONIBLE = "S"
                   AND CENSO-STATUS = "00"
                   PERFORM IMPRIMIR-ENCABEZADO
                   PERFORM PREPARAR-CANCELADAS
                   PERFORM ESCRIBIR-ENCABEZADO-CENSO
                   PERFORM REVISAR-PERSONA
                       UNTIL WS-FIN-PERSONAS = "S"
                   PERFORM ESCRIBIR-TRAILER-CENSO
                   IF WS-CONT-EXCLUIDAS = ZERO
                       MOVE "  Ninguna persona excluida."
                           TO REPORTE-LINEA
                       PERFORM ESCRIBIR-LINEA-DETALLE
                   END-IF
                   PERFORM IMPRIMIR-TOTALES
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PROCEDIMIENTO-CIERRE
               IF RETURN-CODE = ZERO
                   DISPLAY "Personas leídas: " WS-CONT-LEIDAS
                   DISPLAY "Incluidas en el censo: " WS-CONT-INCLUIDAS
                   DISPLAY "Excluidas: " WS-CONT-EXCLUIDAS
                   DISPLAY "Extracto generado en CENSO-ELECTORAL.EXT; "
                       "exclusiones en CENSO-EXCLUSIONES.OUT."
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       INTERPRETAR-PARAMETRO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           MOVE "N" TO WS-FECHA-CORTE-VALIDA.
           IF WS-PARAMETRO(1:8) NUMERIC
               AND WS-PARAMETRO(9:12) = SPACE
               MOVE WS-PARAMETRO(1:8) TO WS-FECHA-CORTE
               IF WS-FECHA-CORTE(5:2) >= "01"
                   AND WS-FECHA-CORTE(5:2) <= "12"
                   AND WS-FECHA-CORTE(7:2) >= "01"
                   AND WS-FECHA-CORTE(7:2) <= "31"
                   MOVE "S" TO WS-FECHA-CORTE-VALIDA
               END-IF
           END-IF.
           IF WS-FECHA-CORTE-VALIDA = "N"
               DISPLAY "Indique la fecha de corte: censo-electoral "
                   "AAAAMMDD; no se genera el extracto."
           END-IF.

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT PERSONAS-ARCHIVO.
           IF PERSONAS-STATUS = "00"
               MOVE "S" TO PERSONAS-DISPONIBLE
           ELSE
               DISPLAY "No se pudo abrir PERSONAS.DAT; no se genera "
                   "el extracto."
               MOVE "S" TO WS-FIN-PERSONAS
           END-IF.
           OPEN INPUT REGISTRO-CIVIL-ARCHIVO.
           IF REGCIVIL-STATUS = "00"
               MOVE "S" TO REGCIVIL-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no se pudo abrir REGCIVIL.DAT; no se "
                   "excluyen defunciones."
           END-IF.
           OPEN INPUT EXTRACTO-ARCHIVO.
           IF EXTRACTO-STATUS = "00"
               MOVE "S" TO EXTRACTO-DISPONIBLE
           ELSE
               DISPLAY "Aviso: no llegó REGISTRADURIA.EXT; no se "
                   "excluyen cédulas canceladas."
           END-IF.
           OPEN OUTPUT CENSO-ARCHIVO.
           IF CENSO-STATUS NOT = "00"
               DISPLAY "No se pudo crear CENSO-ELECTORAL.EXT (estado "
                   CENSO-STATUS ")."
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           IF PERSONAS-DISPONIBLE = "S"
               CLOSE PERSONAS-ARCHIVO
           END-IF.
           IF REGCIVIL-DISPONIBLE = "S"
               CLOSE REGISTRO-CIVIL-ARCHIVO
           END-IF.
           CLOSE EXTRACTO-ARCHIVO.
           IF CENSO-STATUS = "00"
               CLOSE CENSO-ARCHIVO
           END-IF.
           CLOSE REPORTE-ARCHIVO.
           IF WS-TRABAJO-ABIERTO = "S"
               CLOSE CANCELADAS-TRABAJO-ARCHIVO
           END-IF.
           CALL "CBL_DELETE_FILE" USING "CENSO-CANCELADAS.TRABAJO"
               RETURNING WS-RC-BORRADO.

      ******************************************************************
      * Only the cancelled cédulas of the extract go to the work file,
      * sorted, so the master can be matched against it in one pass.
      ******************************************************************
       PREPARAR-CANCELADAS.
           MOVE "S" TO WS-FIN-TRABAJO.
           IF EXTRACTO-DISPONIBLE = "S"
               MOVE "N" TO WS-FIN-EXTRACTO
               SORT SORT-CANCELADAS
                   ON ASCENDING KEY SORT-CEDULA
                   INPUT PROCEDURE IS LIBERAR-CANCELADAS
                   GIVING CANCELADAS-TRABAJO-ARCHIVO
               OPEN INPUT CANCELADAS-TRABAJO-ARCHIVO
               IF CANCELADAS-TRABAJO-STATUS = "00"
                   MOVE "S" TO WS-TRABAJO-ABIERTO
                   MOVE "N" TO WS-FIN-TRABAJO
                   PERFORM LEER-CANCELADA-TRABAJO
               END-IF
           ELSE
               MOVE SPACE TO REPORTE-LINEA
               STRING "  Aviso: sin REGISTRADURIA.EXT no se excluyen "
                   "cédulas canceladas."
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF REGCIVIL-DISPONIBLE = "N"
               MOVE SPACE TO REPORTE-LINEA
               STRING "  Aviso: sin REGCIVIL.DAT no se excluyen "
                   "defunciones."
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

       LIBERAR-CANCELADAS.
           PERFORM LIBERAR-CANCELADA UNTIL WS-FIN-EXTRACTO = "S".

       LIBERAR-CANCELADA.
           READ EXTRACTO-ARCHIVO
               AT END
                   MOVE "S" TO WS-FIN-EXTRACTO
               NOT AT END
                   IF EXT-ESTADO = "C"
                       MOVE EXT-CEDULA TO SORT-CEDULA
                       RELEASE SORT-REGISTRO
                   END-IF
           END-READ.

       LEER-CANCELADA-TRABAJO.
           READ CANCELADAS-TRABAJO-ARCHIVO
               AT END
                   MOVE "S" TO WS-FIN-TRABAJO
           END-READ.

       ESCRIBIR-ENCABEZADO-CENSO.
           MOVE SPACE TO WS-CENSO-DETALLE.
           MOVE "H" TO CEN-TIPO.
           MOVE "REGISTRO CIVIL" TO CEN-H-ORIGEN.
           MOVE WS-FECHA-CORTE TO CEN-H-FECHA-CORTE.
           MOVE WS-FECHA-HOY TO CEN-H-FECHA-GENERACION.
           MOVE WS-CENSO-DETALLE TO CENSO-LINEA.
           WRITE CENSO-LINEA.

       ESCRIBIR-TRAILER-CENSO.
           MOVE SPACE TO WS-CENSO-DETALLE.
           MOVE "T" TO CEN-TIPO.
           MOVE WS-CONT-INCLUIDAS TO CEN-T-CANTIDAD.
           MOVE WS-SUMA-CEDULAS TO CEN-T-SUMA-CEDULAS.
           MOVE WS-CENSO-DETALLE TO CENSO-LINEA.
           WRITE CENSO-LINEA.

      ******************************************************************
      * PERSONAS.DAT is read in cédula order.  Every reason that
      * applies is collected, so the report answers a challenge in
      * full; each reason is counted once per persona.
      ******************************************************************
       REVISAR-PERSONA.
           READ PERSONAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-PERSONAS
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDAS
                   MOVE SPACE TO WS-MOTIVOS
                   MOVE "N" TO WS-EXCLUIDA
                   IF PERSONA-ESTADO = "I"
                       ADD 1 TO WS-CONT-INACTIVAS
                       PERFORM AGREGAR-MOTIVO-INACTIVA
                   END-IF
                   PERFORM VERIFICAR-EDAD
                   PERFORM VERIFICAR-DEFUNCION
                   PERFORM VERIFICAR-CANCELADA
                   IF WS-EXCLUIDA = "S"
                       ADD 1 TO WS-CONT-EXCLUIDAS
                       PERFORM IMPRIMIR-EXCLUSION
                   ELSE
                       PERFORM ESCRIBIR-PERSONA-CENSO
                   END-IF
           END-READ.

       AGREGAR-MOTIVO-INACTIVA.
           MOVE "S" TO WS-EXCLUIDA.
           STRING FUNCTION TRIM(WS-MOTIVOS) " inactivo"
               DELIMITED BY SIZE INTO WS-MOTIVOS.

      ******************************************************************
      * 18 or older on the cut-off: the eighteenth birthday, as
      * AAAAMMDD, is the birth date plus 180000.
      ******************************************************************
       VERIFICAR-EDAD.
           MOVE "S" TO WS-FECHA-VALIDA.
           IF PERSONA-FECHA(3:1) NOT = "/"
               OR PERSONA-FECHA(6:1) NOT = "/"
               OR PERSONA-FECHA(1:2) NOT NUMERIC
               OR PERSONA-FECHA(4:2) NOT NUMERIC
               OR PERSONA-FECHA(7:4) NOT NUMERIC
               MOVE "N" TO WS-FECHA-VALIDA
           ELSE
               MOVE PERSONA-FECHA(7:4) TO WS-NAC-ANIO
               MOVE PERSONA-FECHA(4:2) TO WS-NAC-MES
               MOVE PERSONA-FECHA(1:2) TO WS-NAC-DIA
               IF WS-NAC-MES < 1 OR WS-NAC-MES > 12
                   OR WS-NAC-DIA < 1 OR WS-NAC-DIA > 31
                   MOVE "N" TO WS-FECHA-VALIDA
               END-IF
           END-IF.
           IF WS-FECHA-VALIDA = "N"
               ADD 1 TO WS-CONT-FECHA-INVALIDA
               MOVE "S" TO WS-EXCLUIDA
               STRING FUNCTION TRIM(WS-MOTIVOS)
                   " fecha ilegible"
                   DELIMITED BY SIZE INTO WS-MOTIVOS
           ELSE
               COMPUTE WS-CUMPLE-18 = WS-FECHA-NACIMIENTO-NUM + 180000
               IF WS-CUMPLE-18 > WS-FECHA-CORTE
                   ADD 1 TO WS-CONT-MENORES
                   MOVE "S" TO WS-EXCLUIDA
                   STRING FUNCTION TRIM(WS-MOTIVOS) " menor de edad"
                       DELIMITED BY SIZE INTO WS-MOTIVOS
               END-IF
           END-IF.

       VERIFICAR-DEFUNCION.
           MOVE "N" TO WS-FALLECIDA.
           IF REGCIVIL-DISPONIBLE = "S"
               MOVE "N" TO WS-FIN-ACTAS
               MOVE PERSONA-CEDULA TO REGISTRO-CEDULA
               START REGISTRO-CIVIL-ARCHIVO
                   KEY IS = REGISTRO-CEDULA
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ACTAS
               END-START
               PERFORM BUSCAR-DEFUNCION UNTIL WS-FIN-ACTAS = "S"
           END-IF.
           IF WS-FALLECIDA = "S"
               ADD 1 TO WS-CONT-FALLECIDAS
               MOVE "S" TO WS-EXCLUIDA
               STRING FUNCTION TRIM(WS-MOTIVOS) " fallecido"
                   DELIMITED BY SIZE INTO WS-MOTIVOS
           END-IF.

       BUSCAR-DEFUNCION.
           READ REGISTRO-CIVIL-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-ACTAS
               NOT AT END
                   IF REGISTRO-CEDULA NOT = PERSONA-CEDULA
                       MOVE "S" TO WS-FIN-ACTAS
                   ELSE
                       IF REGISTRO-TIPO-ACTA = "D"
                           MOVE "S" TO WS-FALLECIDA
                           MOVE "S" TO WS-FIN-ACTAS
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-CANCELADA.
           PERFORM LEER-CANCELADA-TRABAJO
               UNTIL WS-FIN-TRABAJO = "S"
               OR TRAB-CEDULA >= PERSONA-CEDULA.
           IF WS-FIN-TRABAJO = "N"
               AND TRAB-CEDULA = PERSONA-CEDULA
               ADD 1 TO WS-CONT-CANCELADAS
               MOVE "S" TO WS-EXCLUIDA
               STRING FUNCTION TRIM(WS-MOTIVOS) " cédula cancelada"
                   DELIMITED BY SIZE INTO WS-MOTIVOS
           END-IF.

       ESCRIBIR-PERSONA-CENSO.
           MOVE SPACE TO WS-CENSO-DETALLE.
           MOVE "D" TO CEN-TIPO.
           MOVE PERSONA-CEDULA TO CEN-D-CEDULA.
           MOVE PERSONA-APELLIDO TO CEN-D-APELLIDO.
           MOVE PERSONA-NOMBRE TO CEN-D-NOMBRE.
           MOVE WS-FECHA-NACIMIENTO-NUM TO CEN-D-FECHA-NACIMIENTO.
           MOVE PERSONA-OFICINA TO CEN-D-OFICINA.
           MOVE WS-CENSO-DETALLE TO CENSO-LINEA.
           WRITE CENSO-LINEA.
           ADD 1 TO WS-CONT-INCLUIDAS.
           IF FUNCTION TEST-NUMVAL(PERSONA-CEDULA) = 0
               COMPUTE WS-SUMA-CEDULAS = WS-SUMA-CEDULAS
                   + FUNCTION NUMVAL(PERSONA-CEDULA)
           END-IF.

       IMPRIMIR-EXCLUSION.
           MOVE PERSONA-CEDULA TO DET-CEDULA.
           MOVE SPACE TO DET-NOMBRE.
           STRING FUNCTION TRIM(PERSONA-NOMBRE) " "
               FUNCTION TRIM(PERSONA-APELLIDO)
               DELIMITED BY SIZE INTO DET-NOMBRE.
           MOVE PERSONA-FECHA TO DET-FECHA.
           MOVE FUNCTION TRIM(WS-MOTIVOS) TO DET-MOTIVOS.
           MOVE WS-DETALLE TO REPORTE-LINEA.
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
           MOVE WS-FECHA-CORTE TO ENC-FECHA
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
           MOVE "Personas leídas de PERSONAS.DAT" TO TOT-ETIQUETA
           MOVE WS-CONT-LEIDAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Incluidas en CENSO-ELECTORAL.EXT" TO TOT-ETIQUETA
           MOVE WS-CONT-INCLUIDAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Excluidas" TO TOT-ETIQUETA
           MOVE WS-CONT-EXCLUIDAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  por menor de edad" TO TOT-ETIQUETA
           MOVE WS-CONT-MENORES TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  por fallecimiento (acta de defunción)"
               TO TOT-ETIQUETA
           MOVE WS-CONT-FALLECIDAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  por persona inactiva" TO TOT-ETIQUETA
           MOVE WS-CONT-INACTIVAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  por cédula cancelada en la registraduría"
               TO TOT-ETIQUETA
           MOVE WS-CONT-CANCELADAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  por fecha de nacimiento ilegible" TO TOT-ETIQUETA
           MOVE WS-CONT-FECHA-INVALIDA TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "(una persona puede tener varios motivos)"
               TO REPORTE-LINEA
           WRITE REPORTE-LINEA.

       ESCRIBIR-TOTAL.
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       END PROGRAM CENSO-ELECTORAL.
