      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintain LIBROS-ARCHIVO, the master of physical
      *           libros of the civil registry: type of acta, opening
      *           date, first and last folio, and the closing of the
      *           libro.  ENTRADA-REGISTRO-CIVIL refuses altas against
      *           a libro that is not here, is closed, holds another
      *           type of acta, or whose folio range does not cover
      *           the folio.  Only an active supervisor (OPERADOR_ID)
      *           may run it; every libro opened, corrected or closed
      *           is logged to AUDITORIA.LOG with clave "LIBRO n".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-LIBROS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBROS-ARCHIVO
           ASSIGN TO "LIBROS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIB-NRO
           FILE STATUS IS LIBROS-STATUS.

           SELECT OPERADORES-ARCHIVO
           ASSIGN TO "OPERADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPERADORES-STATUS.

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO "AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LIBROS-ARCHIVO.
           01 LIBROS-REGISTRO.
               COPY "libros.cpy".

           FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

       WORKING-STORAGE SECTION.
       77  LIBROS-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  NRO-LIBRO PIC X(36)
           VALUE "Nro. de libro (vacío vuelve): ".
       77  TIPO-ACTA PIC X(36)
           VALUE "Tipo de acta (N, M o D): ".
       77  FECHA-APERTURA PIC X(40)
           VALUE "Fecha de apertura (DD/MM/AAAA): ".
       77  FECHA-CIERRE PIC X(40)
           VALUE "Fecha de cierre (DD/MM/AAAA): ".
       77  FOLIO-DESDE PIC X(36)
           VALUE "Primer folio del libro: ".
       77  FOLIO-HASTA PIC X(36)
           VALUE "Último folio del libro: ".
       77  CONFIRMAR-CIERRE PIC X(52)
           VALUE "¿Cerrar el libro? No admitirá más folios (S/N): ".
       77  OPCION-MENU PIC X.
       77  WS-LIBRO-BUSCADO PIC X(12) VALUE SPACE.
       77  WS-TIPO-BUSCADO PIC X(1) VALUE SPACE.
       77  WS-FECHA-TEXTO PIC X(10) VALUE SPACE.
       77  WS-FOLIO-TEXTO PIC X(12) VALUE SPACE.
       77  WS-FOLIO-NUEVO PIC 9(8) VALUE ZERO.
       77  WS-FOLIO-DESDE PIC 9(8) VALUE ZERO.
       77  WS-FOLIO-HASTA PIC 9(8) VALUE ZERO.
       77  WS-FECHA-APERTURA-CMP PIC X(8) VALUE SPACE.
       77  WS-FECHA-CIERRE-CMP PIC X(8) VALUE SPACE.
       77  WS-CONFIRMA PIC X VALUE SPACE.
       77  WS-CAMPO-VALIDO PIC X VALUE "S".
       77  WS-LIBRO-EXISTE PIC X VALUE "N".
       77  WS-FIN-LIBROS PIC X VALUE "N".
       77  WS-DESCRIPCION-ESTADO PIC X(8) VALUE SPACE.
       77  WS-DIA PIC 99.
       77  WS-MES PIC 99.
       77  WS-ANIO PIC 9(4).
       77  WS-ANIO-BISIESTO PIC X VALUE "N".
       77  WS-OPERADOR-ID PIC X(10) VALUE SPACE.
       77  WS-ACCESO-AUTORIZADO PIC X VALUE "N".
       77  WS-FECHA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-HORA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-FECHA-HORA PIC X(20) VALUE SPACE.
       77  WS-AUD-ACCION PIC X(10) VALUE SPACE.
       77  WS-AUD-CLAVE PIC X(25) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICAR-SUPERVISOR.
           IF WS-ACCESO-AUTORIZADO = "S"
               PERFORM PROCEDIMIENTO-APERTURA
               PERFORM MENU-PRINCIPAL UNTIL OPCION-MENU = "5"
               PERFORM PROCEDIMIENTO-CIERRE
           END-IF.
           STOP RUN.

      ******************************************************************
      * Sign-on: only an active supervisor may open or close libros.
      ******************************************************************
       VERIFICAR-SUPERVISOR.
           MOVE "N" TO WS-ACCESO-AUTORIZADO.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           OPEN INPUT OPERADORES-ARCHIVO.
           IF OPERADORES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir OPERADORES.DAT; "
                   "acceso denegado."
           ELSE
               MOVE WS-OPERADOR-ID TO OPER-ID
               READ OPERADORES-ARCHIVO
                   INVALID KEY
                       DISPLAY "El operador " WS-OPERADOR-ID
                           " no está registrado; acceso denegado."
                   NOT INVALID KEY
                       IF OPER-ROL = "S" AND OPER-ESTADO = "A"
                           MOVE "S" TO WS-ACCESO-AUTORIZADO
                       ELSE
                           DISPLAY "El operador " WS-OPERADOR-ID
                               " no es un supervisor activo; "
                               "acceso denegado."
                       END-IF
               END-READ
               CLOSE OPERADORES-ARCHIVO
           END-IF.
           IF WS-ACCESO-AUTORIZADO = "N"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCEDIMIENTO-APERTURA.
           OPEN I-O LIBROS-ARCHIVO.
           IF LIBROS-STATUS = "05" OR LIBROS-STATUS = "35"
               OPEN OUTPUT LIBROS-ARCHIVO
               CLOSE LIBROS-ARCHIVO
               OPEN I-O LIBROS-ARCHIVO.
           OPEN EXTEND AUDITORIA-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE LIBROS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE SPACE TO WS-FECHA-HORA
           STRING WS-FECHA-ACTUAL WS-HORA-ACTUAL
               DELIMITED BY SIZE INTO WS-FECHA-HORA.

       REGISTRAR-AUDITORIA.
           MOVE "MANTENIMIENTO-LIBROS" TO AUD-PROGRAMA
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE WS-AUD-CLAVE TO AUD-CLAVE
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID
           MOVE WS-FECHA-HORA TO AUD-FECHA-HORA
           WRITE AUDITORIA-REGISTRO.

       CONSTRUIR-CLAVE-AUDITORIA.
           MOVE SPACE TO WS-AUD-CLAVE
           STRING "LIBRO " FUNCTION TRIM(LIB-NRO)
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "----- LIBROS DEL REGISTRO CIVIL -----".
           DISPLAY "1. Consultar libros".
           DISPLAY "2. Abrir libro nuevo".
           DISPLAY "3. Corregir libro abierto".
           DISPLAY "4. Cerrar libro".
           DISPLAY "5. Salir".
           DISPLAY "Seleccione una opción: ".
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN "1" PERFORM LISTAR-LIBROS
               WHEN "2" PERFORM ABRIR-LIBRO
               WHEN "3" PERFORM CORREGIR-LIBRO
               WHEN "4" PERFORM CERRAR-LIBRO
               WHEN "5" CONTINUE
               WHEN OTHER DISPLAY "Opción inválida."
           END-EVALUATE.

       LISTAR-LIBROS.
           MOVE "N" TO WS-FIN-LIBROS.
           MOVE LOW-VALUES TO LIB-NRO.
           START LIBROS-ARCHIVO KEY IS NOT LESS THAN LIB-NRO
               INVALID KEY
                   MOVE "S" TO WS-FIN-LIBROS
                   DISPLAY "No hay libros registrados."
           END-START.
           PERFORM MOSTRAR-SIGUIENTE-LIBRO
               UNTIL WS-FIN-LIBROS = "S".

       MOSTRAR-SIGUIENTE-LIBRO.
           READ LIBROS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-LIBROS
               NOT AT END
                   PERFORM MOSTRAR-LIBRO
           END-READ.

       MOSTRAR-LIBRO.
           IF LIB-ESTADO = "C"
               MOVE "CERRADO" TO WS-DESCRIPCION-ESTADO
           ELSE
               MOVE "ABIERTO" TO WS-DESCRIPCION-ESTADO
           END-IF.
           DISPLAY "Libro " FUNCTION TRIM(LIB-NRO)
               "  tipo " LIB-TIPO-ACTA
               "  folios " LIB-FOLIO-DESDE " a " LIB-FOLIO-HASTA
               "  " WS-DESCRIPCION-ESTADO.
           IF LIB-ESTADO = "C"
               DISPLAY "      abierto el " LIB-FECHA-APERTURA
                   ", cerrado el " LIB-FECHA-CIERRE
           ELSE
               DISPLAY "      abierto el " LIB-FECHA-APERTURA
           END-IF.

      ******************************************************************
      * Asks for a libro number; leaves WS-LIBRO-EXISTE = "S" and the
      * record in LIBROS-REGISTRO when it is on file.  A blank answer
      * returns to the menu with WS-LIBRO-BUSCADO = space.
      ******************************************************************
       PEDIR-LIBRO.
           MOVE "N" TO WS-LIBRO-EXISTE.
           MOVE "N" TO WS-CAMPO-VALIDO.
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY NRO-LIBRO
               MOVE SPACE TO WS-LIBRO-BUSCADO
               ACCEPT WS-LIBRO-BUSCADO
               IF WS-LIBRO-BUSCADO = SPACE
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-LIBRO-BUSCADO) = 0
                       MOVE "S" TO WS-CAMPO-VALIDO
                   ELSE
                       DISPLAY "Número de libro inválido; debe ser "
                           "numérico."
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIBRO-BUSCADO NOT = SPACE
               MOVE WS-LIBRO-BUSCADO TO LIB-NRO
               READ LIBROS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-LIBRO-EXISTE
               END-READ
           END-IF.

       ABRIR-LIBRO.
           PERFORM PEDIR-LIBRO.
           EVALUATE TRUE
               WHEN WS-LIBRO-BUSCADO = SPACE
                   CONTINUE
               WHEN WS-LIBRO-EXISTE = "S"
                   DISPLAY "Ese libro ya está registrado:"
                   PERFORM MOSTRAR-LIBRO
               WHEN OTHER
                   MOVE SPACE TO LIBROS-REGISTRO
                   MOVE WS-LIBRO-BUSCADO TO LIB-NRO
                   PERFORM PEDIR-TIPO-VALIDO
                   MOVE WS-TIPO-BUSCADO TO LIB-TIPO-ACTA
                   PERFORM PEDIR-FECHA-APERTURA
                   MOVE WS-FECHA-TEXTO TO LIB-FECHA-APERTURA
                   PERFORM PEDIR-RANGO-FOLIOS
                   MOVE WS-FOLIO-DESDE TO LIB-FOLIO-DESDE
                   MOVE WS-FOLIO-HASTA TO LIB-FOLIO-HASTA
                   MOVE "A" TO LIB-ESTADO
                   MOVE SPACE TO LIB-FECHA-CIERRE
                   PERFORM OBTENER-FECHA-HORA
                   MOVE WS-OPERADOR-ID TO LIB-OPERADOR-ID
                   MOVE WS-FECHA-HORA TO LIB-FECHA-HORA-INGRESO
                   WRITE LIBROS-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo grabar el libro."
                       NOT INVALID KEY
                           MOVE "ALTA" TO WS-AUD-ACCION
                           PERFORM CONSTRUIR-CLAVE-AUDITORIA
                           PERFORM REGISTRAR-AUDITORIA
                           DISPLAY "Libro abierto."
                   END-WRITE
           END-EVALUATE.

      ******************************************************************
      * Corrects the type, opening date or folio range of an open
      * libro keyed in wrongly.  A closed libro is left as it is.
      ******************************************************************
       CORREGIR-LIBRO.
           PERFORM PEDIR-LIBRO.
           EVALUATE TRUE
               WHEN WS-LIBRO-BUSCADO = SPACE
                   CONTINUE
               WHEN WS-LIBRO-EXISTE = "N"
                   DISPLAY "Libro no registrado."
               WHEN LIB-ESTADO = "C"
                   DISPLAY "El libro está cerrado; no se corrige."
               WHEN OTHER
                   PERFORM MOSTRAR-LIBRO
                   PERFORM PEDIR-TIPO-VALIDO
                   MOVE WS-TIPO-BUSCADO TO LIB-TIPO-ACTA
                   PERFORM PEDIR-FECHA-APERTURA
                   MOVE WS-FECHA-TEXTO TO LIB-FECHA-APERTURA
                   PERFORM PEDIR-RANGO-FOLIOS
                   MOVE WS-FOLIO-DESDE TO LIB-FOLIO-DESDE
                   MOVE WS-FOLIO-HASTA TO LIB-FOLIO-HASTA
                   PERFORM OBTENER-FECHA-HORA
                   MOVE WS-OPERADOR-ID TO LIB-OPERADOR-ID
                   MOVE WS-FECHA-HORA TO LIB-FECHA-HORA-INGRESO
                   REWRITE LIBROS-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo actualizar el libro."
                       NOT INVALID KEY
                           MOVE "MODIFICA" TO WS-AUD-ACCION
                           PERFORM CONSTRUIR-CLAVE-AUDITORIA
                           PERFORM REGISTRAR-AUDITORIA
                           DISPLAY "Libro corregido."
                   END-REWRITE
           END-EVALUATE.

       CERRAR-LIBRO.
           PERFORM PEDIR-LIBRO.
           EVALUATE TRUE
               WHEN WS-LIBRO-BUSCADO = SPACE
                   CONTINUE
               WHEN WS-LIBRO-EXISTE = "N"
                   DISPLAY "Libro no registrado."
               WHEN LIB-ESTADO = "C"
                   DISPLAY "El libro ya está cerrado desde el "
                       LIB-FECHA-CIERRE "."
               WHEN OTHER
                   PERFORM MOSTRAR-LIBRO
                   PERFORM PEDIR-FECHA-CIERRE
                   DISPLAY CONFIRMAR-CIERRE
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM GRABAR-CIERRE-LIBRO
                   ELSE
                       DISPLAY "Cierre cancelado."
                   END-IF
           END-EVALUATE.

       GRABAR-CIERRE-LIBRO.
           MOVE "C" TO LIB-ESTADO.
           MOVE WS-FECHA-TEXTO TO LIB-FECHA-CIERRE.
           PERFORM OBTENER-FECHA-HORA.
           MOVE WS-OPERADOR-ID TO LIB-OPERADOR-ID.
           MOVE WS-FECHA-HORA TO LIB-FECHA-HORA-INGRESO.
           REWRITE LIBROS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo cerrar el libro."
               NOT INVALID KEY
                   MOVE "CIERRA" TO WS-AUD-ACCION
                   PERFORM CONSTRUIR-CLAVE-AUDITORIA
                   PERFORM REGISTRAR-AUDITORIA
                   DISPLAY "Libro cerrado."
           END-REWRITE.

       PEDIR-TIPO-VALIDO.
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY TIPO-ACTA
               MOVE SPACE TO WS-TIPO-BUSCADO
               ACCEPT WS-TIPO-BUSCADO
               INSPECT WS-TIPO-BUSCADO CONVERTING "nmd" TO "NMD"
               IF WS-TIPO-BUSCADO = "N" OR "M" OR "D"
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "Tipo inválido; use N, M o D."
               END-IF
           END-PERFORM.

       PEDIR-FECHA-APERTURA.
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY FECHA-APERTURA
               MOVE SPACE TO WS-FECHA-TEXTO
               ACCEPT WS-FECHA-TEXTO
               PERFORM VALIDAR-FECHA
           END-PERFORM.

      ******************************************************************
      * The closing date may not precede the opening date.  Dates are
      * compared as AAAAMMDD.
      ******************************************************************
       PEDIR-FECHA-CIERRE.
           MOVE SPACE TO WS-FECHA-APERTURA-CMP.
           STRING LIB-FECHA-APERTURA(7:4) LIB-FECHA-APERTURA(4:2)
               LIB-FECHA-APERTURA(1:2)
               DELIMITED BY SIZE INTO WS-FECHA-APERTURA-CMP.
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY FECHA-CIERRE
               MOVE SPACE TO WS-FECHA-TEXTO
               ACCEPT WS-FECHA-TEXTO
               PERFORM VALIDAR-FECHA
               IF WS-CAMPO-VALIDO = "S"
                   MOVE SPACE TO WS-FECHA-CIERRE-CMP
                   STRING WS-FECHA-TEXTO(7:4) WS-FECHA-TEXTO(4:2)
                       WS-FECHA-TEXTO(1:2)
                       DELIMITED BY SIZE INTO WS-FECHA-CIERRE-CMP
                   IF WS-FECHA-CIERRE-CMP < WS-FECHA-APERTURA-CMP
                       MOVE "N" TO WS-CAMPO-VALIDO
                       DISPLAY "El cierre no puede ser anterior a la "
                           "apertura (" LIB-FECHA-APERTURA ")."
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-RANGO-FOLIOS.
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY FOLIO-DESDE
               PERFORM PEDIR-NRO-FOLIO
               MOVE WS-FOLIO-NUEVO TO WS-FOLIO-DESDE
               DISPLAY FOLIO-HASTA
               PERFORM PEDIR-NRO-FOLIO
               MOVE WS-FOLIO-NUEVO TO WS-FOLIO-HASTA
               IF WS-FOLIO-HASTA < WS-FOLIO-DESDE
                   DISPLAY "El último folio no puede ser menor que "
                       "el primero."
               ELSE
                   MOVE "S" TO WS-CAMPO-VALIDO
               END-IF
           END-PERFORM.

       PEDIR-NRO-FOLIO.
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               MOVE SPACE TO WS-FOLIO-TEXTO
               ACCEPT WS-FOLIO-TEXTO
               IF WS-FOLIO-TEXTO = SPACE
                   OR FUNCTION TEST-NUMVAL(WS-FOLIO-TEXTO) NOT = 0
                   DISPLAY "Folio inválido; debe ser numérico. "
                       "Intente de nuevo: "
               ELSE
                   IF FUNCTION NUMVAL(WS-FOLIO-TEXTO) < 1
                       OR FUNCTION NUMVAL(WS-FOLIO-TEXTO) > 99999999
                       DISPLAY "Folio fuera de rango (1 a 99999999). "
                           "Intente de nuevo: "
                   ELSE
                       COMPUTE WS-FOLIO-NUEVO =
                           FUNCTION NUMVAL(WS-FOLIO-TEXTO)
                       MOVE "S" TO WS-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CAMPO-VALIDO.

       VALIDAR-FECHA.
           MOVE "S" TO WS-CAMPO-VALIDO
           IF WS-FECHA-TEXTO(3:1) NOT = "/"
               OR WS-FECHA-TEXTO(6:1) NOT = "/"
               OR WS-FECHA-TEXTO(1:2) NOT NUMERIC
               OR WS-FECHA-TEXTO(4:2) NOT NUMERIC
               OR WS-FECHA-TEXTO(7:4) NOT NUMERIC
               MOVE "N" TO WS-CAMPO-VALIDO
           ELSE
               MOVE WS-FECHA-TEXTO(1:2) TO WS-DIA
               MOVE WS-FECHA-TEXTO(4:2) TO WS-MES
               MOVE WS-FECHA-TEXTO(7:4) TO WS-ANIO
               IF WS-MES < 1 OR WS-MES > 12 OR WS-DIA < 1
                   MOVE "N" TO WS-CAMPO-VALIDO
               ELSE
                   EVALUATE TRUE
                       WHEN WS-MES = 4 OR WS-MES = 6
                           OR WS-MES = 9 OR WS-MES = 11
                           IF WS-DIA > 30
                               MOVE "N" TO WS-CAMPO-VALIDO
                           END-IF
                       WHEN WS-MES = 2
                           IF WS-DIA > 29
                               MOVE "N" TO WS-CAMPO-VALIDO
                           ELSE
                               IF WS-DIA = 29
                                   PERFORM VERIFICAR-ANIO-BISIESTO
                                   IF WS-ANIO-BISIESTO = "N"
                                       MOVE "N" TO WS-CAMPO-VALIDO
                                   END-IF
                               END-IF
                           END-IF
                       WHEN OTHER
                           IF WS-DIA > 31
                               MOVE "N" TO WS-CAMPO-VALIDO
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-CAMPO-VALIDO = "N"
               DISPLAY "Fecha inválida; use el formato DD/MM/AAAA."
           END-IF.

       VERIFICAR-ANIO-BISIESTO.
           MOVE "N" TO WS-ANIO-BISIESTO
           IF FUNCTION MOD(WS-ANIO, 4) = 0
               AND (FUNCTION MOD(WS-ANIO, 100) NOT = 0
                    OR FUNCTION MOD(WS-ANIO, 400) = 0)
               MOVE "S" TO WS-ANIO-BISIESTO
           END-IF.

       END PROGRAM MANTENIMIENTO-LIBROS.
