      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintain TARIFAS-ARCHIVO, the certificate fee per
      *           type of acta (N nacimiento, M matrimonio,
      *           D defunción) charged by EXPEDIR-CERTIFICADO.  Only
      *           an active supervisor (OPERADOR_ID) may run it; every
      *           fee set or changed is logged to AUDITORIA.LOG with
      *           clave "TARIFA t".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-TARIFAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFAS-ARCHIVO
           ASSIGN TO "TARIFAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-TIPO-ACTA
           FILE STATUS IS TARIFAS-STATUS.

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
           FD TARIFAS-ARCHIVO.
           01 TARIFAS-REGISTRO.
               COPY "tarifas.cpy".

           FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

       WORKING-STORAGE SECTION.
       77  TARIFAS-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  TIPO-ACTA PIC X(36)
           VALUE "Tipo de acta (N, M o D): ".
       77  IMPORTE PIC X(37)
           VALUE "Introduce el importe (ej. 12500.00): ".
       77  OPCION-MENU PIC X.
       77  WS-TIPO-BUSCADO PIC X(1) VALUE SPACE.
       77  WS-IMPORTE-TEXTO PIC X(12) VALUE SPACE.
       77  WS-IMPORTE-NUEVO PIC 9(7)V99 VALUE ZERO.
       77  WS-IMPORTE-EDIT PIC Z,ZZZ,ZZ9.99.
       77  WS-CAMPO-VALIDO PIC X VALUE "S".
       77  WS-TARIFA-EXISTE PIC X VALUE "N".
       77  WS-FIN-TARIFAS PIC X VALUE "N".
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
               PERFORM MENU-PRINCIPAL UNTIL OPCION-MENU = "3"
               PERFORM PROCEDIMIENTO-CIERRE
           END-IF.
           STOP RUN.

      ******************************************************************
      * Sign-on: only an active supervisor may change the fees.
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
           OPEN I-O TARIFAS-ARCHIVO.
           IF TARIFAS-STATUS = "05" OR TARIFAS-STATUS = "35"
               OPEN OUTPUT TARIFAS-ARCHIVO
               CLOSE TARIFAS-ARCHIVO
               OPEN I-O TARIFAS-ARCHIVO.
           OPEN EXTEND AUDITORIA-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE TARIFAS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE SPACE TO WS-FECHA-HORA
           STRING WS-FECHA-ACTUAL WS-HORA-ACTUAL
               DELIMITED BY SIZE INTO WS-FECHA-HORA.

       REGISTRAR-AUDITORIA.
           MOVE "MANTENIMIENTO-TARIFAS" TO AUD-PROGRAMA
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE WS-AUD-CLAVE TO AUD-CLAVE
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID
           MOVE WS-FECHA-HORA TO AUD-FECHA-HORA
           WRITE AUDITORIA-REGISTRO.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "----- TARIFAS DE CERTIFICADOS -----".
           DISPLAY "1. Consultar tarifas".
           DISPLAY "2. Fijar tarifa".
           DISPLAY "3. Salir".
           DISPLAY "Seleccione una opción: ".
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN "1" PERFORM LISTAR-TARIFAS
               WHEN "2" PERFORM FIJAR-TARIFA
               WHEN "3" CONTINUE
               WHEN OTHER DISPLAY "Opción inválida."
           END-EVALUATE.

       LISTAR-TARIFAS.
           MOVE "N" TO WS-FIN-TARIFAS.
           MOVE LOW-VALUES TO TAR-TIPO-ACTA.
           START TARIFAS-ARCHIVO KEY IS NOT LESS THAN TAR-TIPO-ACTA
               INVALID KEY
                   MOVE "S" TO WS-FIN-TARIFAS
                   DISPLAY "No hay tarifas cargadas."
           END-START.
           PERFORM MOSTRAR-SIGUIENTE-TARIFA
               UNTIL WS-FIN-TARIFAS = "S".

       MOSTRAR-SIGUIENTE-TARIFA.
           READ TARIFAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-TARIFAS
               NOT AT END
                   MOVE TAR-IMPORTE TO WS-IMPORTE-EDIT
                   DISPLAY "Tipo " TAR-TIPO-ACTA ": "
                       WS-IMPORTE-EDIT "  (fijada por "
                       FUNCTION TRIM(TAR-OPERADOR-ID) " el "
                       TAR-FECHA-HORA-INGRESO(1:8) ")"
           END-READ.

       FIJAR-TARIFA.
           PERFORM PEDIR-TIPO-VALIDO.
           MOVE WS-TIPO-BUSCADO TO TAR-TIPO-ACTA.
           READ TARIFAS-ARCHIVO
               INVALID KEY
                   MOVE "N" TO WS-TARIFA-EXISTE
                   MOVE SPACE TO TARIFAS-REGISTRO
                   MOVE WS-TIPO-BUSCADO TO TAR-TIPO-ACTA
                   DISPLAY "Tipo sin tarifa previa."
               NOT INVALID KEY
                   MOVE "S" TO WS-TARIFA-EXISTE
                   MOVE TAR-IMPORTE TO WS-IMPORTE-EDIT
                   DISPLAY "Tarifa vigente: " WS-IMPORTE-EDIT
           END-READ.
           PERFORM PEDIR-IMPORTE-VALIDO.
           PERFORM OBTENER-FECHA-HORA.
           MOVE WS-IMPORTE-NUEVO TO TAR-IMPORTE.
           MOVE WS-OPERADOR-ID TO TAR-OPERADOR-ID.
           MOVE WS-FECHA-HORA TO TAR-FECHA-HORA-INGRESO.
           MOVE SPACE TO WS-AUD-CLAVE.
           STRING "TARIFA " TAR-TIPO-ACTA
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           IF WS-TARIFA-EXISTE = "S"
               REWRITE TARIFAS-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo actualizar la tarifa."
                   NOT INVALID KEY
                       MOVE "MODIFICA" TO WS-AUD-ACCION
                       PERFORM REGISTRAR-AUDITORIA
                       DISPLAY "Tarifa actualizada."
               END-REWRITE
           ELSE
               WRITE TARIFAS-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo grabar la tarifa."
                   NOT INVALID KEY
                       MOVE "ALTA" TO WS-AUD-ACCION
                       PERFORM REGISTRAR-AUDITORIA
                       DISPLAY "Tarifa grabada."
               END-WRITE
           END-IF.

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

       PEDIR-IMPORTE-VALIDO.
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY IMPORTE
               MOVE SPACE TO WS-IMPORTE-TEXTO
               ACCEPT WS-IMPORTE-TEXTO
               PERFORM VALIDAR-IMPORTE
           END-PERFORM.

       VALIDAR-IMPORTE.
           MOVE "S" TO WS-CAMPO-VALIDO
           IF WS-IMPORTE-TEXTO = SPACE
               OR FUNCTION TEST-NUMVAL(WS-IMPORTE-TEXTO) NOT = 0
               MOVE "N" TO WS-CAMPO-VALIDO
               DISPLAY "Importe inválido; debe ser numérico."
           ELSE
               IF FUNCTION NUMVAL(WS-IMPORTE-TEXTO) < 0
                   OR FUNCTION NUMVAL(WS-IMPORTE-TEXTO) > 9999999.99
                   MOVE "N" TO WS-CAMPO-VALIDO
                   DISPLAY "Importe fuera de rango."
               ELSE
                   COMPUTE WS-IMPORTE-NUEVO =
                       FUNCTION NUMVAL(WS-IMPORTE-TEXTO)
               END-IF
           END-IF.

       END PROGRAM MANTENIMIENTO-TARIFAS.
