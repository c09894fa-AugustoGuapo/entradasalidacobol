      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Maintain OFICINAS-ARCHIVO, the master of oficinas
      *           registrales: code, name, whether it is the oficina
      *           central, and active/inactive.  The code is the one
      *           given to operators in MANTENIMIENTO-OPERADORES and
      *           stamped on the personas and actas they register;
      *           operators may only change the actas of their own
      *           oficina unless it is the oficina central.  Only one
      *           oficina may be central, and it cannot be
      *           inactivated; an inactive oficina cannot be made
      *           central, and a central one is reactivated only while
      *           no other is central.  Only an active supervisor
      *           (OPERADOR_ID) may run it; every change is logged to
      *           AUDITORIA.LOG with clave "OFICINA ccc".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-OFICINAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFICINAS-ARCHIVO
           ASSIGN TO "OFICINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO
           FILE STATUS IS OFICINAS-STATUS.

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
           FD OFICINAS-ARCHIVO.
           01 OFICINAS-REGISTRO.
               COPY "oficinas.cpy".

           FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

       WORKING-STORAGE SECTION.
       77  OFICINAS-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  CODIGO-OFICINA PIC X(40)
           VALUE "Código de oficina (vacío vuelve): ".
       77  NOMBRE-OFICINA PIC X(36)
           VALUE "Nombre de la oficina: ".
       77  NOMBRE-NUEVO PIC X(44)
           VALUE "Nombre nuevo (vacío lo conserva): ".
       77  ES-CENTRAL PIC X(40)
           VALUE "¿Es la oficina central? (S/N): ".
       77  SI-NO PIC X VALUE "S".
       77  OPCION-MENU PIC X.
       77  WS-OFI-CODIGO PIC X(3) VALUE SPACE.
       77  WS-OFI-NOMBRE PIC X(40) VALUE SPACE.
       77  WS-OFI-CENTRAL PIC X(1) VALUE SPACE.
       77  WS-CENTRAL-ACTUAL PIC X(3) VALUE SPACE.
       77  WS-CAMPO-VALIDO PIC X VALUE "S".
       77  WS-FIN-OFICINAS PIC X VALUE "N".
       77  WS-CONT-OFICINAS PIC 9(4) VALUE ZERO.
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
               PERFORM MENU-PRINCIPAL UNTIL OPCION-MENU = "6"
               PERFORM PROCEDIMIENTO-CIERRE
           END-IF.
           STOP RUN.

      ******************************************************************
      * Sign-on: only an active supervisor may maintain the oficinas.
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
           OPEN I-O OFICINAS-ARCHIVO.
           IF OFICINAS-STATUS = "05" OR OFICINAS-STATUS = "35"
               OPEN OUTPUT OFICINAS-ARCHIVO
               CLOSE OFICINAS-ARCHIVO
               OPEN I-O OFICINAS-ARCHIVO.
           OPEN EXTEND AUDITORIA-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE OFICINAS-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE SPACE TO WS-FECHA-HORA
           STRING WS-FECHA-ACTUAL WS-HORA-ACTUAL
               DELIMITED BY SIZE INTO WS-FECHA-HORA.

       REGISTRAR-AUDITORIA.
           MOVE "MANTENIMIENTO-OFICINAS" TO AUD-PROGRAMA
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE SPACE TO WS-AUD-CLAVE
           STRING "OFICINA " OFI-CODIGO
               DELIMITED BY SIZE INTO WS-AUD-CLAVE
           MOVE WS-AUD-CLAVE TO AUD-CLAVE
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID
           MOVE WS-FECHA-HORA TO AUD-FECHA-HORA
           WRITE AUDITORIA-REGISTRO.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "----- OFICINAS REGISTRALES -----".
           DISPLAY "1. Consultar oficinas".
           DISPLAY "2. Agregar oficina".
           DISPLAY "3. Modificar oficina".
           DISPLAY "4. Inactivar oficina".
           DISPLAY "5. Reactivar oficina".
           DISPLAY "6. Salir".
           DISPLAY "Seleccione una opción: ".
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN "1" PERFORM LISTAR-OFICINAS
               WHEN "2" PERFORM AGREGAR-OFICINA
               WHEN "3" PERFORM MODIFICAR-OFICINA
               WHEN "4" PERFORM INACTIVAR-OFICINA
               WHEN "5" PERFORM REACTIVAR-OFICINA
               WHEN "6" CONTINUE
               WHEN OTHER DISPLAY "Opción inválida."
           END-EVALUATE.

       LISTAR-OFICINAS.
           MOVE ZERO TO WS-CONT-OFICINAS.
           MOVE "N" TO WS-FIN-OFICINAS.
           MOVE LOW-VALUES TO OFI-CODIGO.
           START OFICINAS-ARCHIVO KEY IS NOT LESS THAN OFI-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIN-OFICINAS
           END-START.
           PERFORM MOSTRAR-SIGUIENTE-OFICINA
               UNTIL WS-FIN-OFICINAS = "S".
           IF WS-CONT-OFICINAS = ZERO
               DISPLAY "No hay oficinas registradas."
           END-IF.

       MOSTRAR-SIGUIENTE-OFICINA.
           READ OFICINAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-OFICINAS
               NOT AT END
                   ADD 1 TO WS-CONT-OFICINAS
                   PERFORM MOSTRAR-OFICINA
           END-READ.

       MOSTRAR-OFICINA.
           IF OFI-ESTADO = "I"
               DISPLAY OFI-CODIGO "  " OFI-NOMBRE "  INACTIVA"
           ELSE
               IF OFI-CENTRAL = "S"
                   DISPLAY OFI-CODIGO "  " OFI-NOMBRE "  CENTRAL"
               ELSE
                   DISPLAY OFI-CODIGO "  " OFI-NOMBRE
               END-IF
           END-IF.

       PEDIR-CODIGO.
           MOVE SPACE TO WS-OFI-CODIGO.
           DISPLAY CODIGO-OFICINA.
           ACCEPT WS-OFI-CODIGO.
           INSPECT WS-OFI-CODIGO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       PEDIR-CENTRAL.
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY ES-CENTRAL
               MOVE SPACE TO WS-OFI-CENTRAL
               ACCEPT WS-OFI-CENTRAL
               INSPECT WS-OFI-CENTRAL CONVERTING "sn" TO "SN"
               IF WS-OFI-CENTRAL = "S" OR WS-OFI-CENTRAL = "N"
                   MOVE "S" TO WS-CAMPO-VALIDO
               ELSE
                   DISPLAY "Responda S o N."
               END-IF
           END-PERFORM.

      ******************************************************************
      * Leaves in WS-CENTRAL-ACTUAL the code of the active oficina
      * central other than WS-OFI-CODIGO, or space when there is none.
      * Reads the file sequentially, so callers re-read their record
      * afterwards.
      ******************************************************************
       BUSCAR-OTRA-CENTRAL.
           MOVE SPACE TO WS-CENTRAL-ACTUAL.
           MOVE "N" TO WS-FIN-OFICINAS.
           MOVE LOW-VALUES TO OFI-CODIGO.
           START OFICINAS-ARCHIVO KEY IS NOT LESS THAN OFI-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-FIN-OFICINAS
           END-START.
           PERFORM REVISAR-CENTRAL UNTIL WS-FIN-OFICINAS = "S".

       REVISAR-CENTRAL.
           READ OFICINAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-OFICINAS
               NOT AT END
                   IF OFI-CENTRAL = "S" AND OFI-ESTADO = "A"
                       AND OFI-CODIGO NOT = WS-OFI-CODIGO
                       MOVE OFI-CODIGO TO WS-CENTRAL-ACTUAL
                       MOVE "S" TO WS-FIN-OFICINAS
                   END-IF
           END-READ.

       AGREGAR-OFICINA.
           PERFORM PEDIR-CODIGO.
           IF WS-OFI-CODIGO NOT = SPACE
               MOVE WS-OFI-CODIGO TO OFI-CODIGO
               READ OFICINAS-ARCHIVO
                   INVALID KEY
                       PERFORM PEDIR-DATOS-ALTA
                   NOT INVALID KEY
                       DISPLAY "Ya existe una oficina con ese código."
               END-READ
           END-IF.

       PEDIR-DATOS-ALTA.
           IF WS-OFI-CODIGO(1:1) = SPACE
               DISPLAY "El código no puede empezar con espacios."
           ELSE
               MOVE SPACE TO WS-OFI-NOMBRE
               DISPLAY NOMBRE-OFICINA
               ACCEPT WS-OFI-NOMBRE
               IF WS-OFI-NOMBRE = SPACE
                   DISPLAY "Nombre vacío; no se agregó."
               ELSE
                   PERFORM PEDIR-CENTRAL
                   PERFORM GRABAR-ALTA
               END-IF
           END-IF.

       GRABAR-ALTA.
           IF WS-OFI-CENTRAL = "S"
               PERFORM BUSCAR-OTRA-CENTRAL
           ELSE
               MOVE SPACE TO WS-CENTRAL-ACTUAL
           END-IF.
           IF WS-CENTRAL-ACTUAL NOT = SPACE
               DISPLAY "La oficina central ya es "
                   WS-CENTRAL-ACTUAL "; quítele esa condición "
                   "antes de designar otra. No se agregó."
           ELSE
               MOVE SPACE TO OFICINAS-REGISTRO
               MOVE WS-OFI-CODIGO TO OFI-CODIGO
               MOVE WS-OFI-NOMBRE TO OFI-NOMBRE
               MOVE WS-OFI-CENTRAL TO OFI-CENTRAL
               MOVE "A" TO OFI-ESTADO
               PERFORM OBTENER-FECHA-HORA
               MOVE WS-OPERADOR-ID TO OFI-OPERADOR-ID
               MOVE WS-FECHA-HORA TO OFI-FECHA-HORA-INGRESO
               WRITE OFICINAS-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo agregar la oficina."
                   NOT INVALID KEY
                       DISPLAY "Oficina " OFI-CODIGO " agregada."
                       MOVE "ALTA" TO WS-AUD-ACCION
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

       MODIFICAR-OFICINA.
           PERFORM PEDIR-CODIGO.
           IF WS-OFI-CODIGO NOT = SPACE
               MOVE WS-OFI-CODIGO TO OFI-CODIGO
               READ OFICINAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No existe una oficina con ese código."
                   NOT INVALID KEY
                       PERFORM MOSTRAR-OFICINA
                       PERFORM PEDIR-DATOS-MODIFICACION
               END-READ
           END-IF.

       PEDIR-DATOS-MODIFICACION.
           MOVE SPACE TO WS-OFI-NOMBRE.
           DISPLAY NOMBRE-NUEVO.
           ACCEPT WS-OFI-NOMBRE.
           PERFORM PEDIR-CENTRAL.
           IF WS-OFI-CENTRAL = "S" AND OFI-ESTADO = "I"
               DISPLAY "Una oficina inactiva no puede ser la "
                   "central; reactívela antes. No se modificó."
           ELSE
               PERFORM VERIFICAR-MODIFICACION
           END-IF.

       VERIFICAR-MODIFICACION.
           IF WS-OFI-CENTRAL = "S"
               PERFORM BUSCAR-OTRA-CENTRAL
           ELSE
               MOVE SPACE TO WS-CENTRAL-ACTUAL
           END-IF.
           IF WS-CENTRAL-ACTUAL NOT = SPACE
               DISPLAY "La oficina central ya es "
                   WS-CENTRAL-ACTUAL "; quítele esa condición "
                   "antes de designar otra. No se modificó."
           ELSE
               MOVE WS-OFI-CODIGO TO OFI-CODIGO
               READ OFICINAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No se pudo releer la oficina."
                   NOT INVALID KEY
                       PERFORM GRABAR-MODIFICACION
               END-READ
           END-IF.

       GRABAR-MODIFICACION.
           IF WS-OFI-NOMBRE NOT = SPACE
               MOVE WS-OFI-NOMBRE TO OFI-NOMBRE
           END-IF.
           MOVE WS-OFI-CENTRAL TO OFI-CENTRAL.
           PERFORM OBTENER-FECHA-HORA.
           MOVE WS-OPERADOR-ID TO OFI-OPERADOR-ID.
           MOVE WS-FECHA-HORA TO OFI-FECHA-HORA-INGRESO.
           REWRITE OFICINAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo actualizar la oficina."
               NOT INVALID KEY
                   DISPLAY "Oficina " OFI-CODIGO " actualizada."
                   MOVE "MODIFICA" TO WS-AUD-ACCION
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       INACTIVAR-OFICINA.
           PERFORM PEDIR-CODIGO.
           IF WS-OFI-CODIGO NOT = SPACE
               MOVE WS-OFI-CODIGO TO OFI-CODIGO
               READ OFICINAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No existe una oficina con ese código."
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OFI-ESTADO = "I"
                               DISPLAY "La oficina ya está inactiva."
                           WHEN OFI-CENTRAL = "S"
                               DISPLAY "La oficina central no se "
                                   "puede inactivar; designe antes "
                                   "otra oficina central."
                           WHEN OTHER
                               PERFORM CONFIRMAR-INACTIVAR
                       END-EVALUATE
               END-READ
           END-IF.

       CONFIRMAR-INACTIVAR.
           PERFORM MOSTRAR-OFICINA.
           DISPLAY "¿Confirma inactivar esta oficina? (S/N)".
           ACCEPT SI-NO.
           IF SI-NO = "S" OR SI-NO = "s"
               MOVE "I" TO OFI-ESTADO
               PERFORM OBTENER-FECHA-HORA
               MOVE WS-OPERADOR-ID TO OFI-OPERADOR-ID
               MOVE WS-FECHA-HORA TO OFI-FECHA-HORA-INGRESO
               REWRITE OFICINAS-REGISTRO
                   INVALID KEY
                       DISPLAY "No se pudo inactivar la oficina."
                   NOT INVALID KEY
                       MOVE "BAJA" TO WS-AUD-ACCION
                       PERFORM REGISTRAR-AUDITORIA
               END-REWRITE
           END-IF.

       REACTIVAR-OFICINA.
           PERFORM PEDIR-CODIGO.
           IF WS-OFI-CODIGO NOT = SPACE
               MOVE WS-OFI-CODIGO TO OFI-CODIGO
               READ OFICINAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No existe una oficina con ese código."
                   NOT INVALID KEY
                       IF OFI-ESTADO NOT = "I"
                           DISPLAY "La oficina no está inactiva."
                       ELSE
                           PERFORM VERIFICAR-REACTIVACION
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * A central oficina comes back only if no other active oficina
      * has become the central meanwhile.  BUSCAR-OTRA-CENTRAL walks
      * the file, so the oficina is read again before it is rewritten.
      ******************************************************************
       VERIFICAR-REACTIVACION.
           IF OFI-CENTRAL = "S"
               PERFORM BUSCAR-OTRA-CENTRAL
           ELSE
               MOVE SPACE TO WS-CENTRAL-ACTUAL
           END-IF.
           IF WS-CENTRAL-ACTUAL NOT = SPACE
               DISPLAY "La oficina central ya es "
                   WS-CENTRAL-ACTUAL "; quítele esa condición "
                   "antes de reactivar esta. No se reactivó."
           ELSE
               MOVE WS-OFI-CODIGO TO OFI-CODIGO
               READ OFICINAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "No se pudo releer la oficina."
                   NOT INVALID KEY
                       PERFORM GRABAR-REACTIVACION
               END-READ
           END-IF.

       GRABAR-REACTIVACION.
           MOVE "A" TO OFI-ESTADO.
           PERFORM OBTENER-FECHA-HORA.
           MOVE WS-OPERADOR-ID TO OFI-OPERADOR-ID.
           MOVE WS-FECHA-HORA TO OFI-FECHA-HORA-INGRESO.
           REWRITE OFICINAS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo reactivar la oficina."
               NOT INVALID KEY
                   MOVE "REACTIVA" TO WS-AUD-ACCION
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       END PROGRAM MANTENIMIENTO-OFICINAS.
