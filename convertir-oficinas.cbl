      ******************************************************************
      * Author:
      * Date:
      * Purpose:  One-time conversion utility for the master layout
      *           change that added the oficina registral:
      *           OPER-OFICINA to OPERADORES.DAT, PERSONA-OFICINA to
      *           PERSONAS.DAT and REGISTRO-OFICINA to REGCIVIL.DAT.
      *           Reads each master under its previous record
      *           definition and rewrites it under the current
      *           copybook layout into *-NUEVO.DAT work files,
      *           stamping every operator, persona and acta with the
      *           oficina code given on the command line (the oficina
      *           that has kept the registry so far); only when a
      *           file converts without errors is the old master
      *           replaced with the converted one.  Run once after
      *           installing the programs compiled with the new
      *           copybooks and before MANTENIMIENTO-OFICINAS, which
      *           signs on against the converted OPERADORES.DAT; then
      *           register that oficina there, normally as the
      *           oficina central.  Running it again while work files
      *           are left over is refused unless the FORZAR
      *           parameter is given:  convertir-oficinas ccc [FORZAR]
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-OFICINAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-VIEJO-ARCHIVO
           ASSIGN TO "OPERADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIEJO-OPER-ID
           FILE STATUS IS OPERADORES-VIEJO-STATUS.

           SELECT PERSONAS-VIEJO-ARCHIVO
           ASSIGN TO "PERSONAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIEJO-CEDULA
           ALTERNATE RECORD KEY IS VIEJO-APELLIDO
               WITH DUPLICATES
           FILE STATUS IS PERSONAS-VIEJO-STATUS.

           SELECT REGCIVIL-VIEJO-ARCHIVO
           ASSIGN TO "REGCIVIL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIEJA-CLAVE
           ALTERNATE RECORD KEY IS VIEJA-CEDULA WITH DUPLICATES
           FILE STATUS IS REGCIVIL-VIEJO-STATUS.

           SELECT OPERADORES-NUEVO-ARCHIVO
           ASSIGN TO "OPERADORES-NUEVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPERADORES-NUEVO-STATUS.

           SELECT PERSONAS-NUEVO-ARCHIVO
           ASSIGN TO "PERSONAS-NUEVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSONA-CEDULA
           ALTERNATE RECORD KEY IS PERSONA-APELLIDO
               WITH DUPLICATES
           FILE STATUS IS PERSONAS-NUEVO-STATUS.

           SELECT REGCIVIL-NUEVO-ARCHIVO
           ASSIGN TO "REGCIVIL-NUEVO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTRO-CLAVE
           ALTERNATE RECORD KEY IS REGISTRO-CEDULA WITH DUPLICATES
           FILE STATUS IS REGCIVIL-NUEVO-STATUS.

           SELECT OFICINAS-ARCHIVO
           ASSIGN TO "OFICINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO
           FILE STATUS IS OFICINAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Previous layouts: the current copybooks without the oficina.
           FD OPERADORES-VIEJO-ARCHIVO.
           01 OPERADORES-VIEJO-REGISTRO.
               05 VIEJO-OPER-ID PIC X(10).
               05 VIEJO-OPER-RESTO PIC X(72).

           FD PERSONAS-VIEJO-ARCHIVO.
           01 PERSONAS-VIEJO-REGISTRO.
               05 VIEJO-NOMBRE PIC X(25).
               05 VIEJO-APELLIDO PIC X(25).
               05 VIEJO-FECHA PIC X(10).
               05 VIEJO-CEDULA PIC X(10).
               05 VIEJO-RESTO PIC X(41).

           FD REGCIVIL-VIEJO-ARCHIVO.
           01 REGCIVIL-VIEJO-REGISTRO.
               05 VIEJA-CLAVE.
                   10 VIEJA-NRO-FOLIO PIC X(12).
                   10 VIEJA-NRO-LIBRO PIC X(12).
               05 VIEJA-FECHA PIC X(10).
               05 VIEJA-CEDULA PIC X(10).
               05 VIEJA-RESTO PIC X(111).

           FD OPERADORES-NUEVO-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD PERSONAS-NUEVO-ARCHIVO.
           01 PERSONAS-REGISTRO.
               COPY "personas.cpy".

           FD REGCIVIL-NUEVO-ARCHIVO.
           01 REGISTRO-CIVIL-REGISTRO.
               COPY "regcivil.cpy".

           FD OFICINAS-ARCHIVO.
           01 OFICINAS-REGISTRO.
               COPY "oficinas.cpy".

       WORKING-STORAGE SECTION.
       77  OPERADORES-VIEJO-STATUS PIC XX VALUE "00".
       77  PERSONAS-VIEJO-STATUS PIC XX VALUE "00".
       77  REGCIVIL-VIEJO-STATUS PIC XX VALUE "00".
       77  OPERADORES-NUEVO-STATUS PIC XX VALUE "00".
       77  PERSONAS-NUEVO-STATUS PIC XX VALUE "00".
       77  REGCIVIL-NUEVO-STATUS PIC XX VALUE "00".
       77  OFICINAS-STATUS PIC XX VALUE "00".
       77  WS-FIN-ARCHIVO PIC X VALUE "N".
       77  WS-CONT-LEIDOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-ESCRITOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-ERRORES PIC 9(6) VALUE ZERO.
       77  WS-PARAMETRO PIC X(40) VALUE SPACE.
       77  WS-OFICINA PIC X(3) VALUE SPACE.
       77  WS-PARAMETRO-2 PIC X(20) VALUE SPACE.
       77  WS-FORZAR PIC X VALUE "N".
       77  WS-NUEVO-EXISTE PIC X VALUE "N".
       77  WS-RC-BORRADO PIC S9(9) COMP-5 VALUE ZERO.
       77  WS-RC-RENOMBRE PIC S9(9) COMP-5 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEER-PARAMETROS.
           IF WS-OFICINA = SPACE
               DISPLAY "Indique el código de la oficina registral "
                   "que se asignará a los operadores, personas y "
                   "actas existentes:"
               DISPLAY "    convertir-oficinas ccc [FORZAR]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-TRABAJOS-EXISTENTES.
           IF WS-NUEVO-EXISTE = "S" AND WS-FORZAR NOT = "S"
               DISPLAY "OPERADORES-NUEVO.DAT, PERSONAS-NUEVO.DAT o "
                   "REGCIVIL-NUEVO.DAT ya existen; esta es una "
                   "conversión de una sola vez y volver a "
                   "ejecutarla los sobrescribiría."
               DISPLAY "Vuelva a ejecutar con el parámetro FORZAR "
                   "en la línea de comandos si de verdad desea "
                   "repetir la conversión."
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-OFICINA.
           PERFORM CONVERTIR-OPERADORES.
           PERFORM CONVERTIR-PERSONAS.
           PERFORM CONVERTIR-REGCIVIL.
           STOP RUN.

       LEER-PARAMETROS.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-OFICINA WS-PARAMETRO-2.
           INSPECT WS-OFICINA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-PARAMETRO-2 = "FORZAR"
               MOVE "S" TO WS-FORZAR
           END-IF.

       VERIFICAR-TRABAJOS-EXISTENTES.
           OPEN INPUT OPERADORES-NUEVO-ARCHIVO
           IF OPERADORES-NUEVO-STATUS = "00"
               MOVE "S" TO WS-NUEVO-EXISTE
               CLOSE OPERADORES-NUEVO-ARCHIVO
           END-IF.
           OPEN INPUT PERSONAS-NUEVO-ARCHIVO
           IF PERSONAS-NUEVO-STATUS = "00"
               MOVE "S" TO WS-NUEVO-EXISTE
               CLOSE PERSONAS-NUEVO-ARCHIVO
           END-IF.
           OPEN INPUT REGCIVIL-NUEVO-ARCHIVO
           IF REGCIVIL-NUEVO-STATUS = "00"
               MOVE "S" TO WS-NUEVO-EXISTE
               CLOSE REGCIVIL-NUEVO-ARCHIVO
           END-IF.

      ******************************************************************
      * OFICINAS.DAT normally does not exist yet: it is created by
      * MANTENIMIENTO-OFICINAS, which needs the converted operators.
      ******************************************************************
       VERIFICAR-OFICINA.
           OPEN INPUT OFICINAS-ARCHIVO.
           IF OFICINAS-STATUS NOT = "00"
               DISPLAY "OFICINAS.DAT no existe todavía; registre la "
                   "oficina " WS-OFICINA " con "
                   "MANTENIMIENTO-OFICINAS al terminar."
           ELSE
               MOVE WS-OFICINA TO OFI-CODIGO
               READ OFICINAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "Aviso: la oficina " WS-OFICINA
                           " no está en OFICINAS.DAT; regístrela "
                           "con MANTENIMIENTO-OFICINAS."
               END-READ
               CLOSE OFICINAS-ARCHIVO
           END-IF.

       CONVERTIR-OPERADORES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO WS-CONT-LEIDOS.
           MOVE ZERO TO WS-CONT-ESCRITOS.
           MOVE ZERO TO WS-CONT-ERRORES.
           OPEN INPUT OPERADORES-VIEJO-ARCHIVO.
           IF OPERADORES-VIEJO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir OPERADORES.DAT con el "
                   "formato anterior (estado "
                   OPERADORES-VIEJO-STATUS "); no se convirtió."
           ELSE
               OPEN OUTPUT OPERADORES-NUEVO-ARCHIVO
               IF OPERADORES-NUEVO-STATUS NOT = "00"
                   DISPLAY "No se pudo crear OPERADORES-NUEVO.DAT "
                       "(estado " OPERADORES-NUEVO-STATUS ")."
                   CLOSE OPERADORES-VIEJO-ARCHIVO
               ELSE
                   PERFORM CONVERTIR-OPERADOR
                       UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE OPERADORES-VIEJO-ARCHIVO
                   CLOSE OPERADORES-NUEVO-ARCHIVO
                   DISPLAY "Operadores leídos: " WS-CONT-LEIDOS
                       " convertidos: " WS-CONT-ESCRITOS
                   PERFORM REEMPLAZAR-OPERADORES
               END-IF
           END-IF.

       CONVERTIR-OPERADOR.
           READ OPERADORES-VIEJO-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE OPERADORES-VIEJO-REGISTRO
                       TO OPERADORES-REGISTRO
                   MOVE WS-OFICINA TO OPER-OFICINA
                   WRITE OPERADORES-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-CONT-ERRORES
                           DISPLAY "No se pudo convertir el operador "
                               VIEJO-OPER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-ESCRITOS
                   END-WRITE
           END-READ.

       REEMPLAZAR-OPERADORES.
           IF WS-CONT-ERRORES = ZERO
               AND WS-CONT-ESCRITOS = WS-CONT-LEIDOS
               CALL "CBL_DELETE_FILE" USING "OPERADORES.DAT"
                   RETURNING WS-RC-BORRADO
               CALL "CBL_RENAME_FILE"
                   USING "OPERADORES-NUEVO.DAT" "OPERADORES.DAT"
                   RETURNING WS-RC-RENOMBRE
               IF WS-RC-RENOMBRE = ZERO
                   DISPLAY "OPERADORES.DAT convertido al formato "
                       "nuevo."
               ELSE
                   DISPLAY "No se pudo renombrar "
                       "OPERADORES-NUEVO.DAT a OPERADORES.DAT; "
                       "renómbrelo manualmente."
               END-IF
           ELSE
               DISPLAY "La conversión de OPERADORES.DAT tuvo "
                   "errores; el maestro anterior queda intacto y "
                   "OPERADORES-NUEVO.DAT queda para revisión."
           END-IF.

       CONVERTIR-PERSONAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO WS-CONT-LEIDOS.
           MOVE ZERO TO WS-CONT-ESCRITOS.
           MOVE ZERO TO WS-CONT-ERRORES.
           OPEN INPUT PERSONAS-VIEJO-ARCHIVO.
           IF PERSONAS-VIEJO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PERSONAS.DAT con el "
                   "formato anterior (estado "
                   PERSONAS-VIEJO-STATUS "); no se convirtió."
           ELSE
               OPEN OUTPUT PERSONAS-NUEVO-ARCHIVO
               IF PERSONAS-NUEVO-STATUS NOT = "00"
                   DISPLAY "No se pudo crear PERSONAS-NUEVO.DAT "
                       "(estado " PERSONAS-NUEVO-STATUS ")."
                   CLOSE PERSONAS-VIEJO-ARCHIVO
               ELSE
                   PERFORM CONVERTIR-PERSONA
                       UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE PERSONAS-VIEJO-ARCHIVO
                   CLOSE PERSONAS-NUEVO-ARCHIVO
                   DISPLAY "Personas leídas: " WS-CONT-LEIDOS
                       " convertidas: " WS-CONT-ESCRITOS
                   PERFORM REEMPLAZAR-PERSONAS
               END-IF
           END-IF.

       CONVERTIR-PERSONA.
           READ PERSONAS-VIEJO-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE PERSONAS-VIEJO-REGISTRO TO PERSONAS-REGISTRO
                   MOVE WS-OFICINA TO PERSONA-OFICINA
                   WRITE PERSONAS-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-CONT-ERRORES
                           DISPLAY "No se pudo convertir la cédula "
                               VIEJO-CEDULA
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-ESCRITOS
                   END-WRITE
           END-READ.

       REEMPLAZAR-PERSONAS.
           IF WS-CONT-ERRORES = ZERO
               AND WS-CONT-ESCRITOS = WS-CONT-LEIDOS
               CALL "CBL_DELETE_FILE" USING "PERSONAS.DAT"
                   RETURNING WS-RC-BORRADO
               CALL "CBL_RENAME_FILE"
                   USING "PERSONAS-NUEVO.DAT" "PERSONAS.DAT"
                   RETURNING WS-RC-RENOMBRE
               IF WS-RC-RENOMBRE = ZERO
                   DISPLAY "PERSONAS.DAT convertido al formato "
                       "nuevo."
               ELSE
                   DISPLAY "No se pudo renombrar "
                       "PERSONAS-NUEVO.DAT a PERSONAS.DAT; "
                       "renómbrelo manualmente."
               END-IF
           ELSE
               DISPLAY "La conversión de PERSONAS.DAT tuvo "
                   "errores; el maestro anterior queda intacto y "
                   "PERSONAS-NUEVO.DAT queda para revisión."
           END-IF.

       CONVERTIR-REGCIVIL.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE ZERO TO WS-CONT-LEIDOS.
           MOVE ZERO TO WS-CONT-ESCRITOS.
           MOVE ZERO TO WS-CONT-ERRORES.
           OPEN INPUT REGCIVIL-VIEJO-ARCHIVO.
           IF REGCIVIL-VIEJO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir REGCIVIL.DAT con el "
                   "formato anterior (estado "
                   REGCIVIL-VIEJO-STATUS "); no se convirtió."
           ELSE
               OPEN OUTPUT REGCIVIL-NUEVO-ARCHIVO
               IF REGCIVIL-NUEVO-STATUS NOT = "00"
                   DISPLAY "No se pudo crear REGCIVIL-NUEVO.DAT "
                       "(estado " REGCIVIL-NUEVO-STATUS ")."
                   CLOSE REGCIVIL-VIEJO-ARCHIVO
               ELSE
                   PERFORM CONVERTIR-REGISTRO
                       UNTIL WS-FIN-ARCHIVO = "S"
                   CLOSE REGCIVIL-VIEJO-ARCHIVO
                   CLOSE REGCIVIL-NUEVO-ARCHIVO
                   DISPLAY "Registros civiles leídos: "
                       WS-CONT-LEIDOS
                       " convertidos: " WS-CONT-ESCRITOS
                   PERFORM REEMPLAZAR-REGCIVIL
               END-IF
           END-IF.

       CONVERTIR-REGISTRO.
           READ REGCIVIL-VIEJO-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   MOVE REGCIVIL-VIEJO-REGISTRO
                       TO REGISTRO-CIVIL-REGISTRO
                   MOVE WS-OFICINA TO REGISTRO-OFICINA
                   WRITE REGISTRO-CIVIL-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-CONT-ERRORES
                           DISPLAY "No se pudo convertir el folio "
                               VIEJA-NRO-FOLIO " libro "
                               VIEJA-NRO-LIBRO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-ESCRITOS
                   END-WRITE
           END-READ.

       REEMPLAZAR-REGCIVIL.
           IF WS-CONT-ERRORES = ZERO
               AND WS-CONT-ESCRITOS = WS-CONT-LEIDOS
               CALL "CBL_DELETE_FILE" USING "REGCIVIL.DAT"
                   RETURNING WS-RC-BORRADO
               CALL "CBL_RENAME_FILE"
                   USING "REGCIVIL-NUEVO.DAT" "REGCIVIL.DAT"
                   RETURNING WS-RC-RENOMBRE
               IF WS-RC-RENOMBRE = ZERO
                   DISPLAY "REGCIVIL.DAT convertido al formato "
                       "nuevo."
               ELSE
                   DISPLAY "No se pudo renombrar "
                       "REGCIVIL-NUEVO.DAT a REGCIVIL.DAT; "
                       "renómbrelo manualmente."
               END-IF
           ELSE
               DISPLAY "La conversión de REGCIVIL.DAT tuvo "
                   "errores; el maestro anterior queda intacto y "
                   "REGCIVIL-NUEVO.DAT queda para revisión."
           END-IF.

       END PROGRAM CONVERTIR-OFICINAS.
