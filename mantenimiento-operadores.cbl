      *           supervisor the program runs unrestricted so the
      *           first records can be loaded; once one exists, only
      *           an active supervisor (OPERADOR_ID) may run it.
      *           Every operator is given the oficina registral
      *           where the operator works, which must be an active
      *           oficina of OFICINAS.DAT (MANTENIMIENTO-OFICINAS);
      *           while that file does not exist the code is taken
      *           as typed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPERADORES-STATUS.

           SELECT OFICINAS-ARCHIVO
           ASSIGN TO "OFICINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO
           FILE STATUS IS OFICINAS-STATUS.

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO "AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD OFICINAS-ARCHIVO.
           01 OFICINAS-REGISTRO.
               COPY "oficinas.cpy".

           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".
       WORKING-STORAGE SECTION.
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  OFICINAS-STATUS PIC XX VALUE "00".
       77  OFICINAS-DISPONIBLE PIC X VALUE "N".
       77  IDENTIFICACION PIC X(36)
           VALUE "Introduce la identificación: ".
       77  NOMBRE PIC X(34)
           VALUE "Introduce el nombre completo: ".
       77  ROL PIC X(46)
           VALUE "Introduce el rol (O=operador S=supervisor): ".
       77  OFICINA PIC X(40)
           VALUE "Introduce el código de oficina: ".
       77  SI-NO PIC X VALUE "S".
       77  OPCION-MENU PIC X.
       77  ID-BUSCADO PIC X(10) VALUE SPACE.
               CLOSE OPERADORES-ARCHIVO
               OPEN I-O OPERADORES-ARCHIVO.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN INPUT OFICINAS-ARCHIVO.
           IF OFICINAS-STATUS = "00"
               MOVE "S" TO OFICINAS-DISPONIBLE
           ELSE
               DISPLAY "OFICINAS.DAT no disponible; el código de "
                   "oficina no se podrá validar."
           END-IF.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".

       PROCEDIMIENTO-CIERRE.
           CLOSE OPERADORES-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           IF OFICINAS-DISPONIBLE = "S"
               CLOSE OFICINAS-ARCHIVO
           END-IF.

      ******************************************************************
      * Bootstrap rule: with no active supervisor on file anyone may
               DISPLAY NOMBRE
               ACCEPT OPER-NOMBRE
               PERFORM PEDIR-ROL-VALIDO
               PERFORM PEDIR-OFICINA-VALIDA
               MOVE "A" TO OPER-ESTADO
               PERFORM OBTENER-FECHA-HORA
               MOVE WS-OPERADOR-ID TO OPER-OPERADOR-ID
                   "S (supervisor)."
           END-IF.

       PEDIR-OFICINA-VALIDA.
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY OFICINA
               ACCEPT OPER-OFICINA
               INSPECT OPER-OFICINA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VALIDAR-OFICINA
           END-PERFORM.

      ******************************************************************
      * The oficina must be an active one of OFICINAS.DAT.  Without
      * the file (before the oficinas are loaded) the code is kept as
      * typed, blank included.
      ******************************************************************
       VALIDAR-OFICINA.
           MOVE "S" TO WS-CAMPO-VALIDO
           IF OFICINAS-DISPONIBLE = "S"
               MOVE OPER-OFICINA TO OFI-CODIGO
               READ OFICINAS-ARCHIVO
                   INVALID KEY
                       MOVE "N" TO WS-CAMPO-VALIDO
                       DISPLAY "La oficina " OPER-OFICINA
                           " no está registrada."
                   NOT INVALID KEY
                       IF OFI-ESTADO NOT = "A"
                           MOVE "N" TO WS-CAMPO-VALIDO
                           DISPLAY "La oficina " OPER-OFICINA
                               " está inactiva."
                       END-IF
               END-READ
           END-IF.

       BUSCAR-OPERADOR.
           DISPLAY IDENTIFICACION.
           ACCEPT ID-BUSCADO.
           ELSE
               DISPLAY "Estado: ACTIVO"
           END-IF.
           DISPLAY "Oficina: " OPER-OFICINA.
           DISPLAY "Actualizado por: " OPER-OPERADOR-ID.
           DISPLAY "Fecha/hora de ingreso: "
               OPER-FECHA-HORA-INGRESO.
                   DISPLAY NOMBRE
                   ACCEPT OPER-NOMBRE
                   PERFORM PEDIR-ROL-VALIDO
                   PERFORM PEDIR-OFICINA-VALIDA
                   PERFORM OBTENER-FECHA-HORA
                   MOVE WS-OPERADOR-ID TO OPER-OPERADOR-ID
                   MOVE WS-FECHA-HORA TO OPER-FECHA-HORA-INGRESO
