      * Purpose:  Print a paginated listing of PERSONAS-ARCHIVO with
      *           page headers and a final control total.  By default
      *           only active personas are listed; run with the TODOS
      *           parameter to include inactive records as well.  An
      *           oficina registral code given as parameter lists only
      *           the personas registered by that oficina:
      *           listado-personas [TODOS] [ccc]
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-TOTAL-REGISTROS PIC 9(6) VALUE ZERO.
       77  WS-PARAMETRO PIC X(20) VALUE SPACE.
       77  WS-INCLUIR-INACTIVOS PIC X VALUE "N".
       77  WS-PARAMETRO-1 PIC X(10) VALUE SPACE.
       77  WS-PARAMETRO-2 PIC X(10) VALUE SPACE.
       77  WS-OFICINA-FILTRO PIC X(3) VALUE SPACE.

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(20) VALUE "LISTADO DE PERSONAS".
           05  FILLER PIC X(10) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.
           05  FILLER PIC X(4) VALUE SPACE.
           05  ENC-OFICINA-ROTULO PIC X(10) VALUE SPACE.
           05  ENC-OFICINA PIC X(3) VALUE SPACE.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(25) VALUE "NOMBRE".
           05  FILLER PIC X(25) VALUE "APELLIDO".
           05  FILLER PIC X(12) VALUE "CÉDULA".
           05  FILLER PIC X(12) VALUE "CELULAR".
           05  FILLER PIC X(9) VALUE "ESTADO".
           05  FILLER PIC X(7) VALUE "OFICINA".

       01  WS-DETALLE.
           05  DET-NOMBRE PIC X(25).
           05  DET-APELLIDO PIC X(25).
           05  DET-CEDULA PIC X(12).
           05  DET-CELULAR PIC X(12).
           05  DET-ESTADO PIC X(9).
           05  DET-OFICINA PIC X(7).

       01  WS-TOTAL-LINEA.
           05  FILLER PIC X(29) VALUE "TOTAL DE REGISTROS LISTADOS: ".

       PROCEDIMIENTO-APERTURA.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-PARAMETRO-1 WS-PARAMETRO-2.
           IF WS-PARAMETRO-1 = "TODOS"
               MOVE "S" TO WS-INCLUIR-INACTIVOS
               MOVE WS-PARAMETRO-2 TO WS-OFICINA-FILTRO
           ELSE
               MOVE WS-PARAMETRO-1 TO WS-OFICINA-FILTRO
               IF WS-PARAMETRO-2 = "TODOS"
                   MOVE "S" TO WS-INCLUIR-INACTIVOS
               END-IF
           END-IF.
           INSPECT WS-OFICINA-FILTRO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-OFICINA-FILTRO NOT = SPACE
               MOVE "OFICINA: " TO ENC-OFICINA-ROTULO
               MOVE WS-OFICINA-FILTRO TO ENC-OFICINA
           END-IF.
           OPEN INPUT PERSONAS-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   IF (PERSONA-ESTADO NOT = "I"
                       OR WS-INCLUIR-INACTIVOS = "S")
                       AND (WS-OFICINA-FILTRO = SPACE
                       OR PERSONA-OFICINA = WS-OFICINA-FILTRO)
                       ADD 1 TO WS-TOTAL-REGISTROS
                       PERFORM IMPRIMIR-DETALLE
                   END-IF
           ELSE
               MOVE "ACTIVO" TO DET-ESTADO
           END-IF
           MOVE PERSONA-OFICINA TO DET-OFICINA
           MOVE WS-DETALLE TO LISTADO-LINEA
           WRITE LISTADO-LINEA
           ADD 1 TO WS-LINEAS-EN-PAGINA.
