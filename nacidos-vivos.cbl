      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Inbound interface for the certificados de nacido
      *           vivo that the clinics send every day.  Loads
      *           NACIDOS-VIVOS.EXT (fixed layout: nro. de
      *           notificación, clínica, fecha de nacimiento
      *           DD/MM/AAAA, sexo M/F, cédula de la madre) into
      *           NACIDOS.DAT, refusing lines with invalid data or a
      *           number already received; the file is then renamed
      *           to NACIDOS-VIVOS.EXT.AAAAMMDD so it is not loaded
      *           twice.  Every pending notification is then matched
      *           against the nacimiento actas of REGCIVIL.DAT by
      *           REGISTRO-CEDULA-MADRE and REGISTRO-FECHA; a matched
      *           notification is marked registrada with the folio
      *           and libro of its acta (one acta per notification,
      *           so twins need two actas).  NACIDOS.OUT lists the
      *           refused lines, the day's matches and the births
      *           still unregistered after 30, 60 and 90 days, with
      *           the mother's name and celular from PERSONAS.DAT so
      *           the family can be contacted before the legal
      *           deadline.  Loads and matches are audited to
      *           AUDITORIA.LOG; the OPERADOR_ID of the session must
      *           be an active record in OPERADORES.DAT.  Run by
      *           CIERRE-DIARIO when the clinic file has arrived, or
      *           on demand (without the file it only matches and
      *           reports) as: nacidos-vivos [AAAAMMDD]  (fecha
      *           omitted = today).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NACIDOS-VIVOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLINICAS-ARCHIVO
           ASSIGN TO "NACIDOS-VIVOS.EXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLINICAS-STATUS.

           SELECT NACIDOS-ARCHIVO
           ASSIGN TO "NACIDOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NAC-NRO
           ALTERNATE RECORD KEY IS NAC-CLAVE-MADRE WITH DUPLICATES
           FILE STATUS IS NACIDOS-STATUS.

           SELECT REGISTRO-CIVIL-ARCHIVO
           ASSIGN TO "REGCIVIL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGISTRO-CLAVE
           ALTERNATE RECORD KEY IS REGISTRO-CEDULA WITH DUPLICATES
           FILE STATUS IS REGCIVIL-STATUS.

           SELECT PERSONAS-ARCHIVO
           ASSIGN TO "PERSONAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERSONA-CEDULA
           ALTERNATE RECORD KEY IS PERSONA-APELLIDO
               WITH DUPLICATES
           FILE STATUS IS PERSONAS-STATUS.

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

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "NACIDOS.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CLINICAS-ARCHIVO.
           01 CLINICAS-REGISTRO.
               05 CLI-NRO PIC X(12).
               05 CLI-CLINICA PIC X(30).
               05 CLI-FECHA PIC X(10).
               05 CLI-SEXO PIC X(1).
               05 CLI-CEDULA-MADRE PIC X(10).

           FD NACIDOS-ARCHIVO.
           01 NACIDOS-REGISTRO.
               COPY "nacidos.cpy".

           FD REGISTRO-CIVIL-ARCHIVO.
           01 REGISTRO-CIVIL-REGISTRO.
               COPY "regcivil.cpy".

           FD PERSONAS-ARCHIVO.
           01 PERSONAS-REGISTRO.
               COPY "personas.cpy".

           FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  CLINICAS-STATUS PIC XX VALUE "00".
       77  NACIDOS-STATUS PIC XX VALUE "00".
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  PERSONAS-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  NACIDOS-DISPONIBLE PIC X VALUE "N".
       77  REGCIVIL-DISPONIBLE PIC X VALUE "N".
       77  PERSONAS-DISPONIBLE PIC X VALUE "N".
       77  WS-ACCESO-AUTORIZADO PIC X VALUE "N".
       77  WS-OPERADOR-ID PIC X(10) VALUE SPACE.
       77  WS-PARAMETRO PIC X(20) VALUE SPACE.
       77  WS-FECHA-REPORTE PIC X(8) VALUE SPACE.
       77  WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77  WS-FECHA-NUM PIC 9(8) VALUE ZERO.
       77  WS-FECHA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-HORA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-FECHA-HORA PIC X(20) VALUE SPACE.
       77  WS-AUD-ACCION PIC X(10) VALUE SPACE.
       77  WS-AUD-CLAVE PIC X(25) VALUE SPACE.
       77  WS-CLINICAS-RECIBIDO PIC X VALUE "N".
       77  WS-FIN-CLINICAS PIC X VALUE "N".
       77  WS-FIN-REGCIVIL PIC X VALUE "N".
       77  WS-FIN-NACIDOS PIC X VALUE "N".
       77  WS-FIN-MADRE PIC X VALUE "N".
       77  WS-NRO-LINEA PIC 9(6) VALUE ZERO.
       77  WS-MOTIVO-RECHAZO PIC X(35) VALUE SPACE.
       77  WS-CAMPO-VALIDO PIC X VALUE "S".
       77  WS-DIA PIC 99.
       77  WS-MES PIC 99.
       77  WS-ANIO PIC 9(4).
       77  WS-ANIO-BISIESTO PIC X VALUE "N".
       77  WS-CLAVE-MADRE PIC X(20) VALUE SPACE.
       77  WS-ACTA-YA-COTEJADA PIC X VALUE "N".
       77  WS-NRO-A-COTEJAR PIC X(12) VALUE SPACE.
       77  WS-DIAS-DESDE PIC 9(4) VALUE ZERO.
       77  WS-DIAS-HASTA PIC 9(4) VALUE ZERO.
       77  WS-DIAS-ESPERA PIC 9(6) VALUE ZERO.
       77  WS-SECCION PIC 9 VALUE ZERO.
       77  WS-NOMBRE-ARCHIVO-ROTADO PIC X(26) VALUE SPACE.
       77  WS-RC-ROTACION PIC S9(9) COMP-5 VALUE ZERO.
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-DETALLE-GUARDADO PIC X(100) VALUE SPACE.
       77  WS-CONT-LEIDAS PIC 9(6) VALUE ZERO.
       77  WS-CONT-CARGADAS PIC 9(6) VALUE ZERO.
       77  WS-CONT-RECHAZADAS PIC 9(6) VALUE ZERO.
       77  WS-CONT-COTEJADAS PIC 9(6) VALUE ZERO.
       77  WS-CONT-SECCION PIC 9(6) VALUE ZERO.
       77  WS-CONT-EN-PLAZO PIC 9(6) VALUE ZERO.
       77  WS-CONT-30 PIC 9(6) VALUE ZERO.
       77  WS-CONT-60 PIC 9(6) VALUE ZERO.
       77  WS-CONT-90 PIC 9(6) VALUE ZERO.
       77  WS-CONT-REGISTRADAS PIC 9(6) VALUE ZERO.

       01  WS-FECHA-NACIMIENTO.
           05  WS-NAC-ANIO PIC 9(4).
           05  WS-NAC-MES PIC 9(2).
           05  WS-NAC-DIA PIC 9(2).
       01  WS-FECHA-NACIMIENTO-NUM REDEFINES WS-FECHA-NACIMIENTO
               PIC 9(8).

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(39)
               VALUE "NOTIFICACIONES DE NACIDOS VIVOS".
           05  FILLER PIC X(7) VALUE "FECHA: ".
           05  ENC-FECHA PIC X(8).
           05  FILLER PIC X(5) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(13) VALUE "NRO".
           05  FILLER PIC X(11) VALUE "NACIMIENTO".
           05  FILLER PIC X(6) VALUE "DÍAS".
           05  FILLER PIC X(2) VALUE "S".
           05  FILLER PIC X(22) VALUE "CLÍNICA".
           05  FILLER PIC X(11) VALUE "MADRE".
           05  FILLER PIC X(11) VALUE "CELULAR".
           05  FILLER PIC X(6) VALUE "NOMBRE".

       01  WS-DETALLE.
           05  DET-NRO PIC X(12).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-FECHA PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-DIAS PIC ZZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-SEXO PIC X(1).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-CLINICA PIC X(20).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-MADRE PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-CELULAR PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-NOMBRE PIC X(25).

       01  WS-TOTAL-LINEA.
           05  TOT-ETIQUETA PIC X(50).
           05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INTERPRETAR-PARAMETRO.
           PERFORM VERIFICAR-OPERADOR.
           IF WS-ACCESO-AUTORIZADO = "S"
               PERFORM PROCEDIMIENTO-APERTURA
               IF NACIDOS-DISPONIBLE = "S"
                   PERFORM IMPRIMIR-ENCABEZADO
                   PERFORM CARGAR-NOTIFICACIONES
                   PERFORM COTEJAR-ACTAS
                   MOVE 1 TO WS-SECCION
                   MOVE 30 TO WS-DIAS-DESDE
                   MOVE 59 TO WS-DIAS-HASTA
                   PERFORM LISTAR-SIN-REGISTRAR
                   MOVE WS-CONT-SECCION TO WS-CONT-30
                   MOVE 2 TO WS-SECCION
                   MOVE 60 TO WS-DIAS-DESDE
                   MOVE 89 TO WS-DIAS-HASTA
                   PERFORM LISTAR-SIN-REGISTRAR
                   MOVE WS-CONT-SECCION TO WS-CONT-60
                   MOVE 3 TO WS-SECCION
                   MOVE 90 TO WS-DIAS-DESDE
                   MOVE 9999 TO WS-DIAS-HASTA
                   PERFORM LISTAR-SIN-REGISTRAR
                   MOVE WS-CONT-SECCION TO WS-CONT-90
                   PERFORM IMPRIMIR-TOTALES
               END-IF
               PERFORM PROCEDIMIENTO-CIERRE
               IF NACIDOS-DISPONIBLE = "S"
                   IF WS-CLINICAS-RECIBIDO = "S"
                       PERFORM ROTAR-ARCHIVO-CLINICAS
                   END-IF
                   DISPLAY "Notificaciones leídas: " WS-CONT-LEIDAS
                       "; cargadas: " WS-CONT-CARGADAS
                       "; rechazadas: " WS-CONT-RECHAZADAS
                   DISPLAY "Cotejadas con un acta: "
                       WS-CONT-COTEJADAS
                   DISPLAY "Sin registrar: 30-59 días " WS-CONT-30
                       "; 60-89 días " WS-CONT-60
                       "; 90 o más " WS-CONT-90
                   DISPLAY "Reporte generado en NACIDOS.OUT."
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       INTERPRETAR-PARAMETRO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-REPORTE.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           IF WS-PARAMETRO NOT = SPACE
               IF WS-PARAMETRO(1:8) NUMERIC
                   AND WS-PARAMETRO(9:12) = SPACE
                   MOVE WS-PARAMETRO(1:8) TO WS-FECHA-REPORTE
               ELSE
                   DISPLAY "Fecha no reconocida: " WS-PARAMETRO
                       "; se usa la fecha de hoy."
               END-IF
           END-IF.
           MOVE WS-FECHA-REPORTE TO WS-FECHA-NUM.

      ******************************************************************
      * Sign-on: the OPERADOR_ID of the session must be an active
      * record in OPERADORES.DAT or the program refuses to start.
      ******************************************************************
       VERIFICAR-OPERADOR.
           MOVE "N" TO WS-ACCESO-AUTORIZADO.
           ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           IF WS-OPERADOR-ID = SPACE
               DISPLAY "Defina la variable OPERADOR_ID con un "
                   "operador registrado; acceso denegado."
           ELSE
               OPEN INPUT OPERADORES-ARCHIVO
               IF OPERADORES-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir OPERADORES.DAT; "
                       "acceso denegado."
               ELSE
                   MOVE WS-OPERADOR-ID TO OPER-ID
                   READ OPERADORES-ARCHIVO
                       INVALID KEY
                           DISPLAY "El operador " WS-OPERADOR-ID
                               " no está registrado; acceso "
                               "denegado."
                       NOT INVALID KEY
                           IF OPER-ESTADO = "A"
                               MOVE "S" TO WS-ACCESO-AUTORIZADO
                           ELSE
                               DISPLAY "El operador "
                                   WS-OPERADOR-ID " está "
                                   "inactivo; acceso denegado."
                           END-IF
                   END-READ
                   CLOSE OPERADORES-ARCHIVO
               END-IF
           END-IF.
           IF WS-ACCESO-AUTORIZADO = "N"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCEDIMIENTO-APERTURA.
           OPEN I-O NACIDOS-ARCHIVO.
           IF NACIDOS-STATUS = "05" OR NACIDOS-STATUS = "35"
               OPEN OUTPUT NACIDOS-ARCHIVO
               CLOSE NACIDOS-ARCHIVO
               OPEN I-O NACIDOS-ARCHIVO.
           IF NACIDOS-STATUS = "00"
               MOVE "S" TO NACIDOS-DISPONIBLE
           ELSE
               DISPLAY "No se pudo abrir NACIDOS.DAT (estado "
                   NACIDOS-STATUS ")."
           END-IF.
           OPEN INPUT REGISTRO-CIVIL-ARCHIVO.
           IF REGCIVIL-STATUS = "00"
               MOVE "S" TO REGCIVIL-DISPONIBLE
           ELSE
               DISPLAY "No se pudo abrir REGCIVIL.DAT; no se cotejan "
                   "las notificaciones."
           END-IF.
           OPEN INPUT PERSONAS-ARCHIVO.
           IF PERSONAS-STATUS = "00"
               MOVE "S" TO PERSONAS-DISPONIBLE
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN OUTPUT REPORTE-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           IF NACIDOS-DISPONIBLE = "S"
               CLOSE NACIDOS-ARCHIVO
           END-IF.
           IF REGCIVIL-DISPONIBLE = "S"
               CLOSE REGISTRO-CIVIL-ARCHIVO
           END-IF.
           IF PERSONAS-DISPONIBLE = "S"
               CLOSE PERSONAS-ARCHIVO
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE SPACE TO WS-FECHA-HORA
           STRING WS-FECHA-ACTUAL WS-HORA-ACTUAL
               DELIMITED BY SIZE INTO WS-FECHA-HORA.

       REGISTRAR-AUDITORIA.
           PERFORM OBTENER-FECHA-HORA
           MOVE "NACIDOS-VIVOS" TO AUD-PROGRAMA
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE WS-AUD-CLAVE TO AUD-CLAVE
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID
           MOVE WS-FECHA-HORA TO AUD-FECHA-HORA
           WRITE AUDITORIA-REGISTRO.

      ******************************************************************
      * Intake of the clinic file.  A missing file is not an error:
      * the pending notifications are still matched and reported.
      ******************************************************************
       CARGAR-NOTIFICACIONES.
           MOVE "NOTIFICACIONES RECHAZADAS" TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           OPEN INPUT CLINICAS-ARCHIVO.
           IF CLINICAS-STATUS = "00"
               MOVE "S" TO WS-CLINICAS-RECIBIDO
               MOVE "N" TO WS-FIN-CLINICAS
               PERFORM LEER-NOTIFICACION
                   UNTIL WS-FIN-CLINICAS = "S"
               IF WS-CONT-RECHAZADAS = ZERO
                   MOVE "  Ninguna." TO REPORTE-LINEA
                   PERFORM ESCRIBIR-LINEA-DETALLE
               END-IF
           ELSE
               MOVE SPACE TO REPORTE-LINEA
               STRING "  No llegó NACIDOS-VIVOS.EXT; solo se cotejan "
                   "las notificaciones pendientes."
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           CLOSE CLINICAS-ARCHIVO.

       LEER-NOTIFICACION.
           READ CLINICAS-ARCHIVO
               AT END
                   MOVE "S" TO WS-FIN-CLINICAS
               NOT AT END
                   ADD 1 TO WS-NRO-LINEA
                   IF CLINICAS-REGISTRO NOT = SPACE
                       ADD 1 TO WS-CONT-LEIDAS
                       PERFORM VALIDAR-NOTIFICACION
                       IF WS-MOTIVO-RECHAZO = SPACE
                           PERFORM GRABAR-NOTIFICACION
                       END-IF
                       IF WS-MOTIVO-RECHAZO NOT = SPACE
                           PERFORM INFORMAR-RECHAZO
                       END-IF
                   END-IF
           END-READ.

       VALIDAR-NOTIFICACION.
           MOVE SPACE TO WS-MOTIVO-RECHAZO.
           INSPECT CLI-SEXO CONVERTING "mf" TO "MF".
           EVALUATE TRUE
               WHEN CLI-NRO = SPACE
                   MOVE "sin número de notificación"
                       TO WS-MOTIVO-RECHAZO
               WHEN CLI-CLINICA = SPACE
                   MOVE "sin clínica" TO WS-MOTIVO-RECHAZO
               WHEN CLI-SEXO NOT = "M" AND CLI-SEXO NOT = "F"
                   MOVE "sexo inválido (M/F)" TO WS-MOTIVO-RECHAZO
               WHEN CLI-CEDULA-MADRE = SPACE
                   OR FUNCTION TEST-NUMVAL(CLI-CEDULA-MADRE) NOT = 0
                   OR FUNCTION LENGTH(FUNCTION
                       TRIM(CLI-CEDULA-MADRE)) < 6
                   MOVE "cédula de la madre inválida"
                       TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM VALIDAR-FECHA-NACIMIENTO
                   IF WS-CAMPO-VALIDO = "N"
                       MOVE "fecha de nacimiento inválida"
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       IF WS-FECHA-NACIMIENTO-NUM > WS-FECHA-NUM
                           MOVE "fecha de nacimiento futura"
                               TO WS-MOTIVO-RECHAZO
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-MOTIVO-RECHAZO = SPACE
               MOVE CLI-NRO TO NAC-NRO
               READ NACIDOS-ARCHIVO KEY IS NAC-NRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "notificación ya recibida"
                           TO WS-MOTIVO-RECHAZO
               END-READ
           END-IF.

       VALIDAR-FECHA-NACIMIENTO.
           MOVE "S" TO WS-CAMPO-VALIDO
           MOVE ZERO TO WS-FECHA-NACIMIENTO-NUM
           IF CLI-FECHA(3:1) NOT = "/"
               OR CLI-FECHA(6:1) NOT = "/"
               OR CLI-FECHA(1:2) NOT NUMERIC
               OR CLI-FECHA(4:2) NOT NUMERIC
               OR CLI-FECHA(7:4) NOT NUMERIC
               MOVE "N" TO WS-CAMPO-VALIDO
           ELSE
               MOVE CLI-FECHA(1:2) TO WS-DIA
               MOVE CLI-FECHA(4:2) TO WS-MES
               MOVE CLI-FECHA(7:4) TO WS-ANIO
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
           IF WS-CAMPO-VALIDO = "S"
               MOVE WS-ANIO TO WS-NAC-ANIO
               MOVE WS-MES TO WS-NAC-MES
               MOVE WS-DIA TO WS-NAC-DIA
           END-IF.

       VERIFICAR-ANIO-BISIESTO.
           MOVE "N" TO WS-ANIO-BISIESTO
           IF FUNCTION MOD(WS-ANIO, 4) = 0
               AND (FUNCTION MOD(WS-ANIO, 100) NOT = 0
                    OR FUNCTION MOD(WS-ANIO, 400) = 0)
               MOVE "S" TO WS-ANIO-BISIESTO
           END-IF.

       GRABAR-NOTIFICACION.
           MOVE SPACE TO NACIDOS-REGISTRO.
           MOVE CLI-NRO TO NAC-NRO.
           MOVE CLI-CLINICA TO NAC-CLINICA.
           MOVE CLI-CEDULA-MADRE TO NAC-CEDULA-MADRE.
           MOVE CLI-FECHA TO NAC-FECHA-NACIMIENTO.
           MOVE CLI-SEXO TO NAC-SEXO.
           MOVE "P" TO NAC-ESTADO.
           MOVE WS-FECHA-REPORTE TO NAC-FECHA-RECEPCION.
           MOVE WS-OPERADOR-ID TO NAC-OPERADOR-ID.
           WRITE NACIDOS-REGISTRO
               INVALID KEY
                   MOVE "no se pudo grabar en NACIDOS.DAT"
                       TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CARGADAS
                   MOVE "ALTA" TO WS-AUD-ACCION
                   MOVE SPACE TO WS-AUD-CLAVE
                   STRING "NACIDO " NAC-NRO
                       DELIMITED BY SIZE INTO WS-AUD-CLAVE
                   PERFORM REGISTRAR-AUDITORIA
           END-WRITE.

       INFORMAR-RECHAZO.
           ADD 1 TO WS-CONT-RECHAZADAS.
           MOVE SPACE TO REPORTE-LINEA.
           STRING "  Línea " WS-NRO-LINEA "  nro. " CLI-NRO
               "  " FUNCTION TRIM(WS-MOTIVO-RECHAZO)
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.

      ******************************************************************
      * One pass over REGCIVIL.DAT in folio+libro order.  Every
      * nacimiento acta with a cédula de la madre looks up the
      * notifications of that mother and birth date; when none of
      * them already names this acta, the first pending one is
      * marked registrada with it.
      ******************************************************************
       COTEJAR-ACTAS.
           MOVE SPACE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE "NOTIFICACIONES COTEJADAS CON UN ACTA EN ESTA CORRIDA"
               TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           IF REGCIVIL-DISPONIBLE = "S"
               MOVE "N" TO WS-FIN-REGCIVIL
               MOVE LOW-VALUES TO REGISTRO-CLAVE
               START REGISTRO-CIVIL-ARCHIVO
                   KEY IS >= REGISTRO-CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-REGCIVIL
               END-START
               PERFORM REVISAR-ACTA UNTIL WS-FIN-REGCIVIL = "S"
           ELSE
               MOVE "  REGCIVIL.DAT no disponible; no se cotejó."
                   TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.
           IF WS-CONT-COTEJADAS = ZERO
               MOVE "  Ninguna." TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

       REVISAR-ACTA.
           READ REGISTRO-CIVIL-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-REGCIVIL
               NOT AT END
                   IF (REGISTRO-TIPO-ACTA = "N"
                       OR REGISTRO-TIPO-ACTA = SPACE)
                       AND REGISTRO-CEDULA-MADRE NOT = SPACE
                       PERFORM BUSCAR-NOTIFICACION-ACTA
                   END-IF
           END-READ.

       BUSCAR-NOTIFICACION-ACTA.
           MOVE SPACE TO WS-CLAVE-MADRE.
           MOVE REGISTRO-CEDULA-MADRE TO WS-CLAVE-MADRE(1:10).
           MOVE REGISTRO-FECHA TO WS-CLAVE-MADRE(11:10).
           MOVE "N" TO WS-ACTA-YA-COTEJADA.
           MOVE SPACE TO WS-NRO-A-COTEJAR.
           MOVE "N" TO WS-FIN-MADRE.
           MOVE WS-CLAVE-MADRE TO NAC-CLAVE-MADRE.
           START NACIDOS-ARCHIVO
               KEY IS = NAC-CLAVE-MADRE
               INVALID KEY
                   MOVE "S" TO WS-FIN-MADRE
           END-START.
           PERFORM REVISAR-NOTIFICACION-MADRE
               UNTIL WS-FIN-MADRE = "S".
           IF WS-ACTA-YA-COTEJADA = "N"
               AND WS-NRO-A-COTEJAR NOT = SPACE
               PERFORM MARCAR-REGISTRADA
           END-IF.

       REVISAR-NOTIFICACION-MADRE.
           READ NACIDOS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-MADRE
               NOT AT END
                   IF NAC-CLAVE-MADRE NOT = WS-CLAVE-MADRE
                       MOVE "S" TO WS-FIN-MADRE
                   ELSE
                       IF NAC-ESTADO = "R"
                           AND NAC-NRO-FOLIO = REGISTRO-NRO-FOLIO
                           AND NAC-NRO-LIBRO = REGISTRO-NRO-LIBRO
                           MOVE "S" TO WS-ACTA-YA-COTEJADA
                           MOVE "S" TO WS-FIN-MADRE
                       END-IF
                       IF NAC-ESTADO = "P"
                           AND WS-NRO-A-COTEJAR = SPACE
                           MOVE NAC-NRO TO WS-NRO-A-COTEJAR
                       END-IF
                   END-IF
           END-READ.

       MARCAR-REGISTRADA.
           MOVE WS-NRO-A-COTEJAR TO NAC-NRO.
           READ NACIDOS-ARCHIVO KEY IS NAC-NRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO NAC-ESTADO
                   MOVE REGISTRO-NRO-FOLIO TO NAC-NRO-FOLIO
                   MOVE REGISTRO-NRO-LIBRO TO NAC-NRO-LIBRO
                   MOVE WS-FECHA-REPORTE TO NAC-FECHA-COTEJO
                   REWRITE NACIDOS-REGISTRO
                       INVALID KEY
                           DISPLAY "No se pudo marcar la notificación "
                               NAC-NRO " como registrada."
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-COTEJADAS
                           MOVE "COTEJA" TO WS-AUD-ACCION
                           MOVE SPACE TO WS-AUD-CLAVE
                           STRING "NACIDO " NAC-NRO
                               DELIMITED BY SIZE INTO WS-AUD-CLAVE
                           PERFORM REGISTRAR-AUDITORIA
                           MOVE SPACE TO REPORTE-LINEA
                           STRING "  " NAC-NRO "  " NAC-FECHA-NACIMIENTO
                               "  madre " NAC-CEDULA-MADRE
                               "  acta folio "
                               FUNCTION TRIM(REGISTRO-NRO-FOLIO)
                               " libro "
                               FUNCTION TRIM(REGISTRO-NRO-LIBRO)
                               DELIMITED BY SIZE INTO REPORTE-LINEA
                           PERFORM ESCRIBIR-LINEA-DETALLE
                   END-REWRITE
           END-READ.

      ******************************************************************
      * Births still without an acta, by days elapsed since the birth
      * up to the business date: WS-DIAS-DESDE to WS-DIAS-HASTA.  The
      * first pass also counts the ones still within 30 days and the
      * registered ones for the totals.
      ******************************************************************
       LISTAR-SIN-REGISTRAR.
           MOVE ZERO TO WS-CONT-SECCION.
           MOVE SPACE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           EVALUATE WS-SECCION
               WHEN 1
                   MOVE "SIN REGISTRAR DESPUÉS DE 30 DÍAS (30 A 59)"
                       TO REPORTE-LINEA
               WHEN 2
                   MOVE "SIN REGISTRAR DESPUÉS DE 60 DÍAS (60 A 89)"
                       TO REPORTE-LINEA
               WHEN OTHER
                   MOVE "SIN REGISTRAR DESPUÉS DE 90 DÍAS O MÁS"
                       TO REPORTE-LINEA
           END-EVALUATE.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE "N" TO WS-FIN-NACIDOS.
           MOVE LOW-VALUES TO NAC-NRO.
           START NACIDOS-ARCHIVO
               KEY IS >= NAC-NRO
               INVALID KEY
                   MOVE "S" TO WS-FIN-NACIDOS
           END-START.
           PERFORM REVISAR-SIN-REGISTRAR
               UNTIL WS-FIN-NACIDOS = "S".
           IF WS-CONT-SECCION = ZERO
               MOVE "  Ninguna." TO REPORTE-LINEA
               PERFORM ESCRIBIR-LINEA-DETALLE
           END-IF.

       REVISAR-SIN-REGISTRAR.
           READ NACIDOS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-NACIDOS
               NOT AT END
                   IF NAC-ESTADO = "P"
                       PERFORM CALCULAR-ESPERA
                       IF WS-DIAS-ESPERA >= WS-DIAS-DESDE
                           AND WS-DIAS-ESPERA <= WS-DIAS-HASTA
                           ADD 1 TO WS-CONT-SECCION
                           PERFORM IMPRIMIR-SIN-REGISTRAR
                       END-IF
                       IF WS-SECCION = 1
                           AND WS-DIAS-ESPERA < 30
                           ADD 1 TO WS-CONT-EN-PLAZO
                       END-IF
                   ELSE
                       IF WS-SECCION = 1
                           ADD 1 TO WS-CONT-REGISTRADAS
                       END-IF
                   END-IF
           END-READ.

       CALCULAR-ESPERA.
           MOVE ZERO TO WS-DIAS-ESPERA.
           MOVE NAC-FECHA-NACIMIENTO(7:4) TO WS-FECHA-NACIMIENTO(1:4).
           MOVE NAC-FECHA-NACIMIENTO(4:2) TO WS-FECHA-NACIMIENTO(5:2).
           MOVE NAC-FECHA-NACIMIENTO(1:2) TO WS-FECHA-NACIMIENTO(7:2).
           IF WS-FECHA-NACIMIENTO NUMERIC
               AND WS-FECHA-NACIMIENTO-NUM < WS-FECHA-NUM
               COMPUTE WS-DIAS-ESPERA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-NACIMIENTO-NUM)
           END-IF.

       IMPRIMIR-SIN-REGISTRAR.
           MOVE NAC-NRO TO DET-NRO.
           MOVE NAC-FECHA-NACIMIENTO TO DET-FECHA.
           MOVE WS-DIAS-ESPERA TO DET-DIAS.
           MOVE NAC-SEXO TO DET-SEXO.
           MOVE NAC-CLINICA TO DET-CLINICA.
           MOVE NAC-CEDULA-MADRE TO DET-MADRE.
           MOVE SPACE TO DET-CELULAR.
           MOVE "(no registrada)" TO DET-NOMBRE.
           IF PERSONAS-DISPONIBLE = "S"
               MOVE NAC-CEDULA-MADRE TO PERSONA-CEDULA
               READ PERSONAS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSONA-CELULAR TO DET-CELULAR
                       MOVE SPACE TO DET-NOMBRE
                       STRING FUNCTION TRIM(PERSONA-NOMBRE) " "
                           FUNCTION TRIM(PERSONA-APELLIDO)
                           DELIMITED BY SIZE INTO DET-NOMBRE
               END-READ
           END-IF.
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
           MOVE WS-FECHA-REPORTE TO ENC-FECHA
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
           MOVE "Líneas leídas de NACIDOS-VIVOS.EXT" TO TOT-ETIQUETA
           MOVE WS-CONT-LEIDAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  cargadas en NACIDOS.DAT" TO TOT-ETIQUETA
           MOVE WS-CONT-CARGADAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  rechazadas" TO TOT-ETIQUETA
           MOVE WS-CONT-RECHAZADAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Cotejadas con un acta en esta corrida"
               TO TOT-ETIQUETA
           MOVE WS-CONT-COTEJADAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Registradas (con acta)" TO TOT-ETIQUETA
           MOVE WS-CONT-REGISTRADAS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Sin registrar, menos de 30 días" TO TOT-ETIQUETA
           MOVE WS-CONT-EN-PLAZO TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Sin registrar, 30 a 59 días" TO TOT-ETIQUETA
           MOVE WS-CONT-30 TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Sin registrar, 60 a 89 días" TO TOT-ETIQUETA
           MOVE WS-CONT-60 TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Sin registrar, 90 días o más" TO TOT-ETIQUETA
           MOVE WS-CONT-90 TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL.

       ESCRIBIR-TOTAL.
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

      ******************************************************************
      * A clinic file that has been read is renamed with the business
      * date, so tomorrow's cierre waits for a new one and the same
      * file is never loaded twice.
      ******************************************************************
       ROTAR-ARCHIVO-CLINICAS.
           MOVE SPACE TO WS-NOMBRE-ARCHIVO-ROTADO.
           STRING "NACIDOS-VIVOS.EXT." WS-FECHA-REPORTE
               DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO-ROTADO.
           CALL "CBL_RENAME_FILE"
               USING "NACIDOS-VIVOS.EXT" WS-NOMBRE-ARCHIVO-ROTADO
               RETURNING WS-RC-ROTACION.
           IF WS-RC-ROTACION = ZERO
               DISPLAY "NACIDOS-VIVOS.EXT renombrado a "
                   WS-NOMBRE-ARCHIVO-ROTADO "."
           ELSE
               DISPLAY "Aviso: no se pudo renombrar "
                   "NACIDOS-VIVOS.EXT; retírelo antes del próximo "
                   "cierre."
           END-IF.

       END PROGRAM NACIDOS-VIVOS.
