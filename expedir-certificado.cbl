      *           with the serial as clave; the OPERADOR_ID of the
      *           session must be an active record in OPERADORES.DAT
      *           or the program refuses to start, so the trail
      *           always names a traceable operator.  Before a
      *           certificate is printed the fee for its type of acta
      *           is looked up in TARIFAS.DAT and the operator records
      *           either the payment receipt number or an exemption
      *           reason with its supporting document; the movement
      *           is appended to CAJA-CERTIFICADOS.DAT under the same
      *           serial for the nightly ARQUEO-CAJA.  The notas
      *           marginales of the acta (NOTAS-MARGINALES.DAT) are
      *           printed on the certificate below the acta data.
      *           The certificate names the oficina registral that
      *           holds the acta and the one that issues it (the
      *           operator's OPER-OFICINA, named from OFICINAS.DAT when
      *           it is there), and the cash movement carries the
      *           issuing office for the per-office ARQUEO-CAJA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-STATUS.

           SELECT TARIFAS-ARCHIVO
           ASSIGN TO "TARIFAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-TIPO-ACTA
           FILE STATUS IS TARIFAS-STATUS.

           SELECT OPTIONAL CAJA-ARCHIVO
           ASSIGN TO "CAJA-CERTIFICADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAJA-STATUS.

           SELECT NOTAS-ARCHIVO
           ASSIGN TO "NOTAS-MARGINALES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTA-CLAVE
           FILE STATUS IS NOTAS-STATUS.

           SELECT CERTIFICADOS-ARCHIVO
           ASSIGN TO "CERTIFICADOS.OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPERADORES-STATUS.

           SELECT OFICINAS-ARCHIVO
           ASSIGN TO "OFICINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO
           FILE STATUS IS OFICINAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRO-CIVIL-ARCHIVO.
           FD CONTROL-SERIAL-ARCHIVO.
           01 CONTROL-LINEA PIC X(8).

           FD TARIFAS-ARCHIVO.
           01 TARIFAS-REGISTRO.
               COPY "tarifas.cpy".

           FD CAJA-ARCHIVO.
           01 CAJA-REGISTRO.
               COPY "caja.cpy".

           FD NOTAS-ARCHIVO.
           01 NOTAS-REGISTRO.
               COPY "notas.cpy".

           FD CERTIFICADOS-ARCHIVO.
           01 CERTIFICADO-LINEA PIC X(80).

           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD OFICINAS-ARCHIVO.
           01 OFICINAS-REGISTRO.
               COPY "oficinas.cpy".

       WORKING-STORAGE SECTION.
       77  REGCIVIL-STATUS PIC XX VALUE "00".
       77  PERSONAS-STATUS PIC XX VALUE "00".
       77  CERTIFICADOS-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  TARIFAS-STATUS PIC XX VALUE "00".
       77  CAJA-STATUS PIC XX VALUE "00".
       77  NOTAS-STATUS PIC XX VALUE "00".
       77  OFICINAS-STATUS PIC XX VALUE "00".
       77  WS-ACCESO-AUTORIZADO PIC X VALUE "N".
       77  REGCIVIL-DISPONIBLE PIC X VALUE "N".
       77  PERSONAS-DISPONIBLE PIC X VALUE "N".
       77  TARIFAS-DISPONIBLE PIC X VALUE "N".
       77  NOTAS-DISPONIBLE PIC X VALUE "N".
       77  OFICINAS-DISPONIBLE PIC X VALUE "N".
       77  WS-FIN-NOTAS PIC X VALUE "N".
       77  WS-CONT-NOTAS PIC 9(3) VALUE ZERO.
       77  WS-DESCRIPCION-NOTA PIC X(15) VALUE SPACE.
       77  FOLIO PIC X(42)
           VALUE "Introduce el nro. de folio (vacío sale): ".
       77  LIBRO PIC X(33)
       77  LIBRO-BUSCADO PIC X(12) VALUE SPACE.
       77  WS-FIN-EXPEDICION PIC X VALUE "N".
       77  WS-OPERADOR-ID PIC X(10) VALUE SPACE.
       77  WS-OFICINA-OPERADOR PIC X(3) VALUE SPACE.
       77  WS-OFICINA-RESOLVER PIC X(3) VALUE SPACE.
       77  WS-NOMBRE-OFICINA PIC X(52) VALUE SPACE.
       77  WS-FECHA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-HORA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-FECHA-HORA PIC X(20) VALUE SPACE.
       77  WS-CEDULA-RESOLVER PIC X(10) VALUE SPACE.
       77  WS-NOMBRE-RESUELTO PIC X(52) VALUE SPACE.
       77  WS-TITULAR-HALLADO PIC X VALUE "N".
       77  MOTIVO PIC X(46)
           VALUE "Motivo de exención (J/O/R/A, vacío = paga): ".
       77  RECIBO PIC X(46)
           VALUE "Introduce el nro. de recibo (vacío cancela): ".
       77  DOCUMENTO PIC X(50)
           VALUE "Referencia del documento (vacío cancela): ".
       77  WS-TIPO-TARIFA PIC X(1) VALUE SPACE.
       77  WS-IMPORTE-TARIFA PIC 9(7)V99 VALUE ZERO.
       77  WS-IMPORTE-COBRADO PIC 9(7)V99 VALUE ZERO.
       77  WS-IMPORTE-EDIT PIC Z,ZZZ,ZZ9.99.
       77  WS-MOTIVO-EXENCION PIC X(1) VALUE SPACE.
       77  WS-DESCRIPCION-MOTIVO PIC X(25) VALUE SPACE.
       77  WS-NRO-RECIBO PIC X(20) VALUE SPACE.
       77  WS-COBRO-LISTO PIC X VALUE "N".
       77  WS-CAMPO-VALIDO PIC X VALUE "S".
       77  WS-TOTAL-COBRADO PIC 9(9)V99 VALUE ZERO.
       77  WS-TOTAL-COBRADO-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-TOTAL-EXENTOS PIC 9(6) VALUE ZERO.

       01  WS-LINEA-SERIAL.
           05  FILLER PIC X(22) VALUE "CERTIFICADO SERIAL NO.".
               PERFORM PROCEDIMIENTO-APERTURA
               IF REGCIVIL-DISPONIBLE = "S"
                   AND PERSONAS-DISPONIBLE = "S"
                   AND TARIFAS-DISPONIBLE = "S"
                   PERFORM EXPEDIR-UNO
                       UNTIL WS-FIN-EXPEDICION = "S"
               END-IF
               PERFORM PROCEDIMIENTO-CIERRE
               DISPLAY "Certificados expedidos: "
                   WS-TOTAL-EXPEDIDOS
               MOVE WS-TOTAL-COBRADO TO WS-TOTAL-COBRADO-EDIT
               DISPLAY "Importe cobrado: " WS-TOTAL-COBRADO-EDIT
               DISPLAY "Certificados exentos: " WS-TOTAL-EXENTOS
           END-IF.
           STOP RUN.

                       NOT INVALID KEY
                           IF OPER-ESTADO = "A"
                               MOVE "S" TO WS-ACCESO-AUTORIZADO
                               MOVE OPER-OFICINA
                                   TO WS-OFICINA-OPERADOR
                           ELSE
                               DISPLAY "El operador "
                                   WS-OPERADOR-ID " está "
           ELSE
               DISPLAY "No se pudo abrir PERSONAS.DAT."
           END-IF.
           OPEN INPUT TARIFAS-ARCHIVO.
           IF TARIFAS-STATUS = "00"
               MOVE "S" TO TARIFAS-DISPONIBLE
           ELSE
               DISPLAY "No se pudo abrir TARIFAS.DAT; cargue las "
                   "tarifas con MANTENIMIENTO-TARIFAS."
           END-IF.
           OPEN INPUT NOTAS-ARCHIVO.
           IF NOTAS-STATUS = "00"
               MOVE "S" TO NOTAS-DISPONIBLE
           END-IF.
           OPEN INPUT OFICINAS-ARCHIVO.
           IF OFICINAS-STATUS = "00"
               MOVE "S" TO OFICINAS-DISPONIBLE
           END-IF.
           PERFORM LEER-CONTROL-SERIAL.
           OPEN EXTEND CERTIFICADOS-ARCHIVO.
           OPEN EXTEND CAJA-ARCHIVO.
           OPEN EXTEND AUDITORIA-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           IF PERSONAS-DISPONIBLE = "S"
               CLOSE PERSONAS-ARCHIVO
           END-IF.
           IF TARIFAS-DISPONIBLE = "S"
               CLOSE TARIFAS-ARCHIVO
           END-IF.
           IF NOTAS-DISPONIBLE = "S"
               CLOSE NOTAS-ARCHIVO
           END-IF.
           IF OFICINAS-DISPONIBLE = "S"
               CLOSE OFICINAS-ARCHIVO
           END-IF.
           CLOSE CERTIFICADOS-ARCHIVO.
           CLOSE CAJA-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.

       LEER-CONTROL-SERIAL.
                               " del acta no está en "
                               "PERSONAS-ARCHIVO; no se expide."
                       ELSE
                           PERFORM COBRAR-DERECHOS
                           IF WS-COBRO-LISTO = "S"
                               PERFORM IMPRIMIR-CERTIFICADO
                           END-IF
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Counter charge: the fee comes from TARIFAS.DAT by type of
      * acta.  The operator either enters the receipt number of the
      * payment or an exemption reason plus the reference of the
      * document that justifies it.  Leaving the number empty
      * cancels the issuance, so no serial is used without a
      * matching cash movement.
      ******************************************************************
       COBRAR-DERECHOS.
           MOVE "N" TO WS-COBRO-LISTO.
           EVALUATE REGISTRO-TIPO-ACTA
               WHEN "M"
                   MOVE "M" TO WS-TIPO-TARIFA
               WHEN "D"
                   MOVE "D" TO WS-TIPO-TARIFA
               WHEN OTHER
                   MOVE "N" TO WS-TIPO-TARIFA
           END-EVALUATE.
           MOVE WS-TIPO-TARIFA TO TAR-TIPO-ACTA.
           READ TARIFAS-ARCHIVO
               INVALID KEY
                   DISPLAY "No hay tarifa vigente para el tipo de "
                       "acta " WS-TIPO-TARIFA "; no se expide."
               NOT INVALID KEY
                   MOVE TAR-IMPORTE TO WS-IMPORTE-TARIFA
                   MOVE WS-IMPORTE-TARIFA TO WS-IMPORTE-EDIT
                   DISPLAY "Derechos a cobrar: " WS-IMPORTE-EDIT
                   PERFORM PEDIR-MOTIVO-VALIDO
                   IF WS-MOTIVO-EXENCION = SPACE
                       MOVE WS-IMPORTE-TARIFA TO WS-IMPORTE-COBRADO
                       DISPLAY RECIBO
                   ELSE
                       MOVE ZERO TO WS-IMPORTE-COBRADO
                       DISPLAY DOCUMENTO
                   END-IF
                   MOVE SPACE TO WS-NRO-RECIBO
                   ACCEPT WS-NRO-RECIBO
                   IF WS-NRO-RECIBO = SPACE
                       DISPLAY "Expedición cancelada."
                   ELSE
                       MOVE "S" TO WS-COBRO-LISTO
                   END-IF
           END-READ.

       PEDIR-MOTIVO-VALIDO.
           MOVE "N" TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = "S"
               DISPLAY MOTIVO
               MOVE SPACE TO WS-MOTIVO-EXENCION
               ACCEPT WS-MOTIVO-EXENCION
               PERFORM VALIDAR-MOTIVO
           END-PERFORM.

       VALIDAR-MOTIVO.
           MOVE "S" TO WS-CAMPO-VALIDO
           INSPECT WS-MOTIVO-EXENCION CONVERTING "jora" TO "JORA"
           PERFORM DESCRIBIR-MOTIVO
           IF WS-DESCRIPCION-MOTIVO = SPACE
               MOVE "N" TO WS-CAMPO-VALIDO
               DISPLAY "Motivos de exención: J=orden judicial, "
                   "O=solicitud oficial, R=rectificación de "
                   "oficio, A=amparo de pobreza."
           END-IF.

       DESCRIBIR-MOTIVO.
           EVALUATE WS-MOTIVO-EXENCION
               WHEN SPACE
                   MOVE "PAGADO" TO WS-DESCRIPCION-MOTIVO
               WHEN "J"
                   MOVE "ORDEN JUDICIAL" TO WS-DESCRIPCION-MOTIVO
               WHEN "O"
                   MOVE "SOLICITUD OFICIAL" TO WS-DESCRIPCION-MOTIVO
               WHEN "R"
                   MOVE "RECTIFICACIÓN DE OFICIO"
                       TO WS-DESCRIPCION-MOTIVO
               WHEN "A"
                   MOVE "AMPARO DE POBREZA" TO WS-DESCRIPCION-MOTIVO
               WHEN OTHER
                   MOVE SPACE TO WS-DESCRIPCION-MOTIVO
           END-EVALUATE.

       GRABAR-MOVIMIENTO-CAJA.
           MOVE SPACE TO CAJA-REGISTRO.
           MOVE WS-ULTIMO-SERIAL TO CAJA-SERIAL.
           MOVE WS-FECHA-HORA TO CAJA-FECHA-HORA.
           MOVE WS-OPERADOR-ID TO CAJA-OPERADOR-ID.
           MOVE WS-TIPO-TARIFA TO CAJA-TIPO-ACTA.
           MOVE REGISTRO-NRO-FOLIO TO CAJA-NRO-FOLIO.
           MOVE REGISTRO-NRO-LIBRO TO CAJA-NRO-LIBRO.
           MOVE WS-IMPORTE-TARIFA TO CAJA-IMPORTE-TARIFA.
           MOVE WS-IMPORTE-COBRADO TO CAJA-IMPORTE-COBRADO.
           MOVE WS-MOTIVO-EXENCION TO CAJA-MOTIVO-EXENCION.
           MOVE WS-NRO-RECIBO TO CAJA-NRO-RECIBO.
           MOVE WS-OFICINA-OPERADOR TO CAJA-OFICINA.
           WRITE CAJA-REGISTRO.
           IF WS-MOTIVO-EXENCION = SPACE
               ADD WS-IMPORTE-COBRADO TO WS-TOTAL-COBRADO
           ELSE
               ADD 1 TO WS-TOTAL-EXENTOS
           END-IF.

       RESOLVER-TITULAR.
           MOVE "N" TO WS-TITULAR-HALLADO.
           MOVE SPACE TO WS-NOMBRE-TITULAR.
                       DELIMITED BY SIZE INTO WS-NOMBRE-RESUELTO
           END-READ.

      ******************************************************************
      * Office code plus its name from OFICINAS.DAT; just the code when
      * the file or the office is missing.  Blank is the legacy office.
      ******************************************************************
       RESOLVER-OFICINA.
           MOVE SPACE TO WS-NOMBRE-OFICINA.
           IF WS-OFICINA-RESOLVER = SPACE
               MOVE "(sin oficina)" TO WS-NOMBRE-OFICINA
           ELSE
               MOVE WS-OFICINA-RESOLVER TO WS-NOMBRE-OFICINA
               IF OFICINAS-DISPONIBLE = "S"
                   MOVE WS-OFICINA-RESOLVER TO OFI-CODIGO
                   READ OFICINAS-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACE TO WS-NOMBRE-OFICINA
                           STRING WS-OFICINA-RESOLVER " "
                               FUNCTION TRIM(OFI-NOMBRE)
                               DELIMITED BY SIZE
                               INTO WS-NOMBRE-OFICINA
                   END-READ
               END-IF
           END-IF.

       IMPRIMIR-CERTIFICADO.
           ADD 1 TO WS-ULTIMO-SERIAL.
           PERFORM OBTENER-FECHA-HORA.
               FUNCTION TRIM(REGISTRO-DIRECCION)
               DELIMITED BY SIZE INTO CERTIFICADO-LINEA.
           WRITE CERTIFICADO-LINEA.
           MOVE REGISTRO-OFICINA TO WS-OFICINA-RESOLVER.
           PERFORM RESOLVER-OFICINA.
           MOVE SPACE TO CERTIFICADO-LINEA.
           STRING "Oficina registral del acta: "
               FUNCTION TRIM(WS-NOMBRE-OFICINA)
               DELIMITED BY SIZE INTO CERTIFICADO-LINEA.
           WRITE CERTIFICADO-LINEA.
           IF NOTAS-DISPONIBLE = "S"
               PERFORM IMPRIMIR-NOTAS-MARGINALES
           END-IF.
           MOVE SPACE TO CERTIFICADO-LINEA.
           STRING "Expedido el " WS-FECHA-HORA(1:8)
               " a las " WS-FECHA-HORA(9:6)
               FUNCTION TRIM(WS-OPERADOR-ID)
               DELIMITED BY SIZE INTO CERTIFICADO-LINEA.
           WRITE CERTIFICADO-LINEA.
           MOVE WS-OFICINA-OPERADOR TO WS-OFICINA-RESOLVER.
           PERFORM RESOLVER-OFICINA.
           MOVE SPACE TO CERTIFICADO-LINEA.
           STRING "Oficina expedidora: "
               FUNCTION TRIM(WS-NOMBRE-OFICINA)
               DELIMITED BY SIZE INTO CERTIFICADO-LINEA.
           WRITE CERTIFICADO-LINEA.
           MOVE SPACE TO CERTIFICADO-LINEA.
           IF WS-MOTIVO-EXENCION = SPACE
               MOVE WS-IMPORTE-COBRADO TO WS-IMPORTE-EDIT
               STRING "Derechos pagados: "
                   FUNCTION TRIM(WS-IMPORTE-EDIT)
                   "   Recibo nro. " FUNCTION TRIM(WS-NRO-RECIBO)
                   DELIMITED BY SIZE INTO CERTIFICADO-LINEA
           ELSE
               PERFORM DESCRIBIR-MOTIVO
               STRING "Exento de derechos: "
                   FUNCTION TRIM(WS-DESCRIPCION-MOTIVO)
                   " (ref. " FUNCTION TRIM(WS-NRO-RECIBO) ")"
                   DELIMITED BY SIZE INTO CERTIFICADO-LINEA
           END-IF.
           WRITE CERTIFICADO-LINEA.
           MOVE SPACE TO CERTIFICADO-LINEA.
           WRITE CERTIFICADO-LINEA.
           PERFORM GRABAR-CONTROL-SERIAL.
           PERFORM GRABAR-MOVIMIENTO-CAJA.
           PERFORM REGISTRAR-AUDITORIA.
           ADD 1 TO WS-TOTAL-EXPEDIDOS.
           MOVE WS-ULTIMO-SERIAL TO WS-SERIAL-EDIT.
           DISPLAY "Certificado " WS-SERIAL-EDIT
               " expedido en CERTIFICADOS.OUT.".

      ******************************************************************
      * Notas marginales of the acta, in sequence order, under their
      * own heading; nothing is printed when the acta has none.
      ******************************************************************
       IMPRIMIR-NOTAS-MARGINALES.
           MOVE ZERO TO WS-CONT-NOTAS.
           MOVE "N" TO WS-FIN-NOTAS.
           MOVE REGISTRO-NRO-FOLIO TO NOTA-NRO-FOLIO.
           MOVE REGISTRO-NRO-LIBRO TO NOTA-NRO-LIBRO.
           MOVE ZERO TO NOTA-SECUENCIA.
           START NOTAS-ARCHIVO
               KEY IS >= NOTA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-NOTAS
           END-START.
           PERFORM IMPRIMIR-NOTA UNTIL WS-FIN-NOTAS = "S".

       IMPRIMIR-NOTA.
           READ NOTAS-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-NOTAS
               NOT AT END
                   IF NOTA-NRO-FOLIO NOT = REGISTRO-NRO-FOLIO
                       OR NOTA-NRO-LIBRO NOT = REGISTRO-NRO-LIBRO
                       MOVE "S" TO WS-FIN-NOTAS
                   ELSE
                       ADD 1 TO WS-CONT-NOTAS
                       IF WS-CONT-NOTAS = 1
                           MOVE "NOTAS MARGINALES:"
                               TO CERTIFICADO-LINEA
                           WRITE CERTIFICADO-LINEA
                       END-IF
                       EVALUATE NOTA-TIPO
                           WHEN "D"
                               MOVE "Divorcio" TO WS-DESCRIPCION-NOTA
                           WHEN "A"
                               MOVE "Anulación" TO WS-DESCRIPCION-NOTA
                           WHEN "R"
                               MOVE "Reconocimiento"
                                   TO WS-DESCRIPCION-NOTA
                           WHEN OTHER
                               MOVE "Corrección"
                                   TO WS-DESCRIPCION-NOTA
                       END-EVALUATE
                       MOVE SPACE TO CERTIFICADO-LINEA
                       STRING "  " FUNCTION TRIM(WS-DESCRIPCION-NOTA)
                           " del " NOTA-FECHA
                           " según " FUNCTION TRIM(NOTA-DOCUMENTO)
                           DELIMITED BY SIZE INTO CERTIFICADO-LINEA
                       WRITE CERTIFICADO-LINEA
                       IF NOTA-DETALLE NOT = SPACE
                           MOVE SPACE TO CERTIFICADO-LINEA
                           STRING "    " FUNCTION TRIM(NOTA-DETALLE)
                               DELIMITED BY SIZE
                               INTO CERTIFICADO-LINEA
                           WRITE CERTIFICADO-LINEA
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM EXPEDIR-CERTIFICADO.
