      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Daily arqueo de caja for certificate issuance.
      *           Reads CAJA-CERTIFICADOS.DAT (one movement per serial
      *           written by EXPEDIR-CERTIFICADO) and lists the
      *           business day's serials with amount collected or
      *           exemption reason, then a summary per operator
      *           (serials issued, first/last serial, amount
      *           collected, exemptions granted), totals by type of
      *           acta and by exemption reason, and the reconciliation
      *           of the serial range: the day's movements must run
      *           consecutively on from the previous day's last
      *           serial, with no gaps or repeats, and when nothing
      *           was issued after the day the last serial must agree
      *           with CERTIFICADOS.CTL.  Any difference is flagged
      *           in ARQUEO-CAJA.OUT and on the console.  A summary
      *           per oficina registral (CAJA-OFICINA) follows the one
      *           per operator.  Given an oficina, the detail and the
      *           summaries and totals cover only its movements, while
      *           the serial reconciliation still runs over the whole
      *           day, the serial range being shared by every oficina.
      *           Run as:  arqueo-caja [AAAAMMDD] [ccc]
      *           (fecha omitted = today; oficina omitted = all).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUEO-CAJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAJA-ARCHIVO
           ASSIGN TO "CAJA-CERTIFICADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAJA-STATUS.

           SELECT OPTIONAL CONTROL-SERIAL-ARCHIVO
           ASSIGN TO "CERTIFICADOS.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "ARQUEO-CAJA.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CAJA-ARCHIVO.
           01 CAJA-REGISTRO.
               COPY "caja.cpy".

           FD CONTROL-SERIAL-ARCHIVO.
           01 CONTROL-LINEA PIC X(8).

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  CAJA-STATUS PIC XX VALUE "00".
       77  CONTROL-STATUS PIC XX VALUE "00".
       77  WS-FIN-CAJA PIC X VALUE "N".
       77  WS-PARAMETRO PIC X(20) VALUE SPACE.
       77  WS-FECHA-ARQUEO PIC X(8) VALUE SPACE.
       77  WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-SERIAL-ANTERIOR PIC 9(8) VALUE ZERO.
       77  WS-SERIAL-CONTROL PIC 9(8) VALUE ZERO.
       77  WS-CONTROL-LEIDO PIC X VALUE "N".
       77  WS-PRIMER-SERIAL PIC 9(8) VALUE ZERO.
       77  WS-ULTIMO-SERIAL PIC 9(8) VALUE ZERO.
       77  WS-SERIAL-DESDE PIC 9(8) VALUE ZERO.
       77  WS-SERIAL-HASTA PIC 9(8) VALUE ZERO.
       77  WS-RANGO-ESPERADO PIC 9(8) VALUE ZERO.
       77  WS-CONT-MOVIMIENTOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-POSTERIORES PIC 9(6) VALUE ZERO.
       77  WS-CONT-PAGADOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-EXENTOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-FALTANTES PIC 9(6) VALUE ZERO.
       77  WS-CONT-REPETIDOS PIC 9(6) VALUE ZERO.
       77  WS-CONT-DIFERENCIAS PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-COBRADO PIC 9(9)V99 VALUE ZERO.
       77  WS-TOTAL-EXIMIDO PIC 9(9)V99 VALUE ZERO.
       77  WS-OPER-USADOS PIC 9(2) VALUE ZERO.
       77  WS-OPER-IDX PIC 9(2) VALUE ZERO.
       77  WS-OPER-HALLADO PIC X VALUE "N".
       77  WS-TIPO-IDX PIC 9 VALUE ZERO.
       77  WS-MOTIVO-IDX PIC 9 VALUE ZERO.
       77  WS-DETALLE-GUARDADO PIC X(100) VALUE SPACE.
       77  WS-PARAMETRO-1 PIC X(10) VALUE SPACE.
       77  WS-PARAMETRO-2 PIC X(10) VALUE SPACE.
       77  WS-PARAMETRO-AUX PIC X(10) VALUE SPACE.
       77  WS-OFICINA-FILTRO PIC X(3) VALUE SPACE.
       77  WS-CONT-SELECCIONADOS PIC 9(6) VALUE ZERO.
       77  WS-OFI-USADAS PIC 9(2) VALUE ZERO.
       77  WS-OFI-IDX PIC 9(2) VALUE ZERO.
       77  WS-OFI-HALLADA PIC X VALUE "N".

       01  WS-TABLA-OPERADORES.
           05  WS-OPER-ENTRADA OCCURS 50 TIMES.
               10  WS-OPER-ID PIC X(10).
               10  WS-OPER-CANTIDAD PIC 9(6).
               10  WS-OPER-EXENTOS PIC 9(6).
               10  WS-OPER-COBRADO PIC 9(9)V99.
               10  WS-OPER-PRIMERO PIC 9(8).
               10  WS-OPER-ULTIMO PIC 9(8).

       01  WS-TABLA-OFICINAS.
           05  WS-OFI-ENTRADA OCCURS 50 TIMES.
               10  WS-OFI-CODIGO PIC X(3).
               10  WS-OFI-CANTIDAD PIC 9(6).
               10  WS-OFI-EXENTOS PIC 9(6).
               10  WS-OFI-COBRADO PIC 9(9)V99.

       01  WS-TABLA-TIPOS.
           05  WS-TIPO-ENTRADA OCCURS 3 TIMES.
               10  WS-TIPO-CANTIDAD PIC 9(6).
               10  WS-TIPO-COBRADO PIC 9(9)V99.

       01  WS-TABLA-MOTIVOS.
           05  WS-MOTIVO-CANTIDAD PIC 9(6) OCCURS 4 TIMES.

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(30) VALUE "ARQUEO DE CAJA - CERTIFICADOS".
           05  FILLER PIC X(7) VALUE "FECHA: ".
           05  ENC-FECHA PIC X(8).
           05  FILLER PIC X(5) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.
           05  FILLER PIC X(3) VALUE SPACE.
           05  ENC-OFICINA-ROTULO PIC X(9) VALUE SPACE.
           05  ENC-OFICINA PIC X(3) VALUE SPACE.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(9) VALUE "SERIAL".
           05  FILLER PIC X(9) VALUE "HORA".
           05  FILLER PIC X(11) VALUE "OPERADOR".
           05  FILLER PIC X(5) VALUE "TIPO".
           05  FILLER PIC X(26) VALUE "FOLIO/LIBRO".
           05  FILLER PIC X(13) VALUE "COBRADO".
           05  FILLER PIC X(21) VALUE "RECIBO / EXENCIÓN".

       01  WS-DETALLE.
           05  DET-SERIAL PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-HORA PIC X(6).
           05  FILLER PIC X(3) VALUE SPACE.
           05  DET-OPERADOR PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-TIPO PIC X(1).
           05  FILLER PIC X(4) VALUE SPACE.
           05  DET-FOLIO-LIBRO PIC X(25).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-COBRADO PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-RECIBO PIC X(26).

       01  WS-ENCABEZADO-OPER.
           05  FILLER PIC X(11) VALUE "OPERADOR".
           05  FILLER PIC X(10) VALUE "SERIALES".
           05  FILLER PIC X(9) VALUE "DESDE".
           05  FILLER PIC X(9) VALUE "HASTA".
           05  FILLER PIC X(9) VALUE "EXENTOS".
           05  FILLER PIC X(15) VALUE "COBRADO".

       01  WS-RESUMEN-OPER.
           05  ROP-OPERADOR PIC X(10).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ROP-CANTIDAD PIC ZZZ,ZZ9.
           05  FILLER PIC X(3) VALUE SPACE.
           05  ROP-PRIMERO PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ROP-ULTIMO PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ROP-EXENTOS PIC ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  ROP-COBRADO PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ENCABEZADO-OFICINA.
           05  FILLER PIC X(16) VALUE "OFICINA".
           05  FILLER PIC X(10) VALUE "SERIALES".
           05  FILLER PIC X(9) VALUE "EXENTOS".
           05  FILLER PIC X(15) VALUE "COBRADO".

       01  WS-RESUMEN-OFICINA.
           05  ROF-OFICINA PIC X(13).
           05  FILLER PIC X(1) VALUE SPACE.
           05  ROF-CANTIDAD PIC ZZZ,ZZ9.
           05  FILLER PIC X(3) VALUE SPACE.
           05  ROF-EXENTOS PIC ZZZ,ZZ9.
           05  FILLER PIC X(1) VALUE SPACE.
           05  ROF-COBRADO PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINEA.
           05  TOT-ETIQUETA PIC X(40).
           05  TOT-CANTIDAD PIC ZZZ,ZZ9.
           05  FILLER PIC X(3) VALUE SPACE.
           05  TOT-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INTERPRETAR-PARAMETRO.
           PERFORM INICIALIZAR-TABLAS.
           PERFORM LEER-CONTROL-SERIAL.
           PERFORM PROCEDIMIENTO-APERTURA.
           PERFORM REVISAR-MOVIMIENTO UNTIL WS-FIN-CAJA = "S".
           IF WS-CONT-MOVIMIENTOS = ZERO
               PERFORM IMPRIMIR-ENCABEZADO
               MOVE "Sin movimientos de caja en la fecha."
                   TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           ELSE
               IF WS-CONT-SELECCIONADOS = ZERO
                   PERFORM IMPRIMIR-ENCABEZADO
                   MOVE SPACE TO REPORTE-LINEA
                   STRING "Sin movimientos de caja de la oficina "
                       "en la fecha."
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF
           END-IF.
           PERFORM IMPRIMIR-RESUMEN-OPERADORES.
           PERFORM IMPRIMIR-RESUMEN-OFICINAS.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM IMPRIMIR-CUADRE.
           PERFORM PROCEDIMIENTO-CIERRE.
           DISPLAY "Seriales expedidos el " WS-FECHA-ARQUEO ": "
               WS-CONT-MOVIMIENTOS.
           IF WS-OFICINA-FILTRO NOT = SPACE
               DISPLAY "De la oficina " WS-OFICINA-FILTRO ": "
                   WS-CONT-SELECCIONADOS
           END-IF.
           DISPLAY "Exenciones concedidas: " WS-CONT-EXENTOS.
           IF WS-CONT-DIFERENCIAS = ZERO
               DISPLAY "Arqueo cuadrado."
           ELSE
               DISPLAY "ATENCIÓN: el arqueo presenta "
                   WS-CONT-DIFERENCIAS " diferencia(s); revise "
                   "ARQUEO-CAJA.OUT."
           END-IF.
           DISPLAY "Reporte generado en ARQUEO-CAJA.OUT.".
           STOP RUN.

       INTERPRETAR-PARAMETRO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-ARQUEO.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
           UNSTRING WS-PARAMETRO DELIMITED BY ALL SPACE
               INTO WS-PARAMETRO-1 WS-PARAMETRO-2.
           MOVE WS-PARAMETRO-1 TO WS-PARAMETRO-AUX.
           PERFORM INTERPRETAR-VALOR.
           MOVE WS-PARAMETRO-2 TO WS-PARAMETRO-AUX.
           PERFORM INTERPRETAR-VALOR.
           IF WS-OFICINA-FILTRO NOT = SPACE
               MOVE "OFICINA: " TO ENC-OFICINA-ROTULO
               MOVE WS-OFICINA-FILTRO TO ENC-OFICINA
           END-IF.

      ******************************************************************
      * Each value on the command line is either the fecha (eight
      * digits) or an oficina code (up to three characters).
      ******************************************************************
       INTERPRETAR-VALOR.
           EVALUATE TRUE
               WHEN WS-PARAMETRO-AUX = SPACE
                   CONTINUE
               WHEN WS-PARAMETRO-AUX(1:8) NUMERIC
                   AND WS-PARAMETRO-AUX(9:2) = SPACE
                   MOVE WS-PARAMETRO-AUX(1:8) TO WS-FECHA-ARQUEO
               WHEN WS-PARAMETRO-AUX(4:7) = SPACE
                   MOVE WS-PARAMETRO-AUX(1:3) TO WS-OFICINA-FILTRO
                   INSPECT WS-OFICINA-FILTRO CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               WHEN OTHER
                   DISPLAY "Parámetro no reconocido: "
                       WS-PARAMETRO-AUX "; se ignora."
           END-EVALUATE.

       INICIALIZAR-TABLAS.
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
               UNTIL WS-TIPO-IDX > 3
               MOVE ZERO TO WS-TIPO-CANTIDAD(WS-TIPO-IDX)
               MOVE ZERO TO WS-TIPO-COBRADO(WS-TIPO-IDX)
           END-PERFORM.
           PERFORM VARYING WS-MOTIVO-IDX FROM 1 BY 1
               UNTIL WS-MOTIVO-IDX > 4
               MOVE ZERO TO WS-MOTIVO-CANTIDAD(WS-MOTIVO-IDX)
           END-PERFORM.

       LEER-CONTROL-SERIAL.
           OPEN INPUT CONTROL-SERIAL-ARCHIVO.
           IF CONTROL-STATUS = "00"
               READ CONTROL-SERIAL-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONTROL-LINEA NUMERIC
                           MOVE CONTROL-LINEA TO WS-SERIAL-CONTROL
                           MOVE "S" TO WS-CONTROL-LEIDO
                       END-IF
               END-READ
           END-IF.
           CLOSE CONTROL-SERIAL-ARCHIVO.

       PROCEDIMIENTO-APERTURA.
           OPEN INPUT CAJA-ARCHIVO.
           IF CAJA-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CAJA-CERTIFICADOS.DAT; "
                   "el arqueo sale sin movimientos."
               MOVE "S" TO WS-FIN-CAJA
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE CAJA-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

      ******************************************************************
      * The cash file is in serial order.  Movements before the day
      * only carry the last serial forward; movements after it are
      * counted so the CERTIFICADOS.CTL check knows whether it
      * applies.
      ******************************************************************
       REVISAR-MOVIMIENTO.
           READ CAJA-ARCHIVO
               AT END
                   MOVE "S" TO WS-FIN-CAJA
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAJA-FECHA-HORA(1:8) < WS-FECHA-ARQUEO
                           MOVE CAJA-SERIAL TO WS-SERIAL-ANTERIOR
                       WHEN CAJA-FECHA-HORA(1:8) = WS-FECHA-ARQUEO
                           PERFORM PROCESAR-MOVIMIENTO
                           MOVE CAJA-SERIAL TO WS-SERIAL-ANTERIOR
                       WHEN OTHER
                           ADD 1 TO WS-CONT-POSTERIORES
                   END-EVALUATE
           END-READ.

       PROCESAR-MOVIMIENTO.
           PERFORM VERIFICAR-CONTINUIDAD.
           ADD 1 TO WS-CONT-MOVIMIENTOS.
           IF WS-CONT-MOVIMIENTOS = 1
               MOVE CAJA-SERIAL TO WS-PRIMER-SERIAL
           END-IF.
           MOVE CAJA-SERIAL TO WS-ULTIMO-SERIAL.
           IF WS-OFICINA-FILTRO = SPACE
               OR CAJA-OFICINA = WS-OFICINA-FILTRO
               PERFORM PROCESAR-SELECCIONADO
           END-IF.

      ******************************************************************
      * Movement of the day inside the oficina asked for (all of them
      * when none was given): detail, summaries and totals.
      ******************************************************************
       PROCESAR-SELECCIONADO.
           ADD 1 TO WS-CONT-SELECCIONADOS.
           EVALUATE CAJA-TIPO-ACTA
               WHEN "M"
                   MOVE 2 TO WS-TIPO-IDX
               WHEN "D"
                   MOVE 3 TO WS-TIPO-IDX
               WHEN OTHER
                   MOVE 1 TO WS-TIPO-IDX
           END-EVALUATE.
           ADD 1 TO WS-TIPO-CANTIDAD(WS-TIPO-IDX).
           ADD CAJA-IMPORTE-COBRADO TO WS-TIPO-COBRADO(WS-TIPO-IDX).
           IF CAJA-MOTIVO-EXENCION = SPACE
               ADD 1 TO WS-CONT-PAGADOS
               ADD CAJA-IMPORTE-COBRADO TO WS-TOTAL-COBRADO
           ELSE
               ADD 1 TO WS-CONT-EXENTOS
               ADD CAJA-IMPORTE-TARIFA TO WS-TOTAL-EXIMIDO
               EVALUATE CAJA-MOTIVO-EXENCION
                   WHEN "J"
                       ADD 1 TO WS-MOTIVO-CANTIDAD(1)
                   WHEN "O"
                       ADD 1 TO WS-MOTIVO-CANTIDAD(2)
                   WHEN "R"
                       ADD 1 TO WS-MOTIVO-CANTIDAD(3)
                   WHEN OTHER
                       ADD 1 TO WS-MOTIVO-CANTIDAD(4)
               END-EVALUATE
           END-IF.
           PERFORM ACUMULAR-OPERADOR.
           PERFORM ACUMULAR-OFICINA.
           PERFORM IMPRIMIR-DETALLE.

      ******************************************************************
      * Each serial must follow the previous one on file by exactly
      * one.  A jump means serials were used without a cash
      * movement; a serial not above the previous one is a repeat.
      * The very first movement on file has nothing to follow.
      ******************************************************************
       VERIFICAR-CONTINUIDAD.
           IF WS-SERIAL-ANTERIOR > ZERO
               IF CAJA-SERIAL NOT > WS-SERIAL-ANTERIOR
                   ADD 1 TO WS-CONT-REPETIDOS
                   ADD 1 TO WS-CONT-DIFERENCIAS
                   MOVE SPACE TO REPORTE-LINEA
                   STRING "*** SERIAL " CAJA-SERIAL
                       " REPETIDO O FUERA DE ORDEN (anterior "
                       WS-SERIAL-ANTERIOR ")"
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   PERFORM ESCRIBIR-LINEA-DETALLE
               ELSE
                   IF CAJA-SERIAL > WS-SERIAL-ANTERIOR + 1
                       COMPUTE WS-SERIAL-DESDE =
                           WS-SERIAL-ANTERIOR + 1
                       COMPUTE WS-SERIAL-HASTA = CAJA-SERIAL - 1
                       COMPUTE WS-CONT-FALTANTES =
                           WS-CONT-FALTANTES + WS-SERIAL-HASTA
                           - WS-SERIAL-DESDE + 1
                       ADD 1 TO WS-CONT-DIFERENCIAS
                       MOVE SPACE TO REPORTE-LINEA
                       STRING "*** FALTAN EN CAJA LOS SERIALES "
                           WS-SERIAL-DESDE " A " WS-SERIAL-HASTA
                           DELIMITED BY SIZE INTO REPORTE-LINEA
                       PERFORM ESCRIBIR-LINEA-DETALLE
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-OPERADOR.
           MOVE "N" TO WS-OPER-HALLADO
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-USADOS
               OR WS-OPER-HALLADO = "S"
               IF WS-OPER-ID(WS-OPER-IDX) = CAJA-OPERADOR-ID
                   MOVE "S" TO WS-OPER-HALLADO
                   PERFORM SUMAR-OPERADOR
               END-IF
           END-PERFORM
           IF WS-OPER-HALLADO = "N"
               IF WS-OPER-USADOS < 50
                   ADD 1 TO WS-OPER-USADOS
                   MOVE WS-OPER-USADOS TO WS-OPER-IDX
                   MOVE CAJA-OPERADOR-ID TO WS-OPER-ID(WS-OPER-IDX)
                   MOVE ZERO TO WS-OPER-CANTIDAD(WS-OPER-IDX)
                   MOVE ZERO TO WS-OPER-EXENTOS(WS-OPER-IDX)
                   MOVE ZERO TO WS-OPER-COBRADO(WS-OPER-IDX)
                   MOVE CAJA-SERIAL TO WS-OPER-PRIMERO(WS-OPER-IDX)
                   PERFORM SUMAR-OPERADOR
               ELSE
                   ADD 1 TO WS-CONT-DIFERENCIAS
                   DISPLAY "Aviso: más de 50 operadores distintos; "
                       "el resumen omite a " CAJA-OPERADOR-ID
               END-IF
           END-IF.

       SUMAR-OPERADOR.
           ADD 1 TO WS-OPER-CANTIDAD(WS-OPER-IDX).
           ADD CAJA-IMPORTE-COBRADO TO WS-OPER-COBRADO(WS-OPER-IDX).
           IF CAJA-MOTIVO-EXENCION NOT = SPACE
               ADD 1 TO WS-OPER-EXENTOS(WS-OPER-IDX)
           END-IF.
           MOVE CAJA-SERIAL TO WS-OPER-ULTIMO(WS-OPER-IDX).

       ACUMULAR-OFICINA.
           MOVE "N" TO WS-OFI-HALLADA
           PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
               UNTIL WS-OFI-IDX > WS-OFI-USADAS
               OR WS-OFI-HALLADA = "S"
               IF WS-OFI-CODIGO(WS-OFI-IDX) = CAJA-OFICINA
                   MOVE "S" TO WS-OFI-HALLADA
                   PERFORM SUMAR-OFICINA
               END-IF
           END-PERFORM
           IF WS-OFI-HALLADA = "N"
               IF WS-OFI-USADAS < 50
                   ADD 1 TO WS-OFI-USADAS
                   MOVE WS-OFI-USADAS TO WS-OFI-IDX
                   MOVE CAJA-OFICINA TO WS-OFI-CODIGO(WS-OFI-IDX)
                   MOVE ZERO TO WS-OFI-CANTIDAD(WS-OFI-IDX)
                   MOVE ZERO TO WS-OFI-EXENTOS(WS-OFI-IDX)
                   MOVE ZERO TO WS-OFI-COBRADO(WS-OFI-IDX)
                   PERFORM SUMAR-OFICINA
               ELSE
                   ADD 1 TO WS-CONT-DIFERENCIAS
                   DISPLAY "Aviso: más de 50 oficinas distintas; "
                       "el resumen omite a " CAJA-OFICINA
               END-IF
           END-IF.

       SUMAR-OFICINA.
           ADD 1 TO WS-OFI-CANTIDAD(WS-OFI-IDX).
           ADD CAJA-IMPORTE-COBRADO TO WS-OFI-COBRADO(WS-OFI-IDX).
           IF CAJA-MOTIVO-EXENCION NOT = SPACE
               ADD 1 TO WS-OFI-EXENTOS(WS-OFI-IDX)
           END-IF.

       IMPRIMIR-DETALLE.
           MOVE CAJA-SERIAL TO DET-SERIAL.
           MOVE CAJA-FECHA-HORA(9:6) TO DET-HORA.
           MOVE CAJA-OPERADOR-ID TO DET-OPERADOR.
           MOVE CAJA-TIPO-ACTA TO DET-TIPO.
           MOVE SPACE TO DET-FOLIO-LIBRO.
           STRING FUNCTION TRIM(CAJA-NRO-FOLIO) "/"
               FUNCTION TRIM(CAJA-NRO-LIBRO)
               DELIMITED BY SIZE INTO DET-FOLIO-LIBRO.
           MOVE CAJA-IMPORTE-COBRADO TO DET-COBRADO.
           MOVE SPACE TO DET-RECIBO.
           IF CAJA-MOTIVO-EXENCION = SPACE
               MOVE CAJA-NRO-RECIBO TO DET-RECIBO
           ELSE
               STRING "EXENTO " CAJA-MOTIVO-EXENCION " "
                   FUNCTION TRIM(CAJA-NRO-RECIBO)
                   DELIMITED BY SIZE INTO DET-RECIBO
           END-IF.
           MOVE WS-DETALLE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.

       ESCRIBIR-LINEA-DETALLE.
           IF WS-LINEAS-EN-PAGINA = 0
               OR WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-PAGINA
               MOVE REPORTE-LINEA TO WS-DETALLE-GUARDADO
               PERFORM IMPRIMIR-ENCABEZADO
               MOVE WS-DETALLE-GUARDADO TO REPORTE-LINEA
           END-IF
           WRITE REPORTE-LINEA
           ADD 1 TO WS-LINEAS-EN-PAGINA.

       IMPRIMIR-ENCABEZADO.
           ADD 1 TO WS-NRO-PAGINA
           MOVE WS-NRO-PAGINA TO ENC-PAGINA
           MOVE WS-FECHA-ARQUEO TO ENC-FECHA
           MOVE WS-ENCABEZADO-1 TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-ENCABEZADO-2 TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ZERO TO WS-LINEAS-EN-PAGINA.

       IMPRIMIR-RESUMEN-OPERADORES.
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "RESUMEN POR OPERADOR" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-ENCABEZADO-OPER TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-USADOS
               MOVE WS-OPER-ID(WS-OPER-IDX) TO ROP-OPERADOR
               MOVE WS-OPER-CANTIDAD(WS-OPER-IDX) TO ROP-CANTIDAD
               MOVE WS-OPER-PRIMERO(WS-OPER-IDX) TO ROP-PRIMERO
               MOVE WS-OPER-ULTIMO(WS-OPER-IDX) TO ROP-ULTIMO
               MOVE WS-OPER-EXENTOS(WS-OPER-IDX) TO ROP-EXENTOS
               MOVE WS-OPER-COBRADO(WS-OPER-IDX) TO ROP-COBRADO
               MOVE WS-RESUMEN-OPER TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-PERFORM.

       IMPRIMIR-RESUMEN-OFICINAS.
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "RESUMEN POR OFICINA" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-ENCABEZADO-OFICINA TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
               UNTIL WS-OFI-IDX > WS-OFI-USADAS
               IF WS-OFI-CODIGO(WS-OFI-IDX) = SPACE
                   MOVE "(sin oficina)" TO ROF-OFICINA
               ELSE
                   MOVE WS-OFI-CODIGO(WS-OFI-IDX) TO ROF-OFICINA
               END-IF
               MOVE WS-OFI-CANTIDAD(WS-OFI-IDX) TO ROF-CANTIDAD
               MOVE WS-OFI-EXENTOS(WS-OFI-IDX) TO ROF-EXENTOS
               MOVE WS-OFI-COBRADO(WS-OFI-IDX) TO ROF-COBRADO
               MOVE WS-RESUMEN-OFICINA TO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-PERFORM.

       IMPRIMIR-TOTALES.
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "TOTALES DEL DÍA" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Certificados de nacimiento" TO TOT-ETIQUETA
           MOVE WS-TIPO-CANTIDAD(1) TO TOT-CANTIDAD
           MOVE WS-TIPO-COBRADO(1) TO TOT-IMPORTE
           PERFORM ESCRIBIR-TOTAL
           MOVE "Certificados de matrimonio" TO TOT-ETIQUETA
           MOVE WS-TIPO-CANTIDAD(2) TO TOT-CANTIDAD
           MOVE WS-TIPO-COBRADO(2) TO TOT-IMPORTE
           PERFORM ESCRIBIR-TOTAL
           MOVE "Certificados de defunción" TO TOT-ETIQUETA
           MOVE WS-TIPO-CANTIDAD(3) TO TOT-CANTIDAD
           MOVE WS-TIPO-COBRADO(3) TO TOT-IMPORTE
           PERFORM ESCRIBIR-TOTAL
           MOVE "Pagados" TO TOT-ETIQUETA
           MOVE WS-CONT-PAGADOS TO TOT-CANTIDAD
           MOVE WS-TOTAL-COBRADO TO TOT-IMPORTE
           PERFORM ESCRIBIR-TOTAL
           MOVE "Exentos (importe dejado de cobrar)" TO TOT-ETIQUETA
           MOVE WS-CONT-EXENTOS TO TOT-CANTIDAD
           MOVE WS-TOTAL-EXIMIDO TO TOT-IMPORTE
           PERFORM ESCRIBIR-TOTAL
           MOVE "  por orden judicial" TO TOT-ETIQUETA
           MOVE WS-MOTIVO-CANTIDAD(1) TO TOT-CANTIDAD
           MOVE ZERO TO TOT-IMPORTE
           PERFORM ESCRIBIR-TOTAL
           MOVE "  por solicitud oficial" TO TOT-ETIQUETA
           MOVE WS-MOTIVO-CANTIDAD(2) TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  por rectificación de oficio" TO TOT-ETIQUETA
           MOVE WS-MOTIVO-CANTIDAD(3) TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "  por amparo de pobreza" TO TOT-ETIQUETA
           MOVE WS-MOTIVO-CANTIDAD(4) TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Total de seriales expedidos" TO TOT-ETIQUETA
           MOVE WS-CONT-SELECCIONADOS TO TOT-CANTIDAD
           MOVE WS-TOTAL-COBRADO TO TOT-IMPORTE
           PERFORM ESCRIBIR-TOTAL.

       ESCRIBIR-TOTAL.
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

      ******************************************************************
      * Serial-range reconciliation.  With no gaps or repeats the
      * day's movements cover last - first + 1 serials exactly; and,
      * when nothing was issued after the day, the last serial on
      * file must be the one CERTIFICADOS.CTL holds.
      ******************************************************************
       IMPRIMIR-CUADRE.
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "CUADRE DEL RANGO DE SERIALES" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           IF WS-CONT-MOVIMIENTOS > ZERO
               COMPUTE WS-RANGO-ESPERADO =
                   WS-ULTIMO-SERIAL - WS-PRIMER-SERIAL + 1
               MOVE SPACE TO REPORTE-LINEA
               STRING "Rango del día: " WS-PRIMER-SERIAL " a "
                   WS-ULTIMO-SERIAL " (" WS-RANGO-ESPERADO
                   " seriales; " WS-CONT-MOVIMIENTOS
                   " movimientos)"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
           END-IF
           MOVE SPACE TO REPORTE-LINEA
           STRING "Seriales faltantes en caja: " WS-CONT-FALTANTES
               "   Repetidos o fuera de orden: " WS-CONT-REPETIDOS
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           IF WS-CONT-POSTERIORES = ZERO
               AND WS-CONTROL-LEIDO = "S"
               MOVE SPACE TO REPORTE-LINEA
               STRING "Último serial en CERTIFICADOS.CTL: "
                   WS-SERIAL-CONTROL "   en caja: "
                   WS-SERIAL-ANTERIOR
                   DELIMITED BY SIZE INTO REPORTE-LINEA
               WRITE REPORTE-LINEA
               IF WS-SERIAL-CONTROL NOT = WS-SERIAL-ANTERIOR
                   ADD 1 TO WS-CONT-DIFERENCIAS
                   MOVE SPACE TO REPORTE-LINEA
                   STRING "*** CERTIFICADOS.CTL no coincide con el "
                       "último movimiento de caja"
                       DELIMITED BY SIZE INTO REPORTE-LINEA
                   WRITE REPORTE-LINEA
               END-IF
           END-IF
           MOVE SPACE TO REPORTE-LINEA
           IF WS-CONT-DIFERENCIAS = ZERO
               MOVE "RESULTADO: ARQUEO CUADRADO" TO REPORTE-LINEA
           ELSE
               STRING "RESULTADO: ARQUEO CON " WS-CONT-DIFERENCIAS
                   " DIFERENCIA(S)"
                   DELIMITED BY SIZE INTO REPORTE-LINEA
           END-IF
           WRITE REPORTE-LINEA.

       END PROGRAM ARQUEO-CAJA.
