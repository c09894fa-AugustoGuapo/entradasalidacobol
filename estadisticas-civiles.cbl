      *           against the same month of the previous year, and
      *           adds an operator-production section (altas,
      *           modificaciones, bajas per AUD-OPERADOR-ID) from
      *           the closed months archived in AUDITORIA-HIST.DAT
      *           (read by date over the period only) and from
      *           AUDITORIA.LOG, in the style of CONSULTA-AUDITORIA's
      *           summary.  Writes a paginated report to
      *           ESTADISTICAS-CIVILES.OUT and a CSV version to
      *           ESTADISTICAS-CIVILES.CSV for the head-office
      *           spreadsheet.  A section breaks the actas of the
      *           period down by oficina registral (REGISTRO-OFICINA),
      *           and an oficina may be given to restrict the whole
      *           report to its actas and to its operators
      *           (OPER-OFICINA); blank means every oficina.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT AUDITORIA-HIST-ARCHIVO
           ASSIGN TO "AUDITORIA-HIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AHI-LLAVE
           ALTERNATE RECORD KEY IS AHI-FECHA-HORA WITH DUPLICATES
           FILE STATUS IS AUDHIST-STATUS.

           SELECT OPERADORES-ARCHIVO
           ASSIGN TO "OPERADORES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPERADORES-STATUS.

           SELECT OFICINAS-ARCHIVO
           ASSIGN TO "OFICINAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFI-CODIGO
           FILE STATUS IS OFICINAS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "ESTADISTICAS-CIVILES.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

           FD AUDITORIA-HIST-ARCHIVO.
           01 AUDHIST-REGISTRO.
               COPY "audhist.cpy".

           FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD OFICINAS-ARCHIVO.
           01 OFICINAS-REGISTRO.
               COPY "oficinas.cpy".

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  WS-FIN-REGCIVIL PIC X VALUE "N".
       77  WS-FIN-AUDITORIA PIC X VALUE "N".
       77  AUDHIST-STATUS PIC XX VALUE "00".
       77  AUDHIST-DISPONIBLE PIC X VALUE "N".
       77  WS-FIN-HISTORICO PIC X VALUE "N".
       77  WS-PERIODO-DESDE PIC X(6) VALUE SPACE.
       77  WS-PERIODO-HASTA PIC X(6) VALUE SPACE.
       77  WS-DESDE-ANTERIOR PIC X(6) VALUE SPACE.
       77  WS-NUM-EDIT PIC 9(6) VALUE ZERO.
       77  WS-SECCION-ACTIVA PIC X(2) VALUE "01".
       77  WS-LINEA-PENDIENTE PIC X(100) VALUE SPACE.
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  OFICINAS-STATUS PIC XX VALUE "00".
       77  OPERADORES-DISPONIBLE PIC X VALUE "N".
       77  OFICINAS-DISPONIBLE PIC X VALUE "N".
       77  WS-OFICINA-FILTRO PIC X(3) VALUE SPACE.
       77  WS-OFICINA-OPERADOR PIC X(3) VALUE SPACE.
       77  WS-OFI-USADAS PIC 9(2) VALUE ZERO.
       77  WS-OFI-IDX PIC 9(2) VALUE ZERO.
       77  WS-OFI-HALLADA PIC X VALUE "N".

       01  WS-TABLA-MESES.
           05  WS-MES-ENTRADA OCCURS 60 TIMES.
               10  WS-OPER-MODIF PIC 9(6).
               10  WS-OPER-BAJAS PIC 9(6).

       01  WS-TABLA-OFICINAS.
           05  WS-OFI-ENTRADA OCCURS 50 TIMES.
               10  WS-OFI-CODIGO PIC X(3).
               10  WS-OFI-NAC PIC 9(6).
               10  WS-OFI-MAT PIC 9(6).
               10  WS-OFI-DEF PIC 9(6).

       01  WS-OFI-TEMPORAL.
           05  WS-TMP-OFI-CODIGO PIC X(3).
           05  WS-TMP-OFI-NAC PIC 9(6).
           05  WS-TMP-OFI-MAT PIC 9(6).
           05  WS-TMP-OFI-DEF PIC 9(6).

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(32)
               VALUE "ESTADÍSTICAS CIVILES MENSUALES".
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-DIF PIC +ZZZ,ZZ9.

       01  WS-ENCABEZADO-OFICINA.
           05  FILLER PIC X(35) VALUE "OFICINA".
           05  FILLER PIC X(9) VALUE "NACIM.".
           05  FILLER PIC X(9) VALUE "MATRIM.".
           05  FILLER PIC X(9) VALUE "DEFUNC.".
           05  FILLER PIC X(9) VALUE "TOTAL".

       01  WS-DETALLE-OFICINA.
           05  DET-OFI-CODIGO PIC X(3).
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-OFI-NOMBRE PIC X(28).
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-OFI-NAC PIC ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-OFI-MAT PIC ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-OFI-DEF PIC ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-OFI-TOT PIC ZZZ,ZZ9.

       01  WS-ENCABEZADO-OPER.
           05  FILLER PIC X(12) VALUE "OPERADOR".
           05  FILLER PIC X(9) VALUE "ALTAS".
               PERFORM ACUMULAR-ACTAS
               PERFORM ACUMULAR-AUDITORIA
               PERFORM ORDENAR-MESES
               PERFORM ORDENAR-OFICINAS
               PERFORM IMPRIMIR-SECCION-MESES
               PERFORM IMPRIMIR-SECCION-OFICINAS
               PERFORM IMPRIMIR-SECCION-OPERADORES
               PERFORM ESCRIBIR-CSV
               PERFORM PROCEDIMIENTO-CIERRE
               MOVE WS-ANIO-AUX TO WS-HASTA-ANTERIOR(1:4)
               MOVE WS-PERIODO-HASTA(5:2)
                   TO WS-HASTA-ANTERIOR(5:2)
               DISPLAY "Oficina (vacío = todas): "
               ACCEPT WS-OFICINA-FILTRO
               INSPECT WS-OFICINA-FILTRO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.

       PROCEDIMIENTO-APERTURA.
                   "vacía."
               MOVE "S" TO WS-FIN-AUDITORIA
           END-IF.
           OPEN INPUT AUDITORIA-HIST-ARCHIVO.
           IF AUDHIST-STATUS = "00"
               MOVE "S" TO AUDHIST-DISPONIBLE
           END-IF.
           OPEN INPUT OPERADORES-ARCHIVO.
           IF OPERADORES-STATUS = "00"
               MOVE "S" TO OPERADORES-DISPONIBLE
           ELSE
               IF WS-OFICINA-FILTRO NOT = SPACE
                   DISPLAY "Aviso: no se pudo abrir OPERADORES.DAT; "
                       "la producción por operador no se filtrará "
                       "por oficina."
               END-IF
           END-IF.
           OPEN INPUT OFICINAS-ARCHIVO.
           IF OFICINAS-STATUS = "00"
               MOVE "S" TO OFICINAS-DISPONIBLE
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           OPEN OUTPUT CSV-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           CLOSE REGISTRO-CIVIL-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           IF AUDHIST-DISPONIBLE = "S"
               CLOSE AUDITORIA-HIST-ARCHIVO
           END-IF.
           IF OPERADORES-DISPONIBLE = "S"
               CLOSE OPERADORES-ARCHIVO
           END-IF.
           IF OFICINAS-DISPONIBLE = "S"
               CLOSE OFICINAS-ARCHIVO
           END-IF.
           CLOSE REPORTE-ARCHIVO.
           CLOSE CSV-ARCHIVO.

                   MOVE "S" TO WS-FIN-REGCIVIL
               NOT AT END
                   PERFORM EXTRAER-MES-ACTA
                   IF WS-OFICINA-FILTRO NOT = SPACE
                       AND REGISTRO-OFICINA NOT = WS-OFICINA-FILTRO
                       MOVE SPACE TO WS-MES-ACTA
                   END-IF
                   IF WS-MES-ACTA NOT = SPACE
                       IF WS-MES-ACTA >= WS-PERIODO-DESDE
                           AND WS-MES-ACTA <= WS-PERIODO-HASTA
                           PERFORM ACUMULAR-MES-ACTUAL
                           PERFORM ACUMULAR-OFICINA
                       END-IF
                       IF WS-MES-ACTA >= WS-DESDE-ANTERIOR
                           AND WS-MES-ACTA <= WS-HASTA-ANTERIOR
                   ADD 1 TO WS-TOT-NACIMIENTOS
           END-EVALUATE.

       ACUMULAR-OFICINA.
           MOVE "N" TO WS-OFI-HALLADA.
           PERFORM VARYING WS-OFI-IDX FROM 1 BY 1
               UNTIL WS-OFI-IDX > WS-OFI-USADAS
               OR WS-OFI-HALLADA = "S"
               IF WS-OFI-CODIGO(WS-OFI-IDX) = REGISTRO-OFICINA
                   MOVE "S" TO WS-OFI-HALLADA
                   PERFORM SUMAR-TIPO-OFICINA
               END-IF
           END-PERFORM.
           IF WS-OFI-HALLADA = "N"
               IF WS-OFI-USADAS < 50
                   ADD 1 TO WS-OFI-USADAS
                   MOVE REGISTRO-OFICINA
                       TO WS-OFI-CODIGO(WS-OFI-USADAS)
                   MOVE ZERO TO WS-OFI-NAC(WS-OFI-USADAS)
                   MOVE ZERO TO WS-OFI-MAT(WS-OFI-USADAS)
                   MOVE ZERO TO WS-OFI-DEF(WS-OFI-USADAS)
                   MOVE WS-OFI-USADAS TO WS-OFI-IDX
                   PERFORM SUMAR-TIPO-OFICINA
               ELSE
                   DISPLAY "Aviso: más de 50 oficinas distintas; "
                       "el desglose omite a " REGISTRO-OFICINA
               END-IF
           END-IF.

       SUMAR-TIPO-OFICINA.
           EVALUATE REGISTRO-TIPO-ACTA
               WHEN "M"
                   ADD 1 TO WS-OFI-MAT(WS-OFI-IDX)
               WHEN "D"
                   ADD 1 TO WS-OFI-DEF(WS-OFI-IDX)
               WHEN OTHER
                   ADD 1 TO WS-OFI-NAC(WS-OFI-IDX)
           END-EVALUATE.

       ACUMULAR-MES-ANTERIOR.
           MOVE "N" TO WS-MES-HALLADO.
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
           END-EVALUATE.

       ACUMULAR-AUDITORIA.
           IF AUDHIST-DISPONIBLE = "S"
               MOVE LOW-VALUES TO AHI-FECHA-HORA
               MOVE WS-PERIODO-DESDE TO AHI-FECHA-HORA(1:6)
               START AUDITORIA-HIST-ARCHIVO
                   KEY IS >= AHI-FECHA-HORA
                   INVALID KEY
                       MOVE "S" TO WS-FIN-HISTORICO
               END-START
               PERFORM ACUMULAR-ACCION-HISTORICO
                   UNTIL WS-FIN-HISTORICO = "S"
           END-IF.
           PERFORM ACUMULAR-ACCION UNTIL WS-FIN-AUDITORIA = "S".

      ******************************************************************
      * Archived records of the period are counted as log records.
      ******************************************************************
       ACUMULAR-ACCION-HISTORICO.
           READ AUDITORIA-HIST-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-HISTORICO
               NOT AT END
                   IF AHI-FECHA-HORA(1:6) > WS-PERIODO-HASTA
                       MOVE "S" TO WS-FIN-HISTORICO
                   ELSE
                       MOVE AHI-PROGRAMA TO AUD-PROGRAMA
                       MOVE AHI-ACCION TO AUD-ACCION
                       MOVE AHI-CLAVE TO AUD-CLAVE
                       MOVE AHI-OPERADOR-ID TO AUD-OPERADOR-ID
                       MOVE AHI-FECHA-HORA TO AUD-FECHA-HORA
                       PERFORM EVALUAR-ACCION
                   END-IF
           END-READ.

       ACUMULAR-ACCION.
           READ AUDITORIA-ARCHIVO
               AT END
                   MOVE "S" TO WS-FIN-AUDITORIA
               NOT AT END
                   PERFORM EVALUAR-ACCION
           END-READ.

       EVALUAR-ACCION.
           IF AUD-FECHA-HORA(1:6) >= WS-PERIODO-DESDE
               AND AUD-FECHA-HORA(1:6) <= WS-PERIODO-HASTA
               AND (AUD-ACCION = "ALTA"
                   OR AUD-ACCION = "MODIFICA"
                   OR AUD-ACCION = "BAJA")
               PERFORM VERIFICAR-OFICINA-OPERADOR
               IF WS-OFICINA-FILTRO = SPACE
                   OR WS-OFICINA-OPERADOR = WS-OFICINA-FILTRO
                   PERFORM ACUMULAR-OPERADOR
               END-IF
           END-IF.

      ******************************************************************
      * With an oficina given, the production section counts only the
      * operators of that oficina.  Without OPERADORES.DAT nobody can
      * be placed, so nobody is left out.
      ******************************************************************
       VERIFICAR-OFICINA-OPERADOR.
           MOVE WS-OFICINA-FILTRO TO WS-OFICINA-OPERADOR.
           IF WS-OFICINA-FILTRO NOT = SPACE
               AND OPERADORES-DISPONIBLE = "S"
               MOVE AUD-OPERADOR-ID TO OPER-ID
               READ OPERADORES-ARCHIVO
                   INVALID KEY
                       MOVE SPACE TO WS-OFICINA-OPERADOR
                   NOT INVALID KEY
                       MOVE OPER-OFICINA TO WS-OFICINA-OPERADOR
               END-READ
           END-IF.

       ACUMULAR-OPERADOR.
           MOVE "N" TO WS-OPER-HALLADO.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               END-PERFORM
           END-PERFORM.

       ORDENAR-OFICINAS.
           PERFORM VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I >= WS-OFI-USADAS
               PERFORM VARYING WS-IDX-J FROM 1 BY 1
                   UNTIL WS-IDX-J >= WS-OFI-USADAS
                   IF WS-OFI-CODIGO(WS-IDX-J)
                       > WS-OFI-CODIGO(WS-IDX-J + 1)
                       MOVE WS-OFI-ENTRADA(WS-IDX-J)
                           TO WS-OFI-TEMPORAL
                       MOVE WS-OFI-ENTRADA(WS-IDX-J + 1)
                           TO WS-OFI-ENTRADA(WS-IDX-J)
                       MOVE WS-OFI-TEMPORAL
                           TO WS-OFI-ENTRADA(WS-IDX-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIMIR-ENCABEZADO.
           ADD 1 TO WS-NRO-PAGINA.
           MOVE WS-NRO-PAGINA TO ENC-PAGINA.
           STRING "PERIODO " WS-PERIODO-DESDE " A "
               WS-PERIODO-HASTA
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           IF WS-OFICINA-FILTRO NOT = SPACE
               MOVE "OFICINA" TO REPORTE-LINEA(30:7)
               MOVE WS-OFICINA-FILTRO TO REPORTE-LINEA(38:3)
           END-IF.
           WRITE REPORTE-LINEA.
           EVALUATE WS-SECCION-ACTIVA
               WHEN "01"
                   MOVE WS-ENCABEZADO-MESES TO REPORTE-LINEA
               WHEN "03"
                   MOVE WS-ENCABEZADO-OFICINA TO REPORTE-LINEA
               WHEN OTHER
                   MOVE WS-ENCABEZADO-OPER TO REPORTE-LINEA
           END-EVALUATE.
           WRITE REPORTE-LINEA.
           MOVE ALL "-" TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.
           MOVE ZERO TO WS-LINEAS-EN-PAGINA.
               END-IF
           END-PERFORM.

       IMPRIMIR-SECCION-OFICINAS.
           MOVE "03" TO WS-SECCION-ACTIVA.
           MOVE "ACTAS DEL PERIODO POR OFICINA REGISTRAL"
               TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE WS-ENCABEZADO-OFICINA TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE ALL "-" TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM IMPRIMIR-OFICINA
               VARYING WS-OFI-IDX FROM 1 BY 1
               UNTIL WS-OFI-IDX > WS-OFI-USADAS.
           MOVE SPACE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-REPORTE.

       IMPRIMIR-OFICINA.
           MOVE WS-OFI-CODIGO(WS-OFI-IDX) TO DET-OFI-CODIGO.
           PERFORM BUSCAR-NOMBRE-OFICINA.
           MOVE WS-OFI-NAC(WS-OFI-IDX) TO DET-OFI-NAC.
           MOVE WS-OFI-MAT(WS-OFI-IDX) TO DET-OFI-MAT.
           MOVE WS-OFI-DEF(WS-OFI-IDX) TO DET-OFI-DEF.
           ADD WS-OFI-NAC(WS-OFI-IDX) WS-OFI-MAT(WS-OFI-IDX)
               WS-OFI-DEF(WS-OFI-IDX) GIVING WS-TOT-MES.
           MOVE WS-TOT-MES TO DET-OFI-TOT.
           MOVE WS-DETALLE-OFICINA TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-REPORTE.

       BUSCAR-NOMBRE-OFICINA.
           MOVE SPACE TO DET-OFI-NOMBRE.
           IF WS-OFI-CODIGO(WS-OFI-IDX) = SPACE
               MOVE "(sin oficina)" TO DET-OFI-NOMBRE
           ELSE
               IF OFICINAS-DISPONIBLE = "S"
                   MOVE WS-OFI-CODIGO(WS-OFI-IDX) TO OFI-CODIGO
                   READ OFICINAS-ARCHIVO
                       INVALID KEY
                           MOVE "(no registrada)" TO DET-OFI-NOMBRE
                       NOT INVALID KEY
                           MOVE OFI-NOMBRE TO DET-OFI-NOMBRE
                   END-READ
               END-IF
           END-IF.

       IMPRIMIR-SECCION-OPERADORES.
           MOVE "02" TO WS-SECCION-ACTIVA.
           MOVE "PRODUCCIÓN POR OPERADOR (AUDITORÍA)"
               TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE WS-ENCABEZADO-OPER TO REPORTE-LINEA.

      ******************************************************************
      * CSV version, quoted like EXPORTAR-CSV: the month table first,
      * then the oficina table and the operator table, each after a
      * blank line.
      ******************************************************************
       ESCRIBIR-CSV.
           MOVE SPACE TO CSV-LINEA.
               UNTIL WS-IDX-I > WS-MESES-USADOS.
           MOVE SPACE TO CSV-LINEA.
           WRITE CSV-LINEA.
           MOVE SPACE TO CSV-LINEA.
           STRING "OFICINA" WS-COMA "NACIMIENTOS" WS-COMA
               "MATRIMONIOS" WS-COMA "DEFUNCIONES" WS-COMA
               "TOTAL"
               DELIMITED BY SIZE INTO CSV-LINEA.
           WRITE CSV-LINEA.
           PERFORM ESCRIBIR-CSV-OFICINA
               VARYING WS-OFI-IDX FROM 1 BY 1
               UNTIL WS-OFI-IDX > WS-OFI-USADAS.
           MOVE SPACE TO CSV-LINEA.
           WRITE CSV-LINEA.
           STRING "OPERADOR" WS-COMA "ALTAS" WS-COMA
               "MODIFICACIONES" WS-COMA "BAJAS"
               DELIMITED BY SIZE INTO CSV-LINEA.
               DELIMITED BY SIZE INTO CSV-LINEA.
           WRITE CSV-LINEA.

       ESCRIBIR-CSV-OFICINA.
           ADD WS-OFI-NAC(WS-OFI-IDX) WS-OFI-MAT(WS-OFI-IDX)
               WS-OFI-DEF(WS-OFI-IDX) GIVING WS-TOT-MES.
           MOVE SPACE TO CSV-LINEA.
           STRING
               WS-COMILLA WS-OFI-CODIGO(WS-OFI-IDX) WS-COMILLA
                   WS-COMA
               WS-OFI-NAC(WS-OFI-IDX) WS-COMA
               WS-OFI-MAT(WS-OFI-IDX) WS-COMA
               WS-OFI-DEF(WS-OFI-IDX) WS-COMA
               WS-TOT-MES
               DELIMITED BY SIZE INTO CSV-LINEA.
           WRITE CSV-LINEA.

       ESCRIBIR-CSV-OPERADOR.
           MOVE SPACE TO CSV-LINEA.
           STRING
