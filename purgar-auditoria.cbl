      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Retention purge of the audit archive.  Destroys
      *           from AUDITORIA-HIST.DAT every archived month up to
      *           the period AAAAMM the supervisor gives, provided all
      *           of them are past the legal retention of
      *           WS-ANIOS-RETENCION years (a month may be destroyed
      *           once that many years have passed since its end).
      *           The months found and their record counts are shown
      *           and must be confirmed before anything is deleted.
      *           DESTRUCCION-AUDITORIA.OUT is the certificate of
      *           destruction: every month destroyed with its record
      *           count and its first and last fecha-hora, the
      *           totals, the retention applied, the supervisor and
      *           the moment of the destruction, with lines for the
      *           signatures.  Each month destroyed is audited to
      *           AUDITORIA.LOG (PURGA, clave AUDITORIA AAAAMM).
      *           Only an active supervisor (OPERADOR_ID with
      *           OPER-ROL = S) may run it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGAR-AUDITORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO "AUDITORIA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "DESTRUCCION-AUDITORIA.OUT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD AUDITORIA-HIST-ARCHIVO.
           01 AUDHIST-REGISTRO.
               COPY "audhist.cpy".

           FD OPERADORES-ARCHIVO.
           01 OPERADORES-REGISTRO.
               COPY "operadores.cpy".

           FD AUDITORIA-ARCHIVO.
           01 AUDITORIA-REGISTRO.
               COPY "auditoria.cpy".

           FD REPORTE-ARCHIVO.
           01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  AUDHIST-STATUS PIC XX VALUE "00".
       77  OPERADORES-STATUS PIC XX VALUE "00".
       77  AUDITORIA-STATUS PIC XX VALUE "00".
       77  AUDHIST-DISPONIBLE PIC X VALUE "N".
       77  WS-ACCESO-AUTORIZADO PIC X VALUE "N".
       77  WS-OPERADOR-ID PIC X(10) VALUE SPACE.
      * Years that the audit trail must be kept by law.
       77  WS-ANIOS-RETENCION PIC 9(2) VALUE 10.
       77  PERIODO-HASTA PIC X(44)
           VALUE "Destruir hasta el período (AAAAMM): ".
       77  CONFIRMACION PIC X(44)
           VALUE "¿Confirma la destrucción? (S/N): ".
       77  WS-CONFIRMA PIC X VALUE SPACE.
       77  WS-PERIODO-TEXTO PIC X(10) VALUE SPACE.
       77  WS-PERIODO-HASTA PIC 9(6) VALUE ZERO.
       77  WS-PERIODO-LIMITE PIC 9(6) VALUE ZERO.
       77  WS-PERIODO-VALIDO PIC X VALUE "N".
       77  WS-FECHA-HOY PIC 9(8) VALUE ZERO.
       77  WS-FECHA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-HORA-ACTUAL PIC 9(8) VALUE ZERO.
       77  WS-FECHA-HORA PIC X(20) VALUE SPACE.
       77  WS-FECHA-HORA-DESTRUCCION PIC X(20) VALUE SPACE.
       77  WS-FH-ENTRADA PIC X(20) VALUE SPACE.
       77  WS-FH-TEXTO PIC X(19) VALUE SPACE.
       77  WS-AUD-ACCION PIC X(10) VALUE SPACE.
       77  WS-AUD-CLAVE PIC X(25) VALUE SPACE.
       77  WS-FIN-ARCHIVO PIC X VALUE "N".
       77  WS-IX PIC 9(3) VALUE ZERO.
       77  WS-CANT-MESES PIC 9(3) VALUE ZERO.
       77  WS-MAX-MESES PIC 9(3) VALUE 240.
       77  WS-TABLA-LLENA PIC X VALUE "N".
       77  WS-LINEAS-EN-PAGINA PIC 9(2) VALUE ZERO.
       77  WS-MAX-LINEAS-PAGINA PIC 9(2) VALUE 20.
       77  WS-NRO-PAGINA PIC 9(4) VALUE ZERO.
       77  WS-DETALLE-GUARDADO PIC X(100) VALUE SPACE.
       77  WS-CONT-ENCONTRADOS PIC 9(9) VALUE ZERO.
       77  WS-CONT-DESTRUIDOS PIC 9(9) VALUE ZERO.
       77  WS-CONT-ERRORES PIC 9(9) VALUE ZERO.

       01  WS-PERIODO-PARTES.
           05  WS-PERIODO-ANIO PIC 9(4).
           05  WS-PERIODO-MES PIC 9(2).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO-PARTES PIC 9(6).

      * One entry per archived month up to the period given, in date
      * order.  A scan that finds more months than the table holds
      * stops at the last one that fits.
       01  WS-TABLA-MESES.
           05  WS-MES-ENTRADA OCCURS 240 TIMES.
               10  MES-PERIODO PIC X(6).
               10  MES-ENCONTRADOS PIC 9(9).
               10  MES-DESTRUIDOS PIC 9(9).
               10  MES-PRIMERO PIC X(20).
               10  MES-ULTIMO PIC X(20).

       01  WS-ENCABEZADO-1.
           05  FILLER PIC X(39)
               VALUE "CERTIFICADO DE DESTRUCCIÓN".
           05  FILLER PIC X(7) VALUE "FECHA: ".
           05  ENC-FECHA PIC X(8).
           05  FILLER PIC X(5) VALUE SPACE.
           05  FILLER PIC X(9) VALUE "PÁGINA: ".
           05  ENC-PAGINA PIC ZZZ9.

       01  WS-ENCABEZADO-2.
           05  FILLER PIC X(9) VALUE "PERÍODO".
           05  FILLER PIC X(11) VALUE "  REGISTROS".
           05  FILLER PIC X(2) VALUE SPACE.
           05  FILLER PIC X(20) VALUE "PRIMER REGISTRO".
           05  FILLER PIC X(16) VALUE "ÚLTIMO REGISTRO".

       01  WS-DETALLE.
           05  DET-PERIODO PIC X(7).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-REGISTROS PIC ZZZ,ZZZ,ZZ9.
           05  FILLER PIC X(2) VALUE SPACE.
           05  DET-PRIMERO PIC X(19).
           05  FILLER PIC X(1) VALUE SPACE.
           05  DET-ULTIMO PIC X(19).

       01  WS-TOTAL-LINEA.
           05  TOT-ETIQUETA PIC X(50).
           05  TOT-CANTIDAD PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VERIFICAR-SUPERVISOR.
           IF WS-ACCESO-AUTORIZADO = "S"
               PERFORM PROCEDIMIENTO-APERTURA
               IF AUDHIST-DISPONIBLE = "S"
                   PERFORM PEDIR-PERIODO
                   IF WS-PERIODO-VALIDO = "S"
                       PERFORM CONTAR-PERIODOS
                       PERFORM CONFIRMAR-DESTRUCCION
                   END-IF
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PROCEDIMIENTO-CIERRE
           END-IF.
           STOP RUN.

      ******************************************************************
      * Sign-on: only an active supervisor may destroy audit records.
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
           OPEN I-O AUDITORIA-HIST-ARCHIVO.
           IF AUDHIST-STATUS = "00"
               MOVE "S" TO AUDHIST-DISPONIBLE
           ELSE
               DISPLAY "No se pudo abrir AUDITORIA-HIST.DAT (estado "
                   AUDHIST-STATUS "); no hay nada que destruir."
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.

       PROCEDIMIENTO-CIERRE.
           IF AUDHIST-DISPONIBLE = "S"
               CLOSE AUDITORIA-HIST-ARCHIVO
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.

       OBTENER-FECHA-HORA.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           MOVE SPACE TO WS-FECHA-HORA
           STRING WS-FECHA-ACTUAL WS-HORA-ACTUAL
               DELIMITED BY SIZE INTO WS-FECHA-HORA.

       REGISTRAR-AUDITORIA.
           PERFORM OBTENER-FECHA-HORA
           MOVE "PURGAR-AUDITORIA" TO AUD-PROGRAMA
           MOVE WS-AUD-ACCION TO AUD-ACCION
           MOVE WS-AUD-CLAVE TO AUD-CLAVE
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR-ID
           MOVE WS-FECHA-HORA TO AUD-FECHA-HORA
           WRITE AUDITORIA-REGISTRO.

      ******************************************************************
      * The newest period that may be destroyed is the one before
      * this month WS-ANIOS-RETENCION years ago.
      ******************************************************************
       PEDIR-PERIODO.
           MOVE "N" TO WS-PERIODO-VALIDO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-LIMITE.
           COMPUTE WS-PERIODO-LIMITE =
               WS-PERIODO-LIMITE - WS-ANIOS-RETENCION * 100.
           DISPLAY PERIODO-HASTA.
           MOVE SPACE TO WS-PERIODO-TEXTO.
           ACCEPT WS-PERIODO-TEXTO.
           IF WS-PERIODO-TEXTO(1:6) NOT NUMERIC
               OR WS-PERIODO-TEXTO(7:4) NOT = SPACE
               DISPLAY "Período no válido: " WS-PERIODO-TEXTO
           ELSE
               MOVE WS-PERIODO-TEXTO(1:6) TO WS-PERIODO-NUM
               IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
                   DISPLAY "Período no válido: " WS-PERIODO-TEXTO
               ELSE
                   IF WS-PERIODO-NUM NOT < WS-PERIODO-LIMITE
                       DISPLAY "El período " WS-PERIODO-MES "/"
                           WS-PERIODO-ANIO " no ha cumplido los "
                           WS-ANIOS-RETENCION " años de "
                           "conservación obligatoria."
                       MOVE WS-PERIODO-LIMITE TO WS-PERIODO-NUM
                       SUBTRACT 1 FROM WS-PERIODO-NUM
                       IF WS-PERIODO-MES = ZERO
                           SUBTRACT 88 FROM WS-PERIODO-NUM
                       END-IF
                       DISPLAY "El último período que se puede "
                           "destruir hoy es " WS-PERIODO-MES "/"
                           WS-PERIODO-ANIO "."
                   ELSE
                       MOVE WS-PERIODO-NUM TO WS-PERIODO-HASTA
                       MOVE "S" TO WS-PERIODO-VALIDO
                   END-IF
               END-IF
           END-IF.
           IF WS-PERIODO-VALIDO = "N"
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * First pass, in date order by the alternate key: the months up
      * to the period given, with their counts, for the supervisor to
      * confirm.  Nothing is deleted here.
      ******************************************************************
       CONTAR-PERIODOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE LOW-VALUES TO AHI-FECHA-HORA.
           START AUDITORIA-HIST-ARCHIVO
               KEY IS >= AHI-FECHA-HORA
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START.
           PERFORM CONTAR-REGISTRO UNTIL WS-FIN-ARCHIVO = "S".
           IF WS-TABLA-LLENA = "S"
               MOVE MES-PERIODO(WS-CANT-MESES) TO WS-PERIODO-HASTA
               DISPLAY "Hay más de " WS-MAX-MESES " meses que "
                   "destruir; esta corrida llega hasta "
                   WS-PERIODO-HASTA "."
           END-IF.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CANT-MESES
               DISPLAY "  " MES-PERIODO(WS-IX)(5:2) "/"
                   MES-PERIODO(WS-IX)(1:4) ": "
                   MES-ENCONTRADOS(WS-IX) " registros"
           END-PERFORM.
           DISPLAY "Registros a destruir: " WS-CONT-ENCONTRADOS
               " en " WS-CANT-MESES " meses.".

       CONTAR-REGISTRO.
           READ AUDITORIA-HIST-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   IF AHI-FECHA-HORA(1:6) > WS-PERIODO-HASTA
                       MOVE "S" TO WS-FIN-ARCHIVO
                   ELSE
                       IF WS-CANT-MESES = ZERO
                           OR AHI-FECHA-HORA(1:6)
                               NOT = MES-PERIODO(WS-CANT-MESES)
                           IF WS-CANT-MESES < WS-MAX-MESES
                               ADD 1 TO WS-CANT-MESES
                               MOVE AHI-FECHA-HORA(1:6)
                                   TO MES-PERIODO(WS-CANT-MESES)
                               MOVE ZERO
                                   TO MES-ENCONTRADOS(WS-CANT-MESES)
                               MOVE ZERO
                                   TO MES-DESTRUIDOS(WS-CANT-MESES)
                               MOVE SPACE
                                   TO MES-PRIMERO(WS-CANT-MESES)
                               MOVE SPACE
                                   TO MES-ULTIMO(WS-CANT-MESES)
                           ELSE
                               MOVE "S" TO WS-TABLA-LLENA
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                       END-IF
                       IF WS-FIN-ARCHIVO = "N"
                           ADD 1 TO WS-CONT-ENCONTRADOS
                           ADD 1 TO MES-ENCONTRADOS(WS-CANT-MESES)
                       END-IF
                   END-IF
           END-READ.

       CONFIRMAR-DESTRUCCION.
           IF WS-CONT-ENCONTRADOS = ZERO
               DISPLAY "No hay registros archivados hasta ese "
                   "período; no se destruye nada."
           ELSE
               DISPLAY CONFIRMACION
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               INSPECT WS-CONFIRMA CONVERTING "s" TO "S"
               IF WS-CONFIRMA = "S"
                   PERFORM DESTRUIR-PERIODOS
                   PERFORM IMPRIMIR-CERTIFICADO
                   DISPLAY "Registros destruidos: "
                       WS-CONT-DESTRUIDOS
                   IF WS-CONT-ERRORES > ZERO
                       DISPLAY WS-CONT-ERRORES " registros no se "
                           "pudieron borrar."
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   DISPLAY "Certificado generado en "
                       "DESTRUCCION-AUDITORIA.OUT."
               ELSE
                   DISPLAY "Destrucción cancelada; no se borró "
                       "ningún registro."
               END-IF
           END-IF.

      ******************************************************************
      * Second pass: the same records are deleted, month by month,
      * noting the first and last fecha-hora of each month for the
      * certificate.  Each month is audited once it is done.
      ******************************************************************
       DESTRUIR-PERIODOS.
           PERFORM OBTENER-FECHA-HORA.
           MOVE WS-FECHA-HORA TO WS-FECHA-HORA-DESTRUCCION.
           MOVE 1 TO WS-IX.
           MOVE "N" TO WS-FIN-ARCHIVO.
           MOVE LOW-VALUES TO AHI-FECHA-HORA.
           START AUDITORIA-HIST-ARCHIVO
               KEY IS >= AHI-FECHA-HORA
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START.
           PERFORM DESTRUIR-REGISTRO UNTIL WS-FIN-ARCHIVO = "S".
           PERFORM AUDITAR-MES
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-MESES.

       DESTRUIR-REGISTRO.
           READ AUDITORIA-HIST-ARCHIVO NEXT
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   IF AHI-FECHA-HORA(1:6) > WS-PERIODO-HASTA
                       MOVE "S" TO WS-FIN-ARCHIVO
                   ELSE
                       IF MES-PERIODO(WS-IX)
                               NOT = AHI-FECHA-HORA(1:6)
                           AND WS-IX < WS-CANT-MESES
                           ADD 1 TO WS-IX
                       END-IF
                       IF MES-PRIMERO(WS-IX) = SPACE
                           MOVE AHI-FECHA-HORA TO MES-PRIMERO(WS-IX)
                       END-IF
                       MOVE AHI-FECHA-HORA TO MES-ULTIMO(WS-IX)
                       DELETE AUDITORIA-HIST-ARCHIVO
                           INVALID KEY
                               ADD 1 TO WS-CONT-ERRORES
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-DESTRUIDOS
                               ADD 1 TO MES-DESTRUIDOS(WS-IX)
                       END-DELETE
                   END-IF
           END-READ.

       AUDITAR-MES.
           IF MES-DESTRUIDOS(WS-IX) > ZERO
               MOVE "PURGA" TO WS-AUD-ACCION
               MOVE SPACE TO WS-AUD-CLAVE
               STRING "AUDITORIA " MES-PERIODO(WS-IX)
                   DELIMITED BY SIZE INTO WS-AUD-CLAVE
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      ******************************************************************
      * Certificate of destruction.
      ******************************************************************
       IMPRIMIR-CERTIFICADO.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE SPACE TO REPORTE-LINEA.
           STRING "Se certifica que del archivo de auditoría "
               "AUDITORIA-HIST.DAT se destruyeron los registros"
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE SPACE TO REPORTE-LINEA.
           STRING "de los períodos siguientes, cuyo plazo legal de "
               "conservación de " WS-ANIOS-RETENCION " años había "
               "vencido."
               DELIMITED BY SIZE INTO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           MOVE SPACE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           PERFORM IMPRIMIR-MES
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-MESES.
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "TOTALES" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Períodos destruidos" TO TOT-ETIQUETA
           MOVE WS-CANT-MESES TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Registros encontrados" TO TOT-ETIQUETA
           MOVE WS-CONT-ENCONTRADOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Registros destruidos" TO TOT-ETIQUETA
           MOVE WS-CONT-DESTRUIDOS TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE "Registros que no se pudieron borrar" TO TOT-ETIQUETA
           MOVE WS-CONT-ERRORES TO TOT-CANTIDAD
           PERFORM ESCRIBIR-TOTAL
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACE TO REPORTE-LINEA
           STRING "Plazo de conservación aplicado: "
               WS-ANIOS-RETENCION " años."
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-FECHA-HORA-DESTRUCCION TO WS-FH-ENTRADA
           PERFORM FORMATEAR-FECHA-HORA
           MOVE SPACE TO REPORTE-LINEA
           STRING "Fecha y hora de la destrucción: " WS-FH-TEXTO
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACE TO REPORTE-LINEA
           STRING "Autorizada por el supervisor: " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Firma del supervisor: ______________________________"
               TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE "Firma del testigo:    ______________________________"
               TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           CLOSE REPORTE-ARCHIVO.

       IMPRIMIR-MES.
           MOVE SPACE TO DET-PERIODO.
           STRING MES-PERIODO(WS-IX)(5:2) "/" MES-PERIODO(WS-IX)(1:4)
               DELIMITED BY SIZE INTO DET-PERIODO.
           MOVE MES-DESTRUIDOS(WS-IX) TO DET-REGISTROS.
           MOVE MES-PRIMERO(WS-IX) TO WS-FH-ENTRADA.
           PERFORM FORMATEAR-FECHA-HORA.
           MOVE WS-FH-TEXTO TO DET-PRIMERO.
           MOVE MES-ULTIMO(WS-IX) TO WS-FH-ENTRADA.
           PERFORM FORMATEAR-FECHA-HORA.
           MOVE WS-FH-TEXTO TO DET-ULTIMO.
           MOVE WS-DETALLE TO REPORTE-LINEA.
           PERFORM ESCRIBIR-LINEA-DETALLE.

      * AAAAMMDDHHMMSSCC as DD/MM/AAAA HH:MM:SS.
       FORMATEAR-FECHA-HORA.
           MOVE SPACE TO WS-FH-TEXTO.
           IF WS-FH-ENTRADA NOT = SPACE
               STRING WS-FH-ENTRADA(7:2) "/" WS-FH-ENTRADA(5:2) "/"
                   WS-FH-ENTRADA(1:4) " " WS-FH-ENTRADA(9:2) ":"
                   WS-FH-ENTRADA(11:2) ":" WS-FH-ENTRADA(13:2)
                   DELIMITED BY SIZE INTO WS-FH-TEXTO
           END-IF.

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
           MOVE WS-FECHA-HORA-DESTRUCCION(1:8) TO ENC-FECHA
           MOVE WS-ENCABEZADO-1 TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE SPACE TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE WS-ENCABEZADO-2 TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ALL "-" TO REPORTE-LINEA
           WRITE REPORTE-LINEA
           MOVE ZERO TO WS-LINEAS-EN-PAGINA.

       ESCRIBIR-TOTAL.
           MOVE WS-TOTAL-LINEA TO REPORTE-LINEA.
           WRITE REPORTE-LINEA.

       END PROGRAM PURGAR-AUDITORIA.
