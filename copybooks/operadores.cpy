      * requires a sign-on reads this file in PROCEDIMIENTO-APERTURA
      * and refuses to start when the OPERADOR_ID is not an active
      * record; the purga física additionally demands an active
      * supervisor.  OPER-OFICINA is the oficina registral
      * (OFICINAS.DAT) the operator works in: an operator (rol O) may
      * only change the actas of that oficina unless it is the
      * oficina central.
      ******************************************************************
           05 OPER-ID PIC X(10).
           05 OPER-NOMBRE PIC X(40).
           05 OPER-ESTADO PIC X(1).
           05 OPER-OPERADOR-ID PIC X(10).
           05 OPER-FECHA-HORA-INGRESO PIC X(20).
           05 OPER-OFICINA PIC X(3).
