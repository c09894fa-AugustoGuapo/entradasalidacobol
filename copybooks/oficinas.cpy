      ******************************************************************
      * Record layout for OFICINAS-ARCHIVO (OFICINAS.DAT, indexed by
      * OFI-CODIGO), the master of oficinas registrales maintained by
      * supervisors through MANTENIMIENTO-OFICINAS.  OFI-CODIGO is the
      * code carried in OPER-OFICINA, PERSONA-OFICINA,
      * REGISTRO-OFICINA and CAJA-OFICINA.  OFI-CENTRAL is S for the
      * oficina central, whose operators may change the actas of any
      * oficina, and N otherwise; only one oficina is central.
      * OFI-ESTADO is A (activa) or I (inactiva); an inactive oficina
      * cannot be given to an operator.
      ******************************************************************
           05 OFI-CODIGO PIC X(3).
           05 OFI-NOMBRE PIC X(40).
           05 OFI-CENTRAL PIC X(1).
           05 OFI-ESTADO PIC X(1).
           05 OFI-OPERADOR-ID PIC X(10).
           05 OFI-FECHA-HORA-INGRESO PIC X(20).
