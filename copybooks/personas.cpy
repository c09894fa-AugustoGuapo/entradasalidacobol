      * PERSONA-CEDULA).  Shared by every program that opens the file.
      * PERSONA-ESTADO is A (activo) or I (inactivo); space on records
      * loaded before the field existed is treated as activo.
      * PERSONA-OFICINA is the oficina registral of the operator who
      * registered the persona.
      ******************************************************************
           05 PERSONA-NOMBRE PIC X(25).
           05 PERSONA-APELLIDO PIC X(25).
           05 PERSONA-OPERADOR-ID PIC X(10).
           05 PERSONA-FECHA-HORA-INGRESO PIC X(20).
           05 PERSONA-ESTADO PIC X(1).
           05 PERSONA-OFICINA PIC X(3).
