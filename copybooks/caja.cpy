      ******************************************************************
      * Record layout for CAJA-CERTIFICADOS.DAT, the cash movements
      * appended by EXPEDIR-CERTIFICADO: one record per certificate
      * serial, in serial order.  CAJA-IMPORTE-TARIFA is the fee in
      * force for the type of acta; CAJA-IMPORTE-COBRADO is what was
      * actually collected (zero on an exemption).
      * CAJA-MOTIVO-EXENCION is space when the fee was paid, or
      * J (orden judicial), O (solicitud oficial), R (rectificación
      * de oficio) or A (amparo de pobreza).  CAJA-NRO-RECIBO holds
      * the payment receipt number, or on an exemption the reference
      * of the supporting document.  CAJA-OFICINA is the oficina
      * registral of the issuing operator; space on movements written
      * before the field existed.  Read by ARQUEO-CAJA.
      ******************************************************************
           05 CAJA-SERIAL PIC 9(8).
           05 CAJA-FECHA-HORA PIC X(20).
           05 CAJA-OPERADOR-ID PIC X(10).
           05 CAJA-TIPO-ACTA PIC X(1).
           05 CAJA-NRO-FOLIO PIC X(12).
           05 CAJA-NRO-LIBRO PIC X(12).
           05 CAJA-IMPORTE-TARIFA PIC 9(7)V99.
           05 CAJA-IMPORTE-COBRADO PIC 9(7)V99.
           05 CAJA-MOTIVO-EXENCION PIC X(1).
           05 CAJA-NRO-RECIBO PIC X(20).
           05 CAJA-OFICINA PIC X(3).
