           05  NUM-REF                      PIC S9(10)   COMP-3.
           05  NUM-INSTRUCCION              PIC S9(09)   COMP-3.
           05  FEC-EXTRAIDO                 PIC X(08).
      *    * AD01-I : PAGO DEVUELTO POR EL BANCO BENEFICIARIO.
      *    *          EST_LIQUIDACION 'D' DEVUELTA: LA DEVOLUCION FUE
      *    *          CONFIRMADA EN V13C74Z (V1DT152) Y EL CLIENTE
      *    *          REINTEGRADO; FEC_LIQUIDACION PASA A SER LA FECHA
      *    *          DEL EXTRACTO EN QUE REGRESO EL DINERO
      *    * AD01-F
           05  EST-LIQUIDACION              PIC X(01).
           05  FEC-LIQUIDACION              PIC X(08).
           05  IMP-INSTRUIDO                PIC S9(13)V9(02) COMP-3.
      *    * AD02-I : LIQUIDACION PARCIAL EN TRAMOS (V1DT180).
      *    *          UNA OPERACION CON TRAMOS LLEVA UNA INSTRUCCION
      *    *          POR TRAMO, TODAS CON EL MISMO NUM_REF; CERO ES
      *    *          LA INSTRUCCION UNICA POR EL MONTO COMPLETO.  LA
      *    *          OPERACION QUEDA LIQUIDADA CUANDO TODAS SUS
      *    *          INSTRUCCIONES ESTAN 'L'
           05  NUM-TRAMO                    PIC S9(03)   COMP-3.
      *    * AD02-F
