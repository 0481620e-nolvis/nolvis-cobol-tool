       01  DCLV1DT003.
           05  COD-CPT-CMP-VTA              PIC X(03).
           05  DESC-CPT-CMP-VTA             PIC X(40).
      *    * AD01-I : SOPORTE DE LAS VENTAS DE IMPORTACION CON
      *    *          DECLARACIONES DE ADUANA (V1DT184/V1DT185).
      *    *          IND_SOPORTE_DUA = 'S' EXIGE QUE LA VENTA BAJO EL
      *    *          CONCEPTO QUEDE SOPORTADA POR DUA DENTRO DE
      *    *          CANT_DIAS_SOPORTE DIAS CONTINUOS DESDE LA FECHA
      *    *          DE LA OPERACION (CONTROL MENSUAL V13C99B)
           05  IND-SOPORTE-DUA              PIC X(01).
           05  CANT-DIAS-SOPORTE            PIC S9(03)   COMP-3.
      *    * AD01-F
