           05  W930-MODO                    PIC X(01).
               88  W930-88-MODO-CONSULTA              VALUE 'C'.
               88  W930-88-MODO-ENTRADA               VALUE 'E'.
      *    * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123).
      *    *          EN MODO 'D' DATO SOLO SE VERIFICA QUE LA
      *    *          ENTIDAD DE W930-ENT-DATO (LA DEL REGISTRO QUE
      *    *          LA PANTALLA VA A MOSTRAR O TOCAR) ESTE ATADA AL
      *    *          USUARIO; SI NO, RETORNO '02'.  EN LOS MODOS 'C'
      *    *          Y 'E' UN USUARIO SIN ENTIDAD TAMBIEN RECIBE
      *    *          '02', Y W930-ENTIDAD DEVUELVE SU ENTIDAD
      *    *          PRINCIPAL (LA QUE ESTAMPA LA CAPTURA)
               88  W930-88-MODO-DATO                  VALUE 'D'.
      *    * AD01-F
           05  W930-RETORNO                 PIC X(02).
               88  W930-88-PERMITIDO                  VALUE '00'.
               88  W930-88-DENEGADO                   VALUE '01'.
      *    * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
               88  W930-88-FUERA-ENTIDAD              VALUE '02'.
      *    * AD01-F
           05  W930-DATO-COMPLETO           PIC X(01).
           05  W930-SUPERVISOR              PIC X(01).
               88  W930-88-SUPERVISOR                 VALUE 'S'.
      *    * AD01-I : SEGREGACION POR ENTIDAD JURIDICA (V1DT123)
           05  W930-ENT-DATO                PIC X(04).
           05  W930-ENTIDAD                 PIC X(04).
      *    * AD01-F
