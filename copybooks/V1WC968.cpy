      ******************************************************************
      *  V1WC968 - AREA DE COMUNICACION CON LA RUTINA V19C068 DE       *
      *             VALIDACION DE BIC E IBAN.  ENTRADA: BIC, CUENTA Y  *
      *             PAIS NUMERICO DEL BENEFICIARIO (CERO: SE TOMA EL   *
      *             PAIS DEL BIC).  EL BIC SE VALIDA EN FORMATO Y      *
      *             CONTRA EL DIRECTORIO SWIFT V1DT169; LA CUENTA SE   *
      *             VALIDA COMO IBAN (LONGITUD Y MASCARA DEL PAIS EN   *
      *             V1DT170 Y DIGITOS DE CONTROL MODULO 97) CUANDO EL  *
      *             PAIS LO EXIGE O CUANDO TIENE FORMA DE IBAN.  UN    *
      *             CAMPO EN BLANCO NO SE VALIDA.  SALIDA: CUENTA SIN  *
      *             ESPACIOS, INSTITUCION DEL BIC, RETORNO DE CADA     *
      *             DATO, PRIMER CODIGO DEL CATALOGO V1DT054 Y         *
      *             RETORNO GENERAL ('99' ERROR DB2, CON SU SQLCODE)   *
      ******************************************************************
       01  V1WC968.
           05  W968-COD-BIC                 PIC X(11).
           05  W968-CTA                     PIC X(34).
           05  W968-COD-PAIS                PIC 9(03).
           05  W968-CTA-NORMAL              PIC X(34).
           05  W968-NOM-INSTITUCION         PIC X(35).
           05  W968-RET-BIC                 PIC X(02).
               88  W968-88-BIC-VALIDO                  VALUE '00'.
               88  W968-88-BIC-FORMATO                 VALUE '01'.
               88  W968-88-BIC-INEXISTENTE             VALUE '02'.
               88  W968-88-BIC-BAJA                    VALUE '03'.
           05  W968-RET-CTA                 PIC X(02).
               88  W968-88-IBAN-VALIDO                 VALUE '00'.
               88  W968-88-IBAN-ESTRUCTURA             VALUE '01'.
               88  W968-88-IBAN-DIGITOS                VALUE '02'.
               88  W968-88-IBAN-REQUERIDO              VALUE '03'.
               88  W968-88-CTA-NO-IBAN                 VALUE '10'.
           05  W968-COD-MENSAJE             PIC X(07).
           05  W968-SQLCODE                 PIC S9(09)   COMP.
           05  W968-RETORNO                 PIC X(02).
               88  W968-88-CONFORME                    VALUE '00'.
               88  W968-88-CON-ERROR                   VALUE '01'.
               88  W968-88-ERROR-DB2                   VALUE '99'.
