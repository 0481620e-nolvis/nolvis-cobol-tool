      ******************************************************************
      *  V1GT170 - DCLGEN DE LA TABLA V1DT170 (ESTRUCTURA DEL IBAN     *
      *             POR PAIS SEGUN EL REGISTRO IBAN DE SWIFT: CODIGO   *
      *             ALFA DE DOS POSICIONES DEL IBAN, PAIS NUMERICO DEL *
      *             MAESTRO V1DT087, LONGITUD TOTAL Y MASCARA DEL      *
      *             BBAN POSICION A POSICION ('N' DIGITO, 'A' LETRA,   *
      *             'C' LETRA O DIGITO).  UN PAIS PRESENTE AQUI EXIGE  *
      *             IBAN EN LA CUENTA DEL BENEFICIARIO.  LA CARGA EL   *
      *             DBA CON CADA VERSION DEL REGISTRO)                 *
      ******************************************************************
       01  DCLV1DT170.
           05  COD-PAIS-IBAN                PIC X(02).
           05  COD-PAIS-ISO-IBAN            PIC 9(03).
           05  LON-IBAN                     PIC 9(02).
           05  FMT-BBAN                     PIC X(30).
