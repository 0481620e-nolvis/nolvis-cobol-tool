      ******************************************************************
      *  V1WC967 - AREA DE COMUNICACION CON LA RUTINA V19C067 DE       *
      *             VERIFICACION DE TITULARIDAD DE LA CUENTA PASIVO    *
      *             CONTRA EL SISTEMA DE DEPOSITOS.  ENTRADA: CUENTA,  *
      *             DOCUMENTO DEL CLIENTE Y LOS DATOS DEL INTENTO      *
      *             (PROGRAMA, USUARIO, OFICINA, REFERENCIA, CANAL     *
      *             'L' EN LINEA / 'B' BATCH Y FECHA DE PROCESO, QUE   *
      *             EN BLANCO ES LA DEL DIA).  SALIDA: TITULAR         *
      *             PRINCIPAL, CODIGO DEL CATALOGO V1DT054 DEL         *
      *             RESULTADO Y RETORNO.  LOS RETORNOS '01' Y '02'     *
      *             QUEDAN ANOTADOS EN V1DT168 POR LA PROPIA RUTINA    *
      ******************************************************************
       01  V1WC967.
           05  W967-CTA-PASIVO              PIC X(20).
           05  W967-NUM-DOC-PERSONA         PIC X(15).
           05  W967-PROGRAMA                PIC X(08).
           05  W967-USUARIO                 PIC X(08).
           05  W967-OFICINA                 PIC X(04).
           05  W967-NUM-REF                 PIC S9(10)   COMP-3.
           05  W967-CANAL                   PIC X(01).
               88  W967-88-EN-LINEA                    VALUE 'L'.
               88  W967-88-BATCH                       VALUE 'B'.
           05  W967-FEC-PROCESO             PIC X(08).
           05  W967-NUM-DOC-TITULAR         PIC X(15).
           05  W967-COD-MENSAJE             PIC X(07).
           05  W967-COD-ERROR               PIC X(07).
           05  W967-RETORNO                 PIC X(02).
               88  W967-88-TITULAR                     VALUE '00'.
               88  W967-88-CTA-TERCERO                 VALUE '01'.
               88  W967-88-CTA-INEXISTENTE             VALUE '02'.
               88  W967-88-SIN-SERVICIO                VALUE '99'.
