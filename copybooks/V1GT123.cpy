      ******************************************************************
      *  V1GT123 - DCLGEN DE LA TABLA V1DT123 (ENTIDADES JURIDICAS DEL *
      *             GRUPO A LAS QUE ESTA ATADO CADA USUARIO.  UNA      *
      *             SOLA FILA POR USUARIO LLEVA IND_PRINCIPAL = 'S':   *
      *             LA ENTIDAD CON QUE SE CAPTAN SUS OPERACIONES)      *
      ******************************************************************
       01  DCLV1DT123.
           05  COD-USUARIO-ENT              PIC X(08).
           05  COD-ENT-USUARIO              PIC X(04).
           05  IND-ENT-PRINCIPAL            PIC X(01).
           05  FEC-ALTA-ENT                 PIC X(08).
           05  COD-USUARIO-ALTA-ENT         PIC X(08).
