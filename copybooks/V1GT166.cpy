      ******************************************************************
      *  V1GT166 - DCLGEN DE LA TABLA V1DT166 (REGISTRO DE EMPLEADOS Y *
      *             PARTES VINCULADAS AL BANCO.  UNA FILA POR          *
      *             DOCUMENTO CON SU RELACION Y SU VIGENCIA; FEC_HASTA *
      *             99991231 MIENTRAS SIGUE VIGENTE.                   *
      *             TIP_RELACION: 'E' EMPLEADO  'D' DIRECTOR           *
      *             'F' FAMILIAR DE EMPLEADO O DIRECTOR                *
      *             'V' EMPRESA VINCULADA.                             *
      *             LA ALIMENTA LA CARGA DE RECURSOS HUMANOS V13C84B   *
      *             Y LA PANTALLA V13C83M, AMBAS BAJO DOBLE CONTROL:   *
      *             -> V1DT037 -> V12C72Z.  LA LEE EL MONITOREO        *
      *             MENSUAL V13C85B)                                   *
      ******************************************************************
       01  DCLV1DT166.
           05  NUM-DOC-REL                  PIC X(15).
           05  NOM-PERSONA-REL              PIC X(40).
           05  TIP-RELACION-REL             PIC X(01).
           05  COD-DEPARTAMENTO-REL         PIC X(06).
           05  COD-OFICINA-REL              PIC X(04).
           05  COD-USUARIO-REL              PIC X(08).
           05  FEC-DESDE-REL                PIC X(08).
           05  FEC-HASTA-REL                PIC X(08).
           05  COD-USUARIO-ACT-REL          PIC X(08).
           05  FEC-ACTUALIZA-REL            PIC X(08).
