      ******************************************************************
      *  V1GT120 - DCLGEN DE LA TABLA V1DT120 (PERSONAS REQUERIDAS EN  *
      *             CADA OFICIO DE V1DT119.  EL DOCUMENTO SE BUSCA     *
      *             COMO TITULAR Y COMO BENEFICIARIO DE LAS            *
      *             OPERACIONES DEL PERIODO DEL OFICIO)                *
      ******************************************************************
       01  DCLV1DT120.
           05  NUM-OFICIO-PER               PIC S9(09)   COMP-3.
           05  SEC-PERSONA                  PIC S9(04)   COMP.
           05  NUM-DOC-REQUERIDO            PIC X(15).
           05  NOM-REQUERIDO                PIC X(40).
