      ******************************************************************
      *  V1GT135 - DCLGEN DE LA TABLA V1DT135 (REGLAS DE DETERMINACION *
      *             DE CUENTAS CONTABLES PARA LOS PROCESOS QUE EMITEN  *
      *             ASIENTOS AL MAYOR).  CLAVE: TIPO DE ASIENTO,       *
      *             CONCEPTO (COD_CPT_CMP_VTA), OFICINA, DIVISA Y      *
      *             CLASE DE CONTRAPARTE; EL COMODIN ES '***', '****'  *
      *             O '*' Y LA RUTINA V19C062 ELIGE LA REGLA MAS       *
      *             ESPECIFICA.  TIP_ASIENTO: 'CMP' COMPRA  'VTA'      *
      *             VENTA  'FAL' FALTANTE DE ARQUEO  'SOB' SOBRANTE DE *
      *             ARQUEO  'RVG' GANANCIA Y 'RVP' PERDIDA POR         *
      *             REVALUACION  'COM' COMISION.                       *
      *             TIP_CTA_DEBE/HABER: 'F' CUENTA FIJA TAL CUAL,      *
      *             'S' RAIZ A LA QUE SE AGREGAN OFICINA Y DIVISA,     *
      *             'C' CUENTA DEL PROPIO CLIENTE (CTA_PASIVO_CL).     *
      *             SE MANTIENE BAJO DOBLE CONTROL (V13C62M / V12C72Z) *
      ******************************************************************
       01  DCLV1DT135.
           05  TIP-ASIENTO-REG              PIC X(03).
           05  COD-CPT-REG                  PIC X(03).
           05  COD-OFICINA-REG              PIC X(04).
           05  COD-DIV-REG                  PIC X(03).
           05  CLA-CONTRAPARTE-REG          PIC X(01).
           05  CTA-DEBE-REG                 PIC X(20).
           05  TIP-CTA-DEBE-REG             PIC X(01).
           05  CTA-HABER-REG                PIC X(20).
           05  TIP-CTA-HABER-REG            PIC X(01).
