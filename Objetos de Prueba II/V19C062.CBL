      ******************************************************************
      *                                                                *
      *  PROGRAMA: V19C062                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: BPC                                               *
      *                                                                *
      ******************************************************************
      * DOCUMENTACION.                                                 *
      * ------------------                                             *
      * RUTINA COMUN DE DETERMINACION DE CUENTAS CONTABLES.  LOS       *
      * PROCESOS QUE EMITEN ASIENTOS AL MAYOR (DIARIO, ARQUEOS,        *
      * COMISIONES Y REVALUACION) YA NO ARMAN LAS CUENTAS CON          *
      * PREFIJOS FIJOS: ENTREGAN EL TIPO DE ASIENTO, EL CONCEPTO, LA   *
      * OFICINA, LA DIVISA Y LA CLASE DE CONTRAPARTE, Y LA RUTINA      *
      * BUSCA EN V1DT135 LA REGLA MAS ESPECIFICA QUE CASE (CADA DATO   *
      * EXACTO O COMODIN; PESA MAS EL CONCEPTO, LUEGO LA OFICINA, LA   *
      * DIVISA Y LA CLASE).  CON LA REGLA ARMA LAS CUENTAS DEL DEBE Y  *
      * DEL HABER SEGUN SU TIPO:                                       *
      *  - 'F' LA CUENTA TAL COMO ESTA EN LA REGLA                     *
      *  - 'S' LA RAIZ DE LA REGLA MAS OFICINA Y DIVISA                *
      *  - 'C' LA CUENTA DEL CLIENTE QUE ENTREGA EL LLAMADOR           *
      * NO EMITE DISPLAY: LA FALTA DE REGLA Y LOS ERRORES DB2 VUELVEN  *
      * EN EL RETORNO PARA QUE EL LLAMADOR LOS LISTE O ABORTE          *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V19C062.
       AUTHOR.       FACTORIA.
       DATE-WRITTEN. 15/10/2026
       DATE-COMPILED.
      ******************************************************************
      *                                                                *
      *        E N V I R O N M E N T         D I V I S I O N           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *         W O R K I N G   S T O R A G E   S E C T I O N          *
      *                                                                *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                  AREA DE VARIABLES AUXILIARES                  *
      ******************************************************************
       01  WS-VARIABLES-AUXILIARES.
      *
           05  WS-CTA-REGLA                PIC X(20)   VALUE SPACES.
           05  WS-TIP-CTA                  PIC X(01)   VALUE SPACES.
           05  WS-CTA-ARMADA               PIC X(20)   VALUE SPACES.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V19C062'.
           05  CT-TIP-FIJA                 PIC X(01)   VALUE 'F'.
           05  CT-TIP-SUFIJO               PIC X(01)   VALUE 'S'.
           05  CT-TIP-CLIENTE              PIC X(01)   VALUE 'C'.
           05  CT-COMODIN-CPT              PIC X(03)   VALUE '***'.
           05  CT-COMODIN-OFI              PIC X(04)   VALUE '****'.
           05  CT-COMODIN-DIV              PIC X(03)   VALUE '***'.
           05  CT-COMODIN-CLA              PIC X(01)   VALUE '*'.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT135
           END-EXEC
      ******************************************************************
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.
      *
           COPY V1WC962.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING V1WC962.
      *
       MAINLINE.
      *
           SET W962-88-RESUELTA            TO TRUE
           MOVE ZEROES                     TO W962-SQLCODE
           MOVE SPACES                     TO W962-CTA-DEBE
                                              W962-CTA-HABER
      *
           PERFORM 2000-BUSCAR-REGLA
              THRU 2000-BUSCAR-REGLA-EXIT
      *
           IF  W962-88-RESUELTA
               MOVE CTA-DEBE-REG           TO WS-CTA-REGLA
               MOVE TIP-CTA-DEBE-REG       TO WS-TIP-CTA
               PERFORM 3000-ARMAR-CUENTA
                  THRU 3000-ARMAR-CUENTA-EXIT
               MOVE WS-CTA-ARMADA          TO W962-CTA-DEBE
           END-IF
      *
           IF  W962-88-RESUELTA
               MOVE CTA-HABER-REG          TO WS-CTA-REGLA
               MOVE TIP-CTA-HABER-REG      TO WS-TIP-CTA
               PERFORM 3000-ARMAR-CUENTA
                  THRU 3000-ARMAR-CUENTA-EXIT
               MOVE WS-CTA-ARMADA          TO W962-CTA-HABER
           END-IF
      *
           GOBACK
           .
      ******************************************************************
      *                      2000-BUSCAR-REGLA                         *
      *  LA REGLA MAS ESPECIFICA PRIMERO: CADA DATO EXACTO SUMA UN     *
      *  PESO (CONCEPTO 8, OFICINA 4, DIVISA 2, CLASE 1) Y SE TOMA LA  *
      *  DE MAYOR PESO                                                 *
      ******************************************************************
       2000-BUSCAR-REGLA.
      *
           MOVE W962-TIP-ASIENTO           TO TIP-ASIENTO-REG
           MOVE W962-COD-CPT               TO COD-CPT-REG
           MOVE W962-COD-OFICINA           TO COD-OFICINA-REG
           MOVE W962-COD-DIV               TO COD-DIV-REG
           MOVE W962-CLA-CONTRAPARTE       TO CLA-CONTRAPARTE-REG
      *
           EXEC SQL
               SELECT CTA_DEBE,
                      TIP_CTA_DEBE,
                      CTA_HABER,
                      TIP_CTA_HABER
               INTO  :CTA-DEBE-REG,
                     :TIP-CTA-DEBE-REG,
                     :CTA-HABER-REG,
                     :TIP-CTA-HABER-REG
               FROM V1DT135
               WHERE TIP_ASIENTO = :TIP-ASIENTO-REG
                 AND (COD_CPT = :COD-CPT-REG OR
                      COD_CPT = :CT-COMODIN-CPT)
                 AND (COD_OFICINA = :COD-OFICINA-REG OR
                      COD_OFICINA = :CT-COMODIN-OFI)
                 AND (COD_DIV = :COD-DIV-REG OR
                      COD_DIV = :CT-COMODIN-DIV)
                 AND (CLA_CONTRAPARTE = :CLA-CONTRAPARTE-REG OR
                      CLA_CONTRAPARTE = :CT-COMODIN-CLA)
               ORDER BY
                      CASE WHEN COD_CPT = :CT-COMODIN-CPT
                           THEN 0 ELSE 8 END +
                      CASE WHEN COD_OFICINA = :CT-COMODIN-OFI
                           THEN 0 ELSE 4 END +
                      CASE WHEN COD_DIV = :CT-COMODIN-DIV
                           THEN 0 ELSE 2 END +
                      CASE WHEN CLA_CONTRAPARTE = :CT-COMODIN-CLA
                           THEN 0 ELSE 1 END DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   SET W962-88-SIN-REGLA   TO TRUE

               WHEN OTHER
                   MOVE SQLCODE            TO W962-SQLCODE
                   SET W962-88-ERROR       TO TRUE
           END-EVALUATE
      *
           .
       2000-BUSCAR-REGLA-EXIT.
           EXIT.
      ******************************************************************
      *                      3000-ARMAR-CUENTA                         *
      ******************************************************************
       3000-ARMAR-CUENTA.
      *
           MOVE SPACES                     TO WS-CTA-ARMADA
      *
           EVALUATE WS-TIP-CTA
               WHEN CT-TIP-SUFIJO
                   STRING WS-CTA-REGLA     DELIMITED BY SPACE
                          W962-COD-OFICINA DELIMITED BY SIZE
                          W962-COD-DIV     DELIMITED BY SIZE
                          INTO WS-CTA-ARMADA
                   END-STRING

               WHEN CT-TIP-CLIENTE
                   IF  W962-CTA-CLIENTE EQUAL SPACES
                       SET W962-88-SIN-CTA-CLIENTE
                                           TO TRUE
                   ELSE
                       MOVE W962-CTA-CLIENTE
                                           TO WS-CTA-ARMADA
                   END-IF

               WHEN OTHER
                   MOVE WS-CTA-REGLA       TO WS-CTA-ARMADA
           END-EVALUATE
      *
           .
       3000-ARMAR-CUENTA-EXIT.
           EXIT.
