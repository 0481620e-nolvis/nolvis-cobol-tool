      ******************************************************************
      *                                                                *
      *  PROGRAMA: V13C78B                                             *
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
      * ARCHIVO DE ENTRADA: PARMFAC (FECHA DE CORTE, INDICADOR DE      *
      *  CIERRE DEL PERIODO, RIF Y RAZON SOCIAL DEL BANCO EMISOR Y SU  *
      *  ENTIDAD JURIDICA)                                             *
      * ------------------                                             *
      * ARCHIVO DE SALIDA: SALFAC (FACTURAS Y NOTAS DE CREDITO         *
      *  EMITIDAS, LISTAS PARA IMPRIMIR)                               *
      * ------------------                                             *
      * PROCESO GLOBAL: FACTURACION FISCAL DE LAS COMISIONES COBRADAS. *
      *  SE FACTURAN LOS COBROS DE V1DT069 APLICADOS POR EL SISTEMA    *
      *  DE DEPOSITOS ('A', CONFIRMADOS POR V13C07B) HASTA LA FECHA DE *
      *  CORTE QUE AUN NO TIENEN FACTURA, SALVO LAS OPERACIONES        *
      *  EXONERADAS (V1DT070) Y LAS REVERSADAS ANTES DE FACTURAR       *
      *  (V1DT012).  LOS COBROS FALLIDOS NUNCA LLEGAN A 'A'.  SEGUN    *
      *  LA MODALIDAD DEL CLIENTE (V1DT158, POR DEFECTO 'P') SE EMITE  *
      *  UNA FACTURA POR OPERACION ('O') EN CADA CORRIDA, O UNA SOLA   *
      *  FACTURA DEL PERIODO ('P') EN LA CORRIDA DE CIERRE, QUE DEBE   *
      *  SER EL ULTIMO DIA DEL MES.  LA COMISION SE COBRA EN DOLARES:  *
      *  LA BASE EN BOLIVARES SE CALCULA A LA TASA OFICIAL DEL BCV     *
      *  VIGENTE EL DIA DEL COBRO (V1DT015) Y EL IVA A LA ALICUOTA     *
      *  VIGENTE ESE DIA (V1DT156).  UN COBRO SIN TASA, SIN ALICUOTA   *
      *  O CUYO CLIENTE NO ESTA EN EL MAESTRO (V1DT079) NO SE FACTURA, *
      *  SE INFORMA Y SE ALERTA (CODIGO 04) PARA LA PROXIMA CORRIDA.   *
      *  CADA DOCUMENTO TOMA EL SIGUIENTE NUMERO DE CONTROL DEL RANGO  *
      *  AUTORIZADO EN USO (V1DT157); AL CONSUMIRSE PASA AL SIGUIENTE  *
      *  RANGO POR USAR.  CUANDO EL REMANENTE LLEGA AL UMBRAL DE AVISO *
      *  SE ALERTA UNA VEZ (CODIGO 04); SIN RANGO DISPONIBLE NO SE     *
      *  EMITE NADA (CODIGO 16).  LUEGO, POR CADA OPERACION FACTURADA  *
      *  Y REVERSADA DESPUES (V1DT012) SE EMITE UNA NOTA DE CREDITO    *
      *  QUE AFECTA A SU FACTURA; LA FACTURA CUYOS RENGLONES QUEDAN    *
      *  TODOS ACREDITADOS PASA A ANULADA.  EL PROCESO PUEDE REPETIRSE *
      *  CADA CORRIDA FACTURA UNA SOLA ENTIDAD JURIDICA EMISORA: SOLO  *
      *  SUS OPERACIONES, CON SUS RANGOS DE CONTROL Y SU NUMERACION    *
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V13C78B.
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
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCH-PARAMETROS      ASSIGN TO PARMFAC
                                        ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARCH-DOCUMENTOS      ASSIGN TO SALFAC
                                        ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
      *                                                                *
      *                D A T A            D I V I S I O N              *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *                                                                *
      *                  F I L E        S E C T I O N                 *
      *                                                                *
      ******************************************************************
       FILE SECTION.
      *
       FD  ARCH-PARAMETROS
           RECORDING MODE IS F.
      *
       01  REG-PARAMETROS.
           05  PAR-FEC-CORTE               PIC X(08).
           05  PAR-IND-CIERRE              PIC X(01).
           05  PAR-RIF-EMISOR              PIC X(15).
           05  PAR-NOM-EMISOR              PIC X(40).
           05  PAR-COD-ENT-BANCO           PIC X(04).
           05  FILLER                      PIC X(12).
      *
       FD  ARCH-DOCUMENTOS
           RECORDING MODE IS F.
      *
       01  REG-DOCUMENTO                   PIC X(132).
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
           05  WS-FEC-HOY                  PIC X(08)   VALUE SPACES.
           05  WS-FEC-CORTE                PIC X(08)   VALUE SPACES.
           05  WS-ENT-BANCO                PIC X(04)   VALUE SPACES.
           05  WS-MOD-INCLUIDO             PIC X(01)   VALUE SPACES.
           05  WS-CLIENTE-ANT              PIC X(15)   VALUE SPACES.
           05  WS-FACTURA-AFECTADA         PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-CANT-PENDIENTE           PIC S9(09)  COMP
                                                       VALUE ZEROES.
           05  WS-REMANENTE                PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-REMANENTE-POR-USAR       PIC S9(09)  COMP-3
                                                       VALUE ZEROES.
           05  WS-REMANENTE-ED             PIC ZZZ.ZZZ.ZZ9.
           05  WS-NUM-REF-ED               PIC 9(10)   VALUE ZEROES.
           05  WS-MOTIVO-OMISION           PIC X(30)   VALUE SPACES.
           05  WS-FEC-TRABAJO              PIC X(08)   VALUE SPACES.
           05  WS-FEC-TRABAJO-R REDEFINES WS-FEC-TRABAJO.
               10  WS-FT-ANO               PIC X(04).
               10  WS-FT-MES               PIC X(02).
               10  WS-FT-DIA               PIC X(02).
           05  WS-FEC-EDITADA.
               10  WS-FE-DIA               PIC X(02).
               10  FILLER                  PIC X(01)   VALUE '/'.
               10  WS-FE-MES               PIC X(02).
               10  FILLER                  PIC X(01)   VALUE '/'.
               10  WS-FE-ANO               PIC X(04).
      ******************************************************************
      *            LINEAS DE LAS FACTURAS Y NOTAS DE CREDITO           *
      ******************************************************************
       01  LN-SEPARADOR                    PIC X(132)  VALUE ALL '='.
      *
       01  LN-EMISOR.
           05  LN-EM-NOMBRE                PIC X(40).
           05  FILLER                      PIC X(10)
                                           VALUE '    RIF:  '.
           05  LN-EM-RIF                   PIC X(15).
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  LN-EM-TITULO                PIC X(20).
           05  FILLER                      PIC X(37)   VALUE SPACES.
      *
       01  LN-NUMERO.
           05  FILLER                      PIC X(08)
                                           VALUE 'NUMERO: '.
           05  LN-NU-NUMERO                PIC 9(09).
           05  FILLER                      PIC X(20)
                                           VALUE '   NRO. DE CONTROL: '.
           05  LN-NU-SERIE                 PIC X(02).
           05  FILLER                      PIC X(01)   VALUE '-'.
           05  LN-NU-CONTROL               PIC 9(09).
           05  FILLER                      PIC X(21)
                                  VALUE '   FECHA DE EMISION: '.
           05  LN-NU-FECHA                 PIC X(10).
           05  FILLER                      PIC X(52)   VALUE SPACES.
      *
       01  LN-PROVIDENCIA.
           05  FILLER                      PIC X(41)
               VALUE 'NROS. DE CONTROL AUTORIZADOS SEGUN PROV. '.
           05  LN-PR-PROVIDENCIA           PIC X(30).
           05  FILLER                      PIC X(10)
                                           VALUE ' DE FECHA '.
           05  LN-PR-FECHA                 PIC X(10).
           05  FILLER                      PIC X(41)   VALUE SPACES.
      *
       01  LN-CLIENTE.
           05  FILLER                      PIC X(14)
                                           VALUE 'RAZON SOCIAL: '.
           05  LN-CL-NOMBRE                PIC X(40).
           05  FILLER                      PIC X(12)
                                           VALUE '   RIF/C.I: '.
           05  LN-CL-DOCUMENTO             PIC X(15).
           05  FILLER                      PIC X(51)   VALUE SPACES.
      *
       01  LN-DIRECCION.
           05  FILLER                      PIC X(14)
                                           VALUE 'DOMICILIO:    '.
           05  LN-DI-LINEA1                PIC X(40).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  LN-DI-LINEA2                PIC X(40).
           05  FILLER                      PIC X(37)   VALUE SPACES.
      *
       01  LN-AFECTA.
           05  FILLER                      PIC X(28)
                                   VALUE 'AFECTA A LA FACTURA NUMERO: '.
           05  LN-AF-FACTURA               PIC 9(09).
           05  FILLER                      PIC X(95)   VALUE SPACES.
      *
       01  LN-TITULOS.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(12)
                                           VALUE 'REFERENCIA  '.
           05  FILLER                      PIC X(12)
                                           VALUE 'FECHA COBRO '.
           05  FILLER                      PIC X(22)
                                   VALUE '       MONTO DOLARES  '.
           05  FILLER                      PIC X(16)
                                           VALUE '      TASA BCV  '.
           05  FILLER                      PIC X(22)
                                   VALUE '  BASE IMPONIBLE BS.  '.
           05  FILLER                      PIC X(08)
                                           VALUE '  %IVA  '.
           05  FILLER                      PIC X(20)
                                           VALUE '             IVA BS.'.
           05  FILLER                      PIC X(18)
                                           VALUE '  CONCEPTO        '.
      *
       01  LN-RENGLON.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RE-NUM-REF               PIC 9(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RE-FECHA                 PIC X(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RE-DIV                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RE-TASA                  PIC Z.ZZZ.ZZ9,9999.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RE-BASE                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RE-PCT                   PIC ZZ9,99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  LN-RE-IVA                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(18)
                                           VALUE '  COMISION CAMBIO '.
      *
       01  LN-TOTAL.
           05  FILLER                      PIC X(40)   VALUE SPACES.
           05  LN-TO-TEXTO                 PIC X(24).
           05  LN-TO-IMPORTE               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                      PIC X(48)   VALUE SPACES.
      ******************************************************************
      *                    AREA  DE  SWITCHES                          *
      ******************************************************************
       01  SW-SWITCHES.
      *
           05  SW-FIN-CURSOR               PIC X(01)   VALUE 'N'.
               88  FIN-CURSOR                          VALUE 'S'.
               88  NO-FIN-CURSOR                       VALUE 'N'.
           05  SW-DOCUMENTO                PIC X(01)   VALUE 'N'.
               88  DOCUMENTO-ABIERTO                   VALUE 'S'.
               88  DOCUMENTO-CERRADO                   VALUE 'N'.
           05  SW-RANGO                    PIC X(01)   VALUE 'N'.
               88  CON-RANGO                           VALUE 'S'.
               88  SIN-RANGO                           VALUE 'N'.
           05  SW-AVISO-RANGO              PIC X(01)   VALUE 'N'.
               88  AVISO-RANGO-EMITIDO                 VALUE 'S'.
               88  AVISO-RANGO-PENDIENTE               VALUE 'N'.
           05  SW-CLIENTE                  PIC X(01)   VALUE 'N'.
               88  CON-CLIENTE                         VALUE 'S'.
               88  SIN-CLIENTE                         VALUE 'N'.
           05  SW-DATOS-COBRO              PIC X(01)   VALUE 'N'.
               88  CON-DATOS-COBRO                     VALUE 'S'.
               88  SIN-DATOS-COBRO                     VALUE 'N'.
      ******************************************************************
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *                                                                *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V13C78B'.
           05  CT-V19C024                  PIC X(08)   VALUE 'V19C024'.
           05  CT-V19C025                  PIC X(08)   VALUE 'V19C025'.
           05  CT-SI                       PIC X(01)   VALUE 'S'.
           05  CT-EST-APLICADO             PIC X(01)   VALUE 'A'.
           05  CT-MOD-PERIODO              PIC X(01)   VALUE 'P'.
           05  CT-MOD-OPERACION            PIC X(01)   VALUE 'O'.
           05  CT-TIP-FACTURA              PIC X(01)   VALUE 'F'.
           05  CT-TIP-NOTA-CREDITO         PIC X(01)   VALUE 'C'.
           05  CT-DOC-EMITIDO              PIC X(01)   VALUE 'E'.
           05  CT-DOC-ANULADO              PIC X(01)   VALUE 'A'.
           05  CT-RANGO-EN-USO             PIC X(01)   VALUE 'A'.
           05  CT-RANGO-POR-USAR           PIC X(01)   VALUE 'P'.
           05  CT-RANGO-CONSUMIDO          PIC X(01)   VALUE 'C'.
           05  CT-DIV-DOLAR                PIC X(03)   VALUE '1'.
           05  CT-TIT-FACTURA              PIC X(20)
                                           VALUE 'FACTURA'.
           05  CT-TIT-NOTA-CREDITO         PIC X(20)
                                           VALUE 'NOTA DE CREDITO'.
           05  CT-TXT-DOLARES              PIC X(24)
                                   VALUE 'TOTAL EN DOLARES:       '.
           05  CT-TXT-BASE                 PIC X(24)
                                   VALUE 'BASE IMPONIBLE BS.:     '.
           05  CT-TXT-IVA                  PIC X(24)
                                   VALUE 'IVA BS.:                '.
           05  CT-TXT-TOTAL                PIC X(24)
                                   VALUE 'TOTAL BS.:              '.
           05  CT-TXT-SIN-TASA             PIC X(30)
                                   VALUE 'SIN TASA BCV DEL DOLAR'.
           05  CT-TXT-SIN-ALICUOTA         PIC X(30)
                                   VALUE 'SIN ALICUOTA DE IVA VIGENTE'.
           05  CT-TXT-SIN-CLIENTE          PIC X(30)
                               VALUE 'CLIENTE NO ESTA EN EL MAESTRO'.
      ******************************************************************
      *                      AREA DE CONTADORES                        *
      ******************************************************************
       01  CN-CONTADORES.
           05  CN-LEIDAS                   PIC 9(07)   VALUE ZEROES.
           05  CN-FACTURADAS               PIC 9(07)   VALUE ZEROES.
           05  CN-OMITIDAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-FACTURAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-REVERSADAS               PIC 9(07)   VALUE ZEROES.
           05  CN-NOTAS-CREDITO            PIC 9(07)   VALUE ZEROES.
           05  CN-ANULADAS                 PIC 9(07)   VALUE ZEROES.
           05  CN-TOT-BASE                 PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
           05  CN-TOT-IVA                  PIC S9(15)V9(02) COMP-3
                                                       VALUE ZEROES.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      *  COPY DE LA RUTINA V19C024 (REGISTRO DE CORRIDAS)
           COPY V1WC924.
      *  COPY DE LA RUTINA V19C025 (EVENTOS Y ALERTAS)
           COPY V1WC925.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT001
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT015
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT069
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT079
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT156
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT157
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT158
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT159
           END-EXEC
      *
           EXEC SQL
               INCLUDE V1GT160
           END-EXEC
      ******************************************************************
      *                        CURSORES
      ******************************************************************
      *    COMISIONES COBRADAS HASTA EL CORTE Y AUN SIN FACTURA, POR
      *    CLIENTE.  LOS CLIENTES POR PERIODO SOLO ENTRAN AL CIERRE
      *
           EXEC SQL
               DECLARE V13C78B-V1DC7811
               CURSOR FOR
               SELECT A.NUM_REF,
                      A.IMP_COBRO,
                      A.FEC_GENERADO,
                      B.NUM_DOC_PERSONA,
                      VALUE(P.MOD_FACTURACION, :CT-MOD-PERIODO)
               FROM V1DT069 A
                    INNER JOIN V1DT001 B
                       ON B.NUM_REF = A.NUM_REF
                    LEFT OUTER JOIN V1DT158 P
                       ON P.NUM_DOC_PERSONA = B.NUM_DOC_PERSONA
               WHERE A.EST_COBRO     = :CT-EST-APLICADO
                 AND A.FEC_GENERADO <= :WS-FEC-CORTE
                 AND B.COD_ENT_BANCO = :WS-ENT-BANCO
                 AND VALUE(P.MOD_FACTURACION, :CT-MOD-PERIODO)
                     IN (:CT-MOD-OPERACION, :WS-MOD-INCLUIDO)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT160 L
                      WHERE L.NUM_REF       = A.NUM_REF
                        AND L.TIP_DOCUMENTO = :CT-TIP-FACTURA)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT070 C
                      WHERE C.NUM_REF = A.NUM_REF)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT012 R
                      WHERE R.NUM_REF_ORIGINAL = A.NUM_REF)
               ORDER BY B.NUM_DOC_PERSONA,
                        A.NUM_REF
           END-EXEC
      *
      *    RENGLONES FACTURADOS CUYA OPERACION SE REVERSO Y QUE AUN NO
      *    TIENEN NOTA DE CREDITO, CON LOS DATOS DE SU FACTURA
      *
           EXEC SQL
               DECLARE V13C78B-V1DC7812
               CURSOR FOR
               SELECT L.NUM_DOCUMENTO,
                      L.NUM_REF,
                      L.FEC_COBRO,
                      L.IMP_DIV,
                      L.TAS_CAMBIO,
                      L.IMP_BASE,
                      L.PCT_IVA,
                      L.IMP_IVA,
                      F.NUM_DOC_PERSONA,
                      F.NOM_CLIENTE,
                      F.DIR_LINEA1,
                      F.DIR_LINEA2
               FROM V1DT160 L
                    INNER JOIN V1DT159 F
                       ON F.COD_ENT_BANCO = L.COD_ENT_BANCO
                      AND F.TIP_DOCUMENTO = L.TIP_DOCUMENTO
                      AND F.NUM_DOCUMENTO = L.NUM_DOCUMENTO
               WHERE L.COD_ENT_BANCO = :WS-ENT-BANCO
                 AND L.TIP_DOCUMENTO = :CT-TIP-FACTURA
                 AND EXISTS
                     (SELECT 1
                      FROM V1DT012 R
                      WHERE R.NUM_REF_ORIGINAL = L.NUM_REF)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT160 C
                      WHERE C.NUM_REF       = L.NUM_REF
                        AND C.TIP_DOCUMENTO = :CT-TIP-NOTA-CREDITO)
               ORDER BY L.NUM_DOCUMENTO,
                        L.NUM_REF
           END-EXEC
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.
      *
       MAINLINE.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT
      *
           PERFORM 2000-FACTURAR
              THRU 2000-FACTURAR-EXIT
      *
           PERFORM 7000-NOTAS-CREDITO
              THRU 7000-NOTAS-CREDITO-EXIT
      *
           PERFORM 6000-FIN
              THRU 6000-FIN-EXIT
      *
           STOP RUN
           .
      ******************************************************************
      *                         1000-INICIO                            *
      *  SIN FECHA DE CORTE SE FACTURA HASTA HOY; UN CORTE FUTURO SE   *
      *  LLEVA A HOY                                                   *
      ******************************************************************
       1000-INICIO.
      *
           OPEN INPUT  ARCH-PARAMETROS
           OPEN OUTPUT ARCH-DOCUMENTOS
      *
           READ ARCH-PARAMETROS
               AT END
                   DISPLAY 'V13C78B - ARCHIVO DE PARAMETROS VACIO'
                   MOVE 16             TO RETURN-CODE
                   STOP RUN
           END-READ
      *
           IF  PAR-RIF-EMISOR EQUAL SPACES
            OR PAR-NOM-EMISOR EQUAL SPACES
               DISPLAY 'V13C78B - FALTA EL RIF O LA RAZON SOCIAL DEL '
                       'BANCO EMISOR'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
      *    EL RIF ES EL DE UNA ENTIDAD: NO HAY FACTURACION CONSOLIDADA
      *
           IF  PAR-COD-ENT-BANCO EQUAL SPACES
               DISPLAY 'V13C78B - FALTA LA ENTIDAD JURIDICA EMISORA'
               MOVE 16                     TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE PAR-COD-ENT-BANCO          TO WS-ENT-BANCO
                                              COD-ENT-FIS
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
      *
           IF  PAR-FEC-CORTE EQUAL SPACES
            OR PAR-FEC-CORTE GREATER THAN WS-FEC-HOY
               MOVE WS-FEC-HOY             TO WS-FEC-CORTE
           ELSE
               MOVE PAR-FEC-CORTE          TO WS-FEC-CORTE
           END-IF
      *
           IF  PAR-IND-CIERRE EQUAL CT-SI
               MOVE CT-MOD-PERIODO         TO WS-MOD-INCLUIDO
           ELSE
               MOVE CT-MOD-OPERACION       TO WS-MOD-INCLUIDO
           END-IF
      *
           MOVE PAR-NOM-EMISOR             TO LN-EM-NOMBRE
           MOVE PAR-RIF-EMISOR             TO LN-EM-RIF
      *
           MOVE ZEROES                     TO CN-LEIDAS
                                              CN-FACTURADAS
                                              CN-OMITIDAS
                                              CN-FACTURAS
                                              CN-REVERSADAS
                                              CN-NOTAS-CREDITO
                                              CN-ANULADAS
                                              CN-TOT-BASE
                                              CN-TOT-IVA
      *
           SET DOCUMENTO-CERRADO           TO TRUE
           SET SIN-RANGO                   TO TRUE
           SET AVISO-RANGO-PENDIENTE       TO TRUE
      *
           INITIALIZE V1WC924
           SET W924-88-INICIO              TO TRUE
           MOVE CT-PROGRAMA                TO W924-PROGRAMA
           MOVE WS-FEC-CORTE               TO W924-FEC-PROCESO
           CALL CT-V19C024 USING V1WC924
      *
           .
       1000-INICIO-EXIT.
           EXIT.
      ******************************************************************
      *                        2000-FACTURAR                           *
      ******************************************************************
       2000-FACTURAR.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C78B-V1DC7811
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-COBRO
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C78B-V1DC7811
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  DOCUMENTO-ABIERTO
               PERFORM 4900-CERRAR-DOCUMENTO
                  THRU 4900-CERRAR-DOCUMENTO-EXIT
           END-IF
      *
           .
       2000-FACTURAR-EXIT.
           EXIT.
      ******************************************************************
      * LEER-COBRO
      ******************************************************************
       LEER-COBRO.
      *
           EXEC SQL
               FETCH V13C78B-V1DC7811
               INTO :NUM-REF-COBRO,
                    :IMP-COBRO,
                    :FEC-GENERADO,
                    :NUM-DOC-PERSONA,
                    :MOD-FACTURACION
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 3000-FACTURAR-COBRO
                      THRU 3000-FACTURAR-COBRO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                     3000-FACTURAR-COBRO                        *
      *  EL DOCUMENTO ABIERTO SE CIERRA AL CAMBIAR DE CLIENTE Y, PARA  *
      *  LOS CLIENTES POR OPERACION, CON CADA COBRO                    *
      ******************************************************************
       3000-FACTURAR-COBRO.
      *
           ADD 1                           TO CN-LEIDAS
      *
           PERFORM 3100-BUSCAR-CLIENTE
              THRU 3100-BUSCAR-CLIENTE-EXIT
      *
           IF  SIN-CLIENTE
               MOVE CT-TXT-SIN-CLIENTE     TO WS-MOTIVO-OMISION
               PERFORM 3900-OMITIR-COBRO
                  THRU 3900-OMITIR-COBRO-EXIT
               GO TO 3000-FACTURAR-COBRO-EXIT
           END-IF
      *
           PERFORM 3200-BUSCAR-TASA
              THRU 3200-BUSCAR-TASA-EXIT
      *
           IF  SIN-DATOS-COBRO
               MOVE CT-TXT-SIN-TASA        TO WS-MOTIVO-OMISION
               PERFORM 3900-OMITIR-COBRO
                  THRU 3900-OMITIR-COBRO-EXIT
               GO TO 3000-FACTURAR-COBRO-EXIT
           END-IF
      *
           PERFORM 3300-BUSCAR-ALICUOTA
              THRU 3300-BUSCAR-ALICUOTA-EXIT
      *
           IF  SIN-DATOS-COBRO
               MOVE CT-TXT-SIN-ALICUOTA    TO WS-MOTIVO-OMISION
               PERFORM 3900-OMITIR-COBRO
                  THRU 3900-OMITIR-COBRO-EXIT
               GO TO 3000-FACTURAR-COBRO-EXIT
           END-IF
      *
           IF  DOCUMENTO-ABIERTO
               IF  NUM-DOC-PERSONA NOT EQUAL NUM-DOC-CLIENTE-FIS
                OR MOD-FACTURACION EQUAL CT-MOD-OPERACION
                   PERFORM 4900-CERRAR-DOCUMENTO
                      THRU 4900-CERRAR-DOCUMENTO-EXIT
               END-IF
           END-IF
      *
           IF  DOCUMENTO-CERRADO
               MOVE CT-TIP-FACTURA         TO TIP-DOCUMENTO-FIS
               MOVE NUM-DOC-PERSONA        TO NUM-DOC-CLIENTE-FIS
               MOVE NOM-CLIENTE            TO NOM-CLIENTE-FIS
               MOVE DIR-LINEA1             TO DIR-LINEA1-FIS
               MOVE DIR-LINEA2             TO DIR-LINEA2-FIS
               MOVE ZEROES                 TO NUM-DOC-AFECTADO-FIS
               PERFORM 4000-ABRIR-DOCUMENTO
                  THRU 4000-ABRIR-DOCUMENTO-EXIT
           END-IF
      *
           MOVE NUM-REF-COBRO              TO NUM-REF-LIN
           MOVE FEC-GENERADO               TO FEC-COBRO-LIN
           MOVE IMP-COBRO                  TO IMP-DIV-LIN
           MOVE TAS-OFICIAL                TO TAS-CAMBIO-LIN
           MOVE PCT-IVA                    TO PCT-IVA-LIN
           COMPUTE IMP-BASE-LIN ROUNDED = IMP-COBRO * TAS-OFICIAL
           COMPUTE IMP-IVA-LIN ROUNDED =
                   IMP-BASE-LIN * PCT-IVA / 100
      *
           PERFORM 4500-GRABAR-RENGLON
              THRU 4500-GRABAR-RENGLON-EXIT
      *
           ADD 1                           TO CN-FACTURADAS
      *
           .
       3000-FACTURAR-COBRO-EXIT.
           EXIT.
      ******************************************************************
      * 3100-BUSCAR-CLIENTE
      *  RAZON SOCIAL Y DOMICILIO FISCAL DEL MAESTRO LOCAL, UNA VEZ    *
      *  POR CLIENTE                                                   *
      ******************************************************************
       3100-BUSCAR-CLIENTE.
      *
           IF  NUM-DOC-PERSONA EQUAL WS-CLIENTE-ANT
               GO TO 3100-BUSCAR-CLIENTE-EXIT
           END-IF
      *
           MOVE NUM-DOC-PERSONA            TO WS-CLIENTE-ANT
                                              NUM-DOC-CLIENTE
           SET SIN-CLIENTE                 TO TRUE
      *
           EXEC SQL
               SELECT NOM_CLIENTE,
                      DIR_LINEA1,
                      DIR_LINEA2
               INTO  :NOM-CLIENTE,
                     :DIR-LINEA1,
                     :DIR-LINEA2
               FROM V1DT079
               WHERE NUM_DOC_PERSONA = :NUM-DOC-CLIENTE
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET CON-CLIENTE         TO TRUE

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       3100-BUSCAR-CLIENTE-EXIT.
           EXIT.
      ******************************************************************
      * 3200-BUSCAR-TASA
      *  TASA OFICIAL DEL DOLAR VIGENTE EL DIA DEL COBRO: LA ULTIMA    *
      *  PUBLICADA HASTA ESA FECHA                                     *
      ******************************************************************
       3200-BUSCAR-TASA.
      *
           SET SIN-DATOS-COBRO             TO TRUE
           MOVE ZEROES                     TO TAS-OFICIAL
      *
           EXEC SQL
               SELECT TAS_OFICIAL
               INTO  :TAS-OFICIAL
               FROM V1DT015
               WHERE COD_DIV  = :CT-DIV-DOLAR
                 AND FEC_TASA =
                     (SELECT MAX(FEC_TASA)
                      FROM V1DT015
                      WHERE COD_DIV   = :CT-DIV-DOLAR
                        AND FEC_TASA <= :FEC-GENERADO)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET CON-DATOS-COBRO     TO TRUE

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       3200-BUSCAR-TASA-EXIT.
           EXIT.
      ******************************************************************
      * 3300-BUSCAR-ALICUOTA
      *  ALICUOTA DE IVA VIGENTE EN LA FECHA DEL COBRO
      ******************************************************************
       3300-BUSCAR-ALICUOTA.
      *
           SET SIN-DATOS-COBRO             TO TRUE
           MOVE ZEROES                     TO PCT-IVA
      *
           EXEC SQL
               SELECT PCT_IVA
               INTO  :PCT-IVA
               FROM V1DT156
               WHERE FEC_DESDE <= :FEC-GENERADO
                 AND FEC_HASTA >= :FEC-GENERADO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   SET CON-DATOS-COBRO     TO TRUE

               WHEN DB2-NOTFND
                   CONTINUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
       3300-BUSCAR-ALICUOTA-EXIT.
           EXIT.
      ******************************************************************
      * 3900-OMITIR-COBRO
      *  EL COBRO QUEDA SIN FACTURA PARA UNA PROXIMA CORRIDA           *
      ******************************************************************
       3900-OMITIR-COBRO.
      *
           ADD 1                           TO CN-OMITIDAS
           MOVE NUM-REF-COBRO              TO WS-NUM-REF-ED
      *
           DISPLAY 'V13C78B - OPERACION ' WS-NUM-REF-ED
                   ' NO FACTURADA: ' WS-MOTIVO-OMISION
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'FACTURA OPERACION '     DELIMITED BY SIZE
                  WS-NUM-REF-ED            DELIMITED BY SIZE
                  ': '                     DELIMITED BY SIZE
                  WS-MOTIVO-OMISION        DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       3900-OMITIR-COBRO-EXIT.
           EXIT.
      ******************************************************************
      *                    4000-ABRIR-DOCUMENTO                        *
      *  EL TIPO, EL CLIENTE Y LA FACTURA AFECTADA LOS DEJA QUIEN      *
      *  LLAMA.  CADA TIPO TIENE SU PROPIA NUMERACION DENTRO DE LA     *
      *  ENTIDAD; LOS IMPORTES SE ACUMULAN EN CADA RENGLON Y SE GRABAN *
      *  AL CERRAR                                                     *
      ******************************************************************
       4000-ABRIR-DOCUMENTO.
      *
           PERFORM 5000-TOMAR-CONTROL
              THRU 5000-TOMAR-CONTROL-EXIT
      *
           EXEC SQL
               SELECT VALUE(MAX(NUM_DOCUMENTO), 0) + 1
               INTO  :NUM-DOCUMENTO-FIS
               FROM V1DT159
               WHERE COD_ENT_BANCO = :COD-ENT-FIS
                 AND TIP_DOCUMENTO = :TIP-DOCUMENTO-FIS
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE WS-FEC-HOY                 TO FEC-EMISION-FIS
           MOVE WS-FEC-HOY(1:6)            TO ANO-MES-FIS
           MOVE CT-DOC-EMITIDO             TO EST-DOCUMENTO-FIS
           MOVE SPACES                     TO FEC-ANULACION-FIS
           MOVE ZEROES                     TO IMP-DIV-FIS
                                              IMP-BASE-FIS
                                              IMP-IVA-FIS
                                              IMP-TOTAL-FIS
      *
           EXEC SQL
               INSERT INTO V1DT159
                   (COD_ENT_BANCO,
                    TIP_DOCUMENTO,
                    NUM_DOCUMENTO,
                    COD_SERIE,
                    NUM_CONTROL,
                    NUM_DOC_PERSONA,
                    NOM_CLIENTE,
                    DIR_LINEA1,
                    DIR_LINEA2,
                    FEC_EMISION,
                    ANO_MES,
                    IMP_DIV,
                    IMP_BASE,
                    IMP_IVA,
                    IMP_TOTAL,
                    EST_DOCUMENTO,
                    NUM_DOC_AFECTADO,
                    FEC_ANULACION)
               VALUES
                   (:COD-ENT-FIS,
                    :TIP-DOCUMENTO-FIS,
                    :NUM-DOCUMENTO-FIS,
                    :COD-SERIE-FIS,
                    :NUM-CONTROL-FIS,
                    :NUM-DOC-CLIENTE-FIS,
                    :NOM-CLIENTE-FIS,
                    :DIR-LINEA1-FIS,
                    :DIR-LINEA2-FIS,
                    :FEC-EMISION-FIS,
                    :ANO-MES-FIS,
                    :IMP-DIV-FIS,
                    :IMP-BASE-FIS,
                    :IMP-IVA-FIS,
                    :IMP-TOTAL-FIS,
                    :EST-DOCUMENTO-FIS,
                    :NUM-DOC-AFECTADO-FIS,
                    :FEC-ANULACION-FIS)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           SET DOCUMENTO-ABIERTO           TO TRUE
      *
           PERFORM 5500-IMPRIMIR-CABECERA
              THRU 5500-IMPRIMIR-CABECERA-EXIT
      *
           .
       4000-ABRIR-DOCUMENTO-EXIT.
           EXIT.
      ******************************************************************
      * 4500-GRABAR-RENGLON
      *  LOS IMPORTES DEL RENGLON LOS DEJA QUIEN LLAMA                 *
      ******************************************************************
       4500-GRABAR-RENGLON.
      *
           MOVE COD-ENT-FIS                TO COD-ENT-LIN
           MOVE TIP-DOCUMENTO-FIS          TO TIP-DOCUMENTO-LIN
           MOVE NUM-DOCUMENTO-FIS          TO NUM-DOCUMENTO-LIN
      *
           EXEC SQL
               INSERT INTO V1DT160
                   (COD_ENT_BANCO,
                    TIP_DOCUMENTO,
                    NUM_DOCUMENTO,
                    NUM_REF,
                    FEC_COBRO,
                    IMP_DIV,
                    TAS_CAMBIO,
                    IMP_BASE,
                    PCT_IVA,
                    IMP_IVA)
               VALUES
                   (:COD-ENT-LIN,
                    :TIP-DOCUMENTO-LIN,
                    :NUM-DOCUMENTO-LIN,
                    :NUM-REF-LIN,
                    :FEC-COBRO-LIN,
                    :IMP-DIV-LIN,
                    :TAS-CAMBIO-LIN,
                    :IMP-BASE-LIN,
                    :PCT-IVA-LIN,
                    :IMP-IVA-LIN)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD IMP-DIV-LIN                 TO IMP-DIV-FIS
           ADD IMP-BASE-LIN                TO IMP-BASE-FIS
           ADD IMP-IVA-LIN                 TO IMP-IVA-FIS
      *
           MOVE NUM-REF-LIN                TO LN-RE-NUM-REF
           MOVE FEC-COBRO-LIN              TO WS-FEC-TRABAJO
           PERFORM EDITAR-FECHA
              THRU EDITAR-FECHA-EXIT
           MOVE WS-FEC-EDITADA             TO LN-RE-FECHA
           MOVE IMP-DIV-LIN                TO LN-RE-DIV
           MOVE TAS-CAMBIO-LIN             TO LN-RE-TASA
           MOVE IMP-BASE-LIN               TO LN-RE-BASE
           MOVE PCT-IVA-LIN                TO LN-RE-PCT
           MOVE IMP-IVA-LIN                TO LN-RE-IVA
           WRITE REG-DOCUMENTO           FROM LN-RENGLON
      *
           .
       4500-GRABAR-RENGLON-EXIT.
           EXIT.
      ******************************************************************
      *                   4900-CERRAR-DOCUMENTO                        *
      ******************************************************************
       4900-CERRAR-DOCUMENTO.
      *
           COMPUTE IMP-TOTAL-FIS = IMP-BASE-FIS + IMP-IVA-FIS
      *
           EXEC SQL
               UPDATE V1DT159
                  SET IMP_DIV       = :IMP-DIV-FIS,
                      IMP_BASE      = :IMP-BASE-FIS,
                      IMP_IVA       = :IMP-IVA-FIS,
                      IMP_TOTAL     = :IMP-TOTAL-FIS
                WHERE COD_ENT_BANCO = :COD-ENT-FIS
                  AND TIP_DOCUMENTO = :TIP-DOCUMENTO-FIS
                  AND NUM_DOCUMENTO = :NUM-DOCUMENTO-FIS
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  TIP-DOCUMENTO-FIS EQUAL CT-TIP-FACTURA
               ADD 1                       TO CN-FACTURAS
               ADD IMP-BASE-FIS            TO CN-TOT-BASE
               ADD IMP-IVA-FIS             TO CN-TOT-IVA
           ELSE
               ADD 1                       TO CN-NOTAS-CREDITO
               SUBTRACT IMP-BASE-FIS     FROM CN-TOT-BASE
               SUBTRACT IMP-IVA-FIS      FROM CN-TOT-IVA
           END-IF
      *
           PERFORM 5600-IMPRIMIR-TOTALES
              THRU 5600-IMPRIMIR-TOTALES-EXIT
      *
           SET DOCUMENTO-CERRADO           TO TRUE
      *
           .
       4900-CERRAR-DOCUMENTO-EXIT.
           EXIT.
      ******************************************************************
      *                    5000-TOMAR-CONTROL                          *
      *  SIGUIENTE NUMERO DE CONTROL DEL RANGO EN USO.  AL CONSUMIRSE  *
      *  SE PASA AL SIGUIENTE RANGO POR USAR.  EL REMANENTE CUENTA     *
      *  TAMBIEN LOS RANGOS POR USAR Y SE AVISA UNA VEZ POR CORRIDA    *
      ******************************************************************
       5000-TOMAR-CONTROL.
      *
           IF  SIN-RANGO
               PERFORM 5100-CARGAR-RANGO
                  THRU 5100-CARGAR-RANGO-EXIT
           END-IF
      *
           IF  NUM-CONTROL-ULTIMO NOT LESS THAN NUM-CONTROL-HASTA
               PERFORM 5200-CONSUMIR-RANGO
                  THRU 5200-CONSUMIR-RANGO-EXIT
               PERFORM 5100-CARGAR-RANGO
                  THRU 5100-CARGAR-RANGO-EXIT
           END-IF
      *
           IF  NUM-CONTROL-ULTIMO LESS THAN NUM-CONTROL-DESDE
               COMPUTE NUM-CONTROL-ULTIMO = NUM-CONTROL-DESDE - 1
           END-IF
      *
           ADD 1                           TO NUM-CONTROL-ULTIMO
      *
           EXEC SQL
               UPDATE V1DT157
                  SET NUM_CONTROL_ULTIMO = :NUM-CONTROL-ULTIMO
                WHERE COD_ENT_BANCO      = :WS-ENT-BANCO
                  AND NUM_RANGO          = :NUM-RANGO-CTL
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           MOVE COD-SERIE-CTL              TO COD-SERIE-FIS
           MOVE NUM-CONTROL-ULTIMO         TO NUM-CONTROL-FIS
      *
           COMPUTE WS-REMANENTE = NUM-CONTROL-HASTA
                                - NUM-CONTROL-ULTIMO
                                + WS-REMANENTE-POR-USAR
      *
           IF  WS-REMANENTE NOT GREATER THAN CANT-AVISO-CTL
           AND AVISO-RANGO-PENDIENTE
               PERFORM 5300-AVISAR-REMANENTE
                  THRU 5300-AVISAR-REMANENTE-EXIT
           END-IF
      *
           .
       5000-TOMAR-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      * 5100-CARGAR-RANGO
      *  EL RANGO EN USO, O EL PRIMER RANGO POR USAR CON NUMEROS       *
      *  LIBRES, QUE PASA A EN USO, SIEMPRE DE LA ENTIDAD EMISORA      *
      ******************************************************************
       5100-CARGAR-RANGO.
      *
           EXEC SQL
               SELECT NUM_RANGO,
                      COD_SERIE,
                      NUM_CONTROL_DESDE,
                      NUM_CONTROL_HASTA,
                      NUM_CONTROL_ULTIMO,
                      CANT_AVISO,
                      TXT_PROVIDENCIA,
                      FEC_AUTORIZA
               INTO  :NUM-RANGO-CTL,
                     :COD-SERIE-CTL,
                     :NUM-CONTROL-DESDE,
                     :NUM-CONTROL-HASTA,
                     :NUM-CONTROL-ULTIMO,
                     :CANT-AVISO-CTL,
                     :TXT-PROVIDENCIA-CTL,
                     :FEC-AUTORIZA-CTL
               FROM V1DT157
               WHERE COD_ENT_BANCO = :WS-ENT-BANCO
                 AND EST_RANGO     = :CT-RANGO-EN-USO
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   PERFORM 5150-ACTIVAR-RANGO
                      THRU 5150-ACTIVAR-RANGO-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT VALUE(SUM(NUM_CONTROL_HASTA
                              - NUM_CONTROL_DESDE + 1), 0)
               INTO  :WS-REMANENTE-POR-USAR
               FROM V1DT157
               WHERE COD_ENT_BANCO = :WS-ENT-BANCO
                 AND EST_RANGO     = :CT-RANGO-POR-USAR
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           SET CON-RANGO                   TO TRUE
      *
           .
       5100-CARGAR-RANGO-EXIT.
           EXIT.
      ******************************************************************
      * 5150-ACTIVAR-RANGO
      ******************************************************************
       5150-ACTIVAR-RANGO.
      *
           EXEC SQL
               SELECT NUM_RANGO,
                      COD_SERIE,
                      NUM_CONTROL_DESDE,
                      NUM_CONTROL_HASTA,
                      NUM_CONTROL_ULTIMO,
                      CANT_AVISO,
                      TXT_PROVIDENCIA,
                      FEC_AUTORIZA
               INTO  :NUM-RANGO-CTL,
                     :COD-SERIE-CTL,
                     :NUM-CONTROL-DESDE,
                     :NUM-CONTROL-HASTA,
                     :NUM-CONTROL-ULTIMO,
                     :CANT-AVISO-CTL,
                     :TXT-PROVIDENCIA-CTL,
                     :FEC-AUTORIZA-CTL
               FROM V1DT157
               WHERE COD_ENT_BANCO = :WS-ENT-BANCO
                 AND NUM_RANGO     =
                     (SELECT MIN(NUM_RANGO)
                      FROM V1DT157
                      WHERE COD_ENT_BANCO      = :WS-ENT-BANCO
                        AND EST_RANGO          = :CT-RANGO-POR-USAR
                        AND NUM_CONTROL_ULTIMO < NUM_CONTROL_HASTA)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   CONTINUE

               WHEN DB2-NOTFND
                   PERFORM 5400-SIN-RANGO
                      THRU 5400-SIN-RANGO-EXIT

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           EXEC SQL
               UPDATE V1DT157
                  SET EST_RANGO     = :CT-RANGO-EN-USO
                WHERE COD_ENT_BANCO = :WS-ENT-BANCO
                  AND NUM_RANGO     = :NUM-RANGO-CTL
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           DISPLAY 'V13C78B - SE ACTIVA EL RANGO DE NUMEROS DE '
                   'CONTROL ' TXT-PROVIDENCIA-CTL
      *
           .
       5150-ACTIVAR-RANGO-EXIT.
           EXIT.
      ******************************************************************
      * 5200-CONSUMIR-RANGO
      ******************************************************************
       5200-CONSUMIR-RANGO.
      *
           EXEC SQL
               UPDATE V1DT157
                  SET EST_RANGO     = :CT-RANGO-CONSUMIDO
                WHERE COD_ENT_BANCO = :WS-ENT-BANCO
                  AND NUM_RANGO     = :NUM-RANGO-CTL
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           SET SIN-RANGO                   TO TRUE
      *
           .
       5200-CONSUMIR-RANGO-EXIT.
           EXIT.
      ******************************************************************
      * 5300-AVISAR-REMANENTE
      ******************************************************************
       5300-AVISAR-REMANENTE.
      *
           SET AVISO-RANGO-EMITIDO         TO TRUE
           MOVE WS-REMANENTE               TO WS-REMANENTE-ED
      *
           DISPLAY 'V13C78B - NUMEROS DE CONTROL POR AGOTARSE, '
                   'QUEDAN ' WS-REMANENTE-ED
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'A'                        TO W925-SEVERIDAD
           STRING 'NUMEROS DE CONTROL POR AGOTARSE, QUEDAN '
                                           DELIMITED BY SIZE
                  WS-REMANENTE-ED          DELIMITED BY SIZE
                  INTO W925-TEXTO
           END-STRING
           CALL CT-V19C025 USING V1WC925
      *
           .
       5300-AVISAR-REMANENTE-EXIT.
           EXIT.
      ******************************************************************
      * 5400-SIN-RANGO
      *  SIN NUMEROS DE CONTROL NO SE PUEDE EMITIR: SE DESHACE LA      *
      *  CORRIDA Y SOLO QUEDA LA ALERTA                                *
      ******************************************************************
       5400-SIN-RANGO.
      *
           DISPLAY 'V13C78B - SIN RANGO DE NUMEROS DE CONTROL '
                   'DISPONIBLE: NO SE EMITE NINGUN DOCUMENTO'
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           INITIALIZE V1WC925
           MOVE CT-PROGRAMA                TO W925-PROGRAMA
           MOVE 'C'                        TO W925-SEVERIDAD
           MOVE 'SIN NUMEROS DE CONTROL AUTORIZADOS PARA FACTURAR'
                                           TO W925-TEXTO
           CALL CT-V19C025 USING V1WC925
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           MOVE 16                         TO RETURN-CODE
      *
           STOP RUN
           .
       5400-SIN-RANGO-EXIT.
           EXIT.
      ******************************************************************
      *                   5500-IMPRIMIR-CABECERA                       *
      ******************************************************************
       5500-IMPRIMIR-CABECERA.
      *
           IF  TIP-DOCUMENTO-FIS EQUAL CT-TIP-FACTURA
               MOVE CT-TIT-FACTURA         TO LN-EM-TITULO
           ELSE
               MOVE CT-TIT-NOTA-CREDITO    TO LN-EM-TITULO
           END-IF
      *
           WRITE REG-DOCUMENTO           FROM LN-SEPARADOR
           WRITE REG-DOCUMENTO           FROM LN-EMISOR
      *
           MOVE NUM-DOCUMENTO-FIS          TO LN-NU-NUMERO
           MOVE COD-SERIE-FIS              TO LN-NU-SERIE
           MOVE NUM-CONTROL-FIS            TO LN-NU-CONTROL
           MOVE FEC-EMISION-FIS            TO WS-FEC-TRABAJO
           PERFORM EDITAR-FECHA
              THRU EDITAR-FECHA-EXIT
           MOVE WS-FEC-EDITADA             TO LN-NU-FECHA
           WRITE REG-DOCUMENTO           FROM LN-NUMERO
      *
           MOVE TXT-PROVIDENCIA-CTL        TO LN-PR-PROVIDENCIA
           MOVE FEC-AUTORIZA-CTL           TO WS-FEC-TRABAJO
           PERFORM EDITAR-FECHA
              THRU EDITAR-FECHA-EXIT
           MOVE WS-FEC-EDITADA             TO LN-PR-FECHA
           WRITE REG-DOCUMENTO           FROM LN-PROVIDENCIA
      *
           MOVE NOM-CLIENTE-FIS            TO LN-CL-NOMBRE
           MOVE NUM-DOC-CLIENTE-FIS        TO LN-CL-DOCUMENTO
           WRITE REG-DOCUMENTO           FROM LN-CLIENTE
      *
           MOVE DIR-LINEA1-FIS             TO LN-DI-LINEA1
           MOVE DIR-LINEA2-FIS             TO LN-DI-LINEA2
           WRITE REG-DOCUMENTO           FROM LN-DIRECCION
      *
           IF  TIP-DOCUMENTO-FIS EQUAL CT-TIP-NOTA-CREDITO
               MOVE NUM-DOC-AFECTADO-FIS   TO LN-AF-FACTURA
               WRITE REG-DOCUMENTO       FROM LN-AFECTA
           END-IF
      *
           WRITE REG-DOCUMENTO           FROM LN-TITULOS
      *
           .
       5500-IMPRIMIR-CABECERA-EXIT.
           EXIT.
      ******************************************************************
      *                   5600-IMPRIMIR-TOTALES                        *
      ******************************************************************
       5600-IMPRIMIR-TOTALES.
      *
           MOVE CT-TXT-DOLARES             TO LN-TO-TEXTO
           MOVE IMP-DIV-FIS                TO LN-TO-IMPORTE
           WRITE REG-DOCUMENTO           FROM LN-TOTAL
      *
           MOVE CT-TXT-BASE                TO LN-TO-TEXTO
           MOVE IMP-BASE-FIS               TO LN-TO-IMPORTE
           WRITE REG-DOCUMENTO           FROM LN-TOTAL
      *
           MOVE CT-TXT-IVA                 TO LN-TO-TEXTO
           MOVE IMP-IVA-FIS                TO LN-TO-IMPORTE
           WRITE REG-DOCUMENTO           FROM LN-TOTAL
      *
           MOVE CT-TXT-TOTAL               TO LN-TO-TEXTO
           MOVE IMP-TOTAL-FIS              TO LN-TO-IMPORTE
           WRITE REG-DOCUMENTO           FROM LN-TOTAL
      *
           WRITE REG-DOCUMENTO           FROM LN-SEPARADOR
      *
           .
       5600-IMPRIMIR-TOTALES-EXIT.
           EXIT.
      ******************************************************************
      * EDITAR-FECHA
      *  AAAAMMDD A DD/MM/AAAA
      ******************************************************************
       EDITAR-FECHA.
      *
           MOVE WS-FT-DIA                  TO WS-FE-DIA
           MOVE WS-FT-MES                  TO WS-FE-MES
           MOVE WS-FT-ANO                  TO WS-FE-ANO
      *
           .
       EDITAR-FECHA-EXIT.
           EXIT.
      ******************************************************************
      *                     7000-NOTAS-CREDITO                         *
      *  UNA NOTA DE CREDITO POR CADA OPERACION FACTURADA Y REVERSADA  *
      ******************************************************************
       7000-NOTAS-CREDITO.
      *
           SET NO-FIN-CURSOR               TO TRUE
      *
           EXEC SQL
               OPEN V13C78B-V1DC7812
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           PERFORM LEER-REVERSADA
             UNTIL FIN-CURSOR
      *
           EXEC SQL
               CLOSE V13C78B-V1DC7812
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           EXEC SQL
               COMMIT
           END-EXEC
      *
           .
       7000-NOTAS-CREDITO-EXIT.
           EXIT.
      ******************************************************************
      * LEER-REVERSADA
      ******************************************************************
       LEER-REVERSADA.
      *
           EXEC SQL
               FETCH V13C78B-V1DC7812
               INTO :WS-FACTURA-AFECTADA,
                    :NUM-REF-LIN,
                    :FEC-COBRO-LIN,
                    :IMP-DIV-LIN,
                    :TAS-CAMBIO-LIN,
                    :IMP-BASE-LIN,
                    :PCT-IVA-LIN,
                    :IMP-IVA-LIN,
                    :NUM-DOC-CLIENTE-FIS,
                    :NOM-CLIENTE-FIS,
                    :DIR-LINEA1-FIS,
                    :DIR-LINEA2-FIS
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           EVALUATE TRUE
               WHEN DB2-OK
                   PERFORM 7100-EMITIR-NOTA-CREDITO
                      THRU 7100-EMITIR-NOTA-CREDITO-EXIT

               WHEN DB2-NOTFND
                   SET FIN-CURSOR          TO TRUE

               WHEN OTHER
                   PERFORM 9999-ABEND-DB2
                      THRU 9999-ABEND-DB2-EXIT
           END-EVALUATE
      *
           .
      ******************************************************************
      *                  7100-EMITIR-NOTA-CREDITO                      *
      *  EL RENGLON DE LA NOTA REPITE LOS IMPORTES FACTURADOS, CON LA  *
      *  MISMA TASA Y ALICUOTA                                         *
      ******************************************************************
       7100-EMITIR-NOTA-CREDITO.
      *
           ADD 1                           TO CN-REVERSADAS
      *
           MOVE CT-TIP-NOTA-CREDITO        TO TIP-DOCUMENTO-FIS
           MOVE WS-FACTURA-AFECTADA        TO NUM-DOC-AFECTADO-FIS
      *
           PERFORM 4000-ABRIR-DOCUMENTO
              THRU 4000-ABRIR-DOCUMENTO-EXIT
      *
           PERFORM 4500-GRABAR-RENGLON
              THRU 4500-GRABAR-RENGLON-EXIT
      *
           PERFORM 4900-CERRAR-DOCUMENTO
              THRU 4900-CERRAR-DOCUMENTO-EXIT
      *
           PERFORM 7200-VERIFICAR-ANULACION
              THRU 7200-VERIFICAR-ANULACION-EXIT
      *
           .
       7100-EMITIR-NOTA-CREDITO-EXIT.
           EXIT.
      ******************************************************************
      * 7200-VERIFICAR-ANULACION
      *  LA FACTURA SIN RENGLONES PENDIENTES DE NOTA DE CREDITO QUEDA  *
      *  ANULADA                                                       *
      ******************************************************************
       7200-VERIFICAR-ANULACION.
      *
           MOVE ZEROES                     TO WS-CANT-PENDIENTE
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-PENDIENTE
               FROM V1DT160 L
               WHERE L.COD_ENT_BANCO = :WS-ENT-BANCO
                 AND L.TIP_DOCUMENTO = :CT-TIP-FACTURA
                 AND L.NUM_DOCUMENTO = :WS-FACTURA-AFECTADA
                 AND NOT EXISTS
                     (SELECT 1
                      FROM V1DT160 C
                      WHERE C.NUM_REF       = L.NUM_REF
                        AND C.TIP_DOCUMENTO = :CT-TIP-NOTA-CREDITO)
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           IF  WS-CANT-PENDIENTE GREATER THAN ZEROES
               GO TO 7200-VERIFICAR-ANULACION-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE V1DT159
                  SET EST_DOCUMENTO = :CT-DOC-ANULADO,
                      FEC_ANULACION = :WS-FEC-HOY
                WHERE COD_ENT_BANCO = :WS-ENT-BANCO
                  AND TIP_DOCUMENTO = :CT-TIP-FACTURA
                  AND NUM_DOCUMENTO = :WS-FACTURA-AFECTADA
           END-EXEC
      *
           IF  SQLCODE NOT EQUAL ZEROES
               PERFORM 9999-ABEND-DB2
                  THRU 9999-ABEND-DB2-EXIT
           END-IF
      *
           ADD 1                           TO CN-ANULADAS
      *
           .
       7200-VERIFICAR-ANULACION-EXIT.
           EXIT.
      ******************************************************************
      *                            6000-FIN                            *
      ******************************************************************
       6000-FIN.
      *
           CLOSE ARCH-PARAMETROS
                 ARCH-DOCUMENTOS
      *
           DISPLAY 'V13C78B - ENTIDAD JURIDICA:       ' WS-ENT-BANCO
           DISPLAY 'V13C78B - COBROS LEIDOS:          '
                   CN-LEIDAS
           DISPLAY 'V13C78B - COBROS FACTURADOS:      '
                   CN-FACTURADAS
           DISPLAY 'V13C78B - COBROS NO FACTURADOS:   '
                   CN-OMITIDAS
           DISPLAY 'V13C78B - FACTURAS EMITIDAS:      '
                   CN-FACTURAS
           DISPLAY 'V13C78B - OPERACIONES REVERSADAS: '
                   CN-REVERSADAS
           DISPLAY 'V13C78B - NOTAS DE CREDITO:       '
                   CN-NOTAS-CREDITO
           DISPLAY 'V13C78B - FACTURAS ANULADAS:      '
                   CN-ANULADAS
           DISPLAY 'V13C78B - BASE NETA FACTURADA:    '
                   CN-TOT-BASE
           DISPLAY 'V13C78B - IVA NETO FACTURADO:     '
                   CN-TOT-IVA
      *
           IF  CN-OMITIDAS GREATER THAN ZEROES
            OR AVISO-RANGO-EMITIDO
               MOVE 04                     TO RETURN-CODE
           END-IF
      *
           SET W924-88-FIN                 TO TRUE
           COMPUTE W924-CANT-LEIDOS   = CN-LEIDAS + CN-REVERSADAS
           COMPUTE W924-CANT-GRABADOS = CN-FACTURAS + CN-NOTAS-CREDITO
           MOVE CN-ANULADAS                TO W924-CANT-ACTUALIZADOS
           MOVE RETURN-CODE                TO W924-COD-RETORNO
           CALL CT-V19C024 USING V1WC924
      *
           .
       6000-FIN-EXIT.
           EXIT.
      ******************************************************************
      *                       9999-ABEND-DB2                           *
      *  SE TERMINA EL PROCESO CUANDO SE PRODUCE UN ERROR DB2          *
      ******************************************************************
       9999-ABEND-DB2.
      *
           DISPLAY 'V13C78B - ERROR DB2 SQLCODE: ' SQLCODE
      *
           EXEC SQL
               ROLLBACK
           END-EXEC
      *
           MOVE 16                         TO RETURN-CODE
      *
           STOP RUN
           .
       9999-ABEND-DB2-EXIT.
           EXIT.
