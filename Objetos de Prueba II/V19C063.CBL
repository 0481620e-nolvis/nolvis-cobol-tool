      ******************************************************************
      *                                                                *
      *  PROGRAMA: V19C063                                             *
      *                                                                *
      *  FECHA CREACION: 15/10/2026                                    *
      *                                                                *
      *  AUTOR: FACTORIA                                               *
      *                                                                *
      *  APLICACION: MERCADO LIBRE DE DIVISAS. (V1) VENEZUELA.         *
      *                                                                *
      *  DESCRIPCION: RUTINA COMUN DE BITACORA DE RENDIMIENTO DE LAS   *
      *               TRANSACCIONES EN LINEA.  CADA PROGRAMA EN LINEA  *
      *               LA LLAMA JUSTO ANTES DE DEVOLVER EL CONTROL A    *
      *               CICS CON LA HORA DE ARRANQUE, LAS FILAS LEIDAS,  *
      *               EL USUARIO, LA TERMINAL Y, EN LAS BUSQUEDAS, EL  *
      *               CRITERIO EMPLEADO.  LA RUTINA TOMA LA HORA DE    *
      *               FIN, CALCULA EL TIEMPO DE RESPUESTA EN           *
      *               MILISEGUNDOS Y GRABA LA EJECUCION EN V1DT139,    *
      *               QUE EXPLOTA EL REPORTE DIARIO V13C66B.  UN ERROR *
      *               AL GRABAR SOLO SE INFORMA EN W963-RETORNO: LA    *
      *               BITACORA NUNCA DEBE ABORTAR LA TRANSACCION       *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      *         I D E N T I F I C A T I O N   D I V I S I O N          *
      *                                                                *
      *             INFORMACION GENERAL SOBRE EL PROGRAMA              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.   V19C063.
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
      *                        AREA DE CONTANTES                       *
      ******************************************************************
       01  CT-CONTANTES.
      *
           05  CT-PROGRAMA                 PIC X(08)   VALUE 'V19C063'.
           05  CT-CENTESIMAS-DIA           PIC 9(08)   VALUE 8640000.
      ******************************************************************
      *                        AREA DE VARIABLES                       *
      ******************************************************************
       01  WS-VARIABLES.
      *
           05  WS-FIN                      PIC X(16).
           05  WS-FIN-R REDEFINES WS-FIN.
               10  WS-FEC-FIN              PIC X(08).
               10  WS-HOR-FIN              PIC X(08).
           05  WS-HORA                     PIC X(08).
           05  WS-HORA-R REDEFINES WS-HORA.
               10  WS-HORA-HH              PIC 9(02).
               10  WS-HORA-MM              PIC 9(02).
               10  WS-HORA-SS              PIC 9(02).
               10  WS-HORA-CC              PIC 9(02).
           05  WS-CENT-INICIO              PIC S9(09)   COMP-3.
           05  WS-CENT-FIN                 PIC S9(09)   COMP-3.
           05  WS-CENT-HORA                PIC S9(09)   COMP-3.
      ******************************************************************
      *                    COPYS UTILIZADAS                            *
      ******************************************************************
      *  COPY PARA ERRORES DB2
           COPY QCWCL20.
      ******************************************************************
      *                    AREA DE INCLUDES                            *
      ******************************************************************
           EXEC SQL
               INCLUDE V1GT139
           END-EXEC
      ******************************************************************
      *                                                                *
      *                L I N K A G E     S E C T I O N                 *
      *                                                                *
      ******************************************************************
       LINKAGE SECTION.
      *
      *    EL AREA LLEGA POR LINK: EL TRADUCTOR CICS LA ENTREGA EN
      *    DFHCOMMAREA Y EL AREA CON NOMBRE SE DIRECCIONA SOBRE ELLA
       01  DFHCOMMAREA                     PIC X(126).
      *
           COPY V1WC963.
      ******************************************************************
      *                                                                *
      *           P R O C E D U R E      D I V I S I O N               *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.
      *
       MAINLINE.
      *
           SET ADDRESS OF V1WC963          TO ADDRESS OF DFHCOMMAREA
      *
           SET W963-88-GRABADA             TO TRUE
      *
           PERFORM 2000-CALCULAR-TIEMPO
              THRU 2000-CALCULAR-TIEMPO-EXIT
      *
           PERFORM 2100-GRABAR-BITACORA
              THRU 2100-GRABAR-BITACORA-EXIT
      *
           EXEC CICS
               RETURN
           END-EXEC
      *
           GOBACK
           .
      ******************************************************************
      *                    2000-CALCULAR-TIEMPO                        *
      *  LAS HORAS SE PASAN A CENTESIMAS DEL DIA.  SI LA TRANSACCION   *
      *  CRUZO LA MEDIANOCHE SE SUMA UN DIA AL FIN; UNA EJECUCION NO   *
      *  DURA MAS DE UN DIA, ASI QUE BASTA CON COMPARAR LAS FECHAS     *
      ******************************************************************
       2000-CALCULAR-TIEMPO.
      *
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-FIN
      *
           IF W963-INICIO IS NOT NUMERIC
              MOVE WS-FIN                  TO W963-INICIO
           END-IF
      *
           MOVE W963-HOR-INICIO            TO WS-HORA
           PERFORM 2050-PASAR-A-CENTESIMAS
              THRU 2050-PASAR-A-CENTESIMAS-EXIT
           MOVE WS-CENT-HORA               TO WS-CENT-INICIO
      *
           MOVE WS-HOR-FIN                 TO WS-HORA
           PERFORM 2050-PASAR-A-CENTESIMAS
              THRU 2050-PASAR-A-CENTESIMAS-EXIT
           MOVE WS-CENT-HORA               TO WS-CENT-FIN
      *
           IF WS-FEC-FIN > W963-FEC-INICIO
              ADD CT-CENTESIMAS-DIA        TO WS-CENT-FIN
           END-IF
      *
           IF WS-CENT-FIN < WS-CENT-INICIO
              MOVE WS-CENT-INICIO          TO WS-CENT-FIN
           END-IF
      *
           COMPUTE MSEG-RESPUESTA-REN = (WS-CENT-FIN - WS-CENT-INICIO)
                                      * 10
      *
           .
       2000-CALCULAR-TIEMPO-EXIT.
           EXIT.
      ******************************************************************
      *                  2050-PASAR-A-CENTESIMAS                       *
      ******************************************************************
       2050-PASAR-A-CENTESIMAS.
      *
           COMPUTE WS-CENT-HORA = WS-HORA-HH * 360000
                                + WS-HORA-MM * 6000
                                + WS-HORA-SS * 100
                                + WS-HORA-CC
      *
           .
       2050-PASAR-A-CENTESIMAS-EXIT.
           EXIT.
      ******************************************************************
      *                    2100-GRABAR-BITACORA                        *
      *  UN FALLO DE INSERT NO SE PROPAGA: SE DEVUELVE '99' Y LA       *
      *  TRANSACCION TERMINA NORMALMENTE                               *
      ******************************************************************
       2100-GRABAR-BITACORA.
      *
           MOVE W963-FEC-INICIO            TO FEC-INICIO-REN
           MOVE W963-HOR-INICIO            TO HOR-INICIO-REN
           MOVE W963-TRAN                  TO COD-TRAN-REN
           MOVE W963-PROGRAMA              TO COD-PROGRAMA-REN
           MOVE W963-USUARIO               TO COD-USUARIO-REN
           MOVE W963-TERMINAL              TO COD-TERMINAL-REN
           MOVE WS-FEC-FIN                 TO FEC-FIN-REN
           MOVE WS-HOR-FIN                 TO HOR-FIN-REN
           MOVE W963-CRITERIO              TO TXT-CRITERIO-REN
      *
           IF W963-FILAS IS NUMERIC
              MOVE W963-FILAS              TO CANT-FILAS-REN
           ELSE
              MOVE ZEROS                   TO CANT-FILAS-REN
           END-IF
      *
           EXEC SQL
               INSERT INTO V1DT139
                     (FEC_INICIO,
                      HOR_INICIO,
                      COD_TRAN,
                      COD_PROGRAMA,
                      COD_USUARIO,
                      COD_TERMINAL,
                      FEC_FIN,
                      HOR_FIN,
                      MSEG_RESPUESTA,
                      CANT_FILAS,
                      TXT_CRITERIO)
               VALUES
                     (:FEC-INICIO-REN,
                      :HOR-INICIO-REN,
                      :COD-TRAN-REN,
                      :COD-PROGRAMA-REN,
                      :COD-USUARIO-REN,
                      :COD-TERMINAL-REN,
                      :FEC-FIN-REN,
                      :HOR-FIN-REN,
                      :MSEG-RESPUESTA-REN,
                      :CANT-FILAS-REN,
                      :TXT-CRITERIO-REN)
           END-EXEC
      *
           MOVE SQLCODE                    TO DB2-RETURN-CDE
      *
           IF NOT DB2-OK
              SET W963-88-NO-GRABADA       TO TRUE
           END-IF
      *
           .
       2100-GRABAR-BITACORA-EXIT.
           EXIT.
