       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCLBPOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MDCFLBST-READ ASSIGN TO MDCFLBST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LBS-REFERENCIA
               FILE STATUS IS FS-LBST.
           SELECT PARM-LBPOS ASSIGN TO LBPOSPRM
               FILE STATUS IS FS-PARM-LBPOS.
           SELECT REPORTE-LBPOS ASSIGN TO LBPOSOUT
               FILE STATUS IS FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
      * ESTADO DE LAS TRANSFERENCIAS LBTR (MDCOCOMM / CDCLBRSP)
       FD MDCFLBST-READ.
       01 REG-MDCFLBST.
         05 LBS-REFERENCIA         PIC X(11).
         05 LBS-CODOPER            PIC X(4).
         05 LBS-MODO-SOLICITADO    PIC X(1).
         05 LBS-MODO-APLICADO      PIC X(1).
         05 LBS-ESTADO             PIC X(2).
           88 LBS-ENVIADA-SIN-CONF VALUE '00'.
           88 LBS-RECHAZADA-ENVIO  VALUE 'ER'.
         05 LBS-ERROR-CODIGO       PIC X(2).
         05 LBS-ERROR-DESCRIP      PIC X(80).
         05 LBS-FECHA              PIC X(8).
         05 LBS-HORA               PIC X(6).
         05 LBS-MONTO              PIC 9(15)V99.
         05 LBS-BANCO-DESTINO      PIC X(4).
         05 LBS-MONEDA             PIC X(2).
         05 LBS-CAJERO             PIC X(4).
         05 FILLER                 PIC X(8).

       FD PARM-LBPOS.
       01 REG-PARM-LBPOS.
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 FILLER                 PIC X(72).

       FD REPORTE-LBPOS.
       01 REG-REPORTE              PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-LBST              PIC 99.
       01 FS-PARM-LBPOS        PIC 99.
       01 FS-REPORTE           PIC 99.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-X REDEFINES WS-FECHA-PROCESO PIC X(8).
       01 WS-FECHA-PROCESO-NUM PIC 9(8) VALUE 0.

       01 LCP-CURRENT-DATE-68.
          05 LCP-MONTH                  PIC X(2).
          05 FILLER                     PIC X          VALUE '/'.
          05 LCP-DAY1                   PIC X(2).
          05 FILLER                     PIC X          VALUE '/'.
          05 LCP-CENT                   PIC X(2).
          05 LCP-YEAR                   PIC X(2).
       01 FORMATO                       PIC X(10)      VALUE
             'MM/DD/YYYY'.
       01 WTIEMPO                       PIC X(6).

      * POSICION POR BANCO DESTINO, MONEDA Y ESTADO FINAL. EL ARCHIVO
      * VIENE POR REFERENCIA: LA TABLA SE MANTIENE ORDENADA AL INSERTAR
       01 WS-POS-IDX           PIC 9(4) VALUE 0.
       01 WS-P                 PIC 9(4) VALUE 0.
       01 WS-S                 PIC 9(4) VALUE 0.
       01 WS-CLAVE-POS.
         05 WS-CP-BANCO        PIC X(4).
         05 WS-CP-MONEDA       PIC X(2).
         05 WS-CP-ESTADO       PIC X(2).
       01 TABLE-POSICION.
         05 REG-POSICION         OCCURS 1000.
           10 TP-CLAVE.
             15 TP-BANCO         PIC X(4).
             15 TP-MONEDA        PIC X(2).
             15 TP-ESTADO        PIC X(2).
           10 TP-CANTIDAD        PIC 9(7).
           10 TP-MONTO           PIC 9(15)V99.

      * ENVIOS SOLICITADOS EN MODO 2 QUE LA TABLA DE UMBRALES MDCFLBTR
      * BAJO A MODO 4, POR BANCO DESTINO Y MONEDA
       01 WS-DEG-IDX           PIC 9(4) VALUE 0.
       01 WS-CLAVE-DEG.
         05 WS-CD-BANCO        PIC X(4).
         05 WS-CD-MONEDA       PIC X(2).
       01 TABLE-DEGRADADAS.
         05 REG-DEGRADADA        OCCURS 1000.
           10 TD-CLAVE.
             15 TD-BANCO         PIC X(4).
             15 TD-MONEDA        PIC X(2).
           10 TD-CANTIDAD        PIC 9(7).
           10 TD-MONTO           PIC 9(15)V99.

       01 WS-MON-IDX           PIC 9(3) VALUE 0.
       01 WS-M                 PIC 9(3) VALUE 0.
       01 WS-MON-POS           PIC 9(3) VALUE 0.
       01 TABLE-MONEDAS.
         05 REG-MONEDA           OCCURS 20.
           10 TM-MONEDA          PIC X(2).
           10 TM-CANTIDAD        PIC 9(7).
           10 TM-MONTO           PIC 9(15)V99.
           10 TM-CANT-CONF       PIC 9(7).
           10 TM-MONTO-CONF      PIC 9(15)V99.
           10 TM-CANT-PEND       PIC 9(7).
           10 TM-MONTO-PEND      PIC 9(15)V99.
           10 TM-CANT-RECH       PIC 9(7).
           10 TM-MONTO-RECH      PIC 9(15)V99.
           10 TM-CANT-DEGR       PIC 9(7).
           10 TM-MONTO-DEGR      PIC 9(15)V99.

       01 WS-MONTO             PIC 9(15)V99 VALUE 0.
       01 WS-SUB-CANTIDAD      PIC 9(7) VALUE 0.
       01 WS-SUB-MONTO         PIC 9(15)V99 VALUE 0.
       01 WS-CORTE-ANT.
         05 WS-CORTE-BANCO     PIC X(4).
         05 WS-CORTE-MONEDA    PIC X(2).

       01 WS-TOT-LEIDOS        PIC 9(7) VALUE 0.
       01 WS-TOT-DEL-DIA       PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-MONTO     PIC 9(7) VALUE 0.
       01 WS-TOT-DEGRADADAS    PIC 9(7) VALUE 0.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-LBST.
         05 SW-LBST-END                PIC XX VALUE 'NO'.
           88 SW-LBST-FIN-OK           VALUE 'SI'.
           88 SW-LBST-FIN-NO           VALUE 'NO'.

       01 SW-NUEVA.
         05 SW-NUEVA-CLAVE             PIC XX VALUE 'NO'.
           88 SW-CLAVE-NUEVA           VALUE 'SI'.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(50) VALUE
            'POSICION LBTR POR BANCO DESTINO - FIN DE DIA'.
         05 FILLER               PIC X(37) VALUE SPACES.
         05 FILLER               PIC X(7)  VALUE 'PAGINA '.
         05 TIT-PAGINA           PIC ZZZ9.
         05 FILLER               PIC X(5)  VALUE SPACES.

       01 LIN-TITULO-2.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(20) VALUE
            'FECHA DE PROCESO    '.
         05 TIT-FECHA.
           10 TIT-FEC-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-FEC-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-FEC-AAAA       PIC X(4).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-POS.
         05 FILLER               PIC X(8)  VALUE 'BANCO'.
         05 FILLER               PIC X(8)  VALUE 'MONEDA'.
         05 FILLER               PIC X(30) VALUE 'ESTADO FINAL'.
         05 FILLER               PIC X(12) VALUE '  CANTIDAD'.
         05 FILLER               PIC X(25) VALUE
            '                    MONTO'.
         05 FILLER               PIC X(50) VALUE SPACES.

       01 LIN-POSICION.
         05 POS-BANCO            PIC X(4).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 POS-MONEDA           PIC X(2).
         05 FILLER               PIC X(6)  VALUE SPACES.
         05 POS-ESTADO           PIC X(2).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-ESTADO-DESC      PIC X(27).
         05 POS-CANTIDAD         PIC ZZZ,ZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 POS-MONTO            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(56) VALUE SPACES.

       01 LIN-CAB-DEG.
         05 FILLER               PIC X(8)  VALUE 'BANCO'.
         05 FILLER               PIC X(38) VALUE 'MONEDA'.
         05 FILLER               PIC X(12) VALUE '  CANTIDAD'.
         05 FILLER               PIC X(25) VALUE
            '                    MONTO'.
         05 FILLER               PIC X(50) VALUE SPACES.

       01 LIN-CAB-MON.
         05 FILLER               PIC X(8)  VALUE 'MONEDA'.
         05 FILLER               PIC X(38) VALUE 'CONCEPTO'.
         05 FILLER               PIC X(12) VALUE '  CANTIDAD'.
         05 FILLER               PIC X(25) VALUE
            '                    MONTO'.
         05 FILLER               PIC X(50) VALUE SPACES.

       01 LIN-MONEDA.
         05 MON-MONEDA           PIC X(2).
         05 FILLER               PIC X(6)  VALUE SPACES.
         05 MON-CONCEPTO         PIC X(35).
         05 MON-CANTIDAD         PIC ZZZ,ZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 MON-MONTO            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(59) VALUE SPACES.

       01 LIN-RESUMEN.
         05 RES-TEXTO            PIC X(45).
         05 RES-VALOR            PIC ZZZ,ZZZ,ZZ9.
         05 FILLER               PIC X(77) VALUE SPACES.

       01 LIN-SIN-DATOS.
         05 SIN-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM PROCESAR-ESTADOS UNTIL SW-LBST-FIN-OK
           CLOSE MDCFLBST-READ
           PERFORM IMPRIMIR-POSICION
           PERFORM IMPRIMIR-DEGRADADAS
           PERFORM IMPRIMIR-MONEDAS
           CLOSE REPORTE-LBPOS
           PERFORM MOSTRAR-TOTALES
           STOP RUN.

       OBTENER-FECHA-PROCESO.
           CALL 'SISROFEC' USING LCP-CURRENT-DATE-68 FORMATO WTIEMPO
           MOVE LCP-CENT TO WS-PRC-CC
           MOVE LCP-YEAR TO WS-PRC-AA
           MOVE LCP-MONTH TO WS-PRC-MM
           MOVE LCP-DAY1 TO WS-PRC-DD
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM.

       LEER-PARAMETROS.
           OPEN INPUT PARM-LBPOS
           IF FS-PARM-LBPOS = 0
               READ PARM-LBPOS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCLBPOS: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
               END-READ
               CLOSE PARM-LBPOS
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT MDCFLBST-READ
           OPEN OUTPUT REPORTE-LBPOS
           IF FS-LBST NOT = 0 OR FS-REPORTE NOT = 0
               IF FS-LBST NOT = 0
                   DISPLAY 'ERROR ABRIENDO MDCFLBST, FILE STATUS: '
                      FS-LBST
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO LBPOSOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               DISPLAY '** CDCLBPOS: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * CORRE DESPUES DE CDCLBRSP: LBS-ESTADO YA ES EL ESTADO FINAL Y
      * LBS-FECHA LA DEL ULTIMO MOVIMIENTO. SOLO ENTRAN LOS DEL DIA;
      * LO QUE QUEDO EN 00 DE DIAS ANTERIORES LO LISTA CDCLBRSP
       PROCESAR-ESTADOS.
           READ MDCFLBST-READ NEXT RECORD
               AT END
                   SET SW-LBST-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   IF LBS-FECHA = WS-FECHA-PROCESO-X
                       ADD 1 TO WS-TOT-DEL-DIA
                       PERFORM ACUMULAR-TRANSFERENCIA
                   END-IF
           END-READ.

      * LOS REGISTROS GRABADOS ANTES DE GUARDAR EL MONTO NO LO TRAEN:
      * CUENTAN EN CANTIDAD CON MONTO CERO Y SE INFORMAN APARTE
       ACUMULAR-TRANSFERENCIA.
           IF LBS-MONTO NUMERIC
               MOVE LBS-MONTO TO WS-MONTO
           ELSE
               MOVE 0 TO WS-MONTO
               ADD 1 TO WS-TOT-SIN-MONTO
           END-IF
           MOVE LBS-BANCO-DESTINO TO WS-CP-BANCO
           MOVE LBS-MONEDA TO WS-CP-MONEDA
           MOVE LBS-ESTADO TO WS-CP-ESTADO
           PERFORM ACUMULAR-POSICION
           PERFORM ACUMULAR-MONEDA
           IF LBS-MODO-SOLICITADO = '2' AND LBS-MODO-APLICADO = '4'
               ADD 1 TO WS-TOT-DEGRADADAS
               MOVE LBS-BANCO-DESTINO TO WS-CD-BANCO
               MOVE LBS-MONEDA TO WS-CD-MONEDA
               PERFORM ACUMULAR-DEGRADADA
           END-IF.

       ACUMULAR-POSICION.
           MOVE 0 TO WS-P
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-POS-IDX OR WS-P > 0
               IF TP-CLAVE(WS-S) NOT < WS-CLAVE-POS
                   MOVE WS-S TO WS-P
               END-IF
           END-PERFORM
           MOVE 'NO' TO SW-NUEVA-CLAVE
           IF WS-P = 0
               SET SW-CLAVE-NUEVA TO TRUE
           ELSE
               IF TP-CLAVE(WS-P) NOT = WS-CLAVE-POS
                   SET SW-CLAVE-NUEVA TO TRUE
               END-IF
           END-IF
           IF SW-CLAVE-NUEVA
               IF WS-POS-IDX > 999
                   DISPLAY '** CDCLBPOS: TABLA DE POSICIONES EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-P = 0
                   COMPUTE WS-P = WS-POS-IDX + 1
               ELSE
                   PERFORM VARYING WS-S FROM WS-POS-IDX BY -1
                     UNTIL WS-S < WS-P
                       MOVE REG-POSICION(WS-S) TO REG-POSICION(WS-S + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-POS-IDX
               INITIALIZE REG-POSICION(WS-P)
               MOVE WS-CLAVE-POS TO TP-CLAVE(WS-P)
           END-IF
           ADD 1 TO TP-CANTIDAD(WS-P)
           ADD WS-MONTO TO TP-MONTO(WS-P).

       ACUMULAR-DEGRADADA.
           MOVE 0 TO WS-P
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-DEG-IDX OR WS-P > 0
               IF TD-CLAVE(WS-S) NOT < WS-CLAVE-DEG
                   MOVE WS-S TO WS-P
               END-IF
           END-PERFORM
           MOVE 'NO' TO SW-NUEVA-CLAVE
           IF WS-P = 0
               SET SW-CLAVE-NUEVA TO TRUE
           ELSE
               IF TD-CLAVE(WS-P) NOT = WS-CLAVE-DEG
                   SET SW-CLAVE-NUEVA TO TRUE
               END-IF
           END-IF
           IF SW-CLAVE-NUEVA
               IF WS-DEG-IDX > 999
                   DISPLAY '** CDCLBPOS: TABLA DE DEGRADADAS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-P = 0
                   COMPUTE WS-P = WS-DEG-IDX + 1
               ELSE
                   PERFORM VARYING WS-S FROM WS-DEG-IDX BY -1
                     UNTIL WS-S < WS-P
                       MOVE REG-DEGRADADA(WS-S)
                         TO REG-DEGRADADA(WS-S + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-DEG-IDX
               INITIALIZE REG-DEGRADADA(WS-P)
               MOVE WS-CLAVE-DEG TO TD-CLAVE(WS-P)
           END-IF
           ADD 1 TO TD-CANTIDAD(WS-P)
           ADD WS-MONTO TO TD-MONTO(WS-P).

      * POR MONEDA: CONFIRMADAS (RESPUESTA DE LA RED), PENDIENTES (00)
      * Y RECHAZADAS AL ENVIO (ER), MAS LO DEGRADADO A MODO 4
       ACUMULAR-MONEDA.
           MOVE 0 TO WS-MON-POS
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
               IF TM-MONEDA(WS-M) = LBS-MONEDA
                   MOVE WS-M TO WS-MON-POS
               END-IF
           END-PERFORM
           IF WS-MON-POS = 0
               IF WS-MON-IDX > 19
                   DISPLAY '** CDCLBPOS: TABLA DE MONEDAS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MON-IDX
               MOVE WS-MON-IDX TO WS-MON-POS
               INITIALIZE REG-MONEDA(WS-MON-POS)
               MOVE LBS-MONEDA TO TM-MONEDA(WS-MON-POS)
           END-IF
           ADD 1 TO TM-CANTIDAD(WS-MON-POS)
           ADD WS-MONTO TO TM-MONTO(WS-MON-POS)
           EVALUATE TRUE
               WHEN LBS-ENVIADA-SIN-CONF
                   ADD 1 TO TM-CANT-PEND(WS-MON-POS)
                   ADD WS-MONTO TO TM-MONTO-PEND(WS-MON-POS)
               WHEN LBS-RECHAZADA-ENVIO
                   ADD 1 TO TM-CANT-RECH(WS-MON-POS)
                   ADD WS-MONTO TO TM-MONTO-RECH(WS-MON-POS)
               WHEN OTHER
                   ADD 1 TO TM-CANT-CONF(WS-MON-POS)
                   ADD WS-MONTO TO TM-MONTO-CONF(WS-MON-POS)
           END-EVALUATE
           IF LBS-MODO-SOLICITADO = '2' AND LBS-MODO-APLICADO = '4'
               ADD 1 TO TM-CANT-DEGR(WS-MON-POS)
               ADD WS-MONTO TO TM-MONTO-DEGR(WS-MON-POS)
           END-IF.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-CABECERA-POS.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'TRANSFERENCIAS DEL DIA POR BANCO, MONEDA Y ESTADO'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-POS
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

      * UNA LINEA POR ESTADO Y SUBTOTAL AL CAMBIAR BANCO O MONEDA
       IMPRIMIR-POSICION.
           PERFORM IMPRIMIR-CABECERA-POS
           IF WS-POS-IDX = 0
               MOVE 'NO HAY TRANSFERENCIAS LBTR EN EL DIA' TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           ELSE
               MOVE TP-BANCO(1) TO WS-CORTE-BANCO
               MOVE TP-MONEDA(1) TO WS-CORTE-MONEDA
               MOVE 0 TO WS-SUB-CANTIDAD
               MOVE 0 TO WS-SUB-MONTO
               PERFORM IMPRIMIR-LINEA-POSICION
                 VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POS-IDX
               PERFORM IMPRIMIR-SUBTOTAL-POSICION
           END-IF.

       IMPRIMIR-LINEA-POSICION.
           IF TP-BANCO(WS-P) NOT = WS-CORTE-BANCO OR
              TP-MONEDA(WS-P) NOT = WS-CORTE-MONEDA
               PERFORM IMPRIMIR-SUBTOTAL-POSICION
               MOVE TP-BANCO(WS-P) TO WS-CORTE-BANCO
               MOVE TP-MONEDA(WS-P) TO WS-CORTE-MONEDA
               MOVE 0 TO WS-SUB-CANTIDAD
               MOVE 0 TO WS-SUB-MONTO
           END-IF
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA-POS
           END-IF
           MOVE TP-BANCO(WS-P) TO POS-BANCO
           MOVE TP-MONEDA(WS-P) TO POS-MONEDA
           MOVE TP-ESTADO(WS-P) TO POS-ESTADO
           EVALUATE TP-ESTADO(WS-P)
               WHEN '00'
                   MOVE 'ENVIADA SIN CONFIRMAR' TO POS-ESTADO-DESC
               WHEN 'ER'
                   MOVE 'RECHAZADA AL ENVIO' TO POS-ESTADO-DESC
               WHEN OTHER
                   MOVE 'RESPUESTA DE LA RED' TO POS-ESTADO-DESC
           END-EVALUATE
           MOVE TP-CANTIDAD(WS-P) TO POS-CANTIDAD
           MOVE TP-MONTO(WS-P) TO POS-MONTO
           WRITE REG-REPORTE FROM LIN-POSICION
           ADD 1 TO WS-LINEAS
           ADD TP-CANTIDAD(WS-P) TO WS-SUB-CANTIDAD
           ADD TP-MONTO(WS-P) TO WS-SUB-MONTO.

       IMPRIMIR-SUBTOTAL-POSICION.
           MOVE WS-CORTE-BANCO TO POS-BANCO
           MOVE WS-CORTE-MONEDA TO POS-MONEDA
           MOVE SPACES TO POS-ESTADO
           MOVE 'TOTAL BANCO / MONEDA' TO POS-ESTADO-DESC
           MOVE WS-SUB-CANTIDAD TO POS-CANTIDAD
           MOVE WS-SUB-MONTO TO POS-MONTO
           WRITE REG-REPORTE FROM LIN-POSICION
           WRITE REG-REPORTE FROM LIN-BLANCO
           ADD 2 TO WS-LINEAS.

      * LO QUE SE PIDIO EN MODO 2 Y SALIO EN MODO 4 POR DEBAJO DEL
      * UMBRAL DE MDCFLBTR, PARA QUE TESORERIA CUADRE SU LIQUIDACION
       IMPRIMIR-DEGRADADAS.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 6
               PERFORM IMPRIMIR-CABECERA
           ELSE
               WRITE REG-REPORTE FROM LIN-BLANCO
               ADD 1 TO WS-LINEAS
           END-IF
           MOVE 'MONTOS DEGRADADOS A MODO 4 POR UMBRAL MDCFLBTR'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-DEG
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           IF WS-DEG-IDX = 0
               MOVE 'NO HAY TRANSFERENCIAS DEGRADADAS EN EL DIA'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           ELSE
               PERFORM IMPRIMIR-LINEA-DEGRADADA
                 VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-DEG-IDX
           END-IF.

       IMPRIMIR-LINEA-DEGRADADA.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-DEG
               WRITE REG-REPORTE FROM LIN-SEPARADOR
               ADD 2 TO WS-LINEAS
           END-IF
           MOVE SPACES TO LIN-POSICION
           MOVE TD-BANCO(WS-P) TO POS-BANCO
           MOVE TD-MONEDA(WS-P) TO POS-MONEDA
           MOVE TD-CANTIDAD(WS-P) TO POS-CANTIDAD
           MOVE TD-MONTO(WS-P) TO POS-MONTO
           WRITE REG-REPORTE FROM LIN-POSICION
           ADD 1 TO WS-LINEAS.

       IMPRIMIR-MONEDAS.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 12
               PERFORM IMPRIMIR-CABECERA
           ELSE
               WRITE REG-REPORTE FROM LIN-BLANCO
               ADD 1 TO WS-LINEAS
           END-IF
           MOVE 'TOTALES POR MONEDA' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-MON
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           PERFORM IMPRIMIR-LINEA-MONEDA
             VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'REGISTROS LEIDOS EN MDCFLBST' TO RES-TEXTO
           MOVE WS-TOT-LEIDOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'TRANSFERENCIAS DEL DIA' TO RES-TEXTO
           MOVE WS-TOT-DEL-DIA TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'TRANSFERENCIAS DEGRADADAS A MODO 4' TO RES-TEXTO
           MOVE WS-TOT-DEGRADADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'TRANSFERENCIAS SIN MONTO REGISTRADO' TO RES-TEXTO
           MOVE WS-TOT-SIN-MONTO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN.

       IMPRIMIR-LINEA-MONEDA.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 5
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-MON
               WRITE REG-REPORTE FROM LIN-SEPARADOR
               ADD 2 TO WS-LINEAS
           END-IF
           MOVE TM-MONEDA(WS-M) TO MON-MONEDA
           MOVE 'CONFIRMADAS POR LA RED' TO MON-CONCEPTO
           MOVE TM-CANT-CONF(WS-M) TO MON-CANTIDAD
           MOVE TM-MONTO-CONF(WS-M) TO MON-MONTO
           WRITE REG-REPORTE FROM LIN-MONEDA
           MOVE SPACES TO MON-MONEDA
           MOVE 'ENVIADAS SIN CONFIRMAR' TO MON-CONCEPTO
           MOVE TM-CANT-PEND(WS-M) TO MON-CANTIDAD
           MOVE TM-MONTO-PEND(WS-M) TO MON-MONTO
           WRITE REG-REPORTE FROM LIN-MONEDA
           MOVE 'RECHAZADAS AL ENVIO' TO MON-CONCEPTO
           MOVE TM-CANT-RECH(WS-M) TO MON-CANTIDAD
           MOVE TM-MONTO-RECH(WS-M) TO MON-MONTO
           WRITE REG-REPORTE FROM LIN-MONEDA
           MOVE 'TOTAL MONEDA' TO MON-CONCEPTO
           MOVE TM-CANTIDAD(WS-M) TO MON-CANTIDAD
           MOVE TM-MONTO(WS-M) TO MON-MONTO
           WRITE REG-REPORTE FROM LIN-MONEDA
           MOVE '  DE ELLAS DEGRADADAS A MODO 4' TO MON-CONCEPTO
           MOVE TM-CANT-DEGR(WS-M) TO MON-CANTIDAD
           MOVE TM-MONTO-DEGR(WS-M) TO MON-MONTO
           WRITE REG-REPORTE FROM LIN-MONEDA
           ADD 5 TO WS-LINEAS.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCLBPOS'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'REGISTROS MDCFLBST LEIDOS  : ' WS-TOT-LEIDOS
           DISPLAY 'TRANSFERENCIAS DEL DIA . . : ' WS-TOT-DEL-DIA
           DISPLAY 'DEGRADADAS A MODO 4  . . . : ' WS-TOT-DEGRADADAS
           DISPLAY 'SIN MONTO REGISTRADO . . . : ' WS-TOT-SIN-MONTO
           DISPLAY '-------------------------------------------'
           IF WS-TOT-SIN-MONTO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCLBPOS.
