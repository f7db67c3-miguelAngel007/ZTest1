       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCCOSUC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAS-CALC-READ ASSIGN TO CTASINT
                       FILE STATUS IS FS-CTASINT.
           SELECT HISTORIA-READ ASSIGN TO CTASHIST
                       FILE STATUS IS FS-HISTORIA.
           SELECT CLIENTE-MAESTRO ASSIGN TO CLIMAST
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS CLI-UID
                       FILE STATUS IS FS-CLIMAST.
           SELECT PARM-BASES ASSIGN TO INPLZPRM
                       FILE STATUS IS FS-PARM-BASES.
           SELECT PARM-COSUC ASSIGN TO COSUCPRM
                       FILE STATUS IS FS-PARM-COSUC.
           SELECT REPORTE-COSUC ASSIGN TO COSUCOUT
                       FILE STATUS IS FS-REPORTE.
           SELECT INTERFASE-GL ASSIGN TO GLCCOUT
                       FILE STATUS IS FS-GLINT.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                       FILE STATUS IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD CTAS-CALC-READ.
       01 CTAS-OUPUT.
         05 OUT-UID                PIC X(3).
         05 OUT-DEPOSIT-DATE       PIC 9(8).
         05 OUT-NAME               PIC X(15).
         05 OUT-LASTNAME           PIC X(15).
         05 OUT-AMOUNT             PIC 9(8)V99.
         05 OUT-INTEREST           PIC 9(8)V99.
         05 OUT-TOTAL              PIC 9(8)V99.
         05 OUT-CTA-CURRENCY       PIC X(3).
         05 OUT-TIPO-TASA          PIC X(1).
         05 OUT-IMPUESTO           PIC 9(8)V99.
         05 OUT-PLAZO-DIAS         PIC 9(3).
         05 OUT-FECHA-VENCIMIENTO  PIC 9(8).
         05 OUT-COD-EXONERACION    PIC X(2).
         05 OUT-FILLER             PIC X(5).

       FD HISTORIA-READ.
       01 REG-HISTORIA.
         05 HIS-FECHA-CORRIDA      PIC 9(8).
         05 HIS-CTASINT.
           10 HIS-UID                PIC X(3).
           10 HIS-DEPOSIT-DATE       PIC 9(8).
           10 HIS-NAME               PIC X(15).
           10 HIS-LASTNAME           PIC X(15).
           10 HIS-AMOUNT             PIC 9(8)V99.
           10 HIS-INTEREST           PIC 9(8)V99.
           10 HIS-TOTAL              PIC 9(8)V99.
           10 HIS-CTA-CURRENCY       PIC X(3).
           10 HIS-TIPO-TASA          PIC X(1).
           10 HIS-IMPUESTO           PIC 9(8)V99.
           10 HIS-PLAZO-DIAS         PIC 9(3).
           10 HIS-FECHA-VENCIMIENTO  PIC 9(8).
           10 HIS-COD-EXONERACION    PIC X(2).
           10 FILLER                 PIC X(5).
         05 FILLER                 PIC X(9).

       FD CLIENTE-MAESTRO.
       01 REG-CLIENTE.
         05 CLI-UID                PIC X(3).
         05 CLI-NAME               PIC X(15).
         05 CLI-LASTNAME           PIC X(15).
         05 CLI-TIPO-DOC           PIC X(2).
         05 CLI-NUM-DOC            PIC X(11).
         05 CLI-SUCURSAL           PIC X(3).
         05 CLI-DIRECCION          PIC X(30).
         05 CLI-TELEFONO           PIC X(12).
         05 FILLER                 PIC X(9).

      * MISMA TARJETA DE CDCINPLZ: SOLO SE USAN LAS BASES DE CALCULO
       FD PARM-BASES.
       01 REG-PARM-BASES.
         05 PARM-MODO-CAPITALIZACION PIC X.
         05 PARM-BASE-DEFECTO        PIC X(3).
         05 PARM-BASES-MONEDA.
           10 PARM-BASE-MON OCCURS 5 TIMES.
             15 PARM-BM-MONEDA       PIC X(3).
             15 PARM-BM-BASE         PIC X(3).
         05 PARM-TASA-IMPUESTO   PIC 9(2)V99.
         05 PARM-MODO-SIMULACION PIC X.
         05 PARM-PART-UID-DESDE  PIC X(3).
         05 PARM-PART-UID-HASTA  PIC X(3).

      * CENTRO DE COSTO PARA DEPOSITOS SIN FICHA EN CLIMAST Y FECHA
      * OPCIONAL DE REPROCESO
       FD PARM-COSUC.
       01 REG-PARM-COSUC.
         05 PARM-CENTRO-DEFECTO    PIC X(3).
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 FILLER                 PIC X(69).

       FD REPORTE-COSUC.
       01 REG-REPORTE            PIC X(133).

      * MISMO FORMATO DE LA INTERFASE DE CDCGLINT; EL DETALLE LLEVA
      * EL CENTRO DE COSTO (SUCURSAL) EN LUGAR DEL UID
       FD INTERFASE-GL.
       01 REG-GL                 PIC X(80).

       FD RUN-CONTROL.
       01 REG-RUN-CONTROL.
         05 RCT-PROGRAMA       PIC X(8).
         05 RCT-ARCHIVO        PIC X(8).
         05 RCT-REGISTROS      PIC 9(7).
         05 RCT-IMPORTE-1      PIC 9(13)V99.
         05 RCT-IMPORTE-2      PIC 9(13)V99.
         05 FILLER             PIC X(27).

       WORKING-STORAGE SECTION.

       01 FS-CTASINT           PIC 99.
       01 FS-HISTORIA          PIC 99.
       01 FS-CLIMAST           PIC 99.
       01 FS-PARM-BASES        PIC 99.
       01 FS-PARM-COSUC        PIC 99.
       01 FS-REPORTE           PIC 99.
       01 FS-GLINT             PIC 99.
       01 FS-RUNCTL            PIC 99.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
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

      * CUENTA DE GASTO DE LA INTERFASE (LA MISMA DE CDCGLINT)
       01 WS-CTA-GASTO-INTERES PIC X(10) VALUE '5101010000'.

       01 WS-CENTRO-DEFECTO    PIC X(3) VALUE '000'.

       01 WS-BASE-DEFECTO      PIC X(3) VALUE '360'.
       01 WS-TABLE-BASES       VALUE SPACES.
         05 WS-BASE-MON OCCURS 5 TIMES.
           10 WS-BM-MONEDA       PIC X(3).
           10 WS-BM-BASE         PIC X(3).
       01 WS-BASE-APLICADA     PIC X(3).
       01 WS-B                 PIC 9(1) VALUE 0.
       01 WS-DIVISOR-DIAS      PIC 9(3) VALUE 360.
       01 WS-FECHA-DEPOSITO.
         05 WS-FD-YEAR         PIC 9(4).
         05 WS-FD-MONTH        PIC 9(2).
         05 WS-FD-DAY          PIC 9(2).

      * TASA ANUAL IMPLICITA DE CADA DEPOSITO: INTERES BRUTO SOBRE
      * CAPITAL Y PLAZO, EN LA BASE DE CALCULO DE SU MONEDA
       01 WS-INTERES-BRUTO     PIC 9(9)V99 VALUE 0.
       01 WS-NUMERADOR         PIC 9(15)V99 VALUE 0.
       01 WS-DENOMINADOR       PIC 9(13)V99 VALUE 0.
       01 WS-TASA-IMPLICITA    PIC 9(3)V9(6) VALUE 0.

      * CORRIDA ANTERIOR: LA ULTIMA FECHA DE CTASHIST PREVIA A LA
      * FECHA DE PROCESO
       01 WS-FECHA-ANTERIOR    PIC 9(8) VALUE 0.

       01 WS-SUCURSAL          PIC X(3).
       01 WS-CLIENTE-HALLADO   PIC X VALUE 'N'.
       01 WS-UID-ANTERIOR      PIC X(3) VALUE HIGH-VALUES.
       01 WS-SUC-ANTERIOR      PIC X(3) VALUE SPACES.
       01 WS-HALLADO-ANTERIOR  PIC X VALUE 'N'.

      * CIFRAS POR SUCURSAL Y MONEDA, ORDENADAS AL INSERTAR
       01 WS-SUC-IDX           PIC 9(4) VALUE 0.
       01 WS-S                 PIC 9(4) VALUE 0.
       01 WS-P                 PIC 9(4) VALUE 0.
       01 WS-CLAVE-SUC.
         05 WS-CS-SUCURSAL     PIC X(3).
         05 WS-CS-MONEDA       PIC X(3).
       01 TABLE-SUCURSALES.
         05 REG-SUCURSAL         OCCURS 2000.
           10 TS-CLAVE.
             15 TS-SUCURSAL      PIC X(3).
             15 TS-MONEDA        PIC X(3).
           10 TS-DEPOSITOS       PIC 9(7).
           10 TS-CAPITAL         PIC 9(13)V99.
           10 TS-INT-BRUTO       PIC 9(13)V99.
           10 TS-IMPUESTO        PIC 9(13)V99.
           10 TS-INT-NETO        PIC 9(13)V99.
           10 TS-CAP-X-TASA      PIC 9(15)V9(6).
           10 TS-DEP-PREF        PIC 9(7).
           10 TS-INT-PREF        PIC 9(13)V99.
           10 TS-ANT-DEPOSITOS   PIC 9(7).
           10 TS-ANT-CAPITAL     PIC 9(13)V99.

       01 WS-MON-IDX           PIC 9(2) VALUE 0.
       01 WS-M                 PIC 9(2) VALUE 0.
       01 WS-MON-POS           PIC 9(2) VALUE 0.
       01 TABLE-MONEDAS.
         05 REG-MONEDA           OCCURS 20.
           10 TM-MONEDA          PIC X(3).
           10 TM-DEPOSITOS       PIC 9(7).
           10 TM-CAPITAL         PIC 9(13)V99.
           10 TM-INT-BRUTO       PIC 9(13)V99.
           10 TM-IMPUESTO        PIC 9(13)V99.
           10 TM-INT-NETO        PIC 9(13)V99.
           10 TM-CAP-X-TASA      PIC 9(15)V9(6).
           10 TM-DEP-PREF        PIC 9(7).
           10 TM-INT-PREF        PIC 9(13)V99.
           10 TM-ANT-DEPOSITOS   PIC 9(7).
           10 TM-ANT-CAPITAL     PIC 9(13)V99.

      * CAMPOS DE TRABAJO DE UNA LINEA DEL REPORTE
       01 WS-LIN-DEPOSITOS     PIC 9(7) VALUE 0.
       01 WS-LIN-CAPITAL       PIC 9(13)V99 VALUE 0.
       01 WS-LIN-INT-BRUTO     PIC 9(13)V99 VALUE 0.
       01 WS-LIN-IMPUESTO      PIC 9(13)V99 VALUE 0.
       01 WS-LIN-CAP-X-TASA    PIC 9(15)V9(6) VALUE 0.
       01 WS-LIN-INT-PREF      PIC 9(13)V99 VALUE 0.
       01 WS-LIN-ANT-CAPITAL   PIC 9(13)V99 VALUE 0.
       01 WS-LIN-ANT-DEPOSITOS PIC 9(7) VALUE 0.
       01 WS-TASA-PROMEDIO     PIC 9(3)V9(4) VALUE 0.
       01 WS-PCT-PREF          PIC 9(3)V99 VALUE 0.
       01 WS-VARIACION         PIC S9(13)V99 VALUE 0.
       01 WS-PCT-VARIACION     PIC S9(7)V99 VALUE 0.

       01 WS-CORTE-SUCURSAL    PIC X(3) VALUE SPACES.

       01 WS-TOT-LEIDOS        PIC 9(7) VALUE 0.
       01 WS-TOT-HISTORIA      PIC 9(7) VALUE 0.
       01 WS-TOT-ANTERIOR      PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-MAESTRO   PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-PLAZO     PIC 9(7) VALUE 0.
       01 WS-TOT-ASIENTOS      PIC 9(7) VALUE 0.
       01 WS-TOT-INT-BRUTO     PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DEBE          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-HABER         PIC 9(13)V99 VALUE 0.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-CTASINT.
         05 SW-CTASINT-END             PIC XX VALUE 'NO'.
           88 SW-CTASINT-FIN-OK        VALUE 'SI'.
           88 SW-CTASINT-FIN-NO        VALUE 'NO'.

       01 SW-HISTORIA.
         05 SW-HISTORIA-END            PIC XX VALUE 'NO'.
           88 SW-HISTORIA-FIN-OK       VALUE 'SI'.
           88 SW-HISTORIA-FIN-NO       VALUE 'NO'.

       01 SW-NUEVA.
         05 SW-NUEVA-CLAVE             PIC XX VALUE 'NO'.
           88 SW-CLAVE-NUEVA           VALUE 'SI'.

       01 REG-GL-HEADER.
         05 GLH-MARCA            PIC X(3)  VALUE 'HDR'.
         05 GLH-FECHA-PROCESO    PIC 9(8).
         05 GLH-TOT-INTERES      PIC 9(13)V99.
         05 GLH-NUM-CUENTAS      PIC 9(7).
         05 FILLER               PIC X(47) VALUE SPACES.

       01 REG-GL-DETALLE.
         05 GLD-MARCA            PIC X(3)  VALUE 'DET'.
         05 GLD-DEBE-HABER       PIC X(1).
         05 GLD-CUENTA-CONTABLE  PIC X(10).
         05 GLD-UID              PIC X(3).
         05 GLD-MONEDA           PIC X(3).
         05 GLD-FECHA-VALOR      PIC 9(8).
         05 GLD-IMPORTE          PIC 9(13)V99.
         05 GLD-CENTRO-COSTO     PIC X(3).
         05 FILLER               PIC X(34) VALUE SPACES.

       01 REG-GL-SUMARIO.
         05 GLS-MARCA            PIC X(3)  VALUE 'SUM'.
         05 GLS-MONEDA           PIC X(3).
         05 GLS-FECHA-VALOR      PIC 9(8).
         05 GLS-REGISTROS        PIC 9(7).
         05 GLS-INTERES          PIC 9(13)V99.
         05 FILLER               PIC X(44) VALUE SPACES.

       01 REG-GL-TRAILER.
         05 GLT-MARCA            PIC X(3)  VALUE 'TRL'.
         05 GLT-NUM-ASIENTOS     PIC 9(7).
         05 GLT-TOT-DEBE         PIC 9(13)V99.
         05 GLT-TOT-HABER        PIC 9(13)V99.
         05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(50) VALUE
            'CAPTACIONES Y COSTO DE INTERESES POR SUCURSAL'.
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
         05 FILLER               PIC X(6)  VALUE SPACES.
         05 FILLER               PIC X(20) VALUE
            'CORRIDA ANTERIOR    '.
         05 TIT-ANTERIOR         PIC X(10).
         05 FILLER               PIC X(37) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-SUCURSAL-1.
         05 FILLER               PIC X(10) VALUE SPACES.
         05 FILLER               PIC X(8)  VALUE SPACES.
         05 FILLER               PIC X(18) VALUE SPACES.
         05 FILLER               PIC X(15) VALUE '       INTERES'.
         05 FILLER               PIC X(15) VALUE SPACES.
         05 FILLER               PIC X(9)  VALUE '    TASA'.
         05 FILLER               PIC X(7)  VALUE '     %'.
         05 FILLER               PIC X(18) VALUE
            '          CAPITAL'.
         05 FILLER               PIC X(18) VALUE SPACES.
         05 FILLER               PIC X(9)  VALUE '       %'.
         05 FILLER               PIC X(6)  VALUE SPACES.

       01 LIN-CAB-SUCURSAL-2.
         05 FILLER               PIC X(10) VALUE 'SUC  MON'.
         05 FILLER               PIC X(8)  VALUE '  DEPOS.'.
         05 FILLER               PIC X(18) VALUE
            '          CAPITAL'.
         05 FILLER               PIC X(15) VALUE '         BRUTO'.
         05 FILLER               PIC X(15) VALUE '     RETENCION'.
         05 FILLER               PIC X(9)  VALUE ' PROMEDIO'.
         05 FILLER               PIC X(7)  VALUE '   PREF'.
         05 FILLER               PIC X(18) VALUE
            '         ANTERIOR'.
         05 FILLER               PIC X(18) VALUE
            '        VARIACION'.
         05 FILLER               PIC X(9)  VALUE '     VAR.'.
         05 FILLER               PIC X(6)  VALUE SPACES.

       01 LIN-SUCURSAL.
         05 SUC-CODIGO           PIC X(3).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 SUC-MONEDA           PIC X(3).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 SUC-DEPOSITOS        PIC ZZZ,ZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SUC-CAPITAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SUC-INT-BRUTO        PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SUC-IMPUESTO         PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SUC-TASA             PIC ZZ9.9999.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SUC-PCT-PREF         PIC ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SUC-ANT-CAPITAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SUC-VARIACION        PIC --,---,---,--9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SUC-PCT-AREA.
           10 SUC-PCT-VARIACION  PIC ----9.99.
         05 SUC-PCT-TEXTO REDEFINES SUC-PCT-AREA PIC X(8).
         05 FILLER               PIC X(7)  VALUE SPACES.

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
           PERFORM LEER-PARAMETROS-BASES
           PERFORM ABRIR-ARCHIVOS
           PERFORM BUSCAR-CORRIDA-ANTERIOR UNTIL SW-HISTORIA-FIN-OK
           CLOSE HISTORIA-READ
           PERFORM ACUMULAR-CTASINT UNTIL SW-CTASINT-FIN-OK
           CLOSE CTAS-CALC-READ
           IF WS-FECHA-ANTERIOR > 0
               PERFORM REABRIR-HISTORIA
               PERFORM ACUMULAR-ANTERIOR UNTIL SW-HISTORIA-FIN-OK
               CLOSE HISTORIA-READ
           ELSE
               DISPLAY 'CDCCOSUC: CTASHIST SIN CORRIDA ANTERIOR, SE '
               DISPLAY 'OMITE EL CRECIMIENTO'
           END-IF
           PERFORM GENERAR-INTERFASE-GL
           PERFORM IMPRIMIR-SUCURSALES
           PERFORM IMPRIMIR-MONEDAS
           PERFORM IMPRIMIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           PERFORM GRABAR-RUN-CONTROL
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
           OPEN INPUT PARM-COSUC
           IF FS-PARM-COSUC = 0
               READ PARM-COSUC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CENTRO-DEFECTO NOT = SPACES
                           MOVE PARM-CENTRO-DEFECTO
                             TO WS-CENTRO-DEFECTO
                       END-IF
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCCOSUC: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
               END-READ
               CLOSE PARM-COSUC
           END-IF.

       LEER-PARAMETROS-BASES.
           OPEN INPUT PARM-BASES
           IF FS-PARM-BASES = 0
               READ PARM-BASES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BASE-DEFECTO = '360' OR '365' OR 'ACT'
                           MOVE PARM-BASE-DEFECTO TO WS-BASE-DEFECTO
                       END-IF
                       PERFORM CARGAR-BASES-MONEDA
               END-READ
               CLOSE PARM-BASES
           END-IF.

       CARGAR-BASES-MONEDA.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               IF PARM-BM-MONEDA(WS-B) NOT = SPACES AND
                  (PARM-BM-BASE(WS-B) = '360' OR '365' OR 'ACT')
                   MOVE PARM-BM-MONEDA(WS-B) TO WS-BM-MONEDA(WS-B)
                   MOVE PARM-BM-BASE(WS-B) TO WS-BM-BASE(WS-B)
               ELSE
                   MOVE SPACES TO WS-BASE-MON(WS-B)
               END-IF
           END-PERFORM.

      * CLIMAST ES OBLIGATORIO: SIN EL NO HAY ATRIBUCION A SUCURSAL
       ABRIR-ARCHIVOS.
           OPEN INPUT CTAS-CALC-READ
           OPEN INPUT HISTORIA-READ
           OPEN INPUT CLIENTE-MAESTRO
           OPEN OUTPUT REPORTE-COSUC
           OPEN OUTPUT INTERFASE-GL
           IF FS-CTASINT NOT = 0 OR FS-HISTORIA NOT = 0 OR
              FS-CLIMAST NOT = 0 OR FS-REPORTE NOT = 0 OR
              FS-GLINT NOT = 0
               IF FS-CTASINT NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASINT, FILE STATUS: '
                      FS-CTASINT
               END-IF
               IF FS-HISTORIA NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASHIST, FILE STATUS: '
                      FS-HISTORIA
               END-IF
               IF FS-CLIMAST NOT = 0
                   DISPLAY 'ERROR ABRIENDO CLIMAST, FILE STATUS: '
                      FS-CLIMAST
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO COSUCOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               IF FS-GLINT NOT = 0
                   DISPLAY 'ERROR ABRIENDO GLCCOUT, FILE STATUS: '
                      FS-GLINT
               END-IF
               DISPLAY '** CDCCOSUC: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REABRIR-HISTORIA.
           SET SW-HISTORIA-FIN-NO TO TRUE
           OPEN INPUT HISTORIA-READ
           IF FS-HISTORIA NOT = 0
               DISPLAY 'ERROR REABRIENDO CTASHIST, FILE STATUS: '
                  FS-HISTORIA
               DISPLAY '** CDCCOSUC: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CLIENTE-MAESTRO
           CLOSE REPORTE-COSUC
           CLOSE INTERFASE-GL.

      * SI LA HISTORIA YA TRAE LA CORRIDA DE HOY SE IGNORA: LA
      * COMPARACION ES CONTRA LA ULTIMA CORRIDA PREVIA
       BUSCAR-CORRIDA-ANTERIOR.
           READ HISTORIA-READ
               AT END
                   SET SW-HISTORIA-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-HISTORIA
                   IF HIS-FECHA-CORRIDA < WS-FECHA-PROCESO-NUM AND
                      HIS-FECHA-CORRIDA > WS-FECHA-ANTERIOR
                       MOVE HIS-FECHA-CORRIDA TO WS-FECHA-ANTERIOR
                   END-IF
           END-READ.

       ACUMULAR-CTASINT.
           READ CTAS-CALC-READ
               AT END
                   SET SW-CTASINT-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   PERFORM ACUMULAR-DEPOSITO
           END-READ.

       ACUMULAR-DEPOSITO.
           MOVE OUT-UID TO CLI-UID
           PERFORM OBTENER-SUCURSAL
           IF WS-CLIENTE-HALLADO = 'N'
               ADD 1 TO WS-TOT-SIN-MAESTRO
           END-IF
           MOVE WS-SUCURSAL TO WS-CS-SUCURSAL
           MOVE OUT-CTA-CURRENCY TO WS-CS-MONEDA
           PERFORM UBICAR-SUCURSAL
           COMPUTE WS-INTERES-BRUTO = OUT-INTEREST + OUT-IMPUESTO
           PERFORM CALCULAR-TASA-IMPLICITA
           ADD 1 TO TS-DEPOSITOS(WS-P)
           ADD OUT-AMOUNT TO TS-CAPITAL(WS-P)
           ADD WS-INTERES-BRUTO TO TS-INT-BRUTO(WS-P)
           ADD OUT-IMPUESTO TO TS-IMPUESTO(WS-P)
           ADD OUT-INTEREST TO TS-INT-NETO(WS-P)
           COMPUTE TS-CAP-X-TASA(WS-P) =
             TS-CAP-X-TASA(WS-P) + OUT-AMOUNT * WS-TASA-IMPLICITA
           IF OUT-TIPO-TASA = 'P'
               ADD 1 TO TS-DEP-PREF(WS-P)
               ADD WS-INTERES-BRUTO TO TS-INT-PREF(WS-P)
           END-IF
           ADD WS-INTERES-BRUTO TO WS-TOT-INT-BRUTO.

      * EL MAESTRO ES DE ACCESO DIRECTO; SE EVITA RELEER EL MISMO UID
       OBTENER-SUCURSAL.
           IF CLI-UID = WS-UID-ANTERIOR
               MOVE WS-SUC-ANTERIOR TO WS-SUCURSAL
               MOVE WS-HALLADO-ANTERIOR TO WS-CLIENTE-HALLADO
           ELSE
               MOVE CLI-UID TO WS-UID-ANTERIOR
               READ CLIENTE-MAESTRO
               IF FS-CLIMAST = 0 AND CLI-SUCURSAL NOT = SPACES
                   MOVE CLI-SUCURSAL TO WS-SUCURSAL
                   MOVE 'S' TO WS-CLIENTE-HALLADO
               ELSE
                   MOVE WS-CENTRO-DEFECTO TO WS-SUCURSAL
                   MOVE 'N' TO WS-CLIENTE-HALLADO
               END-IF
               MOVE WS-SUCURSAL TO WS-SUC-ANTERIOR
               MOVE WS-CLIENTE-HALLADO TO WS-HALLADO-ANTERIOR
           END-IF.

       UBICAR-SUCURSAL.
           MOVE 0 TO WS-P
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-SUC-IDX OR WS-P > 0
               IF TS-CLAVE(WS-S) NOT < WS-CLAVE-SUC
                   MOVE WS-S TO WS-P
               END-IF
           END-PERFORM
           MOVE 'NO' TO SW-NUEVA-CLAVE
           IF WS-P = 0
               SET SW-CLAVE-NUEVA TO TRUE
           ELSE
               IF TS-CLAVE(WS-P) NOT = WS-CLAVE-SUC
                   SET SW-CLAVE-NUEVA TO TRUE
               END-IF
           END-IF
           IF SW-CLAVE-NUEVA
               IF WS-SUC-IDX > 1999
                   DISPLAY '** CDCCOSUC: TABLA DE SUCURSALES EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-P = 0
                   COMPUTE WS-P = WS-SUC-IDX + 1
               ELSE
                   PERFORM VARYING WS-S FROM WS-SUC-IDX BY -1
                     UNTIL WS-S < WS-P
                       MOVE REG-SUCURSAL(WS-S) TO REG-SUCURSAL(WS-S + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-SUC-IDX
               INITIALIZE REG-SUCURSAL(WS-P)
               MOVE WS-CLAVE-SUC TO TS-CLAVE(WS-P)
           END-IF.

      * TASA = INTERES BRUTO x BASE x 100 / (CAPITAL x PLAZO). UN
      * DEPOSITO SIN PLAZO NO APORTA AL PROMEDIO PONDERADO
       CALCULAR-TASA-IMPLICITA.
           MOVE 0 TO WS-TASA-IMPLICITA
           IF OUT-AMOUNT > 0 AND OUT-PLAZO-DIAS > 0
               MOVE OUT-DEPOSIT-DATE TO WS-FECHA-DEPOSITO
               PERFORM DETERMINAR-BASE-CALCULO
               COMPUTE WS-NUMERADOR =
                 WS-INTERES-BRUTO * WS-DIVISOR-DIAS * 100
               COMPUTE WS-DENOMINADOR = OUT-AMOUNT * OUT-PLAZO-DIAS
               COMPUTE WS-TASA-IMPLICITA ROUNDED =
                 WS-NUMERADOR / WS-DENOMINADOR
           ELSE
               ADD 1 TO WS-TOT-SIN-PLAZO
           END-IF.

       DETERMINAR-BASE-CALCULO.
           MOVE WS-BASE-DEFECTO TO WS-BASE-APLICADA
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               IF WS-BM-MONEDA(WS-B) = OUT-CTA-CURRENCY
                   MOVE WS-BM-BASE(WS-B) TO WS-BASE-APLICADA
               END-IF
           END-PERFORM
           EVALUATE WS-BASE-APLICADA
           WHEN '365'
               MOVE 365 TO WS-DIVISOR-DIAS
           WHEN 'ACT'
               IF FUNCTION MOD(WS-FD-YEAR, 4) = 0 AND
                  (FUNCTION MOD(WS-FD-YEAR, 100) NOT = 0 OR
                   FUNCTION MOD(WS-FD-YEAR, 400) = 0)
                   MOVE 366 TO WS-DIVISOR-DIAS
               ELSE
                   MOVE 365 TO WS-DIVISOR-DIAS
               END-IF
           WHEN OTHER
               MOVE 360 TO WS-DIVISOR-DIAS
           END-EVALUATE
           .

      * LA CORRIDA ANTERIOR SE ATRIBUYE CON LA SUCURSAL ACTUAL DEL
      * CLIENTE, PARA QUE UN TRASLADO NO SE VEA COMO CRECIMIENTO
       ACUMULAR-ANTERIOR.
           READ HISTORIA-READ
               AT END
                   SET SW-HISTORIA-FIN-OK TO TRUE
               NOT AT END
                   IF HIS-FECHA-CORRIDA = WS-FECHA-ANTERIOR
                       ADD 1 TO WS-TOT-ANTERIOR
                       MOVE HIS-UID TO CLI-UID
                       PERFORM OBTENER-SUCURSAL
                       MOVE WS-SUCURSAL TO WS-CS-SUCURSAL
                       MOVE HIS-CTA-CURRENCY TO WS-CS-MONEDA
                       PERFORM UBICAR-SUCURSAL
                       ADD 1 TO TS-ANT-DEPOSITOS(WS-P)
                       ADD HIS-AMOUNT TO TS-ANT-CAPITAL(WS-P)
                   END-IF
           END-READ.

      * REASIGNACION DEL GASTO POR INTERESES A CADA CENTRO DE COSTO:
      * CDCGLINT YA CONTABILIZO EL GASTO SIN CENTRO DE COSTO; AQUI SE
      * CARGA EL BRUTO AL CENTRO DE LA SUCURSAL Y SE ABONA LA MISMA
      * CUENTA SIN CENTRO, DE MODO QUE EL ASIENTO NETEA EN CERO
       GENERAR-INTERFASE-GL.
           MOVE WS-FECHA-PROCESO-NUM TO GLH-FECHA-PROCESO
           MOVE WS-TOT-INT-BRUTO TO GLH-TOT-INTERES
           MOVE WS-TOT-LEIDOS TO GLH-NUM-CUENTAS
           WRITE REG-GL FROM REG-GL-HEADER
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SUC-IDX
               IF TS-INT-BRUTO(WS-S) > 0
                   PERFORM GRABAR-ASIENTOS-SUCURSAL
               END-IF
               PERFORM ACUMULAR-MONEDA
           END-PERFORM
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
               MOVE TM-MONEDA(WS-M) TO GLS-MONEDA
               MOVE WS-FECHA-PROCESO-NUM TO GLS-FECHA-VALOR
               MOVE TM-DEPOSITOS(WS-M) TO GLS-REGISTROS
               MOVE TM-INT-BRUTO(WS-M) TO GLS-INTERES
               WRITE REG-GL FROM REG-GL-SUMARIO
           END-PERFORM
           MOVE WS-TOT-ASIENTOS TO GLT-NUM-ASIENTOS
           MOVE WS-TOT-DEBE TO GLT-TOT-DEBE
           MOVE WS-TOT-HABER TO GLT-TOT-HABER
           WRITE REG-GL FROM REG-GL-TRAILER.

       GRABAR-ASIENTOS-SUCURSAL.
           MOVE SPACES TO GLD-UID
           MOVE TS-MONEDA(WS-S) TO GLD-MONEDA
           MOVE WS-FECHA-PROCESO-NUM TO GLD-FECHA-VALOR
           MOVE WS-CTA-GASTO-INTERES TO GLD-CUENTA-CONTABLE
           MOVE TS-INT-BRUTO(WS-S) TO GLD-IMPORTE
      * DEBE: GASTO POR INTERESES (BRUTO) AL CENTRO DE LA SUCURSAL
           MOVE 'D' TO GLD-DEBE-HABER
           MOVE TS-SUCURSAL(WS-S) TO GLD-CENTRO-COSTO
           WRITE REG-GL FROM REG-GL-DETALLE
           ADD 1 TO WS-TOT-ASIENTOS
           ADD TS-INT-BRUTO(WS-S) TO WS-TOT-DEBE
      * HABER: MISMO GASTO, SIN CENTRO (COMO LO DEJO CDCGLINT)
           MOVE 'H' TO GLD-DEBE-HABER
           MOVE SPACES TO GLD-CENTRO-COSTO
           WRITE REG-GL FROM REG-GL-DETALLE
           ADD 1 TO WS-TOT-ASIENTOS
           ADD TS-INT-BRUTO(WS-S) TO WS-TOT-HABER.

       ACUMULAR-MONEDA.
           MOVE 0 TO WS-MON-POS
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
               IF TM-MONEDA(WS-M) = TS-MONEDA(WS-S)
                   MOVE WS-M TO WS-MON-POS
               END-IF
           END-PERFORM
           IF WS-MON-POS = 0
               IF WS-MON-IDX > 19
                   DISPLAY '** CDCCOSUC: TABLA DE MONEDAS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MON-IDX
               MOVE WS-MON-IDX TO WS-MON-POS
               INITIALIZE REG-MONEDA(WS-MON-POS)
               MOVE TS-MONEDA(WS-S) TO TM-MONEDA(WS-MON-POS)
           END-IF
           ADD TS-DEPOSITOS(WS-S) TO TM-DEPOSITOS(WS-MON-POS)
           ADD TS-CAPITAL(WS-S) TO TM-CAPITAL(WS-MON-POS)
           ADD TS-INT-BRUTO(WS-S) TO TM-INT-BRUTO(WS-MON-POS)
           ADD TS-IMPUESTO(WS-S) TO TM-IMPUESTO(WS-MON-POS)
           ADD TS-INT-NETO(WS-S) TO TM-INT-NETO(WS-MON-POS)
           ADD TS-CAP-X-TASA(WS-S) TO TM-CAP-X-TASA(WS-MON-POS)
           ADD TS-DEP-PREF(WS-S) TO TM-DEP-PREF(WS-MON-POS)
           ADD TS-INT-PREF(WS-S) TO TM-INT-PREF(WS-MON-POS)
           ADD TS-ANT-DEPOSITOS(WS-S) TO TM-ANT-DEPOSITOS(WS-MON-POS)
           ADD TS-ANT-CAPITAL(WS-S) TO TM-ANT-CAPITAL(WS-MON-POS).

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           IF WS-FECHA-ANTERIOR > 0
               MOVE WS-FECHA-ANTERIOR TO WS-FECHA-EDIT-NUM
               STRING WS-FE-DD '/' WS-FE-MM '/' WS-FE-AAAA
                   DELIMITED BY SIZE INTO TIT-ANTERIOR
           ELSE
               MOVE 'NO HAY' TO TIT-ANTERIOR
           END-IF
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-CABECERA-SUCURSALES.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'DEPOSITOS E INTERESES POR SUCURSAL Y MONEDA'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-SUCURSAL-1
           WRITE REG-REPORTE FROM LIN-CAB-SUCURSAL-2
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 4 TO WS-LINEAS.

       IMPRIMIR-SUCURSALES.
           PERFORM IMPRIMIR-CABECERA-SUCURSALES
           IF WS-SUC-IDX = 0
               MOVE 'NO HAY DEPOSITOS EN CTASINT' TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           MOVE SPACES TO WS-CORTE-SUCURSAL
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SUC-IDX
               IF WS-LINEAS > WS-LINEAS-X-PAGINA
                   PERFORM IMPRIMIR-CABECERA-SUCURSALES
               ELSE
                   IF WS-S > 1 AND
                      TS-SUCURSAL(WS-S) NOT = WS-CORTE-SUCURSAL
                       WRITE REG-REPORTE FROM LIN-BLANCO
                       ADD 1 TO WS-LINEAS
                   END-IF
               END-IF
               MOVE TS-SUCURSAL(WS-S) TO WS-CORTE-SUCURSAL
               MOVE TS-SUCURSAL(WS-S) TO SUC-CODIGO
               MOVE TS-MONEDA(WS-S) TO SUC-MONEDA
               MOVE TS-DEPOSITOS(WS-S) TO WS-LIN-DEPOSITOS
               MOVE TS-CAPITAL(WS-S) TO WS-LIN-CAPITAL
               MOVE TS-INT-BRUTO(WS-S) TO WS-LIN-INT-BRUTO
               MOVE TS-IMPUESTO(WS-S) TO WS-LIN-IMPUESTO
               MOVE TS-CAP-X-TASA(WS-S) TO WS-LIN-CAP-X-TASA
               MOVE TS-INT-PREF(WS-S) TO WS-LIN-INT-PREF
               MOVE TS-ANT-DEPOSITOS(WS-S) TO WS-LIN-ANT-DEPOSITOS
               MOVE TS-ANT-CAPITAL(WS-S) TO WS-LIN-ANT-CAPITAL
               PERFORM IMPRIMIR-LINEA-CIFRAS
           END-PERFORM.

      * TASA PROMEDIO PONDERADA POR CAPITAL, PARTICIPACION DEL
      * INTERES PAGADO A TASA PREFERENCIAL Y CRECIMIENTO DEL CAPITAL
      * CONTRA LA CORRIDA ANTERIOR
       IMPRIMIR-LINEA-CIFRAS.
           MOVE 0 TO WS-TASA-PROMEDIO
           MOVE 0 TO WS-PCT-PREF
           IF WS-LIN-CAPITAL > 0
               COMPUTE WS-TASA-PROMEDIO ROUNDED =
                 WS-LIN-CAP-X-TASA / WS-LIN-CAPITAL
           END-IF
           IF WS-LIN-INT-BRUTO > 0
               COMPUTE WS-PCT-PREF ROUNDED =
                 WS-LIN-INT-PREF * 100 / WS-LIN-INT-BRUTO
           END-IF
           MOVE WS-LIN-DEPOSITOS TO SUC-DEPOSITOS
           MOVE WS-LIN-CAPITAL TO SUC-CAPITAL
           MOVE WS-LIN-INT-BRUTO TO SUC-INT-BRUTO
           MOVE WS-LIN-IMPUESTO TO SUC-IMPUESTO
           MOVE WS-TASA-PROMEDIO TO SUC-TASA
           MOVE WS-PCT-PREF TO SUC-PCT-PREF
           MOVE WS-LIN-ANT-CAPITAL TO SUC-ANT-CAPITAL
           COMPUTE WS-VARIACION = WS-LIN-CAPITAL - WS-LIN-ANT-CAPITAL
           MOVE WS-VARIACION TO SUC-VARIACION
           IF WS-FECHA-ANTERIOR = 0
               MOVE SPACES TO SUC-PCT-TEXTO
           ELSE
               IF WS-LIN-ANT-DEPOSITOS = 0
                   MOVE '   NUEVA' TO SUC-PCT-TEXTO
               ELSE
                   COMPUTE WS-PCT-VARIACION ROUNDED =
                     WS-VARIACION * 100 / WS-LIN-ANT-CAPITAL
                   IF WS-PCT-VARIACION > 9999.99
                       MOVE 9999.99 TO WS-PCT-VARIACION
                   END-IF
                   MOVE WS-PCT-VARIACION TO SUC-PCT-VARIACION
               END-IF
           END-IF
           WRITE REG-REPORTE FROM LIN-SUCURSAL
           ADD 1 TO WS-LINEAS.

       IMPRIMIR-MONEDAS.
           COMPUTE WS-P = WS-LINEAS + WS-MON-IDX + 6
           IF WS-P > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
           ELSE
               WRITE REG-REPORTE FROM LIN-BLANCO
           END-IF
           MOVE 'TOTALES DEL BANCO POR MONEDA' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-SUCURSAL-1
           WRITE REG-REPORTE FROM LIN-CAB-SUCURSAL-2
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 5 TO WS-LINEAS
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
               MOVE 'TOT' TO SUC-CODIGO
               MOVE TM-MONEDA(WS-M) TO SUC-MONEDA
               MOVE TM-DEPOSITOS(WS-M) TO WS-LIN-DEPOSITOS
               MOVE TM-CAPITAL(WS-M) TO WS-LIN-CAPITAL
               MOVE TM-INT-BRUTO(WS-M) TO WS-LIN-INT-BRUTO
               MOVE TM-IMPUESTO(WS-M) TO WS-LIN-IMPUESTO
               MOVE TM-CAP-X-TASA(WS-M) TO WS-LIN-CAP-X-TASA
               MOVE TM-INT-PREF(WS-M) TO WS-LIN-INT-PREF
               MOVE TM-ANT-DEPOSITOS(WS-M) TO WS-LIN-ANT-DEPOSITOS
               MOVE TM-ANT-CAPITAL(WS-M) TO WS-LIN-ANT-CAPITAL
               PERFORM IMPRIMIR-LINEA-CIFRAS
           END-PERFORM.

       IMPRIMIR-RESUMEN.
           IF WS-LINEAS + 10 > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
           ELSE
               WRITE REG-REPORTE FROM LIN-BLANCO
           END-IF
           MOVE 'RESUMEN' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'DEPOSITOS CTASINT LEIDOS' TO RES-TEXTO
           MOVE WS-TOT-LEIDOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'DEPOSITOS DE LA CORRIDA ANTERIOR' TO RES-TEXTO
           MOVE WS-TOT-ANTERIOR TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SUCURSAL/MONEDA REPORTADAS' TO RES-TEXTO
           MOVE WS-SUC-IDX TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'DEPOSITOS SIN FICHA EN CLIMAST' TO RES-TEXTO
           MOVE WS-TOT-SIN-MAESTRO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           IF WS-TOT-SIN-MAESTRO > 0
               MOVE SPACES TO SIN-TEXTO
               STRING '  (ASIGNADOS AL CENTRO ' WS-CENTRO-DEFECTO ')'
                   DELIMITED BY SIZE INTO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
           END-IF
           MOVE 'DEPOSITOS SIN PLAZO (FUERA DEL PROMEDIO)'
             TO RES-TEXTO
           MOVE WS-TOT-SIN-PLAZO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'ASIENTOS GRABADOS EN GLCCOUT' TO RES-TEXTO
           MOVE WS-TOT-ASIENTOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN.

       GRABAR-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL
           IF FS-RUNCTL = 0
               MOVE SPACES TO REG-RUN-CONTROL
               MOVE 'CDCCOSUC' TO RCT-PROGRAMA
               MOVE 'GLCCOUT' TO RCT-ARCHIVO
               MOVE WS-TOT-ASIENTOS TO RCT-REGISTROS
               MOVE WS-TOT-DEBE TO RCT-IMPORTE-1
               MOVE WS-TOT-HABER TO RCT-IMPORTE-2
               WRITE REG-RUN-CONTROL
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'CDCCOSUC: RUNCTL NO DISPONIBLE, FILE STATUS: '
                  FS-RUNCTL
           END-IF.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCCOSUC'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'CORRIDA ANTERIOR . . . . . : ' WS-FECHA-ANTERIOR
           DISPLAY 'HISTORIA LEIDA . . . . . . : ' WS-TOT-HISTORIA
           DISPLAY 'DEPOSITOS CORRIDA ANTERIOR : ' WS-TOT-ANTERIOR
           DISPLAY 'DEPOSITOS CTASINT LEIDOS . : ' WS-TOT-LEIDOS
           DISPLAY 'SUCURSAL/MONEDA  . . . . . : ' WS-SUC-IDX
           DISPLAY 'SIN FICHA EN CLIMAST . . . : ' WS-TOT-SIN-MAESTRO
           DISPLAY 'ASIENTOS GLCCOUT . . . . . : ' WS-TOT-ASIENTOS
           DISPLAY 'TOTAL DEBE . . . . . . . . : ' WS-TOT-DEBE
           DISPLAY 'TOTAL HABER  . . . . . . . : ' WS-TOT-HABER
           DISPLAY '-------------------------------------------'
           IF WS-TOT-SIN-MAESTRO > 0 OR WS-FECHA-ANTERIOR = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCCOSUC.
