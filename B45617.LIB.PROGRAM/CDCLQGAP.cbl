       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCLQGAP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAS-CALC-READ ASSIGN TO CTASINT
                       FILE STATUS IS FS-CTASINT.
           SELECT CUENTAS-VIGENTES ASSIGN TO CTASDEP
                       FILE STATUS IS FS-CTASDEP.
           SELECT PARM-LQGAP ASSIGN TO LQGAPPRM
                       FILE STATUS IS FS-PARM-LQGAP.
           SELECT TIPO-CAMBIO ASSIGN TO TIPOCAM
                       FILE STATUS IS FS-TIPOCAM.
           SELECT REPORTE-BRECHA ASSIGN TO LQGAPOUT
                       FILE STATUS IS FS-REPORTE.
           SELECT EXTRACTO-ALM ASSIGN TO LQGAPALM
                       FILE STATUS IS FS-ALM.
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

      * CARTERA QUE QUEDO VIGENTE DESPUES DE CDCCANPL (FORMATO CUENTAS)
       FD CUENTAS-VIGENTES.
       01 CTAS-INPUT.
         05 UID                PIC X(3).
         05 NAME               PIC X(15).
         05 LASTNAME           PIC X(15).
         05 DEPOSIT-DATE       PIC 9(8).
         05 CTA-AMOUNT         PIC 9(8)V99.
         05 CTA-CURRENCY       PIC X(3).
         05 CTA-PLAZO-DIAS     PIC 9(3).
         05 FILLER             PIC X(23).

      * TARJETA F: FECHA DE PROCESO. TARJETAS B: UNA POR BANDA, EN
      * ORDEN ASCENDENTE DE DIAS HASTA EL VENCIMIENTO
       FD PARM-LQGAP.
       01 REG-PARM-LQGAP.
         05 PARM-TIPO          PIC X(1).
         05 PARM-DATOS         PIC X(79).
         05 PARM-FECHA REDEFINES PARM-DATOS.
           10 PARM-FECHA-PROCESO PIC X(8).
           10 FILLER             PIC X(71).
         05 PARM-BANDA REDEFINES PARM-DATOS.
           10 PARM-DIAS-HASTA    PIC 9(5).
           10 PARM-ETIQUETA      PIC X(12).
           10 FILLER             PIC X(62).

       FD TIPO-CAMBIO.
       01 REG-TIPO-CAMBIO.
         05 TCM-MONEDA             PIC X(3).
         05 TCM-FECHA              PIC 9(8).
         05 TCM-TASA               PIC 9(4)V9(6).
         05 FILLER                 PIC X(59).

       FD REPORTE-BRECHA.
       01 REG-REPORTE            PIC X(133).

      * EXTRACTO PARA EL MODELO ALM DE TESORERIA: UN REGISTRO POR
      * MONEDA Y BANDA, IMPORTES EN MONEDA ORIGEN Y EQUIVALENTE LOCAL
       FD EXTRACTO-ALM.
       01 REG-ALM.
         05 ALM-FECHA-PROCESO      PIC 9(8).
         05 ALM-MONEDA             PIC X(3).
         05 ALM-BANDA              PIC 9(2).
         05 ALM-DIAS-HASTA         PIC 9(5).
         05 ALM-CUENTAS            PIC 9(7).
         05 ALM-CAPITAL            PIC 9(13)V99.
         05 ALM-INTERES            PIC 9(13)V99.
         05 ALM-TOTAL-LOCAL        PIC 9(13)V99.
         05 ALM-IND-CAMBIO         PIC X(1).
         05 FILLER                 PIC X(9).

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
       01 FS-CTASDEP           PIC 99.
       01 FS-PARM-LQGAP        PIC 99.
       01 FS-REPORTE           PIC 99.
       01 FS-ALM               PIC 99.

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

      * BANDAS POR DEFECTO CUANDO LA TARJETA NO TRAE NINGUNA; LA
      * ULTIMA BANDA RECIBE TODO LO QUE VENCE MAS ALLA DE SU LIMITE
       01 TABLA-BANDAS-VALORES.
         05 FILLER PIC X(17) VALUE '00001OVERNIGHT   '.
         05 FILLER PIC X(17) VALUE '000072-7 DIAS    '.
         05 FILLER PIC X(17) VALUE '000308-30 DIAS   '.
         05 FILLER PIC X(17) VALUE '0009031-90 DIAS  '.
         05 FILLER PIC X(17) VALUE '0018091-180 DIAS '.
         05 FILLER PIC X(17) VALUE '00365181-365 DIAS'.
         05 FILLER PIC X(17) VALUE '99999MAS DE 1 ANO'.
       01 TABLA-BANDAS-DEFECTO REDEFINES TABLA-BANDAS-VALORES.
         05 BD-ENTRADA           OCCURS 7.
           10 BD-DIAS-HASTA      PIC 9(5).
           10 BD-ETIQUETA        PIC X(12).

       01 WS-NUM-BANDAS        PIC 9(2) VALUE 0.
       01 WS-BN                PIC 9(2) VALUE 0.
       01 WS-BANDA-ASIGNADA    PIC 9(2) VALUE 0.
       01 WS-BANDAS-DE-TARJETA PIC X VALUE 'N'.
       01 WS-BANDA-ANTERIOR    PIC 9(5) VALUE 0.

       01 TABLA-BANDAS.
         05 BN-ENTRADA           OCCURS 12.
           10 BN-DIAS-HASTA      PIC 9(5).
           10 BN-ETIQUETA        PIC X(12).

       01 WS-DIAS-AL-VCTO      PIC S9(7) VALUE 0.
       01 WS-FECHA-VCTO        PIC 9(8) VALUE 0.
       01 WS-PLAZO-DIAS        PIC 9(3) VALUE 0.
       01 WS-PLAZO-DEFECTO     PIC 9(3) VALUE 30.
       01 WS-MONEDA-ACTUAL     PIC X(3).
       01 WS-CAPITAL-ACTUAL    PIC 9(8)V99.
       01 WS-INTERES-ACTUAL    PIC 9(8)V99.

      * DEPOSITOS VIGENTES SEGUN CTASDEP: UN DEPOSITO DE CTASINT QUE
      * NO ESTA AQUI FUE CANCELADO; UNO DE AQUI QUE NO ESTA EN CTASINT
      * ENTRA SOLO CON SU CAPITAL
       01 WS-CTASDEP-DISPONIBLE PIC X VALUE 'N'.
       01 WS-CLAVE-ACTUAL      PIC X(11).
       01 WS-CLAVE-IDX         PIC 9(6) VALUE 0.
       01 WS-D                 PIC 9(6) VALUE 0.
       01 WS-CLAVE-HALLADA     PIC X VALUE 'N'.

       01 TABLE-VIGENTES.
         05 REG-VIGENTE          OCCURS 100000.
           10 TV-CLAVE           PIC X(11).
           10 TV-EN-CTASINT      PIC X(1).

      * TIPOS DE CAMBIO DEL DIA PARA LOS EQUIVALENTES EN MONEDA LOCAL
       01 FS-TIPOCAM           PIC 99.
       01 WS-MONEDA-LOCAL      PIC X(3) VALUE 'PEN'.
       01 WS-TCM-IDX           PIC 9(2) VALUE 0.
       01 WS-K                 PIC 9(2) VALUE 0.
       01 WS-TASA-CAMBIO       PIC 9(4)V9(6) VALUE 0.
       01 WS-FECHA-CAMBIO      PIC 9(8) VALUE 0.
       01 WS-CAMBIO-HALLADO    PIC X VALUE 'N'.
       01 WS-SIN-CAMBIO        PIC 9(2) VALUE 0.

       01 TABLE-TIPO-CAMBIO.
         05 REG-TCM              OCCURS 50.
           10 TK-MONEDA             PIC X(3).
           10 TK-FECHA              PIC 9(8).
           10 TK-TASA               PIC 9(4)V9(6).

      * ESCALERA DE VENCIMIENTOS: MONEDA POR BANDA
       01 WS-MON-IDX           PIC 9(2) VALUE 0.
       01 WS-M                 PIC 9(2) VALUE 0.
       01 WS-I                 PIC 9(2) VALUE 0.

       01 TABLE-ESCALERA.
         05 REG-ESC-MONEDA       OCCURS 20.
           10 EM-MONEDA          PIC X(3).
           10 EM-CAMBIO-HALLADO  PIC X(1).
           10 EM-TASA-CAMBIO     PIC 9(4)V9(6).
           10 EM-FECHA-CAMBIO    PIC 9(8).
           10 EM-BANDA           OCCURS 12.
             15 EB-CUENTAS       PIC 9(7).
             15 EB-CAPITAL       PIC 9(13)V99.
             15 EB-INTERES       PIC 9(13)V99.

       01 TABLE-CONSOLIDADO.
         05 REG-CONSOL           OCCURS 12.
           10 CB-CUENTAS         PIC 9(7).
           10 CB-CAPITAL-LOCAL   PIC 9(13)V99.
           10 CB-INTERES-LOCAL   PIC 9(13)V99.

       01 WS-BANDA-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-ACUMULADO         PIC 9(13)V99 VALUE 0.
       01 WS-CAPITAL-LOCAL     PIC 9(13)V99 VALUE 0.
       01 WS-INTERES-LOCAL     PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-LOCAL       PIC 9(13)V99 VALUE 0.
       01 WS-ACUMULADO-LOCAL   PIC 9(13)V99 VALUE 0.
       01 WS-MON-CUENTAS       PIC 9(7) VALUE 0.
       01 WS-MON-CAPITAL       PIC 9(13)V99 VALUE 0.
       01 WS-MON-INTERES       PIC 9(13)V99 VALUE 0.

       01 WS-TOT-CTASINT       PIC 9(7) VALUE 0.
       01 WS-TOT-CANCELADAS    PIC 9(7) VALUE 0.
       01 WS-TOT-SOLO-CTASDEP  PIC 9(7) VALUE 0.
       01 WS-TOT-VENCIDAS      PIC 9(7) VALUE 0.
       01 WS-TOT-CUENTAS       PIC 9(7) VALUE 0.
       01 WS-TOT-CAPITAL       PIC 9(13)V99 VALUE 0.
       01 WS-TOT-INTERES       PIC 9(13)V99 VALUE 0.
       01 WS-TOT-ALM           PIC 9(7) VALUE 0.

      * CONTROL DE CORRIDA: CTASINT SE VERIFICA CONTRA LAS CIFRAS QUE
      * DEJO CDCINPLZ (O CDCMRGPL) ANTES DE ARMAR LA ESCALERA
       01 FS-RUNCTL            PIC 99.
       01 WS-RC-HALLADO        PIC X VALUE 'N'.
       01 WS-RC-REGISTROS      PIC 9(7) VALUE 0.
       01 WS-RC-IMPORTE        PIC 9(13)V99 VALUE 0.
       01 WS-VER-REGISTROS     PIC 9(7) VALUE 0.
       01 WS-VER-IMPORTE       PIC 9(13)V99 VALUE 0.
       01 WS-FIN-RUNCTL        PIC X VALUE 'N'.
       01 WS-FIN-PREPASO       PIC X VALUE 'N'.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-CTASINT.
         05 SW-CTASINT-END             PIC XX VALUE 'NO'.
           88 SW-CTASINT-FIN-OK        VALUE 'SI'.
           88 SW-CTASINT-FIN-NO        VALUE 'NO'.

       01 SW-CTASDEP.
         05 SW-CTASDEP-END             PIC XX VALUE 'NO'.
           88 SW-CTASDEP-FIN-OK        VALUE 'SI'.
           88 SW-CTASDEP-FIN-NO        VALUE 'NO'.

       01 SW-PARM.
         05 SW-PARM-END                PIC XX VALUE 'NO'.
           88 SW-PARM-FIN-OK           VALUE 'SI'.
           88 SW-PARM-FIN-NO           VALUE 'NO'.

       01 SW-TIPOCAM.
         05 SW-TIPOCAM-END             PIC XX VALUE 'NO'.
           88 SW-TIPOCAM-FIN-OK        VALUE 'SI'.
           88 SW-TIPOCAM-FIN-NO        VALUE 'NO'.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(45) VALUE
            'ESCALERA DE VENCIMIENTOS - BRECHA DE LIQUIDEZ'.
         05 FILLER               PIC X(42) VALUE SPACES.
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

       01 LIN-MONEDA.
         05 FILLER               PIC X(8)  VALUE 'MONEDA  '.
         05 TMO-MONEDA           PIC X(3).
         05 FILLER               PIC X(6)  VALUE '   TC '.
         05 TMO-TASA             PIC ZZZ9.999999.
         05 FILLER               PIC X(5)  VALUE ' DEL '.
         05 TMO-FECHA-TASA       PIC 9(8).
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 TMO-AVISO            PIC X(22).
         05 FILLER               PIC X(67) VALUE SPACES.

       01 LIN-CAB-BANDA.
         05 FILLER               PIC X(13) VALUE 'BANDA'.
         05 FILLER               PIC X(8)  VALUE 'CUENTAS'.
         05 FILLER               PIC X(18) VALUE '          CAPITAL'.
         05 FILLER               PIC X(18) VALUE '          INTERES'.
         05 FILLER               PIC X(18) VALUE '            TOTAL'.
         05 FILLER               PIC X(18) VALUE '        ACUMULADO'.
         05 FILLER               PIC X(18) VALUE '    EQUIV. LOCAL'.
         05 FILLER               PIC X(18) VALUE '   ACUMUL. LOCAL'.
         05 FILLER               PIC X(4)  VALUE SPACES.

       01 LIN-BANDA.
         05 BND-ETIQUETA         PIC X(12).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 BND-CUENTAS          PIC ZZZZZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 BND-CAPITAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 BND-INTERES          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 BND-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 BND-ACUMULADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 BND-LOCAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 BND-ACUM-LOCAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(5)  VALUE SPACES.

       01 LIN-TIT-CONSOL.
         05 FILLER               PIC X(45) VALUE
            'CONSOLIDADO EN MONEDA LOCAL - MONEDA '.
         05 TCO-MONEDA-LOCAL     PIC X(3).
         05 FILLER               PIC X(85) VALUE SPACES.

       01 LIN-SIN-CAMBIO.
         05 FILLER               PIC X(50) VALUE
            '** MONEDAS SIN TIPO DE CAMBIO NO CONSOLIDADAS: '.
         05 SCM-CANTIDAD         PIC Z9.
         05 FILLER               PIC X(81) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           PERFORM VERIFICAR-ENTRADA-RUNCTL
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-TIPOS-CAMBIO
           PERFORM CARGAR-VIGENTES
           PERFORM PROCESAR-CTASINT UNTIL SW-CTASINT-FIN-OK
           PERFORM PROCESAR-SOLO-CTASDEP
           PERFORM IMPRIMIR-ESCALERA
           PERFORM IMPRIMIR-CONSOLIDADO
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
           OPEN INPUT PARM-LQGAP
           IF FS-PARM-LQGAP = 0
               PERFORM LEER-TARJETA UNTIL SW-PARM-FIN-OK
               CLOSE PARM-LQGAP
           END-IF
           IF WS-BANDAS-DE-TARJETA = 'N'
               PERFORM VARYING WS-BN FROM 1 BY 1 UNTIL WS-BN > 7
                   MOVE BD-DIAS-HASTA(WS-BN) TO BN-DIAS-HASTA(WS-BN)
                   MOVE BD-ETIQUETA(WS-BN) TO BN-ETIQUETA(WS-BN)
               END-PERFORM
               MOVE 7 TO WS-NUM-BANDAS
           END-IF.

      * BANDAS FUERA DE ORDEN DEJARIAN LA ESCALERA SIN SENTIDO: SE
      * ABORTA EN LUGAR DE ENTREGAR A TESORERIA CIFRAS MAL ASIGNADAS
       LEER-TARJETA.
           READ PARM-LQGAP
               AT END
                   SET SW-PARM-FIN-OK TO TRUE
               NOT AT END
                   EVALUATE PARM-TIPO
                   WHEN 'F'
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCLQGAP: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
                   WHEN 'B'
                       PERFORM AGREGAR-BANDA
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
           END-READ.

       AGREGAR-BANDA.
           IF PARM-DIAS-HASTA NOT NUMERIC OR
              PARM-DIAS-HASTA NOT > WS-BANDA-ANTERIOR
               DISPLAY '** CDCLQGAP: BANDA INVALIDA O FUERA DE ORDEN '
               DISPLAY '** EN LQGAPPRM: ' PARM-DATOS(1:17)
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUM-BANDAS > 11
               DISPLAY
                 '** CDCLQGAP: TABLA DE BANDAS EXCEDE CAPACIDAD, '
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NUM-BANDAS
           MOVE PARM-DIAS-HASTA TO BN-DIAS-HASTA(WS-NUM-BANDAS)
           MOVE PARM-ETIQUETA TO BN-ETIQUETA(WS-NUM-BANDAS)
           MOVE PARM-DIAS-HASTA TO WS-BANDA-ANTERIOR
           MOVE 'S' TO WS-BANDAS-DE-TARJETA.

       VERIFICAR-ENTRADA-RUNCTL.
           MOVE 'N' TO WS-RC-HALLADO
           MOVE 'N' TO WS-FIN-RUNCTL
           OPEN INPUT RUN-CONTROL
           IF FS-RUNCTL NOT = 0
               DISPLAY 'CDCLQGAP: RUNCTL NO DISPONIBLE, SE OMITE '
               DISPLAY 'VERIFICACION, FILE STATUS: ' FS-RUNCTL
           ELSE
               PERFORM LEER-RUN-CONTROL UNTIL WS-FIN-RUNCTL = 'S'
               CLOSE RUN-CONTROL
               IF WS-RC-HALLADO = 'N'
                   DISPLAY 'CDCLQGAP: RUNCTL SIN CIFRAS DE CTASINT, '
                   DISPLAY 'SE OMITE VERIFICACION'
               ELSE
                   PERFORM CONTAR-ENTRADA-CTASINT
                   PERFORM COMPARAR-CONTRA-RUNCTL
               END-IF
           END-IF.

       LEER-RUN-CONTROL.
           READ RUN-CONTROL
               AT END
                   MOVE 'S' TO WS-FIN-RUNCTL
               NOT AT END
                   IF RCT-ARCHIVO = 'CTASINT'
                       MOVE 'S' TO WS-RC-HALLADO
                       MOVE RCT-REGISTROS TO WS-RC-REGISTROS
                       MOVE RCT-IMPORTE-1 TO WS-RC-IMPORTE
                   END-IF
           END-READ.

       CONTAR-ENTRADA-CTASINT.
           MOVE 0 TO WS-VER-REGISTROS
           MOVE 0 TO WS-VER-IMPORTE
           MOVE 'N' TO WS-FIN-PREPASO
           OPEN INPUT CTAS-CALC-READ
           IF FS-CTASINT NOT = 0
               DISPLAY 'ERROR ABRIENDO CTASINT, FILE STATUS: '
                  FS-CTASINT
               DISPLAY '** CDCLQGAP: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTAR-REGISTRO-CTASINT
             UNTIL WS-FIN-PREPASO = 'S'
           CLOSE CTAS-CALC-READ.

       CONTAR-REGISTRO-CTASINT.
           READ CTAS-CALC-READ
               AT END
                   MOVE 'S' TO WS-FIN-PREPASO
               NOT AT END
                   ADD 1 TO WS-VER-REGISTROS
                   ADD OUT-INTEREST TO WS-VER-IMPORTE
           END-READ.

       COMPARAR-CONTRA-RUNCTL.
           IF WS-VER-REGISTROS NOT = WS-RC-REGISTROS OR
              WS-VER-IMPORTE NOT = WS-RC-IMPORTE
               DISPLAY '** CDCLQGAP: CTASINT NO CUADRA CONTRA EL '
               DISPLAY '** CONTROL DE CORRIDA **'
               DISPLAY '** REGISTROS ESPERADOS : ' WS-RC-REGISTROS
               DISPLAY '** REGISTROS LEIDOS  . : ' WS-VER-REGISTROS
               DISPLAY '** INTERES ESPERADO  . : ' WS-RC-IMPORTE
               DISPLAY '** INTERES LEIDO . . . : ' WS-VER-IMPORTE
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRABAR-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL
           IF FS-RUNCTL = 0
               MOVE SPACES TO REG-RUN-CONTROL
               MOVE 'CDCLQGAP' TO RCT-PROGRAMA
               MOVE 'LQGAPALM' TO RCT-ARCHIVO
               MOVE WS-TOT-ALM TO RCT-REGISTROS
               MOVE WS-TOT-CAPITAL TO RCT-IMPORTE-1
               MOVE WS-TOT-INTERES TO RCT-IMPORTE-2
               WRITE REG-RUN-CONTROL
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'CDCLQGAP: RUNCTL NO DISPONIBLE, FILE STATUS: '
                  FS-RUNCTL
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT CTAS-CALC-READ
           OPEN OUTPUT REPORTE-BRECHA
           OPEN OUTPUT EXTRACTO-ALM
           IF FS-CTASINT NOT = 0 OR FS-REPORTE NOT = 0 OR
              FS-ALM NOT = 0
               IF FS-CTASINT NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASINT, FILE STATUS: '
                      FS-CTASINT
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO LQGAPOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               IF FS-ALM NOT = 0
                   DISPLAY 'ERROR ABRIENDO LQGAPALM, FILE STATUS: '
                      FS-ALM
               END-IF
               DISPLAY '** CDCLQGAP: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CTAS-CALC-READ
           CLOSE REPORTE-BRECHA
           CLOSE EXTRACTO-ALM.

       CARGAR-TIPOS-CAMBIO.
           OPEN INPUT TIPO-CAMBIO
           IF FS-TIPOCAM = 0
               PERFORM LEER-TIPO-CAMBIO UNTIL SW-TIPOCAM-FIN-OK
               CLOSE TIPO-CAMBIO
           ELSE
               DISPLAY 'CDCLQGAP: ARCHIVO TIPOCAM NO DISPONIBLE, '
               DISPLAY 'SOLO MONEDA LOCAL SE CONSOLIDA, FILE STATUS: '
                  FS-TIPOCAM
           END-IF.
       LEER-TIPO-CAMBIO.
           READ TIPO-CAMBIO
               AT END
                   SET SW-TIPOCAM-FIN-OK TO TRUE
               NOT AT END
                   IF TCM-MONEDA NOT = SPACES AND TCM-TASA NUMERIC
                       IF WS-TCM-IDX > 49
                           DISPLAY
                             '** CDCLQGAP: TABLA DE TIPOS DE CAMBIO '
                           DISPLAY
                             '** EXCEDE CAPACIDAD, PROCESO ABORTADO **'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TCM-IDX
                       MOVE TCM-MONEDA TO TK-MONEDA(WS-TCM-IDX)
                       MOVE TCM-FECHA TO TK-FECHA(WS-TCM-IDX)
                       MOVE TCM-TASA TO TK-TASA(WS-TCM-IDX)
                   END-IF
           END-READ.

       BUSCAR-TIPO-CAMBIO.
           MOVE 'N' TO WS-CAMBIO-HALLADO
           MOVE 0 TO WS-TASA-CAMBIO
           MOVE 0 TO WS-FECHA-CAMBIO
           IF EM-MONEDA(WS-M) = WS-MONEDA-LOCAL
               MOVE 'S' TO WS-CAMBIO-HALLADO
               MOVE 1 TO WS-TASA-CAMBIO
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-TCM-IDX
                   IF TK-MONEDA(WS-K) = EM-MONEDA(WS-M)
                       MOVE 'S' TO WS-CAMBIO-HALLADO
                       MOVE TK-TASA(WS-K) TO WS-TASA-CAMBIO
                       MOVE TK-FECHA(WS-K) TO WS-FECHA-CAMBIO
                   END-IF
               END-PERFORM
           END-IF.

      * CTASDEP ES OPCIONAL: SIN EL SE TOMA CTASINT COMPLETO
       CARGAR-VIGENTES.
           OPEN INPUT CUENTAS-VIGENTES
           IF FS-CTASDEP = 0
               MOVE 'S' TO WS-CTASDEP-DISPONIBLE
               PERFORM LEER-VIGENTE UNTIL SW-CTASDEP-FIN-OK
               CLOSE CUENTAS-VIGENTES
           ELSE
               DISPLAY 'CDCLQGAP: CTASDEP NO DISPONIBLE, SE TOMA '
               DISPLAY 'CTASINT COMPLETO, FILE STATUS: ' FS-CTASDEP
           END-IF.

       LEER-VIGENTE.
           READ CUENTAS-VIGENTES
               AT END
                   SET SW-CTASDEP-FIN-OK TO TRUE
               NOT AT END
                   IF UID NOT = 'HDR' AND UID NOT = 'TRL'
                       IF WS-CLAVE-IDX > 99999
                           DISPLAY
                             '** CDCLQGAP: TABLA DE VIGENTES EXCEDE '
                           DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CLAVE-IDX
                       MOVE UID TO TV-CLAVE(WS-CLAVE-IDX)(1:3)
                       MOVE DEPOSIT-DATE TO TV-CLAVE(WS-CLAVE-IDX)(4:8)
                       MOVE 'N' TO TV-EN-CTASINT(WS-CLAVE-IDX)
                   END-IF
           END-READ.

       BUSCAR-VIGENTE.
           MOVE 'N' TO WS-CLAVE-HALLADA
           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-CLAVE-IDX OR WS-CLAVE-HALLADA = 'S'
               IF TV-CLAVE(WS-D) = WS-CLAVE-ACTUAL
                   MOVE 'S' TO WS-CLAVE-HALLADA
                   MOVE 'S' TO TV-EN-CTASINT(WS-D)
               END-IF
           END-PERFORM.

       PROCESAR-CTASINT.
           READ CTAS-CALC-READ
               AT END
                   SET SW-CTASINT-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-CTASINT
                   PERFORM UBICAR-CTASINT
           END-READ.

       UBICAR-CTASINT.
           MOVE 'S' TO WS-CLAVE-HALLADA
           IF WS-CTASDEP-DISPONIBLE = 'S'
               MOVE OUT-UID TO WS-CLAVE-ACTUAL(1:3)
               MOVE OUT-DEPOSIT-DATE TO WS-CLAVE-ACTUAL(4:8)
               PERFORM BUSCAR-VIGENTE
           END-IF
           IF WS-CLAVE-HALLADA = 'N'
               ADD 1 TO WS-TOT-CANCELADAS
           ELSE
               MOVE OUT-FECHA-VENCIMIENTO TO WS-FECHA-VCTO
               MOVE OUT-CTA-CURRENCY TO WS-MONEDA-ACTUAL
               MOVE OUT-AMOUNT TO WS-CAPITAL-ACTUAL
               MOVE OUT-INTEREST TO WS-INTERES-ACTUAL
               PERFORM ASIGNAR-BANDA
           END-IF.

      * DEPOSITOS VIGENTES AUN SIN CALCULO DE INTERES: VENCIMIENTO
      * SEGUN SU PLAZO (O EL DE DEFECTO) Y SOLO CAPITAL
       PROCESAR-SOLO-CTASDEP.
           IF WS-CTASDEP-DISPONIBLE = 'S'
               MOVE 'NO' TO SW-CTASDEP-END
               MOVE 0 TO WS-D
               OPEN INPUT CUENTAS-VIGENTES
               PERFORM LEER-SOLO-CTASDEP UNTIL SW-CTASDEP-FIN-OK
               CLOSE CUENTAS-VIGENTES
           END-IF.

       LEER-SOLO-CTASDEP.
           READ CUENTAS-VIGENTES
               AT END
                   SET SW-CTASDEP-FIN-OK TO TRUE
               NOT AT END
                   IF UID NOT = 'HDR' AND UID NOT = 'TRL'
                       ADD 1 TO WS-D
                       IF TV-EN-CTASINT(WS-D) = 'N'
                          AND DEPOSIT-DATE NUMERIC
                          AND CTA-AMOUNT NUMERIC
                           PERFORM UBICAR-SOLO-CTASDEP
                       END-IF
                   END-IF
           END-READ.

       UBICAR-SOLO-CTASDEP.
           ADD 1 TO WS-TOT-SOLO-CTASDEP
           IF CTA-PLAZO-DIAS NUMERIC AND CTA-PLAZO-DIAS > 0
               MOVE CTA-PLAZO-DIAS TO WS-PLAZO-DIAS
           ELSE
               MOVE WS-PLAZO-DEFECTO TO WS-PLAZO-DIAS
           END-IF
           COMPUTE WS-FECHA-VCTO = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(DEPOSIT-DATE) + WS-PLAZO-DIAS)
           MOVE CTA-CURRENCY TO WS-MONEDA-ACTUAL
           MOVE CTA-AMOUNT TO WS-CAPITAL-ACTUAL
           MOVE 0 TO WS-INTERES-ACTUAL
           PERFORM ASIGNAR-BANDA.

      * LO YA VENCIDO Y AUN NO PAGADO ES EXIGIBLE: VA A OVERNIGHT
       ASIGNAR-BANDA.
           IF WS-FECHA-VCTO NOT NUMERIC OR WS-FECHA-VCTO = 0
               MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-VCTO
           END-IF
           COMPUTE WS-DIAS-AL-VCTO =
             FUNCTION INTEGER-OF-DATE(WS-FECHA-VCTO) -
             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM)
           IF WS-DIAS-AL-VCTO < 0
               ADD 1 TO WS-TOT-VENCIDAS
           END-IF
           MOVE WS-NUM-BANDAS TO WS-BANDA-ASIGNADA
           PERFORM VARYING WS-BN FROM WS-NUM-BANDAS BY -1
             UNTIL WS-BN < 1
               IF WS-DIAS-AL-VCTO NOT > BN-DIAS-HASTA(WS-BN)
                   MOVE WS-BN TO WS-BANDA-ASIGNADA
               END-IF
           END-PERFORM
           PERFORM BUSCAR-MONEDA
           ADD 1 TO EB-CUENTAS(WS-M, WS-BANDA-ASIGNADA)
           ADD WS-CAPITAL-ACTUAL TO EB-CAPITAL(WS-M, WS-BANDA-ASIGNADA)
           ADD WS-INTERES-ACTUAL TO EB-INTERES(WS-M, WS-BANDA-ASIGNADA)
           ADD 1 TO WS-TOT-CUENTAS
           ADD WS-CAPITAL-ACTUAL TO WS-TOT-CAPITAL
           ADD WS-INTERES-ACTUAL TO WS-TOT-INTERES.

       BUSCAR-MONEDA.
           MOVE 0 TO WS-M
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MON-IDX
               IF EM-MONEDA(WS-I) = WS-MONEDA-ACTUAL
                   MOVE WS-I TO WS-M
               END-IF
           END-PERFORM
           IF WS-M = 0
               IF WS-MON-IDX > 19
                   DISPLAY
                     '** CDCLQGAP: TABLA DE MONEDAS EXCEDE CAPACIDAD,'
                   DISPLAY '** PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MON-IDX
               MOVE WS-MON-IDX TO WS-M
               INITIALIZE REG-ESC-MONEDA(WS-M)
               MOVE WS-MONEDA-ACTUAL TO EM-MONEDA(WS-M)
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

      * UN BLOQUE POR MONEDA; CADA BLOQUE CABE EN LO QUE RESTA DE LA
      * PAGINA O EMPIEZA UNA NUEVA
       IMPRIMIR-ESCALERA.
           PERFORM IMPRIMIR-CABECERA
           PERFORM IMPRIMIR-MONEDA
             VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX.

       IMPRIMIR-MONEDA.
           IF WS-LINEAS + WS-NUM-BANDAS + 6 > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
           END-IF
           PERFORM BUSCAR-TIPO-CAMBIO
           MOVE WS-CAMBIO-HALLADO TO EM-CAMBIO-HALLADO(WS-M)
           MOVE WS-TASA-CAMBIO TO EM-TASA-CAMBIO(WS-M)
           MOVE WS-FECHA-CAMBIO TO EM-FECHA-CAMBIO(WS-M)
           MOVE EM-MONEDA(WS-M) TO TMO-MONEDA
           MOVE WS-TASA-CAMBIO TO TMO-TASA
           MOVE WS-FECHA-CAMBIO TO TMO-FECHA-TASA
           IF WS-CAMBIO-HALLADO = 'S'
               MOVE SPACES TO TMO-AVISO
           ELSE
               ADD 1 TO WS-SIN-CAMBIO
               MOVE '** SIN TIPO CAMBIO **' TO TMO-AVISO
           END-IF
           WRITE REG-REPORTE FROM LIN-MONEDA
           WRITE REG-REPORTE FROM LIN-CAB-BANDA
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 0 TO WS-ACUMULADO
           MOVE 0 TO WS-ACUMULADO-LOCAL
           MOVE 0 TO WS-MON-CUENTAS
           MOVE 0 TO WS-MON-CAPITAL
           MOVE 0 TO WS-MON-INTERES
           PERFORM IMPRIMIR-BANDA-MONEDA
             VARYING WS-BN FROM 1 BY 1 UNTIL WS-BN > WS-NUM-BANDAS
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'TOTAL MONEDA' TO BND-ETIQUETA
           MOVE WS-MON-CUENTAS TO BND-CUENTAS
           MOVE WS-MON-CAPITAL TO BND-CAPITAL
           MOVE WS-MON-INTERES TO BND-INTERES
           MOVE WS-ACUMULADO TO BND-TOTAL
           MOVE WS-ACUMULADO TO BND-ACUMULADO
           MOVE WS-ACUMULADO-LOCAL TO BND-LOCAL
           MOVE WS-ACUMULADO-LOCAL TO BND-ACUM-LOCAL
           WRITE REG-REPORTE FROM LIN-BANDA
           WRITE REG-REPORTE FROM LIN-BLANCO
           ADD WS-NUM-BANDAS TO WS-LINEAS
           ADD 6 TO WS-LINEAS.

      * CADA BANDA ALIMENTA EL REPORTE, EL CONSOLIDADO LOCAL Y EL
      * EXTRACTO ALM (AUN VACIA, PARA QUE EL MODELO RECIBA LA GRILLA)
       IMPRIMIR-BANDA-MONEDA.
           COMPUTE WS-BANDA-TOTAL = EB-CAPITAL(WS-M, WS-BN) +
             EB-INTERES(WS-M, WS-BN)
           ADD WS-BANDA-TOTAL TO WS-ACUMULADO
           ADD EB-CUENTAS(WS-M, WS-BN) TO WS-MON-CUENTAS
           ADD EB-CAPITAL(WS-M, WS-BN) TO WS-MON-CAPITAL
           ADD EB-INTERES(WS-M, WS-BN) TO WS-MON-INTERES
           MOVE 0 TO WS-CAPITAL-LOCAL
           MOVE 0 TO WS-INTERES-LOCAL
           IF EM-CAMBIO-HALLADO(WS-M) = 'S'
               COMPUTE WS-CAPITAL-LOCAL ROUNDED =
                 EB-CAPITAL(WS-M, WS-BN) * EM-TASA-CAMBIO(WS-M)
               COMPUTE WS-INTERES-LOCAL ROUNDED =
                 EB-INTERES(WS-M, WS-BN) * EM-TASA-CAMBIO(WS-M)
               ADD EB-CUENTAS(WS-M, WS-BN) TO CB-CUENTAS(WS-BN)
               ADD WS-CAPITAL-LOCAL TO CB-CAPITAL-LOCAL(WS-BN)
               ADD WS-INTERES-LOCAL TO CB-INTERES-LOCAL(WS-BN)
           END-IF
           COMPUTE WS-TOTAL-LOCAL = WS-CAPITAL-LOCAL + WS-INTERES-LOCAL
           ADD WS-TOTAL-LOCAL TO WS-ACUMULADO-LOCAL
           MOVE BN-ETIQUETA(WS-BN) TO BND-ETIQUETA
           MOVE EB-CUENTAS(WS-M, WS-BN) TO BND-CUENTAS
           MOVE EB-CAPITAL(WS-M, WS-BN) TO BND-CAPITAL
           MOVE EB-INTERES(WS-M, WS-BN) TO BND-INTERES
           MOVE WS-BANDA-TOTAL TO BND-TOTAL
           MOVE WS-ACUMULADO TO BND-ACUMULADO
           MOVE WS-TOTAL-LOCAL TO BND-LOCAL
           MOVE WS-ACUMULADO-LOCAL TO BND-ACUM-LOCAL
           WRITE REG-REPORTE FROM LIN-BANDA
           MOVE SPACES TO REG-ALM
           MOVE WS-FECHA-PROCESO-NUM TO ALM-FECHA-PROCESO
           MOVE EM-MONEDA(WS-M) TO ALM-MONEDA
           MOVE WS-BN TO ALM-BANDA
           MOVE BN-DIAS-HASTA(WS-BN) TO ALM-DIAS-HASTA
           MOVE EB-CUENTAS(WS-M, WS-BN) TO ALM-CUENTAS
           MOVE EB-CAPITAL(WS-M, WS-BN) TO ALM-CAPITAL
           MOVE EB-INTERES(WS-M, WS-BN) TO ALM-INTERES
           MOVE WS-TOTAL-LOCAL TO ALM-TOTAL-LOCAL
           MOVE EM-CAMBIO-HALLADO(WS-M) TO ALM-IND-CAMBIO
           WRITE REG-ALM
           ADD 1 TO WS-TOT-ALM.

       IMPRIMIR-CONSOLIDADO.
           IF WS-LINEAS + WS-NUM-BANDAS + 6 > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
           END-IF
           MOVE WS-MONEDA-LOCAL TO TCO-MONEDA-LOCAL
           WRITE REG-REPORTE FROM LIN-TIT-CONSOL
           WRITE REG-REPORTE FROM LIN-CAB-BANDA
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 0 TO WS-ACUMULADO-LOCAL
           PERFORM IMPRIMIR-BANDA-CONSOLIDADA
             VARYING WS-BN FROM 1 BY 1 UNTIL WS-BN > WS-NUM-BANDAS
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           IF WS-SIN-CAMBIO > 0
               MOVE WS-SIN-CAMBIO TO SCM-CANTIDAD
               WRITE REG-REPORTE FROM LIN-SIN-CAMBIO
           END-IF.

       IMPRIMIR-BANDA-CONSOLIDADA.
           COMPUTE WS-TOTAL-LOCAL = CB-CAPITAL-LOCAL(WS-BN) +
             CB-INTERES-LOCAL(WS-BN)
           ADD WS-TOTAL-LOCAL TO WS-ACUMULADO-LOCAL
           MOVE BN-ETIQUETA(WS-BN) TO BND-ETIQUETA
           MOVE CB-CUENTAS(WS-BN) TO BND-CUENTAS
           MOVE CB-CAPITAL-LOCAL(WS-BN) TO BND-CAPITAL
           MOVE CB-INTERES-LOCAL(WS-BN) TO BND-INTERES
           MOVE WS-TOTAL-LOCAL TO BND-TOTAL
           MOVE WS-ACUMULADO-LOCAL TO BND-ACUMULADO
           MOVE WS-TOTAL-LOCAL TO BND-LOCAL
           MOVE WS-ACUMULADO-LOCAL TO BND-ACUM-LOCAL
           WRITE REG-REPORTE FROM LIN-BANDA.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCLQGAP'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'BANDAS DE VENCIMIENTO  . . : ' WS-NUM-BANDAS
           DISPLAY 'REGISTROS CTASINT  . . . . : ' WS-TOT-CTASINT
           DISPLAY 'EXCLUIDOS POR CANCELACION  : ' WS-TOT-CANCELADAS
           DISPLAY 'SOLO EN CTASDEP (CAPITAL)  : ' WS-TOT-SOLO-CTASDEP
           DISPLAY 'DEPOSITOS EN ESCALERA  . . : ' WS-TOT-CUENTAS
           DISPLAY 'VENCIDOS AUN NO PAGADOS  . : ' WS-TOT-VENCIDAS
           DISPLAY 'TOTAL CAPITAL  . . . . . . : ' WS-TOT-CAPITAL
           DISPLAY 'TOTAL INTERES  . . . . . . : ' WS-TOT-INTERES
           DISPLAY 'REGISTROS EXTRACTO ALM . . : ' WS-TOT-ALM
           DISPLAY 'MONEDAS SIN TIPO CAMBIO  . : ' WS-SIN-CAMBIO
           DISPLAY '-------------------------------------------'
           IF WS-SIN-CAMBIO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCLQGAP.
