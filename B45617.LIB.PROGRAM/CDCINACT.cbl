       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCINACT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAS-CALC-READ ASSIGN TO CTASINT
                       FILE STATUS IS FS-CTASINT.
           SELECT HISTORIA-READ ASSIGN TO CTASHIST
                       FILE STATUS IS FS-HISTORIA.
           SELECT CANCEL-LIQUIDADAS ASSIGN TO CANCOUT
                       FILE STATUS IS FS-CANC-OUT.
           SELECT PAGOS-VCTO ASSIGN TO PAGOVCTO
                       FILE STATUS IS FS-PAGOS.
           SELECT PARM-INACT ASSIGN TO INACTPRM
                       FILE STATUS IS FS-PARM-INACT.
           SELECT CLIENTE-MAESTRO ASSIGN TO CLIMAST
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS CLI-UID
                       FILE STATUS IS FS-CLIMAST.
           SELECT ARCHIVO-ABANDONO ASSIGN TO ABANDOUT
                       FILE STATUS IS FS-ABANDONO.
           SELECT REPORTE-INACT ASSIGN TO INACTOUT
                       FILE STATUS IS FS-REPORTE.
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

      * LIQUIDACIONES DE CANCELACION ANTICIPADA (CDCCANPL). EL PASO
      * CONCATENA LAS GENERACIONES QUE SE QUIERAN CUBRIR
       FD CANCEL-LIQUIDADAS.
       01 REG-LIQUIDACION.
         05 LIQ-UID             PIC X(3).
         05 LIQ-DEPOSIT-DATE    PIC 9(8).
         05 LIQ-FECHA-CANCELA   PIC 9(8).
         05 LIQ-DIAS            PIC 9(5).
         05 LIQ-AMOUNT          PIC 9(8)V99.
         05 LIQ-CTA-CURRENCY    PIC X(3).
         05 LIQ-TASA-PENALIDAD  PIC 9(2)V99.
         05 LIQ-INTERES-PAGADO  PIC 9(8)V99.
         05 LIQ-INTERES-TARIFA  PIC 9(8)V99.
         05 LIQ-PENALIDAD       PIC 9(8)V99.
         05 LIQ-TOTAL-PAGAR     PIC 9(8)V99.
         05 FILLER              PIC X(10).

      * PAGOS AL VENCIMIENTO (CDCVCPLZ), TAMBIEN CONCATENADOS
       FD PAGOS-VCTO.
       01 REG-PAGO.
         05 PAG-UID                PIC X(3).
         05 PAG-DEPOSIT-DATE       PIC 9(8).
         05 PAG-FECHA-VENCIMIENTO  PIC 9(8).
         05 PAG-TIPO               PIC X(1).
         05 PAG-CAPITAL            PIC 9(8)V99.
         05 PAG-INTERES-NETO       PIC 9(8)V99.
         05 PAG-IMPUESTO           PIC 9(8)V99.
         05 PAG-TOTAL-PAGAR        PIC 9(8)V99.
         05 PAG-CTA-CURRENCY       PIC X(3).
         05 PAG-ORIGEN             PIC X(1).
         05 FILLER                 PIC X(16).

      * DIAS DESDE EL VENCIMIENTO PARA CONSIDERAR INACTIVO EL DEPOSITO,
      * PLAZO LEGAL PARA TRANSFERIRLO COMO ABANDONADO Y FECHA OPCIONAL
      * PARA REPROCESO
       FD PARM-INACT.
       01 REG-PARM-INACT.
         05 PARM-DIAS-INACTIVO     PIC X(5).
         05 PARM-DIAS-ABANDONO     PIC X(5).
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 FILLER                 PIC X(62).

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

      * ARCHIVO DE TRANSFERENCIA DE FONDOS NO RECLAMADOS: CABECERA,
      * UN DETALLE POR DEPOSITO ABANDONADO Y TOTALES POR MONEDA
       FD ARCHIVO-ABANDONO.
       01 REG-ABD-CABECERA.
         05 ABC-TIPO-REG           PIC X(1).
         05 ABC-FECHA-PROCESO      PIC 9(8).
         05 ABC-DIAS-ABANDONO      PIC 9(5).
         05 FILLER                 PIC X(136).
       01 REG-ABD-DETALLE.
         05 ABD-TIPO-REG           PIC X(1).
         05 ABD-UID                PIC X(3).
         05 ABD-TIPO-DOC           PIC X(2).
         05 ABD-NUM-DOC            PIC X(11).
         05 ABD-APELLIDOS          PIC X(15).
         05 ABD-NOMBRES            PIC X(15).
         05 ABD-SUCURSAL           PIC X(3).
         05 ABD-MONEDA             PIC X(3).
         05 ABD-FECHA-DEPOSITO     PIC 9(8).
         05 ABD-FECHA-VENCIMIENTO  PIC 9(8).
         05 ABD-DIAS-VENCIDO       PIC 9(5).
         05 ABD-CAPITAL            PIC 9(13)V99.
         05 ABD-INTERES            PIC 9(13)V99.
         05 ABD-TOTAL              PIC 9(13)V99.
         05 FILLER                 PIC X(31).
       01 REG-ABD-TOTALES.
         05 ABT-TIPO-REG           PIC X(1).
         05 ABT-MONEDA             PIC X(3).
         05 ABT-CANTIDAD           PIC 9(7).
         05 ABT-CAPITAL            PIC 9(15)V99.
         05 ABT-INTERES            PIC 9(15)V99.
         05 ABT-TOTAL              PIC 9(15)V99.
         05 FILLER                 PIC X(88).

       FD REPORTE-INACT.
       01 REG-REPORTE              PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-CTASINT           PIC 99.
       01 FS-HISTORIA          PIC 99.
       01 FS-CANC-OUT          PIC 99.
       01 FS-PAGOS             PIC 99.
       01 FS-PARM-INACT        PIC 99.
       01 FS-CLIMAST           PIC 99.
       01 FS-ABANDONO          PIC 99.
       01 FS-REPORTE           PIC 99.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-X REDEFINES WS-FECHA-PROCESO PIC X(8).
       01 WS-FECHA-PROCESO-NUM PIC 9(8) VALUE 0.
       01 WS-DIA-PROCESO       PIC 9(8) VALUE 0.

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

      * SIN TARJETA: INACTIVO AL ANIO DEL VENCIMIENTO Y TRANSFERIBLE
      * A LOS DIEZ ANIOS
       01 WS-DIAS-INACTIVO     PIC 9(5) VALUE 365.
       01 WS-DIAS-ABANDONO     PIC 9(5) VALUE 3650.

      * EL MAESTRO DE CLIENTES ES OPCIONAL: SIN EL LA LISTA SALE SIN
      * SUCURSAL, DIRECCION NI TELEFONO
       01 WS-CLIMAST-DISPONIBLE PIC X VALUE 'N'.
       01 WS-CLIENTE-HALLADO    PIC X VALUE 'N'.
       01 WS-CANCOUT-DISPONIBLE PIC X VALUE 'N'.
       01 WS-PAGOS-DISPONIBLE   PIC X VALUE 'N'.

      * ULTIMO MOVIMIENTO CONOCIDO POR CLIENTE Y MONEDA: DEPOSITOS DE
      * LA HISTORIA Y DE CTASINT (UNA RENOVACION ENTRA FECHADA AL
      * VENCIMIENTO), CANCELACIONES Y PAGOS AL VENCIMIENTO
       01 WS-ACT-IDX           PIC 9(4) VALUE 0.
       01 WS-P                 PIC 9(4) VALUE 0.
       01 WS-S                 PIC 9(4) VALUE 0.
       01 WS-FECHA-MOV         PIC 9(8) VALUE 0.
       01 WS-CLAVE-ACT.
         05 WS-CA-UID          PIC X(3).
         05 WS-CA-MONEDA       PIC X(3).
       01 TABLE-ACTIVIDAD.
         05 REG-ACTIVIDAD        OCCURS 5000.
           10 TA-CLAVE.
             15 TA-UID           PIC X(3).
             15 TA-MONEDA        PIC X(3).
           10 TA-ULTIMO-MOV      PIC 9(8).

      * DEPOSITOS VENCIDOS SIN MOVIMIENTO POSTERIOR, ORDENADOS POR
      * SUCURSAL PARA LA LISTA DE CONTACTO
       01 WS-DEP-IDX           PIC 9(4) VALUE 0.
       01 WS-D                 PIC 9(4) VALUE 0.
       01 WS-CLAVE-DEP.
         05 WS-CD-SUCURSAL     PIC X(3).
         05 WS-CD-UID          PIC X(3).
         05 WS-CD-MONEDA       PIC X(3).
         05 WS-CD-DEPOSITO     PIC 9(8).
       01 TABLE-DEPOSITOS.
         05 REG-DEPOSITO         OCCURS 5000.
           10 TD-CLAVE.
             15 TD-SUCURSAL      PIC X(3).
             15 TD-UID           PIC X(3).
             15 TD-MONEDA        PIC X(3).
             15 TD-DEPOSITO      PIC 9(8).
           10 TD-VENCIMIENTO     PIC 9(8).
           10 TD-DIAS-VENCIDO    PIC 9(5).
           10 TD-CLASE           PIC X(1).
             88 TD-INACTIVO      VALUE 'I'.
             88 TD-ABANDONADO    VALUE 'A'.
           10 TD-NAME            PIC X(15).
           10 TD-LASTNAME        PIC X(15).
           10 TD-TIPO-DOC        PIC X(2).
           10 TD-NUM-DOC         PIC X(11).
           10 TD-DIRECCION       PIC X(30).
           10 TD-TELEFONO        PIC X(12).
           10 TD-EN-MAESTRO      PIC X(1).
           10 TD-CAPITAL         PIC 9(8)V99.
           10 TD-INTERES         PIC 9(8)V99.
           10 TD-TOTAL           PIC 9(8)V99.

       01 WS-FECHA-VCTO        PIC 9(8) VALUE 0.
       01 WS-DIAS-VENCIDO      PIC 9(8) VALUE 0.
       01 WS-ULTIMO-MOV        PIC 9(8) VALUE 0.

       01 WS-MON-IDX           PIC 9(2) VALUE 0.
       01 WS-M                 PIC 9(2) VALUE 0.
       01 WS-MON-POS           PIC 9(2) VALUE 0.
       01 TABLE-MONEDAS.
         05 REG-MONEDA           OCCURS 20.
           10 TM-MONEDA          PIC X(3).
           10 TM-CANT-INACT      PIC 9(7).
           10 TM-TOTAL-INACT     PIC 9(15)V99.
           10 TM-CANT-ABAND      PIC 9(7).
           10 TM-CAPITAL-ABAND   PIC 9(15)V99.
           10 TM-INTERES-ABAND   PIC 9(15)V99.
           10 TM-TOTAL-ABAND     PIC 9(15)V99.

       01 WS-CORTE-SUCURSAL    PIC X(3).
       01 WS-SUB-CANTIDAD      PIC 9(7) VALUE 0.

       01 WS-TOT-HISTORIA      PIC 9(7) VALUE 0.
       01 WS-TOT-LEIDOS        PIC 9(7) VALUE 0.
       01 WS-TOT-CANCELACIONES PIC 9(7) VALUE 0.
       01 WS-TOT-PAGOS         PIC 9(7) VALUE 0.
       01 WS-TOT-VENCIDOS      PIC 9(7) VALUE 0.
       01 WS-TOT-CON-MOV       PIC 9(7) VALUE 0.
       01 WS-TOT-INACTIVOS     PIC 9(7) VALUE 0.
       01 WS-TOT-ABANDONADOS   PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-MAESTRO   PIC 9(7) VALUE 0.
       01 WS-TOT-GRABADOS      PIC 9(7) VALUE 0.

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

       01 SW-CANCOUT.
         05 SW-CANCOUT-END             PIC XX VALUE 'NO'.
           88 SW-CANCOUT-FIN-OK        VALUE 'SI'.
           88 SW-CANCOUT-FIN-NO        VALUE 'NO'.

       01 SW-PAGOS.
         05 SW-PAGOS-END               PIC XX VALUE 'NO'.
           88 SW-PAGOS-FIN-OK          VALUE 'SI'.
           88 SW-PAGOS-FIN-NO          VALUE 'NO'.

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
            'DEPOSITOS VENCIDOS NO RECLAMADOS'.
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
         05 FILLER               PIC X(17) VALUE 'DIAS INACTIVO : '.
         05 TIT-DIAS-INACTIVO    PIC ZZZZ9.
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(17) VALUE 'DIAS ABANDONO : '.
         05 TIT-DIAS-ABANDONO    PIC ZZZZ9.
         05 FILLER               PIC X(19) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-SUCURSAL.
         05 FILLER               PIC X(10) VALUE 'SUCURSAL: '.
         05 SUC-CODIGO           PIC X(14).
         05 FILLER               PIC X(109) VALUE SPACES.

       01 LIN-CAB-CONTACTO.
         05 FILLER               PIC X(4)  VALUE 'CTA '.
         05 FILLER               PIC X(32) VALUE 'TITULAR'.
         05 FILLER               PIC X(4)  VALUE 'MON '.
         05 FILLER               PIC X(11) VALUE 'VENCIMIENTO'.
         05 FILLER               PIC X(6)  VALUE '  DIAS'.
         05 FILLER               PIC X(15) VALUE '  TOTAL VENCIDO'.
         05 FILLER               PIC X(14) VALUE 'CLASIFICACION'.
         05 FILLER               PIC X(13) VALUE 'TELEFONO'.
         05 FILLER               PIC X(34) VALUE 'DIRECCION'.

       01 LIN-CONTACTO.
         05 CNT-UID              PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-TITULAR          PIC X(31).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-FECHA.
           10 CNT-FEC-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 CNT-FEC-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 CNT-FEC-AAAA       PIC X(4).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-DIAS             PIC ZZZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CNT-CLASE            PIC X(13).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-TELEFONO         PIC X(12).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-DIRECCION        PIC X(30).
         05 FILLER               PIC X(2)  VALUE SPACES.

       01 LIN-SUBTOTAL.
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(32) VALUE
            'DEPOSITOS DE LA SUCURSAL'.
         05 SUB-CANTIDAD         PIC ZZZ,ZZ9.
         05 FILLER               PIC X(90) VALUE SPACES.

       01 LIN-CAB-MON.
         05 FILLER               PIC X(8)  VALUE 'MONEDA'.
         05 FILLER               PIC X(38) VALUE 'CONCEPTO'.
         05 FILLER               PIC X(12) VALUE '  CANTIDAD'.
         05 FILLER               PIC X(25) VALUE
            '                    MONTO'.
         05 FILLER               PIC X(50) VALUE SPACES.

       01 LIN-MONEDA.
         05 MON-MONEDA           PIC X(3).
         05 FILLER               PIC X(5)  VALUE SPACES.
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
           PERFORM CARGAR-HISTORIA UNTIL SW-HISTORIA-FIN-OK
           CLOSE HISTORIA-READ
           PERFORM CARGAR-CTASINT UNTIL SW-CTASINT-FIN-OK
           CLOSE CTAS-CALC-READ
           IF WS-CANCOUT-DISPONIBLE = 'S'
               PERFORM CARGAR-CANCELACION UNTIL SW-CANCOUT-FIN-OK
               CLOSE CANCEL-LIQUIDADAS
           END-IF
           IF WS-PAGOS-DISPONIBLE = 'S'
               PERFORM CARGAR-PAGO UNTIL SW-PAGOS-FIN-OK
               CLOSE PAGOS-VCTO
           END-IF
           PERFORM REABRIR-CTASINT
           PERFORM EVALUAR-CTASINT UNTIL SW-CTASINT-FIN-OK
           CLOSE CTAS-CALC-READ
           PERFORM GRABAR-ARCHIVO-ABANDONO
           PERFORM IMPRIMIR-CONTACTOS
           PERFORM IMPRIMIR-MONEDAS
           PERFORM IMPRIMIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
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
           OPEN INPUT PARM-INACT
           IF FS-PARM-INACT = 0
               READ PARM-INACT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-INACTIVO NUMERIC AND
                          PARM-DIAS-INACTIVO NOT = ZEROS
                           MOVE PARM-DIAS-INACTIVO TO WS-DIAS-INACTIVO
                       END-IF
                       IF PARM-DIAS-ABANDONO NUMERIC AND
                          PARM-DIAS-ABANDONO NOT = ZEROS
                           MOVE PARM-DIAS-ABANDONO TO WS-DIAS-ABANDONO
                       END-IF
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCINACT: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
               END-READ
               CLOSE PARM-INACT
           END-IF
           IF WS-DIAS-ABANDONO NOT > WS-DIAS-INACTIVO
               DISPLAY '** CDCINACT: DIAS DE ABANDONO DEBE SUPERAR '
               DISPLAY '** LOS DIAS DE INACTIVIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DIA-PROCESO =
             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM).

       ABRIR-ARCHIVOS.
           OPEN INPUT CTAS-CALC-READ
           OPEN INPUT HISTORIA-READ
           OPEN OUTPUT ARCHIVO-ABANDONO
           OPEN OUTPUT REPORTE-INACT
           IF FS-CTASINT NOT = 0 OR FS-HISTORIA NOT = 0 OR
              FS-ABANDONO NOT = 0 OR FS-REPORTE NOT = 0
               IF FS-CTASINT NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASINT, FILE STATUS: '
                      FS-CTASINT
               END-IF
               IF FS-HISTORIA NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASHIST, FILE STATUS: '
                      FS-HISTORIA
               END-IF
               IF FS-ABANDONO NOT = 0
                   DISPLAY 'ERROR ABRIENDO ABANDOUT, FILE STATUS: '
                      FS-ABANDONO
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO INACTOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               DISPLAY '** CDCINACT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CANCEL-LIQUIDADAS
           IF FS-CANC-OUT = 0
               MOVE 'S' TO WS-CANCOUT-DISPONIBLE
           ELSE
               DISPLAY 'CDCINACT: CANCOUT NO DISPONIBLE, FILE STATUS: '
                  FS-CANC-OUT
           END-IF
           OPEN INPUT PAGOS-VCTO
           IF FS-PAGOS = 0
               MOVE 'S' TO WS-PAGOS-DISPONIBLE
           ELSE
               DISPLAY 'CDCINACT: PAGOVCTO NO DISPONIBLE, FILE STATUS: '
                  FS-PAGOS
           END-IF
           OPEN INPUT CLIENTE-MAESTRO
           IF FS-CLIMAST = 0
               MOVE 'S' TO WS-CLIMAST-DISPONIBLE
           ELSE
               DISPLAY 'CDCINACT: MAESTRO CLIMAST NO DISPONIBLE, '
               DISPLAY 'LISTA DE CONTACTO SIN DATOS DE AGENCIA, '
                  'FILE STATUS: ' FS-CLIMAST
           END-IF.

       REABRIR-CTASINT.
           SET SW-CTASINT-FIN-NO TO TRUE
           OPEN INPUT CTAS-CALC-READ
           IF FS-CTASINT NOT = 0
               DISPLAY 'ERROR REABRIENDO CTASINT, FILE STATUS: '
                  FS-CTASINT
               DISPLAY '** CDCINACT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-ABANDONO
           CLOSE REPORTE-INACT
           IF WS-CLIMAST-DISPONIBLE = 'S'
               CLOSE CLIENTE-MAESTRO
           END-IF.

       CARGAR-HISTORIA.
           READ HISTORIA-READ
               AT END
                   SET SW-HISTORIA-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-HISTORIA
                   IF HIS-DEPOSIT-DATE NUMERIC
                       MOVE HIS-UID TO WS-CA-UID
                       MOVE HIS-CTA-CURRENCY TO WS-CA-MONEDA
                       MOVE HIS-DEPOSIT-DATE TO WS-FECHA-MOV
                       PERFORM REGISTRAR-ACTIVIDAD
                   END-IF
           END-READ.

       CARGAR-CTASINT.
           READ CTAS-CALC-READ
               AT END
                   SET SW-CTASINT-FIN-OK TO TRUE
               NOT AT END
                   IF OUT-DEPOSIT-DATE NUMERIC
                       MOVE OUT-UID TO WS-CA-UID
                       MOVE OUT-CTA-CURRENCY TO WS-CA-MONEDA
                       MOVE OUT-DEPOSIT-DATE TO WS-FECHA-MOV
                       PERFORM REGISTRAR-ACTIVIDAD
                   END-IF
           END-READ.

       CARGAR-CANCELACION.
           READ CANCEL-LIQUIDADAS
               AT END
                   SET SW-CANCOUT-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-CANCELACIONES
                   IF LIQ-FECHA-CANCELA NUMERIC
                       MOVE LIQ-UID TO WS-CA-UID
                       MOVE LIQ-CTA-CURRENCY TO WS-CA-MONEDA
                       MOVE LIQ-FECHA-CANCELA TO WS-FECHA-MOV
                       PERFORM REGISTRAR-ACTIVIDAD
                   END-IF
           END-READ.

      * EL PAGO NO TRAE FECHA PROPIA: SE HACE EN LA CORRIDA DEL
      * VENCIMIENTO, ASI QUE ESA FECHA CUENTA COMO MOVIMIENTO
       CARGAR-PAGO.
           READ PAGOS-VCTO
               AT END
                   SET SW-PAGOS-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-PAGOS
                   IF PAG-FECHA-VENCIMIENTO NUMERIC
                       MOVE PAG-UID TO WS-CA-UID
                       MOVE PAG-CTA-CURRENCY TO WS-CA-MONEDA
                       MOVE PAG-FECHA-VENCIMIENTO TO WS-FECHA-MOV
                       PERFORM REGISTRAR-ACTIVIDAD
                   END-IF
           END-READ.

       REGISTRAR-ACTIVIDAD.
           PERFORM UBICAR-ACTIVIDAD
           IF SW-CLAVE-NUEVA
               IF WS-ACT-IDX > 4999
                   DISPLAY '** CDCINACT: TABLA DE MOVIMIENTOS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-P = 0
                   COMPUTE WS-P = WS-ACT-IDX + 1
               ELSE
                   PERFORM VARYING WS-S FROM WS-ACT-IDX BY -1
                     UNTIL WS-S < WS-P
                       MOVE REG-ACTIVIDAD(WS-S)
                         TO REG-ACTIVIDAD(WS-S + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-ACT-IDX
               MOVE WS-CLAVE-ACT TO TA-CLAVE(WS-P)
               MOVE 0 TO TA-ULTIMO-MOV(WS-P)
           END-IF
           IF WS-FECHA-MOV > TA-ULTIMO-MOV(WS-P)
               MOVE WS-FECHA-MOV TO TA-ULTIMO-MOV(WS-P)
           END-IF.

      * DEJA EN WS-P LA POSICION DE LA CLAVE O DONDE INSERTARLA
       UBICAR-ACTIVIDAD.
           MOVE 0 TO WS-P
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-ACT-IDX OR WS-P > 0
               IF TA-CLAVE(WS-S) NOT < WS-CLAVE-ACT
                   MOVE WS-S TO WS-P
               END-IF
           END-PERFORM
           MOVE 'NO' TO SW-NUEVA-CLAVE
           IF WS-P = 0
               SET SW-CLAVE-NUEVA TO TRUE
           ELSE
               IF TA-CLAVE(WS-P) NOT = WS-CLAVE-ACT
                   SET SW-CLAVE-NUEVA TO TRUE
               END-IF
           END-IF.

      * UN DEPOSITO QUEDA NO RECLAMADO CUANDO VENCIO HACE MAS DE LOS
      * DIAS DE INACTIVIDAD Y EL CLIENTE NO TUVO EN ESA MONEDA NINGUNA
      * RENOVACION, CANCELACION NI PAGO DESDE ESE VENCIMIENTO
       EVALUAR-CTASINT.
           READ CTAS-CALC-READ
               AT END
                   SET SW-CTASINT-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   PERFORM EVALUAR-DEPOSITO
           END-READ.

       EVALUAR-DEPOSITO.
           MOVE 0 TO WS-FECHA-VCTO
           IF OUT-FECHA-VENCIMIENTO NUMERIC AND
              OUT-FECHA-VENCIMIENTO NOT = 0
               MOVE OUT-FECHA-VENCIMIENTO TO WS-FECHA-VCTO
           END-IF
           IF WS-FECHA-VCTO > 0 AND
              WS-FECHA-VCTO < WS-FECHA-PROCESO-NUM
               COMPUTE WS-DIAS-VENCIDO = WS-DIA-PROCESO -
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-VCTO)
               IF WS-DIAS-VENCIDO > WS-DIAS-INACTIVO
                   ADD 1 TO WS-TOT-VENCIDOS
                   MOVE OUT-UID TO WS-CA-UID
                   MOVE OUT-CTA-CURRENCY TO WS-CA-MONEDA
                   PERFORM UBICAR-ACTIVIDAD
                   MOVE 0 TO WS-ULTIMO-MOV
                   IF NOT SW-CLAVE-NUEVA
                       MOVE TA-ULTIMO-MOV(WS-P) TO WS-ULTIMO-MOV
                   END-IF
                   IF WS-ULTIMO-MOV NOT < WS-FECHA-VCTO
                       ADD 1 TO WS-TOT-CON-MOV
                   ELSE
                       PERFORM REGISTRAR-NO-RECLAMADO
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-NO-RECLAMADO.
           PERFORM BUSCAR-CLIENTE-MAESTRO
           IF WS-CLIENTE-HALLADO = 'S'
               MOVE CLI-SUCURSAL TO WS-CD-SUCURSAL
           ELSE
               MOVE SPACES TO WS-CD-SUCURSAL
               ADD 1 TO WS-TOT-SIN-MAESTRO
           END-IF
           MOVE OUT-UID TO WS-CD-UID
           MOVE OUT-CTA-CURRENCY TO WS-CD-MONEDA
           MOVE OUT-DEPOSIT-DATE TO WS-CD-DEPOSITO
           MOVE 0 TO WS-D
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-DEP-IDX OR WS-D > 0
               IF TD-CLAVE(WS-S) > WS-CLAVE-DEP
                   MOVE WS-S TO WS-D
               END-IF
           END-PERFORM
           IF WS-DEP-IDX > 4999
               DISPLAY '** CDCINACT: TABLA DE DEPOSITOS EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-D = 0
               COMPUTE WS-D = WS-DEP-IDX + 1
           ELSE
               PERFORM VARYING WS-S FROM WS-DEP-IDX BY -1
                 UNTIL WS-S < WS-D
                   MOVE REG-DEPOSITO(WS-S) TO REG-DEPOSITO(WS-S + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-DEP-IDX
           INITIALIZE REG-DEPOSITO(WS-D)
           MOVE WS-CLAVE-DEP TO TD-CLAVE(WS-D)
           MOVE WS-FECHA-VCTO TO TD-VENCIMIENTO(WS-D)
           MOVE WS-DIAS-VENCIDO TO TD-DIAS-VENCIDO(WS-D)
           IF WS-DIAS-VENCIDO > WS-DIAS-ABANDONO
               SET TD-ABANDONADO(WS-D) TO TRUE
               ADD 1 TO WS-TOT-ABANDONADOS
           ELSE
               SET TD-INACTIVO(WS-D) TO TRUE
               ADD 1 TO WS-TOT-INACTIVOS
           END-IF
           MOVE OUT-AMOUNT TO TD-CAPITAL(WS-D)
           MOVE OUT-INTEREST TO TD-INTERES(WS-D)
           MOVE OUT-TOTAL TO TD-TOTAL(WS-D)
           IF WS-CLIENTE-HALLADO = 'S'
               MOVE 'S' TO TD-EN-MAESTRO(WS-D)
               MOVE CLI-NAME TO TD-NAME(WS-D)
               MOVE CLI-LASTNAME TO TD-LASTNAME(WS-D)
               MOVE CLI-TIPO-DOC TO TD-TIPO-DOC(WS-D)
               MOVE CLI-NUM-DOC TO TD-NUM-DOC(WS-D)
               MOVE CLI-DIRECCION TO TD-DIRECCION(WS-D)
               MOVE CLI-TELEFONO TO TD-TELEFONO(WS-D)
           ELSE
               MOVE 'N' TO TD-EN-MAESTRO(WS-D)
               MOVE OUT-NAME TO TD-NAME(WS-D)
               MOVE OUT-LASTNAME TO TD-LASTNAME(WS-D)
           END-IF
           PERFORM ACUMULAR-MONEDA.

       BUSCAR-CLIENTE-MAESTRO.
           MOVE 'N' TO WS-CLIENTE-HALLADO
           IF WS-CLIMAST-DISPONIBLE = 'S'
               MOVE OUT-UID TO CLI-UID
               READ CLIENTE-MAESTRO
               IF FS-CLIMAST = 0
                   MOVE 'S' TO WS-CLIENTE-HALLADO
               END-IF
           END-IF.

       ACUMULAR-MONEDA.
           MOVE 0 TO WS-MON-POS
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-MON-IDX OR WS-MON-POS > 0
               IF TM-MONEDA(WS-M) = OUT-CTA-CURRENCY
                   MOVE WS-M TO WS-MON-POS
               END-IF
           END-PERFORM
           IF WS-MON-POS = 0
               IF WS-MON-IDX > 19
                   DISPLAY '** CDCINACT: TABLA DE MONEDAS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MON-IDX
               MOVE WS-MON-IDX TO WS-MON-POS
               INITIALIZE REG-MONEDA(WS-MON-POS)
               MOVE OUT-CTA-CURRENCY TO TM-MONEDA(WS-MON-POS)
           END-IF
           IF TD-ABANDONADO(WS-D)
               ADD 1 TO TM-CANT-ABAND(WS-MON-POS)
               ADD OUT-AMOUNT TO TM-CAPITAL-ABAND(WS-MON-POS)
               ADD OUT-INTEREST TO TM-INTERES-ABAND(WS-MON-POS)
               ADD OUT-TOTAL TO TM-TOTAL-ABAND(WS-MON-POS)
           ELSE
               ADD 1 TO TM-CANT-INACT(WS-MON-POS)
               ADD OUT-TOTAL TO TM-TOTAL-INACT(WS-MON-POS)
           END-IF.

      * SOLO LOS ABANDONADOS VAN A LA TRANSFERENCIA; LOS INACTIVOS
      * QUEDAN EN LA LISTA PARA QUE LA SUCURSAL BUSQUE AL CLIENTE
       GRABAR-ARCHIVO-ABANDONO.
           MOVE SPACES TO REG-ABD-CABECERA
           MOVE '0' TO ABC-TIPO-REG
           MOVE WS-FECHA-PROCESO-NUM TO ABC-FECHA-PROCESO
           MOVE WS-DIAS-ABANDONO TO ABC-DIAS-ABANDONO
           WRITE REG-ABD-CABECERA
           ADD 1 TO WS-TOT-GRABADOS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEP-IDX
               IF TD-ABANDONADO(WS-D)
                   PERFORM GRABAR-DETALLE-ABANDONO
               END-IF
           END-PERFORM
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
               IF TM-CANT-ABAND(WS-M) > 0
                   MOVE SPACES TO REG-ABD-TOTALES
                   MOVE '9' TO ABT-TIPO-REG
                   MOVE TM-MONEDA(WS-M) TO ABT-MONEDA
                   MOVE TM-CANT-ABAND(WS-M) TO ABT-CANTIDAD
                   MOVE TM-CAPITAL-ABAND(WS-M) TO ABT-CAPITAL
                   MOVE TM-INTERES-ABAND(WS-M) TO ABT-INTERES
                   MOVE TM-TOTAL-ABAND(WS-M) TO ABT-TOTAL
                   WRITE REG-ABD-TOTALES
                   ADD 1 TO WS-TOT-GRABADOS
               END-IF
           END-PERFORM.

       GRABAR-DETALLE-ABANDONO.
           MOVE SPACES TO REG-ABD-DETALLE
           MOVE '1' TO ABD-TIPO-REG
           MOVE TD-UID(WS-D) TO ABD-UID
           MOVE TD-TIPO-DOC(WS-D) TO ABD-TIPO-DOC
           MOVE TD-NUM-DOC(WS-D) TO ABD-NUM-DOC
           MOVE TD-LASTNAME(WS-D) TO ABD-APELLIDOS
           MOVE TD-NAME(WS-D) TO ABD-NOMBRES
           MOVE TD-SUCURSAL(WS-D) TO ABD-SUCURSAL
           MOVE TD-MONEDA(WS-D) TO ABD-MONEDA
           MOVE TD-DEPOSITO(WS-D) TO ABD-FECHA-DEPOSITO
           MOVE TD-VENCIMIENTO(WS-D) TO ABD-FECHA-VENCIMIENTO
           MOVE TD-DIAS-VENCIDO(WS-D) TO ABD-DIAS-VENCIDO
           MOVE TD-CAPITAL(WS-D) TO ABD-CAPITAL
           MOVE TD-INTERES(WS-D) TO ABD-INTERES
           MOVE TD-TOTAL(WS-D) TO ABD-TOTAL
           WRITE REG-ABD-DETALLE
           ADD 1 TO WS-TOT-GRABADOS.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           MOVE WS-DIAS-INACTIVO TO TIT-DIAS-INACTIVO
           MOVE WS-DIAS-ABANDONO TO TIT-DIAS-ABANDONO
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-CABECERA-SUCURSAL.
           IF WS-CORTE-SUCURSAL = SPACES
               MOVE 'SIN SUCURSAL' TO SUC-CODIGO
           ELSE
               MOVE WS-CORTE-SUCURSAL TO SUC-CODIGO
           END-IF
           WRITE REG-REPORTE FROM LIN-SUCURSAL
           WRITE REG-REPORTE FROM LIN-CAB-CONTACTO
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

      * UNA PAGINA POR SUCURSAL, PARA REPARTIRLA A CADA AGENCIA
       IMPRIMIR-CONTACTOS.
           IF WS-DEP-IDX = 0
               PERFORM IMPRIMIR-CABECERA
               MOVE 'LISTA DE CONTACTO POR SUCURSAL' TO SEC-TEXTO
               WRITE REG-REPORTE FROM LIN-SECCION
               MOVE 'NO HAY DEPOSITOS VENCIDOS SIN RECLAMAR'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 2 TO WS-LINEAS
           ELSE
               MOVE TD-SUCURSAL(1) TO WS-CORTE-SUCURSAL
               MOVE 0 TO WS-SUB-CANTIDAD
               PERFORM IMPRIMIR-CABECERA
               MOVE 'LISTA DE CONTACTO POR SUCURSAL' TO SEC-TEXTO
               WRITE REG-REPORTE FROM LIN-SECCION
               ADD 1 TO WS-LINEAS
               PERFORM IMPRIMIR-CABECERA-SUCURSAL
               PERFORM IMPRIMIR-LINEA-CONTACTO
                 VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEP-IDX
               PERFORM IMPRIMIR-SUBTOTAL-SUCURSAL
           END-IF.

       IMPRIMIR-LINEA-CONTACTO.
           IF TD-SUCURSAL(WS-D) NOT = WS-CORTE-SUCURSAL
               PERFORM IMPRIMIR-SUBTOTAL-SUCURSAL
               MOVE TD-SUCURSAL(WS-D) TO WS-CORTE-SUCURSAL
               MOVE 0 TO WS-SUB-CANTIDAD
               PERFORM IMPRIMIR-CABECERA
               PERFORM IMPRIMIR-CABECERA-SUCURSAL
           END-IF
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               PERFORM IMPRIMIR-CABECERA-SUCURSAL
           END-IF
           MOVE TD-UID(WS-D) TO CNT-UID
           MOVE SPACES TO CNT-TITULAR
           STRING TD-NAME(WS-D) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  TD-LASTNAME(WS-D) DELIMITED BY '  '
                  INTO CNT-TITULAR
           MOVE TD-MONEDA(WS-D) TO CNT-MONEDA
           MOVE TD-VENCIMIENTO(WS-D) TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO CNT-FEC-DD
           MOVE WS-FE-MM TO CNT-FEC-MM
           MOVE WS-FE-AAAA TO CNT-FEC-AAAA
           MOVE TD-DIAS-VENCIDO(WS-D) TO CNT-DIAS
           MOVE TD-TOTAL(WS-D) TO CNT-TOTAL
           IF TD-ABANDONADO(WS-D)
               MOVE 'ABANDONADO' TO CNT-CLASE
           ELSE
               MOVE 'INACTIVO' TO CNT-CLASE
           END-IF
           IF TD-EN-MAESTRO(WS-D) = 'S'
               MOVE TD-TELEFONO(WS-D) TO CNT-TELEFONO
               MOVE TD-DIRECCION(WS-D) TO CNT-DIRECCION
           ELSE
               MOVE SPACES TO CNT-TELEFONO
               MOVE '*** NO EXISTE EN CLIMAST ***' TO CNT-DIRECCION
           END-IF
           WRITE REG-REPORTE FROM LIN-CONTACTO
           ADD 1 TO WS-LINEAS
           ADD 1 TO WS-SUB-CANTIDAD.

       IMPRIMIR-SUBTOTAL-SUCURSAL.
           MOVE WS-SUB-CANTIDAD TO SUB-CANTIDAD
           WRITE REG-REPORTE FROM LIN-BLANCO
           WRITE REG-REPORTE FROM LIN-SUBTOTAL
           ADD 2 TO WS-LINEAS.

       IMPRIMIR-MONEDAS.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'TOTALES POR MONEDA Y CLASIFICACION' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-MON
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           IF WS-MON-IDX = 0
               MOVE 'NO HAY DEPOSITOS VENCIDOS SIN RECLAMAR'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           PERFORM IMPRIMIR-LINEA-MONEDA
             VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX.

       IMPRIMIR-LINEA-MONEDA.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 5
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-MON
               WRITE REG-REPORTE FROM LIN-SEPARADOR
               ADD 2 TO WS-LINEAS
           END-IF
           MOVE TM-MONEDA(WS-M) TO MON-MONEDA
           MOVE 'INACTIVOS (CONTACTAR AL CLIENTE)' TO MON-CONCEPTO
           MOVE TM-CANT-INACT(WS-M) TO MON-CANTIDAD
           MOVE TM-TOTAL-INACT(WS-M) TO MON-MONTO
           WRITE REG-REPORTE FROM LIN-MONEDA
           MOVE SPACES TO MON-MONEDA
           MOVE 'ABANDONADOS - CAPITAL' TO MON-CONCEPTO
           MOVE TM-CANT-ABAND(WS-M) TO MON-CANTIDAD
           MOVE TM-CAPITAL-ABAND(WS-M) TO MON-MONTO
           WRITE REG-REPORTE FROM LIN-MONEDA
           MOVE 'ABANDONADOS - INTERES NETO' TO MON-CONCEPTO
           MOVE TM-INTERES-ABAND(WS-M) TO MON-MONTO
           WRITE REG-REPORTE FROM LIN-MONEDA
           MOVE 'ABANDONADOS - TOTAL A TRANSFERIR' TO MON-CONCEPTO
           MOVE TM-TOTAL-ABAND(WS-M) TO MON-MONTO
           WRITE REG-REPORTE FROM LIN-MONEDA
           WRITE REG-REPORTE FROM LIN-BLANCO
           ADD 5 TO WS-LINEAS.

       IMPRIMIR-RESUMEN.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 9
               PERFORM IMPRIMIR-CABECERA
           END-IF
           MOVE 'RESUMEN' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'DEPOSITOS CTASINT LEIDOS' TO RES-TEXTO
           MOVE WS-TOT-LEIDOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'VENCIDOS MAS ALLA DEL PLAZO DE INACTIVIDAD'
             TO RES-TEXTO
           MOVE WS-TOT-VENCIDOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE '  CON MOVIMIENTO POSTERIOR (SE DESCARTAN)'
             TO RES-TEXTO
           MOVE WS-TOT-CON-MOV TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE '  INACTIVOS' TO RES-TEXTO
           MOVE WS-TOT-INACTIVOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE '  ABANDONADOS (A TRANSFERIR)' TO RES-TEXTO
           MOVE WS-TOT-ABANDONADOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'CLIENTES NO HALLADOS EN CLIMAST' TO RES-TEXTO
           MOVE WS-TOT-SIN-MAESTRO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           IF WS-CANCOUT-DISPONIBLE = 'N'
               MOVE '*** SIN CANCOUT: NO SE CONSIDERAN CANCELACIONES'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
           END-IF
           IF WS-PAGOS-DISPONIBLE = 'N'
               MOVE '*** SIN PAGOVCTO: NO SE CONSIDERAN PAGOS'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
           END-IF.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCINACT'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'HISTORIA LEIDA . . . . . . : ' WS-TOT-HISTORIA
           DISPLAY 'CANCELACIONES LEIDAS . . . : ' WS-TOT-CANCELACIONES
           DISPLAY 'PAGOS AL VENCIMIENTO LEIDOS: ' WS-TOT-PAGOS
           DISPLAY 'DEPOSITOS CTASINT LEIDOS . : ' WS-TOT-LEIDOS
           DISPLAY 'VENCIDOS SOBRE EL PLAZO  . : ' WS-TOT-VENCIDOS
           DISPLAY 'CON MOVIMIENTO POSTERIOR . : ' WS-TOT-CON-MOV
           DISPLAY 'INACTIVOS  . . . . . . . . : ' WS-TOT-INACTIVOS
           DISPLAY 'ABANDONADOS  . . . . . . . : ' WS-TOT-ABANDONADOS
           DISPLAY 'NO HALLADOS EN CLIMAST . . : ' WS-TOT-SIN-MAESTRO
           DISPLAY 'REGISTROS GRABADOS ABANDOUT: ' WS-TOT-GRABADOS
           DISPLAY '-------------------------------------------'
           IF WS-TOT-SIN-MAESTRO > 0 OR WS-CANCOUT-DISPONIBLE = 'N' OR
              WS-PAGOS-DISPONIBLE = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCINACT.
