       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCVCPLZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAS-CALC-READ ASSIGN TO CTASINT
                       FILE STATUS IS FS-CTASINT.
           SELECT INSTRUCCIONES ASSIGN TO VCINSTR
                       FILE STATUS IS FS-INSTR.
           SELECT TASAS-READ ASSIGN TO TASAS
                       FILE STATUS IS FS-TASAS-READ.
           SELECT PARM-VCPLZ ASSIGN TO VCPLZPRM
                       FILE STATUS IS FS-PARM-VCPLZ.
           SELECT CUENTAS-RENOVADAS ASSIGN TO CTASREN
                       FILE STATUS IS FS-CTASREN.
           SELECT PAGOS-VCTO ASSIGN TO PAGOVCTO
                       FILE STATUS IS FS-PAGOS.
           SELECT REPORTE-VCTO ASSIGN TO VCPLZOUT
                       FILE STATUS IS FS-REPORTE.
           SELECT CLIENTE-MAESTRO ASSIGN TO CLIMAST
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS CLI-UID
                       FILE STATUS IS FS-CLIMAST.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                       FILE STATUS IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD CTAS-CALC-READ.
       01 CTAS-OUPUT.
         05 OUT-UID                PIC X(3).
         05 OUT-DEPOSIT-DATE.
           10 YEAR             PIC 9(4).
           10 MONTH            PIC 9(2).
           10 DAY-DD           PIC 9(2).
         05 OUT-NAME               PIC X(15).
         05 OUT-LASTNAME           PIC X(15).
         05 OUT-AMOUNT             PIC 9(8)V99.
         05 OUT-INTEREST           PIC 9(8)V99.
         05 OUT-TOTAL              PIC 9(8)V99.
         05 OUT-CTA-CURRENCY       PIC X(3).
         05 OUT-TIPO-TASA          PIC X(1).
         05 OUT-IMPUESTO           PIC 9(8)V99.
         05 OUT-PLAZO-DIAS         PIC 9(3).
         05 OUT-FECHA-VENCIMIENTO.
           10 OUT-VCTO-AAAA        PIC 9(4).
           10 OUT-VCTO-MM          PIC 9(2).
           10 OUT-VCTO-DD          PIC 9(2).
         05 OUT-COD-EXONERACION    PIC X(2).
         05 OUT-FILLER             PIC X(5).

      * INSTRUCCION DE VENCIMIENTO POR UID (LA CAPTURA LA AGENCIA):
      *   C RENOVAR SOLO CAPITAL (EL INTERES NETO SE PAGA)
      *   I RENOVAR CAPITAL MAS INTERES NETO
      *   P PAGAR CAPITAL MAS INTERES NETO
      * FECHA DE DEPOSITO EN CEROS: VALE PARA CUALQUIER DEPOSITO DEL
      * UID QUE VENZA; PLAZO EN BLANCO CONSERVA EL PLAZO CONTRATADO
       FD INSTRUCCIONES.
       01 REG-INSTRUCCION.
         05 INS-UID                PIC X(3).
         05 INS-DEPOSIT-DATE       PIC 9(8).
         05 INS-OPCION             PIC X(1).
         05 INS-PLAZO-DIAS         PIC 9(3).
         05 FILLER                 PIC X(65).

       FD TASAS-READ.
       01 TASAS-INPUT.
         05 MIN-RANGE-AMOUNT  PIC 9(8)V99.
         05 MAX-RANGE-AMOUNT   PIC 9(8)V99.
         05 RATE               PIC 9(2)V99.
         05 TASA-CURRENCY       PIC X(3).
         05 TASA-FECHA-DESDE   PIC 9(8).
         05 TASA-FECHA-HASTA   PIC 9(8).
         05 FILLER             PIC X(37).

       FD PARM-VCPLZ.
       01 REG-PARM-VCPLZ.
         05 PARM-OPCION-DEFECTO    PIC X(1).
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 PARM-FECHA-DESDE       PIC X(8).
         05 FILLER                 PIC X(63).

       FD CUENTAS-RENOVADAS.
       01 CUENTAS-NUEVO-REG.
         05 NEW-UID                PIC X(3).
         05 NEW-NAME               PIC X(15).
         05 NEW-LASTNAME           PIC X(15).
         05 NEW-DEPOSIT-DATE       PIC 9(8).
         05 NEW-CTA-AMOUNT         PIC 9(8)V99.
         05 NEW-CTA-CURRENCY       PIC X(3).
         05 NEW-CTA-PLAZO-DIAS     PIC 9(3).
         05 FILLER                 PIC X(23).

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

       FD REPORTE-VCTO.
       01 REG-REPORTE            PIC X(133).

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
       01 FS-INSTR             PIC 99.
       01 FS-TASAS-READ        PIC 99.
       01 FS-PARM-VCPLZ        PIC 99.
       01 FS-CTASREN           PIC 99.
       01 FS-PAGOS             PIC 99.
       01 FS-REPORTE           PIC 99.
       01 FS-CLIMAST           PIC 99.

      * EL MAESTRO DE CLIENTES ES OPCIONAL: SIN EL LA LISTA DE
      * CONTACTO SALE SIN SUCURSAL NI TELEFONO
       01 WS-CLIMAST-DISPONIBLE PIC X VALUE 'N'.
       01 WS-CLIENTE-HALLADO    PIC X VALUE 'N'.

      * SIN TARJETA DE PARAMETROS LOS DEPOSITOS SIN INSTRUCCION SE
      * RENUEVAN POR EL CAPITAL Y SE PAGA EL INTERES
       01 WS-OPCION-DEFECTO    PIC X VALUE 'C'.
       01 WS-OPCION            PIC X VALUE SPACES.
       01 WS-ORIGEN            PIC X VALUE SPACES.
       01 WS-PLAZO-NUEVO       PIC 9(3) VALUE 0.
       01 WS-PLAZO-DEFECTO     PIC 9(3) VALUE 30.

      * FECHA DE PROCESO (DIA HABIL) Y FECHA DESDE OPCIONAL: TRAS UN
      * FERIADO SE TOMAN LOS VENCIMIENTOS DESDE-PROCESO INCLUSIVE
       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-NUM PIC 9(8) VALUE 0.
       01 WS-FECHA-DESDE-NUM   PIC 9(8) VALUE 0.
       01 WS-FECHA-VCTO        PIC 9(8) VALUE 0.

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

       01 WS-INS-IDX           PIC 9(4) VALUE 0.
       01 WS-N                 PIC 9(4) VALUE 0.
       01 WS-INS-HALLADA       PIC 9(4) VALUE 0.

       01 TABLE-INSTRUCCIONES.
         05 REG-INS              OCCURS 2000.
           10 TN-UID                PIC X(3).
           10 TN-DEPOSIT-DATE       PIC 9(8).
           10 TN-OPCION             PIC X(1).
           10 TN-PLAZO-DIAS         PIC 9(3).
           10 TN-USADA              PIC X(1).

       01 WS-RATE-IDX          PIC 9(3) VALUE 0.
       01 WS-I                 PIC 9(3) VALUE 0.
       01 WS-TASA-NUEVA        PIC 9(2)V99 VALUE 0.
       01 WS-TASA-HALLADA      PIC X VALUE 'N'.
       01 WS-TASA-VIGENTE      PIC X VALUE 'N'.

       01 TABLE-RATES.
         05 REG-RATE             OCCURS 200.
           10 TB-MIN-RANGE-AMOUNT   PIC 9(8)V99.
           10 TB-MAX-RANGE-AMOUNT   PIC 9(8)V99.
           10 TB-RATE               PIC 9(2)V99.
           10 TB-CURRENCY           PIC X(3).
           10 TB-FECHA-DESDE        PIC 9(8).
           10 TB-FECHA-HASTA        PIC 9(8).

      * DEPOSITOS VENCIDOS SIN INSTRUCCION: SE GUARDAN PARA LA LISTA
      * DE CONTACTO QUE CIERRA EL REPORTE
       01 WS-SIN-IDX           PIC 9(4) VALUE 0.
       01 WS-S                 PIC 9(4) VALUE 0.

       01 TABLE-SIN-INSTRUCCION.
         05 REG-SIN              OCCURS 2000.
           10 SN-UID                PIC X(3).
           10 SN-NAME               PIC X(15).
           10 SN-LASTNAME           PIC X(15).
           10 SN-DEPOSIT-DATE       PIC 9(8).
           10 SN-TOTAL              PIC 9(8)V99.
           10 SN-CURRENCY           PIC X(3).
           10 SN-OPCION             PIC X(1).

       01 WS-MONTO-RENOVAR     PIC 9(8)V99 VALUE 0.
       01 WS-MONTO-PAGAR       PIC 9(8)V99 VALUE 0.

       01 WS-TOT-LEIDOS        PIC 9(7) VALUE 0.
       01 WS-TOT-VENCIDOS      PIC 9(7) VALUE 0.
       01 WS-TOT-RENOVADOS     PIC 9(7) VALUE 0.
       01 WS-TOT-MONTO-RENOV   PIC 9(13)V99 VALUE 0.
       01 WS-TOT-PAGOS         PIC 9(7) VALUE 0.
       01 WS-TOT-MONTO-PAGOS   PIC 9(13)V99 VALUE 0.
       01 WS-TOT-PAGO-TOTAL    PIC 9(7) VALUE 0.
       01 WS-TOT-PAGO-INTERES  PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-INSTR     PIC 9(7) VALUE 0.
       01 WS-TOT-INSTR-LEIDAS  PIC 9(7) VALUE 0.
       01 WS-TOT-INSTR-INVAL   PIC 9(7) VALUE 0.
       01 WS-TOT-INSTR-SIN-USO PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-TASA      PIC 9(7) VALUE 0.

      * CONTROL DE CORRIDA: CTASINT SE VERIFICA CONTRA LAS CIFRAS QUE
      * DEJO CDCINPLZ (O CDCMRGPL) ANTES DE RENOVAR O PAGAR NADA
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

       01 SW-INSTR.
         05 SW-INSTR-END               PIC XX VALUE 'NO'.
           88 SW-INSTR-FIN-OK          VALUE 'SI'.
           88 SW-INSTR-FIN-NO          VALUE 'NO'.

       01 SW-EOF-RATE.
         05 SW-EOF-RATES-END           PIC XX VALUE 'NO'.
           88 SW-EOF-RATE-FIN-OK       VALUE 'SI'.
           88 SW-EOF-RATE-FIN-NO       VALUE 'NO'.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(45) VALUE
            'VENCIMIENTO DE DEPOSITOS A PLAZO - RENOVACION'.
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
         05 FILLER               PIC X(6)  VALUE SPACES.
         05 FILLER               PIC X(17) VALUE 'OPCION DEFECTO : '.
         05 TIT-OPCION-DEFECTO   PIC X(1).
         05 FILLER               PIC X(49) VALUE SPACES.

       01 LIN-CAB-DETALLE.
         05 FILLER               PIC X(4)  VALUE 'CTA '.
         05 FILLER               PIC X(32) VALUE 'TITULAR'.
         05 FILLER               PIC X(11) VALUE 'FEC.DEPOS. '.
         05 FILLER               PIC X(14) VALUE '     CAPITAL  '.
         05 FILLER               PIC X(14) VALUE ' INTERES NETO '.
         05 FILLER               PIC X(4)  VALUE 'MON '.
         05 FILLER               PIC X(4)  VALUE 'OP '.
         05 FILLER               PIC X(14) VALUE '   RENOVADO   '.
         05 FILLER               PIC X(6)  VALUE 'TASA '.
         05 FILLER               PIC X(14) VALUE '    PAGADO    '.
         05 FILLER               PIC X(16) VALUE 'OBSERVACION'.

       01 LIN-DETALLE.
         05 DET-UID              PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-TITULAR          PIC X(31).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-FECHA.
           10 DET-FEC-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 DET-FEC-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 DET-FEC-AAAA       PIC X(4).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-CAPITAL          PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-INTERES          PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-OPCION           PIC X(1).
         05 DET-ORIGEN           PIC X(1).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 DET-RENOVADO         PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-TASA             PIC Z9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-PAGADO           PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-NOTA             PIC X(16).

       01 LIN-TIT-CONTACTO.
         05 FILLER               PIC X(60) VALUE
            'DEPOSITOS VENCIDOS SIN INSTRUCCION - CONTACTAR AL CLIENTE'.
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-CONTACTO.
         05 FILLER               PIC X(4)  VALUE 'CTA '.
         05 FILLER               PIC X(32) VALUE 'TITULAR'.
         05 FILLER               PIC X(11) VALUE 'FEC.DEPOS. '.
         05 FILLER               PIC X(14) VALUE ' TOTAL VENCIDO'.
         05 FILLER               PIC X(4)  VALUE 'MON '.
         05 FILLER               PIC X(4)  VALUE 'OP '.
         05 FILLER               PIC X(4)  VALUE 'SUC '.
         05 FILLER               PIC X(13) VALUE 'TELEFONO'.
         05 FILLER               PIC X(47) VALUE 'DIRECCION'.

       01 LIN-CONTACTO.
         05 CNT-UID              PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-TITULAR          PIC X(31).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-FECHA.
           10 CNT-FEC-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 CNT-FEC-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 CNT-FEC-AAAA       PIC X(4).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-OPCION           PIC X(1).
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 CNT-SUCURSAL         PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-TELEFONO         PIC X(12).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CNT-DIRECCION        PIC X(30).
         05 FILLER               PIC X(15) VALUE SPACES.

       01 LIN-TOTAL.
         05 TOT-TEXTO            PIC X(32).
         05 TOT-REGISTROS        PIC ZZZZZZ9.
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 TOT-IMPORTE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(74) VALUE SPACES.

       01 LIN-LEYENDA.
         05 FILLER               PIC X(66) VALUE
            'OP: C=RENUEVA CAPITAL  I=RENUEVA CAPITAL+INTERES  P=PAGO '.
         05 FILLER               PIC X(67) VALUE
            '   ORIGEN: *=OPCION POR DEFECTO (SIN INSTRUCCION)'.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           PERFORM VERIFICAR-ENTRADA-RUNCTL
           PERFORM ABRIR-ARCHIVOS
           PERFORM LOAD-RATES
           PERFORM CARGAR-INSTRUCCIONES
           PERFORM IMPRIMIR-CABECERA
           PERFORM PROCESAR-CTASINT UNTIL SW-CTASINT-FIN-OK
           PERFORM IMPRIMIR-LISTA-CONTACTO
           PERFORM IMPRIMIR-TOTALES
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
           OPEN INPUT PARM-VCPLZ
           IF FS-PARM-VCPLZ = 0
               READ PARM-VCPLZ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-OPCION-DEFECTO = 'C' OR 'I' OR 'P'
                           MOVE PARM-OPCION-DEFECTO
                             TO WS-OPCION-DEFECTO
                       END-IF
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCVCPLZ: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
                       IF PARM-FECHA-DESDE NUMERIC AND
                          PARM-FECHA-DESDE NOT = ZEROS
                           MOVE PARM-FECHA-DESDE TO WS-FECHA-DESDE-NUM
                       END-IF
               END-READ
               CLOSE PARM-VCPLZ
           END-IF
           IF WS-FECHA-DESDE-NUM = 0 OR
              WS-FECHA-DESDE-NUM > WS-FECHA-PROCESO-NUM
               MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-DESDE-NUM
           END-IF.

       VERIFICAR-ENTRADA-RUNCTL.
           MOVE 'N' TO WS-RC-HALLADO
           MOVE 'N' TO WS-FIN-RUNCTL
           OPEN INPUT RUN-CONTROL
           IF FS-RUNCTL NOT = 0
               DISPLAY 'CDCVCPLZ: RUNCTL NO DISPONIBLE, SE OMITE '
               DISPLAY 'VERIFICACION, FILE STATUS: ' FS-RUNCTL
           ELSE
               PERFORM LEER-RUN-CONTROL UNTIL WS-FIN-RUNCTL = 'S'
               CLOSE RUN-CONTROL
               IF WS-RC-HALLADO = 'N'
                   DISPLAY 'CDCVCPLZ: RUNCTL SIN CIFRAS DE CTASINT, '
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
               DISPLAY '** CDCVCPLZ: PROCESO ABORTADO **'
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
               DISPLAY '** CDCVCPLZ: CTASINT NO CUADRA CONTRA EL '
               DISPLAY '** CONTROL DE CORRIDA **'
               DISPLAY '** REGISTROS ESPERADOS : ' WS-RC-REGISTROS
               DISPLAY '** REGISTROS LEIDOS  . : ' WS-VER-REGISTROS
               DISPLAY '** INTERES ESPERADO  . : ' WS-RC-IMPORTE
               DISPLAY '** INTERES LEIDO . . . : ' WS-VER-IMPORTE
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * DOS CIFRAS DE CONTROL: LAS RENOVACIONES QUE ENTRAN AL CUENTAS
      * DEL PROXIMO CICLO Y LOS PAGOS QUE SALEN A TESORERIA
       GRABAR-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL
           IF FS-RUNCTL = 0
               MOVE SPACES TO REG-RUN-CONTROL
               MOVE 'CDCVCPLZ' TO RCT-PROGRAMA
               MOVE 'CTASREN' TO RCT-ARCHIVO
               MOVE WS-TOT-RENOVADOS TO RCT-REGISTROS
               MOVE WS-TOT-MONTO-RENOV TO RCT-IMPORTE-1
               MOVE 0 TO RCT-IMPORTE-2
               WRITE REG-RUN-CONTROL
               MOVE SPACES TO REG-RUN-CONTROL
               MOVE 'CDCVCPLZ' TO RCT-PROGRAMA
               MOVE 'PAGOVCTO' TO RCT-ARCHIVO
               MOVE WS-TOT-PAGOS TO RCT-REGISTROS
               MOVE WS-TOT-MONTO-PAGOS TO RCT-IMPORTE-1
               MOVE 0 TO RCT-IMPORTE-2
               WRITE REG-RUN-CONTROL
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'CDCVCPLZ: RUNCTL NO DISPONIBLE, FILE STATUS: '
                  FS-RUNCTL
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT CTAS-CALC-READ
           OPEN INPUT TASAS-READ
           OPEN OUTPUT CUENTAS-RENOVADAS
           OPEN OUTPUT PAGOS-VCTO
           OPEN OUTPUT REPORTE-VCTO
           IF FS-CTASINT NOT = 0 OR FS-TASAS-READ NOT = 0 OR
              FS-CTASREN NOT = 0 OR FS-PAGOS NOT = 0 OR
              FS-REPORTE NOT = 0
               IF FS-CTASINT NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASINT, FILE STATUS: '
                      FS-CTASINT
               END-IF
               IF FS-TASAS-READ NOT = 0
                   DISPLAY 'ERROR ABRIENDO TASAS, FILE STATUS: '
                      FS-TASAS-READ
               END-IF
               IF FS-CTASREN NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASREN, FILE STATUS: '
                      FS-CTASREN
               END-IF
               IF FS-PAGOS NOT = 0
                   DISPLAY 'ERROR ABRIENDO PAGOVCTO, FILE STATUS: '
                      FS-PAGOS
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO VCPLZOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               DISPLAY '** CDCVCPLZ: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTE-MAESTRO
           IF FS-CLIMAST = 0
               MOVE 'S' TO WS-CLIMAST-DISPONIBLE
           ELSE
               DISPLAY 'CDCVCPLZ: MAESTRO CLIMAST NO DISPONIBLE, '
               DISPLAY 'LISTA DE CONTACTO SIN DATOS DE AGENCIA, '
                  'FILE STATUS: ' FS-CLIMAST
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CTAS-CALC-READ
           CLOSE TASAS-READ
           CLOSE CUENTAS-RENOVADAS
           CLOSE PAGOS-VCTO
           CLOSE REPORTE-VCTO
           IF WS-CLIMAST-DISPONIBLE = 'S'
               CLOSE CLIENTE-MAESTRO
           END-IF.

       LOAD-RATES.
           PERFORM PROCESS-RATE-FILE-RECORDS UNTIL SW-EOF-RATE-FIN-OK.
       PROCESS-RATE-FILE-RECORDS.
           READ TASAS-READ
           IF FS-TASAS-READ = 10
               SET SW-EOF-RATE-FIN-OK TO TRUE
           ELSE
               IF WS-RATE-IDX > 199
                   DISPLAY
                     '** CDCVCPLZ: TABLA DE TASAS EXCEDE CAPACIDAD, '
                   DISPLAY '** PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-IDX
               IF TASA-FECHA-DESDE NOT NUMERIC
                   MOVE ZEROS TO TASA-FECHA-DESDE
               END-IF
               IF TASA-FECHA-HASTA NOT NUMERIC
                   MOVE ZEROS TO TASA-FECHA-HASTA
               END-IF
               MOVE TASAS-INPUT TO REG-RATE(WS-RATE-IDX)
           END-IF.

      * LA INSTRUCCION ES OPCIONAL: SIN ARCHIVO TODO VENCIMIENTO TOMA
      * LA OPCION POR DEFECTO Y SALE EN LA LISTA DE CONTACTO
       CARGAR-INSTRUCCIONES.
           OPEN INPUT INSTRUCCIONES
           IF FS-INSTR = 0
               PERFORM LEER-INSTRUCCION UNTIL SW-INSTR-FIN-OK
               CLOSE INSTRUCCIONES
           ELSE
               DISPLAY 'CDCVCPLZ: ARCHIVO VCINSTR NO DISPONIBLE, SE '
               DISPLAY 'APLICA LA OPCION POR DEFECTO, FILE STATUS: '
                  FS-INSTR
           END-IF.

       LEER-INSTRUCCION.
           READ INSTRUCCIONES
               AT END
                   SET SW-INSTR-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-INSTR-LEIDAS
                   PERFORM REGISTRAR-INSTRUCCION
           END-READ.

       REGISTRAR-INSTRUCCION.
           IF INS-UID = SPACES OR
              (INS-OPCION NOT = 'C' AND INS-OPCION NOT = 'I' AND
               INS-OPCION NOT = 'P')
               ADD 1 TO WS-TOT-INSTR-INVAL
               DISPLAY 'CDCVCPLZ: INSTRUCCION INVALIDA, UID '
                  INS-UID ' OPCION ' INS-OPCION
           ELSE
               IF WS-INS-IDX > 1999
                   DISPLAY
                     '** CDCVCPLZ: TABLA DE INSTRUCCIONES EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-INS-IDX
               MOVE INS-UID TO TN-UID(WS-INS-IDX)
               IF INS-DEPOSIT-DATE NUMERIC
                   MOVE INS-DEPOSIT-DATE TO TN-DEPOSIT-DATE(WS-INS-IDX)
               ELSE
                   MOVE 0 TO TN-DEPOSIT-DATE(WS-INS-IDX)
               END-IF
               MOVE INS-OPCION TO TN-OPCION(WS-INS-IDX)
               MOVE 0 TO TN-PLAZO-DIAS(WS-INS-IDX)
               IF INS-PLAZO-DIAS NUMERIC
                   IF INS-PLAZO-DIAS = 030 OR INS-PLAZO-DIAS = 090 OR
                      INS-PLAZO-DIAS = 180 OR INS-PLAZO-DIAS = 360
                       MOVE INS-PLAZO-DIAS TO TN-PLAZO-DIAS(WS-INS-IDX)
                   END-IF
               END-IF
               MOVE 'N' TO TN-USADA(WS-INS-IDX)
           END-IF.

       PROCESAR-CTASINT.
           READ CTAS-CALC-READ
               AT END
                   SET SW-CTASINT-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   PERFORM EVALUAR-VENCIMIENTO
           END-READ.

      * SOLO VENCE LO QUE CAE ENTRE LA FECHA DESDE Y LA DE PROCESO;
      * LO DEMAS SIGUE VIGENTE Y NO SE TOCA
       EVALUAR-VENCIMIENTO.
           MOVE 0 TO WS-FECHA-VCTO
           IF OUT-FECHA-VENCIMIENTO NUMERIC
               MOVE OUT-FECHA-VENCIMIENTO TO WS-FECHA-VCTO
           END-IF
           IF WS-FECHA-VCTO NOT < WS-FECHA-DESDE-NUM AND
              WS-FECHA-VCTO NOT > WS-FECHA-PROCESO-NUM
               ADD 1 TO WS-TOT-VENCIDOS
               PERFORM BUSCAR-INSTRUCCION
               PERFORM APLICAR-VENCIMIENTO
           END-IF.

      * LA INSTRUCCION CON FECHA DE DEPOSITO EXACTA MANDA SOBRE LA
      * GENERICA DEL UID (FECHA EN CEROS)
       BUSCAR-INSTRUCCION.
           MOVE 0 TO WS-INS-HALLADA
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-INS-IDX
               IF TN-UID(WS-N) = OUT-UID
                   IF TN-DEPOSIT-DATE(WS-N) = OUT-DEPOSIT-DATE
                       MOVE WS-N TO WS-INS-HALLADA
                   ELSE
                       IF TN-DEPOSIT-DATE(WS-N) = 0 AND
                          WS-INS-HALLADA = 0
                           MOVE WS-N TO WS-INS-HALLADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF OUT-PLAZO-DIAS NUMERIC AND OUT-PLAZO-DIAS > 0
               MOVE OUT-PLAZO-DIAS TO WS-PLAZO-NUEVO
           ELSE
               MOVE WS-PLAZO-DEFECTO TO WS-PLAZO-NUEVO
           END-IF
           IF WS-INS-HALLADA > 0
               MOVE TN-OPCION(WS-INS-HALLADA) TO WS-OPCION
               MOVE SPACE TO WS-ORIGEN
               MOVE 'S' TO TN-USADA(WS-INS-HALLADA)
               IF TN-PLAZO-DIAS(WS-INS-HALLADA) > 0
                   MOVE TN-PLAZO-DIAS(WS-INS-HALLADA)
                     TO WS-PLAZO-NUEVO
               END-IF
           ELSE
               MOVE WS-OPCION-DEFECTO TO WS-OPCION
               MOVE '*' TO WS-ORIGEN
               PERFORM GUARDAR-SIN-INSTRUCCION
           END-IF.

       GUARDAR-SIN-INSTRUCCION.
           ADD 1 TO WS-TOT-SIN-INSTR
           IF WS-SIN-IDX > 1999
               DISPLAY
                 '** CDCVCPLZ: TABLA SIN INSTRUCCION EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SIN-IDX
           MOVE OUT-UID TO SN-UID(WS-SIN-IDX)
           MOVE OUT-NAME TO SN-NAME(WS-SIN-IDX)
           MOVE OUT-LASTNAME TO SN-LASTNAME(WS-SIN-IDX)
           MOVE OUT-DEPOSIT-DATE TO SN-DEPOSIT-DATE(WS-SIN-IDX)
           MOVE OUT-TOTAL TO SN-TOTAL(WS-SIN-IDX)
           MOVE OUT-CTA-CURRENCY TO SN-CURRENCY(WS-SIN-IDX)
           MOVE WS-OPCION-DEFECTO TO SN-OPCION(WS-SIN-IDX).

      * C: SE RENUEVA EL CAPITAL Y SE PAGA EL INTERES NETO
      * I: SE RENUEVA EL TOTAL (CAPITAL + INTERES NETO), SIN PAGO
      * P: SE PAGA EL TOTAL, SIN RENOVACION
       APLICAR-VENCIMIENTO.
           MOVE 0 TO WS-MONTO-RENOVAR
           MOVE 0 TO WS-MONTO-PAGAR
           MOVE 0 TO WS-TASA-NUEVA
           MOVE SPACES TO DET-NOTA
           EVALUATE WS-OPCION
           WHEN 'C'
               MOVE OUT-AMOUNT TO WS-MONTO-RENOVAR
               MOVE OUT-INTEREST TO WS-MONTO-PAGAR
           WHEN 'I'
               MOVE OUT-TOTAL TO WS-MONTO-RENOVAR
           WHEN OTHER
               MOVE OUT-TOTAL TO WS-MONTO-PAGAR
           END-EVALUATE
           IF WS-MONTO-RENOVAR > 0
               PERFORM GRABAR-RENOVACION
           END-IF
           IF WS-MONTO-PAGAR > 0
               PERFORM GRABAR-PAGO
           END-IF
           PERFORM IMPRIMIR-DETALLE.

      * EL NUEVO DEPOSITO ARRANCA EN LA FECHA DE VENCIMIENTO DEL
      * ANTERIOR (COMO LA CAPITALIZACION DE CDCINPLZ); LA TASA QUE LE
      * APLICARA CDCINPLZ ES LA DEL TARIFARIO VIGENTE A ESA FECHA Y
      * SE MUESTRA AQUI PARA CONTROL DE LA AGENCIA
       GRABAR-RENOVACION.
           MOVE SPACES TO CUENTAS-NUEVO-REG
           MOVE OUT-UID TO NEW-UID
           MOVE OUT-NAME TO NEW-NAME
           MOVE OUT-LASTNAME TO NEW-LASTNAME
           MOVE WS-FECHA-VCTO TO NEW-DEPOSIT-DATE
           MOVE WS-MONTO-RENOVAR TO NEW-CTA-AMOUNT
           MOVE OUT-CTA-CURRENCY TO NEW-CTA-CURRENCY
           MOVE WS-PLAZO-NUEVO TO NEW-CTA-PLAZO-DIAS
           WRITE CUENTAS-NUEVO-REG
           ADD 1 TO WS-TOT-RENOVADOS
           ADD WS-MONTO-RENOVAR TO WS-TOT-MONTO-RENOV
           PERFORM BUSCAR-TASA-VIGENTE
           IF WS-TASA-HALLADA = 'N'
               ADD 1 TO WS-TOT-SIN-TASA
               MOVE '** SIN TASA VIG.' TO DET-NOTA
           END-IF.

      * TRAMO DEL TARIFARIO EN QUE CAE EL MONTO RENOVADO, VIGENTE A
      * LA FECHA DEL NUEVO DEPOSITO (MISMA VIGENCIA QUE CDCINPLZ)
       BUSCAR-TASA-VIGENTE.
           MOVE 'N' TO WS-TASA-HALLADA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RATE-IDX
               MOVE 'S' TO WS-TASA-VIGENTE
               IF TB-FECHA-DESDE(WS-I) > 0 AND
                  WS-FECHA-VCTO < TB-FECHA-DESDE(WS-I)
                   MOVE 'N' TO WS-TASA-VIGENTE
               END-IF
               IF TB-FECHA-HASTA(WS-I) > 0 AND
                  WS-FECHA-VCTO > TB-FECHA-HASTA(WS-I)
                   MOVE 'N' TO WS-TASA-VIGENTE
               END-IF
               IF TB-CURRENCY(WS-I) = OUT-CTA-CURRENCY AND
                  WS-TASA-VIGENTE = 'S' AND
                  WS-MONTO-RENOVAR > TB-MIN-RANGE-AMOUNT(WS-I)
                   MOVE 'S' TO WS-TASA-HALLADA
                   MOVE TB-RATE(WS-I) TO WS-TASA-NUEVA
               END-IF
           END-PERFORM.

       GRABAR-PAGO.
           MOVE SPACES TO REG-PAGO
           MOVE OUT-UID TO PAG-UID
           MOVE OUT-DEPOSIT-DATE TO PAG-DEPOSIT-DATE
           MOVE WS-FECHA-VCTO TO PAG-FECHA-VENCIMIENTO
           MOVE OUT-INTEREST TO PAG-INTERES-NETO
           MOVE OUT-IMPUESTO TO PAG-IMPUESTO
           MOVE OUT-CTA-CURRENCY TO PAG-CTA-CURRENCY
           IF WS-OPCION = 'C'
               MOVE 'I' TO PAG-TIPO
               MOVE 0 TO PAG-CAPITAL
               ADD 1 TO WS-TOT-PAGO-INTERES
           ELSE
               MOVE 'T' TO PAG-TIPO
               MOVE OUT-AMOUNT TO PAG-CAPITAL
               ADD 1 TO WS-TOT-PAGO-TOTAL
           END-IF
           MOVE WS-MONTO-PAGAR TO PAG-TOTAL-PAGAR
           IF WS-ORIGEN = '*'
               MOVE 'D' TO PAG-ORIGEN
           ELSE
               MOVE 'I' TO PAG-ORIGEN
           END-IF
           WRITE REG-PAGO
           ADD 1 TO WS-TOT-PAGOS
           ADD WS-MONTO-PAGAR TO WS-TOT-MONTO-PAGOS.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           MOVE WS-OPCION-DEFECTO TO TIT-OPCION-DEFECTO
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           WRITE REG-REPORTE FROM LIN-CAB-DETALLE
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 5 TO WS-LINEAS.

       IMPRIMIR-DETALLE.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
           END-IF
           MOVE SPACES TO DET-TITULAR
           STRING OUT-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  OUT-LASTNAME DELIMITED BY '  '
                  INTO DET-TITULAR
           MOVE OUT-UID TO DET-UID
           MOVE DAY-DD TO DET-FEC-DD
           MOVE MONTH TO DET-FEC-MM
           MOVE YEAR TO DET-FEC-AAAA
           MOVE OUT-AMOUNT TO DET-CAPITAL
           MOVE OUT-INTEREST TO DET-INTERES
           MOVE OUT-CTA-CURRENCY TO DET-MONEDA
           MOVE WS-OPCION TO DET-OPCION
           MOVE WS-ORIGEN TO DET-ORIGEN
           MOVE WS-MONTO-RENOVAR TO DET-RENOVADO
           MOVE WS-TASA-NUEVA TO DET-TASA
           MOVE WS-MONTO-PAGAR TO DET-PAGADO
           WRITE REG-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-LINEAS.

      * LA AGENCIA LLAMA A ESTOS CLIENTES: SE IMPRIMEN CON LOS DATOS
      * DE CONTACTO DEL MAESTRO CUANDO ESTA DISPONIBLE
       IMPRIMIR-LISTA-CONTACTO.
           WRITE REG-REPORTE FROM LIN-BLANCO
           WRITE REG-REPORTE FROM LIN-TIT-CONTACTO
           WRITE REG-REPORTE FROM LIN-CAB-CONTACTO
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 4 TO WS-LINEAS
           PERFORM IMPRIMIR-CONTACTO
             VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SIN-IDX.

       IMPRIMIR-CONTACTO.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-TIT-CONTACTO
               WRITE REG-REPORTE FROM LIN-CAB-CONTACTO
               ADD 2 TO WS-LINEAS
           END-IF
           MOVE SPACES TO CNT-TITULAR
           MOVE SPACES TO CNT-SUCURSAL
           MOVE SPACES TO CNT-TELEFONO
           MOVE SPACES TO CNT-DIRECCION
           MOVE SN-UID(WS-S) TO CNT-UID
           MOVE SN-DEPOSIT-DATE(WS-S) TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO CNT-FEC-DD
           MOVE WS-FE-MM TO CNT-FEC-MM
           MOVE WS-FE-AAAA TO CNT-FEC-AAAA
           MOVE SN-TOTAL(WS-S) TO CNT-TOTAL
           MOVE SN-CURRENCY(WS-S) TO CNT-MONEDA
           MOVE SN-OPCION(WS-S) TO CNT-OPCION
           PERFORM BUSCAR-CLIENTE-MAESTRO
           IF WS-CLIENTE-HALLADO = 'S'
               STRING CLI-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      CLI-LASTNAME DELIMITED BY '  '
                      INTO CNT-TITULAR
               MOVE CLI-SUCURSAL TO CNT-SUCURSAL
               MOVE CLI-TELEFONO TO CNT-TELEFONO
               MOVE CLI-DIRECCION TO CNT-DIRECCION
           ELSE
               STRING SN-NAME(WS-S) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      SN-LASTNAME(WS-S) DELIMITED BY '  '
                      INTO CNT-TITULAR
               MOVE '** SIN DATOS EN MAESTRO **' TO CNT-DIRECCION
           END-IF
           WRITE REG-REPORTE FROM LIN-CONTACTO
           ADD 1 TO WS-LINEAS.

       BUSCAR-CLIENTE-MAESTRO.
           MOVE 'N' TO WS-CLIENTE-HALLADO
           IF WS-CLIMAST-DISPONIBLE = 'S'
               MOVE SN-UID(WS-S) TO CLI-UID
               READ CLIENTE-MAESTRO
               IF FS-CLIMAST = 0
                   MOVE 'S' TO WS-CLIENTE-HALLADO
               END-IF
           END-IF.

       IMPRIMIR-TOTALES.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-INS-IDX
               IF TN-USADA(WS-N) = 'N'
                   ADD 1 TO WS-TOT-INSTR-SIN-USO
               END-IF
           END-PERFORM
           WRITE REG-REPORTE FROM LIN-BLANCO
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'DEPOSITOS VENCIDOS              ' TO TOT-TEXTO
           MOVE WS-TOT-VENCIDOS TO TOT-REGISTROS
           MOVE 0 TO TOT-IMPORTE
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE 'RENOVACIONES GRABADAS (CTASREN) ' TO TOT-TEXTO
           MOVE WS-TOT-RENOVADOS TO TOT-REGISTROS
           MOVE WS-TOT-MONTO-RENOV TO TOT-IMPORTE
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE 'PAGOS GRABADOS (PAGOVCTO)       ' TO TOT-TEXTO
           MOVE WS-TOT-PAGOS TO TOT-REGISTROS
           MOVE WS-TOT-MONTO-PAGOS TO TOT-IMPORTE
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE 'VENCIDOS SIN INSTRUCCION        ' TO TOT-TEXTO
           MOVE WS-TOT-SIN-INSTR TO TOT-REGISTROS
           MOVE 0 TO TOT-IMPORTE
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE 'RENOVACIONES SIN TASA VIGENTE   ' TO TOT-TEXTO
           MOVE WS-TOT-SIN-TASA TO TOT-REGISTROS
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE 'INSTRUCCIONES INVALIDAS         ' TO TOT-TEXTO
           MOVE WS-TOT-INSTR-INVAL TO TOT-REGISTROS
           WRITE REG-REPORTE FROM LIN-TOTAL
           MOVE 'INSTRUCCIONES SIN VENCIMIENTO   ' TO TOT-TEXTO
           MOVE WS-TOT-INSTR-SIN-USO TO TOT-REGISTROS
           WRITE REG-REPORTE FROM LIN-TOTAL
           WRITE REG-REPORTE FROM LIN-BLANCO
           WRITE REG-REPORTE FROM LIN-LEYENDA.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCVCPLZ'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'VENCIMIENTOS DESDE . . . . : ' WS-FECHA-DESDE-NUM
           DISPLAY 'OPCION POR DEFECTO . . . . : ' WS-OPCION-DEFECTO
           DISPLAY 'REGISTROS CTASINT LEIDOS . : ' WS-TOT-LEIDOS
           DISPLAY 'DEPOSITOS VENCIDOS . . . . : ' WS-TOT-VENCIDOS
           DISPLAY 'RENOVACIONES GRABADAS  . . : ' WS-TOT-RENOVADOS
           DISPLAY 'MONTO RENOVADO . . . . . . : ' WS-TOT-MONTO-RENOV
           DISPLAY 'PAGOS GRABADOS . . . . . . : ' WS-TOT-PAGOS
           DISPLAY '  PAGO TOTAL . . . . . . . : ' WS-TOT-PAGO-TOTAL
           DISPLAY '  PAGO SOLO INTERES  . . . : ' WS-TOT-PAGO-INTERES
           DISPLAY 'MONTO PAGADO . . . . . . . : ' WS-TOT-MONTO-PAGOS
           DISPLAY 'VENCIDOS SIN INSTRUCCION . : ' WS-TOT-SIN-INSTR
           DISPLAY 'INSTRUCCIONES LEIDAS . . . : ' WS-TOT-INSTR-LEIDAS
           DISPLAY 'INSTRUCCIONES INVALIDAS  . : ' WS-TOT-INSTR-INVAL
           DISPLAY 'INSTRUCCIONES SIN USO  . . : ' WS-TOT-INSTR-SIN-USO
           DISPLAY 'RENOVACIONES SIN TASA  . . : ' WS-TOT-SIN-TASA
           DISPLAY '-------------------------------------------'
           IF WS-TOT-SIN-TASA > 0 OR WS-TOT-INSTR-INVAL > 0
               DISPLAY '** CDCVCPLZ: VENCIMIENTOS CON OBSERVACIONES, '
               DISPLAY '** REVISAR VCPLZOUT **'
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCVCPLZ.
