       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCSGDEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAS-CALC-READ ASSIGN TO CTASINT
                       FILE STATUS IS FS-CTASINT.
           SELECT CLIENTE-MAESTRO ASSIGN TO CLIMAST
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS CLI-UID
                       FILE STATUS IS FS-CLIMAST.
           SELECT TIPO-CAMBIO ASSIGN TO TIPOCAM
                       FILE STATUS IS FS-TIPOCAM.
           SELECT PARM-SGDEP ASSIGN TO SGDEPPRM
                       FILE STATUS IS FS-PARM-SGDEP.
           SELECT REPORTE-COBERTURA ASSIGN TO SGDEPOUT
                       FILE STATUS IS FS-REPORTE.
           SELECT ARCHIVO-REGULADOR ASSIGN TO SGDEPREG
                       FILE STATUS IS FS-REGULADOR.
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

       FD TIPO-CAMBIO.
       01 REG-TIPO-CAMBIO.
         05 TCM-MONEDA             PIC X(3).
         05 TCM-FECHA              PIC 9(8).
         05 TCM-TASA               PIC 9(4)V9(6).
         05 FILLER                 PIC X(59).

       FD PARM-SGDEP.
       01 REG-PARM-SGDEP.
         05 PARM-TOPE-COBERTURA    PIC 9(11)V99.
         05 PARM-MONEDA-TOPE       PIC X(3).
         05 PARM-TOP-N             PIC 9(3).
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 FILLER                 PIC X(53).

       FD REPORTE-COBERTURA.
       01 REG-REPORTE            PIC X(133).

      * ARCHIVO PARA EL REGULADOR: CABECERA CON EL TOPE APLICADO, UN
      * DETALLE POR DEPOSITANTE Y UN TRAILER CON TOTALES DE CONTROL
       FD ARCHIVO-REGULADOR.
       01 REG-REGULADOR          PIC X(100).

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
       01 FS-CLIMAST           PIC 99.
       01 FS-PARM-SGDEP        PIC 99.
       01 FS-REPORTE           PIC 99.
       01 FS-REGULADOR         PIC 99.

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

      * TOPE DE COBERTURA EN SU MONEDA Y CONVERTIDO A MONEDA LOCAL;
      * SIN TARJETA NO HAY TOPE QUE APLICAR Y SE ABORTA
       01 WS-TOPE-COBERTURA    PIC 9(11)V99 VALUE 0.
       01 WS-MONEDA-TOPE       PIC X(3) VALUE SPACES.
       01 WS-TOPE-LOCAL        PIC 9(13)V99 VALUE 0.
       01 WS-TASA-TOPE         PIC 9(4)V9(6) VALUE 0.
       01 WS-TOP-N             PIC 9(3) VALUE 20.

      * TIPOS DE CAMBIO DEL DIA; UN DEPOSITO EN MONEDA SIN TASA NO SE
      * PUEDE LLEVAR A MONEDA LOCAL Y QUEDA FUERA CON AVISO
       01 FS-TIPOCAM           PIC 99.
       01 WS-MONEDA-LOCAL      PIC X(3) VALUE 'PEN'.
       01 WS-TCM-IDX           PIC 9(2) VALUE 0.
       01 WS-K                 PIC 9(2) VALUE 0.
       01 WS-MONEDA-BUSCADA    PIC X(3).
       01 WS-TASA-CAMBIO       PIC 9(4)V9(6) VALUE 0.
       01 WS-CAMBIO-HALLADO    PIC X VALUE 'N'.

       01 TABLE-TIPO-CAMBIO.
         05 REG-TCM              OCCURS 50.
           10 TK-MONEDA             PIC X(3).
           10 TK-FECHA              PIC 9(8).
           10 TK-TASA               PIC 9(4)V9(6).

      * UN DEPOSITANTE ES UN DOCUMENTO DE CLIMAST, NO UN UID: LA MISMA
      * PERSONA PUEDE TENER VARIOS UID Y DEPOSITOS EN VARIAS MONEDAS.
      * SIN FICHA EN CLIMAST EL UID QUEDA COMO DEPOSITANTE PROPIO
       01 WS-DEP-IDX           PIC 9(5) VALUE 0.
       01 WS-D                 PIC 9(5) VALUE 0.
       01 WS-J                 PIC 9(5) VALUE 0.
       01 WS-MAYOR             PIC 9(5) VALUE 0.
       01 WS-TIPO-DOC-ACTUAL   PIC X(2).
       01 WS-NUM-DOC-ACTUAL    PIC X(11).
       01 WS-NOMBRE-ACTUAL     PIC X(31).
       01 WS-SALDO-LOCAL       PIC 9(13)V99 VALUE 0.

       01 TABLE-DEPOSITANTES.
         05 REG-DEPOSITANTE      OCCURS 20000.
           10 DP-TIPO-DOC        PIC X(2).
           10 DP-NUM-DOC         PIC X(11).
           10 DP-NOMBRE          PIC X(31).
           10 DP-SIN-FICHA       PIC X(1).
           10 DP-CUENTAS         PIC 9(5).
           10 DP-SALDO-LOCAL     PIC 9(13)V99.
           10 DP-CUBIERTO        PIC 9(13)V99.
           10 DP-DESCUBIERTO     PIC 9(13)V99.
           10 DP-EN-RANKING      PIC X(1).

       01 WS-TOT-REGISTROS     PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-CAMBIO    PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-FICHA     PIC 9(7) VALUE 0.
       01 WS-TOT-SALDO         PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CUBIERTO      PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DESCUBIERTO   PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CON-EXCESO    PIC 9(5) VALUE 0.
       01 WS-TOT-REG-REGULADOR PIC 9(7) VALUE 0.
       01 WS-PARTICIPACION     PIC 9(3)V99 VALUE 0.
       01 WS-PART-ACUMULADA    PIC 9(3)V99 VALUE 0.
       01 WS-POSICION          PIC 9(3) VALUE 0.

      * CONTROL DE CORRIDA: CTASINT SE VERIFICA CONTRA LAS CIFRAS QUE
      * DEJO CDCINPLZ (O CDCMRGPL) ANTES DE AGRUPAR NADA
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

       01 SW-TIPOCAM.
         05 SW-TIPOCAM-END             PIC XX VALUE 'NO'.
           88 SW-TIPOCAM-FIN-OK        VALUE 'SI'.
           88 SW-TIPOCAM-FIN-NO        VALUE 'NO'.

       01 REG-REG-CABECERA.
         05 RGH-TIPO-REG         PIC X(1)  VALUE 'H'.
         05 RGH-FECHA-PROCESO    PIC 9(8).
         05 RGH-MONEDA-LOCAL     PIC X(3).
         05 RGH-TOPE-COBERTURA   PIC 9(11)V99.
         05 RGH-MONEDA-TOPE      PIC X(3).
         05 RGH-TASA-TOPE        PIC 9(4)V9(6).
         05 RGH-TOPE-LOCAL       PIC 9(13)V99.
         05 FILLER               PIC X(47) VALUE SPACES.

       01 REG-REG-DETALLE.
         05 RGD-TIPO-REG         PIC X(1)  VALUE 'D'.
         05 RGD-TIPO-DOC         PIC X(2).
         05 RGD-NUM-DOC          PIC X(11).
         05 RGD-NOMBRE           PIC X(31).
         05 RGD-CUENTAS          PIC 9(5).
         05 RGD-SALDO-LOCAL      PIC 9(13)V99.
         05 RGD-CUBIERTO         PIC 9(13)V99.
         05 RGD-DESCUBIERTO      PIC 9(13)V99.
         05 RGD-SIN-FICHA        PIC X(1).
         05 FILLER               PIC X(4)  VALUE SPACES.

       01 REG-REG-TRAILER.
         05 RGT-TIPO-REG         PIC X(1)  VALUE 'T'.
         05 RGT-DEPOSITANTES     PIC 9(7).
         05 RGT-CUENTAS          PIC 9(7).
         05 RGT-SALDO-LOCAL      PIC 9(13)V99.
         05 RGT-CUBIERTO         PIC 9(13)V99.
         05 RGT-DESCUBIERTO      PIC 9(13)V99.
         05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(45) VALUE
            'COBERTURA DEL SEGURO DE DEPOSITOS POR CLIENTE'.
         05 FILLER               PIC X(42) VALUE SPACES.
         05 FILLER               PIC X(7)  VALUE 'PAGINA '.
         05 TIT-PAGINA           PIC ZZZ9.
         05 FILLER               PIC X(5)  VALUE SPACES.

       01 LIN-TITULO-2.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(18) VALUE 'FECHA DE PROCESO  '.
         05 TIT-FECHA.
           10 TIT-FEC-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-FEC-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-FEC-AAAA       PIC X(4).
         05 FILLER               PIC X(9)  VALUE '   TOPE  '.
         05 TIT-TOPE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TIT-MONEDA-TOPE      PIC X(3).
         05 FILLER               PIC X(4)  VALUE ' = '.
         05 TIT-TOPE-LOCAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TIT-MONEDA-LOCAL     PIC X(3).
         05 FILLER               PIC X(20) VALUE SPACES.

       01 LIN-CAB-DETALLE.
         05 FILLER               PIC X(16) VALUE 'DOCUMENTO'.
         05 FILLER               PIC X(32) VALUE 'DEPOSITANTE'.
         05 FILLER               PIC X(6)  VALUE ' CTAS'.
         05 FILLER               PIC X(19) VALUE
            '      SALDO LOCAL  '.
         05 FILLER               PIC X(19) VALUE
            '         CUBIERTO  '.
         05 FILLER               PIC X(19) VALUE
            '      DESCUBIERTO  '.
         05 FILLER               PIC X(22) VALUE SPACES.

       01 LIN-DETALLE.
         05 DET-TIPO-DOC         PIC X(2).
         05 FILLER               PIC X     VALUE '-'.
         05 DET-NUM-DOC          PIC X(11).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 DET-NOMBRE           PIC X(31).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-CUENTAS          PIC ZZZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 DET-SALDO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 DET-CUBIERTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 DET-DESCUBIERTO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 DET-AVISO            PIC X(15).
         05 FILLER               PIC X(6)  VALUE SPACES.

       01 LIN-TOTAL.
         05 FILLER               PIC X(16) VALUE 'TOTAL GENERAL'.
         05 TOT-DEPOSITANTES     PIC ZZZZZZ9.
         05 FILLER               PIC X(25) VALUE ' DEPOSITANTES'.
         05 TOT-CUENTAS          PIC ZZZZZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TOT-SALDO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 TOT-CUBIERTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 TOT-DESCUBIERTO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(22) VALUE SPACES.

       01 LIN-TIT-RANKING.
         05 FILLER               PIC X(30) VALUE
            'PRINCIPALES DEPOSITANTES - TOP'.
         05 TRK-TOP-N            PIC ZZ9.
         05 FILLER               PIC X(100) VALUE SPACES.

       01 LIN-CAB-RANKING.
         05 FILLER               PIC X(5)  VALUE 'POS'.
         05 FILLER               PIC X(16) VALUE 'DOCUMENTO'.
         05 FILLER               PIC X(32) VALUE 'DEPOSITANTE'.
         05 FILLER               PIC X(19) VALUE
            '      SALDO LOCAL  '.
         05 FILLER               PIC X(19) VALUE
            '      DESCUBIERTO  '.
         05 FILLER               PIC X(10) VALUE '  % TOTAL'.
         05 FILLER               PIC X(10) VALUE '  % ACUM.'.
         05 FILLER               PIC X(22) VALUE SPACES.

       01 LIN-RANKING.
         05 RNK-POSICION         PIC ZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 RNK-TIPO-DOC         PIC X(2).
         05 FILLER               PIC X     VALUE '-'.
         05 RNK-NUM-DOC          PIC X(11).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 RNK-NOMBRE           PIC X(31).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 RNK-SALDO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 RNK-DESCUBIERTO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 RNK-PARTICIPACION    PIC ZZ9.99.
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 RNK-PART-ACUM        PIC ZZ9.99.
         05 FILLER               PIC X(24) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM CARGAR-TIPOS-CAMBIO
           PERFORM LEER-PARAMETROS
           PERFORM VERIFICAR-ENTRADA-RUNCTL
           PERFORM ABRIR-ARCHIVOS
           PERFORM PROCESAR-CTASINT UNTIL SW-CTASINT-FIN-OK
           PERFORM CALCULAR-COBERTURA
             VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEP-IDX
           PERFORM IMPRIMIR-DEPOSITANTES
           PERFORM IMPRIMIR-RANKING
           PERFORM GRABAR-ARCHIVO-REGULADOR
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

      * EL TOPE ES OBLIGATORIO: SIN EL LA SEPARACION CUBIERTO /
      * DESCUBIERTO NO TIENE BASE Y NO SE ENTREGA NADA AL REGULADOR
       LEER-PARAMETROS.
           OPEN INPUT PARM-SGDEP
           IF FS-PARM-SGDEP = 0
               READ PARM-SGDEP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TOPE-COBERTURA NUMERIC
                           MOVE PARM-TOPE-COBERTURA
                             TO WS-TOPE-COBERTURA
                       END-IF
                       IF PARM-MONEDA-TOPE NOT = SPACES
                           MOVE PARM-MONEDA-TOPE TO WS-MONEDA-TOPE
                       END-IF
                       IF PARM-TOP-N NUMERIC AND PARM-TOP-N > 0
                           MOVE PARM-TOP-N TO WS-TOP-N
                       END-IF
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCSGDEP: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
               END-READ
               CLOSE PARM-SGDEP
           END-IF
           IF WS-TOPE-COBERTURA = 0 OR WS-MONEDA-TOPE = SPACES
               DISPLAY '** CDCSGDEP: SGDEPPRM SIN TOPE DE COBERTURA '
               DISPLAY '** O SIN MONEDA DEL TOPE, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MONEDA-TOPE TO WS-MONEDA-BUSCADA
           PERFORM BUSCAR-TIPO-CAMBIO
           IF WS-CAMBIO-HALLADO = 'N'
               DISPLAY '** CDCSGDEP: SIN TIPO DE CAMBIO PARA LA '
               DISPLAY '** MONEDA DEL TOPE ' WS-MONEDA-TOPE
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TASA-CAMBIO TO WS-TASA-TOPE
           COMPUTE WS-TOPE-LOCAL ROUNDED =
             WS-TOPE-COBERTURA * WS-TASA-TOPE.

       VERIFICAR-ENTRADA-RUNCTL.
           MOVE 'N' TO WS-RC-HALLADO
           MOVE 'N' TO WS-FIN-RUNCTL
           OPEN INPUT RUN-CONTROL
           IF FS-RUNCTL NOT = 0
               DISPLAY 'CDCSGDEP: RUNCTL NO DISPONIBLE, SE OMITE '
               DISPLAY 'VERIFICACION, FILE STATUS: ' FS-RUNCTL
           ELSE
               PERFORM LEER-RUN-CONTROL UNTIL WS-FIN-RUNCTL = 'S'
               CLOSE RUN-CONTROL
               IF WS-RC-HALLADO = 'N'
                   DISPLAY 'CDCSGDEP: RUNCTL SIN CIFRAS DE CTASINT, '
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
               DISPLAY '** CDCSGDEP: PROCESO ABORTADO **'
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
               DISPLAY '** CDCSGDEP: CTASINT NO CUADRA CONTRA EL '
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
               MOVE 'CDCSGDEP' TO RCT-PROGRAMA
               MOVE 'SGDEPREG' TO RCT-ARCHIVO
               MOVE WS-TOT-REG-REGULADOR TO RCT-REGISTROS
               MOVE WS-TOT-SALDO TO RCT-IMPORTE-1
               MOVE WS-TOT-DESCUBIERTO TO RCT-IMPORTE-2
               WRITE REG-RUN-CONTROL
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'CDCSGDEP: RUNCTL NO DISPONIBLE, FILE STATUS: '
                  FS-RUNCTL
           END-IF.

      * A DIFERENCIA DE LOS REPORTES DE INTERES, AQUI CLIMAST ES
      * OBLIGATORIO: SIN DOCUMENTOS NO HAY AGRUPACION POR PERSONA
       ABRIR-ARCHIVOS.
           OPEN INPUT CTAS-CALC-READ
           OPEN INPUT CLIENTE-MAESTRO
           OPEN OUTPUT REPORTE-COBERTURA
           OPEN OUTPUT ARCHIVO-REGULADOR
           IF FS-CTASINT NOT = 0 OR FS-CLIMAST NOT = 0 OR
              FS-REPORTE NOT = 0 OR FS-REGULADOR NOT = 0
               IF FS-CTASINT NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASINT, FILE STATUS: '
                      FS-CTASINT
               END-IF
               IF FS-CLIMAST NOT = 0
                   DISPLAY 'ERROR ABRIENDO CLIMAST, FILE STATUS: '
                      FS-CLIMAST
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO SGDEPOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               IF FS-REGULADOR NOT = 0
                   DISPLAY 'ERROR ABRIENDO SGDEPREG, FILE STATUS: '
                      FS-REGULADOR
               END-IF
               DISPLAY '** CDCSGDEP: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CTAS-CALC-READ
           CLOSE CLIENTE-MAESTRO
           CLOSE REPORTE-COBERTURA
           CLOSE ARCHIVO-REGULADOR.

       CARGAR-TIPOS-CAMBIO.
           OPEN INPUT TIPO-CAMBIO
           IF FS-TIPOCAM = 0
               PERFORM LEER-TIPO-CAMBIO UNTIL SW-TIPOCAM-FIN-OK
               CLOSE TIPO-CAMBIO
           ELSE
               DISPLAY 'CDCSGDEP: ARCHIVO TIPOCAM NO DISPONIBLE, '
               DISPLAY 'SOLO MONEDA LOCAL, FILE STATUS: ' FS-TIPOCAM
           END-IF.
       LEER-TIPO-CAMBIO.
           READ TIPO-CAMBIO
               AT END
                   SET SW-TIPOCAM-FIN-OK TO TRUE
               NOT AT END
                   IF TCM-MONEDA NOT = SPACES AND TCM-TASA NUMERIC
                       IF WS-TCM-IDX > 49
                           DISPLAY
                             '** CDCSGDEP: TABLA DE TIPOS DE CAMBIO '
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
           IF WS-MONEDA-BUSCADA = WS-MONEDA-LOCAL
               MOVE 'S' TO WS-CAMBIO-HALLADO
               MOVE 1 TO WS-TASA-CAMBIO
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-TCM-IDX
                   IF TK-MONEDA(WS-K) = WS-MONEDA-BUSCADA
                       MOVE 'S' TO WS-CAMBIO-HALLADO
                       MOVE TK-TASA(WS-K) TO WS-TASA-CAMBIO
                   END-IF
               END-PERFORM
           END-IF.

       PROCESAR-CTASINT.
           READ CTAS-CALC-READ
               AT END
                   SET SW-CTASINT-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-REGISTROS
                   PERFORM ACUMULAR-DEPOSITO
           END-READ.

      * LA POSICION DEL DEPOSITO ES CAPITAL MAS INTERES NETO
      * (OUT-TOTAL), LO QUE EL BANCO ADEUDA AL CLIENTE
       ACUMULAR-DEPOSITO.
           MOVE OUT-CTA-CURRENCY TO WS-MONEDA-BUSCADA
           PERFORM BUSCAR-TIPO-CAMBIO
           IF WS-CAMBIO-HALLADO = 'N'
               ADD 1 TO WS-TOT-SIN-CAMBIO
               DISPLAY 'CDCSGDEP: SIN TIPO DE CAMBIO PARA ' OUT-UID
                  ' ' OUT-CTA-CURRENCY ', DEPOSITO EXCLUIDO'
           ELSE
               COMPUTE WS-SALDO-LOCAL ROUNDED =
                 OUT-TOTAL * WS-TASA-CAMBIO
               PERFORM IDENTIFICAR-DEPOSITANTE
               PERFORM BUSCAR-DEPOSITANTE
               ADD 1 TO DP-CUENTAS(WS-D)
               ADD WS-SALDO-LOCAL TO DP-SALDO-LOCAL(WS-D)
               ADD WS-SALDO-LOCAL TO WS-TOT-SALDO
           END-IF.

       IDENTIFICAR-DEPOSITANTE.
           MOVE SPACES TO WS-NOMBRE-ACTUAL
           MOVE OUT-UID TO CLI-UID
           READ CLIENTE-MAESTRO
           IF FS-CLIMAST = 0 AND CLI-NUM-DOC NOT = SPACES
               MOVE CLI-TIPO-DOC TO WS-TIPO-DOC-ACTUAL
               MOVE CLI-NUM-DOC TO WS-NUM-DOC-ACTUAL
               STRING CLI-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      CLI-LASTNAME DELIMITED BY '  '
                      INTO WS-NOMBRE-ACTUAL
           ELSE
               MOVE 'UI' TO WS-TIPO-DOC-ACTUAL
               MOVE SPACES TO WS-NUM-DOC-ACTUAL
               MOVE OUT-UID TO WS-NUM-DOC-ACTUAL
               STRING OUT-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      OUT-LASTNAME DELIMITED BY '  '
                      INTO WS-NOMBRE-ACTUAL
           END-IF.

       BUSCAR-DEPOSITANTE.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-DEP-IDX OR WS-J > 0
               IF DP-TIPO-DOC(WS-D) = WS-TIPO-DOC-ACTUAL AND
                  DP-NUM-DOC(WS-D) = WS-NUM-DOC-ACTUAL
                   MOVE WS-D TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0
               IF WS-DEP-IDX > 19999
                   DISPLAY
                     '** CDCSGDEP: TABLA DE DEPOSITANTES EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEP-IDX
               MOVE WS-DEP-IDX TO WS-J
               INITIALIZE REG-DEPOSITANTE(WS-J)
               MOVE WS-TIPO-DOC-ACTUAL TO DP-TIPO-DOC(WS-J)
               MOVE WS-NUM-DOC-ACTUAL TO DP-NUM-DOC(WS-J)
               MOVE WS-NOMBRE-ACTUAL TO DP-NOMBRE(WS-J)
               MOVE 'N' TO DP-EN-RANKING(WS-J)
               IF WS-TIPO-DOC-ACTUAL = 'UI'
                   MOVE 'S' TO DP-SIN-FICHA(WS-J)
                   ADD 1 TO WS-TOT-SIN-FICHA
               ELSE
                   MOVE 'N' TO DP-SIN-FICHA(WS-J)
               END-IF
           END-IF
           MOVE WS-J TO WS-D.

      * EL TOPE SE APLICA A LA POSICION TOTAL DE LA PERSONA, NO A
      * CADA DEPOSITO
       CALCULAR-COBERTURA.
           IF DP-SALDO-LOCAL(WS-D) > WS-TOPE-LOCAL
               MOVE WS-TOPE-LOCAL TO DP-CUBIERTO(WS-D)
               COMPUTE DP-DESCUBIERTO(WS-D) =
                 DP-SALDO-LOCAL(WS-D) - WS-TOPE-LOCAL
               ADD 1 TO WS-TOT-CON-EXCESO
           ELSE
               MOVE DP-SALDO-LOCAL(WS-D) TO DP-CUBIERTO(WS-D)
               MOVE 0 TO DP-DESCUBIERTO(WS-D)
           END-IF
           ADD DP-CUBIERTO(WS-D) TO WS-TOT-CUBIERTO
           ADD DP-DESCUBIERTO(WS-D) TO WS-TOT-DESCUBIERTO.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           MOVE WS-TOPE-COBERTURA TO TIT-TOPE
           MOVE WS-MONEDA-TOPE TO TIT-MONEDA-TOPE
           MOVE WS-TOPE-LOCAL TO TIT-TOPE-LOCAL
           MOVE WS-MONEDA-LOCAL TO TIT-MONEDA-LOCAL
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-DEPOSITANTES.
           PERFORM IMPRIMIR-CABECERA
           WRITE REG-REPORTE FROM LIN-CAB-DETALLE
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 2 TO WS-LINEAS
           PERFORM IMPRIMIR-DEPOSITANTE
             VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEP-IDX
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE WS-DEP-IDX TO TOT-DEPOSITANTES
           COMPUTE TOT-CUENTAS = WS-TOT-REGISTROS - WS-TOT-SIN-CAMBIO
           MOVE WS-TOT-SALDO TO TOT-SALDO
           MOVE WS-TOT-CUBIERTO TO TOT-CUBIERTO
           MOVE WS-TOT-DESCUBIERTO TO TOT-DESCUBIERTO
           WRITE REG-REPORTE FROM LIN-TOTAL.

       IMPRIMIR-DEPOSITANTE.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-DETALLE
               WRITE REG-REPORTE FROM LIN-SEPARADOR
               ADD 2 TO WS-LINEAS
           END-IF
           MOVE DP-TIPO-DOC(WS-D) TO DET-TIPO-DOC
           MOVE DP-NUM-DOC(WS-D) TO DET-NUM-DOC
           MOVE DP-NOMBRE(WS-D) TO DET-NOMBRE
           MOVE DP-CUENTAS(WS-D) TO DET-CUENTAS
           MOVE DP-SALDO-LOCAL(WS-D) TO DET-SALDO
           MOVE DP-CUBIERTO(WS-D) TO DET-CUBIERTO
           MOVE DP-DESCUBIERTO(WS-D) TO DET-DESCUBIERTO
           MOVE SPACES TO DET-AVISO
           IF DP-SIN-FICHA(WS-D) = 'S'
               MOVE '** SIN CLIMAST' TO DET-AVISO
           ELSE
               IF DP-DESCUBIERTO(WS-D) > 0
                   MOVE 'EXCEDE TOPE' TO DET-AVISO
               END-IF
           END-IF
           WRITE REG-REPORTE FROM LIN-DETALLE
           ADD 1 TO WS-LINEAS.

      * RANKING POR SELECCION: N PASADAS SOBRE LA TABLA, CADA UNA
      * TOMA EL MAYOR SALDO AUN NO ELEGIDO
       IMPRIMIR-RANKING.
           IF WS-TOP-N > WS-DEP-IDX
               MOVE WS-DEP-IDX TO WS-TOP-N
           END-IF
           PERFORM IMPRIMIR-CABECERA
           MOVE WS-TOP-N TO TRK-TOP-N
           WRITE REG-REPORTE FROM LIN-TIT-RANKING
           WRITE REG-REPORTE FROM LIN-CAB-RANKING
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 0 TO WS-PART-ACUMULADA
           PERFORM IMPRIMIR-POSICION
             VARYING WS-POSICION FROM 1 BY 1
             UNTIL WS-POSICION > WS-TOP-N
           WRITE REG-REPORTE FROM LIN-SEPARADOR.

       IMPRIMIR-POSICION.
           MOVE 0 TO WS-MAYOR
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEP-IDX
               IF DP-EN-RANKING(WS-D) = 'N'
                   IF WS-MAYOR = 0
                       MOVE WS-D TO WS-MAYOR
                   ELSE
                       IF DP-SALDO-LOCAL(WS-D) >
                          DP-SALDO-LOCAL(WS-MAYOR)
                           MOVE WS-D TO WS-MAYOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MAYOR > 0
               MOVE 'S' TO DP-EN-RANKING(WS-MAYOR)
               IF WS-TOT-SALDO > 0
                   COMPUTE WS-PARTICIPACION ROUNDED =
                     DP-SALDO-LOCAL(WS-MAYOR) * 100 / WS-TOT-SALDO
               ELSE
                   MOVE 0 TO WS-PARTICIPACION
               END-IF
               ADD WS-PARTICIPACION TO WS-PART-ACUMULADA
               MOVE WS-POSICION TO RNK-POSICION
               MOVE DP-TIPO-DOC(WS-MAYOR) TO RNK-TIPO-DOC
               MOVE DP-NUM-DOC(WS-MAYOR) TO RNK-NUM-DOC
               MOVE DP-NOMBRE(WS-MAYOR) TO RNK-NOMBRE
               MOVE DP-SALDO-LOCAL(WS-MAYOR) TO RNK-SALDO
               MOVE DP-DESCUBIERTO(WS-MAYOR) TO RNK-DESCUBIERTO
               MOVE WS-PARTICIPACION TO RNK-PARTICIPACION
               MOVE WS-PART-ACUMULADA TO RNK-PART-ACUM
               WRITE REG-REPORTE FROM LIN-RANKING
           END-IF.

       GRABAR-ARCHIVO-REGULADOR.
           MOVE WS-FECHA-PROCESO-NUM TO RGH-FECHA-PROCESO
           MOVE WS-MONEDA-LOCAL TO RGH-MONEDA-LOCAL
           MOVE WS-TOPE-COBERTURA TO RGH-TOPE-COBERTURA
           MOVE WS-MONEDA-TOPE TO RGH-MONEDA-TOPE
           MOVE WS-TASA-TOPE TO RGH-TASA-TOPE
           MOVE WS-TOPE-LOCAL TO RGH-TOPE-LOCAL
           WRITE REG-REGULADOR FROM REG-REG-CABECERA
           PERFORM GRABAR-DETALLE-REGULADOR
             VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEP-IDX
           MOVE WS-TOT-REG-REGULADOR TO RGT-DEPOSITANTES
           COMPUTE RGT-CUENTAS = WS-TOT-REGISTROS - WS-TOT-SIN-CAMBIO
           MOVE WS-TOT-SALDO TO RGT-SALDO-LOCAL
           MOVE WS-TOT-CUBIERTO TO RGT-CUBIERTO
           MOVE WS-TOT-DESCUBIERTO TO RGT-DESCUBIERTO
           WRITE REG-REGULADOR FROM REG-REG-TRAILER.

       GRABAR-DETALLE-REGULADOR.
           MOVE DP-TIPO-DOC(WS-D) TO RGD-TIPO-DOC
           MOVE DP-NUM-DOC(WS-D) TO RGD-NUM-DOC
           MOVE DP-NOMBRE(WS-D) TO RGD-NOMBRE
           MOVE DP-CUENTAS(WS-D) TO RGD-CUENTAS
           MOVE DP-SALDO-LOCAL(WS-D) TO RGD-SALDO-LOCAL
           MOVE DP-CUBIERTO(WS-D) TO RGD-CUBIERTO
           MOVE DP-DESCUBIERTO(WS-D) TO RGD-DESCUBIERTO
           MOVE DP-SIN-FICHA(WS-D) TO RGD-SIN-FICHA
           WRITE REG-REGULADOR FROM REG-REG-DETALLE
           ADD 1 TO WS-TOT-REG-REGULADOR.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCSGDEP'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'TOPE DE COBERTURA  . . . . : ' WS-TOPE-COBERTURA
              ' ' WS-MONEDA-TOPE
           DISPLAY 'TOPE EN MONEDA LOCAL . . . : ' WS-TOPE-LOCAL
           DISPLAY 'DEPOSITOS LEIDOS . . . . . : ' WS-TOT-REGISTROS
           DISPLAY 'DEPOSITOS SIN TIPO CAMBIO  : ' WS-TOT-SIN-CAMBIO
           DISPLAY 'DEPOSITANTES . . . . . . . : ' WS-DEP-IDX
           DISPLAY 'DEPOSITANTES SIN CLIMAST . : ' WS-TOT-SIN-FICHA
           DISPLAY 'DEPOSITANTES SOBRE EL TOPE : ' WS-TOT-CON-EXCESO
           DISPLAY 'SALDO TOTAL MONEDA LOCAL . : ' WS-TOT-SALDO
           DISPLAY 'TOTAL CUBIERTO . . . . . . : ' WS-TOT-CUBIERTO
           DISPLAY 'TOTAL DESCUBIERTO  . . . . : ' WS-TOT-DESCUBIERTO
           DISPLAY '-------------------------------------------'
           IF WS-TOT-SIN-CAMBIO > 0 OR WS-TOT-SIN-FICHA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCSGDEP.
