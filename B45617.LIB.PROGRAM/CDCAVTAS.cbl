       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCAVTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAS-CALC-READ ASSIGN TO CTASINT
                       FILE STATUS IS FS-CTASINT.
           SELECT TASAS-READ ASSIGN TO TASAS
                       FILE STATUS IS FS-TASAS-READ.
           SELECT PARM-BASES ASSIGN TO INPLZPRM
                       FILE STATUS IS FS-PARM-BASES.
           SELECT PARM-AVISO ASSIGN TO AVTASPRM
                       FILE STATUS IS FS-PARM-AVISO.
           SELECT CLIENTE-MAESTRO ASSIGN TO CLIMAST
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS CLI-UID
                       FILE STATUS IS FS-CLIMAST.
           SELECT CARTAS-AVISO ASSIGN TO AVTASCAR
                       FILE STATUS IS FS-CARTAS.
           SELECT AUDIT-AVISOS ASSIGN TO AVTASAUD
                       FILE STATUS IS FS-AUDIT.
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

       FD TASAS-READ.
       01 TASAS-INPUT.
         05 MIN-RANGE-AMOUNT  PIC 9(8)V99.
         05 MAX-RANGE-AMOUNT   PIC 9(8)V99.
         05 RATE               PIC 9(2)V99.
         05 TASA-CURRENCY       PIC X(3).
         05 TASA-FECHA-DESDE   PIC 9(8).
         05 TASA-FECHA-HASTA   PIC 9(8).
         05 FILLER             PIC X(37).

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

      * DIAS DE ANTICIPACION DEL AVISO Y FECHA OPCIONAL DE REPROCESO
       FD PARM-AVISO.
       01 REG-PARM-AVISO.
         05 PARM-DIAS-AVISO        PIC X(3).
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 FILLER                 PIC X(69).

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

       FD CARTAS-AVISO.
       01 REG-CARTA                PIC X(133).

      * AUDITORIA DEL AVISO: UN REGISTRO POR TRAMO QUE CAMBIA CON LAS
      * CARTAS Y DEPOSITOS ALCANZADOS, Y UN TOTAL DE CONTROL
       FD AUDIT-AVISOS.
       01 REG-AUD-TRAMO.
         05 AVA-TIPO-REG           PIC X(1).
         05 AVA-FECHA-PROCESO      PIC 9(8).
         05 AVA-MONEDA             PIC X(3).
         05 AVA-TRAMO-MIN          PIC 9(8)V99.
         05 AVA-TRAMO-MAX          PIC 9(8)V99.
         05 AVA-TASA-ACTUAL        PIC 9(2)V99.
         05 AVA-TASA-NUEVA         PIC 9(2)V99.
         05 AVA-FECHA-VIGENCIA     PIC 9(8).
         05 AVA-CARTAS             PIC 9(7).
         05 AVA-DEPOSITOS          PIC 9(7).
         05 AVA-MONTO              PIC 9(13)V99.
         05 AVA-INTERES-ACTUAL     PIC 9(13)V99.
         05 AVA-INTERES-NUEVO      PIC 9(13)V99.
         05 FILLER                 PIC X(13).
       01 REG-AUD-TOTAL.
         05 AVT-TIPO-REG           PIC X(1).
         05 AVT-FECHA-PROCESO      PIC 9(8).
         05 AVT-DIAS-AVISO         PIC 9(3).
         05 AVT-TRAMOS             PIC 9(3).
         05 AVT-CARTAS             PIC 9(7).
         05 AVT-DEPOSITOS          PIC 9(7).
         05 FILLER                 PIC X(91).

       WORKING-STORAGE SECTION.

       01 FS-CTASINT           PIC 99.
       01 FS-TASAS-READ        PIC 99.
       01 FS-PARM-BASES        PIC 99.
       01 FS-PARM-AVISO        PIC 99.
       01 FS-CLIMAST           PIC 99.
       01 FS-CARTAS            PIC 99.
       01 FS-AUDIT             PIC 99.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-NUM PIC 9(8) VALUE 0.
       01 WS-FECHA-LIMITE      PIC 9(8) VALUE 0.

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

      * SIN TARJETA SE AVISA CON TREINTA DIAS DE ANTICIPACION
       01 WS-DIAS-AVISO        PIC 9(3) VALUE 30.

       01 WS-CLIMAST-DISPONIBLE PIC X VALUE 'N'.
       01 WS-CLIENTE-HALLADO    PIC X VALUE 'N'.

       01 WS-BASE-DEFECTO      PIC X(3) VALUE '360'.
       01 WS-TABLE-BASES       VALUE SPACES.
         05 WS-BASE-MON OCCURS 5 TIMES.
           10 WS-BM-MONEDA       PIC X(3).
           10 WS-BM-BASE         PIC X(3).
       01 WS-BASE-APLICADA     PIC X(3).
       01 WS-DIVISOR-DIAS      PIC 9(3).
       01 WS-B                 PIC 9 VALUE 0.
       01 WS-FD-YEAR           PIC 9(4) VALUE 0.

       01 WS-PLAZO-DEFECTO     PIC 9(3) VALUE 30.
       01 WS-PLAZO-DIAS        PIC 9(3) VALUE 0.

      * ESCALERA COMPLETA DE TASAS; CADA TRAMO SE MARCA VIGENTE HOY,
      * FUTURO DENTRO DE LA VENTANA DE AVISO O FUERA DE INTERES
       01 WS-RATE-IDX          PIC 9(3) VALUE 0.
       01 WS-I                 PIC 9(3) VALUE 0.
       01 WS-J                 PIC 9(3) VALUE 0.
       01 TABLE-RATES.
         05 REG-RATE             OCCURS 200.
           10 TB-MIN-RANGE-AMOUNT   PIC 9(8)V99.
           10 TB-MAX-RANGE-AMOUNT   PIC 9(8)V99.
           10 TB-RATE               PIC 9(2)V99.
           10 TB-CURRENCY           PIC X(3).
           10 TB-FECHA-DESDE        PIC 9(8).
           10 TB-FECHA-HASTA        PIC 9(8).
           10 TB-ESTADO             PIC X(1).
             88 TB-VIGENTE          VALUE 'V'.
             88 TB-FUTURO           VALUE 'F'.

      * TRAMOS FUTUROS CUYA TASA DIFIERE DE LA QUE HOY CUBRE ESE
      * MISMO MINIMO DE TRAMO EN LA MONEDA
       01 WS-CAM-IDX           PIC 9(3) VALUE 0.
       01 WS-K                 PIC 9(3) VALUE 0.
       01 WS-TASA-ANTERIOR     PIC 9(2)V99 VALUE 0.
       01 WS-TRAMO-HALLADO     PIC X VALUE 'N'.
       01 TABLE-CAMBIOS.
         05 REG-CAMBIO           OCCURS 100.
           10 TK-MONEDA          PIC X(3).
           10 TK-TRAMO-MIN       PIC 9(8)V99.
           10 TK-TRAMO-MAX       PIC 9(8)V99.
           10 TK-TASA-ACTUAL     PIC 9(2)V99.
           10 TK-TASA-NUEVA      PIC 9(2)V99.
           10 TK-FECHA-VIGENCIA  PIC 9(8).
           10 TK-CARTAS          PIC 9(7).
           10 TK-DEPOSITOS       PIC 9(7).
           10 TK-MONTO           PIC 9(13)V99.
           10 TK-INT-ACTUAL      PIC 9(13)V99.
           10 TK-INT-NUEVO       PIC 9(13)V99.
           10 TK-ULT-UID         PIC X(3).

      * DEPOSITOS ALCANZADOS, UNA ENTRADA POR TRAMO QUE LES CAMBIA,
      * ORDENADOS POR CLIENTE PARA ARMAR UNA CARTA POR CLIENTE
       01 WS-DEP-IDX           PIC 9(4) VALUE 0.
       01 WS-D                 PIC 9(4) VALUE 0.
       01 WS-S                 PIC 9(4) VALUE 0.
       01 WS-P                 PIC 9(4) VALUE 0.
       01 WS-CLAVE-DEP.
         05 WS-CD-UID          PIC X(3).
         05 WS-CD-MONEDA       PIC X(3).
         05 WS-CD-DEPOSITO     PIC 9(8).
         05 WS-CD-CAMBIO       PIC 9(3).
       01 TABLE-DEPOSITOS.
         05 REG-DEPOSITO         OCCURS 5000.
           10 TD-CLAVE.
             15 TD-UID           PIC X(3).
             15 TD-MONEDA        PIC X(3).
             15 TD-DEPOSITO      PIC 9(8).
             15 TD-CAMBIO        PIC 9(3).
           10 TD-NAME            PIC X(15).
           10 TD-LASTNAME        PIC X(15).
           10 TD-MONTO           PIC 9(8)V99.
           10 TD-VENCIMIENTO     PIC 9(8).
           10 TD-INT-ACTUAL      PIC 9(8)V99.
           10 TD-INT-NUEVO       PIC 9(8)V99.

       01 WS-PORCION           PIC 9(8)V99 VALUE 0.
       01 WS-FACTOR            PIC 9(3)V9(8) VALUE 0.
       01 WS-INT-ACTUAL        PIC 9(8)V99 VALUE 0.
       01 WS-INT-NUEVO         PIC 9(8)V99 VALUE 0.
       01 WS-DEPOSITO-ALCANZADO PIC X VALUE 'N'.
       01 WS-DIFERENCIA        PIC S9(13)V99 VALUE 0.

       01 WS-CORTE-UID         PIC X(3).
       01 WS-CORTE-MONEDA      PIC X(3).
       01 WS-CARTA-INT-ACTUAL  PIC 9(13)V99 VALUE 0.
       01 WS-CARTA-INT-NUEVO   PIC 9(13)V99 VALUE 0.

       01 WS-TOT-TRAMOS-VIG    PIC 9(7) VALUE 0.
       01 WS-TOT-TRAMOS-FUT    PIC 9(7) VALUE 0.
       01 WS-TOT-LEIDOS        PIC 9(7) VALUE 0.
       01 WS-TOT-PREFERENCIAL  PIC 9(7) VALUE 0.
       01 WS-TOT-ALCANZADOS    PIC 9(7) VALUE 0.
       01 WS-TOT-CARTAS        PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-MAESTRO   PIC 9(7) VALUE 0.
       01 WS-TOT-AUDITORIA     PIC 9(7) VALUE 0.

       01 SW-CTASINT.
         05 SW-CTASINT-END             PIC XX VALUE 'NO'.
           88 SW-CTASINT-FIN-OK        VALUE 'SI'.
           88 SW-CTASINT-FIN-NO        VALUE 'NO'.

       01 SW-EOF-RATE.
         05 SW-EOF-RATES-END           PIC XX VALUE 'NO'.
           88 SW-EOF-RATE-FIN-OK       VALUE 'SI'.
           88 SW-EOF-RATE-FIN-NO       VALUE 'NO'.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-CAR-FECHA.
         05 FILLER               PIC X(80) VALUE SPACES.
         05 FILLER               PIC X(7)  VALUE 'FECHA: '.
         05 CAR-FECHA.
           10 CAR-FEC-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 CAR-FEC-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 CAR-FEC-AAAA       PIC X(4).
         05 FILLER               PIC X(36) VALUE SPACES.

       01 LIN-CAR-TEXTO.
         05 CAR-TEXTO            PIC X(80).
         05 FILLER               PIC X(53) VALUE SPACES.

       01 LIN-CAR-CLIENTE.
         05 FILLER               PIC X(10) VALUE 'SENOR(A): '.
         05 CAR-TITULAR          PIC X(31).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(9)  VALUE 'CLIENTE: '.
         05 CAR-UID              PIC X(3).
         05 FILLER               PIC X(76) VALUE SPACES.

       01 LIN-CAR-DIRECCION.
         05 FILLER               PIC X(10) VALUE SPACES.
         05 CAR-DIRECCION        PIC X(30).
         05 FILLER               PIC X(5)  VALUE SPACES.
         05 FILLER               PIC X(10) VALUE 'SUCURSAL: '.
         05 CAR-SUCURSAL         PIC X(3).
         05 FILLER               PIC X(75) VALUE SPACES.

       01 LIN-CAR-CAB-1.
         05 FILLER               PIC X(4)  VALUE 'MON '.
         05 FILLER               PIC X(14) VALUE '      DEPOSITO'.
         05 FILLER               PIC X(11) VALUE ' VENCE'.
         05 FILLER               PIC X(14) VALUE '   TRAMO DESDE'.
         05 FILLER               PIC X(14) VALUE '   TRAMO HASTA'.
         05 FILLER               PIC X(7)  VALUE '  T.ACT'.
         05 FILLER               PIC X(7)  VALUE ' T.NUEV'.
         05 FILLER               PIC X(11) VALUE '  VIGENCIA '.
         05 FILLER               PIC X(11) VALUE ' INT.ACTUAL'.
         05 FILLER               PIC X(11) VALUE '  INT.NUEVO'.
         05 FILLER               PIC X(12) VALUE '  DIFERENCIA'.
         05 FILLER               PIC X(17) VALUE SPACES.

       01 LIN-CAR-DETALLE.
         05 DET-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-MONTO            PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-VCTO.
           10 DET-VCTO-DD        PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 DET-VCTO-MM        PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 DET-VCTO-AAAA      PIC X(4).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-TRAMO-MIN        PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-TRAMO-MAX        PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 DET-TASA-ACTUAL      PIC Z9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 DET-TASA-NUEVA       PIC Z9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-VIGENCIA.
           10 DET-VIG-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 DET-VIG-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 DET-VIG-AAAA       PIC X(4).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-INT-ACTUAL       PIC ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-INT-NUEVO        PIC ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DET-DIFERENCIA       PIC ZZZ,ZZ9.99-.
         05 FILLER               PIC X(18) VALUE SPACES.

       01 LIN-CAR-TOTAL.
         05 FILLER               PIC X(51) VALUE SPACES.
         05 FILLER               PIC X(30) VALUE
            'IMPACTO ESTIMADO POR PLAZO EN '.
         05 TOT-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TOT-INT-ACTUAL       PIC ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TOT-INT-NUEVO        PIC ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TOT-DIFERENCIA       PIC ZZZ,ZZ9.99-.
         05 FILLER               PIC X(15) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           PERFORM LEER-PARAMETROS-BASES
           PERFORM ABRIR-ARCHIVOS
           PERFORM LOAD-RATES UNTIL SW-EOF-RATE-FIN-OK
           CLOSE TASAS-READ
           PERFORM DETERMINAR-CAMBIOS
           IF WS-CAM-IDX > 0
               PERFORM EVALUAR-CTASINT UNTIL SW-CTASINT-FIN-OK
               PERFORM IMPRIMIR-CARTAS
           END-IF
           PERFORM GRABAR-AUDITORIA
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
           OPEN INPUT PARM-AVISO
           IF FS-PARM-AVISO = 0
               READ PARM-AVISO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-AVISO NUMERIC AND
                          PARM-DIAS-AVISO NOT = ZEROS
                           MOVE PARM-DIAS-AVISO TO WS-DIAS-AVISO
                       END-IF
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCAVTAS: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
               END-READ
               CLOSE PARM-AVISO
           END-IF
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM) +
             WS-DIAS-AVISO).

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

       ABRIR-ARCHIVOS.
           OPEN INPUT CTAS-CALC-READ
           OPEN INPUT TASAS-READ
           OPEN OUTPUT CARTAS-AVISO
           OPEN OUTPUT AUDIT-AVISOS
           IF FS-CTASINT NOT = 0 OR FS-TASAS-READ NOT = 0 OR
              FS-CARTAS NOT = 0 OR FS-AUDIT NOT = 0
               IF FS-CTASINT NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASINT, FILE STATUS: '
                      FS-CTASINT
               END-IF
               IF FS-TASAS-READ NOT = 0
                   DISPLAY 'ERROR ABRIENDO TASAS, FILE STATUS: '
                      FS-TASAS-READ
               END-IF
               IF FS-CARTAS NOT = 0
                   DISPLAY 'ERROR ABRIENDO AVTASCAR, FILE STATUS: '
                      FS-CARTAS
               END-IF
               IF FS-AUDIT NOT = 0
                   DISPLAY 'ERROR ABRIENDO AVTASAUD, FILE STATUS: '
                      FS-AUDIT
               END-IF
               DISPLAY '** CDCAVTAS: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTE-MAESTRO
           IF FS-CLIMAST = 0
               MOVE 'S' TO WS-CLIMAST-DISPONIBLE
           ELSE
               DISPLAY 'CDCAVTAS: MAESTRO CLIMAST NO DISPONIBLE, '
               DISPLAY 'CARTAS SIN DIRECCION, FILE STATUS: '
                  FS-CLIMAST
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CTAS-CALC-READ
           CLOSE CARTAS-AVISO
           CLOSE AUDIT-AVISOS
           IF WS-CLIMAST-DISPONIBLE = 'S'
               CLOSE CLIENTE-MAESTRO
           END-IF.

       LOAD-RATES.
           READ TASAS-READ
           IF FS-TASAS-READ = 10
               SET SW-EOF-RATE-FIN-OK TO TRUE
           ELSE
               IF WS-RATE-IDX > 199
                   DISPLAY
                     '** CDCAVTAS: TABLA DE TASAS EXCEDE CAPACIDAD, '
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
               MOVE MIN-RANGE-AMOUNT TO TB-MIN-RANGE-AMOUNT(WS-RATE-IDX)
               MOVE MAX-RANGE-AMOUNT TO TB-MAX-RANGE-AMOUNT(WS-RATE-IDX)
               MOVE RATE TO TB-RATE(WS-RATE-IDX)
               MOVE TASA-CURRENCY TO TB-CURRENCY(WS-RATE-IDX)
               MOVE TASA-FECHA-DESDE TO TB-FECHA-DESDE(WS-RATE-IDX)
               MOVE TASA-FECHA-HASTA TO TB-FECHA-HASTA(WS-RATE-IDX)
               MOVE SPACES TO TB-ESTADO(WS-RATE-IDX)
               IF TASA-FECHA-DESDE NOT > WS-FECHA-PROCESO-NUM AND
                  (TASA-FECHA-HASTA = 0 OR
                   TASA-FECHA-HASTA NOT < WS-FECHA-PROCESO-NUM)
                   SET TB-VIGENTE(WS-RATE-IDX) TO TRUE
                   ADD 1 TO WS-TOT-TRAMOS-VIG
               END-IF
               IF TASA-FECHA-DESDE > WS-FECHA-PROCESO-NUM AND
                  TASA-FECHA-DESDE NOT > WS-FECHA-LIMITE
                   SET TB-FUTURO(WS-RATE-IDX) TO TRUE
                   ADD 1 TO WS-TOT-TRAMOS-FUT
               END-IF
           END-IF.

      * CADA TRAMO FUTURO SE COMPARA CON EL TRAMO VIGENTE DE LA MISMA
      * MONEDA QUE HOY CUBRE SU MONTO MINIMO; SI LA TASA NO CAMBIA NO
      * HAY NADA QUE AVISAR. UN TRAMO SIN EQUIVALENTE VIGENTE SE
      * AVISA CON TASA ACTUAL CERO
       DETERMINAR-CAMBIOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RATE-IDX
               IF TB-FUTURO(WS-I)
                   PERFORM BUSCAR-TRAMO-VIGENTE
                   IF TB-RATE(WS-I) NOT = WS-TASA-ANTERIOR
                       PERFORM REGISTRAR-CAMBIO
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-TRAMO-VIGENTE.
           MOVE 0 TO WS-TASA-ANTERIOR
           MOVE 'N' TO WS-TRAMO-HALLADO
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-RATE-IDX OR WS-TRAMO-HALLADO = 'S'
               IF TB-VIGENTE(WS-J) AND
                  TB-CURRENCY(WS-J) = TB-CURRENCY(WS-I) AND
                  TB-MIN-RANGE-AMOUNT(WS-J) NOT >
                    TB-MIN-RANGE-AMOUNT(WS-I) AND
                  TB-MAX-RANGE-AMOUNT(WS-J) >
                    TB-MIN-RANGE-AMOUNT(WS-I)
                   MOVE 'S' TO WS-TRAMO-HALLADO
                   MOVE TB-RATE(WS-J) TO WS-TASA-ANTERIOR
               END-IF
           END-PERFORM.

       REGISTRAR-CAMBIO.
           IF WS-CAM-IDX > 99
               DISPLAY '** CDCAVTAS: TABLA DE CAMBIOS DE TASA EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CAM-IDX
           INITIALIZE REG-CAMBIO(WS-CAM-IDX)
           MOVE TB-CURRENCY(WS-I) TO TK-MONEDA(WS-CAM-IDX)
           MOVE TB-MIN-RANGE-AMOUNT(WS-I) TO TK-TRAMO-MIN(WS-CAM-IDX)
           MOVE TB-MAX-RANGE-AMOUNT(WS-I) TO TK-TRAMO-MAX(WS-CAM-IDX)
           MOVE WS-TASA-ANTERIOR TO TK-TASA-ACTUAL(WS-CAM-IDX)
           MOVE TB-RATE(WS-I) TO TK-TASA-NUEVA(WS-CAM-IDX)
           MOVE TB-FECHA-DESDE(WS-I) TO TK-FECHA-VIGENCIA(WS-CAM-IDX)
           MOVE SPACES TO TK-ULT-UID(WS-CAM-IDX)
           DISPLAY 'CDCAVTAS: CAMBIO ' TB-CURRENCY(WS-I) ' TRAMO '
              TB-MIN-RANGE-AMOUNT(WS-I) ' TASA ' WS-TASA-ANTERIOR
              ' -> ' TB-RATE(WS-I) ' DESDE ' TB-FECHA-DESDE(WS-I).

      * LOS DEPOSITOS A TASA PREFERENCIAL NO SIGUEN LA ESCALERA Y NO
      * RECIBEN AVISO
       EVALUAR-CTASINT.
           READ CTAS-CALC-READ
               AT END
                   SET SW-CTASINT-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   IF OUT-TIPO-TASA = 'P'
                       ADD 1 TO WS-TOT-PREFERENCIAL
                   ELSE
                       PERFORM EVALUAR-DEPOSITO
                   END-IF
           END-READ.

      * EL IMPACTO SE ESTIMA SOBRE LA PORCION DEL CAPITAL QUE CAE EN
      * EL TRAMO, POR UN PLAZO IGUAL AL CONTRATADO, ANTES DE IMPUESTO
       EVALUAR-DEPOSITO.
           MOVE 'N' TO WS-DEPOSITO-ALCANZADO
           IF OUT-PLAZO-DIAS NUMERIC AND OUT-PLAZO-DIAS > 0
               MOVE OUT-PLAZO-DIAS TO WS-PLAZO-DIAS
           ELSE
               MOVE WS-PLAZO-DEFECTO TO WS-PLAZO-DIAS
           END-IF
           MOVE WS-PRC-CC TO WS-FD-YEAR(1:2)
           MOVE WS-PRC-AA TO WS-FD-YEAR(3:2)
           IF OUT-FECHA-VENCIMIENTO NUMERIC AND
              OUT-FECHA-VENCIMIENTO > 0
               MOVE OUT-FECHA-VENCIMIENTO(1:4) TO WS-FD-YEAR
           END-IF
           PERFORM DETERMINAR-BASE-CALCULO
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAM-IDX
               IF TK-MONEDA(WS-K) = OUT-CTA-CURRENCY AND
                  OUT-AMOUNT > TK-TRAMO-MIN(WS-K)
                   IF OUT-AMOUNT > TK-TRAMO-MAX(WS-K)
                       COMPUTE WS-PORCION =
                         TK-TRAMO-MAX(WS-K) - TK-TRAMO-MIN(WS-K)
                   ELSE
                       COMPUTE WS-PORCION =
                         OUT-AMOUNT - TK-TRAMO-MIN(WS-K)
                   END-IF
                   COMPUTE WS-FACTOR = TK-TASA-ACTUAL(WS-K) *
                     WS-PLAZO-DIAS / WS-DIVISOR-DIAS
                   COMPUTE WS-INT-ACTUAL ROUNDED =
                     WS-PORCION * WS-FACTOR / 100
                   COMPUTE WS-FACTOR = TK-TASA-NUEVA(WS-K) *
                     WS-PLAZO-DIAS / WS-DIVISOR-DIAS
                   COMPUTE WS-INT-NUEVO ROUNDED =
                     WS-PORCION * WS-FACTOR / 100
                   PERFORM REGISTRAR-DEPOSITO
                   MOVE 'S' TO WS-DEPOSITO-ALCANZADO
               END-IF
           END-PERFORM
           IF WS-DEPOSITO-ALCANZADO = 'S'
               ADD 1 TO WS-TOT-ALCANZADOS
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

       REGISTRAR-DEPOSITO.
           MOVE OUT-UID TO WS-CD-UID
           MOVE OUT-CTA-CURRENCY TO WS-CD-MONEDA
           MOVE OUT-DEPOSIT-DATE TO WS-CD-DEPOSITO
           MOVE WS-K TO WS-CD-CAMBIO
           MOVE 0 TO WS-P
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-DEP-IDX OR WS-P > 0
               IF TD-CLAVE(WS-S) > WS-CLAVE-DEP
                   MOVE WS-S TO WS-P
               END-IF
           END-PERFORM
           IF WS-DEP-IDX > 4999
               DISPLAY '** CDCAVTAS: TABLA DE DEPOSITOS EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-P = 0
               COMPUTE WS-P = WS-DEP-IDX + 1
           ELSE
               PERFORM VARYING WS-S FROM WS-DEP-IDX BY -1
                 UNTIL WS-S < WS-P
                   MOVE REG-DEPOSITO(WS-S) TO REG-DEPOSITO(WS-S + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-DEP-IDX
           INITIALIZE REG-DEPOSITO(WS-P)
           MOVE WS-CLAVE-DEP TO TD-CLAVE(WS-P)
           MOVE OUT-NAME TO TD-NAME(WS-P)
           MOVE OUT-LASTNAME TO TD-LASTNAME(WS-P)
           MOVE OUT-AMOUNT TO TD-MONTO(WS-P)
           IF OUT-FECHA-VENCIMIENTO NUMERIC
               MOVE OUT-FECHA-VENCIMIENTO TO TD-VENCIMIENTO(WS-P)
           END-IF
           MOVE WS-INT-ACTUAL TO TD-INT-ACTUAL(WS-P)
           MOVE WS-INT-NUEVO TO TD-INT-NUEVO(WS-P).

      * UNA CARTA POR CLIENTE, SEPARADAS POR UNA LINEA DE GUIONES;
      * DENTRO DE LA CARTA EL IMPACTO SE TOTALIZA POR MONEDA
       IMPRIMIR-CARTAS.
           IF WS-DEP-IDX > 0
               MOVE TD-UID(1) TO WS-CORTE-UID
               MOVE TD-MONEDA(1) TO WS-CORTE-MONEDA
               MOVE 1 TO WS-D
               PERFORM INICIAR-CARTA
               PERFORM IMPRIMIR-LINEA-CARTA
                 VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DEP-IDX
               PERFORM IMPRIMIR-TOTAL-MONEDA
               PERFORM CERRAR-CARTA
           END-IF.

       IMPRIMIR-LINEA-CARTA.
           IF TD-UID(WS-D) NOT = WS-CORTE-UID
               PERFORM IMPRIMIR-TOTAL-MONEDA
               PERFORM CERRAR-CARTA
               MOVE TD-UID(WS-D) TO WS-CORTE-UID
               MOVE TD-MONEDA(WS-D) TO WS-CORTE-MONEDA
               PERFORM INICIAR-CARTA
           END-IF
           IF TD-MONEDA(WS-D) NOT = WS-CORTE-MONEDA
               PERFORM IMPRIMIR-TOTAL-MONEDA
               MOVE TD-MONEDA(WS-D) TO WS-CORTE-MONEDA
           END-IF
           MOVE TD-CAMBIO(WS-D) TO WS-K
           MOVE TD-MONEDA(WS-D) TO DET-MONEDA
           MOVE TD-MONTO(WS-D) TO DET-MONTO
           MOVE TD-VENCIMIENTO(WS-D) TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO DET-VCTO-DD
           MOVE WS-FE-MM TO DET-VCTO-MM
           MOVE WS-FE-AAAA TO DET-VCTO-AAAA
           MOVE TK-TRAMO-MIN(WS-K) TO DET-TRAMO-MIN
           MOVE TK-TRAMO-MAX(WS-K) TO DET-TRAMO-MAX
           MOVE TK-TASA-ACTUAL(WS-K) TO DET-TASA-ACTUAL
           MOVE TK-TASA-NUEVA(WS-K) TO DET-TASA-NUEVA
           MOVE TK-FECHA-VIGENCIA(WS-K) TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO DET-VIG-DD
           MOVE WS-FE-MM TO DET-VIG-MM
           MOVE WS-FE-AAAA TO DET-VIG-AAAA
           MOVE TD-INT-ACTUAL(WS-D) TO DET-INT-ACTUAL
           MOVE TD-INT-NUEVO(WS-D) TO DET-INT-NUEVO
           COMPUTE WS-DIFERENCIA =
             TD-INT-NUEVO(WS-D) - TD-INT-ACTUAL(WS-D)
           MOVE WS-DIFERENCIA TO DET-DIFERENCIA
           WRITE REG-CARTA FROM LIN-CAR-DETALLE
           ADD TD-INT-ACTUAL(WS-D) TO WS-CARTA-INT-ACTUAL
           ADD TD-INT-NUEVO(WS-D) TO WS-CARTA-INT-NUEVO
           IF TK-ULT-UID(WS-K) NOT = TD-UID(WS-D)
               ADD 1 TO TK-CARTAS(WS-K)
               MOVE TD-UID(WS-D) TO TK-ULT-UID(WS-K)
           END-IF
           ADD 1 TO TK-DEPOSITOS(WS-K)
           ADD TD-MONTO(WS-D) TO TK-MONTO(WS-K)
           ADD TD-INT-ACTUAL(WS-D) TO TK-INT-ACTUAL(WS-K)
           ADD TD-INT-NUEVO(WS-D) TO TK-INT-NUEVO(WS-K).

       INICIAR-CARTA.
           ADD 1 TO WS-TOT-CARTAS
           MOVE 0 TO WS-CARTA-INT-ACTUAL
           MOVE 0 TO WS-CARTA-INT-NUEVO
           PERFORM BUSCAR-CLIENTE-MAESTRO
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO CAR-FEC-DD
           MOVE WS-FE-MM TO CAR-FEC-MM
           MOVE WS-FE-AAAA TO CAR-FEC-AAAA
           WRITE REG-CARTA FROM LIN-CAR-FECHA
           WRITE REG-CARTA FROM LIN-BLANCO
           MOVE SPACES TO CAR-TITULAR
           IF WS-CLIENTE-HALLADO = 'S'
               STRING CLI-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      CLI-LASTNAME DELIMITED BY '  '
                      INTO CAR-TITULAR
               MOVE CLI-DIRECCION TO CAR-DIRECCION
               MOVE CLI-SUCURSAL TO CAR-SUCURSAL
           ELSE
               STRING TD-NAME(WS-D) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      TD-LASTNAME(WS-D) DELIMITED BY '  '
                      INTO CAR-TITULAR
               MOVE '*** DIRECCION NO REGISTRADA **' TO CAR-DIRECCION
               MOVE SPACES TO CAR-SUCURSAL
           END-IF
           MOVE WS-CORTE-UID TO CAR-UID
           WRITE REG-CARTA FROM LIN-CAR-CLIENTE
           WRITE REG-CARTA FROM LIN-CAR-DIRECCION
           WRITE REG-CARTA FROM LIN-BLANCO
           MOVE 'ESTIMADO CLIENTE:' TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           WRITE REG-CARTA FROM LIN-BLANCO
           MOVE 'LE INFORMAMOS QUE LA TASA DE INTERES DE SUS'
             TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           MOVE 'DEPOSITOS A PLAZO CAMBIARA SEGUN EL DETALLE SIGUIENTE.'
             TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           MOVE 'LA NUEVA TASA SE APLICA DESDE LA PRIMERA RENOVACION'
             TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           MOVE 'QUE OCURRA A PARTIR DE LA FECHA DE VIGENCIA, SOBRE LA'
             TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           MOVE 'PARTE DEL CAPITAL QUE CAE EN CADA TRAMO. EL INTERES ES'
             TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           MOVE 'UNA ESTIMACION POR UN PLAZO IGUAL AL CONTRATADO, ANTES'
             TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           MOVE 'DE IMPUESTOS.' TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           WRITE REG-CARTA FROM LIN-BLANCO
           WRITE REG-CARTA FROM LIN-CAR-CAB-1
           WRITE REG-CARTA FROM LIN-SEPARADOR.

       IMPRIMIR-TOTAL-MONEDA.
           MOVE WS-CORTE-MONEDA TO TOT-MONEDA
           MOVE WS-CARTA-INT-ACTUAL TO TOT-INT-ACTUAL
           MOVE WS-CARTA-INT-NUEVO TO TOT-INT-NUEVO
           COMPUTE WS-DIFERENCIA =
             WS-CARTA-INT-NUEVO - WS-CARTA-INT-ACTUAL
           MOVE WS-DIFERENCIA TO TOT-DIFERENCIA
           WRITE REG-CARTA FROM LIN-CAR-TOTAL
           MOVE 0 TO WS-CARTA-INT-ACTUAL
           MOVE 0 TO WS-CARTA-INT-NUEVO.

       CERRAR-CARTA.
           WRITE REG-CARTA FROM LIN-BLANCO
           MOVE 'PARA CUALQUIER CONSULTA ACERQUESE A SU SUCURSAL.'
             TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           WRITE REG-CARTA FROM LIN-BLANCO
           MOVE 'ATENTAMENTE,' TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           MOVE 'DEPARTAMENTO DE DEPOSITOS A PLAZO' TO CAR-TEXTO
           WRITE REG-CARTA FROM LIN-CAR-TEXTO
           WRITE REG-CARTA FROM LIN-BLANCO
           WRITE REG-CARTA FROM LIN-SEPARADOR
           WRITE REG-CARTA FROM LIN-BLANCO.

       BUSCAR-CLIENTE-MAESTRO.
           MOVE 'N' TO WS-CLIENTE-HALLADO
           IF WS-CLIMAST-DISPONIBLE = 'S'
               MOVE WS-CORTE-UID TO CLI-UID
               READ CLIENTE-MAESTRO
               IF FS-CLIMAST = 0
                   MOVE 'S' TO WS-CLIENTE-HALLADO
               END-IF
           END-IF
           IF WS-CLIENTE-HALLADO = 'N'
               ADD 1 TO WS-TOT-SIN-MAESTRO
           END-IF.

       GRABAR-AUDITORIA.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAM-IDX
               MOVE SPACES TO REG-AUD-TRAMO
               MOVE '1' TO AVA-TIPO-REG
               MOVE WS-FECHA-PROCESO-NUM TO AVA-FECHA-PROCESO
               MOVE TK-MONEDA(WS-K) TO AVA-MONEDA
               MOVE TK-TRAMO-MIN(WS-K) TO AVA-TRAMO-MIN
               MOVE TK-TRAMO-MAX(WS-K) TO AVA-TRAMO-MAX
               MOVE TK-TASA-ACTUAL(WS-K) TO AVA-TASA-ACTUAL
               MOVE TK-TASA-NUEVA(WS-K) TO AVA-TASA-NUEVA
               MOVE TK-FECHA-VIGENCIA(WS-K) TO AVA-FECHA-VIGENCIA
               MOVE TK-CARTAS(WS-K) TO AVA-CARTAS
               MOVE TK-DEPOSITOS(WS-K) TO AVA-DEPOSITOS
               MOVE TK-MONTO(WS-K) TO AVA-MONTO
               MOVE TK-INT-ACTUAL(WS-K) TO AVA-INTERES-ACTUAL
               MOVE TK-INT-NUEVO(WS-K) TO AVA-INTERES-NUEVO
               WRITE REG-AUD-TRAMO
               ADD 1 TO WS-TOT-AUDITORIA
           END-PERFORM
           MOVE SPACES TO REG-AUD-TOTAL
           MOVE '9' TO AVT-TIPO-REG
           MOVE WS-FECHA-PROCESO-NUM TO AVT-FECHA-PROCESO
           MOVE WS-DIAS-AVISO TO AVT-DIAS-AVISO
           MOVE WS-CAM-IDX TO AVT-TRAMOS
           MOVE WS-TOT-CARTAS TO AVT-CARTAS
           MOVE WS-TOT-ALCANZADOS TO AVT-DEPOSITOS
           WRITE REG-AUD-TOTAL
           ADD 1 TO WS-TOT-AUDITORIA.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCAVTAS'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'AVISO HASTA  . . . . . . . : ' WS-FECHA-LIMITE
           DISPLAY 'TRAMOS VIGENTES  . . . . . : ' WS-TOT-TRAMOS-VIG
           DISPLAY 'TRAMOS FUTUROS EN VENTANA  : ' WS-TOT-TRAMOS-FUT
           DISPLAY 'TRAMOS CON CAMBIO DE TASA  : ' WS-CAM-IDX
           DISPLAY 'DEPOSITOS CTASINT LEIDOS . : ' WS-TOT-LEIDOS
           DISPLAY 'A TASA PREFERENCIAL  . . . : ' WS-TOT-PREFERENCIAL
           DISPLAY 'DEPOSITOS ALCANZADOS . . . : ' WS-TOT-ALCANZADOS
           DISPLAY 'CARTAS EMITIDAS  . . . . . : ' WS-TOT-CARTAS
           DISPLAY 'CARTAS SIN DIRECCION . . . : ' WS-TOT-SIN-MAESTRO
           DISPLAY 'REGISTROS AVTASAUD . . . . : ' WS-TOT-AUDITORIA
           DISPLAY '-------------------------------------------'
           IF WS-CAM-IDX = 0
               DISPLAY 'CDCAVTAS: NO HAY CAMBIOS DE TASA EN LA VENTANA'
           END-IF
           IF WS-TOT-SIN-MAESTRO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCAVTAS.
