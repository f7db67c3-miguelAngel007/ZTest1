       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCPTHIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-READ ASSIGN TO CTASHIST
                       FILE STATUS IS FS-HISTORIA.
           SELECT PARM-SERIE ASSIGN TO HISGXPRM
                       FILE STATUS IS FS-PARM-SERIE.
           SELECT PARM-ENTRADA ASSIGN TO GXYPARM
                       FILE STATUS IS FS-PARM.
           SELECT ARCHIVO-GRAFICO ASSIGN TO IGXY
                       FILE STATUS IS FS-IGXY.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORIA-READ.
       01 REG-HISTORIA.
         05 HIS-FECHA-CORRIDA      PIC 9(8).
         05 HIS-FECHA-CORRIDA-R REDEFINES HIS-FECHA-CORRIDA.
           10 HIS-ANIO             PIC 9(4).
           10 HIS-MM               PIC 9(2).
           10 HIS-DD               PIC 9(2).
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

      * TARJETA DE LA SERIE: RANGO DE FECHAS DE CORRIDA (AAAAMMDD, EN
      * CEROS O BLANCOS = TODA LA HISTORIA) Y MEDIDA A GRAFICAR:
      * C = CAPITAL, B = INTERES BRUTO, I = IMPUESTO RETENIDO
       FD PARM-SERIE.
       01 REG-PARM-SERIE.
         05 PARM-FECHA-DESDE     PIC X(8).
         05 PARM-FECHA-HASTA     PIC X(8).
         05 PARM-MEDIDA          PIC X(1).

       FD PARM-ENTRADA.
       01 REG-PARM.
         05 PARM-ALTO  PIC 999.
         05 PARM-ANCHO PIC 999.
         05 PARM-MODO  PIC X.

       FD ARCHIVO-GRAFICO.
       01 REG-ENTRADA.
         05 ITEM       PIC X(20).
         05 VALOR-X    PIC 999.
         05 VALOR-Y    PIC 999.
         05 GRUPO      PIC X(8).

       WORKING-STORAGE SECTION.

       01 FS-HISTORIA          PIC 99.
       01 FS-PARM-SERIE        PIC 99.
       01 FS-PARM              PIC 99.
       01 FS-IGXY              PIC 99.

       01 WS-ALTO              PIC 999 VALUE 41.
       01 WS-ANCHO             PIC 999 VALUE 80.

       01 WS-FECHA-DESDE       PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA       PIC 9(8) VALUE 0.
       01 WS-MEDIDA            PIC X(1) VALUE 'C'.
         88 MEDIDA-CAPITAL     VALUE 'C'.
         88 MEDIDA-BRUTO       VALUE 'B'.
         88 MEDIDA-IMPUESTO    VALUE 'I'.
       01 WS-SUFIJO-GRUPO      PIC X(4) VALUE '-CAP'.
       01 WS-NOMBRE-MEDIDA     PIC X(11) VALUE 'CAPITAL'.

      * EXTREMOS REALES DE LA HISTORIA LEIDA DENTRO DEL RANGO; SI LA
      * TARJETA NO TRAE RANGO EL EJE X VA DE LA PRIMERA A LA ULTIMA
       01 WS-FECHA-MIN         PIC 9(8) VALUE 0.
       01 WS-FECHA-MAX         PIC 9(8) VALUE 0.
       01 WS-DIA-DESDE         PIC 9(8) VALUE 0.
       01 WS-DIAS-RANGO        PIC 9(8) VALUE 0.

      * TOTALES POR MONEDA Y FECHA DE CORRIDA. LA TABLA SE MANTIENE
      * ORDENADA AL INSERTAR PARA QUE CADA MONEDA SALGA COMO UN GRUPO
      * EN ORDEN DE FECHA, QUE ES COMO CDCCGXY UNE LOS PUNTOS
       01 WS-SER-IDX           PIC 9(4) VALUE 0.
       01 WS-P                 PIC 9(4) VALUE 0.
       01 WS-S                 PIC 9(4) VALUE 0.
       01 WS-CLAVE-SERIE.
         05 WS-CS-MONEDA       PIC X(3).
         05 WS-CS-FECHA        PIC 9(8).
       01 TABLE-SERIE.
         05 REG-SERIE            OCCURS 5000.
           10 TS-CLAVE.
             15 TS-MONEDA        PIC X(3).
             15 TS-FECHA         PIC 9(8).
           10 TS-REGISTROS       PIC 9(7).
           10 TS-CAPITAL         PIC 9(13)V99.
           10 TS-BRUTO           PIC 9(13)V99.
           10 TS-IMPUESTO        PIC 9(13)V99.

       01 WS-INI               PIC 9(4) VALUE 0.
       01 WS-FIN               PIC 9(4) VALUE 0.
       01 WS-MONEDA-ACTUAL     PIC X(3) VALUE SPACES.
       01 WS-MEDIDA-VALOR      PIC 9(13)V99 VALUE 0.
       01 WS-MAX-MEDIDA        PIC 9(13)V99 VALUE 0.
       01 WS-MAX-EDIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-VALOR-X           PIC 9(5) VALUE 0.
       01 WS-VALOR-Y           PIC 9(5) VALUE 0.

       01 WS-ITEM.
         05 WS-ITEM-FECHA      PIC 9(8).
         05 FILLER             PIC X(1) VALUE SPACE.
         05 WS-ITEM-MEDIDA     PIC X(11).

       01 WS-TOT-LEIDOS        PIC 9(7) VALUE 0.
       01 WS-TOT-EN-RANGO      PIC 9(7) VALUE 0.
       01 WS-TOT-MONEDAS       PIC 9(3) VALUE 0.
       01 WS-TOT-GRAFICADOS    PIC 9(7) VALUE 0.

       01 SW-HISTORIA.
         05 SW-HISTORIA-END            PIC XX VALUE 'NO'.
           88 SW-HISTORIA-FIN-OK       VALUE 'SI'.
           88 SW-HISTORIA-FIN-NO       VALUE 'NO'.

       01 SW-NUEVA.
         05 SW-NUEVA-CLAVE             PIC XX VALUE 'NO'.
           88 SW-CLAVE-NUEVA           VALUE 'SI'.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LEER-PARAMETROS
           PERFORM LEER-PARAMETROS-SERIE
           PERFORM ABRIR-ARCHIVOS
           PERFORM ACUMULAR-HISTORIA UNTIL SW-HISTORIA-FIN-OK
           CLOSE HISTORIA-READ
           PERFORM FIJAR-EJE-X
           PERFORM GENERAR-PUNTOS
           CLOSE ARCHIVO-GRAFICO
           PERFORM MOSTRAR-TOTALES
           STOP RUN.

       LEER-PARAMETROS.
           OPEN INPUT PARM-ENTRADA
           IF FS-PARM = 0
               READ PARM-ENTRADA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ALTO > 0 AND PARM-ALTO <= 100
                           MOVE PARM-ALTO TO WS-ALTO
                       END-IF
                       IF PARM-ANCHO > 0 AND PARM-ANCHO <= 200
                           MOVE PARM-ANCHO TO WS-ANCHO
                       END-IF
               END-READ
               CLOSE PARM-ENTRADA
           END-IF.

       LEER-PARAMETROS-SERIE.
           OPEN INPUT PARM-SERIE
           IF FS-PARM-SERIE = 0
               READ PARM-SERIE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-DESDE NUMERIC
                           MOVE PARM-FECHA-DESDE TO WS-FECHA-DESDE
                       END-IF
                       IF PARM-FECHA-HASTA NUMERIC
                           MOVE PARM-FECHA-HASTA TO WS-FECHA-HASTA
                       END-IF
                       IF PARM-MEDIDA NOT = SPACE
                           MOVE PARM-MEDIDA TO WS-MEDIDA
                       END-IF
               END-READ
               CLOSE PARM-SERIE
           END-IF
           EVALUATE TRUE
           WHEN MEDIDA-CAPITAL
               MOVE '-CAP' TO WS-SUFIJO-GRUPO
               MOVE 'CAPITAL' TO WS-NOMBRE-MEDIDA
           WHEN MEDIDA-BRUTO
               MOVE '-BRU' TO WS-SUFIJO-GRUPO
               MOVE 'INT. BRUTO' TO WS-NOMBRE-MEDIDA
           WHEN MEDIDA-IMPUESTO
               MOVE '-IMP' TO WS-SUFIJO-GRUPO
               MOVE 'IMPUESTO' TO WS-NOMBRE-MEDIDA
           WHEN OTHER
               DISPLAY '** CDCPTHIS: MEDIDA INVALIDA EN HISGXPRM: '
                  WS-MEDIDA
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-EVALUATE
           IF WS-FECHA-HASTA NOT = 0 AND
              WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY '** CDCPTHIS: FECHA DESDE MAYOR QUE HASTA EN '
               DISPLAY '** HISGXPRM, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT HISTORIA-READ
           OPEN OUTPUT ARCHIVO-GRAFICO
           IF FS-HISTORIA NOT = 0 OR FS-IGXY NOT = 0
               IF FS-HISTORIA NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASHIST, FILE STATUS: '
                      FS-HISTORIA
               END-IF
               IF FS-IGXY NOT = 0
                   DISPLAY 'ERROR ABRIENDO IGXY, FILE STATUS: '
                      FS-IGXY
               END-IF
               DISPLAY '** CDCPTHIS: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACUMULAR-HISTORIA.
           READ HISTORIA-READ
               AT END
                   SET SW-HISTORIA-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   IF HIS-FECHA-CORRIDA NOT < WS-FECHA-DESDE AND
                      (WS-FECHA-HASTA = 0 OR
                       HIS-FECHA-CORRIDA NOT > WS-FECHA-HASTA)
                       ADD 1 TO WS-TOT-EN-RANGO
                       PERFORM ACUMULAR-SERIE
                   END-IF
           END-READ.

      * EL INTERES DE LA HISTORIA ES NETO: EL BRUTO SE ARMA SUMANDO EL
      * IMPUESTO RETENIDO, IGUAL QUE EN EL CERTIFICADO CDCCERTR
       ACUMULAR-SERIE.
           MOVE HIS-CTA-CURRENCY TO WS-CS-MONEDA
           MOVE HIS-FECHA-CORRIDA TO WS-CS-FECHA
           MOVE 0 TO WS-P
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-SER-IDX OR WS-P > 0
               IF TS-CLAVE(WS-S) NOT < WS-CLAVE-SERIE
                   MOVE WS-S TO WS-P
               END-IF
           END-PERFORM
           MOVE 'NO' TO SW-NUEVA-CLAVE
           IF WS-P = 0
               SET SW-CLAVE-NUEVA TO TRUE
           ELSE
               IF TS-CLAVE(WS-P) NOT = WS-CLAVE-SERIE
                   SET SW-CLAVE-NUEVA TO TRUE
               END-IF
           END-IF
           IF SW-CLAVE-NUEVA
               IF WS-SER-IDX > 4999
                   DISPLAY '** CDCPTHIS: TABLA DE SERIES EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-P = 0
                   COMPUTE WS-P = WS-SER-IDX + 1
               ELSE
                   PERFORM VARYING WS-S FROM WS-SER-IDX BY -1
                     UNTIL WS-S < WS-P
                       MOVE REG-SERIE(WS-S) TO REG-SERIE(WS-S + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-SER-IDX
               INITIALIZE REG-SERIE(WS-P)
               MOVE WS-CLAVE-SERIE TO TS-CLAVE(WS-P)
           END-IF
           ADD 1 TO TS-REGISTROS(WS-P)
           ADD HIS-AMOUNT TO TS-CAPITAL(WS-P)
           ADD HIS-INTEREST TO TS-BRUTO(WS-P)
           ADD HIS-IMPUESTO TO TS-BRUTO(WS-P)
           ADD HIS-IMPUESTO TO TS-IMPUESTO(WS-P)
           IF WS-FECHA-MIN = 0 OR HIS-FECHA-CORRIDA < WS-FECHA-MIN
               MOVE HIS-FECHA-CORRIDA TO WS-FECHA-MIN
           END-IF
           IF HIS-FECHA-CORRIDA > WS-FECHA-MAX
               MOVE HIS-FECHA-CORRIDA TO WS-FECHA-MAX
           END-IF.

      * EL EJE X ES CALENDARIO: LA FECHA SE UBICA POR DIAS DESDE EL
      * INICIO DEL RANGO, ASI LOS HUECOS ENTRE CORRIDAS SE VEN COMO
      * TRAMOS MAS LARGOS DE LA LINEA
       FIJAR-EJE-X.
           IF WS-FECHA-DESDE = 0
               MOVE WS-FECHA-MIN TO WS-FECHA-DESDE
           END-IF
           IF WS-FECHA-HASTA = 0
               MOVE WS-FECHA-MAX TO WS-FECHA-HASTA
           END-IF
           IF WS-SER-IDX > 0
               COMPUTE WS-DIA-DESDE =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE)
               COMPUTE WS-DIAS-RANGO =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA) -
                 WS-DIA-DESDE
           END-IF.

      * UN GRUPO POR MONEDA. LA MEDIDA SE ESCALA CONTRA EL MAXIMO DE SU
      * PROPIA MONEDA, PORQUE LOS MONTOS DE MONEDAS DISTINTAS NO SE
      * COMPARAN EN UNA MISMA ESCALA
       GENERAR-PUNTOS.
           MOVE 1 TO WS-INI
           PERFORM GENERAR-GRUPO-MONEDA UNTIL WS-INI > WS-SER-IDX.

       GENERAR-GRUPO-MONEDA.
           MOVE TS-MONEDA(WS-INI) TO WS-MONEDA-ACTUAL
           ADD 1 TO WS-TOT-MONEDAS
           MOVE 0 TO WS-MAX-MEDIDA
           MOVE WS-INI TO WS-FIN
           PERFORM VARYING WS-S FROM WS-INI BY 1
             UNTIL WS-S > WS-SER-IDX OR
                   TS-MONEDA(WS-S) NOT = WS-MONEDA-ACTUAL
               MOVE WS-S TO WS-FIN
               PERFORM OBTENER-MEDIDA
               IF WS-MEDIDA-VALOR > WS-MAX-MEDIDA
                   MOVE WS-MEDIDA-VALOR TO WS-MAX-MEDIDA
               END-IF
           END-PERFORM
           MOVE WS-MAX-MEDIDA TO WS-MAX-EDIT
           DISPLAY 'CDCPTHIS: MONEDA ' WS-MONEDA-ACTUAL ' MAXIMO '
              WS-NOMBRE-MEDIDA ' = ' WS-MAX-EDIT
           PERFORM VARYING WS-S FROM WS-INI BY 1 UNTIL WS-S > WS-FIN
               PERFORM ESCALAR-Y-GRABAR
           END-PERFORM
           COMPUTE WS-INI = WS-FIN + 1.

       OBTENER-MEDIDA.
           EVALUATE TRUE
           WHEN MEDIDA-CAPITAL
               MOVE TS-CAPITAL(WS-S) TO WS-MEDIDA-VALOR
           WHEN MEDIDA-BRUTO
               MOVE TS-BRUTO(WS-S) TO WS-MEDIDA-VALOR
           WHEN OTHER
               MOVE TS-IMPUESTO(WS-S) TO WS-MEDIDA-VALOR
           END-EVALUATE.

       ESCALAR-Y-GRABAR.
           IF WS-DIAS-RANGO > 0
               COMPUTE WS-VALOR-X ROUNDED = 1 +
                 ((FUNCTION INTEGER-OF-DATE(TS-FECHA(WS-S)) -
                   WS-DIA-DESDE) * (WS-ANCHO - 1)) / WS-DIAS-RANGO
           ELSE
               MOVE 1 TO WS-VALOR-X
           END-IF
           IF WS-VALOR-X < 1
               MOVE 1 TO WS-VALOR-X
           END-IF
           IF WS-VALOR-X > WS-ANCHO
               MOVE WS-ANCHO TO WS-VALOR-X
           END-IF
           PERFORM OBTENER-MEDIDA
           IF WS-MAX-MEDIDA > 0
               COMPUTE WS-VALOR-Y ROUNDED =
                 (WS-MEDIDA-VALOR * WS-ALTO) / WS-MAX-MEDIDA
           ELSE
               MOVE 1 TO WS-VALOR-Y
           END-IF
           IF WS-VALOR-Y < 1
               MOVE 1 TO WS-VALOR-Y
           END-IF
           IF WS-VALOR-Y > WS-ALTO
               MOVE WS-ALTO TO WS-VALOR-Y
           END-IF
           MOVE TS-FECHA(WS-S) TO WS-ITEM-FECHA
           MOVE WS-NOMBRE-MEDIDA TO WS-ITEM-MEDIDA
           MOVE SPACES TO REG-ENTRADA
           MOVE WS-ITEM TO ITEM
           MOVE WS-VALOR-X TO VALOR-X
           MOVE WS-VALOR-Y TO VALOR-Y
           STRING TS-MONEDA(WS-S) DELIMITED BY SPACE
                  WS-SUFIJO-GRUPO DELIMITED BY SIZE
                  INTO GRUPO
           WRITE REG-ENTRADA
           ADD 1 TO WS-TOT-GRAFICADOS.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCPTHIS'
           DISPLAY 'MEDIDA GRAFICADA . . . . . : ' WS-NOMBRE-MEDIDA
           DISPLAY 'RANGO DE FECHAS  . . . . . : ' WS-FECHA-DESDE
              ' - ' WS-FECHA-HASTA
           DISPLAY 'REGISTROS CTASHIST LEIDOS  : ' WS-TOT-LEIDOS
           DISPLAY 'REGISTROS EN EL RANGO  . . : ' WS-TOT-EN-RANGO
           DISPLAY 'MONEDAS (GRUPOS) . . . . . : ' WS-TOT-MONEDAS
           DISPLAY 'PUNTOS GENERADOS . . . . . : ' WS-TOT-GRAFICADOS
           DISPLAY '-------------------------------------------'
           .

       END PROGRAM CDCPTHIS.
