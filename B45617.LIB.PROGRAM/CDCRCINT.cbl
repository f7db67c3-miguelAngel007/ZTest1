       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCRCINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-READ ASSIGN TO CTASHIST
                       FILE STATUS IS FS-HISTORIA.
           SELECT TASAS-READ ASSIGN TO TASASCOR
                       FILE STATUS IS FS-TASAS-READ.
           SELECT PARM-BASES ASSIGN TO INPLZPRM
                       FILE STATUS IS FS-PARM-BASES.
           SELECT PARM-RECAL ASSIGN TO RECALPRM
                       FILE STATUS IS FS-PARM-RECAL.
           SELECT AJUSTES-APLICADOS ASSIGN TO RECALAPL
                       FILE STATUS IS FS-APLICADOS.
           SELECT ARCHIVO-AJUSTES ASSIGN TO RECALAJU
                       FILE STATUS IS FS-AJUSTES.
           SELECT REPORTE-RECAL ASSIGN TO RECALOUT
                       FILE STATUS IS FS-REPORTE.
           SELECT INTERFASE-GL ASSIGN TO GLAJUOUT
                       FILE STATUS IS FS-GLINT.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                       FILE STATUS IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
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

      * ESCALERA DE TASAS CORREGIDA, MISMO FORMATO DE TASAS
       FD TASAS-READ.
       01 TASAS-INPUT.
         05 MIN-RANGE-AMOUNT  PIC 9(8)V99.
         05 MAX-RANGE-AMOUNT   PIC 9(8)V99.
         05 RATE               PIC 9(2)V99.
         05 TASA-CURRENCY       PIC X(3).
         05 TASA-FECHA-DESDE   PIC 9(8).
         05 TASA-FECHA-HASTA   PIC 9(8).
         05 FILLER             PIC X(37).

      * MISMA TARJETA DE CDCINPLZ: SOLO SE USAN LAS BASES DE CALCULO;
      * LA RETENCION SE TOMA DE LA HISTORIA DE CADA DEPOSITO
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

      * RANGO DE CORRIDAS A RECALCULAR E IDENTIFICADOR DE LA
      * CORRECCION (OBLIGATORIOS); MODO 'S' SOLO LISTA, SIN ASIENTOS
      * NI REGISTRO DE APLICADOS; FECHA OPCIONAL PARA REPROCESO
       FD PARM-RECAL.
       01 REG-PARM-RECAL.
         05 PARM-CORRIDA-DESDE     PIC X(8).
         05 PARM-CORRIDA-HASTA     PIC X(8).
         05 PARM-ID-CORRECCION     PIC X(8).
         05 PARM-MODO              PIC X(1).
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 FILLER                 PIC X(47).

      * AJUSTES YA CONTABILIZADOS: UN REGISTRO POR DEPOSITO Y
      * CORRIDA CON LAS CIFRAS QUE QUEDARON VIGENTES DESPUES DEL
      * AJUSTE. UNA NUEVA CORRECCION SE MIDE CONTRA ESTAS CIFRAS Y NO
      * CONTRA LA HISTORIA, ASI EL MISMO AJUSTE NO SE ASIENTA DOS VECES
       FD AJUSTES-APLICADOS.
       01 REG-APLICADO.
         05 APL-FECHA-CORRIDA      PIC 9(8).
         05 APL-UID                PIC X(3).
         05 APL-DEPOSIT-DATE       PIC 9(8).
         05 APL-MONEDA             PIC X(3).
         05 APL-INT-BRUTO          PIC 9(8)V99.
         05 APL-IMPUESTO           PIC 9(8)V99.
         05 APL-INT-NETO           PIC 9(8)V99.
         05 APL-FECHA-APLICACION   PIC 9(8).
         05 APL-ID-CORRECCION      PIC X(8).
         05 FILLER                 PIC X(12).

      * UN REGISTRO POR DEPOSITO Y CORRIDA AJUSTADOS; LAS DIFERENCIAS
      * VAN SIN SIGNO CON SU INDICADOR ('+' A FAVOR DEL CLIENTE O DEL
      * FISCO, '-' EN CONTRA)
       FD ARCHIVO-AJUSTES.
       01 REG-AJUSTE.
         05 AJU-FECHA-CORRIDA      PIC 9(8).
         05 AJU-UID                PIC X(3).
         05 AJU-DEPOSIT-DATE       PIC 9(8).
         05 AJU-MONEDA             PIC X(3).
         05 AJU-ID-CORRECCION      PIC X(8).
         05 AJU-INT-BRUTO-ANT      PIC 9(8)V99.
         05 AJU-INT-BRUTO-NUEVO    PIC 9(8)V99.
         05 AJU-SIGNO-BRUTO        PIC X(1).
         05 AJU-DIF-BRUTO          PIC 9(8)V99.
         05 AJU-SIGNO-IMPUESTO     PIC X(1).
         05 AJU-DIF-IMPUESTO       PIC 9(8)V99.
         05 AJU-SIGNO-NETO         PIC X(1).
         05 AJU-DIF-NETO           PIC 9(8)V99.
         05 FILLER                 PIC X(17).

       FD REPORTE-RECAL.
       01 REG-REPORTE            PIC X(133).

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

       01 FS-HISTORIA          PIC 99.
       01 FS-TASAS-READ        PIC 99.
       01 FS-PARM-BASES        PIC 99.
       01 FS-PARM-RECAL        PIC 99.
       01 FS-APLICADOS         PIC 99.
       01 FS-AJUSTES           PIC 99.
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

       01 WS-CORRIDA-DESDE     PIC 9(8) VALUE 0.
       01 WS-CORRIDA-HASTA     PIC 9(8) VALUE 0.
       01 WS-ID-CORRECCION     PIC X(8) VALUE SPACES.
       01 WS-MODO-SIMULACION   PIC X VALUE 'N'.

      * CUENTAS CONTABLES DE LA INTERFASE (LAS MISMAS DE CDCGLINT)
       01 WS-CTA-GASTO-INTERES PIC X(10) VALUE '5101010000'.
       01 WS-CTA-PASIVO-CLIENTE PIC X(10) VALUE '2101010000'.
       01 WS-CTA-IMPTO-RETENIDO PIC X(10) VALUE '2401010000'.

       01 WS-BASE-DEFECTO      PIC X(3) VALUE '360'.
       01 WS-TABLE-BASES       VALUE SPACES.
         05 WS-BASE-MON OCCURS 5 TIMES.
           10 WS-BM-MONEDA       PIC X(3).
           10 WS-BM-BASE         PIC X(3).
       01 WS-BASE-APLICADA     PIC X(3).
       01 WS-DIVISOR-DIAS      PIC 9(3).
       01 WS-B                 PIC 9 VALUE 0.

       01 WS-PLAZO-DEFECTO     PIC 9(3) VALUE 30.
       01 WS-PLAZO-DIAS        PIC 9(3) VALUE 0.

       01 WS-IMPUESTO          PIC 9(8)V99 VALUE 0.

      * MISMOS CAMPOS DE TRABAJO DE CALCULAR-INTERES-TARIFA EN
      * CDCINPLZ
       01 CALC-CTA-AMOUNT      PIC 9(8)V99.
       01 CALC-INTERST         PIC 9(8)V99.
       01 TEM-INTERST          PIC 9(8)V99.
       01 CALC-MAX-AMOUNT      PIC 9(8)V99.
       01 TEMP-MIN-RANGE-AMT   PIC 9(8)V99.
       01 TEMP-MAX-RANGE-AMT   PIC 9(8)V99.
       01 TEMP-MAX-AMT         PIC 9(8)V99.
       01 WS-TIER-ENCONTRADO   PIC X VALUE 'N'.
       01 WS-PREV-MAX-AMT      PIC 9(8)V99.
       01 WS-PRIMER-TIER-MONEDA PIC X VALUE 'S'.
       01 WS-TASA-VIGENTE      PIC X VALUE 'N'.
       01 WS-FECHA-DEPOSITO    PIC 9(8).
       01 WS-FECHA-DEPOSITO-R REDEFINES WS-FECHA-DEPOSITO.
         05 WS-FD-YEAR         PIC 9(4).
         05 WS-FD-MONTH        PIC 9(2).
         05 WS-FD-DAY          PIC 9(2).

       01 WS-RATE-IDX          PIC 9(3) VALUE 0.
       01 WS-I                 PIC 9(3) VALUE 0.

       01 TABLE-RATES.
         05 REG-RATE             OCCURS 200.
           10 TB-MIN-RANGE-AMOUNT   PIC 9(8)V99.
           10 TB-MAX-RANGE-AMOUNT   PIC 9(8)V99.
           10 TB-RATE               PIC 9(2)V99.
           10 TB-CURRENCY           PIC X(3).
           10 TB-FECHA-DESDE        PIC 9(8).
           10 TB-FECHA-HASTA        PIC 9(8).

      * CIFRAS VIGENTES DE LOS AJUSTES YA APLICADOS EN EL RANGO; SI
      * UN DEPOSITO SE AJUSTO MAS DE UNA VEZ QUEDA LA ULTIMA
       01 WS-APL-IDX           PIC 9(4) VALUE 0.
       01 WS-A                 PIC 9(4) VALUE 0.
       01 WS-APL-POS           PIC 9(4) VALUE 0.
       01 TABLE-APLICADOS.
         05 REG-APLICADO-TAB     OCCURS 5000.
           10 TA-CLAVE.
             15 TA-FECHA-CORRIDA   PIC 9(8).
             15 TA-UID             PIC X(3).
             15 TA-DEPOSIT-DATE    PIC 9(8).
           10 TA-INT-BRUTO         PIC 9(8)V99.
           10 TA-IMPUESTO          PIC 9(8)V99.
           10 TA-INT-NETO          PIC 9(8)V99.

       01 WS-CLAVE-APL.
         05 WS-CA-FECHA-CORRIDA    PIC 9(8).
         05 WS-CA-UID              PIC X(3).
         05 WS-CA-DEPOSIT-DATE     PIC 9(8).

      * AJUSTES DE ESTA CORRIDA, ORDENADOS POR CLIENTE AL INSERTAR
       01 WS-AJU-IDX           PIC 9(4) VALUE 0.
       01 WS-J                 PIC 9(4) VALUE 0.
       01 WS-P                 PIC 9(4) VALUE 0.
       01 WS-CLAVE-AJU.
         05 WS-CJ-UID              PIC X(3).
         05 WS-CJ-FECHA-CORRIDA    PIC 9(8).
         05 WS-CJ-DEPOSIT-DATE     PIC 9(8).
       01 TABLE-AJUSTES.
         05 REG-AJUSTE-TAB       OCCURS 5000.
           10 TJ-CLAVE.
             15 TJ-UID             PIC X(3).
             15 TJ-FECHA-CORRIDA   PIC 9(8).
             15 TJ-DEPOSIT-DATE    PIC 9(8).
           10 TJ-MONEDA            PIC X(3).
           10 TJ-NAME              PIC X(15).
           10 TJ-LASTNAME          PIC X(15).
           10 TJ-YA-AJUSTADO       PIC X(1).
           10 TJ-BRUTO-ANT         PIC 9(8)V99.
           10 TJ-IMPTO-ANT         PIC 9(8)V99.
           10 TJ-NETO-ANT          PIC 9(8)V99.
           10 TJ-BRUTO-NUEVO       PIC 9(8)V99.
           10 TJ-IMPTO-NUEVO       PIC 9(8)V99.
           10 TJ-NETO-NUEVO        PIC 9(8)V99.

       01 WS-BRUTO-ANT         PIC 9(8)V99 VALUE 0.
       01 WS-IMPTO-ANT         PIC 9(8)V99 VALUE 0.
       01 WS-NETO-ANT          PIC 9(8)V99 VALUE 0.
       01 WS-YA-AJUSTADO       PIC X VALUE 'N'.

       01 WS-DIF-BRUTO         PIC S9(9)V99 VALUE 0.
       01 WS-DIF-IMPUESTO      PIC S9(9)V99 VALUE 0.
       01 WS-DIF-NETO          PIC S9(9)V99 VALUE 0.
       01 WS-DIF-ASIENTO       PIC S9(9)V99 VALUE 0.
       01 WS-IMPORTE-ASIENTO   PIC 9(13)V99 VALUE 0.
       01 WS-LADO-POSITIVO     PIC X VALUE 'D'.

       01 WS-MON-IDX           PIC 9(2) VALUE 0.
       01 WS-M                 PIC 9(2) VALUE 0.
       01 WS-MON-POS           PIC 9(2) VALUE 0.
       01 TABLE-MONEDAS.
         05 REG-MONEDA           OCCURS 20.
           10 TM-MONEDA          PIC X(3).
           10 TM-AJUSTES         PIC 9(7).
           10 TM-NETO-FAVOR      PIC 9(13)V99.
           10 TM-NETO-CONTRA     PIC 9(13)V99.
           10 TM-DIF-BRUTO       PIC S9(13)V99.
           10 TM-DIF-IMPUESTO    PIC S9(13)V99.
           10 TM-DIF-NETO        PIC S9(13)V99.
           10 TM-GASTO-AJUSTE    PIC 9(13)V99.

       01 WS-TOT-HISTORIA      PIC 9(7) VALUE 0.
       01 WS-TOT-EN-RANGO      PIC 9(7) VALUE 0.
       01 WS-TOT-PREFERENCIAL  PIC 9(7) VALUE 0.
       01 WS-TOT-RECALCULADOS  PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-CAMBIO    PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-TRAMO     PIC 9(7) VALUE 0.
       01 WS-TOT-YA-AJUSTADOS  PIC 9(7) VALUE 0.
       01 WS-TOT-APL-LEIDOS    PIC 9(7) VALUE 0.
       01 WS-TOT-ASIENTOS      PIC 9(7) VALUE 0.
       01 WS-TOT-GASTO-AJUSTE  PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DEBE          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-HABER         PIC 9(13)V99 VALUE 0.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-HISTORIA.
         05 SW-HISTORIA-END            PIC XX VALUE 'NO'.
           88 SW-HISTORIA-FIN-OK       VALUE 'SI'.
           88 SW-HISTORIA-FIN-NO       VALUE 'NO'.

       01 SW-EOF-RATE.
         05 SW-EOF-RATES-END           PIC XX VALUE 'NO'.
           88 SW-EOF-RATE-FIN-OK       VALUE 'SI'.
           88 SW-EOF-RATE-FIN-NO       VALUE 'NO'.

       01 SW-APLICADOS.
         05 SW-APLICADOS-END           PIC XX VALUE 'NO'.
           88 SW-APLICADOS-FIN-OK      VALUE 'SI'.
           88 SW-APLICADOS-FIN-NO      VALUE 'NO'.

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
         05 FILLER               PIC X(37) VALUE SPACES.

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
       01 WS-FECHA-TEXTO         PIC X(10).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(50) VALUE
            'RECALCULO RETROACTIVO DE INTERESES Y AJUSTES'.
         05 FILLER               PIC X(37) VALUE SPACES.
         05 FILLER               PIC X(7)  VALUE 'PAGINA '.
         05 TIT-PAGINA           PIC ZZZ9.
         05 FILLER               PIC X(5)  VALUE SPACES.

       01 LIN-TITULO-2.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(20) VALUE
            'FECHA DE PROCESO    '.
         05 TIT-FECHA            PIC X(10).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(11) VALUE 'CORRIDAS   '.
         05 TIT-DESDE            PIC X(10).
         05 FILLER               PIC X(3)  VALUE ' A '.
         05 TIT-HASTA            PIC X(10).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(11) VALUE 'CORRECCION '.
         05 TIT-ID-CORRECCION    PIC X(8).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TIT-MODO             PIC X(11).

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-AJUSTE.
         05 FILLER               PIC X(5)  VALUE 'UID  '.
         05 FILLER               PIC X(32) VALUE 'CLIENTE'.
         05 FILLER               PIC X(11) VALUE 'CORRIDA'.
         05 FILLER               PIC X(11) VALUE 'DEPOSITO'.
         05 FILLER               PIC X(4)  VALUE 'MON'.
         05 FILLER               PIC X(14) VALUE '  BRUTO ANTER.'.
         05 FILLER               PIC X(14) VALUE '  BRUTO NUEVO '.
         05 FILLER               PIC X(14) VALUE '    DIF. BRUTO'.
         05 FILLER               PIC X(14) VALUE ' DIF. IMPUESTO'.
         05 FILLER               PIC X(14) VALUE '     DIF. NETO'.

       01 LIN-AJUSTE.
         05 AJL-UID              PIC X(3).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 AJL-CLIENTE          PIC X(31).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 AJL-CORRIDA          PIC X(10).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 AJL-DEPOSITO         PIC X(10).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 AJL-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 AJL-BRUTO-ANT        PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 AJL-BRUTO-NUEVO      PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 AJL-DIF-BRUTO        PIC --,---,--9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 AJL-DIF-IMPUESTO     PIC --,---,--9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 AJL-DIF-NETO         PIC --,---,--9.99.
         05 AJL-MARCA            PIC X(1).

       01 LIN-CAB-MONEDA.
         05 FILLER               PIC X(5)  VALUE 'MON  '.
         05 FILLER               PIC X(11) VALUE '    AJUSTES'.
         05 FILLER               PIC X(19) VALUE
            '      NETO A FAVOR'.
         05 FILLER               PIC X(19) VALUE
            '     NETO EN CONTRA'.
         05 FILLER               PIC X(19) VALUE
            '         DIF. BRUTO'.
         05 FILLER               PIC X(19) VALUE
            '      DIF. IMPUESTO'.
         05 FILLER               PIC X(19) VALUE
            '          DIF. NETO'.
         05 FILLER               PIC X(22) VALUE SPACES.

       01 LIN-MONEDA.
         05 MNL-MONEDA           PIC X(3).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 MNL-AJUSTES          PIC ZZZ,ZZZ,ZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 MNL-NETO-FAVOR       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 MNL-NETO-CONTRA      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 MNL-DIF-BRUTO        PIC ---,---,---,--9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 MNL-DIF-IMPUESTO     PIC ---,---,---,--9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 MNL-DIF-NETO         PIC ---,---,---,--9.99.
         05 FILLER               PIC X(22) VALUE SPACES.

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
           PERFORM LOAD-RATES
           CLOSE TASAS-READ
           PERFORM CARGAR-APLICADOS
           PERFORM PROCESAR-HISTORIA UNTIL SW-HISTORIA-FIN-OK
           CLOSE HISTORIA-READ
           PERFORM GRABAR-AJUSTES
           IF WS-MODO-SIMULACION = 'N'
               PERFORM GENERAR-INTERFASE-GL
               PERFORM REGISTRAR-APLICADOS
           END-IF
           PERFORM IMPRIMIR-AJUSTES
           PERFORM IMPRIMIR-MONEDAS
           PERFORM IMPRIMIR-RESUMEN
           PERFORM CERRAR-ARCHIVOS
           IF WS-MODO-SIMULACION = 'N'
               PERFORM GRABAR-RUN-CONTROL
           END-IF
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
           OPEN INPUT PARM-RECAL
           IF FS-PARM-RECAL = 0
               READ PARM-RECAL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CORRIDA-DESDE NUMERIC
                           MOVE PARM-CORRIDA-DESDE TO WS-CORRIDA-DESDE
                       END-IF
                       IF PARM-CORRIDA-HASTA NUMERIC
                           MOVE PARM-CORRIDA-HASTA TO WS-CORRIDA-HASTA
                       END-IF
                       MOVE PARM-ID-CORRECCION TO WS-ID-CORRECCION
                       IF PARM-MODO = 'S'
                           MOVE 'S' TO WS-MODO-SIMULACION
                       END-IF
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCRCINT: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
               END-READ
               CLOSE PARM-RECAL
           END-IF
           IF WS-CORRIDA-DESDE = 0 OR WS-CORRIDA-HASTA = 0 OR
              WS-CORRIDA-DESDE > WS-CORRIDA-HASTA
               DISPLAY '** CDCRCINT: RANGO DE CORRIDAS EN RECALPRM '
               DISPLAY '** FALTANTE O INVALIDO, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ID-CORRECCION = SPACES
               DISPLAY '** CDCRCINT: FALTA IDENTIFICADOR DE LA '
               DISPLAY '** CORRECCION EN RECALPRM, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO-SIMULACION = 'S'
               DISPLAY 'CDCRCINT: MODO SIMULACION, NO SE GRABAN '
               DISPLAY 'ASIENTOS NI AJUSTES APLICADOS'
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

      * EL REGISTRO DE APLICADOS ES OBLIGATORIO CUANDO SE CONTABILIZA:
      * SIN EL NO HAY FORMA DE EVITAR UN SEGUNDO ASIENTO
       ABRIR-ARCHIVOS.
           OPEN INPUT HISTORIA-READ
           OPEN INPUT TASAS-READ
           OPEN OUTPUT ARCHIVO-AJUSTES
           OPEN OUTPUT REPORTE-RECAL
           IF WS-MODO-SIMULACION = 'N'
               OPEN OUTPUT INTERFASE-GL
           ELSE
               MOVE 0 TO FS-GLINT
           END-IF
           IF FS-HISTORIA NOT = 0 OR FS-TASAS-READ NOT = 0 OR
              FS-AJUSTES NOT = 0 OR FS-REPORTE NOT = 0 OR
              FS-GLINT NOT = 0
               IF FS-HISTORIA NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASHIST, FILE STATUS: '
                      FS-HISTORIA
               END-IF
               IF FS-TASAS-READ NOT = 0
                   DISPLAY 'ERROR ABRIENDO TASASCOR, FILE STATUS: '
                      FS-TASAS-READ
               END-IF
               IF FS-AJUSTES NOT = 0
                   DISPLAY 'ERROR ABRIENDO RECALAJU, FILE STATUS: '
                      FS-AJUSTES
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO RECALOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               IF FS-GLINT NOT = 0
                   DISPLAY 'ERROR ABRIENDO GLAJUOUT, FILE STATUS: '
                      FS-GLINT
               END-IF
               DISPLAY '** CDCRCINT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE ARCHIVO-AJUSTES
           CLOSE REPORTE-RECAL
           IF WS-MODO-SIMULACION = 'N'
               CLOSE INTERFASE-GL
           END-IF.

       LOAD-RATES.
           PERFORM PROCESS-RATE-FILE-RECORDS UNTIL SW-EOF-RATE-FIN-OK
           IF WS-RATE-IDX = 0
               DISPLAY '** CDCRCINT: TASASCOR SIN TRAMOS, PROCESO '
               DISPLAY '** ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-RATE-FILE-RECORDS.
           READ TASAS-READ
           IF FS-TASAS-READ = 10
               SET SW-EOF-RATE-FIN-OK TO TRUE
           ELSE
               IF WS-RATE-IDX > 199
                   DISPLAY
                     '** CDCRCINT: TABLA DE TASAS EXCEDE CAPACIDAD, '
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

      * SOLO INTERESAN LOS AJUSTES DE CORRIDAS DENTRO DEL RANGO
       CARGAR-APLICADOS.
           OPEN INPUT AJUSTES-APLICADOS
           IF FS-APLICADOS = 0
               PERFORM LEER-APLICADO UNTIL SW-APLICADOS-FIN-OK
               CLOSE AJUSTES-APLICADOS
           ELSE
               IF WS-MODO-SIMULACION = 'N'
                   DISPLAY 'ERROR ABRIENDO RECALAPL, FILE STATUS: '
                      FS-APLICADOS
                   DISPLAY '** CDCRCINT: PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'CDCRCINT: RECALAPL NO DISPONIBLE, SE SIMULA '
               DISPLAY 'CONTRA LA HISTORIA ORIGINAL'
           END-IF.

       LEER-APLICADO.
           READ AJUSTES-APLICADOS
               AT END
                   SET SW-APLICADOS-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-APL-LEIDOS
                   IF APL-FECHA-CORRIDA NOT < WS-CORRIDA-DESDE AND
                      APL-FECHA-CORRIDA NOT > WS-CORRIDA-HASTA
                       PERFORM GUARDAR-APLICADO
                   END-IF
           END-READ.

       GUARDAR-APLICADO.
           MOVE APL-FECHA-CORRIDA TO WS-CA-FECHA-CORRIDA
           MOVE APL-UID TO WS-CA-UID
           MOVE APL-DEPOSIT-DATE TO WS-CA-DEPOSIT-DATE
           PERFORM BUSCAR-APLICADO
           IF WS-APL-POS = 0
               IF WS-APL-IDX > 4999
                   DISPLAY '** CDCRCINT: TABLA DE AJUSTES APLICADOS '
                   DISPLAY '** EXCEDE CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-APL-IDX
               MOVE WS-APL-IDX TO WS-APL-POS
               MOVE WS-CLAVE-APL TO TA-CLAVE(WS-APL-POS)
           END-IF
           MOVE APL-INT-BRUTO TO TA-INT-BRUTO(WS-APL-POS)
           MOVE APL-IMPUESTO TO TA-IMPUESTO(WS-APL-POS)
           MOVE APL-INT-NETO TO TA-INT-NETO(WS-APL-POS).

       BUSCAR-APLICADO.
           MOVE 0 TO WS-APL-POS
           PERFORM VARYING WS-A FROM 1 BY 1
             UNTIL WS-A > WS-APL-IDX OR WS-APL-POS > 0
               IF TA-CLAVE(WS-A) = WS-CLAVE-APL
                   MOVE WS-A TO WS-APL-POS
               END-IF
           END-PERFORM.

       PROCESAR-HISTORIA.
           READ HISTORIA-READ
               AT END
                   SET SW-HISTORIA-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-HISTORIA
                   IF HIS-FECHA-CORRIDA NOT < WS-CORRIDA-DESDE AND
                      HIS-FECHA-CORRIDA NOT > WS-CORRIDA-HASTA
                       ADD 1 TO WS-TOT-EN-RANGO
                       PERFORM RECALCULAR-DEPOSITO
                   END-IF
           END-READ.

      * LA CORRECCION ES DE LA ESCALERA: UN DEPOSITO PAGADO A TASA
      * PREFERENCIAL NO USO LA ESCALERA Y NO SE TOCA
       RECALCULAR-DEPOSITO.
           IF HIS-TIPO-TASA = 'P'
               ADD 1 TO WS-TOT-PREFERENCIAL
           ELSE
               PERFORM CALC-INTEREST
               IF WS-TIER-ENCONTRADO = 'N'
                   ADD 1 TO WS-TOT-SIN-TRAMO
                   DISPLAY 'CDCRCINT: SIN TRAMO EN TASASCOR, UID '
                      HIS-UID ' DEPOSITO ' HIS-DEPOSIT-DATE
                      ' CORRIDA ' HIS-FECHA-CORRIDA
               ELSE
                   ADD 1 TO WS-TOT-RECALCULADOS
                   PERFORM OBTENER-CIFRAS-VIGENTES
                   IF CALC-INTERST = WS-BRUTO-ANT
                       ADD 1 TO WS-TOT-SIN-CAMBIO
                   ELSE
                       PERFORM AGREGAR-AJUSTE
                   END-IF
               END-IF
           END-IF.

      * CIFRAS CONTRA LAS QUE SE MIDE EL AJUSTE: LAS DEL ULTIMO
      * AJUSTE APLICADO SI LO HAY, SI NO LAS PAGADAS EN LA CORRIDA
       OBTENER-CIFRAS-VIGENTES.
           MOVE HIS-FECHA-CORRIDA TO WS-CA-FECHA-CORRIDA
           MOVE HIS-UID TO WS-CA-UID
           MOVE HIS-DEPOSIT-DATE TO WS-CA-DEPOSIT-DATE
           PERFORM BUSCAR-APLICADO
           IF WS-APL-POS > 0
               MOVE 'S' TO WS-YA-AJUSTADO
               ADD 1 TO WS-TOT-YA-AJUSTADOS
               MOVE TA-INT-BRUTO(WS-APL-POS) TO WS-BRUTO-ANT
               MOVE TA-IMPUESTO(WS-APL-POS) TO WS-IMPTO-ANT
               MOVE TA-INT-NETO(WS-APL-POS) TO WS-NETO-ANT
           ELSE
               MOVE 'N' TO WS-YA-AJUSTADO
               COMPUTE WS-BRUTO-ANT = HIS-INTEREST + HIS-IMPUESTO
               MOVE HIS-IMPUESTO TO WS-IMPTO-ANT
               MOVE HIS-INTEREST TO WS-NETO-ANT
           END-IF.

      * MISMO CALCULO DE CDCINPLZ SOBRE LA ESCALERA CORREGIDA; EL
      * PLAZO YA VIENE RESUELTO EN LA HISTORIA. DEJA EL INTERES
      * BRUTO EN CALC-INTERST Y LA RETENCION EN WS-IMPUESTO
       CALC-INTEREST.
           MOVE 0 TO CALC-INTERST
           MOVE 0 TO CALC-CTA-AMOUNT
           MOVE 0 TO TEMP-MIN-RANGE-AMT
           MOVE 0 TO TEMP-MAX-RANGE-AMT
           MOVE 0 TO TEMP-MAX-AMT
           MOVE 0 TO WS-PREV-MAX-AMT
           MOVE 'N' TO WS-TIER-ENCONTRADO
           MOVE 'S' TO WS-PRIMER-TIER-MONEDA

           MOVE HIS-AMOUNT TO CALC-CTA-AMOUNT
           MOVE HIS-DEPOSIT-DATE TO WS-FECHA-DEPOSITO
           IF HIS-PLAZO-DIAS NUMERIC AND HIS-PLAZO-DIAS > 0
               MOVE HIS-PLAZO-DIAS TO WS-PLAZO-DIAS
           ELSE
               MOVE WS-PLAZO-DEFECTO TO WS-PLAZO-DIAS
           END-IF
           PERFORM DETERMINAR-BASE-CALCULO
           PERFORM CALCULAR-INTERES-TARIFA

      * LA RETENCION GUARDA LA PROPORCION QUE SE APLICO AL PAGAR
      * (IMPUESTO / BRUTO DE LA HISTORIA): UN DEPOSITO EXONERADO
      * QUEDA EN CERO Y UNO CON TASA REDUCIDA CONSERVA SU TASA
           MOVE 0 TO WS-IMPUESTO
           IF HIS-IMPUESTO > 0
               COMPUTE WS-IMPUESTO ROUNDED = CALC-INTERST *
                 HIS-IMPUESTO / (HIS-INTEREST + HIS-IMPUESTO)
           END-IF
           .

       CALCULAR-INTERES-TARIFA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RATE-IDX
             MOVE 'S' TO WS-TASA-VIGENTE
             IF TB-FECHA-DESDE(WS-I) > 0 AND
                WS-FECHA-DEPOSITO < TB-FECHA-DESDE(WS-I)
                 MOVE 'N' TO WS-TASA-VIGENTE
             END-IF
             IF TB-FECHA-HASTA(WS-I) > 0 AND
                WS-FECHA-DEPOSITO > TB-FECHA-HASTA(WS-I)
                 MOVE 'N' TO WS-TASA-VIGENTE
             END-IF
             IF TB-CURRENCY(WS-I) = HIS-CTA-CURRENCY AND
                WS-TASA-VIGENTE = 'S'
               IF WS-PRIMER-TIER-MONEDA = 'S'
                   COMPUTE TEMP-MAX-AMT = TB-MAX-RANGE-AMOUNT(WS-I)
                   MOVE 'N' TO WS-PRIMER-TIER-MONEDA
               ELSE
                   COMPUTE TEMP-MAX-AMT = TB-MAX-RANGE-AMOUNT(WS-I) -
                     WS-PREV-MAX-AMT
               END-IF
               MOVE TB-MAX-RANGE-AMOUNT(WS-I) TO WS-PREV-MAX-AMT

               MOVE TB-MIN-RANGE-AMOUNT(WS-I) TO TEMP-MIN-RANGE-AMT
               MOVE TB-MAX-RANGE-AMOUNT(WS-I) TO TEMP-MAX-RANGE-AMT

               IF (HIS-AMOUNT > TEMP-MIN-RANGE-AMT)
                   MOVE 'S' TO WS-TIER-ENCONTRADO
                   MOVE 0 TO TEM-INTERST
                   IF (CALC-CTA-AMOUNT > TEMP-MAX-AMT)
                       MOVE TEMP-MAX-AMT TO CALC-MAX-AMOUNT
                   ELSE
                       MOVE CALC-CTA-AMOUNT TO CALC-MAX-AMOUNT
                   END-IF

                   COMPUTE TEM-INTERST ROUNDED = CALC-MAX-AMOUNT *
                     (TB-RATE(WS-I) / 100) *
                     WS-PLAZO-DIAS / WS-DIVISOR-DIAS

                   COMPUTE CALC-INTERST = CALC-INTERST + TEM-INTERST
                   COMPUTE CALC-CTA-AMOUNT =
                     CALC-CTA-AMOUNT - TEMP-MAX-AMT

               END-IF
             END-IF
           END-PERFORM
           .

       DETERMINAR-BASE-CALCULO.
           MOVE WS-BASE-DEFECTO TO WS-BASE-APLICADA
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               IF WS-BM-MONEDA(WS-B) = HIS-CTA-CURRENCY
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

       AGREGAR-AJUSTE.
           MOVE HIS-UID TO WS-CJ-UID
           MOVE HIS-FECHA-CORRIDA TO WS-CJ-FECHA-CORRIDA
           MOVE HIS-DEPOSIT-DATE TO WS-CJ-DEPOSIT-DATE
           IF WS-AJU-IDX > 4999
               DISPLAY '** CDCRCINT: TABLA DE AJUSTES EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-P
           PERFORM VARYING WS-J FROM 1 BY 1
             UNTIL WS-J > WS-AJU-IDX OR WS-P > 0
               IF TJ-CLAVE(WS-J) > WS-CLAVE-AJU
                   MOVE WS-J TO WS-P
               END-IF
           END-PERFORM
           IF WS-P = 0
               COMPUTE WS-P = WS-AJU-IDX + 1
           ELSE
               PERFORM VARYING WS-J FROM WS-AJU-IDX BY -1
                 UNTIL WS-J < WS-P
                   MOVE REG-AJUSTE-TAB(WS-J) TO REG-AJUSTE-TAB(WS-J + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-AJU-IDX
           INITIALIZE REG-AJUSTE-TAB(WS-P)
           MOVE WS-CLAVE-AJU TO TJ-CLAVE(WS-P)
           MOVE HIS-CTA-CURRENCY TO TJ-MONEDA(WS-P)
           MOVE HIS-NAME TO TJ-NAME(WS-P)
           MOVE HIS-LASTNAME TO TJ-LASTNAME(WS-P)
           MOVE WS-YA-AJUSTADO TO TJ-YA-AJUSTADO(WS-P)
           MOVE WS-BRUTO-ANT TO TJ-BRUTO-ANT(WS-P)
           MOVE WS-IMPTO-ANT TO TJ-IMPTO-ANT(WS-P)
           MOVE WS-NETO-ANT TO TJ-NETO-ANT(WS-P)
           MOVE CALC-INTERST TO TJ-BRUTO-NUEVO(WS-P)
           MOVE WS-IMPUESTO TO TJ-IMPTO-NUEVO(WS-P)
           COMPUTE TJ-NETO-NUEVO(WS-P) = CALC-INTERST - WS-IMPUESTO.

       CALCULAR-DIFERENCIAS.
           COMPUTE WS-DIF-BRUTO =
             TJ-BRUTO-NUEVO(WS-J) - TJ-BRUTO-ANT(WS-J)
           COMPUTE WS-DIF-IMPUESTO =
             TJ-IMPTO-NUEVO(WS-J) - TJ-IMPTO-ANT(WS-J)
           COMPUTE WS-DIF-NETO =
             TJ-NETO-NUEVO(WS-J) - TJ-NETO-ANT(WS-J).

      * ARCHIVO DE AJUSTES Y TOTALES POR MONEDA
       GRABAR-AJUSTES.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-AJU-IDX
               PERFORM CALCULAR-DIFERENCIAS
               MOVE SPACES TO REG-AJUSTE
               MOVE TJ-FECHA-CORRIDA(WS-J) TO AJU-FECHA-CORRIDA
               MOVE TJ-UID(WS-J) TO AJU-UID
               MOVE TJ-DEPOSIT-DATE(WS-J) TO AJU-DEPOSIT-DATE
               MOVE TJ-MONEDA(WS-J) TO AJU-MONEDA
               MOVE WS-ID-CORRECCION TO AJU-ID-CORRECCION
               MOVE TJ-BRUTO-ANT(WS-J) TO AJU-INT-BRUTO-ANT
               MOVE TJ-BRUTO-NUEVO(WS-J) TO AJU-INT-BRUTO-NUEVO
               IF WS-DIF-BRUTO < 0
                   MOVE '-' TO AJU-SIGNO-BRUTO
               ELSE
                   MOVE '+' TO AJU-SIGNO-BRUTO
               END-IF
               MOVE WS-DIF-BRUTO TO AJU-DIF-BRUTO
               IF WS-DIF-IMPUESTO < 0
                   MOVE '-' TO AJU-SIGNO-IMPUESTO
               ELSE
                   MOVE '+' TO AJU-SIGNO-IMPUESTO
               END-IF
               MOVE WS-DIF-IMPUESTO TO AJU-DIF-IMPUESTO
               IF WS-DIF-NETO < 0
                   MOVE '-' TO AJU-SIGNO-NETO
               ELSE
                   MOVE '+' TO AJU-SIGNO-NETO
               END-IF
               MOVE WS-DIF-NETO TO AJU-DIF-NETO
               WRITE REG-AJUSTE
               PERFORM ACUMULAR-MONEDA
           END-PERFORM.

       ACUMULAR-MONEDA.
           MOVE 0 TO WS-MON-POS
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
               IF TM-MONEDA(WS-M) = TJ-MONEDA(WS-J)
                   MOVE WS-M TO WS-MON-POS
               END-IF
           END-PERFORM
           IF WS-MON-POS = 0
               IF WS-MON-IDX > 19
                   DISPLAY '** CDCRCINT: TABLA DE MONEDAS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MON-IDX
               MOVE WS-MON-IDX TO WS-MON-POS
               INITIALIZE REG-MONEDA(WS-MON-POS)
               MOVE TJ-MONEDA(WS-J) TO TM-MONEDA(WS-MON-POS)
           END-IF
           ADD 1 TO TM-AJUSTES(WS-MON-POS)
           IF WS-DIF-NETO > 0
               ADD WS-DIF-NETO TO TM-NETO-FAVOR(WS-MON-POS)
           ELSE
               SUBTRACT WS-DIF-NETO FROM TM-NETO-CONTRA(WS-MON-POS)
           END-IF
           ADD WS-DIF-BRUTO TO TM-DIF-BRUTO(WS-MON-POS)
           ADD WS-DIF-IMPUESTO TO TM-DIF-IMPUESTO(WS-MON-POS)
           ADD WS-DIF-NETO TO TM-DIF-NETO(WS-MON-POS)
           IF WS-DIF-BRUTO < 0
               SUBTRACT WS-DIF-BRUTO FROM TM-GASTO-AJUSTE(WS-MON-POS)
               SUBTRACT WS-DIF-BRUTO FROM WS-TOT-GASTO-AJUSTE
           ELSE
               ADD WS-DIF-BRUTO TO TM-GASTO-AJUSTE(WS-MON-POS)
               ADD WS-DIF-BRUTO TO WS-TOT-GASTO-AJUSTE
           END-IF.

      * ASIENTOS DE AJUSTE CON FECHA VALOR DE HOY. CADA CUENTA VA AL
      * LADO QUE LE CORRESPONDE SEGUN EL SIGNO DE SU DIFERENCIA: MAS
      * INTERES ES DEBE GASTO / HABER PASIVO E IMPUESTO; MENOS
      * INTERES ES LA REVERSION. BRUTO = NETO + IMPUESTO, ASI QUE EL
      * ASIENTO DE CADA DEPOSITO CUADRA
       GENERAR-INTERFASE-GL.
           MOVE WS-FECHA-PROCESO-NUM TO GLH-FECHA-PROCESO
           MOVE WS-TOT-GASTO-AJUSTE TO GLH-TOT-INTERES
           MOVE WS-AJU-IDX TO GLH-NUM-CUENTAS
           WRITE REG-GL FROM REG-GL-HEADER
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-AJU-IDX
               PERFORM CALCULAR-DIFERENCIAS
               MOVE TJ-UID(WS-J) TO GLD-UID
               MOVE TJ-MONEDA(WS-J) TO GLD-MONEDA
               MOVE WS-FECHA-PROCESO-NUM TO GLD-FECHA-VALOR
               MOVE WS-CTA-GASTO-INTERES TO GLD-CUENTA-CONTABLE
               MOVE WS-DIF-BRUTO TO WS-DIF-ASIENTO
               MOVE 'D' TO WS-LADO-POSITIVO
               PERFORM GRABAR-ASIENTO-AJUSTE
               MOVE WS-CTA-PASIVO-CLIENTE TO GLD-CUENTA-CONTABLE
               MOVE WS-DIF-NETO TO WS-DIF-ASIENTO
               MOVE 'H' TO WS-LADO-POSITIVO
               PERFORM GRABAR-ASIENTO-AJUSTE
               MOVE WS-CTA-IMPTO-RETENIDO TO GLD-CUENTA-CONTABLE
               MOVE WS-DIF-IMPUESTO TO WS-DIF-ASIENTO
               MOVE 'H' TO WS-LADO-POSITIVO
               PERFORM GRABAR-ASIENTO-AJUSTE
           END-PERFORM
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
               MOVE TM-MONEDA(WS-M) TO GLS-MONEDA
               MOVE WS-FECHA-PROCESO-NUM TO GLS-FECHA-VALOR
               MOVE TM-AJUSTES(WS-M) TO GLS-REGISTROS
               MOVE TM-GASTO-AJUSTE(WS-M) TO GLS-INTERES
               WRITE REG-GL FROM REG-GL-SUMARIO
           END-PERFORM
           MOVE WS-TOT-ASIENTOS TO GLT-NUM-ASIENTOS
           MOVE WS-TOT-DEBE TO GLT-TOT-DEBE
           MOVE WS-TOT-HABER TO GLT-TOT-HABER
           WRITE REG-GL FROM REG-GL-TRAILER.

       GRABAR-ASIENTO-AJUSTE.
           IF WS-DIF-ASIENTO NOT = 0
               IF WS-DIF-ASIENTO > 0
                   MOVE WS-LADO-POSITIVO TO GLD-DEBE-HABER
               ELSE
                   IF WS-LADO-POSITIVO = 'D'
                       MOVE 'H' TO GLD-DEBE-HABER
                   ELSE
                       MOVE 'D' TO GLD-DEBE-HABER
                   END-IF
               END-IF
               MOVE WS-DIF-ASIENTO TO WS-IMPORTE-ASIENTO
               MOVE WS-IMPORTE-ASIENTO TO GLD-IMPORTE
               WRITE REG-GL FROM REG-GL-DETALLE
               ADD 1 TO WS-TOT-ASIENTOS
               IF GLD-DEBE-HABER = 'D'
                   ADD WS-IMPORTE-ASIENTO TO WS-TOT-DEBE
               ELSE
                   ADD WS-IMPORTE-ASIENTO TO WS-TOT-HABER
               END-IF
           END-IF.

      * SE REGISTRA DESPUES DE ARMAR LA INTERFASE: QUEDAN LAS CIFRAS
      * NUEVAS DE CADA DEPOSITO AJUSTADO
       REGISTRAR-APLICADOS.
           OPEN EXTEND AJUSTES-APLICADOS
           IF FS-APLICADOS NOT = 0
               DISPLAY 'ERROR ABRIENDO RECALAPL, FILE STATUS: '
                  FS-APLICADOS
               DISPLAY '** CDCRCINT: AJUSTES NO REGISTRADOS, NO '
               DISPLAY '** CONTABILIZAR GLAJUOUT, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-AJU-IDX
               MOVE SPACES TO REG-APLICADO
               MOVE TJ-FECHA-CORRIDA(WS-J) TO APL-FECHA-CORRIDA
               MOVE TJ-UID(WS-J) TO APL-UID
               MOVE TJ-DEPOSIT-DATE(WS-J) TO APL-DEPOSIT-DATE
               MOVE TJ-MONEDA(WS-J) TO APL-MONEDA
               MOVE TJ-BRUTO-NUEVO(WS-J) TO APL-INT-BRUTO
               MOVE TJ-IMPTO-NUEVO(WS-J) TO APL-IMPUESTO
               MOVE TJ-NETO-NUEVO(WS-J) TO APL-INT-NETO
               MOVE WS-FECHA-PROCESO-NUM TO APL-FECHA-APLICACION
               MOVE WS-ID-CORRECCION TO APL-ID-CORRECCION
               WRITE REG-APLICADO
           END-PERFORM
           CLOSE AJUSTES-APLICADOS.

       EDITAR-FECHA.
           MOVE SPACES TO WS-FECHA-TEXTO
           STRING WS-FE-DD '/' WS-FE-MM '/' WS-FE-AAAA
               DELIMITED BY SIZE INTO WS-FECHA-TEXTO.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-CORRIDA-DESDE TO WS-FECHA-EDIT-NUM
           PERFORM EDITAR-FECHA
           MOVE WS-FECHA-TEXTO TO TIT-DESDE
           MOVE WS-CORRIDA-HASTA TO WS-FECHA-EDIT-NUM
           PERFORM EDITAR-FECHA
           MOVE WS-FECHA-TEXTO TO TIT-HASTA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           PERFORM EDITAR-FECHA
           MOVE WS-FECHA-TEXTO TO TIT-FECHA
           MOVE WS-ID-CORRECCION TO TIT-ID-CORRECCION
           IF WS-MODO-SIMULACION = 'S'
               MOVE '(SIMULADO)' TO TIT-MODO
           ELSE
               MOVE '(APLICADO)' TO TIT-MODO
           END-IF
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-CABECERA-AJUSTES.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'AJUSTES POR CLIENTE' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-AJUSTE
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

      * '*' AL FINAL DE LA LINEA: EL DEPOSITO YA TENIA UN AJUSTE
      * APLICADO Y LA DIFERENCIA ES CONTRA ESE AJUSTE
       IMPRIMIR-AJUSTES.
           PERFORM IMPRIMIR-CABECERA-AJUSTES
           IF WS-AJU-IDX = 0
               MOVE 'NO HAY DIFERENCIAS CONTRA LA ESCALERA CORREGIDA'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-AJU-IDX
               IF WS-LINEAS > WS-LINEAS-X-PAGINA
                   PERFORM IMPRIMIR-CABECERA-AJUSTES
               END-IF
               PERFORM CALCULAR-DIFERENCIAS
               MOVE TJ-UID(WS-J) TO AJL-UID
               MOVE SPACES TO AJL-CLIENTE
               STRING TJ-NAME(WS-J) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      TJ-LASTNAME(WS-J) DELIMITED BY '  '
                   INTO AJL-CLIENTE
               MOVE TJ-FECHA-CORRIDA(WS-J) TO WS-FECHA-EDIT-NUM
               PERFORM EDITAR-FECHA
               MOVE WS-FECHA-TEXTO TO AJL-CORRIDA
               MOVE TJ-DEPOSIT-DATE(WS-J) TO WS-FECHA-EDIT-NUM
               PERFORM EDITAR-FECHA
               MOVE WS-FECHA-TEXTO TO AJL-DEPOSITO
               MOVE TJ-MONEDA(WS-J) TO AJL-MONEDA
               MOVE TJ-BRUTO-ANT(WS-J) TO AJL-BRUTO-ANT
               MOVE TJ-BRUTO-NUEVO(WS-J) TO AJL-BRUTO-NUEVO
               MOVE WS-DIF-BRUTO TO AJL-DIF-BRUTO
               MOVE WS-DIF-IMPUESTO TO AJL-DIF-IMPUESTO
               MOVE WS-DIF-NETO TO AJL-DIF-NETO
               IF TJ-YA-AJUSTADO(WS-J) = 'S'
                   MOVE '*' TO AJL-MARCA
               ELSE
                   MOVE SPACE TO AJL-MARCA
               END-IF
               WRITE REG-REPORTE FROM LIN-AJUSTE
               ADD 1 TO WS-LINEAS
           END-PERFORM.

       IMPRIMIR-MONEDAS.
           COMPUTE WS-P = WS-LINEAS + WS-MON-IDX + 5
           IF WS-P > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
           ELSE
               WRITE REG-REPORTE FROM LIN-BLANCO
           END-IF
           MOVE 'TOTALES POR MONEDA' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-MONEDA
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 4 TO WS-LINEAS
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
               MOVE TM-MONEDA(WS-M) TO MNL-MONEDA
               MOVE TM-AJUSTES(WS-M) TO MNL-AJUSTES
               MOVE TM-NETO-FAVOR(WS-M) TO MNL-NETO-FAVOR
               MOVE TM-NETO-CONTRA(WS-M) TO MNL-NETO-CONTRA
               MOVE TM-DIF-BRUTO(WS-M) TO MNL-DIF-BRUTO
               MOVE TM-DIF-IMPUESTO(WS-M) TO MNL-DIF-IMPUESTO
               MOVE TM-DIF-NETO(WS-M) TO MNL-DIF-NETO
               WRITE REG-REPORTE FROM LIN-MONEDA
               ADD 1 TO WS-LINEAS
           END-PERFORM.

       IMPRIMIR-RESUMEN.
           IF WS-LINEAS + 12 > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
           ELSE
               WRITE REG-REPORTE FROM LIN-BLANCO
           END-IF
           MOVE 'RESUMEN' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'REGISTROS DE HISTORIA EN EL RANGO' TO RES-TEXTO
           MOVE WS-TOT-EN-RANGO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'A TASA PREFERENCIAL (NO AFECTADOS)' TO RES-TEXTO
           MOVE WS-TOT-PREFERENCIAL TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SIN TRAMO EN LA ESCALERA CORREGIDA' TO RES-TEXTO
           MOVE WS-TOT-SIN-TRAMO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'RECALCULADOS' TO RES-TEXTO
           MOVE WS-TOT-RECALCULADOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SIN DIFERENCIA' TO RES-TEXTO
           MOVE WS-TOT-SIN-CAMBIO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'CON AJUSTE PREVIO APLICADO' TO RES-TEXTO
           MOVE WS-TOT-YA-AJUSTADOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'DEPOSITOS AJUSTADOS' TO RES-TEXTO
           MOVE WS-AJU-IDX TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'ASIENTOS GRABADOS EN GLAJUOUT' TO RES-TEXTO
           MOVE WS-TOT-ASIENTOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN.

       GRABAR-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL
           IF FS-RUNCTL = 0
               MOVE SPACES TO REG-RUN-CONTROL
               MOVE 'CDCRCINT' TO RCT-PROGRAMA
               MOVE 'GLAJUOUT' TO RCT-ARCHIVO
               MOVE WS-TOT-ASIENTOS TO RCT-REGISTROS
               MOVE WS-TOT-DEBE TO RCT-IMPORTE-1
               MOVE WS-TOT-HABER TO RCT-IMPORTE-2
               WRITE REG-RUN-CONTROL
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'CDCRCINT: RUNCTL NO DISPONIBLE, FILE STATUS: '
                  FS-RUNCTL
           END-IF.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCRCINT'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'CORRECCION . . . . . . . . : ' WS-ID-CORRECCION
           DISPLAY 'CORRIDAS DESDE / HASTA . . : ' WS-CORRIDA-DESDE
              ' / ' WS-CORRIDA-HASTA
           DISPLAY 'HISTORIA LEIDA . . . . . . : ' WS-TOT-HISTORIA
           DISPLAY 'HISTORIA EN EL RANGO . . . : ' WS-TOT-EN-RANGO
           DISPLAY 'A TASA PREFERENCIAL  . . . : ' WS-TOT-PREFERENCIAL
           DISPLAY 'SIN TRAMO EN TASASCOR  . . : ' WS-TOT-SIN-TRAMO
           DISPLAY 'RECALCULADOS . . . . . . . : ' WS-TOT-RECALCULADOS
           DISPLAY 'SIN DIFERENCIA . . . . . . : ' WS-TOT-SIN-CAMBIO
           DISPLAY 'CON AJUSTE PREVIO  . . . . : ' WS-TOT-YA-AJUSTADOS
           DISPLAY 'DEPOSITOS AJUSTADOS  . . . : ' WS-AJU-IDX
           DISPLAY 'ASIENTOS GLAJUOUT  . . . . : ' WS-TOT-ASIENTOS
           DISPLAY 'TOTAL DEBE . . . . . . . . : ' WS-TOT-DEBE
           DISPLAY 'TOTAL HABER  . . . . . . . : ' WS-TOT-HABER
           DISPLAY '-------------------------------------------'
           IF WS-TOT-SIN-TRAMO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCRCINT.
