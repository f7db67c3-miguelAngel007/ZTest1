       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCDVINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAS-READ ASSIGN TO CUENTAS
                       FILE STATUS IS FS-CTA-READ.
           SELECT TASAS-READ ASSIGN TO TASAS
                       FILE STATUS IS FS-TASAS-READ.
           SELECT TASA-PREFER ASSIGN TO TASAPREF
                       FILE STATUS IS FS-TASA-PREF.
           SELECT PARM-BASES ASSIGN TO INPLZPRM
                       FILE STATUS IS FS-PARM-BASES.
           SELECT PARM-DVINT ASSIGN TO DVINTPRM
                       FILE STATUS IS FS-PARM-DVINT.
           SELECT CTAS-CALC-READ ASSIGN TO CTASINT
                       FILE STATUS IS FS-CTASINT.
           SELECT DEVENGO-UPD ASSIGN TO DEVACUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-CLAVE
               FILE STATUS IS FS-DEVENGO.
           SELECT ASIENTOS-TRABAJO ASSIGN TO GLDEVWRK
                       FILE STATUS IS FS-GLWRK.
           SELECT INTERFASE-GL ASSIGN TO GLDEVOUT
                       FILE STATUS IS FS-GLINT.
           SELECT SALDOS-GL ASSIGN TO GLSALDO
                       FILE STATUS IS FS-GLSALDO.
           SELECT REPORTE-DEVENGO ASSIGN TO DVINTOUT
                       FILE STATUS IS FS-REPORTE.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                       FILE STATUS IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
      * CARTERA DE DEPOSITOS ABIERTOS EN FORMATO CUENTAS
       FD CTAS-READ.
       01 CTAS-INPUT.
         05 UID                PIC X(3).
         05 NAME               PIC X(15).
         05 LASTNAME           PIC X(15).
         05 DEPOSIT-DATE.
             10 YEAR           PIC 9(4).
             10 MONTH          PIC 9(2).
             10 DAY-DD         PIC 9(2).
         05 CTA-AMOUNT         PIC 9(8)V99.
         05 CTA-CURRENCY       PIC X(3).
         05 CTA-PLAZO-DIAS     PIC 9(3).
         05 FILLER             PIC X(23).

       FD TASAS-READ.
       01 TASAS-INPUT.
         05 MIN-RANGE-AMOUNT  PIC 9(8)V99.
         05 MAX-RANGE-AMOUNT   PIC 9(8)V99.
         05 RATE               PIC 9(2)V99.
         05 TASA-CURRENCY       PIC X(3).
         05 TASA-FECHA-DESDE   PIC 9(8).
         05 TASA-FECHA-HASTA   PIC 9(8).
         05 FILLER             PIC X(37).

       FD TASA-PREFER.
       01 TASA-PREF-INPUT.
         05 PRF-UID            PIC X(3).
         05 PRF-RATE           PIC 9(2)V99.
         05 FILLER             PIC X(73).

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

       FD PARM-DVINT.
       01 REG-PARM-DVINT.
         05 PARM-FECHA-PROCESO PIC X(8).
         05 PARM-CIERRE-MES    PIC X(1).
         05 FILLER             PIC X(71).

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

      * DEVENGO ACUMULADO POR DEPOSITO. EL REGISTRO SE CONSERVA AL
      * PAGARSE EL DEPOSITO (ESTADO P) COMO CONSTANCIA DE LA REVERSION
       FD DEVENGO-UPD.
       01 REG-DEVENGO.
         05 DEV-CLAVE.
           10 DEV-UID                PIC X(3).
           10 DEV-DEPOSIT-DATE       PIC 9(8).
         05 DEV-MONEDA               PIC X(3).
         05 DEV-CAPITAL              PIC 9(8)V99.
         05 DEV-PLAZO-DIAS           PIC 9(3).
         05 DEV-DEVENGADO            PIC 9(8)V99.
         05 DEV-FECHA-ULT-DEVENGO    PIC 9(8).
         05 DEV-ESTADO               PIC X(1).
           88 DEV-ACTIVO             VALUE 'A'.
           88 DEV-PAGADO             VALUE 'P'.
         05 DEV-FECHA-PAGO           PIC 9(8).
         05 DEV-MES-REF              PIC 9(6).
         05 DEV-DEVENGO-MES          PIC 9(8)V99.
         05 DEV-REVERSION-MES        PIC 9(8)V99.
         05 FILLER                   PIC X(20).

       FD ASIENTOS-TRABAJO.
       01 REG-GL-TRABAJO         PIC X(80).

       FD INTERFASE-GL.
       01 REG-GL                 PIC X(80).

      * SALDO CONTABLE DE LA CUENTA DE INTERESES DEVENGADOS POR
      * MONEDA, ANTES DE CARGAR EL LOTE DEL DIA
       FD SALDOS-GL.
       01 REG-SALDO-GL.
         05 SAL-CUENTA-CONTABLE    PIC X(10).
         05 SAL-MONEDA             PIC X(3).
         05 SAL-SALDO              PIC 9(13)V99.
         05 FILLER                 PIC X(52).

       FD REPORTE-DEVENGO.
       01 REG-REPORTE            PIC X(133).

       FD RUN-CONTROL.
       01 REG-RUN-CONTROL.
         05 RCT-PROGRAMA       PIC X(8).
         05 RCT-ARCHIVO        PIC X(8).
         05 RCT-REGISTROS      PIC 9(7).
         05 RCT-IMPORTE-1      PIC 9(13)V99.
         05 RCT-IMPORTE-2      PIC 9(13)V99.
         05 FILLER             PIC X(27).

       WORKING-STORAGE SECTION.

       01 FS-CTA-READ          PIC 99.
       01 FS-TASAS-READ        PIC 99.
       01 FS-TASA-PREF         PIC 99.
       01 FS-PARM-BASES        PIC 99.
       01 FS-PARM-DVINT        PIC 99.
       01 FS-CTASINT           PIC 99.
       01 FS-DEVENGO           PIC 99.
       01 FS-GLWRK             PIC 99.
       01 FS-GLINT             PIC 99.
       01 FS-GLSALDO           PIC 99.
       01 FS-REPORTE           PIC 99.

      * CUENTAS CONTABLES: EL DEVENGO DIARIO CARGA GASTO CONTRA LA
      * CUENTA DE INTERESES DEVENGADOS POR PAGAR; AL PAGAR CDCINPLZ
      * (Y CONTABILIZAR CDCGLINT EL GASTO COMPLETO) SE REVIERTE
       01 WS-CTA-GASTO-INTERES PIC X(10) VALUE '5101010000'.
       01 WS-CTA-INT-DEVENGADO PIC X(10) VALUE '2102010000'.

       01 WS-CTASINT-DISPONIBLE PIC X VALUE 'N'.
       01 WS-CIERRE-MES        PIC X VALUE 'N'.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-NUM PIC 9(8) VALUE 0.
       01 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO-NUM.
         05 WS-FP-AAAAMM       PIC 9(6).
         05 WS-FP-DD           PIC 9(2).
       01 WS-FECHA-MANANA      PIC 9(8) VALUE 0.
       01 WS-FECHA-MANANA-R REDEFINES WS-FECHA-MANANA.
         05 WS-FM-AAAAMM       PIC 9(6).
         05 WS-FM-DD           PIC 9(2).

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

      * CALCULO DE INTERES: MISMAS REGLAS QUE CDCINPLZ, CON LOS DIAS
      * TRANSCURRIDOS EN LUGAR DEL PLAZO COMPLETO. AL VENCIMIENTO EL
      * DEVENGO ACUMULADO IGUALA EL INTERES BRUTO QUE PAGARA CDCINPLZ
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
       01 WS-DIAS-DEVENGO      PIC 9(5) VALUE 0.

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

       01 WS-PREF-IDX          PIC 9(3) VALUE 0.
       01 WS-P                 PIC 9(3) VALUE 0.
       01 WS-PREF-RATE         PIC 9(2)V99.
       01 WS-TIPO-TASA         PIC X VALUE 'T'.

       01 TABLE-PREFER.
         05 REG-PREFER           OCCURS 100.
           10 TP-UID                PIC X(3).
           10 TP-RATE               PIC 9(2)V99.

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

       01 WS-DEVENGO-A-HOY     PIC 9(8)V99 VALUE 0.
       01 WS-DIFERENCIA        PIC S9(8)V99 VALUE 0.
       01 WS-IMPORTE-ASIENTO   PIC 9(13)V99 VALUE 0.
       01 WS-ES-NUEVO          PIC X VALUE 'N'.

       01 WS-TOT-LEIDOS        PIC 9(7) VALUE 0.
       01 WS-TOT-OMITIDOS      PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-TRAMO     PIC 9(7) VALUE 0.
       01 WS-TOT-DEVENGADOS    PIC 9(7) VALUE 0.
       01 WS-TOT-NUEVOS        PIC 9(7) VALUE 0.
       01 WS-TOT-AJUSTES       PIC 9(7) VALUE 0.
       01 WS-TOT-PAGADOS       PIC 9(7) VALUE 0.
       01 WS-TOT-REVERTIDOS    PIC 9(7) VALUE 0.
       01 WS-TOT-PAGO-SIN-DEV  PIC 9(7) VALUE 0.
       01 WS-TOT-DEVENGO-DIA   PIC 9(13)V99 VALUE 0.
       01 WS-TOT-AJUSTE-DIA    PIC 9(13)V99 VALUE 0.
       01 WS-TOT-REVERSION-DIA PIC 9(13)V99 VALUE 0.
       01 WS-TOT-ASIENTOS      PIC 9(7) VALUE 0.
       01 WS-TOT-DEBE          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-HABER         PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DESCUADRES    PIC 9(3) VALUE 0.

      * MOVIMIENTO DEL DIA Y SALDO POR MONEDA
       01 WS-MON-IDX           PIC 9(2) VALUE 0.
       01 WS-M                 PIC 9(2) VALUE 0.
       01 WS-MONEDA-BUSCADA    PIC X(3).

       01 TABLE-MONEDAS.
         05 REG-MONEDA           OCCURS 20.
           10 MN-MONEDA             PIC X(3).
           10 MN-CTAS-DEVENGO       PIC 9(7).
           10 MN-DEVENGO-DIA        PIC 9(13)V99.
           10 MN-AJUSTE-DIA         PIC 9(13)V99.
           10 MN-REVERSION-DIA      PIC 9(13)V99.
           10 MN-CTAS-ABIERTAS      PIC 9(7).
           10 MN-CAPITAL            PIC 9(13)V99.
           10 MN-SALDO-DEVENGO      PIC 9(13)V99.
           10 MN-DEVENGO-MES        PIC 9(13)V99.
           10 MN-REVERSION-MES      PIC 9(13)V99.
           10 MN-GL-HALLADO         PIC X.
           10 MN-SALDO-GL           PIC 9(13)V99.

       01 WS-SALDO-GL-ESPERADO PIC S9(13)V99 VALUE 0.
       01 WS-DIFERENCIA-GL     PIC S9(13)V99 VALUE 0.

      * CONTROL DE CORRIDA: CTASINT (PAGOS DEL DIA) SE VERIFICA
      * CONTRA LAS CIFRAS DE CDCINPLZ ANTES DE REVERTIR NADA
       01 FS-RUNCTL            PIC 99.
       01 WS-RC-HALLADO        PIC X VALUE 'N'.
       01 WS-RC-REGISTROS      PIC 9(7) VALUE 0.
       01 WS-RC-IMPORTE        PIC 9(13)V99 VALUE 0.
       01 WS-VER-REGISTROS     PIC 9(7) VALUE 0.
       01 WS-VER-IMPORTE       PIC 9(13)V99 VALUE 0.
       01 WS-FIN-RUNCTL        PIC X VALUE 'N'.
       01 WS-FIN-PREPASO       PIC X VALUE 'N'.

       01 WS-PAGINA            PIC 9(4) VALUE 0.

       01 SW-CTAS.
         05 SW-CTAS-END                PIC XX VALUE 'NO'.
           88 SW-CTAS-FIN-OK           VALUE 'SI'.
           88 SW-CTAS-FIN-NO           VALUE 'NO'.

       01 SW-CTASINT.
         05 SW-CTASINT-END             PIC XX VALUE 'NO'.
           88 SW-CTASINT-FIN-OK        VALUE 'SI'.
           88 SW-CTASINT-FIN-NO        VALUE 'NO'.

       01 SW-EOF-RATE.
         05 SW-EOF-RATES-END           PIC XX VALUE 'NO'.
           88 SW-EOF-RATE-FIN-OK       VALUE 'SI'.
           88 SW-EOF-RATE-FIN-NO       VALUE 'NO'.

       01 SW-EOF-PREF.
         05 SW-EOF-PREF-END            PIC XX VALUE 'NO'.
           88 SW-EOF-PREF-FIN-OK       VALUE 'SI'.
           88 SW-EOF-PREF-FIN-NO       VALUE 'NO'.

       01 SW-DEVENGO.
         05 SW-DEVENGO-END             PIC XX VALUE 'NO'.
           88 SW-DEVENGO-FIN-OK        VALUE 'SI'.
           88 SW-DEVENGO-FIN-NO        VALUE 'NO'.

       01 SW-GLWRK.
         05 SW-GLWRK-END               PIC XX VALUE 'NO'.
           88 SW-GLWRK-FIN-OK          VALUE 'SI'.
           88 SW-GLWRK-FIN-NO          VALUE 'NO'.

       01 SW-GLSALDO.
         05 SW-GLSALDO-END             PIC XX VALUE 'NO'.
           88 SW-GLSALDO-FIN-OK        VALUE 'SI'.
           88 SW-GLSALDO-FIN-NO        VALUE 'NO'.

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

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(45) VALUE
            'DEVENGO DIARIO DE INTERESES - DEPOSITOS PLAZO'.
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
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 TIT-CIERRE           PIC X(20).
         05 FILLER               PIC X(49) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-MOVIMIENTO.
         05 FILLER               PIC X(5)  VALUE 'MON  '.
         05 FILLER               PIC X(10) VALUE '  CUENTAS '.
         05 FILLER               PIC X(20) VALUE
            '     DEVENGO DEL DIA'.
         05 FILLER               PIC X(20) VALUE
            '   AJUSTES NEGATIVOS'.
         05 FILLER               PIC X(20) VALUE
            ' REVERSION POR PAGO '.
         05 FILLER               PIC X(21) VALUE
            '    MOVIMIENTO NETO  '.
         05 FILLER               PIC X(37) VALUE SPACES.

       01 LIN-MOVIMIENTO.
         05 MOV-MONEDA           PIC X(3).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 MOV-CUENTAS          PIC ZZZZZZZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 MOV-DEVENGO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 MOV-AJUSTE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 MOV-REVERSION        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 MOV-NETO             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
         05 FILLER               PIC X(41) VALUE SPACES.

       01 LIN-CAB-SALDO.
         05 FILLER               PIC X(5)  VALUE 'MON  '.
         05 FILLER               PIC X(8)  VALUE ' ABIERT.'.
         05 FILLER               PIC X(18) VALUE '         CAPITAL  '.
         05 FILLER               PIC X(18) VALUE '  SALDO DEVENGADO '.
         05 FILLER               PIC X(18) VALUE '     DEVENGO MES  '.
         05 FILLER               PIC X(18) VALUE '   REVERSION MES  '.
         05 FILLER               PIC X(18) VALUE '  SALDO GL ESPER. '.
         05 FILLER               PIC X(18) VALUE '       DIFERENCIA '.
         05 FILLER               PIC X(12) VALUE 'NOTA'.

       01 LIN-SALDO.
         05 SLD-MONEDA           PIC X(3).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 SLD-CUENTAS          PIC ZZZZZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SLD-CAPITAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SLD-DEVENGADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SLD-DEVENGO-MES      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SLD-REVERSION-MES    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SLD-SALDO-GL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SLD-DIFERENCIA       PIC Z,ZZZ,ZZZ,ZZ9.99-.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 SLD-NOTA             PIC X(12).

       01 LIN-NO-CIERRE.
         05 FILLER               PIC X(60) VALUE
            'NO ES CIERRE DE MES: SE OMITE LA CONCILIACION DE SALDOS'.
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           PERFORM LEER-PARAMETROS-BASES
           PERFORM VERIFICAR-ENTRADA-RUNCTL
           PERFORM ABRIR-ARCHIVOS
           PERFORM LOAD-RATES
           PERFORM CARGAR-TASAS-PREFERENCIALES
           PERFORM REVERTIR-PAGADOS
           PERFORM DEVENGAR-CUENTAS UNTIL SW-CTAS-FIN-OK
           PERFORM ARMAR-INTERFASE-GL
           PERFORM IMPRIMIR-REPORTE
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

      * EL CIERRE DE MES SE DETECTA SOLO (MANANA ES OTRO MES) O SE
      * FUERZA DESDE LA TARJETA CUANDO EL ULTIMO DIA NO ES HABIL
       LEER-PARAMETROS.
           OPEN INPUT PARM-DVINT
           IF FS-PARM-DVINT = 0
               READ PARM-DVINT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCDVINT: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
                       IF PARM-CIERRE-MES = 'S'
                           MOVE 'S' TO WS-CIERRE-MES
                       END-IF
               END-READ
               CLOSE PARM-DVINT
           END-IF
           COMPUTE WS-FECHA-MANANA = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM) + 1)
           IF WS-FM-AAAAMM NOT = WS-FP-AAAAMM
               MOVE 'S' TO WS-CIERRE-MES
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

      * CTASINT ES OPCIONAL: EL DIA QUE NO CORRE CDCINPLZ NO HAY
      * PAGOS Y POR LO TANTO NADA QUE REVERTIR
       VERIFICAR-ENTRADA-RUNCTL.
           MOVE 'N' TO WS-RC-HALLADO
           MOVE 'N' TO WS-FIN-RUNCTL
           OPEN INPUT CTAS-CALC-READ
           IF FS-CTASINT NOT = 0
               DISPLAY 'CDCDVINT: CTASINT NO DISPONIBLE, NO SE '
               DISPLAY 'REVIERTEN DEVENGOS, FILE STATUS: ' FS-CTASINT
           ELSE
               MOVE 'S' TO WS-CTASINT-DISPONIBLE
               CLOSE CTAS-CALC-READ
               OPEN INPUT RUN-CONTROL
               IF FS-RUNCTL NOT = 0
                   DISPLAY 'CDCDVINT: RUNCTL NO DISPONIBLE, SE OMITE '
                   DISPLAY 'VERIFICACION, FILE STATUS: ' FS-RUNCTL
               ELSE
                   PERFORM LEER-RUN-CONTROL UNTIL WS-FIN-RUNCTL = 'S'
                   CLOSE RUN-CONTROL
                   IF WS-RC-HALLADO = 'N'
                       DISPLAY 'CDCDVINT: RUNCTL SIN CIFRAS DE '
                       DISPLAY 'CTASINT, SE OMITE VERIFICACION'
                   ELSE
                       PERFORM CONTAR-ENTRADA-CTASINT
                       PERFORM COMPARAR-CONTRA-RUNCTL
                   END-IF
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
               DISPLAY '** CDCDVINT: CTASINT NO CUADRA CONTRA EL '
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
               MOVE 'CDCDVINT' TO RCT-PROGRAMA
               MOVE 'GLDEVOUT' TO RCT-ARCHIVO
               MOVE WS-TOT-ASIENTOS TO RCT-REGISTROS
               MOVE WS-TOT-DEBE TO RCT-IMPORTE-1
               MOVE WS-TOT-HABER TO RCT-IMPORTE-2
               WRITE REG-RUN-CONTROL
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'CDCDVINT: RUNCTL NO DISPONIBLE, FILE STATUS: '
                  FS-RUNCTL
           END-IF.

      * EL ACUMULADO SE CREA VACIO LA PRIMERA VEZ (STATUS 35)
       ABRIR-ARCHIVOS.
           OPEN INPUT CTAS-READ
           OPEN INPUT TASAS-READ
           OPEN OUTPUT ASIENTOS-TRABAJO
           OPEN OUTPUT REPORTE-DEVENGO
           OPEN I-O DEVENGO-UPD
           IF FS-DEVENGO = 35
               DISPLAY 'CDCDVINT: DEVACUM NO EXISTE, SE CREA VACIO'
               OPEN OUTPUT DEVENGO-UPD
               CLOSE DEVENGO-UPD
               OPEN I-O DEVENGO-UPD
           END-IF
           IF FS-CTA-READ NOT = 0 OR FS-TASAS-READ NOT = 0 OR
              FS-GLWRK NOT = 0 OR FS-REPORTE NOT = 0 OR
              FS-DEVENGO NOT = 0
               IF FS-CTA-READ NOT = 0
                   DISPLAY 'ERROR ABRIENDO CUENTAS, FILE STATUS: '
                      FS-CTA-READ
               END-IF
               IF FS-TASAS-READ NOT = 0
                   DISPLAY 'ERROR ABRIENDO TASAS, FILE STATUS: '
                      FS-TASAS-READ
               END-IF
               IF FS-GLWRK NOT = 0
                   DISPLAY 'ERROR ABRIENDO GLDEVWRK, FILE STATUS: '
                      FS-GLWRK
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO DVINTOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               IF FS-DEVENGO NOT = 0
                   DISPLAY 'ERROR ABRIENDO DEVACUM, FILE STATUS: '
                      FS-DEVENGO
               END-IF
               DISPLAY '** CDCDVINT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CTAS-READ
           CLOSE TASAS-READ
           CLOSE REPORTE-DEVENGO
           CLOSE DEVENGO-UPD.

       LOAD-RATES.
           PERFORM PROCESS-RATE-FILE-RECORDS UNTIL SW-EOF-RATE-FIN-OK.
       PROCESS-RATE-FILE-RECORDS.
           READ TASAS-READ
           IF FS-TASAS-READ = 10
               SET SW-EOF-RATE-FIN-OK TO TRUE
           ELSE
               IF WS-RATE-IDX > 199
                   DISPLAY
                     '** CDCDVINT: TABLA DE TASAS EXCEDE CAPACIDAD, '
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

       CARGAR-TASAS-PREFERENCIALES.
           OPEN INPUT TASA-PREFER
           IF FS-TASA-PREF = 0
               PERFORM LEER-TASA-PREFERENCIAL
                 UNTIL SW-EOF-PREF-FIN-OK
               CLOSE TASA-PREFER
           END-IF.
       LEER-TASA-PREFERENCIAL.
           READ TASA-PREFER
               AT END
                   SET SW-EOF-PREF-FIN-OK TO TRUE
               NOT AT END
                   IF WS-PREF-IDX > 99
                       DISPLAY
                         '** CDCDVINT: TABLA PREFERENCIAL EXCEDE '
                       DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF PRF-UID NOT = SPACES AND PRF-RATE NUMERIC
                       ADD 1 TO WS-PREF-IDX
                       MOVE PRF-UID TO TP-UID(WS-PREF-IDX)
                       MOVE PRF-RATE TO TP-RATE(WS-PREF-IDX)
                   END-IF
           END-READ.

      * PRIMERO LOS PAGOS: UN DEPOSITO QUE CDCINPLZ PAGO HOY YA TIENE
      * SU GASTO COMPLETO EN CDCGLINT, ASI QUE SU DEVENGO ACUMULADO
      * SE REVIERTE Y EL DEPOSITO NO VUELVE A DEVENGAR. SI NUNCA
      * DEVENGO (SIN REGISTRO EN DEVACUM) SE GRABA IGUAL LA MARCA DE
      * PAGADO EN CERO, PARA QUE DEVENGAR-CUENTAS NO LO TOME
       REVERTIR-PAGADOS.
           IF WS-CTASINT-DISPONIBLE = 'S'
               OPEN INPUT CTAS-CALC-READ
               PERFORM LEER-PAGO-CTASINT UNTIL SW-CTASINT-FIN-OK
               CLOSE CTAS-CALC-READ
           END-IF.

       LEER-PAGO-CTASINT.
           READ CTAS-CALC-READ
               AT END
                   SET SW-CTASINT-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-PAGADOS
                   PERFORM REVERTIR-UN-PAGO
           END-READ.

       REVERTIR-UN-PAGO.
           MOVE OUT-UID TO DEV-UID
           MOVE OUT-DEPOSIT-DATE TO DEV-DEPOSIT-DATE
           READ DEVENGO-UPD
           IF FS-DEVENGO NOT = 0
               ADD 1 TO WS-TOT-PAGO-SIN-DEV
               PERFORM GRABAR-PAGO-SIN-DEVENGO
           ELSE
               IF DEV-ACTIVO
                   PERFORM CONTROLAR-MES-DEVENGO
                   IF DEV-DEVENGADO > 0
                       MOVE DEV-MONEDA TO WS-MONEDA-BUSCADA
                       PERFORM BUSCAR-MONEDA
                       MOVE DEV-DEVENGADO TO WS-IMPORTE-ASIENTO
                       PERFORM GRABAR-ASIENTO-REVERSION
                       ADD DEV-DEVENGADO TO MN-REVERSION-DIA(WS-M)
                       ADD DEV-DEVENGADO TO WS-TOT-REVERSION-DIA
                       ADD DEV-DEVENGADO TO DEV-REVERSION-MES
                       ADD 1 TO WS-TOT-REVERTIDOS
                   END-IF
                   MOVE 0 TO DEV-DEVENGADO
                   SET DEV-PAGADO TO TRUE
                   MOVE WS-FECHA-PROCESO-NUM TO DEV-FECHA-PAGO
                   PERFORM REGRABAR-DEVENGO
               END-IF
           END-IF.

       GRABAR-PAGO-SIN-DEVENGO.
           MOVE SPACES TO REG-DEVENGO
           MOVE OUT-UID TO DEV-UID
           MOVE OUT-DEPOSIT-DATE TO DEV-DEPOSIT-DATE
           MOVE OUT-CTA-CURRENCY TO DEV-MONEDA
           MOVE OUT-AMOUNT TO DEV-CAPITAL
           MOVE OUT-PLAZO-DIAS TO DEV-PLAZO-DIAS
           MOVE 0 TO DEV-DEVENGADO
           MOVE 0 TO DEV-FECHA-ULT-DEVENGO
           SET DEV-PAGADO TO TRUE
           MOVE WS-FECHA-PROCESO-NUM TO DEV-FECHA-PAGO
           MOVE WS-FP-AAAAMM TO DEV-MES-REF
           MOVE 0 TO DEV-DEVENGO-MES
           MOVE 0 TO DEV-REVERSION-MES
           WRITE REG-DEVENGO
           IF FS-DEVENGO NOT = 0
               DISPLAY 'ERROR GRABANDO DEVACUM, FILE STATUS: '
                  FS-DEVENGO
           END-IF.

       DEVENGAR-CUENTAS.
           READ CTAS-READ
               AT END
                   SET SW-CTAS-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   PERFORM DEVENGAR-UNA-CUENTA
           END-READ.

      * LAS MARCAS HDR/TRL DE LA TRANSMISION Y LOS REGISTROS QUE
      * CDCVALCT HABRIA RECHAZADO NO DEVENGAN
       DEVENGAR-UNA-CUENTA.
           IF UID = 'HDR' OR UID = 'TRL' OR UID = SPACES OR
              DEPOSIT-DATE NOT NUMERIC OR CTA-AMOUNT NOT NUMERIC
               ADD 1 TO WS-TOT-OMITIDOS
           ELSE
               MOVE DEPOSIT-DATE TO WS-FECHA-DEPOSITO
               IF WS-FECHA-DEPOSITO > WS-FECHA-PROCESO-NUM
                   ADD 1 TO WS-TOT-OMITIDOS
               ELSE
                   PERFORM OBTENER-ACUMULADO
                   IF DEV-PAGADO
                       CONTINUE
                   ELSE
                       PERFORM CALCULAR-DEVENGO-A-HOY
                       PERFORM REGISTRAR-DEVENGO-DIA
                   END-IF
               END-IF
           END-IF.

       OBTENER-ACUMULADO.
           MOVE 'N' TO WS-ES-NUEVO
           MOVE UID TO DEV-UID
           MOVE WS-FECHA-DEPOSITO TO DEV-DEPOSIT-DATE
           READ DEVENGO-UPD
           IF FS-DEVENGO NOT = 0
               MOVE 'S' TO WS-ES-NUEVO
               MOVE SPACES TO REG-DEVENGO
               MOVE UID TO DEV-UID
               MOVE WS-FECHA-DEPOSITO TO DEV-DEPOSIT-DATE
               MOVE 0 TO DEV-DEVENGADO
               MOVE 0 TO DEV-FECHA-ULT-DEVENGO
               MOVE 0 TO DEV-FECHA-PAGO
               MOVE WS-FP-AAAAMM TO DEV-MES-REF
               MOVE 0 TO DEV-DEVENGO-MES
               MOVE 0 TO DEV-REVERSION-MES
               SET DEV-ACTIVO TO TRUE
           ELSE
               PERFORM CONTROLAR-MES-DEVENGO
           END-IF
           MOVE CTA-CURRENCY TO DEV-MONEDA
           MOVE CTA-AMOUNT TO DEV-CAPITAL.

      * LOS ACUMULADOS DEL MES SE REINICIAN AL CAMBIAR DE MES
       CONTROLAR-MES-DEVENGO.
           IF DEV-MES-REF NOT = WS-FP-AAAAMM
               MOVE WS-FP-AAAAMM TO DEV-MES-REF
               MOVE 0 TO DEV-DEVENGO-MES
               MOVE 0 TO DEV-REVERSION-MES
           END-IF.

      * DIAS TRANSCURRIDOS DESDE EL DEPOSITO, TOPADOS AL PLAZO: UN
      * DEPOSITO VENCIDO Y NO PAGADO YA NO SIGUE DEVENGANDO
       CALCULAR-DEVENGO-A-HOY.
           MOVE 0 TO CALC-INTERST
           MOVE 0 TO TEMP-MIN-RANGE-AMT
           MOVE 0 TO TEMP-MAX-RANGE-AMT
           MOVE 0 TO TEMP-MAX-AMT
           MOVE 0 TO WS-PREV-MAX-AMT
           MOVE 'N' TO WS-TIER-ENCONTRADO
           MOVE 'S' TO WS-PRIMER-TIER-MONEDA
           MOVE CTA-AMOUNT TO CALC-CTA-AMOUNT
           PERFORM DETERMINAR-BASE-CALCULO
           IF CTA-PLAZO-DIAS NUMERIC AND CTA-PLAZO-DIAS > 0
               MOVE CTA-PLAZO-DIAS TO WS-PLAZO-DIAS
           ELSE
               MOVE WS-PLAZO-DEFECTO TO WS-PLAZO-DIAS
           END-IF
           MOVE WS-PLAZO-DIAS TO DEV-PLAZO-DIAS
           COMPUTE WS-DIAS-DEVENGO =
             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM) -
             FUNCTION INTEGER-OF-DATE(WS-FECHA-DEPOSITO)
           IF WS-DIAS-DEVENGO > WS-PLAZO-DIAS
               MOVE WS-PLAZO-DIAS TO WS-DIAS-DEVENGO
           END-IF
           PERFORM BUSCAR-TASA-PREFERENCIAL
           IF WS-TIPO-TASA = 'P'
               COMPUTE CALC-INTERST ROUNDED = CTA-AMOUNT *
                 (WS-PREF-RATE / 100) *
                 WS-DIAS-DEVENGO / WS-DIVISOR-DIAS
               MOVE 'S' TO WS-TIER-ENCONTRADO
           ELSE
               PERFORM CALCULAR-INTERES-TARIFA
           END-IF
           IF WS-TIER-ENCONTRADO = 'N'
               ADD 1 TO WS-TOT-SIN-TRAMO
           END-IF
           MOVE CALC-INTERST TO WS-DEVENGO-A-HOY.

       BUSCAR-TASA-PREFERENCIAL.
           MOVE 'T' TO WS-TIPO-TASA
           MOVE 0 TO WS-PREF-RATE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PREF-IDX
               IF TP-UID(WS-P) = UID
                   MOVE TP-RATE(WS-P) TO WS-PREF-RATE
                   MOVE 'P' TO WS-TIPO-TASA
               END-IF
           END-PERFORM
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
             IF TB-CURRENCY(WS-I) = CTA-CURRENCY AND
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

               IF (CTA-AMOUNT > TEMP-MIN-RANGE-AMT)
                   MOVE 'S' TO WS-TIER-ENCONTRADO
                   MOVE 0 TO TEM-INTERST
                   IF (CALC-CTA-AMOUNT > TEMP-MAX-AMT)
                       MOVE TEMP-MAX-AMT TO CALC-MAX-AMOUNT
                   ELSE
                       MOVE CALC-CTA-AMOUNT TO CALC-MAX-AMOUNT
                   END-IF

                   COMPUTE TEM-INTERST ROUNDED = CALC-MAX-AMOUNT *
                     (TB-RATE(WS-I) / 100) *
                     WS-DIAS-DEVENGO / WS-DIVISOR-DIAS

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
               IF WS-BM-MONEDA(WS-B) = CTA-CURRENCY
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

      * EL ASIENTO DEL DIA ES LA DIFERENCIA CONTRA LO YA DEVENGADO:
      * REPETIR LA CORRIDA DEL MISMO DIA NO DUPLICA NADA. UNA TARIFA
      * CORREGIDA A LA BAJA DA DIFERENCIA NEGATIVA Y SE AJUSTA
       REGISTRAR-DEVENGO-DIA.
           COMPUTE WS-DIFERENCIA = WS-DEVENGO-A-HOY - DEV-DEVENGADO
           MOVE CTA-CURRENCY TO WS-MONEDA-BUSCADA
           PERFORM BUSCAR-MONEDA
           IF WS-DIFERENCIA > 0
               MOVE WS-DIFERENCIA TO WS-IMPORTE-ASIENTO
               PERFORM GRABAR-ASIENTO-DEVENGO
               ADD 1 TO MN-CTAS-DEVENGO(WS-M)
               ADD WS-DIFERENCIA TO MN-DEVENGO-DIA(WS-M)
               ADD WS-DIFERENCIA TO WS-TOT-DEVENGO-DIA
               ADD WS-DIFERENCIA TO DEV-DEVENGO-MES
               ADD 1 TO WS-TOT-DEVENGADOS
           END-IF
           IF WS-DIFERENCIA < 0
               COMPUTE WS-IMPORTE-ASIENTO = 0 - WS-DIFERENCIA
               PERFORM GRABAR-ASIENTO-REVERSION
               ADD WS-IMPORTE-ASIENTO TO MN-AJUSTE-DIA(WS-M)
               ADD WS-IMPORTE-ASIENTO TO WS-TOT-AJUSTE-DIA
               IF DEV-DEVENGO-MES > WS-IMPORTE-ASIENTO
                   SUBTRACT WS-IMPORTE-ASIENTO FROM DEV-DEVENGO-MES
               ELSE
                   MOVE 0 TO DEV-DEVENGO-MES
               END-IF
               ADD 1 TO WS-TOT-AJUSTES
           END-IF
           MOVE WS-DEVENGO-A-HOY TO DEV-DEVENGADO
           MOVE WS-FECHA-PROCESO-NUM TO DEV-FECHA-ULT-DEVENGO
           IF WS-ES-NUEVO = 'S'
               WRITE REG-DEVENGO
               IF FS-DEVENGO = 0
                   ADD 1 TO WS-TOT-NUEVOS
               ELSE
                   DISPLAY 'ERROR GRABANDO DEVACUM, FILE STATUS: '
                      FS-DEVENGO
               END-IF
           ELSE
               PERFORM REGRABAR-DEVENGO
           END-IF.

       REGRABAR-DEVENGO.
           REWRITE REG-DEVENGO
           IF FS-DEVENGO NOT = 0
               DISPLAY 'ERROR REGRABANDO DEVACUM, FILE STATUS: '
                  FS-DEVENGO
           END-IF.

       BUSCAR-MONEDA.
           MOVE 0 TO WS-M
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MON-IDX
               IF MN-MONEDA(WS-I) = WS-MONEDA-BUSCADA
                   MOVE WS-I TO WS-M
               END-IF
           END-PERFORM
           IF WS-M = 0
               IF WS-MON-IDX > 19
                   DISPLAY
                     '** CDCDVINT: TABLA DE MONEDAS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MON-IDX
               MOVE WS-MON-IDX TO WS-M
               INITIALIZE REG-MONEDA(WS-M)
               MOVE WS-MONEDA-BUSCADA TO MN-MONEDA(WS-M)
               MOVE 'N' TO MN-GL-HALLADO(WS-M)
           END-IF.

      * DEBE GASTO / HABER INTERES DEVENGADO POR PAGAR
       GRABAR-ASIENTO-DEVENGO.
           MOVE 'D' TO GLD-DEBE-HABER
           MOVE WS-CTA-GASTO-INTERES TO GLD-CUENTA-CONTABLE
           PERFORM GRABAR-DETALLE-GL
           ADD WS-IMPORTE-ASIENTO TO WS-TOT-DEBE
           MOVE 'H' TO GLD-DEBE-HABER
           MOVE WS-CTA-INT-DEVENGADO TO GLD-CUENTA-CONTABLE
           PERFORM GRABAR-DETALLE-GL
           ADD WS-IMPORTE-ASIENTO TO WS-TOT-HABER.

      * DEBE INTERES DEVENGADO POR PAGAR / HABER GASTO
       GRABAR-ASIENTO-REVERSION.
           MOVE 'D' TO GLD-DEBE-HABER
           MOVE WS-CTA-INT-DEVENGADO TO GLD-CUENTA-CONTABLE
           PERFORM GRABAR-DETALLE-GL
           ADD WS-IMPORTE-ASIENTO TO WS-TOT-DEBE
           MOVE 'H' TO GLD-DEBE-HABER
           MOVE WS-CTA-GASTO-INTERES TO GLD-CUENTA-CONTABLE
           PERFORM GRABAR-DETALLE-GL
           ADD WS-IMPORTE-ASIENTO TO WS-TOT-HABER.

       GRABAR-DETALLE-GL.
           MOVE DEV-UID TO GLD-UID
           MOVE DEV-MONEDA TO GLD-MONEDA
           MOVE WS-FECHA-PROCESO-NUM TO GLD-FECHA-VALOR
           MOVE WS-IMPORTE-ASIENTO TO GLD-IMPORTE
           WRITE REG-GL-TRABAJO FROM REG-GL-DETALLE
           ADD 1 TO WS-TOT-ASIENTOS.

      * EL LOTE SE ARMA AL FINAL PORQUE LA CABECERA LLEVA LOS TOTALES:
      * HDR, LOS DETALLES DEL ARCHIVO DE TRABAJO, SUM POR MONEDA, TRL
       ARMAR-INTERFASE-GL.
           CLOSE ASIENTOS-TRABAJO
           OPEN INPUT ASIENTOS-TRABAJO
           OPEN OUTPUT INTERFASE-GL
           IF FS-GLINT NOT = 0 OR FS-GLWRK NOT = 0
               DISPLAY 'ERROR ABRIENDO GLDEVOUT, FILE STATUS: '
                  FS-GLINT ' GLDEVWRK: ' FS-GLWRK
               DISPLAY '** CDCDVINT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-PROCESO-NUM TO GLH-FECHA-PROCESO
           MOVE WS-TOT-DEVENGO-DIA TO GLH-TOT-INTERES
           MOVE WS-TOT-DEVENGADOS TO GLH-NUM-CUENTAS
           WRITE REG-GL FROM REG-GL-HEADER
           PERFORM COPIAR-ASIENTO UNTIL SW-GLWRK-FIN-OK
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
               IF MN-CTAS-DEVENGO(WS-M) > 0
                   MOVE MN-MONEDA(WS-M) TO GLS-MONEDA
                   MOVE WS-FECHA-PROCESO-NUM TO GLS-FECHA-VALOR
                   MOVE MN-CTAS-DEVENGO(WS-M) TO GLS-REGISTROS
                   MOVE MN-DEVENGO-DIA(WS-M) TO GLS-INTERES
                   WRITE REG-GL FROM REG-GL-SUMARIO
               END-IF
           END-PERFORM
           MOVE WS-TOT-ASIENTOS TO GLT-NUM-ASIENTOS
           MOVE WS-TOT-DEBE TO GLT-TOT-DEBE
           MOVE WS-TOT-HABER TO GLT-TOT-HABER
           WRITE REG-GL FROM REG-GL-TRAILER
           CLOSE ASIENTOS-TRABAJO
           CLOSE INTERFASE-GL.

       COPIAR-ASIENTO.
           READ ASIENTOS-TRABAJO
               AT END
                   SET SW-GLWRK-FIN-OK TO TRUE
               NOT AT END
                   WRITE REG-GL FROM REG-GL-TRABAJO
           END-READ.

       IMPRIMIR-REPORTE.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'MOVIMIENTO DEL DIA POR MONEDA' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-MOVIMIENTO
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           PERFORM IMPRIMIR-MOVIMIENTO
             VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX
           WRITE REG-REPORTE FROM LIN-BLANCO
           IF WS-CIERRE-MES = 'S'
               PERFORM ACUMULAR-SALDOS
               PERFORM CARGAR-SALDOS-GL
               PERFORM IMPRIMIR-CONCILIACION
           ELSE
               WRITE REG-REPORTE FROM LIN-NO-CIERRE
           END-IF.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           IF WS-CIERRE-MES = 'S'
               MOVE '** CIERRE DE MES **' TO TIT-CIERRE
           ELSE
               MOVE SPACES TO TIT-CIERRE
           END-IF
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO.

       IMPRIMIR-MOVIMIENTO.
           MOVE MN-MONEDA(WS-M) TO MOV-MONEDA
           MOVE MN-CTAS-DEVENGO(WS-M) TO MOV-CUENTAS
           MOVE MN-DEVENGO-DIA(WS-M) TO MOV-DEVENGO
           MOVE MN-AJUSTE-DIA(WS-M) TO MOV-AJUSTE
           MOVE MN-REVERSION-DIA(WS-M) TO MOV-REVERSION
           COMPUTE MOV-NETO = MN-DEVENGO-DIA(WS-M) -
             MN-AJUSTE-DIA(WS-M) - MN-REVERSION-DIA(WS-M)
           WRITE REG-REPORTE FROM LIN-MOVIMIENTO.

      * SALDO DEL ACUMULADO YA ACTUALIZADO CON EL MOVIMIENTO DEL DIA
       ACUMULAR-SALDOS.
           MOVE LOW-VALUES TO DEV-CLAVE
           START DEVENGO-UPD KEY NOT < DEV-CLAVE
           IF FS-DEVENGO NOT = 0
               SET SW-DEVENGO-FIN-OK TO TRUE
           END-IF
           PERFORM ACUMULAR-SALDO-REGISTRO UNTIL SW-DEVENGO-FIN-OK.

       ACUMULAR-SALDO-REGISTRO.
           READ DEVENGO-UPD NEXT RECORD
               AT END
                   SET SW-DEVENGO-FIN-OK TO TRUE
               NOT AT END
                   MOVE DEV-MONEDA TO WS-MONEDA-BUSCADA
                   PERFORM BUSCAR-MONEDA
                   IF DEV-ACTIVO
                       ADD 1 TO MN-CTAS-ABIERTAS(WS-M)
                       ADD DEV-CAPITAL TO MN-CAPITAL(WS-M)
                       ADD DEV-DEVENGADO TO MN-SALDO-DEVENGO(WS-M)
                   END-IF
                   IF DEV-MES-REF = WS-FP-AAAAMM
                       ADD DEV-DEVENGO-MES TO MN-DEVENGO-MES(WS-M)
                       ADD DEV-REVERSION-MES TO MN-REVERSION-MES(WS-M)
                   END-IF
           END-READ.

      * SIN ARCHIVO DE SALDOS EL REPORTE SALE SIN CONCILIAR
       CARGAR-SALDOS-GL.
           OPEN INPUT SALDOS-GL
           IF FS-GLSALDO = 0
               PERFORM LEER-SALDO-GL UNTIL SW-GLSALDO-FIN-OK
               CLOSE SALDOS-GL
           ELSE
               DISPLAY 'CDCDVINT: ARCHIVO GLSALDO NO DISPONIBLE, '
               DISPLAY 'CIERRE SIN CONCILIAR, FILE STATUS: '
                  FS-GLSALDO
           END-IF.

       LEER-SALDO-GL.
           READ SALDOS-GL
               AT END
                   SET SW-GLSALDO-FIN-OK TO TRUE
               NOT AT END
                   IF SAL-CUENTA-CONTABLE = WS-CTA-INT-DEVENGADO AND
                      SAL-SALDO NUMERIC
                       MOVE SAL-MONEDA TO WS-MONEDA-BUSCADA
                       PERFORM BUSCAR-MONEDA
                       MOVE 'S' TO MN-GL-HALLADO(WS-M)
                       ADD SAL-SALDO TO MN-SALDO-GL(WS-M)
                   END-IF
           END-READ.

      * EL SALDO GL ES PREVIO AL LOTE DE HOY: SE LE SUMA EL MOVIMIENTO
      * NETO DEL DIA Y DEBE IGUALAR EL SALDO DEL ACUMULADO
       IMPRIMIR-CONCILIACION.
           MOVE 'SALDO DEVENGADO POR MONEDA - CONCILIACION CON GL'
              TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-SALDO
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           PERFORM IMPRIMIR-SALDO-MONEDA
             VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MON-IDX.

       IMPRIMIR-SALDO-MONEDA.
           MOVE SPACES TO SLD-NOTA
           MOVE MN-MONEDA(WS-M) TO SLD-MONEDA
           MOVE MN-CTAS-ABIERTAS(WS-M) TO SLD-CUENTAS
           MOVE MN-CAPITAL(WS-M) TO SLD-CAPITAL
           MOVE MN-SALDO-DEVENGO(WS-M) TO SLD-DEVENGADO
           MOVE MN-DEVENGO-MES(WS-M) TO SLD-DEVENGO-MES
           MOVE MN-REVERSION-MES(WS-M) TO SLD-REVERSION-MES
           IF MN-GL-HALLADO(WS-M) = 'S'
               COMPUTE WS-SALDO-GL-ESPERADO = MN-SALDO-GL(WS-M) +
                 MN-DEVENGO-DIA(WS-M) - MN-AJUSTE-DIA(WS-M) -
                 MN-REVERSION-DIA(WS-M)
               COMPUTE WS-DIFERENCIA-GL =
                 MN-SALDO-DEVENGO(WS-M) - WS-SALDO-GL-ESPERADO
               MOVE WS-SALDO-GL-ESPERADO TO SLD-SALDO-GL
               MOVE WS-DIFERENCIA-GL TO SLD-DIFERENCIA
               IF WS-DIFERENCIA-GL NOT = 0
                   ADD 1 TO WS-TOT-DESCUADRES
                   MOVE '** DESCUADRE' TO SLD-NOTA
               ELSE
                   MOVE 'CONCILIADO' TO SLD-NOTA
               END-IF
           ELSE
               MOVE 0 TO SLD-SALDO-GL
               MOVE 0 TO SLD-DIFERENCIA
               MOVE 'SIN SALDO GL' TO SLD-NOTA
           END-IF
           WRITE REG-REPORTE FROM LIN-SALDO.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCDVINT'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'CIERRE DE MES  . . . . . . : ' WS-CIERRE-MES
           DISPLAY 'CUENTAS LEIDAS . . . . . . : ' WS-TOT-LEIDOS
           DISPLAY 'CUENTAS OMITIDAS . . . . . : ' WS-TOT-OMITIDOS
           DISPLAY 'CUENTAS CON DEVENGO  . . . : ' WS-TOT-DEVENGADOS
           DISPLAY 'CUENTAS NUEVAS EN DEVACUM  : ' WS-TOT-NUEVOS
           DISPLAY 'CUENTAS SIN TRAMO DE TASA  : ' WS-TOT-SIN-TRAMO
           DISPLAY 'AJUSTES NEGATIVOS  . . . . : ' WS-TOT-AJUSTES
           DISPLAY 'PAGOS LEIDOS (CTASINT) . . : ' WS-TOT-PAGADOS
           DISPLAY 'DEVENGOS REVERTIDOS  . . . : ' WS-TOT-REVERTIDOS
           DISPLAY 'PAGOS SIN DEVENGO PREVIO . : ' WS-TOT-PAGO-SIN-DEV
           DISPLAY 'DEVENGO DEL DIA  . . . . . : ' WS-TOT-DEVENGO-DIA
           DISPLAY 'AJUSTE DEL DIA . . . . . . : ' WS-TOT-AJUSTE-DIA
           DISPLAY 'REVERSION DEL DIA  . . . . : ' WS-TOT-REVERSION-DIA
           DISPLAY 'ASIENTOS GENERADOS . . . . : ' WS-TOT-ASIENTOS
           DISPLAY 'TOTAL DEBE . . . . . . . . : ' WS-TOT-DEBE
           DISPLAY 'TOTAL HABER  . . . . . . . : ' WS-TOT-HABER
           IF WS-CIERRE-MES = 'S'
               DISPLAY 'MONEDAS CON DESCUADRE GL . : ' WS-TOT-DESCUADRES
           END-IF
           DISPLAY '-------------------------------------------'
           IF WS-TOT-DESCUADRES > 0
               DISPLAY '** CDCDVINT: SALDO DEVENGADO NO CONCILIA CON '
               DISPLAY '** EL GL, REVISAR DVINTOUT **'
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCDVINT.
