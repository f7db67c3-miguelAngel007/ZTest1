       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCAMLOP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMFLOG-FILE ASSIGN TO CAMFLOG
               FILE STATUS IS FS-CAMFLOG.
           SELECT TIPO-CAMBIO ASSIGN TO TIPOCAM
               FILE STATUS IS FS-TIPOCAM.
           SELECT PARM-AML ASSIGN TO AMLPRM
               FILE STATUS IS FS-PARM-AML.
           SELECT REGISTRO-AML ASSIGN TO AMLREG
               FILE STATUS IS FS-REGISTRO.
           SELECT REPORTE-AML ASSIGN TO AMLOUT
               FILE STATUS IS FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
       FD CAMFLOG-FILE.
       01 REG-CAMFLOG.
         05 REG-FECHA-REAL         PIC X(8).
         05 REG-HORAS-REAL         PIC X(6).
         05 REG-NUM-TOLD01         PIC 9(07).
         05 REG-NUM-OPER           PIC X(10).
         05 REG-CODRET-CHAR        PIC X(02).
         05 REG-RC                 PIC 9(02).
         05 REG-LOG-MDCOCOMM       PIC X(2000).
         05 REG-FILLER             PIC X(2049).

       FD TIPO-CAMBIO.
       01 REG-TIPO-CAMBIO.
         05 TCM-MONEDA             PIC X(3).
         05 TCM-FECHA              PIC 9(8).
         05 TCM-TASA               PIC 9(4)V9(6).
         05 FILLER                 PIC X(59).

      * MODO D (DIARIO, LA FECHA DE PROCESO) O M (MENSUAL, EL MES
      * ANTERIOR AL DE PROCESO), UMBRALES EN USD, DIAS DE LA VENTANA
      * DE FRACCIONAMIENTO, FECHA OPCIONAL PARA REPROCESO Y HASTA
      * CINCO EQUIVALENCIAS DE CODIGO DE MONEDA DEL LOG A CODIGO ISO
       FD PARM-AML.
       01 REG-PARM-AML.
         05 PARM-MODO              PIC X(1).
         05 PARM-UMBRAL-OPERACION  PIC 9(9)V99.
         05 PARM-UMBRAL-ACUMULADO  PIC 9(9)V99.
         05 PARM-DIAS-VENTANA      PIC X(3).
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 PARM-EQUIVALENCIA      OCCURS 5.
           10 PEQ-CODIGO           PIC X(3).
           10 PEQ-MONEDA           PIC X(3).
         05 FILLER                 PIC X(16).

      * REGISTRO DE OPERACIONES PARA CUMPLIMIENTO: CABECERA, UNA
      * OPERACION POR REGISTRO SOBRE EL UMBRAL, UN CLIENTE POR ALERTA
      * DE FRACCIONAMIENTO Y TOTALES DE CONTROL
       FD REGISTRO-AML.
       01 REG-AML-CABECERA.
         05 AMC-TIPO-REG           PIC X(1).
         05 AMC-FECHA-PROCESO      PIC 9(8).
         05 AMC-MODO               PIC X(1).
         05 AMC-PERIODO-DESDE      PIC 9(8).
         05 AMC-PERIODO-HASTA      PIC 9(8).
         05 AMC-UMBRAL-OPERACION   PIC 9(9)V99.
         05 AMC-UMBRAL-ACUMULADO   PIC 9(9)V99.
         05 AMC-DIAS-VENTANA       PIC 9(3).
         05 FILLER                 PIC X(99).
       01 REG-AML-OPERACION.
         05 AMO-TIPO-REG           PIC X(1).
         05 AMO-FECHA              PIC 9(8).
         05 AMO-HORA               PIC X(6).
         05 AMO-NUM-OPER           PIC X(10).
         05 AMO-CODOPE             PIC X(2).
         05 AMO-CLIENTE            PIC X(14).
         05 AMO-TIPO-CLIENTE       PIC X(1).
         05 AMO-IDEN-CLIENTE       PIC X(12).
         05 AMO-SUCURSAL           PIC X(3).
         05 AMO-USUARIO            PIC X(8).
         05 AMO-MONEDA             PIC X(3).
         05 AMO-MONTO              PIC 9(15)V99.
         05 AMO-TASA-CAMBIO        PIC 9(4)V9(6).
         05 AMO-MONTO-USD          PIC 9(15)V99.
         05 FILLER                 PIC X(38).
       01 REG-AML-ALERTA.
         05 AMA-TIPO-REG           PIC X(1).
         05 AMA-CLIENTE            PIC X(14).
         05 AMA-TIPO-CLIENTE       PIC X(1).
         05 AMA-IDEN-CLIENTE       PIC X(12).
         05 AMA-FECHA-DESDE        PIC 9(8).
         05 AMA-FECHA-HASTA        PIC 9(8).
         05 AMA-OPERACIONES        PIC 9(5).
         05 AMA-MONTO-USD          PIC 9(15)V99.
         05 FILLER                 PIC X(84).
       01 REG-AML-TOTALES.
         05 AMT-TIPO-REG           PIC X(1).
         05 AMT-OPERACIONES        PIC 9(7).
         05 AMT-MONTO-USD          PIC 9(15)V99.
         05 AMT-ALERTAS            PIC 9(7).
         05 AMT-REGISTROS          PIC 9(7).
         05 FILLER                 PIC X(111).

       FD REPORTE-AML.
       01 REG-REPORTE            PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-CAMFLOG           PIC 99.
       01 FS-TIPOCAM           PIC 99.
       01 FS-PARM-AML          PIC 99.
       01 FS-REGISTRO          PIC 99.
       01 FS-REPORTE           PIC 99.

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

      * SIN TARJETA: CORRIDA DIARIA, UMBRAL DE USD 10,000 POR
      * OPERACION Y POR ACUMULADO Y VENTANA DE SIETE DIAS
       01 WS-MODO              PIC X(1) VALUE 'D'.
       01 WS-UMBRAL-OPERACION  PIC 9(9)V99 VALUE 10000.
       01 WS-UMBRAL-ACUMULADO  PIC 9(9)V99 VALUE 0.
       01 WS-DIAS-VENTANA      PIC 9(3) VALUE 7.

      * PERIODO QUE SE REGISTRA Y PRIMER DIA QUE SE CARGA: EL JOB
      * CONCATENA EN CAMFLOG LOS LOGS DE LA VENTANA ANTERIOR AL
      * PERIODO PARA QUE EL FRACCIONAMIENTO CUBRA SU INICIO
       01 WS-PER-DESDE         PIC 9(8) VALUE 0.
       01 WS-PER-HASTA         PIC 9(8) VALUE 0.
       01 WS-DIA-DESDE         PIC 9(7) VALUE 0.
       01 WS-DIA-HASTA         PIC 9(7) VALUE 0.
       01 WS-DIA-CARGA         PIC 9(7) VALUE 0.
       01 WS-FECHA-AUX.
         05 WS-AUX-AAAA        PIC 9(4).
         05 WS-AUX-MM          PIC 9(2).
         05 WS-AUX-DD          PIC 9(2).
       01 WS-FECHA-AUX-NUM REDEFINES WS-FECHA-AUX PIC 9(8).

      * COMMAREA DE ENTRADA DE LAS OPERACIONES 01 (COMPRA-VENTA) Y
      * 02 TAL COMO LA RECIBE MDCOCOMM (CABECERA + WI-DATA-01/02)
       01 WS-COMMAREA-01.
         05 WI-CABECERA.
           10 WI-CO-RED            PIC X(04).
           10 WI-LONG              PIC X(04).
           10 WI-CODOPE            PIC X(02).
         05 WI-CODRET              PIC X(02).
         05 WI-USUARIO             PIC X(08).
         05 WI-TRAN-TOLD           PIC X(04).
         05 WI-FLAG-SOBRE          PIC X(01).
         05 WI-FLAG-SUPER          PIC X(01).
         05 WI-NUM-OPER            PIC X(10).
         05 WI-NUM-CARGOS          PIC 9(03).
         05 WI-NUM-ABONOS          PIC 9(03).
         05 WI-MONTO-SOUS          PIC 9(17).
         05 WI-MONTO-SOUSD REDEFINES
               WI-MONTO-SOUS       PIC 9(15)V99.
         05 WI-MONTO-ME            PIC 9(17).
         05 WI-MONTO-MED REDEFINES
               WI-MONTO-ME         PIC 9(15)V99.
         05 WI-RATIO               PIC 9(11).
         05 WI-CLIENTE             PIC X(14).
         05 WI-TIPO-CLIENTE        PIC X(01).
         05 WI-IDEN-CLIENTE        PIC X(12).
         05 WI-NUM-TOLD            PIC 9(10).
         05 WI-CAJERO              PIC X(04).
         05 WI-MONEDA-ORI          PIC X(02).
         05 WI-MONEDA-DES          PIC X(02).
         05 WI-CODIGO-SUC          PIC X(03).
         05 WI-NOTA                PIC X(08).
         05 WI-ITF                 PIC X(01).
         05 WI-MEDIO.
           10 WI-TIPO-MEDIO        PIC X(01).
           10 WI-COD-MEDIO         PIC X(02).
         05 WI-MEDIO-SOUS          PIC 9(17).
         05 WI-MEDIO-SOUSD REDEFINES
               WI-MEDIO-SOUS       PIC 9(15)V99.
         05 WI-MEDIO-ME            PIC 9(17).
         05 WI-MEDIO-MED REDEFINES
               WI-MEDIO-ME         PIC 9(15)V99.
         05 WI-CUENTA              PIC X(13).
         05 WI-CONTROLES           PIC X(12).
         05 WI-BANQUERO            PIC X(03).
         05 WI-MEDIO-MONEDA        PIC X(02).
         05 FILLER                 PIC X(1789).

       01 WS-COMMAREA-02.
         05 WI2-CABECERA.
           10 WI2-CO-RED           PIC X(04).
           10 WI2-LONG             PIC X(04).
           10 WI2-CODOPE           PIC X(02).
         05 WI2-CODRET             PIC X(02).
         05 WI2-USUARIO            PIC X(08).
         05 WI2-TRAN-TOLD          PIC X(04).
         05 WI2-FLAG-SOBRE         PIC X(01).
         05 WI2-FLAG-SUPER         PIC X(01).
         05 WI2-NUM-OPER           PIC X(10).
         05 WI2-MONTO              PIC 9(17).
         05 WI2-MONTO-D REDEFINES
               WI2-MONTO           PIC 9(15)V99.
         05 WI2-CLIENTE            PIC X(14).
         05 WI2-TIPO-CLIENTE       PIC X(01).
         05 WI2-IDEN-CLIENTE       PIC X(12).
         05 WI2-NUM-TOLD01         PIC 9(10).
         05 WI2-CAJERO             PIC X(04).
         05 WI2-TIP-OPER           PIC X(01).
         05 WI2-BANCO              PIC X(02).
         05 WI2-MONEDA             PIC X(03).
         05 WI2-OFICINA            PIC X(03).
         05 FILLER                 PIC X(1895).

      * EQUIVALENCIA DEL CODIGO NUMERICO DE MONEDA DEL LOG (01 EN LA
      * OPERACION 01, 001 EN LA 02) AL CODIGO DE TIPOCAM
       01 WS-MONEDA-LOCAL      PIC X(3) VALUE 'PEN'.
       01 WS-MONEDA-USD        PIC X(3) VALUE 'USD'.
       01 WS-EQV-IDX           PIC 9(2) VALUE 0.
       01 WS-E                 PIC 9(2) VALUE 0.
       01 WS-EQV-POS           PIC 9(2) VALUE 0.
       01 TABLE-EQUIVALENCIAS.
         05 REG-EQUIVALENCIA     OCCURS 20.
           10 TE-CODIGO          PIC 9(3).
           10 TE-MONEDA          PIC X(3).
       01 WS-MON-HOST          PIC X(3).
       01 WS-MON-ISO           PIC X(3).
       01 WS-MON-CODIGO        PIC 9(3) VALUE 0.
       01 WS-MON-COD-2X        PIC X(2).
       01 WS-MON-COD-2 REDEFINES WS-MON-COD-2X PIC 9(2).
       01 WS-MON-COD-3X        PIC X(3).
       01 WS-MON-COD-3 REDEFINES WS-MON-COD-3X PIC 9(3).

      * TIPOS DE CAMBIO EN MONEDA LOCAL POR UNIDAD; EN CORRIDA
      * MENSUAL EL JOB CONCATENA LOS DEL MES
       01 WS-TCM-IDX           PIC 9(4) VALUE 0.
       01 WS-K                 PIC 9(4) VALUE 0.
       01 TABLE-TIPO-CAMBIO.
         05 REG-TIPO-CAMBIO-TAB  OCCURS 1000.
           10 TK-MONEDA             PIC X(3).
           10 TK-FECHA              PIC 9(8).
           10 TK-TASA               PIC 9(4)V9(6).
       01 WS-BT-MONEDA         PIC X(3).
       01 WS-BT-FECHA          PIC 9(8) VALUE 0.
       01 WS-BT-TASA           PIC 9(4)V9(6) VALUE 0.
       01 WS-BT-FECHA-TASA     PIC 9(8) VALUE 0.
       01 WS-BT-HALLADO        PIC X VALUE 'N'.
       01 WS-TASA-USD          PIC 9(4)V9(6) VALUE 0.
       01 WS-MONTO-LOCAL       PIC 9(17)V9(8) VALUE 0.

      * OPERACION EN CURSO, CON SU MONTO ORIGINAL Y EN USD
       01 WS-OPERACION.
         05 OP-FECHA             PIC 9(8).
         05 OP-HORA              PIC X(6).
         05 OP-NUM-OPER          PIC X(10).
         05 OP-CODOPE            PIC X(2).
         05 OP-CLAVE.
           10 OP-CLIENTE         PIC X(14).
           10 OP-IDEN-CLIENTE    PIC X(12).
         05 OP-TIPO-CLIENTE      PIC X(1).
         05 OP-SUCURSAL          PIC X(3).
         05 OP-USUARIO           PIC X(8).
         05 OP-MON-HOST          PIC X(3).
         05 OP-MONEDA            PIC X(3).
         05 OP-MONTO             PIC 9(15)V99.
         05 OP-TASA              PIC 9(4)V9(6).
         05 OP-MONTO-USD         PIC 9(15)V99.
       01 WS-DIA-OPERACION     PIC 9(7) VALUE 0.
       01 WS-OPERACION-VALIDA  PIC X VALUE 'N'.

      * SOLICITUDES DE COMPRA-VENTA (OPERACION 01, 2310/2410/2510/
      * 2610) Y MENSAJES 02 DE LA VENTANA Y DEL PERIODO, EN EL ORDEN
      * DEL LOG. ESTADO: P SIN RESPUESTA, A ACEPTADA (OUTPUT CON RC
      * 0 Y WO-CODRET '00'), R RECHAZADA, E EXTORNADA. LOS MENSAJES
      * 02 SIGUEN EL MISMO CICLO QUE LAS SOLICITUDES 01
       01 WS-SOL-IDX           PIC 9(5) VALUE 0.
       01 WS-O                 PIC 9(5) VALUE 0.
       01 WS-R                 PIC 9(5) VALUE 0.
       01 WS-SOL-POS           PIC 9(5) VALUE 0.
       01 WS-ESTADO-SOL        PIC X(1).
       01 WS-NUM-SOLICITUD     PIC X(10).
       01 WS-CODOPE-SOLICITUD  PIC X(2).
       01 TABLE-SOLICITUDES.
         05 REG-SOLICITUD        OCCURS 50000.
           10 TS-NUM-OPER        PIC X(10).
           10 TS-CODOPE          PIC X(2).
           10 TS-ESTADO          PIC X(1).
           10 TS-DIA             PIC 9(7).
           10 TS-OPERACION       PIC X(114).

      * EXTORNOS (2900) A LA ESPERA DE SU RESPUESTA; EL NUMERO DE
      * SOLICITUD EXTORNADA VIENE EN WI-NUM-TOLD
       01 WS-EXT-IDX           PIC 9(4) VALUE 0.
       01 WS-X                 PIC 9(4) VALUE 0.
       01 WS-EXT-POS           PIC 9(4) VALUE 0.
       01 WS-NUM-TOLD-N        PIC 9(10).
       01 WS-NUM-TOLD-X REDEFINES WS-NUM-TOLD-N PIC X(10).
       01 TABLE-EXTORNOS.
         05 REG-EXTORNO          OCCURS 5000.
           10 TX-NUM-OPER        PIC X(10).
           10 TX-SOLICITUD       PIC X(10).
           10 TX-ESTADO          PIC X(1).

      * OPERACIONES IGUALES O SUPERIORES AL UMBRAL DEL PERIODO, EN
      * EL ORDEN DEL LOG
       01 WS-GRD-IDX           PIC 9(4) VALUE 0.
       01 WS-G                 PIC 9(4) VALUE 0.
       01 TABLE-GRANDES.
         05 REG-GRANDE           OCCURS 5000.
           10 TG-OPERACION       PIC X(114).

      * OPERACIONES BAJO EL UMBRAL DE LA VENTANA Y DEL PERIODO,
      * ORDENADAS POR CLIENTE, DIA Y HORA AL INSERTAR
       01 WS-FRC-IDX           PIC 9(5) VALUE 0.
       01 WS-F                 PIC 9(5) VALUE 0.
       01 WS-I                 PIC 9(5) VALUE 0.
       01 WS-J                 PIC 9(5) VALUE 0.
       01 WS-S                 PIC 9(5) VALUE 0.
       01 WS-POS               PIC 9(5) VALUE 0.
       01 WS-ORDEN-FRC.
         05 WS-OF-CLAVE        PIC X(26).
         05 WS-OF-DIA          PIC 9(7).
         05 WS-OF-HORA         PIC X(6).
       01 TABLE-FRACCIONES.
         05 REG-FRACCION         OCCURS 10000.
           10 TF-ORDEN.
             15 TF-CLAVE         PIC X(26).
             15 TF-DIA           PIC 9(7).
             15 TF-HORA          PIC X(6).
           10 TF-OPERACION       PIC X(114).
           10 TF-MONTO-USD       PIC 9(15)V99.

      * ACUMULADO DEL PERIODO POR CLIENTE (CODIGO + IDENTIFICACION)
       01 WS-CLI-IDX           PIC 9(4) VALUE 0.
       01 WS-C                 PIC 9(4) VALUE 0.
       01 WS-CLI-POS           PIC 9(4) VALUE 0.
       01 TABLE-CLIENTES.
         05 REG-CLIENTE-AML      OCCURS 5000.
           10 TC-CLAVE.
             15 TC-CLIENTE       PIC X(14).
             15 TC-IDEN-CLIENTE  PIC X(12).
           10 TC-TIPO-CLIENTE    PIC X(1).
           10 TC-OPERACIONES     PIC 9(7).
           10 TC-GRANDES         PIC 9(7).
           10 TC-MAYOR-USD       PIC 9(15)V99.
           10 TC-TOTAL-USD       PIC 9(15)V99.
           10 TC-ALERTA          PIC X(1).

      * CLIENTES CON VARIAS OPERACIONES BAJO EL UMBRAL QUE EN LA
      * VENTANA LO ALCANZAN: SE GUARDA LA VENTANA DE MAYOR MONTO
       01 WS-ALR-IDX           PIC 9(4) VALUE 0.
       01 WS-A                 PIC 9(4) VALUE 0.
       01 TABLE-ALERTAS.
         05 REG-ALERTA           OCCURS 1000.
           10 TA-CLAVE.
             15 TA-CLIENTE       PIC X(14).
             15 TA-IDEN-CLIENTE  PIC X(12).
           10 TA-TIPO-CLIENTE    PIC X(1).
           10 TA-PRIMERA         PIC 9(5).
           10 TA-ULTIMA          PIC 9(5).
           10 TA-DIA-DESDE       PIC 9(7).
           10 TA-DIA-HASTA       PIC 9(7).
           10 TA-OPERACIONES     PIC 9(5).
           10 TA-TOTAL-USD       PIC 9(15)V99.

       01 WS-GRUPO-INI         PIC 9(5) VALUE 0.
       01 WS-GRUPO-FIN         PIC 9(5) VALUE 0.
       01 WS-DIA-VENTANA-INI   PIC 9(7) VALUE 0.
       01 WS-VEN-PRIMERA       PIC 9(5) VALUE 0.
       01 WS-VEN-CANTIDAD      PIC 9(5) VALUE 0.
       01 WS-VEN-TOTAL         PIC 9(15)V99 VALUE 0.
       01 WS-MEJOR-PRIMERA     PIC 9(5) VALUE 0.
       01 WS-MEJOR-ULTIMA      PIC 9(5) VALUE 0.
       01 WS-MEJOR-CANTIDAD    PIC 9(5) VALUE 0.
       01 WS-MEJOR-TOTAL       PIC 9(15)V99 VALUE 0.
       01 WS-FIN-DE-DIA        PIC X VALUE 'N'.
       01 WS-FIN-DE-GRUPO      PIC X VALUE 'N'.

       01 WS-TOT-CAMFLOG       PIC 9(9) VALUE 0.
       01 WS-TOT-OPER-01       PIC 9(9) VALUE 0.
       01 WS-TOT-OPER-02       PIC 9(9) VALUE 0.
       01 WS-TOT-MOVIMIENTOS   PIC 9(9) VALUE 0.
       01 WS-TOT-REENVIOS      PIC 9(7) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(7) VALUE 0.
       01 WS-TOT-EXTORNADAS    PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-RESPUESTA PIC 9(7) VALUE 0.
       01 WS-TOT-EXT-SIN-SOL   PIC 9(7) VALUE 0.
       01 WS-TOT-REENVIOS-02   PIC 9(7) VALUE 0.
       01 WS-TOT-RECHAZADAS-02 PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-RESP-02   PIC 9(7) VALUE 0.
       01 WS-TOT-PERIODO       PIC 9(9) VALUE 0.
       01 WS-TOT-VENTANA       PIC 9(9) VALUE 0.
       01 WS-TOT-SIN-MONTO     PIC 9(9) VALUE 0.
       01 WS-TOT-SIN-CAMBIO    PIC 9(9) VALUE 0.
       01 WS-TOT-SIN-CLIENTE   PIC 9(9) VALUE 0.
       01 WS-TOT-GRANDES       PIC 9(9) VALUE 0.
       01 WS-TOT-FRACCIONES    PIC 9(9) VALUE 0.
       01 WS-TOT-ALERTAS       PIC 9(7) VALUE 0.
       01 WS-TOT-MULTIPLES     PIC 9(7) VALUE 0.
       01 WS-TOT-GRABADOS      PIC 9(7) VALUE 0.
       01 WS-TOT-USD-PERIODO   PIC 9(15)V99 VALUE 0.
       01 WS-TOT-USD-GRANDES   PIC 9(15)V99 VALUE 0.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-CAMFLOG.
         05 SW-CAMFLOG-END             PIC XX VALUE 'NO'.
           88 SW-CAMFLOG-FIN-OK        VALUE 'SI'.
           88 SW-CAMFLOG-FIN-NO        VALUE 'NO'.

       01 SW-TIPOCAM.
         05 SW-TIPOCAM-END             PIC XX VALUE 'NO'.
           88 SW-TIPOCAM-FIN-OK        VALUE 'SI'.
           88 SW-TIPOCAM-FIN-NO        VALUE 'NO'.

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
            'REGISTRO DE OPERACIONES - PREVENCION DE LAVADO'.
         05 FILLER               PIC X(37) VALUE SPACES.
         05 FILLER               PIC X(7)  VALUE 'PAGINA '.
         05 TIT-PAGINA           PIC ZZZ9.
         05 FILLER               PIC X(5)  VALUE SPACES.

       01 LIN-TITULO-2.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(10) VALUE 'PERIODO'.
         05 TIT-DESDE.
           10 TIT-DES-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-DES-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-DES-AAAA       PIC X(4).
         05 FILLER               PIC X(4)  VALUE ' AL '.
         05 TIT-HASTA.
           10 TIT-HAS-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-HAS-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-HAS-AAAA       PIC X(4).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(11) VALUE 'UMBRAL USD '.
         05 TIT-UMBRAL           PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(8)  VALUE 'VENTANA '.
         05 TIT-DIAS             PIC ZZ9.
         05 FILLER               PIC X(5)  VALUE ' DIAS'.
         05 FILLER               PIC X(20) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-OPERACION.
         05 FILLER               PIC X(11) VALUE 'FECHA'.
         05 FILLER               PIC X(7)  VALUE 'HORA'.
         05 FILLER               PIC X(11) VALUE 'OPERACION'.
         05 FILLER               PIC X(3)  VALUE 'OP'.
         05 FILLER               PIC X(15) VALUE 'CLIENTE'.
         05 FILLER               PIC X(13) VALUE 'IDENTIFICAC.'.
         05 FILLER               PIC X(4)  VALUE 'SUC'.
         05 FILLER               PIC X(9)  VALUE 'USUARIO'.
         05 FILLER               PIC X(4)  VALUE 'MON'.
         05 FILLER               PIC X(18) VALUE
            '             MONTO'.
         05 FILLER               PIC X(12) VALUE ' TIPO CAMBIO'.
         05 FILLER               PIC X(19) VALUE
            '          MONTO USD'.
         05 FILLER               PIC X(7)  VALUE SPACES.

       01 LIN-OPERACION.
         05 OPE-FECHA.
           10 OPE-FEC-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 OPE-FEC-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 OPE-FEC-AAAA       PIC X(4).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-HORA             PIC X(6).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-NUM-OPER         PIC X(10).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-CODOPE           PIC X(2).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-CLIENTE          PIC X(14).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-IDEN-CLIENTE     PIC X(12).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-SUCURSAL         PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-USUARIO          PIC X(8).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-MONTO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-TASA             PIC ZZZ9.999999.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 OPE-MONTO-USD        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(6)  VALUE SPACES.

       01 LIN-ALERTA.
         05 FILLER               PIC X(9)  VALUE 'CLIENTE: '.
         05 ALE-CLIENTE          PIC X(14).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 FILLER               PIC X(8)  VALUE 'IDENT.: '.
         05 ALE-IDEN-CLIENTE     PIC X(12).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 FILLER               PIC X(8)  VALUE 'VENTANA '.
         05 ALE-DESDE.
           10 ALE-DES-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 ALE-DES-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 ALE-DES-AAAA       PIC X(4).
         05 FILLER               PIC X(4)  VALUE ' AL '.
         05 ALE-HASTA.
           10 ALE-HAS-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 ALE-HAS-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 ALE-HAS-AAAA       PIC X(4).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 FILLER               PIC X(12) VALUE 'OPERACIONES '.
         05 ALE-OPERACIONES      PIC ZZZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 FILLER               PIC X(10) VALUE 'TOTAL USD '.
         05 ALE-TOTAL-USD        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(5)  VALUE SPACES.

       01 LIN-CAB-CLIENTE.
         05 FILLER               PIC X(15) VALUE 'CLIENTE'.
         05 FILLER               PIC X(13) VALUE 'IDENTIFICAC.'.
         05 FILLER               PIC X(3)  VALUE 'T'.
         05 FILLER               PIC X(9)  VALUE 'OPERAC.'.
         05 FILLER               PIC X(9)  VALUE 'GRANDES'.
         05 FILLER               PIC X(20) VALUE
            '   MAYOR OPER. USD'.
         05 FILLER               PIC X(20) VALUE
            '         TOTAL USD'.
         05 FILLER               PIC X(44) VALUE 'OBSERVACION'.

       01 LIN-CLIENTE.
         05 CLT-CLIENTE          PIC X(14).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CLT-IDEN-CLIENTE     PIC X(12).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CLT-TIPO-CLIENTE     PIC X(1).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CLT-OPERACIONES      PIC ZZZ,ZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CLT-GRANDES          PIC ZZZ,ZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CLT-MAYOR-USD        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CLT-TOTAL-USD        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CLT-OBSERVACION      PIC X(30).
         05 FILLER               PIC X(14) VALUE SPACES.

       01 LIN-RESUMEN.
         05 RES-TEXTO            PIC X(45).
         05 RES-VALOR            PIC ZZZ,ZZZ,ZZ9.
         05 FILLER               PIC X(77) VALUE SPACES.

       01 LIN-RESUMEN-MONTO.
         05 RSM-TEXTO            PIC X(45).
         05 RSM-MONTO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(70) VALUE SPACES.

       01 LIN-SIN-DATOS.
         05 SIN-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-TIPO-CAMBIO UNTIL SW-TIPOCAM-FIN-OK
           CLOSE TIPO-CAMBIO
           PERFORM GRABAR-CABECERA
           PERFORM PROCESAR-CAMFLOG UNTIL SW-CAMFLOG-FIN-OK
           CLOSE CAMFLOG-FILE
           PERFORM EVALUAR-SOLICITUD
             VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-SOL-IDX
           PERFORM EVALUAR-FRACCIONAMIENTO
           PERFORM IMPRIMIR-GRANDES
           PERFORM IMPRIMIR-ALERTAS
           PERFORM IMPRIMIR-CLIENTES
           PERFORM IMPRIMIR-RESUMEN
           PERFORM GRABAR-TOTALES
           CLOSE REGISTRO-AML
           CLOSE REPORTE-AML
           PERFORM MOSTRAR-TOTALES
           STOP RUN.

       OBTENER-FECHA-PROCESO.
           CALL 'SISROFEC' USING LCP-CURRENT-DATE-68 FORMATO WTIEMPO
           MOVE LCP-CENT TO WS-PRC-CC
           MOVE LCP-YEAR TO WS-PRC-AA
           MOVE LCP-MONTH TO WS-PRC-MM
           MOVE LCP-DAY1 TO WS-PRC-DD
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM.

      * SIN UMBRAL ACUMULADO SE USA EL MISMO DE UNA OPERACION. LAS
      * EQUIVALENCIAS DE LA TARJETA REEMPLAZAN O AMPLIAN 01=PEN,
      * 02=USD
       LEER-PARAMETROS.
           MOVE 1 TO TE-CODIGO(1)
           MOVE WS-MONEDA-LOCAL TO TE-MONEDA(1)
           MOVE 2 TO TE-CODIGO(2)
           MOVE WS-MONEDA-USD TO TE-MONEDA(2)
           MOVE 2 TO WS-EQV-IDX
           OPEN INPUT PARM-AML
           IF FS-PARM-AML = 0
               READ PARM-AML
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APLICAR-PARAMETROS
               END-READ
               CLOSE PARM-AML
           END-IF
           IF WS-UMBRAL-ACUMULADO = 0
               MOVE WS-UMBRAL-OPERACION TO WS-UMBRAL-ACUMULADO
           END-IF
           IF WS-MODO = 'M'
               MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-AUX-NUM
               MOVE 1 TO WS-AUX-DD
               COMPUTE WS-DIA-HASTA =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX-NUM) - 1
               COMPUTE WS-PER-HASTA =
                 FUNCTION DATE-OF-INTEGER(WS-DIA-HASTA)
               MOVE WS-PER-HASTA TO WS-FECHA-AUX-NUM
               MOVE 1 TO WS-AUX-DD
               MOVE WS-FECHA-AUX-NUM TO WS-PER-DESDE
               COMPUTE WS-DIA-DESDE =
                 FUNCTION INTEGER-OF-DATE(WS-PER-DESDE)
           ELSE
               MOVE WS-FECHA-PROCESO-NUM TO WS-PER-DESDE
               MOVE WS-FECHA-PROCESO-NUM TO WS-PER-HASTA
               COMPUTE WS-DIA-DESDE =
                 FUNCTION INTEGER-OF-DATE(WS-PER-DESDE)
               MOVE WS-DIA-DESDE TO WS-DIA-HASTA
           END-IF
           COMPUTE WS-DIA-CARGA = WS-DIA-DESDE - WS-DIAS-VENTANA + 1.

       APLICAR-PARAMETROS.
           IF PARM-MODO = 'D' OR PARM-MODO = 'M'
               MOVE PARM-MODO TO WS-MODO
           END-IF
           IF PARM-UMBRAL-OPERACION NUMERIC AND
              PARM-UMBRAL-OPERACION > 0
               MOVE PARM-UMBRAL-OPERACION TO WS-UMBRAL-OPERACION
           END-IF
           IF PARM-UMBRAL-ACUMULADO NUMERIC AND
              PARM-UMBRAL-ACUMULADO > 0
               MOVE PARM-UMBRAL-ACUMULADO TO WS-UMBRAL-ACUMULADO
           END-IF
           IF PARM-DIAS-VENTANA NUMERIC AND
              PARM-DIAS-VENTANA NOT = ZEROS
               MOVE PARM-DIAS-VENTANA TO WS-DIAS-VENTANA
           END-IF
           IF PARM-FECHA-PROCESO NUMERIC AND
              PARM-FECHA-PROCESO NOT = ZEROS
               MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM
               DISPLAY 'CDCAMLOP: REPROCESO CON FECHA '
                  WS-FECHA-PROCESO-NUM
           END-IF
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 5
               IF PEQ-CODIGO(WS-E) NUMERIC AND
                  PEQ-MONEDA(WS-E) NOT = SPACES
                   PERFORM AGREGAR-EQUIVALENCIA
               END-IF
           END-PERFORM.

       AGREGAR-EQUIVALENCIA.
           MOVE PEQ-CODIGO(WS-E) TO WS-MON-COD-3X
           MOVE 0 TO WS-EQV-POS
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-EQV-IDX
               IF TE-CODIGO(WS-K) = WS-MON-COD-3
                   MOVE WS-K TO WS-EQV-POS
               END-IF
           END-PERFORM
           IF WS-EQV-POS = 0
               ADD 1 TO WS-EQV-IDX
               MOVE WS-EQV-IDX TO WS-EQV-POS
               MOVE WS-MON-COD-3 TO TE-CODIGO(WS-EQV-POS)
           END-IF
           MOVE PEQ-MONEDA(WS-E) TO TE-MONEDA(WS-EQV-POS).

       ABRIR-ARCHIVOS.
           OPEN INPUT CAMFLOG-FILE
           OPEN INPUT TIPO-CAMBIO
           OPEN OUTPUT REGISTRO-AML
           OPEN OUTPUT REPORTE-AML
           IF FS-CAMFLOG NOT = 0 OR FS-TIPOCAM NOT = 0 OR
              FS-REGISTRO NOT = 0 OR FS-REPORTE NOT = 0
               IF FS-CAMFLOG NOT = 0
                   DISPLAY 'ERROR ABRIENDO CAMFLOG, FILE STATUS: '
                      FS-CAMFLOG
               END-IF
               IF FS-TIPOCAM NOT = 0
                   DISPLAY 'ERROR ABRIENDO TIPOCAM, FILE STATUS: '
                      FS-TIPOCAM
               END-IF
               IF FS-REGISTRO NOT = 0
                   DISPLAY 'ERROR ABRIENDO AMLREG, FILE STATUS: '
                      FS-REGISTRO
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO AMLOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               DISPLAY '** CDCAMLOP: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARGAR-TIPO-CAMBIO.
           READ TIPO-CAMBIO
               AT END
                   SET SW-TIPOCAM-FIN-OK TO TRUE
               NOT AT END
                   IF TCM-MONEDA NOT = SPACES AND TCM-TASA NUMERIC
                       IF WS-TCM-IDX > 999
                           DISPLAY
                             '** CDCAMLOP: TABLA DE TIPOS DE CAMBIO '
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

       GRABAR-CABECERA.
           MOVE SPACES TO REG-AML-CABECERA
           MOVE '0' TO AMC-TIPO-REG
           MOVE WS-FECHA-PROCESO-NUM TO AMC-FECHA-PROCESO
           MOVE WS-MODO TO AMC-MODO
           MOVE WS-PER-DESDE TO AMC-PERIODO-DESDE
           MOVE WS-PER-HASTA TO AMC-PERIODO-HASTA
           MOVE WS-UMBRAL-OPERACION TO AMC-UMBRAL-OPERACION
           MOVE WS-UMBRAL-ACUMULADO TO AMC-UMBRAL-ACUMULADO
           MOVE WS-DIAS-VENTANA TO AMC-DIAS-VENTANA
           WRITE REG-AML-CABECERA
           ADD 1 TO WS-TOT-GRABADOS.

      * IMAGENES DE LAS OPERACIONES 01 Y 02, DESDE EL INICIO DE LA
      * VENTANA HASTA EL FIN DEL PERIODO. LAS DE ENTRADA REGISTRAN
      * SOLICITUDES, EXTORNOS Y MENSAJES 02; LAS SALIDAS (OUTPUT/
      * OUTERR) DAN SU RESULTADO A SOLICITUDES, EXTORNOS Y MENSAJES
      * 02
       PROCESAR-CAMFLOG.
           READ CAMFLOG-FILE
               AT END
                   SET SW-CAMFLOG-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-CAMFLOG
                   IF REG-FECHA-REAL NUMERIC AND
                      (REG-LOG-MDCOCOMM(9:2) = '01' OR
                       REG-LOG-MDCOCOMM(9:2) = '02')
                       IF REG-HORAS-REAL = 'OUTPUT' OR
                          REG-HORAS-REAL = 'OUTERR'
                           PERFORM REGISTRAR-RESPUESTA
                       ELSE
                           PERFORM SELECCIONAR-OPERACION
                       END-IF
                   END-IF
           END-READ.

      * EN LA 01 CUENTA LA SOLICITUD, QUE LLEVA EL MONTO PACTADO; LOS
      * CARGOS Y ABONOS (2320/2420/2520/2620) SON MOVIMIENTOS DE LA
      * MISMA SOLICITUD Y NO SE VUELVEN A CONTAR
       SELECCIONAR-OPERACION.
           MOVE REG-FECHA-REAL TO OP-FECHA
           COMPUTE WS-DIA-OPERACION =
             FUNCTION INTEGER-OF-DATE(OP-FECHA)
           IF WS-DIA-OPERACION NOT < WS-DIA-CARGA AND
              WS-DIA-OPERACION NOT > WS-DIA-HASTA
               IF REG-LOG-MDCOCOMM(9:2) = '01'
                   MOVE REG-LOG-MDCOCOMM TO WS-COMMAREA-01
                   EVALUATE WI-TRAN-TOLD
                       WHEN '2310'
                       WHEN '2410'
                       WHEN '2510'
                       WHEN '2610'
                           ADD 1 TO WS-TOT-OPER-01
                           PERFORM REGISTRAR-SOLICITUD
                       WHEN '2900'
                           PERFORM REGISTRAR-EXTORNO
                       WHEN OTHER
                           ADD 1 TO WS-TOT-MOVIMIENTOS
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-TOT-OPER-02
                   PERFORM REGISTRAR-MENSAJE-02
               END-IF
           END-IF.

      * UNA SOLICITUD REPETIDA MIENTRAS LA ANTERIOR ESTA PENDIENTE O
      * ACEPTADA ES UN MENSAJE DUPLICADO; TRAS UN RECHAZO O UN
      * EXTORNO ES UNA SOLICITUD NUEVA
       REGISTRAR-SOLICITUD.
           MOVE REG-NUM-OPER TO WS-NUM-SOLICITUD
           MOVE '01' TO WS-CODOPE-SOLICITUD
           PERFORM BUSCAR-SOLICITUD
           MOVE 'P' TO WS-ESTADO-SOL
           IF WS-SOL-POS > 0
               IF TS-ESTADO(WS-SOL-POS) = 'A' OR
                  TS-ESTADO(WS-SOL-POS) = 'P'
                   ADD 1 TO WS-TOT-REENVIOS
                   MOVE SPACE TO WS-ESTADO-SOL
               END-IF
           END-IF
           IF WS-ESTADO-SOL = 'P'
               PERFORM ARMAR-OPERACION-01
               PERFORM AGREGAR-SOLICITUD
           END-IF.

      * EL MENSAJE 02 SE DEPURA IGUAL POR SU WI2-NUM-OPER
       REGISTRAR-MENSAJE-02.
           MOVE REG-LOG-MDCOCOMM TO WS-COMMAREA-02
           MOVE WI2-NUM-OPER TO WS-NUM-SOLICITUD
           MOVE '02' TO WS-CODOPE-SOLICITUD
           PERFORM BUSCAR-SOLICITUD
           MOVE 'P' TO WS-ESTADO-SOL
           IF WS-SOL-POS > 0
               IF TS-ESTADO(WS-SOL-POS) = 'A' OR
                  TS-ESTADO(WS-SOL-POS) = 'P'
                   ADD 1 TO WS-TOT-REENVIOS-02
                   MOVE SPACE TO WS-ESTADO-SOL
               END-IF
           END-IF
           IF WS-ESTADO-SOL = 'P'
               PERFORM ARMAR-OPERACION-02
               PERFORM AGREGAR-SOLICITUD
           END-IF.

       AGREGAR-SOLICITUD.
           IF WS-SOL-IDX > 49999
               DISPLAY '** CDCAMLOP: TABLA DE SOLICITUDES EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SOL-IDX
           MOVE REG-NUM-OPER TO TS-NUM-OPER(WS-SOL-IDX)
           MOVE OP-CODOPE TO TS-CODOPE(WS-SOL-IDX)
           MOVE WS-ESTADO-SOL TO TS-ESTADO(WS-SOL-IDX)
           MOVE WS-DIA-OPERACION TO TS-DIA(WS-SOL-IDX)
           MOVE WS-OPERACION TO TS-OPERACION(WS-SOL-IDX).

      * LA RESPUESTA SUELE SEGUIR A SU ENTRADA: SE BUSCA DESDE EL
      * FINAL DE LA TABLA
       BUSCAR-SOLICITUD.
           MOVE 0 TO WS-SOL-POS
           PERFORM VARYING WS-R FROM WS-SOL-IDX BY -1
             UNTIL WS-R < 1 OR WS-SOL-POS > 0
               IF TS-NUM-OPER(WS-R) = WS-NUM-SOLICITUD AND
                  TS-CODOPE(WS-R) = WS-CODOPE-SOLICITUD
                   MOVE WS-R TO WS-SOL-POS
               END-IF
           END-PERFORM.

       REGISTRAR-EXTORNO.
           IF WS-EXT-IDX > 4999
               DISPLAY '** CDCAMLOP: TABLA DE EXTORNOS EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXT-IDX
           MOVE REG-NUM-OPER TO TX-NUM-OPER(WS-EXT-IDX)
           MOVE SPACES TO TX-SOLICITUD(WS-EXT-IDX)
           IF WI-NUM-TOLD NUMERIC
               MOVE WI-NUM-TOLD TO WS-NUM-TOLD-N
               MOVE WS-NUM-TOLD-X TO TX-SOLICITUD(WS-EXT-IDX)
           END-IF
           MOVE 'P' TO TX-ESTADO(WS-EXT-IDX).

      * SOLO UNA SALIDA OUTPUT CON RC 0 Y CODIGO DE RETORNO '00' EN
      * LA RESPUESTA (WO-CODRET, POSICION 11 DEL COMMAREA) ACEPTA LA
      * SOLICITUD O EL MENSAJE 02, O CONFIRMA EL EXTORNO: EL RECHAZO
      * DE TOLD, LA FALLA DE RSYS Y EL LIMITE DIARIO ('LD') SALEN
      * COMO OUTPUT CON RC 0. LAS SALIDAS DE CARGOS Y ABONOS Y LAS DE
      * MENSAJES DUPLICADOS NO HALLAN NADA PENDIENTE Y SE IGNORAN
       REGISTRAR-RESPUESTA.
           MOVE 0 TO WS-EXT-POS
           IF REG-LOG-MDCOCOMM(9:2) = '01'
               PERFORM VARYING WS-X FROM WS-EXT-IDX BY -1
                 UNTIL WS-X < 1 OR WS-EXT-POS > 0
                   IF TX-NUM-OPER(WS-X) = REG-NUM-OPER AND
                      TX-ESTADO(WS-X) = 'P'
                       MOVE WS-X TO WS-EXT-POS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EXT-POS > 0
               PERFORM CONFIRMAR-EXTORNO
           ELSE
               MOVE REG-NUM-OPER TO WS-NUM-SOLICITUD
               MOVE REG-LOG-MDCOCOMM(9:2) TO WS-CODOPE-SOLICITUD
               PERFORM BUSCAR-SOLICITUD
               IF WS-SOL-POS > 0
                   IF TS-ESTADO(WS-SOL-POS) = 'P'
                       IF REG-HORAS-REAL = 'OUTPUT' AND REG-RC = 0 AND
                          REG-LOG-MDCOCOMM(11:2) = '00'
                           MOVE 'A' TO TS-ESTADO(WS-SOL-POS)
                       ELSE
                           MOVE 'R' TO TS-ESTADO(WS-SOL-POS)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * UN EXTORNO DE UNA SOLICITUD ANTERIOR A LA VENTANA NO TIENE
      * NADA QUE RETIRAR: SOLO SE CUENTA
       CONFIRMAR-EXTORNO.
           IF REG-HORAS-REAL = 'OUTPUT' AND REG-RC = 0 AND
              REG-LOG-MDCOCOMM(11:2) = '00'
               MOVE 'A' TO TX-ESTADO(WS-EXT-POS)
               MOVE TX-SOLICITUD(WS-EXT-POS) TO WS-NUM-SOLICITUD
               MOVE '01' TO WS-CODOPE-SOLICITUD
               PERFORM BUSCAR-SOLICITUD
               IF WS-SOL-POS > 0
                   MOVE 'E' TO TS-ESTADO(WS-SOL-POS)
               ELSE
                   ADD 1 TO WS-TOT-EXT-SIN-SOL
               END-IF
           ELSE
               MOVE 'R' TO TX-ESTADO(WS-EXT-POS)
           END-IF.

      * SOLO LAS SOLICITUDES Y MENSAJES 02 ACEPTADOS Y NO EXTORNADOS
      * ENTRAN AL REGISTRO Y AL FRACCIONAMIENTO. UNO SIN RESPUESTA EN
      * EL LOG NO SE CUENTA Y SE LISTA
       EVALUAR-SOLICITUD.
           EVALUATE TS-ESTADO(WS-O)
               WHEN 'P'
                   IF TS-CODOPE(WS-O) = '01'
                       ADD 1 TO WS-TOT-SIN-RESPUESTA
                   ELSE
                       ADD 1 TO WS-TOT-SIN-RESP-02
                   END-IF
                   DISPLAY 'CDCAMLOP: OPERACION ' TS-CODOPE(WS-O)
                      ' SIN RESPUESTA EN EL LOG, NUM-OPER '
                      TS-NUM-OPER(WS-O)
               WHEN 'R'
                   IF TS-CODOPE(WS-O) = '01'
                       ADD 1 TO WS-TOT-RECHAZADAS
                   ELSE
                       ADD 1 TO WS-TOT-RECHAZADAS-02
                   END-IF
               WHEN 'E'
                   ADD 1 TO WS-TOT-EXTORNADAS
               WHEN OTHER
                   MOVE TS-OPERACION(WS-O) TO WS-OPERACION
                   MOVE TS-DIA(WS-O) TO WS-DIA-OPERACION
                   MOVE 'S' TO WS-OPERACION-VALIDA
                   IF OP-MONTO = 0
                       ADD 1 TO WS-TOT-SIN-MONTO
                       MOVE 'N' TO WS-OPERACION-VALIDA
                   END-IF
                   IF WS-OPERACION-VALIDA = 'S'
                       PERFORM CONVERTIR-A-USD
                   END-IF
                   IF WS-OPERACION-VALIDA = 'S'
                       PERFORM CLASIFICAR-OPERACION
                   END-IF
           END-EVALUATE.

      * EL MONTO ES EL PACTADO EN LA SOLICITUD: WI-MONTO-ME EN LA
      * MONEDA EXTRANJERA (LA DE ORIGEN O, SI ESTA ES LA LOCAL, LA DE
      * DESTINO); SIN ESE IMPORTE SE TOMA SU CONTRAVALOR EN SOLES,
      * WI-MONTO-SOUS
       ARMAR-OPERACION-01.
           MOVE REG-HORAS-REAL TO OP-HORA
           MOVE REG-NUM-OPER TO OP-NUM-OPER
           MOVE '01' TO OP-CODOPE
           MOVE WI-CLIENTE TO OP-CLIENTE
           MOVE WI-IDEN-CLIENTE TO OP-IDEN-CLIENTE
           MOVE WI-TIPO-CLIENTE TO OP-TIPO-CLIENTE
           MOVE WI-CODIGO-SUC TO OP-SUCURSAL
           MOVE WI-USUARIO TO OP-USUARIO
           MOVE SPACES TO OP-MONEDA
           MOVE 0 TO OP-TASA
           MOVE 0 TO OP-MONTO-USD
           MOVE WI-MONEDA-ORI TO WS-MON-HOST
           PERFORM RESOLVER-MONEDA
           IF WS-MON-ISO = WS-MONEDA-LOCAL
               MOVE WI-MONEDA-DES TO OP-MON-HOST
           ELSE
               MOVE WI-MONEDA-ORI TO OP-MON-HOST
           END-IF
           MOVE 0 TO OP-MONTO
           IF WI-MONTO-ME NUMERIC
               MOVE WI-MONTO-MED TO OP-MONTO
           END-IF
           IF OP-MONTO = 0
               MOVE '01' TO OP-MON-HOST
               IF WI-MONTO-SOUS NUMERIC
                   MOVE WI-MONTO-SOUSD TO OP-MONTO
               END-IF
           END-IF.

       ARMAR-OPERACION-02.
           MOVE REG-LOG-MDCOCOMM TO WS-COMMAREA-02
           MOVE REG-HORAS-REAL TO OP-HORA
           MOVE REG-NUM-OPER TO OP-NUM-OPER
           MOVE '02' TO OP-CODOPE
           MOVE WI2-CLIENTE TO OP-CLIENTE
           MOVE WI2-IDEN-CLIENTE TO OP-IDEN-CLIENTE
           MOVE WI2-TIPO-CLIENTE TO OP-TIPO-CLIENTE
           MOVE WI2-OFICINA TO OP-SUCURSAL
           MOVE WI2-USUARIO TO OP-USUARIO
           MOVE WI2-MONEDA TO OP-MON-HOST
           MOVE SPACES TO OP-MONEDA
           MOVE 0 TO OP-TASA
           MOVE 0 TO OP-MONTO-USD
           MOVE 0 TO OP-MONTO
           IF WI2-MONTO NUMERIC
               MOVE WI2-MONTO-D TO OP-MONTO
           END-IF.

      * MONTO USD = MONTO x TASA DE LA MONEDA / TASA DEL DOLAR, CON
      * EL TIPO DE CAMBIO VIGENTE A LA FECHA DE LA OPERACION
       CONVERTIR-A-USD.
           MOVE OP-MON-HOST TO WS-MON-HOST
           PERFORM RESOLVER-MONEDA
           MOVE WS-MON-ISO TO OP-MONEDA
           MOVE OP-FECHA TO WS-BT-FECHA
           MOVE WS-MONEDA-USD TO WS-BT-MONEDA
           PERFORM BUSCAR-TIPO-CAMBIO
           MOVE WS-BT-TASA TO WS-TASA-USD
           IF WS-BT-HALLADO = 'S'
               MOVE OP-MONEDA TO WS-BT-MONEDA
               PERFORM BUSCAR-TIPO-CAMBIO
           END-IF
           IF WS-MON-ISO = SPACES OR WS-BT-HALLADO = 'N'
               ADD 1 TO WS-TOT-SIN-CAMBIO
               MOVE 'N' TO WS-OPERACION-VALIDA
               DISPLAY 'CDCAMLOP: SIN TIPO DE CAMBIO, OPERACION '
                  OP-NUM-OPER ' MONEDA ' OP-MON-HOST ' FECHA '
                  OP-FECHA
           ELSE
               MOVE WS-BT-TASA TO OP-TASA
               COMPUTE WS-MONTO-LOCAL = OP-MONTO * OP-TASA
               COMPUTE OP-MONTO-USD ROUNDED =
                 WS-MONTO-LOCAL / WS-TASA-USD
           END-IF.

      * EL CODIGO DEL LOG PUEDE VENIR EN DOS O TRES POSICIONES; UN
      * CODIGO NO NUMERICO SE TOMA COMO CODIGO ISO
       RESOLVER-MONEDA.
           MOVE SPACES TO WS-MON-ISO
           MOVE 0 TO WS-MON-CODIGO
           IF WS-MON-HOST(3:1) = SPACE AND WS-MON-HOST(1:2) NUMERIC
               MOVE WS-MON-HOST(1:2) TO WS-MON-COD-2X
               MOVE WS-MON-COD-2 TO WS-MON-CODIGO
           ELSE
               IF WS-MON-HOST NUMERIC
                   MOVE WS-MON-HOST TO WS-MON-COD-3X
                   MOVE WS-MON-COD-3 TO WS-MON-CODIGO
               ELSE
                   MOVE WS-MON-HOST TO WS-MON-ISO
               END-IF
           END-IF
           IF WS-MON-CODIGO > 0
               PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-EQV-IDX
                   IF TE-CODIGO(WS-K) = WS-MON-CODIGO
                       MOVE TE-MONEDA(WS-K) TO WS-MON-ISO
                   END-IF
               END-PERFORM
           END-IF.

      * TASA DE LA ULTIMA FECHA NO POSTERIOR A LA OPERACION; SI
      * TIPOCAM SOLO TRAE FECHAS POSTERIORES SE TOMA LA MAS ANTIGUA
       BUSCAR-TIPO-CAMBIO.
           MOVE 'N' TO WS-BT-HALLADO
           MOVE 0 TO WS-BT-TASA
           MOVE 0 TO WS-BT-FECHA-TASA
           IF WS-BT-MONEDA = WS-MONEDA-LOCAL
               MOVE 'S' TO WS-BT-HALLADO
               MOVE 1 TO WS-BT-TASA
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-TCM-IDX
                   IF TK-MONEDA(WS-K) = WS-BT-MONEDA AND
                      TK-TASA(WS-K) > 0 AND
                      TK-FECHA(WS-K) NOT > WS-BT-FECHA AND
                      TK-FECHA(WS-K) NOT < WS-BT-FECHA-TASA
                       MOVE 'S' TO WS-BT-HALLADO
                       MOVE TK-TASA(WS-K) TO WS-BT-TASA
                       MOVE TK-FECHA(WS-K) TO WS-BT-FECHA-TASA
                   END-IF
               END-PERFORM
               IF WS-BT-HALLADO = 'N'
                   PERFORM VARYING WS-K FROM 1 BY 1
                     UNTIL WS-K > WS-TCM-IDX
                       IF TK-MONEDA(WS-K) = WS-BT-MONEDA AND
                          TK-TASA(WS-K) > 0 AND
                          (WS-BT-HALLADO = 'N' OR
                           TK-FECHA(WS-K) < WS-BT-FECHA-TASA)
                           MOVE 'S' TO WS-BT-HALLADO
                           MOVE TK-TASA(WS-K) TO WS-BT-TASA
                           MOVE TK-FECHA(WS-K) TO WS-BT-FECHA-TASA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * LAS OPERACIONES DEL PERIODO SE ACUMULAN POR CLIENTE Y LAS
      * IGUALES O SUPERIORES AL UMBRAL VAN AL REGISTRO; LAS MENORES
      * (TAMBIEN LAS DE LOS DIAS PREVIOS DE LA VENTANA) QUEDAN PARA
      * EVALUAR FRACCIONAMIENTO. SIN CLIENTE NI IDENTIFICACION NO
      * HAY A QUIEN ATRIBUIR EL ACUMULADO
       CLASIFICAR-OPERACION.
           IF WS-DIA-OPERACION NOT < WS-DIA-DESDE
               ADD 1 TO WS-TOT-PERIODO
               ADD OP-MONTO-USD TO WS-TOT-USD-PERIODO
           ELSE
               ADD 1 TO WS-TOT-VENTANA
           END-IF
           IF OP-CLAVE = SPACES
               IF WS-DIA-OPERACION NOT < WS-DIA-DESDE
                   ADD 1 TO WS-TOT-SIN-CLIENTE
               END-IF
           ELSE
               IF WS-DIA-OPERACION NOT < WS-DIA-DESDE
                   PERFORM ACUMULAR-CLIENTE
               END-IF
           END-IF
           IF OP-MONTO-USD NOT < WS-UMBRAL-OPERACION
               IF WS-DIA-OPERACION NOT < WS-DIA-DESDE
                   PERFORM REGISTRAR-GRANDE
               END-IF
           ELSE
               IF OP-CLAVE NOT = SPACES
                   PERFORM AGREGAR-FRACCION
               END-IF
           END-IF.

       ACUMULAR-CLIENTE.
           MOVE 0 TO WS-CLI-POS
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-CLI-IDX OR WS-CLI-POS > 0
               IF TC-CLAVE(WS-C) NOT < OP-CLAVE
                   MOVE WS-C TO WS-CLI-POS
               END-IF
           END-PERFORM
           MOVE 'NO' TO SW-NUEVA-CLAVE
           IF WS-CLI-POS = 0
               SET SW-CLAVE-NUEVA TO TRUE
           ELSE
               IF TC-CLAVE(WS-CLI-POS) NOT = OP-CLAVE
                   SET SW-CLAVE-NUEVA TO TRUE
               END-IF
           END-IF
           IF SW-CLAVE-NUEVA
               IF WS-CLI-IDX > 4999
                   DISPLAY '** CDCAMLOP: TABLA DE CLIENTES EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-CLI-POS = 0
                   COMPUTE WS-CLI-POS = WS-CLI-IDX + 1
               ELSE
                   PERFORM VARYING WS-C FROM WS-CLI-IDX BY -1
                     UNTIL WS-C < WS-CLI-POS
                       MOVE REG-CLIENTE-AML(WS-C)
                         TO REG-CLIENTE-AML(WS-C + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-CLI-IDX
               INITIALIZE REG-CLIENTE-AML(WS-CLI-POS)
               MOVE OP-CLAVE TO TC-CLAVE(WS-CLI-POS)
               MOVE 'N' TO TC-ALERTA(WS-CLI-POS)
           END-IF
           MOVE OP-TIPO-CLIENTE TO TC-TIPO-CLIENTE(WS-CLI-POS)
           ADD 1 TO TC-OPERACIONES(WS-CLI-POS)
           ADD OP-MONTO-USD TO TC-TOTAL-USD(WS-CLI-POS)
           IF OP-MONTO-USD > TC-MAYOR-USD(WS-CLI-POS)
               MOVE OP-MONTO-USD TO TC-MAYOR-USD(WS-CLI-POS)
           END-IF
           IF OP-MONTO-USD NOT < WS-UMBRAL-OPERACION
               ADD 1 TO TC-GRANDES(WS-CLI-POS)
           END-IF.

       REGISTRAR-GRANDE.
           IF WS-GRD-IDX > 4999
               DISPLAY '** CDCAMLOP: TABLA DE OPERACIONES SOBRE '
               DISPLAY '** UMBRAL EXCEDE CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GRD-IDX
           MOVE WS-OPERACION TO TG-OPERACION(WS-GRD-IDX)
           ADD 1 TO WS-TOT-GRANDES
           ADD OP-MONTO-USD TO WS-TOT-USD-GRANDES
           MOVE SPACES TO REG-AML-OPERACION
           MOVE '1' TO AMO-TIPO-REG
           MOVE OP-FECHA TO AMO-FECHA
           MOVE OP-HORA TO AMO-HORA
           MOVE OP-NUM-OPER TO AMO-NUM-OPER
           MOVE OP-CODOPE TO AMO-CODOPE
           MOVE OP-CLIENTE TO AMO-CLIENTE
           MOVE OP-TIPO-CLIENTE TO AMO-TIPO-CLIENTE
           MOVE OP-IDEN-CLIENTE TO AMO-IDEN-CLIENTE
           MOVE OP-SUCURSAL TO AMO-SUCURSAL
           MOVE OP-USUARIO TO AMO-USUARIO
           MOVE OP-MONEDA TO AMO-MONEDA
           MOVE OP-MONTO TO AMO-MONTO
           MOVE OP-TASA TO AMO-TASA-CAMBIO
           MOVE OP-MONTO-USD TO AMO-MONTO-USD
           WRITE REG-AML-OPERACION
           ADD 1 TO WS-TOT-GRABADOS.

       AGREGAR-FRACCION.
           IF WS-FRC-IDX > 9999
               DISPLAY '** CDCAMLOP: TABLA DE OPERACIONES BAJO '
               DISPLAY '** UMBRAL EXCEDE CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OP-CLAVE TO WS-OF-CLAVE
           MOVE WS-DIA-OPERACION TO WS-OF-DIA
           MOVE OP-HORA TO WS-OF-HORA
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-FRC-IDX OR WS-POS > 0
               IF TF-ORDEN(WS-S) > WS-ORDEN-FRC
                   MOVE WS-S TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS = 0
               COMPUTE WS-POS = WS-FRC-IDX + 1
           ELSE
               PERFORM VARYING WS-S FROM WS-FRC-IDX BY -1
                 UNTIL WS-S < WS-POS
                   MOVE REG-FRACCION(WS-S) TO REG-FRACCION(WS-S + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-FRC-IDX
           ADD 1 TO WS-TOT-FRACCIONES
           MOVE WS-ORDEN-FRC TO TF-ORDEN(WS-POS)
           MOVE WS-OPERACION TO TF-OPERACION(WS-POS)
           MOVE OP-MONTO-USD TO TF-MONTO-USD(WS-POS).

      * RECORRE CADA CLIENTE DE LA TABLA DE OPERACIONES BAJO EL
      * UMBRAL (YA AGRUPADA POR EL ORDEN DE INSERCION)
       EVALUAR-FRACCIONAMIENTO.
           MOVE 1 TO WS-F
           PERFORM UNTIL WS-F > WS-FRC-IDX
               MOVE WS-F TO WS-GRUPO-INI
               MOVE WS-F TO WS-GRUPO-FIN
               MOVE 'N' TO WS-FIN-DE-GRUPO
               PERFORM UNTIL WS-FIN-DE-GRUPO = 'S'
                   IF WS-GRUPO-FIN = WS-FRC-IDX
                       MOVE 'S' TO WS-FIN-DE-GRUPO
                   ELSE
                       IF TF-CLAVE(WS-GRUPO-FIN + 1) = TF-CLAVE(WS-F)
                           ADD 1 TO WS-GRUPO-FIN
                       ELSE
                           MOVE 'S' TO WS-FIN-DE-GRUPO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM EVALUAR-CLIENTE-FRACCION
               COMPUTE WS-F = WS-GRUPO-FIN + 1
           END-PERFORM.

      * CADA DIA DEL PERIODO CON OPERACIONES CIERRA UNA VENTANA DE N
      * DIAS HACIA ATRAS; HAY ALERTA SI EN ALGUNA VENTANA DOS O MAS
      * OPERACIONES BAJO EL UMBRAL ALCANZAN EL UMBRAL ACUMULADO
       EVALUAR-CLIENTE-FRACCION.
           MOVE 0 TO WS-MEJOR-CANTIDAD
           MOVE 0 TO WS-MEJOR-TOTAL
           PERFORM VARYING WS-J FROM WS-GRUPO-INI BY 1
             UNTIL WS-J > WS-GRUPO-FIN
               MOVE 'S' TO WS-FIN-DE-DIA
               IF WS-J < WS-GRUPO-FIN
                   IF TF-DIA(WS-J + 1) = TF-DIA(WS-J)
                       MOVE 'N' TO WS-FIN-DE-DIA
                   END-IF
               END-IF
               IF WS-FIN-DE-DIA = 'S' AND
                  TF-DIA(WS-J) NOT < WS-DIA-DESDE
                   PERFORM SUMAR-VENTANA
                   IF WS-VEN-CANTIDAD > 1 AND
                      WS-VEN-TOTAL NOT < WS-UMBRAL-ACUMULADO AND
                      WS-VEN-TOTAL > WS-MEJOR-TOTAL
                       MOVE WS-VEN-PRIMERA TO WS-MEJOR-PRIMERA
                       MOVE WS-J TO WS-MEJOR-ULTIMA
                       MOVE WS-VEN-CANTIDAD TO WS-MEJOR-CANTIDAD
                       MOVE WS-VEN-TOTAL TO WS-MEJOR-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEJOR-CANTIDAD > 0
               PERFORM AGREGAR-ALERTA
           END-IF.

       SUMAR-VENTANA.
           COMPUTE WS-DIA-VENTANA-INI =
             TF-DIA(WS-J) - WS-DIAS-VENTANA + 1
           MOVE 0 TO WS-VEN-PRIMERA
           MOVE 0 TO WS-VEN-CANTIDAD
           MOVE 0 TO WS-VEN-TOTAL
           PERFORM VARYING WS-I FROM WS-GRUPO-INI BY 1
             UNTIL WS-I > WS-J
               IF TF-DIA(WS-I) NOT < WS-DIA-VENTANA-INI
                   IF WS-VEN-PRIMERA = 0
                       MOVE WS-I TO WS-VEN-PRIMERA
                   END-IF
                   ADD 1 TO WS-VEN-CANTIDAD
                   ADD TF-MONTO-USD(WS-I) TO WS-VEN-TOTAL
               END-IF
           END-PERFORM.

       AGREGAR-ALERTA.
           IF WS-ALR-IDX > 999
               DISPLAY '** CDCAMLOP: TABLA DE ALERTAS EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ALR-IDX
           ADD 1 TO WS-TOT-ALERTAS
           MOVE TF-OPERACION(WS-MEJOR-ULTIMA) TO WS-OPERACION
           MOVE OP-CLAVE TO TA-CLAVE(WS-ALR-IDX)
           MOVE OP-TIPO-CLIENTE TO TA-TIPO-CLIENTE(WS-ALR-IDX)
           MOVE WS-MEJOR-PRIMERA TO TA-PRIMERA(WS-ALR-IDX)
           MOVE WS-MEJOR-ULTIMA TO TA-ULTIMA(WS-ALR-IDX)
           MOVE TF-DIA(WS-MEJOR-PRIMERA) TO TA-DIA-DESDE(WS-ALR-IDX)
           MOVE TF-DIA(WS-MEJOR-ULTIMA) TO TA-DIA-HASTA(WS-ALR-IDX)
           MOVE WS-MEJOR-CANTIDAD TO TA-OPERACIONES(WS-ALR-IDX)
           MOVE WS-MEJOR-TOTAL TO TA-TOTAL-USD(WS-ALR-IDX)
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CLI-IDX
               IF TC-CLAVE(WS-C) = OP-CLAVE
                   MOVE 'S' TO TC-ALERTA(WS-C)
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-AML-ALERTA
           MOVE '2' TO AMA-TIPO-REG
           MOVE OP-CLIENTE TO AMA-CLIENTE
           MOVE OP-TIPO-CLIENTE TO AMA-TIPO-CLIENTE
           MOVE OP-IDEN-CLIENTE TO AMA-IDEN-CLIENTE
           COMPUTE AMA-FECHA-DESDE =
             FUNCTION DATE-OF-INTEGER(TA-DIA-DESDE(WS-ALR-IDX))
           COMPUTE AMA-FECHA-HASTA =
             FUNCTION DATE-OF-INTEGER(TA-DIA-HASTA(WS-ALR-IDX))
           MOVE WS-MEJOR-CANTIDAD TO AMA-OPERACIONES
           MOVE WS-MEJOR-TOTAL TO AMA-MONTO-USD
           WRITE REG-AML-ALERTA
           ADD 1 TO WS-TOT-GRABADOS.

       GRABAR-TOTALES.
           MOVE SPACES TO REG-AML-TOTALES
           MOVE '9' TO AMT-TIPO-REG
           MOVE WS-TOT-GRANDES TO AMT-OPERACIONES
           MOVE WS-TOT-USD-GRANDES TO AMT-MONTO-USD
           MOVE WS-TOT-ALERTAS TO AMT-ALERTAS
           ADD 1 TO WS-TOT-GRABADOS
           MOVE WS-TOT-GRABADOS TO AMT-REGISTROS
           WRITE REG-AML-TOTALES.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-PER-DESDE TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-DES-DD
           MOVE WS-FE-MM TO TIT-DES-MM
           MOVE WS-FE-AAAA TO TIT-DES-AAAA
           MOVE WS-PER-HASTA TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-HAS-DD
           MOVE WS-FE-MM TO TIT-HAS-MM
           MOVE WS-FE-AAAA TO TIT-HAS-AAAA
           MOVE WS-UMBRAL-OPERACION TO TIT-UMBRAL
           MOVE WS-DIAS-VENTANA TO TIT-DIAS
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-CABECERA-GRANDES.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'OPERACIONES IGUALES O SUPERIORES AL UMBRAL'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-OPERACION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

       IMPRIMIR-GRANDES.
           PERFORM IMPRIMIR-CABECERA-GRANDES
           IF WS-GRD-IDX = 0
               MOVE 'NO HAY OPERACIONES SOBRE EL UMBRAL EN EL PERIODO'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GRD-IDX
               IF WS-LINEAS > WS-LINEAS-X-PAGINA
                   PERFORM IMPRIMIR-CABECERA-GRANDES
               END-IF
               MOVE TG-OPERACION(WS-G) TO WS-OPERACION
               PERFORM IMPRIMIR-OPERACION
           END-PERFORM.

       IMPRIMIR-OPERACION.
           MOVE OP-FECHA TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO OPE-FEC-DD
           MOVE WS-FE-MM TO OPE-FEC-MM
           MOVE WS-FE-AAAA TO OPE-FEC-AAAA
           MOVE OP-HORA TO OPE-HORA
           MOVE OP-NUM-OPER TO OPE-NUM-OPER
           MOVE OP-CODOPE TO OPE-CODOPE
           MOVE OP-CLIENTE TO OPE-CLIENTE
           MOVE OP-IDEN-CLIENTE TO OPE-IDEN-CLIENTE
           MOVE OP-SUCURSAL TO OPE-SUCURSAL
           MOVE OP-USUARIO TO OPE-USUARIO
           MOVE OP-MONEDA TO OPE-MONEDA
           MOVE OP-MONTO TO OPE-MONTO
           MOVE OP-TASA TO OPE-TASA
           MOVE OP-MONTO-USD TO OPE-MONTO-USD
           WRITE REG-REPORTE FROM LIN-OPERACION
           ADD 1 TO WS-LINEAS.

       IMPRIMIR-CABECERA-ALERTAS.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'POSIBLE FRACCIONAMIENTO DE OPERACIONES BAJO EL UMBRAL'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-OPERACION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

      * CADA ALERTA SE IMPRIME CON LAS OPERACIONES DE SU VENTANA
       IMPRIMIR-ALERTAS.
           PERFORM IMPRIMIR-CABECERA-ALERTAS
           IF WS-ALR-IDX = 0
               MOVE 'NO SE DETECTARON OPERACIONES FRACCIONADAS'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ALR-IDX
               COMPUTE WS-POS = WS-LINEAS + TA-OPERACIONES(WS-A) + 2
               IF WS-POS > WS-LINEAS-X-PAGINA
                   PERFORM IMPRIMIR-CABECERA-ALERTAS
               END-IF
               MOVE TA-CLIENTE(WS-A) TO ALE-CLIENTE
               MOVE TA-IDEN-CLIENTE(WS-A) TO ALE-IDEN-CLIENTE
               COMPUTE WS-FECHA-EDIT-NUM =
                 FUNCTION DATE-OF-INTEGER(TA-DIA-DESDE(WS-A))
               MOVE WS-FE-DD TO ALE-DES-DD
               MOVE WS-FE-MM TO ALE-DES-MM
               MOVE WS-FE-AAAA TO ALE-DES-AAAA
               COMPUTE WS-FECHA-EDIT-NUM =
                 FUNCTION DATE-OF-INTEGER(TA-DIA-HASTA(WS-A))
               MOVE WS-FE-DD TO ALE-HAS-DD
               MOVE WS-FE-MM TO ALE-HAS-MM
               MOVE WS-FE-AAAA TO ALE-HAS-AAAA
               MOVE TA-OPERACIONES(WS-A) TO ALE-OPERACIONES
               MOVE TA-TOTAL-USD(WS-A) TO ALE-TOTAL-USD
               WRITE REG-REPORTE FROM LIN-ALERTA
               ADD 1 TO WS-LINEAS
               PERFORM VARYING WS-I FROM TA-PRIMERA(WS-A) BY 1
                 UNTIL WS-I > TA-ULTIMA(WS-A)
                   IF WS-LINEAS > WS-LINEAS-X-PAGINA
                       PERFORM IMPRIMIR-CABECERA-ALERTAS
                   END-IF
                   MOVE TF-OPERACION(WS-I) TO WS-OPERACION
                   PERFORM IMPRIMIR-OPERACION
               END-PERFORM
               WRITE REG-REPORTE FROM LIN-BLANCO
               ADD 1 TO WS-LINEAS
           END-PERFORM.

       IMPRIMIR-CABECERA-CLIENTES.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'CLIENTES CON ACUMULADO DEL PERIODO SOBRE EL UMBRAL'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-CLIENTE
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

      * OPERACIONES MULTIPLES: CLIENTES CON MAS DE UNA OPERACION CUYO
      * TOTAL DEL PERIODO ALCANZA EL UMBRAL ACUMULADO
       IMPRIMIR-CLIENTES.
           PERFORM IMPRIMIR-CABECERA-CLIENTES
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CLI-IDX
               IF TC-OPERACIONES(WS-C) > 1 AND
                  TC-TOTAL-USD(WS-C) NOT < WS-UMBRAL-ACUMULADO
                   IF WS-LINEAS > WS-LINEAS-X-PAGINA
                       PERFORM IMPRIMIR-CABECERA-CLIENTES
                   END-IF
                   ADD 1 TO WS-TOT-MULTIPLES
                   MOVE TC-CLIENTE(WS-C) TO CLT-CLIENTE
                   MOVE TC-IDEN-CLIENTE(WS-C) TO CLT-IDEN-CLIENTE
                   MOVE TC-TIPO-CLIENTE(WS-C) TO CLT-TIPO-CLIENTE
                   MOVE TC-OPERACIONES(WS-C) TO CLT-OPERACIONES
                   MOVE TC-GRANDES(WS-C) TO CLT-GRANDES
                   MOVE TC-MAYOR-USD(WS-C) TO CLT-MAYOR-USD
                   MOVE TC-TOTAL-USD(WS-C) TO CLT-TOTAL-USD
                   MOVE SPACES TO CLT-OBSERVACION
                   IF TC-ALERTA(WS-C) = 'S'
                       MOVE 'POSIBLE FRACCIONAMIENTO'
                         TO CLT-OBSERVACION
                   END-IF
                   WRITE REG-REPORTE FROM LIN-CLIENTE
                   ADD 1 TO WS-LINEAS
               END-IF
           END-PERFORM
           IF WS-TOT-MULTIPLES = 0
               MOVE 'NINGUN CLIENTE ALCANZA EL UMBRAL ACUMULADO'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF.

       IMPRIMIR-RESUMEN.
           IF WS-LINEAS + 22 > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
           ELSE
               WRITE REG-REPORTE FROM LIN-BLANCO
           END-IF
           MOVE 'RESUMEN' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'SOLICITUDES 01 LEIDAS' TO RES-TEXTO
           MOVE WS-TOT-OPER-01 TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES 01 REENVIADAS (DUPLICADAS)' TO RES-TEXTO
           MOVE WS-TOT-REENVIOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES 01 RECHAZADAS' TO RES-TEXTO
           MOVE WS-TOT-RECHAZADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES 01 EXTORNADAS' TO RES-TEXTO
           MOVE WS-TOT-EXTORNADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES 01 SIN RESPUESTA (NO CUENTAN)'
             TO RES-TEXTO
           MOVE WS-TOT-SIN-RESPUESTA TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'CARGOS/ABONOS 01 (MOVIMIENTOS, NO CUENTAN)'
             TO RES-TEXTO
           MOVE WS-TOT-MOVIMIENTOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES 02 LEIDAS' TO RES-TEXTO
           MOVE WS-TOT-OPER-02 TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES 02 REENVIADAS (DUPLICADAS)' TO RES-TEXTO
           MOVE WS-TOT-REENVIOS-02 TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES 02 RECHAZADAS' TO RES-TEXTO
           MOVE WS-TOT-RECHAZADAS-02 TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES 02 SIN RESPUESTA (NO CUENTAN)'
             TO RES-TEXTO
           MOVE WS-TOT-SIN-RESP-02 TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES DEL PERIODO' TO RES-TEXTO
           MOVE WS-TOT-PERIODO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MONTO DEL PERIODO (USD)' TO RSM-TEXTO
           MOVE WS-TOT-USD-PERIODO TO RSM-MONTO
           WRITE REG-REPORTE FROM LIN-RESUMEN-MONTO
           MOVE 'OPERACIONES PREVIAS DE LA VENTANA' TO RES-TEXTO
           MOVE WS-TOT-VENTANA TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES SOBRE EL UMBRAL' TO RES-TEXTO
           MOVE WS-TOT-GRANDES TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MONTO SOBRE EL UMBRAL (USD)' TO RSM-TEXTO
           MOVE WS-TOT-USD-GRANDES TO RSM-MONTO
           WRITE REG-REPORTE FROM LIN-RESUMEN-MONTO
           MOVE 'CLIENTES CON POSIBLE FRACCIONAMIENTO' TO RES-TEXTO
           MOVE WS-TOT-ALERTAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'CLIENTES CON OPERACIONES MULTIPLES' TO RES-TEXTO
           MOVE WS-TOT-MULTIPLES TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES SIN CLIENTE IDENTIFICADO' TO RES-TEXTO
           MOVE WS-TOT-SIN-CLIENTE TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES SIN TIPO DE CAMBIO' TO RES-TEXTO
           MOVE WS-TOT-SIN-CAMBIO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES SIN MONTO' TO RES-TEXTO
           MOVE WS-TOT-SIN-MONTO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCAMLOP'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'PERIODO  . . . . . . . . . : ' WS-PER-DESDE
              ' - ' WS-PER-HASTA
           DISPLAY 'REGISTROS CAMFLOG LEIDOS . : ' WS-TOT-CAMFLOG
           DISPLAY 'SOLICITUDES 01 . . . . . . : ' WS-TOT-OPER-01
           DISPLAY 'REENVIOS 01  . . . . . . . : ' WS-TOT-REENVIOS
           DISPLAY 'RECHAZADAS 01  . . . . . . : ' WS-TOT-RECHAZADAS
           DISPLAY 'EXTORNADAS 01  . . . . . . : ' WS-TOT-EXTORNADAS
           DISPLAY 'SIN RESPUESTA 01 . . . . . : ' WS-TOT-SIN-RESPUESTA
           DISPLAY 'EXTORNOS DE OTRO PERIODO . : ' WS-TOT-EXT-SIN-SOL
           DISPLAY 'OPERACIONES 02 . . . . . . : ' WS-TOT-OPER-02
           DISPLAY 'REENVIOS 02  . . . . . . . : ' WS-TOT-REENVIOS-02
           DISPLAY 'RECHAZADAS 02  . . . . . . : ' WS-TOT-RECHAZADAS-02
           DISPLAY 'SIN RESPUESTA 02 . . . . . : ' WS-TOT-SIN-RESP-02
           DISPLAY 'OPERACIONES DEL PERIODO  . : ' WS-TOT-PERIODO
           DISPLAY 'PREVIAS DE LA VENTANA  . . : ' WS-TOT-VENTANA
           DISPLAY 'SOBRE EL UMBRAL  . . . . . : ' WS-TOT-GRANDES
           DISPLAY 'BAJO EL UMBRAL EVALUADAS . : ' WS-TOT-FRACCIONES
           DISPLAY 'ALERTAS DE FRACCIONAMIENTO : ' WS-TOT-ALERTAS
           DISPLAY 'SIN CLIENTE IDENTIFICADO . : ' WS-TOT-SIN-CLIENTE
           DISPLAY 'SIN TIPO DE CAMBIO . . . . : ' WS-TOT-SIN-CAMBIO
           DISPLAY 'SIN MONTO  . . . . . . . . : ' WS-TOT-SIN-MONTO
           DISPLAY 'REGISTROS GRABADOS AMLREG  : ' WS-TOT-GRABADOS
           DISPLAY '-------------------------------------------'
           IF WS-TOT-SIN-CAMBIO > 0 OR WS-TOT-SIN-CLIENTE > 0 OR
              WS-TOT-SIN-RESPUESTA > 0 OR WS-TOT-SIN-RESP-02 > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCAMLOP.
