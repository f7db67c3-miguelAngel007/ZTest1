       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCPOSCV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMFLOG-FILE ASSIGN TO CAMFLOG
               FILE STATUS IS FS-CAMFLOG.
           SELECT TIPO-CAMBIO ASSIGN TO TIPOCAM
               FILE STATUS IS FS-TIPOCAM.
           SELECT PARM-POSCV ASSIGN TO POSCVPRM
               FILE STATUS IS FS-PARM-POSCV.
           SELECT REPORTE-POSCV ASSIGN TO POSCVOUT
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

      * FECHA OPCIONAL PARA REPROCESO, TOLERANCIA POR DEFECTO Y HASTA
      * CINCO TOLERANCIAS POR MONEDA (PORCENTAJE DE DESVIACION DEL
      * TIPO DE CAMBIO PACTADO SOBRE EL DE TIPOCAM) Y HASTA CINCO
      * EQUIVALENCIAS DE CODIGO DE MONEDA DEL LOG A CODIGO ISO
       FD PARM-POSCV.
       01 REG-PARM-POSCV.
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 PARM-TOLERANCIA-DEFECTO PIC 9(2)V99.
         05 PARM-TOLERANCIA        OCCURS 5.
           10 PTL-MONEDA           PIC X(3).
           10 PTL-PORCENTAJE       PIC 9(2)V99.
         05 PARM-EQUIVALENCIA      OCCURS 5.
           10 PEQ-CODIGO           PIC X(3).
           10 PEQ-MONEDA           PIC X(3).
         05 FILLER                 PIC X(3).

       FD REPORTE-POSCV.
       01 REG-REPORTE            PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-CAMFLOG           PIC 99.
       01 FS-TIPOCAM           PIC 99.
       01 FS-PARM-POSCV        PIC 99.
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

      * SIN TARJETA SE ADMITE HASTA 1% DE DESVIACION EN TODAS LAS
      * MONEDAS
       01 WS-TOLERANCIA-DEFECTO PIC 9(2)V99 VALUE 1.
       01 WS-TOL-IDX           PIC 9(2) VALUE 0.
       01 WS-T                 PIC 9(2) VALUE 0.
       01 TABLE-TOLERANCIAS.
         05 REG-TOLERANCIA       OCCURS 5.
           10 TT-MONEDA          PIC X(3).
           10 TT-PORCENTAJE      PIC 9(2)V99.
       01 WS-TOLERANCIA-OPER   PIC 9(2)V99 VALUE 0.

      * COMMAREA DE ENTRADA DE LA OPERACION 01 (COMPRA-VENTA) TAL
      * COMO LA RECIBE MDCOCOMM (CABECERA + WI-DATA-01)
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
         05 WI-RATIOD REDEFINES
               WI-RATIO            PIC 9(06)V9(05).
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

      * EQUIVALENCIA DEL CODIGO NUMERICO DE MONEDA DEL LOG (01 EN LA
      * OPERACION 01) AL CODIGO DE TIPOCAM
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
       01 WS-ISO-ORI           PIC X(3).
       01 WS-ISO-DES           PIC X(3).

      * TIPOS DE CAMBIO OFICIALES EN MONEDA LOCAL POR UNIDAD
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

      * SOLICITUDES DE COMPRA-VENTA DEL DIA (2310/2410/2510/2610), UNA
      * POR NUM.OPER, CON EL RESULTADO DE SU PRIMERA IMAGEN DE SALIDA:
      * P SIN RESPUESTA, A ACEPTADA, R RECHAZADA, E EXTORNADA. LAS
      * IMAGENES 2320/2420/2520/2620 SON LOS CARGOS Y ABONOS DE UNA
      * SOLICITUD YA REGISTRADA Y NO SE VUELVEN A CONTAR
       01 WS-SOL-IDX           PIC 9(5) VALUE 0.
       01 WS-O                 PIC 9(5) VALUE 0.
       01 WS-S                 PIC 9(5) VALUE 0.
       01 WS-SOL-POS           PIC 9(5) VALUE 0.
       01 WS-NUM-SOLICITUD     PIC X(10).
       01 TABLE-SOLICITUDES.
         05 REG-SOLICITUD        OCCURS 20000.
           10 TS-NUM-OPER        PIC X(10).
           10 TS-ESTADO          PIC X(1).
           10 TS-HORA            PIC X(6).
           10 TS-USUARIO         PIC X(8).
           10 TS-SUCURSAL        PIC X(3).
           10 TS-TRAN-TOLD       PIC X(4).
           10 TS-CLIENTE         PIC X(14).
           10 TS-MONEDA-ORI      PIC X(2).
           10 TS-MONEDA-DES      PIC X(2).
           10 TS-MONTO-SOLES     PIC 9(15)V99.
           10 TS-MONTO-ME        PIC 9(15)V99.
           10 TS-TASA            PIC 9(6)V9(5).

      * EXTORNOS (2900) DEL DIA A LA ESPERA DE SU RESPUESTA; EL
      * NUMERO DE SOLICITUD EXTORNADA VIENE EN WI-NUM-TOLD
       01 WS-EXT-IDX           PIC 9(4) VALUE 0.
       01 WS-X                 PIC 9(4) VALUE 0.
       01 WS-EXT-POS           PIC 9(4) VALUE 0.
       01 WS-NUM-TOLD-N        PIC 9(10).
       01 WS-NUM-TOLD-X REDEFINES WS-NUM-TOLD-N PIC X(10).
       01 TABLE-EXTORNOS.
         05 REG-EXTORNO          OCCURS 2000.
           10 TX-NUM-OPER        PIC X(10).
           10 TX-SOLICITUD       PIC X(10).
           10 TX-ESTADO          PIC X(1).

      * SOLICITUD EN CURSO: C EL BANCO COMPRA LA MONEDA EXTRANJERA
      * (EL CLIENTE ENTREGA WI-MONEDA-ORI Y RECIBE MONEDA LOCAL), V
      * EL BANCO LA VENDE. WI-MONTO-ME ES SIEMPRE EL IMPORTE EN
      * MONEDA EXTRANJERA Y WI-MONTO-SOUS SU CONTRAVALOR EN SOLES
       01 WS-SENTIDO           PIC X(1).
       01 WS-MONEDA-OPER       PIC X(3).
       01 WS-OPERACION-VALIDA  PIC X VALUE 'N'.
       01 WS-DIF-TASA          PIC S9(6)V9(6) VALUE 0.
       01 WS-DESVIACION        PIC S9(5)V9(4) VALUE 0.
       01 WS-DESVIACION-ABS    PIC 9(5)V9(4) VALUE 0.

      * POSICION DEL DIA POR MONEDA, ORDENADA POR CODIGO ISO; EL
      * PONDERADO ACUMULA TIPO DE CAMBIO PACTADO x IMPORTE
       01 WS-PSC-IDX           PIC 9(2) VALUE 0.
       01 WS-P                 PIC 9(2) VALUE 0.
       01 WS-PSC-POS           PIC 9(2) VALUE 0.
       01 TABLE-POSICION.
         05 REG-POSICION         OCCURS 20.
           10 TP-MONEDA          PIC X(3).
           10 TP-COMPRAS         PIC 9(5).
           10 TP-COMPRADO        PIC 9(15)V99.
           10 TP-PONDERADO-COMPRA PIC 9(18)V9(7).
           10 TP-VENTAS          PIC 9(5).
           10 TP-VENDIDO         PIC 9(15)V99.
           10 TP-PONDERADO-VENTA PIC 9(18)V9(7).
       01 WS-POSICION-NETA     PIC S9(15)V99 VALUE 0.
       01 WS-TC-PROMEDIO       PIC 9(6)V9(5) VALUE 0.

      * OPERACIONES FUERA DE TOLERANCIA, ORDENADAS POR USUARIO,
      * SUCURSAL, HORA Y NUMERO DE OPERACION AL INSERTAR
       01 WS-DSV-IDX           PIC 9(4) VALUE 0.
       01 WS-D                 PIC 9(4) VALUE 0.
       01 WS-DSV-POS           PIC 9(4) VALUE 0.
       01 WS-ORDEN-DSV.
         05 WS-OD-USUARIO      PIC X(8).
         05 WS-OD-SUCURSAL     PIC X(3).
         05 WS-OD-HORA         PIC X(6).
         05 WS-OD-NUM-OPER     PIC X(10).
       01 TABLE-DESVIACIONES.
         05 REG-DESVIACION       OCCURS 5000.
           10 TD-ORDEN.
             15 TD-USUARIO       PIC X(8).
             15 TD-SUCURSAL      PIC X(3).
             15 TD-HORA          PIC X(6).
             15 TD-NUM-OPER      PIC X(10).
           10 TD-SOLICITUD       PIC 9(5).
           10 TD-SENTIDO         PIC X(1).
           10 TD-MONEDA          PIC X(3).
           10 TD-TASA-OFICIAL    PIC 9(4)V9(6).
           10 TD-DESVIACION      PIC S9(5)V9(4).
           10 TD-TOLERANCIA      PIC 9(2)V99.
       01 WS-GRUPO-ANTERIOR.
         05 WS-GA-USUARIO      PIC X(8).
         05 WS-GA-SUCURSAL     PIC X(3).
       01 WS-GRUPO-OPERACIONES PIC 9(5) VALUE 0.

       01 WS-TOT-CAMFLOG       PIC 9(9) VALUE 0.
       01 WS-TOT-OPER-01       PIC 9(9) VALUE 0.
       01 WS-TOT-SOLICITUDES   PIC 9(7) VALUE 0.
       01 WS-TOT-REENVIOS      PIC 9(7) VALUE 0.
       01 WS-TOT-MOVIMIENTOS   PIC 9(7) VALUE 0.
       01 WS-TOT-EXTORNOS      PIC 9(7) VALUE 0.
       01 WS-TOT-EXT-SIN-SOL   PIC 9(7) VALUE 0.
       01 WS-TOT-ACEPTADAS     PIC 9(7) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(7) VALUE 0.
       01 WS-TOT-EXTORNADAS    PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-RESPUESTA PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-MONEDA    PIC 9(7) VALUE 0.
       01 WS-TOT-ARBITRAJES    PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-MONTO     PIC 9(7) VALUE 0.
       01 WS-TOT-EN-POSICION   PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-CAMBIO    PIC 9(7) VALUE 0.
       01 WS-TOT-EVALUADAS     PIC 9(7) VALUE 0.
       01 WS-TOT-DESVIADAS     PIC 9(7) VALUE 0.

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

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(50) VALUE
            'COMPRA-VENTA DE MONEDA - DESVIACION Y POSICION'.
         05 FILLER               PIC X(37) VALUE SPACES.
         05 FILLER               PIC X(7)  VALUE 'PAGINA '.
         05 TIT-PAGINA           PIC ZZZ9.
         05 FILLER               PIC X(5)  VALUE SPACES.

       01 LIN-TITULO-2.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(17) VALUE 'FECHA DE PROCESO '.
         05 TIT-FECHA.
           10 TIT-FEC-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-FEC-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-FEC-AAAA       PIC X(4).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(25) VALUE
            'TOLERANCIA POR DEFECTO % '.
         05 TIT-TOLERANCIA       PIC ZZ9.99.
         05 FILLER               PIC X(41) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-DESVIACION.
         05 FILLER               PIC X(7)  VALUE 'HORA'.
         05 FILLER               PIC X(11) VALUE 'OPERACION'.
         05 FILLER               PIC X(5)  VALUE 'TRX'.
         05 FILLER               PIC X(15) VALUE 'CLIENTE'.
         05 FILLER               PIC X(4)  VALUE 'C/V'.
         05 FILLER               PIC X(4)  VALUE 'MON'.
         05 FILLER               PIC X(19) VALUE
            '    MONTO MON. EXT.'.
         05 FILLER               PIC X(19) VALUE
            '  CONTRAVALOR SOLES'.
         05 FILLER               PIC X(13) VALUE '  T.C.PACTADO'.
         05 FILLER               PIC X(12) VALUE ' T.C.OFICIAL'.
         05 FILLER               PIC X(9)  VALUE ' DESV. % '.
         05 FILLER               PIC X(6)  VALUE 'TOL. %'.
         05 FILLER               PIC X(9)  VALUE SPACES.

       01 LIN-GRUPO.
         05 FILLER               PIC X(9)  VALUE 'USUARIO: '.
         05 GRP-USUARIO          PIC X(8).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(10) VALUE 'SUCURSAL: '.
         05 GRP-SUCURSAL         PIC X(3).
         05 FILLER               PIC X(99) VALUE SPACES.

       01 LIN-DESVIACION.
         05 DSV-HORA             PIC X(6).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-NUM-OPER         PIC X(10).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-TRAN-TOLD        PIC X(4).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-CLIENTE          PIC X(14).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-SENTIDO          PIC X(1).
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 DSV-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-MONTO-ME         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-MONTO-SOLES      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-TC-PACTADO       PIC ZZZZZ9.99999.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-TC-OFICIAL       PIC ZZZ9.999999.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-DESVIACION       PIC ----9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 DSV-TOLERANCIA       PIC ZZ9.99.
         05 FILLER               PIC X(9)  VALUE SPACES.

       01 LIN-CAB-POSICION.
         05 FILLER               PIC X(4)  VALUE 'MON'.
         05 FILLER               PIC X(7)  VALUE 'COMPRAS'.
         05 FILLER               PIC X(19) VALUE
            '    MONTO COMPRADO '.
         05 FILLER               PIC X(13) VALUE 'T.C.PROMEDIO '.
         05 FILLER               PIC X(7)  VALUE 'VENTAS '.
         05 FILLER               PIC X(19) VALUE
            '     MONTO VENDIDO '.
         05 FILLER               PIC X(13) VALUE 'T.C.PROMEDIO '.
         05 FILLER               PIC X(19) VALUE
            '     POSICION NETA '.
         05 FILLER               PIC X(8)  VALUE 'SENTIDO '.
         05 FILLER               PIC X(11) VALUE 'T.C.OFICIAL'.
         05 FILLER               PIC X(13) VALUE SPACES.

       01 LIN-POSICION.
         05 POS-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-COMPRAS          PIC ZZ,ZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-COMPRADO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-TC-COMPRA        PIC ZZZZZ9.99999.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-VENTAS           PIC ZZ,ZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-VENDIDO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-TC-VENTA         PIC ZZZZZ9.99999.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-NETA             PIC ---,---,---,--9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-SENTIDO          PIC X(7).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 POS-TC-OFICIAL       PIC ZZZ9.999999.
         05 FILLER               PIC X(13) VALUE SPACES.

       01 LIN-RESUMEN.
         05 RES-TEXTO            PIC X(45).
         05 RES-VALOR            PIC ZZZ,ZZZ,ZZ9.
         05 FILLER               PIC X(77) VALUE SPACES.

       01 LIN-RESUMEN-PCT.
         05 RSP-TEXTO            PIC X(45).
         05 RSP-VALOR            PIC ZZ9.99.
         05 FILLER               PIC X(82) VALUE SPACES.

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
           PERFORM PROCESAR-CAMFLOG UNTIL SW-CAMFLOG-FIN-OK
           CLOSE CAMFLOG-FILE
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-SOL-IDX
               PERFORM EVALUAR-SOLICITUD
           END-PERFORM
           PERFORM IMPRIMIR-DESVIACIONES
           PERFORM IMPRIMIR-POSICION
           PERFORM IMPRIMIR-RESUMEN
           CLOSE REPORTE-POSCV
           PERFORM MOSTRAR-TOTALES
           STOP RUN.

       OBTENER-FECHA-PROCESO.
           CALL 'SISROFEC' USING LCP-CURRENT-DATE-68 FORMATO WTIEMPO
           MOVE LCP-CENT TO WS-PRC-CC
           MOVE LCP-YEAR TO WS-PRC-AA
           MOVE LCP-MONTH TO WS-PRC-MM
           MOVE LCP-DAY1 TO WS-PRC-DD
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM.

      * LAS EQUIVALENCIAS DE LA TARJETA REEMPLAZAN O AMPLIAN 01=PEN,
      * 02=USD; UNA TOLERANCIA DE MONEDA EN CERO MARCA TODA
      * DESVIACION DE ESA MONEDA
       LEER-PARAMETROS.
           MOVE 1 TO TE-CODIGO(1)
           MOVE WS-MONEDA-LOCAL TO TE-MONEDA(1)
           MOVE 2 TO TE-CODIGO(2)
           MOVE WS-MONEDA-USD TO TE-MONEDA(2)
           MOVE 2 TO WS-EQV-IDX
           OPEN INPUT PARM-POSCV
           IF FS-PARM-POSCV = 0
               READ PARM-POSCV
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APLICAR-PARAMETROS
               END-READ
               CLOSE PARM-POSCV
           END-IF.

       APLICAR-PARAMETROS.
           IF PARM-FECHA-PROCESO NUMERIC AND
              PARM-FECHA-PROCESO NOT = ZEROS
               MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM
               DISPLAY 'CDCPOSCV: REPROCESO CON FECHA '
                  WS-FECHA-PROCESO-NUM
           END-IF
           IF PARM-TOLERANCIA-DEFECTO NUMERIC AND
              PARM-TOLERANCIA-DEFECTO > 0
               MOVE PARM-TOLERANCIA-DEFECTO TO WS-TOLERANCIA-DEFECTO
           END-IF
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
               IF PTL-MONEDA(WS-T) NOT = SPACES AND
                  PTL-PORCENTAJE(WS-T) NUMERIC
                   ADD 1 TO WS-TOL-IDX
                   MOVE PTL-MONEDA(WS-T) TO TT-MONEDA(WS-TOL-IDX)
                   MOVE PTL-PORCENTAJE(WS-T)
                     TO TT-PORCENTAJE(WS-TOL-IDX)
               END-IF
           END-PERFORM
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
           OPEN OUTPUT REPORTE-POSCV
           IF FS-CAMFLOG NOT = 0 OR FS-TIPOCAM NOT = 0 OR
              FS-REPORTE NOT = 0
               IF FS-CAMFLOG NOT = 0
                   DISPLAY 'ERROR ABRIENDO CAMFLOG, FILE STATUS: '
                      FS-CAMFLOG
               END-IF
               IF FS-TIPOCAM NOT = 0
                   DISPLAY 'ERROR ABRIENDO TIPOCAM, FILE STATUS: '
                      FS-TIPOCAM
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO POSCVOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               DISPLAY '** CDCPOSCV: PROCESO ABORTADO **'
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
                             '** CDCPOSCV: TABLA DE TIPOS DE CAMBIO '
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

      * OPERACIONES 01 DE LA FECHA DE PROCESO: LAS IMAGENES DE
      * ENTRADA REGISTRAN SOLICITUDES Y EXTORNOS, LAS DE SALIDA
      * (OUTPUT/OUTERR) LES DAN SU RESULTADO
       PROCESAR-CAMFLOG.
           READ CAMFLOG-FILE
               AT END
                   SET SW-CAMFLOG-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-CAMFLOG
                   IF REG-FECHA-REAL = WS-FECHA-PROCESO AND
                      REG-LOG-MDCOCOMM(9:2) = '01'
                       IF REG-HORAS-REAL = 'OUTPUT' OR
                          REG-HORAS-REAL = 'OUTERR'
                           PERFORM REGISTRAR-RESPUESTA
                       ELSE
                           PERFORM SELECCIONAR-OPERACION
                       END-IF
                   END-IF
           END-READ.

       SELECCIONAR-OPERACION.
           ADD 1 TO WS-TOT-OPER-01
           MOVE REG-LOG-MDCOCOMM TO WS-COMMAREA-01
           EVALUATE WI-TRAN-TOLD
               WHEN '2310'
               WHEN '2410'
               WHEN '2510'
               WHEN '2610'
                   PERFORM REGISTRAR-SOLICITUD
               WHEN '2900'
                   PERFORM REGISTRAR-EXTORNO
               WHEN OTHER
                   ADD 1 TO WS-TOT-MOVIMIENTOS
           END-EVALUATE.

      * UNA SOLICITUD REPETIDA REEMPLAZA A LA ANTERIOR SOLO SI ESTA
      * FUE RECHAZADA O EXTORNADA; SI NO, ES UN MENSAJE DUPLICADO
       REGISTRAR-SOLICITUD.
           MOVE REG-NUM-OPER TO WS-NUM-SOLICITUD
           PERFORM BUSCAR-SOLICITUD
           IF WS-SOL-POS > 0
               IF TS-ESTADO(WS-SOL-POS) = 'A' OR
                  TS-ESTADO(WS-SOL-POS) = 'P'
                   ADD 1 TO WS-TOT-REENVIOS
                   MOVE 0 TO WS-SOL-POS
               END-IF
           ELSE
               IF WS-SOL-IDX > 19999
                   DISPLAY '** CDCPOSCV: TABLA DE SOLICITUDES EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SOL-IDX
               ADD 1 TO WS-TOT-SOLICITUDES
               MOVE WS-SOL-IDX TO WS-SOL-POS
           END-IF
           IF WS-SOL-POS > 0
               INITIALIZE REG-SOLICITUD(WS-SOL-POS)
               MOVE REG-NUM-OPER TO TS-NUM-OPER(WS-SOL-POS)
               MOVE 'P' TO TS-ESTADO(WS-SOL-POS)
               MOVE REG-HORAS-REAL TO TS-HORA(WS-SOL-POS)
               MOVE WI-USUARIO TO TS-USUARIO(WS-SOL-POS)
               MOVE WI-CODIGO-SUC TO TS-SUCURSAL(WS-SOL-POS)
               MOVE WI-TRAN-TOLD TO TS-TRAN-TOLD(WS-SOL-POS)
               MOVE WI-CLIENTE TO TS-CLIENTE(WS-SOL-POS)
               MOVE WI-MONEDA-ORI TO TS-MONEDA-ORI(WS-SOL-POS)
               MOVE WI-MONEDA-DES TO TS-MONEDA-DES(WS-SOL-POS)
               IF WI-MONTO-SOUS NUMERIC
                   MOVE WI-MONTO-SOUSD TO TS-MONTO-SOLES(WS-SOL-POS)
               END-IF
               IF WI-MONTO-ME NUMERIC
                   MOVE WI-MONTO-MED TO TS-MONTO-ME(WS-SOL-POS)
               END-IF
               IF WI-RATIO NUMERIC
                   MOVE WI-RATIOD TO TS-TASA(WS-SOL-POS)
               END-IF
           END-IF.

      * LA RESPUESTA SUELE SEGUIR A SU ENTRADA: SE BUSCA DESDE EL
      * FINAL DE LA TABLA
       BUSCAR-SOLICITUD.
           MOVE 0 TO WS-SOL-POS
           PERFORM VARYING WS-S FROM WS-SOL-IDX BY -1
             UNTIL WS-S < 1 OR WS-SOL-POS > 0
               IF TS-NUM-OPER(WS-S) = WS-NUM-SOLICITUD
                   MOVE WS-S TO WS-SOL-POS
               END-IF
           END-PERFORM.

       REGISTRAR-EXTORNO.
           ADD 1 TO WS-TOT-EXTORNOS
           IF WS-EXT-IDX > 1999
               DISPLAY '** CDCPOSCV: TABLA DE EXTORNOS EXCEDE '
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
      * SOLICITUD O CONFIRMA EL EXTORNO: EL RECHAZO DE TOLD, LA
      * FALLA DE RSYS Y EL LIMITE DIARIO ('LD') SALEN COMO OUTPUT
      * CON RC 0. LAS SALIDAS DE CARGOS Y ABONOS Y LAS DE MENSAJES
      * DUPLICADOS NO HALLAN NADA PENDIENTE Y SE IGNORAN
       REGISTRAR-RESPUESTA.
           MOVE 0 TO WS-EXT-POS
           PERFORM VARYING WS-X FROM WS-EXT-IDX BY -1
             UNTIL WS-X < 1 OR WS-EXT-POS > 0
               IF TX-NUM-OPER(WS-X) = REG-NUM-OPER AND
                  TX-ESTADO(WS-X) = 'P'
                   MOVE WS-X TO WS-EXT-POS
               END-IF
           END-PERFORM
           IF WS-EXT-POS > 0
               PERFORM CONFIRMAR-EXTORNO
           ELSE
               MOVE REG-NUM-OPER TO WS-NUM-SOLICITUD
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

       CONFIRMAR-EXTORNO.
           IF REG-HORAS-REAL = 'OUTPUT' AND REG-RC = 0 AND
              REG-LOG-MDCOCOMM(11:2) = '00'
               MOVE 'A' TO TX-ESTADO(WS-EXT-POS)
               MOVE TX-SOLICITUD(WS-EXT-POS) TO WS-NUM-SOLICITUD
               PERFORM BUSCAR-SOLICITUD
               IF WS-SOL-POS > 0
                   MOVE 'E' TO TS-ESTADO(WS-SOL-POS)
               ELSE
                   ADD 1 TO WS-TOT-EXT-SIN-SOL
               END-IF
           ELSE
               MOVE 'R' TO TX-ESTADO(WS-EXT-POS)
           END-IF.

      * LAS SOLICITUDES ACEPTADAS Y LAS QUE NO TIENEN SALIDA EN EL LOG
      * ENTRAN A LA POSICION Y AL CONTROL DE TIPO DE CAMBIO
       EVALUAR-SOLICITUD.
           EVALUATE TS-ESTADO(WS-O)
               WHEN 'R'
                   ADD 1 TO WS-TOT-RECHAZADAS
               WHEN 'E'
                   ADD 1 TO WS-TOT-EXTORNADAS
               WHEN OTHER
                   IF TS-ESTADO(WS-O) = 'P'
                       ADD 1 TO WS-TOT-SIN-RESPUESTA
                   ELSE
                       ADD 1 TO WS-TOT-ACEPTADAS
                   END-IF
                   PERFORM CLASIFICAR-SOLICITUD
                   IF WS-OPERACION-VALIDA = 'S'
                       PERFORM ACUMULAR-POSICION
                       PERFORM EVALUAR-DESVIACION
                   END-IF
           END-EVALUATE.

      * SENTIDO Y MONEDA EXTRANJERA SEGUN LAS MONEDAS DE CARGO (ORI)
      * Y ABONO (DES). LOS ARBITRAJES ENTRE DOS MONEDAS EXTRANJERAS
      * NO TIENEN TIPO DE CAMBIO CONTRA LA MONEDA LOCAL Y NO SE
      * EVALUAN
       CLASIFICAR-SOLICITUD.
           MOVE 'S' TO WS-OPERACION-VALIDA
           MOVE TS-MONEDA-ORI(WS-O) TO WS-MON-HOST
           PERFORM RESOLVER-MONEDA
           MOVE WS-MON-ISO TO WS-ISO-ORI
           MOVE TS-MONEDA-DES(WS-O) TO WS-MON-HOST
           PERFORM RESOLVER-MONEDA
           MOVE WS-MON-ISO TO WS-ISO-DES
           IF WS-ISO-ORI = SPACES OR WS-ISO-DES = SPACES
               ADD 1 TO WS-TOT-SIN-MONEDA
               MOVE 'N' TO WS-OPERACION-VALIDA
               DISPLAY 'CDCPOSCV: MONEDA NO RECONOCIDA, OPERACION '
                  TS-NUM-OPER(WS-O) ' MONEDAS ' TS-MONEDA-ORI(WS-O)
                  '/' TS-MONEDA-DES(WS-O)
           ELSE
               IF WS-ISO-DES = WS-MONEDA-LOCAL AND
                  WS-ISO-ORI NOT = WS-MONEDA-LOCAL
                   MOVE 'C' TO WS-SENTIDO
                   MOVE WS-ISO-ORI TO WS-MONEDA-OPER
               ELSE
                   IF WS-ISO-ORI = WS-MONEDA-LOCAL AND
                      WS-ISO-DES NOT = WS-MONEDA-LOCAL
                       MOVE 'V' TO WS-SENTIDO
                       MOVE WS-ISO-DES TO WS-MONEDA-OPER
                   ELSE
                       ADD 1 TO WS-TOT-ARBITRAJES
                       MOVE 'N' TO WS-OPERACION-VALIDA
                   END-IF
               END-IF
           END-IF
           IF WS-OPERACION-VALIDA = 'S'
               IF TS-MONTO-ME(WS-O) = 0 OR TS-TASA(WS-O) = 0
                   ADD 1 TO WS-TOT-SIN-MONTO
                   MOVE 'N' TO WS-OPERACION-VALIDA
               END-IF
           END-IF.

       ACUMULAR-POSICION.
           MOVE 0 TO WS-PSC-POS
           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > WS-PSC-IDX OR WS-PSC-POS > 0
               IF TP-MONEDA(WS-P) NOT < WS-MONEDA-OPER
                   MOVE WS-P TO WS-PSC-POS
               END-IF
           END-PERFORM
           IF WS-PSC-POS = 0
              OR TP-MONEDA(WS-PSC-POS) NOT = WS-MONEDA-OPER
               IF WS-PSC-IDX > 19
                   DISPLAY '** CDCPOSCV: TABLA DE MONEDAS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PSC-POS = 0
                   COMPUTE WS-PSC-POS = WS-PSC-IDX + 1
               ELSE
                   PERFORM VARYING WS-P FROM WS-PSC-IDX BY -1
                     UNTIL WS-P < WS-PSC-POS
                       MOVE REG-POSICION(WS-P)
                         TO REG-POSICION(WS-P + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-PSC-IDX
               INITIALIZE REG-POSICION(WS-PSC-POS)
               MOVE WS-MONEDA-OPER TO TP-MONEDA(WS-PSC-POS)
           END-IF
           ADD 1 TO WS-TOT-EN-POSICION
           IF WS-SENTIDO = 'C'
               ADD 1 TO TP-COMPRAS(WS-PSC-POS)
               ADD TS-MONTO-ME(WS-O) TO TP-COMPRADO(WS-PSC-POS)
               COMPUTE TP-PONDERADO-COMPRA(WS-PSC-POS) =
                 TP-PONDERADO-COMPRA(WS-PSC-POS) +
                 TS-TASA(WS-O) * TS-MONTO-ME(WS-O)
           ELSE
               ADD 1 TO TP-VENTAS(WS-PSC-POS)
               ADD TS-MONTO-ME(WS-O) TO TP-VENDIDO(WS-PSC-POS)
               COMPUTE TP-PONDERADO-VENTA(WS-PSC-POS) =
                 TP-PONDERADO-VENTA(WS-PSC-POS) +
                 TS-TASA(WS-O) * TS-MONTO-ME(WS-O)
           END-IF.

      * DESVIACION % = (PACTADO - OFICIAL) x 100 / OFICIAL, CON EL
      * TIPO DE CAMBIO DE TIPOCAM VIGENTE A LA FECHA DE PROCESO; SE
      * COMPARA SU VALOR ABSOLUTO CON LA TOLERANCIA DE LA MONEDA
       EVALUAR-DESVIACION.
           MOVE WS-MONEDA-OPER TO WS-BT-MONEDA
           MOVE WS-FECHA-PROCESO-NUM TO WS-BT-FECHA
           PERFORM BUSCAR-TIPO-CAMBIO
           IF WS-BT-HALLADO = 'N'
               ADD 1 TO WS-TOT-SIN-CAMBIO
               DISPLAY 'CDCPOSCV: SIN TIPO DE CAMBIO, OPERACION '
                  TS-NUM-OPER(WS-O) ' MONEDA ' WS-MONEDA-OPER
           ELSE
               ADD 1 TO WS-TOT-EVALUADAS
               PERFORM BUSCAR-TOLERANCIA
               COMPUTE WS-DIF-TASA = TS-TASA(WS-O) - WS-BT-TASA
               COMPUTE WS-DESVIACION ROUNDED =
                 WS-DIF-TASA * 100 / WS-BT-TASA
               MOVE WS-DESVIACION TO WS-DESVIACION-ABS
               IF WS-DESVIACION-ABS > WS-TOLERANCIA-OPER
                   PERFORM AGREGAR-DESVIACION
               END-IF
           END-IF.

       BUSCAR-TOLERANCIA.
           MOVE WS-TOLERANCIA-DEFECTO TO WS-TOLERANCIA-OPER
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TOL-IDX
               IF TT-MONEDA(WS-T) = WS-MONEDA-OPER
                   MOVE TT-PORCENTAJE(WS-T) TO WS-TOLERANCIA-OPER
               END-IF
           END-PERFORM.

       AGREGAR-DESVIACION.
           IF WS-DSV-IDX > 4999
               DISPLAY '** CDCPOSCV: TABLA DE OPERACIONES FUERA DE '
               DISPLAY '** TOLERANCIA EXCEDE CAPACIDAD, PROCESO '
                  'ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TOT-DESVIADAS
           MOVE TS-USUARIO(WS-O) TO WS-OD-USUARIO
           MOVE TS-SUCURSAL(WS-O) TO WS-OD-SUCURSAL
           MOVE TS-HORA(WS-O) TO WS-OD-HORA
           MOVE TS-NUM-OPER(WS-O) TO WS-OD-NUM-OPER
           MOVE 0 TO WS-DSV-POS
           PERFORM VARYING WS-D FROM 1 BY 1
             UNTIL WS-D > WS-DSV-IDX OR WS-DSV-POS > 0
               IF TD-ORDEN(WS-D) > WS-ORDEN-DSV
                   MOVE WS-D TO WS-DSV-POS
               END-IF
           END-PERFORM
           IF WS-DSV-POS = 0
               COMPUTE WS-DSV-POS = WS-DSV-IDX + 1
           ELSE
               PERFORM VARYING WS-D FROM WS-DSV-IDX BY -1
                 UNTIL WS-D < WS-DSV-POS
                   MOVE REG-DESVIACION(WS-D)
                     TO REG-DESVIACION(WS-D + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-DSV-IDX
           INITIALIZE REG-DESVIACION(WS-DSV-POS)
           MOVE WS-ORDEN-DSV TO TD-ORDEN(WS-DSV-POS)
           MOVE WS-O TO TD-SOLICITUD(WS-DSV-POS)
           MOVE WS-SENTIDO TO TD-SENTIDO(WS-DSV-POS)
           MOVE WS-MONEDA-OPER TO TD-MONEDA(WS-DSV-POS)
           MOVE WS-BT-TASA TO TD-TASA-OFICIAL(WS-DSV-POS)
           MOVE WS-DESVIACION TO TD-DESVIACION(WS-DSV-POS)
           MOVE WS-TOLERANCIA-OPER TO TD-TOLERANCIA(WS-DSV-POS).

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

      * TASA DE LA ULTIMA FECHA NO POSTERIOR A LA DE PROCESO; SI
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

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           MOVE WS-TOLERANCIA-DEFECTO TO TIT-TOLERANCIA
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-CABECERA-DESVIACIONES.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'OPERACIONES CON TIPO DE CAMBIO FUERA DE TOLERANCIA'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-DESVIACION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

      * CORTE POR USUARIO Y SUCURSAL; EN CAMBIO DE PAGINA DENTRO DE
      * UN GRUPO SE REPITE SU ENCABEZADO
       IMPRIMIR-DESVIACIONES.
           PERFORM IMPRIMIR-CABECERA-DESVIACIONES
           IF WS-DSV-IDX = 0
               MOVE 'NO HAY OPERACIONES FUERA DE TOLERANCIA'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DSV-IDX
               IF WS-D = 1 OR
                  TD-USUARIO(WS-D) NOT = WS-GA-USUARIO OR
                  TD-SUCURSAL(WS-D) NOT = WS-GA-SUCURSAL
                   IF WS-D > 1
                       PERFORM IMPRIMIR-TOTAL-GRUPO
                   END-IF
                   IF WS-LINEAS + 3 > WS-LINEAS-X-PAGINA
                       PERFORM IMPRIMIR-CABECERA-DESVIACIONES
                   END-IF
                   MOVE TD-USUARIO(WS-D) TO WS-GA-USUARIO
                   MOVE TD-SUCURSAL(WS-D) TO WS-GA-SUCURSAL
                   MOVE 0 TO WS-GRUPO-OPERACIONES
                   PERFORM IMPRIMIR-GRUPO
               ELSE
                   IF WS-LINEAS > WS-LINEAS-X-PAGINA
                       PERFORM IMPRIMIR-CABECERA-DESVIACIONES
                       PERFORM IMPRIMIR-GRUPO
                   END-IF
               END-IF
               PERFORM IMPRIMIR-DESVIACION
           END-PERFORM
           IF WS-DSV-IDX > 0
               PERFORM IMPRIMIR-TOTAL-GRUPO
           END-IF.

       IMPRIMIR-GRUPO.
           MOVE WS-GA-USUARIO TO GRP-USUARIO
           MOVE WS-GA-SUCURSAL TO GRP-SUCURSAL
           WRITE REG-REPORTE FROM LIN-GRUPO
           ADD 1 TO WS-LINEAS.

       IMPRIMIR-DESVIACION.
           MOVE TD-SOLICITUD(WS-D) TO WS-O
           ADD 1 TO WS-GRUPO-OPERACIONES
           MOVE TS-HORA(WS-O) TO DSV-HORA
           MOVE TS-NUM-OPER(WS-O) TO DSV-NUM-OPER
           MOVE TS-TRAN-TOLD(WS-O) TO DSV-TRAN-TOLD
           MOVE TS-CLIENTE(WS-O) TO DSV-CLIENTE
           MOVE TD-SENTIDO(WS-D) TO DSV-SENTIDO
           MOVE TD-MONEDA(WS-D) TO DSV-MONEDA
           MOVE TS-MONTO-ME(WS-O) TO DSV-MONTO-ME
           MOVE TS-MONTO-SOLES(WS-O) TO DSV-MONTO-SOLES
           MOVE TS-TASA(WS-O) TO DSV-TC-PACTADO
           MOVE TD-TASA-OFICIAL(WS-D) TO DSV-TC-OFICIAL
           MOVE TD-DESVIACION(WS-D) TO DSV-DESVIACION
           MOVE TD-TOLERANCIA(WS-D) TO DSV-TOLERANCIA
           WRITE REG-REPORTE FROM LIN-DESVIACION
           ADD 1 TO WS-LINEAS.

       IMPRIMIR-TOTAL-GRUPO.
           MOVE SPACES TO RES-TEXTO
           STRING 'TOTAL USUARIO ' DELIMITED BY SIZE
                  WS-GA-USUARIO DELIMITED BY SIZE
                  ' SUCURSAL ' DELIMITED BY SIZE
                  WS-GA-SUCURSAL DELIMITED BY SIZE
             INTO RES-TEXTO
           END-STRING
           MOVE WS-GRUPO-OPERACIONES TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           WRITE REG-REPORTE FROM LIN-BLANCO
           ADD 2 TO WS-LINEAS.

       IMPRIMIR-CABECERA-POSICION.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'POSICION DE CAMBIO DEL DIA POR MONEDA'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-POSICION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

      * POSICION NETA = COMPRADO - VENDIDO (LARGA SI EL BANCO COMPRO
      * MAS DE LO QUE VENDIO); EL PROMEDIO DE CADA LADO PONDERA EL
      * TIPO DE CAMBIO PACTADO POR EL IMPORTE EN MONEDA EXTRANJERA
       IMPRIMIR-POSICION.
           PERFORM IMPRIMIR-CABECERA-POSICION
           IF WS-PSC-IDX = 0
               MOVE 'NO HAY OPERACIONES DE COMPRA-VENTA EN EL DIA'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PSC-IDX
               IF WS-LINEAS > WS-LINEAS-X-PAGINA
                   PERFORM IMPRIMIR-CABECERA-POSICION
               END-IF
               MOVE TP-MONEDA(WS-P) TO POS-MONEDA
               MOVE TP-COMPRAS(WS-P) TO POS-COMPRAS
               MOVE TP-COMPRADO(WS-P) TO POS-COMPRADO
               MOVE 0 TO WS-TC-PROMEDIO
               IF TP-COMPRADO(WS-P) > 0
                   COMPUTE WS-TC-PROMEDIO ROUNDED =
                     TP-PONDERADO-COMPRA(WS-P) / TP-COMPRADO(WS-P)
               END-IF
               MOVE WS-TC-PROMEDIO TO POS-TC-COMPRA
               MOVE TP-VENTAS(WS-P) TO POS-VENTAS
               MOVE TP-VENDIDO(WS-P) TO POS-VENDIDO
               MOVE 0 TO WS-TC-PROMEDIO
               IF TP-VENDIDO(WS-P) > 0
                   COMPUTE WS-TC-PROMEDIO ROUNDED =
                     TP-PONDERADO-VENTA(WS-P) / TP-VENDIDO(WS-P)
               END-IF
               MOVE WS-TC-PROMEDIO TO POS-TC-VENTA
               COMPUTE WS-POSICION-NETA =
                 TP-COMPRADO(WS-P) - TP-VENDIDO(WS-P)
               MOVE WS-POSICION-NETA TO POS-NETA
               IF WS-POSICION-NETA > 0
                   MOVE 'LARGA' TO POS-SENTIDO
               ELSE
                   IF WS-POSICION-NETA < 0
                       MOVE 'CORTA' TO POS-SENTIDO
                   ELSE
                       MOVE 'CERRADA' TO POS-SENTIDO
                   END-IF
               END-IF
               MOVE TP-MONEDA(WS-P) TO WS-BT-MONEDA
               MOVE WS-FECHA-PROCESO-NUM TO WS-BT-FECHA
               PERFORM BUSCAR-TIPO-CAMBIO
               MOVE WS-BT-TASA TO POS-TC-OFICIAL
               WRITE REG-REPORTE FROM LIN-POSICION
               ADD 1 TO WS-LINEAS
           END-PERFORM.

       IMPRIMIR-RESUMEN.
           COMPUTE WS-K = WS-LINEAS + 19 + WS-TOL-IDX
           IF WS-K > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
           ELSE
               WRITE REG-REPORTE FROM LIN-BLANCO
           END-IF
           MOVE 'RESUMEN' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'OPERACIONES 01 LEIDAS' TO RES-TEXTO
           MOVE WS-TOT-OPER-01 TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'CARGOS Y ABONOS DE SOLICITUDES' TO RES-TEXTO
           MOVE WS-TOT-MOVIMIENTOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES DE COMPRA-VENTA DEL DIA' TO RES-TEXTO
           MOVE WS-TOT-SOLICITUDES TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES ACEPTADAS' TO RES-TEXTO
           MOVE WS-TOT-ACEPTADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES SIN RESPUESTA EN EL LOG' TO RES-TEXTO
           MOVE WS-TOT-SIN-RESPUESTA TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES RECHAZADAS' TO RES-TEXTO
           MOVE WS-TOT-RECHAZADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES EXTORNADAS' TO RES-TEXTO
           MOVE WS-TOT-EXTORNADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'EXTORNOS DE SOLICITUDES DE OTROS DIAS' TO RES-TEXTO
           MOVE WS-TOT-EXT-SIN-SOL TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'ARBITRAJES NO EVALUADOS' TO RES-TEXTO
           MOVE WS-TOT-ARBITRAJES TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES CON MONEDA NO RECONOCIDA' TO RES-TEXTO
           MOVE WS-TOT-SIN-MONEDA TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SOLICITUDES SIN MONTO O TIPO DE CAMBIO' TO RES-TEXTO
           MOVE WS-TOT-SIN-MONTO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES EN LA POSICION' TO RES-TEXTO
           MOVE WS-TOT-EN-POSICION TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES SIN TIPO DE CAMBIO OFICIAL' TO RES-TEXTO
           MOVE WS-TOT-SIN-CAMBIO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES EVALUADAS' TO RES-TEXTO
           MOVE WS-TOT-EVALUADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES FUERA DE TOLERANCIA' TO RES-TEXTO
           MOVE WS-TOT-DESVIADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'TOLERANCIA POR DEFECTO (%)' TO RSP-TEXTO
           MOVE WS-TOLERANCIA-DEFECTO TO RSP-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN-PCT
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TOL-IDX
               MOVE SPACES TO RSP-TEXTO
               STRING 'TOLERANCIA ' DELIMITED BY SIZE
                      TT-MONEDA(WS-T) DELIMITED BY SIZE
                      ' (%)' DELIMITED BY SIZE
                 INTO RSP-TEXTO
               END-STRING
               MOVE TT-PORCENTAJE(WS-T) TO RSP-VALOR
               WRITE REG-REPORTE FROM LIN-RESUMEN-PCT
           END-PERFORM.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCPOSCV'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'REGISTROS CAMFLOG LEIDOS . : ' WS-TOT-CAMFLOG
           DISPLAY 'OPERACIONES 01 DEL DIA . . : ' WS-TOT-OPER-01
           DISPLAY 'SOLICITUDES  . . . . . . . : ' WS-TOT-SOLICITUDES
           DISPLAY 'MENSAJES DUPLICADOS  . . . : ' WS-TOT-REENVIOS
           DISPLAY 'ACEPTADAS  . . . . . . . . : ' WS-TOT-ACEPTADAS
           DISPLAY 'SIN RESPUESTA  . . . . . . : ' WS-TOT-SIN-RESPUESTA
           DISPLAY 'RECHAZADAS . . . . . . . . : ' WS-TOT-RECHAZADAS
           DISPLAY 'EXTORNOS LEIDOS  . . . . . : ' WS-TOT-EXTORNOS
           DISPLAY 'EXTORNADAS . . . . . . . . : ' WS-TOT-EXTORNADAS
           DISPLAY 'ARBITRAJES NO EVALUADOS  . : ' WS-TOT-ARBITRAJES
           DISPLAY 'MONEDA NO RECONOCIDA . . . : ' WS-TOT-SIN-MONEDA
           DISPLAY 'SIN MONTO O TIPO DE CAMBIO : ' WS-TOT-SIN-MONTO
           DISPLAY 'EN LA POSICION . . . . . . : ' WS-TOT-EN-POSICION
           DISPLAY 'SIN TIPO DE CAMBIO OFICIAL : ' WS-TOT-SIN-CAMBIO
           DISPLAY 'EVALUADAS  . . . . . . . . : ' WS-TOT-EVALUADAS
           DISPLAY 'FUERA DE TOLERANCIA  . . . : ' WS-TOT-DESVIADAS
           DISPLAY '-------------------------------------------'
           IF WS-TOT-SIN-CAMBIO > 0 OR WS-TOT-SIN-MONEDA > 0 OR
              WS-TOT-SIN-RESPUESTA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCPOSCV.
