       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCBITRC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMFLOG-FILE ASSIGN TO CAMFLOG
               FILE STATUS IS FS-CAMFLOG.
           SELECT PARM-BITRC ASSIGN TO BITRCPRM
               FILE STATUS IS FS-PARM-BITRC.
           SELECT REPORTE-BITRC ASSIGN TO BITRCOUT
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

       FD PARM-BITRC.
       01 REG-PARM-BITRC.
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 FILLER                 PIC X(72).

       FD REPORTE-BITRC.
       01 REG-REPORTE            PIC X(133).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *    .....  BITACORA  PARA CARGOS Y ABONOS .....
           EXEC SQL INCLUDE DMDCLCAB END-EXEC.

       01 FS-CAMFLOG           PIC 99.
       01 FS-PARM-BITRC        PIC 99.
       01 FS-REPORTE           PIC 99.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-X REDEFINES WS-FECHA-PROCESO PIC X(8).
       01 WS-FECHA-PROCESO-NUM PIC 9(8) VALUE 0.

      * FE_PROC SE GRABA EN FORMATO DD.MM.AAAA (VER 805-PREPARA-DATOS-
      * COMUNES DE MDCOCOMM)
       01 WS_FE_PROC_DB2.
         05 WS-FEC-DB2-DD      PIC X(2).
         05 WS-FEC-DB2-P1      PIC X(1) VALUE '.'.
         05 WS-FEC-DB2-MM      PIC X(2).
         05 WS-FEC-DB2-P2      PIC X(1) VALUE '.'.
         05 WS-FEC-DB2-SA      PIC X(4).

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

       01 WS-LOG-CODOPE        PIC X(2).

      * IMAGEN DE ENTRADA DE MDCOCOMM (CABECERA + WI-DATA-01 O
      * WI-DATA-02), NECESARIA PARA ARMAR LA CLAVE DEL MENSAJE
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
         05 WI-MONTO-ME            PIC 9(17).
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
         05 WI-TIPO-MEDIO          PIC X(01).
         05 WI-COD-MEDIO           PIC X(02).
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
         05 WI-CODRET-CAS          PIC X(01).
         05 WI-NUMOPE-CAS          PIC X(10).
         05 WI-FLAG-RETEN          PIC X(01).
         05 WI-PRODUCTO            PIC X(04).
         05 WI-IND-OPERACI         PIC X(02).
       01 WS-COMMAREA-02 REDEFINES WS-COMMAREA-01.
         05 FILLER                 PIC X(10).
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
         05 WI2-PRODUCTO           PIC X(03).
         05 WI2-CUENTA             PIC X(10).

      * CLAVE DEL MENSAJE, IGUAL A LA DE IDEMPOTENCIA DE MDCOCOMM
      * (ARMAR-CLAVE-IDEM): SOLICITUD + TRANSACCION + CUENTA + MONTOS.
      * EN UN EXTORNO (2900) LA SOLICITUD ES WI-NUM-TOLD, QUE ES
      * TAMBIEN EL NU_OPER QUE QUEDA EN MDC_CABO
       01 WS-CLAVE-MENSAJE.
         05 CLM-USUARIO            PIC X(08).
         05 CLM-SOLICITUD          PIC 9(10).
         05 CLM-SOLICITUD-X REDEFINES
               CLM-SOLICITUD       PIC X(10).
         05 CLM-IND-OPERACION      PIC X(02).
         05 CLM-TRAN-TOLD          PIC X(04).
         05 CLM-CUENTA             PIC X(13).
         05 CLM-MONTO-1            PIC 9(17).
         05 CLM-MONTO-2            PIC 9(17).
       01 WS-MENSAJE-POSTEA        PIC X VALUE 'N'.
       01 WS-CANDIDATO             PIC X VALUE 'N'.

      * MENSAJES 01/02 DEL DIA QUE POSTEAN EN TLD (CARGOS, ABONOS Y
      * EXTORNOS), UNO POR CLAVE. CADA UNO TOMA EL RESULTADO DE SU
      * PROPIA IMAGEN DE SALIDA (OUTPUT U OUTERR). ESTADO: P SIN
      * SALIDA TODAVIA, A ACEPTADO (OUTPUT CON RC 0 Y WO-CODRET '00'),
      * R RECHAZADO. TL-CODRET GUARDA EL WO-CODRET DE LA RESPUESTA. UN
      * REENVIO DE UNA CLAVE PENDIENTE O ACEPTADA ES UN MENSAJE
      * DUPLICADO QUE MDCOCOMM NO VUELVE A POSTEAR
       01 WS-LOG-IDX           PIC 9(5) VALUE 0.
       01 WS-L                 PIC 9(5) VALUE 0.
       01 WS-LOG-POS           PIC 9(5) VALUE 0.
       01 WS-PASADA            PIC 9(1) VALUE 0.
       01 TABLE-CAMFLOG.
         05 REG-OPER-LOG         OCCURS 30000.
           10 TL-NUM-OPER        PIC X(10).
           10 TL-CLAVE           PIC X(71).
           10 TL-SOLICITUD       PIC X(10).
           10 TL-CODOPE          PIC X(2).
           10 TL-TRAN-TOLD       PIC X(4).
           10 TL-MONTO-1         PIC 9(15)V99.
           10 TL-MONTO-2         PIC 9(15)V99.
           10 TL-ESTADO          PIC X(1).
           10 TL-NUM-TOLD        PIC 9(7).
           10 TL-CODRET          PIC X(2).
           10 TL-RC              PIC 9(2).
           10 TL-EN-BITACORA     PIC X(1).

      * FILAS DE MDC_CABO DEL DIA, NECESARIAS EN MEMORIA PARA UBICAR
      * EL ORIGINAL DE CADA EXTORNO
       01 WS-BIT-IDX           PIC 9(5) VALUE 0.
       01 WS-B                 PIC 9(5) VALUE 0.
       01 WS-X                 PIC 9(5) VALUE 0.
       01 WS-ORIG-POS          PIC 9(5) VALUE 0.
       01 TABLE-BITACORA.
         05 REG-BITACORA         OCCURS 30000.
           10 TB-NU-OPER         PIC X(10).
           10 TB-HO-PROC         PIC X(8).
           10 TB-NU-TRX-TLD      PIC 9(10).
           10 TB-NU-TRX-EXTOR    PIC 9(10).
           10 TB-RC-TLD          PIC X(2).
           10 TB-TI-OPER         PIC X(5).
           10 TB-IL-EXTOR        PIC X(1).
           10 TB-MONEDA          PIC X(2).
           10 TB-IMPORTE         PIC 9(13)V99.
           10 TB-CONCILIADA      PIC X(1).

      * TOTALES DE CONTROL POR TI_OPER Y MONEDA: LO GRABADO EN LA
      * BITACORA CONTRA LO CONCILIADO CON CAMFLOG. LOS EXTORNOS
      * RESTAN; SOLO CUENTAN LAS FILAS CON RC_TLD '00'
       01 WS-TOT-IDX           PIC 9(3) VALUE 0.
       01 WS-T                 PIC 9(3) VALUE 0.
       01 WS-TOT-POS           PIC 9(3) VALUE 0.
       01 TABLE-TOTALES.
         05 REG-TOTAL            OCCURS 50.
           10 TT-TI-OPER         PIC X(5).
           10 TT-MONEDA          PIC X(2).
           10 TT-REG-BITACORA    PIC 9(7).
           10 TT-IMP-BITACORA    PIC S9(15)V99.
           10 TT-REG-CONCILIADO  PIC 9(7).
           10 TT-IMP-CONCILIADO  PIC S9(15)V99.
       01 WS-IMPORTE-SIGNO     PIC S9(15)V99 VALUE 0.
       01 WS-DIFERENCIA        PIC S9(15)V99 VALUE 0.

       01 WS-TOT-CAMFLOG       PIC 9(7) VALUE 0.
       01 WS-TOT-OPER-LOG      PIC 9(7) VALUE 0.
       01 WS-TOT-DUPLICADOS    PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-BIT-ESP   PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-SALIDA    PIC 9(7) VALUE 0.
       01 WS-TOT-FILAS-BIT     PIC 9(7) VALUE 0.
       01 WS-TOT-FALTA-BIT     PIC 9(7) VALUE 0.
       01 WS-TOT-FALTA-LOG     PIC 9(7) VALUE 0.
       01 WS-TOT-RC-DIF        PIC 9(7) VALUE 0.
       01 WS-TOT-EXT-SIN-ORIG  PIC 9(7) VALUE 0.
       01 WS-TOT-DESCUADRES    PIC 9(7) VALUE 0.
       01 WS-ERRORES-FETCH     PIC 9(9) VALUE 0.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-CAMFLOG.
         05 SW-CAMFLOG-END             PIC XX VALUE 'NO'.
           88 SW-CAMFLOG-FIN-OK        VALUE 'SI'.
           88 SW-CAMFLOG-FIN-NO        VALUE 'NO'.

       01 SW-EC-CABO.
         05 SW-EC-CABO-END             PIC XX VALUE 'NO'.
           88 SW-EC-CABO-FIN-OK        VALUE 'SI'.
           88 SW-EC-CABO-FIN-NO        VALUE 'NO'.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(45) VALUE
            'CONCILIACION BITACORA MDC_CABO VS CAMFLOG'.
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

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-EXCEPCION.
         05 FILLER               PIC X(11) VALUE 'NUM.OPER'.
         05 FILLER               PIC X(4)  VALUE 'OP'.
         05 FILLER               PIC X(11) VALUE 'TRX TLD'.
         05 FILLER               PIC X(11) VALUE 'TRX EXTOR'.
         05 FILLER               PIC X(7)  VALUE 'RC TLD'.
         05 FILLER               PIC X(9)  VALUE 'LOG RET'.
         05 FILLER               PIC X(6)  VALUE 'TIPO'.
         05 FILLER               PIC X(3)  VALUE 'EX'.
         05 FILLER               PIC X(4)  VALUE 'MON'.
         05 FILLER               PIC X(21) VALUE '             IMPORTE'.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 FILLER               PIC X(44) VALUE 'OBSERVACION'.

       01 LIN-EXCEPCION.
         05 EXC-NUM-OPER         PIC X(10).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 EXC-CODOPE           PIC X(2).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 EXC-NU-TRX-TLD       PIC X(10).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 EXC-NU-TRX-EXTOR     PIC X(10).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 EXC-RC-TLD           PIC X(2).
         05 FILLER               PIC X(5)  VALUE SPACES.
         05 EXC-LOG-CODRET       PIC X(2).
         05 FILLER               PIC X(1)  VALUE '/'.
         05 EXC-LOG-RC           PIC X(2).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 EXC-TI-OPER          PIC X(5).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 EXC-IL-EXTOR         PIC X(1).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 EXC-MONEDA           PIC X(2).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 EXC-IMPORTE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 EXC-OBSERVACION      PIC X(44).

       01 LIN-CAB-TOTAL.
         05 FILLER               PIC X(7)  VALUE 'TIPO'.
         05 FILLER               PIC X(5)  VALUE 'MON'.
         05 FILLER               PIC X(10) VALUE '  REG.BIT.'.
         05 FILLER               PIC X(25) VALUE
            '        IMPORTE BITACORA'.
         05 FILLER               PIC X(10) VALUE '  REG.CONC'.
         05 FILLER               PIC X(25) VALUE
            '      IMPORTE CONCILIADO'.
         05 FILLER               PIC X(25) VALUE
            '              DIFERENCIA'.
         05 FILLER               PIC X(26) VALUE SPACES.

       01 LIN-TOTAL.
         05 TOT-TI-OPER          PIC X(5).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 TOT-MONEDA           PIC X(2).
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 TOT-REG-BITACORA     PIC Z,ZZZ,ZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TOT-IMP-BITACORA     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TOT-REG-CONCILIADO   PIC Z,ZZZ,ZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TOT-IMP-CONCILIADO   PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 TOT-DIFERENCIA       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 TOT-MARCA            PIC X(12).
         05 FILLER               PIC X(14) VALUE SPACES.

       01 LIN-RESUMEN.
         05 RES-TEXTO            PIC X(45).
         05 RES-VALOR            PIC Z,ZZZ,ZZ9.
         05 FILLER               PIC X(79) VALUE SPACES.

       01 LIN-SIN-EXCEPCIONES.
         05 FILLER               PIC X(40) VALUE
            'SIN DIFERENCIAS ENTRE BITACORA Y CAMFLOG'.
         05 FILLER               PIC X(93) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

      *+-----------------------------------------------------------+
      *          SQL CURSOR
      *+-----------------------------------------------------------+
           EXEC SQL
                 DECLARE CURSOR_CABO CURSOR FOR
                 SELECT
                 FE_PROC,
                 NU_OPER,
                 HO_PROC,
                 TI_OPER,
                 IL_EXTOR,
                 CO_MONE_OPER,
                 IM_OPER,
                 NU_TRX_TLD,
                 NU_TRX_TLD_EXTOR,
                 RC_TLD
                 FROM MDC_CABO
                 WHERE FE_PROC = :WS_FE_PROC_DB2
                 ORDER BY NU_OPER, HO_PROC

           END-EXEC.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-CAMFLOG UNTIL SW-CAMFLOG-FIN-OK
           CLOSE CAMFLOG-FILE
           PERFORM PROCESS-CABO
           PERFORM IMPRIMIR-CABECERA
           MOVE 'DIFERENCIAS DETECTADAS' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-EXCEPCION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           PERFORM CONCILIAR-BITACORA
             VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BIT-IDX
           PERFORM VERIFICAR-OPERACION-LOG
             VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LOG-IDX
           IF WS-TOT-FALTA-BIT + WS-TOT-FALTA-LOG + WS-TOT-RC-DIF +
              WS-TOT-EXT-SIN-ORIG = 0
               WRITE REG-REPORTE FROM LIN-SIN-EXCEPCIONES
               ADD 1 TO WS-LINEAS
           END-IF
           PERFORM IMPRIMIR-TOTALES-CONTROL
           CLOSE REPORTE-BITRC
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
           OPEN INPUT PARM-BITRC
           IF FS-PARM-BITRC = 0
               READ PARM-BITRC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCBITRC: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
               END-READ
               CLOSE PARM-BITRC
           END-IF
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO WS-FEC-DB2-DD
           MOVE WS-FE-MM TO WS-FEC-DB2-MM
           MOVE WS-FE-AAAA TO WS-FEC-DB2-SA.

       ABRIR-ARCHIVOS.
           OPEN INPUT CAMFLOG-FILE
           OPEN OUTPUT REPORTE-BITRC
           IF FS-CAMFLOG NOT = 0 OR FS-REPORTE NOT = 0
               IF FS-CAMFLOG NOT = 0
                   DISPLAY 'ERROR ABRIENDO CAMFLOG, FILE STATUS: '
                      FS-CAMFLOG
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO BITRCOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               DISPLAY '** CDCBITRC: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * LAS IMAGENES DE ENTRADA REGISTRAN LOS MENSAJES Y LAS DE
      * SALIDA (OUTPUT/OUTERR) LES DAN SU RESULTADO; EL CODIGO DE
      * OPERACION VA EN LA COMMAREA (9:2), COMO EN CDCQGLOG
       CARGAR-CAMFLOG.
           READ CAMFLOG-FILE
               AT END
                   SET SW-CAMFLOG-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-CAMFLOG
                   MOVE REG-LOG-MDCOCOMM(9:2) TO WS-LOG-CODOPE
                   IF REG-FECHA-REAL = WS-FECHA-PROCESO-X AND
                      (WS-LOG-CODOPE = '01' OR WS-LOG-CODOPE = '02')
                      AND REG-NUM-OPER NOT = SPACES
                       IF REG-HORAS-REAL = 'OUTPUT' OR
                          REG-HORAS-REAL = 'OUTERR'
                           PERFORM REGISTRAR-RESPUESTA-LOG
                       ELSE
                           PERFORM REGISTRAR-OPERACION-LOG
                       END-IF
                   END-IF
           END-READ.

      * EN LA OPERACION 01 SOLO POSTEAN LOS CARGOS/ABONOS Y EL
      * EXTORNO MASIVO; LAS SOLICITUDES (2310/2410/2510/2610) NO
      * ENLAZAN A TLDOD87 Y NO DEJAN BITACORA
       ARMAR-CLAVE-MENSAJE.
           MOVE REG-LOG-MDCOCOMM TO WS-COMMAREA-01
           MOVE SPACES TO WS-CLAVE-MENSAJE
           MOVE 'N' TO WS-MENSAJE-POSTEA
           IF WS-LOG-CODOPE = '01'
               IF WI-TRAN-TOLD = '2320' OR WI-TRAN-TOLD = '2420' OR
                  WI-TRAN-TOLD = '2520' OR WI-TRAN-TOLD = '2620' OR
                  WI-TRAN-TOLD = '2900'
                   MOVE 'S' TO WS-MENSAJE-POSTEA
               END-IF
               MOVE WI-USUARIO TO CLM-USUARIO
               IF WI-TRAN-TOLD = '2900'
                   MOVE WI-NUM-TOLD TO CLM-SOLICITUD
               ELSE
                   MOVE WI-NUM-OPER TO CLM-SOLICITUD
               END-IF
               MOVE WI-IND-OPERACI TO CLM-IND-OPERACION
               MOVE WI-TRAN-TOLD TO CLM-TRAN-TOLD
               MOVE WI-CUENTA TO CLM-CUENTA
               MOVE WI-MEDIO-SOUS TO CLM-MONTO-1
               MOVE WI-MEDIO-ME TO CLM-MONTO-2
           ELSE
               MOVE 'S' TO WS-MENSAJE-POSTEA
               MOVE WI2-USUARIO TO CLM-USUARIO
               MOVE WI2-NUM-OPER TO CLM-SOLICITUD
               MOVE WS-LOG-CODOPE TO CLM-IND-OPERACION
               MOVE WI2-TRAN-TOLD TO CLM-TRAN-TOLD
               MOVE WI2-CUENTA TO CLM-CUENTA
               MOVE WI2-MONTO TO CLM-MONTO-1
               MOVE ZEROS TO CLM-MONTO-2
           END-IF.

       REGISTRAR-OPERACION-LOG.
           PERFORM ARMAR-CLAVE-MENSAJE
           IF WS-MENSAJE-POSTEA = 'S'
               PERFORM BUSCAR-OPERACION-LOG
               IF WS-LOG-POS > 0
                   IF TL-ESTADO(WS-LOG-POS) = 'R'
                       PERFORM AGREGAR-OPERACION-LOG
                   ELSE
                       ADD 1 TO WS-TOT-DUPLICADOS
                   END-IF
               ELSE
                   PERFORM AGREGAR-OPERACION-LOG
               END-IF
           END-IF.

       AGREGAR-OPERACION-LOG.
           IF WS-LOG-IDX > 29999
               DISPLAY
                 '** CDCBITRC: TABLA DE OPERACIONES CAMFLOG EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOG-IDX
           ADD 1 TO WS-TOT-OPER-LOG
           INITIALIZE REG-OPER-LOG(WS-LOG-IDX)
           MOVE REG-NUM-OPER TO TL-NUM-OPER(WS-LOG-IDX)
           MOVE WS-CLAVE-MENSAJE TO TL-CLAVE(WS-LOG-IDX)
           MOVE CLM-SOLICITUD-X TO TL-SOLICITUD(WS-LOG-IDX)
           MOVE WS-LOG-CODOPE TO TL-CODOPE(WS-LOG-IDX)
           MOVE CLM-TRAN-TOLD TO TL-TRAN-TOLD(WS-LOG-IDX)
           IF WS-LOG-CODOPE = '01'
               IF WI-MEDIO-SOUS NUMERIC
                   MOVE WI-MEDIO-SOUSD TO TL-MONTO-1(WS-LOG-IDX)
               END-IF
               IF WI-MEDIO-ME NUMERIC
                   MOVE WI-MEDIO-MED TO TL-MONTO-2(WS-LOG-IDX)
               END-IF
           ELSE
               IF WI2-MONTO NUMERIC
                   MOVE WI2-MONTO-D TO TL-MONTO-1(WS-LOG-IDX)
               END-IF
           END-IF
           MOVE 'P' TO TL-ESTADO(WS-LOG-IDX)
           MOVE SPACES TO TL-CODRET(WS-LOG-IDX)
           MOVE 'N' TO TL-EN-BITACORA(WS-LOG-IDX).

      * LA ULTIMA ENTRADA CON LA MISMA CLAVE DECIDE SI ES UN REENVIO
       BUSCAR-OPERACION-LOG.
           MOVE 0 TO WS-LOG-POS
           PERFORM VARYING WS-L FROM WS-LOG-IDX BY -1
             UNTIL WS-L < 1 OR WS-LOG-POS > 0
               IF TL-CLAVE(WS-L) = WS-CLAVE-MENSAJE
                   MOVE WS-L TO WS-LOG-POS
               END-IF
           END-PERFORM.

      * LA RESPUESTA SUELE SEGUIR A SU ENTRADA: CORRESPONDE AL ULTIMO
      * MENSAJE PENDIENTE CON EL MISMO NUM.OPER. LAS SALIDAS DE LAS
      * SOLICITUDES Y DE LOS REENVIOS NO HALLAN NADA PENDIENTE. EL
      * RECHAZO DE TOLD, LA FALLA DE RSYS Y EL LIMITE DIARIO ('LD')
      * SALEN COMO OUTPUT CON RC 0: EL RESULTADO ES EL CODIGO DE
      * RETORNO DE LA RESPUESTA (WO-CODRET, POSICION 11 DEL COMMAREA)
       REGISTRAR-RESPUESTA-LOG.
           MOVE 0 TO WS-LOG-POS
           PERFORM VARYING WS-L FROM WS-LOG-IDX BY -1
             UNTIL WS-L < 1 OR WS-LOG-POS > 0
               IF TL-NUM-OPER(WS-L) = REG-NUM-OPER AND
                  TL-CODOPE(WS-L) = WS-LOG-CODOPE AND
                  TL-ESTADO(WS-L) = 'P'
                   MOVE WS-L TO WS-LOG-POS
               END-IF
           END-PERFORM
           IF WS-LOG-POS > 0
               MOVE REG-NUM-TOLD01 TO TL-NUM-TOLD(WS-LOG-POS)
               MOVE REG-LOG-MDCOCOMM(11:2) TO TL-CODRET(WS-LOG-POS)
               MOVE REG-RC TO TL-RC(WS-LOG-POS)
               IF REG-HORAS-REAL = 'OUTPUT' AND REG-RC = 0 AND
                  REG-LOG-MDCOCOMM(11:2) = '00'
                   MOVE 'A' TO TL-ESTADO(WS-LOG-POS)
               ELSE
                   MOVE 'R' TO TL-ESTADO(WS-LOG-POS)
               END-IF
           END-IF.

       OPEN-CURSOR-CABO.
           EXEC SQL
               OPEN CURSOR_CABO
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR OPEN CURSOR CABO: ' SQLCODE
               DISPLAY '** CDCBITRC: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-CABO.
           PERFORM OPEN-CURSOR-CABO
           PERFORM READ-CURSOR-CABO UNTIL SW-EC-CABO-FIN-OK
           EXEC SQL
               CLOSE CURSOR_CABO
           END-EXEC.

       READ-CURSOR-CABO.
           EXEC SQL
                 FETCH CURSOR_CABO INTO
                 :DCLMDC-CABO.FE-PROC,
                 :DCLMDC-CABO.NU-OPER,
                 :DCLMDC-CABO.HO-PROC,
                 :DCLMDC-CABO.TI-OPER,
                 :DCLMDC-CABO.IL-EXTOR,
                 :DCLMDC-CABO.CO-MONE-OPER,
                 :DCLMDC-CABO.IM-OPER,
                 :DCLMDC-CABO.NU-TRX-TLD,
                 :DCLMDC-CABO.NU-TRX-TLD-EXTOR,
                 :DCLMDC-CABO.RC-TLD

           END-EXEC

           IF SQLCODE = 0
               PERFORM REGISTRAR-FILA-BITACORA
           ELSE
               IF SQLCODE = 100
                   SET SW-EC-CABO-FIN-OK TO TRUE
               ELSE
                   DISPLAY 'ERROR FETCH CABO: ' SQLCODE
                   ADD 1 TO WS-ERRORES-FETCH
                   SET SW-EC-CABO-FIN-OK TO TRUE
               END-IF
           END-IF.

       REGISTRAR-FILA-BITACORA.
           IF WS-BIT-IDX > 29999
               DISPLAY
                 '** CDCBITRC: TABLA DE FILAS MDC_CABO EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BIT-IDX
           ADD 1 TO WS-TOT-FILAS-BIT
           MOVE NU-OPER OF DCLMDC-CABO TO TB-NU-OPER(WS-BIT-IDX)
           MOVE HO-PROC OF DCLMDC-CABO TO TB-HO-PROC(WS-BIT-IDX)
           MOVE NU-TRX-TLD OF DCLMDC-CABO TO TB-NU-TRX-TLD(WS-BIT-IDX)
           MOVE NU-TRX-TLD-EXTOR OF DCLMDC-CABO
             TO TB-NU-TRX-EXTOR(WS-BIT-IDX)
           MOVE RC-TLD OF DCLMDC-CABO TO TB-RC-TLD(WS-BIT-IDX)
           MOVE TI-OPER OF DCLMDC-CABO TO TB-TI-OPER(WS-BIT-IDX)
           MOVE IL-EXTOR OF DCLMDC-CABO TO TB-IL-EXTOR(WS-BIT-IDX)
           MOVE CO-MONE-OPER OF DCLMDC-CABO TO TB-MONEDA(WS-BIT-IDX)
           MOVE IM-OPER OF DCLMDC-CABO TO TB-IMPORTE(WS-BIT-IDX)
           MOVE 'S' TO TB-CONCILIADA(WS-BIT-IDX).

      * CADA FILA DE LA BITACORA: SU MENSAJE DEBE ESTAR EN CAMFLOG
      * CON UN RESULTADO COHERENTE (TLD OK SOLO SI EL MENSAJE
      * TERMINO BIEN) Y UN EXTORNO DEBE TENER SU ORIGINAL EN EL DIA.
      * SI EL MENSAJE NO TIENE SALIDA EN CAMFLOG NO HAY RESULTADO
      * CONTRA EL CUAL COMPARAR
       CONCILIAR-BITACORA.
           PERFORM BUSCAR-MENSAJE-BITACORA
           IF WS-LOG-POS = 0
               MOVE 'N' TO TB-CONCILIADA(WS-B)
               ADD 1 TO WS-TOT-FALTA-LOG
               MOVE 'OPERACION SIN REGISTRO EN CAMFLOG'
                 TO EXC-OBSERVACION
               PERFORM IMPRIMIR-EXCEPCION-BITACORA
           ELSE
               MOVE 'S' TO TL-EN-BITACORA(WS-LOG-POS)
               IF TB-IL-EXTOR(WS-B) NOT = 'S' AND
                  TL-ESTADO(WS-LOG-POS) NOT = 'P'
                   IF TB-RC-TLD(WS-B) = '00' AND
                      TL-ESTADO(WS-LOG-POS) = 'R'
                       MOVE 'N' TO TB-CONCILIADA(WS-B)
                       ADD 1 TO WS-TOT-RC-DIF
                       MOVE 'RC DIFERENTE: TLD OK, OPERACION CON ERROR'
                         TO EXC-OBSERVACION
                       PERFORM IMPRIMIR-EXCEPCION-BITACORA
                   END-IF
                   IF TB-RC-TLD(WS-B) NOT = '00' AND
                      TL-ESTADO(WS-LOG-POS) = 'A'
                       MOVE 'N' TO TB-CONCILIADA(WS-B)
                       ADD 1 TO WS-TOT-RC-DIF
                       MOVE 'RC DIFERENTE: TLD CON ERROR, OPERACION OK'
                         TO EXC-OBSERVACION
                       PERFORM IMPRIMIR-EXCEPCION-BITACORA
                   END-IF
               END-IF
           END-IF
           IF TB-IL-EXTOR(WS-B) = 'S'
               PERFORM BUSCAR-ORIGINAL-EXTORNO
               IF WS-ORIG-POS = 0
                   MOVE 'N' TO TB-CONCILIADA(WS-B)
                   ADD 1 TO WS-TOT-EXT-SIN-ORIG
                   MOVE 'EXTORNO SIN OPERACION ORIGINAL EN BITACORA'
                     TO EXC-OBSERVACION
                   PERFORM IMPRIMIR-EXCEPCION-BITACORA
               END-IF
           END-IF
           PERFORM ACUMULAR-TOTAL-CONTROL.

      * FILA DE MDC_CABO -> MENSAJE DE CAMFLOG: MISMO NU_OPER Y, EN
      * LOS CARGOS/ABONOS, EL IMPORTE DEL MEDIO (IM_OPER ES
      * WI-MEDIO-SOUS O WI-MEDIO-ME). PRIMERA PASADA: SIN FILA
      * ASIGNADA, MISMO IMPORTE Y RESULTADO COHERENTE; SEGUNDA: SIN
      * FILA Y MISMO IMPORTE; TERCERA: SIN FILA (LA TRANSFERENCIA
      * PUEDE DESCONTAR LA COMISION DEL MONTO). LAS FILAS DE UN
      * EXTORNO MASIVO, UNA POR CADA CARGO/ABONO REVERTIDO, VAN TODAS
      * CONTRA EL MISMO MENSAJE 2900
       BUSCAR-MENSAJE-BITACORA.
           MOVE 0 TO WS-LOG-POS
           PERFORM VARYING WS-PASADA FROM 1 BY 1
             UNTIL WS-PASADA > 3 OR WS-LOG-POS > 0
               PERFORM VARYING WS-L FROM 1 BY 1
                 UNTIL WS-L > WS-LOG-IDX OR WS-LOG-POS > 0
                   PERFORM PROBAR-MENSAJE-BITACORA
               END-PERFORM
           END-PERFORM.

       PROBAR-MENSAJE-BITACORA.
           MOVE 'N' TO WS-CANDIDATO
           IF TL-SOLICITUD(WS-L) = TB-NU-OPER(WS-B)
               IF TL-TRAN-TOLD(WS-L) = '2900'
                   IF TB-IL-EXTOR(WS-B) = 'S'
                       MOVE 'S' TO WS-CANDIDATO
                   END-IF
               ELSE
                   IF TL-EN-BITACORA(WS-L) = 'N' AND
                      (TB-IL-EXTOR(WS-B) NOT = 'S' OR
                       TL-CODOPE(WS-L) = '02')
                       MOVE 'S' TO WS-CANDIDATO
                   END-IF
               END-IF
           END-IF
           IF WS-CANDIDATO = 'S' AND WS-PASADA < 3 AND
              TL-TRAN-TOLD(WS-L) NOT = '2900'
               IF TB-IMPORTE(WS-B) NOT = TL-MONTO-1(WS-L) AND
                  TB-IMPORTE(WS-B) NOT = TL-MONTO-2(WS-L)
                   MOVE 'N' TO WS-CANDIDATO
               END-IF
           END-IF
           IF WS-CANDIDATO = 'S' AND WS-PASADA = 1
               IF TB-RC-TLD(WS-B) = '00' AND TL-ESTADO(WS-L) NOT = 'A'
                   MOVE 'N' TO WS-CANDIDATO
               END-IF
               IF TB-RC-TLD(WS-B) NOT = '00' AND TL-ESTADO(WS-L) = 'A'
                   MOVE 'N' TO WS-CANDIDATO
               END-IF
           END-IF
           IF WS-CANDIDATO = 'S'
               MOVE WS-L TO WS-LOG-POS
           END-IF.

      * EL ORIGINAL ES LA FILA NO EXTORNADA CUYO NU_TRX_TLD ES EL
      * NU_TRX_TLD_EXTOR DEL EXTORNO
       BUSCAR-ORIGINAL-EXTORNO.
           MOVE 0 TO WS-ORIG-POS
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-BIT-IDX
               IF TB-IL-EXTOR(WS-X) NOT = 'S' AND
                  TB-NU-TRX-TLD(WS-X) = TB-NU-TRX-EXTOR(WS-B)
                   MOVE WS-X TO WS-ORIG-POS
               END-IF
           END-PERFORM.

       ACUMULAR-TOTAL-CONTROL.
           IF TB-RC-TLD(WS-B) = '00'
               MOVE 0 TO WS-TOT-POS
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TOT-IDX
                   IF TT-TI-OPER(WS-T) = TB-TI-OPER(WS-B) AND
                      TT-MONEDA(WS-T) = TB-MONEDA(WS-B)
                       MOVE WS-T TO WS-TOT-POS
                   END-IF
               END-PERFORM
               IF WS-TOT-POS = 0
                   IF WS-TOT-IDX > 49
                       DISPLAY
                         '** CDCBITRC: TABLA DE TOTALES EXCEDE '
                       DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOT-IDX
                   MOVE WS-TOT-IDX TO WS-TOT-POS
                   INITIALIZE REG-TOTAL(WS-TOT-POS)
                   MOVE TB-TI-OPER(WS-B) TO TT-TI-OPER(WS-TOT-POS)
                   MOVE TB-MONEDA(WS-B) TO TT-MONEDA(WS-TOT-POS)
               END-IF
               IF TB-IL-EXTOR(WS-B) = 'S'
                   COMPUTE WS-IMPORTE-SIGNO = 0 - TB-IMPORTE(WS-B)
               ELSE
                   MOVE TB-IMPORTE(WS-B) TO WS-IMPORTE-SIGNO
               END-IF
               ADD 1 TO TT-REG-BITACORA(WS-TOT-POS)
               ADD WS-IMPORTE-SIGNO TO TT-IMP-BITACORA(WS-TOT-POS)
               IF TB-CONCILIADA(WS-B) = 'S'
                   ADD 1 TO TT-REG-CONCILIADO(WS-TOT-POS)
                   ADD WS-IMPORTE-SIGNO
                     TO TT-IMP-CONCILIADO(WS-TOT-POS)
               END-IF
           END-IF.

      * UN MENSAJE DE CAMFLOG DEBE TENER BITACORA SI TERMINO BIEN
      * O SI LLEGO A TENER NUMERO DE TOLD; LOS RECHAZADOS ANTES DE
      * ENLAZAR A TLDOD87 NO LA TIENEN. SIN IMAGEN DE SALIDA NO SE
      * SABE SI POSTEO: SOLO SE CUENTA
       VERIFICAR-OPERACION-LOG.
           IF TL-EN-BITACORA(WS-L) = 'N'
               IF TL-ESTADO(WS-L) = 'P'
                   ADD 1 TO WS-TOT-SIN-SALIDA
               ELSE
                   IF TL-ESTADO(WS-L) = 'A' OR TL-NUM-TOLD(WS-L) > 0
                       ADD 1 TO WS-TOT-FALTA-BIT
                       PERFORM IMPRIMIR-EXCEPCION-LOG
                   ELSE
                       ADD 1 TO WS-TOT-SIN-BIT-ESP
                   END-IF
               END-IF
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

       CONTROLAR-PAGINA-EXCEPCION.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-EXCEPCION
               WRITE REG-REPORTE FROM LIN-SEPARADOR
               ADD 2 TO WS-LINEAS
           END-IF.

       IMPRIMIR-EXCEPCION-BITACORA.
           PERFORM CONTROLAR-PAGINA-EXCEPCION
           MOVE TB-NU-OPER(WS-B) TO EXC-NUM-OPER
           MOVE TB-NU-TRX-TLD(WS-B) TO EXC-NU-TRX-TLD
           IF TB-IL-EXTOR(WS-B) = 'S'
               MOVE TB-NU-TRX-EXTOR(WS-B) TO EXC-NU-TRX-EXTOR
           ELSE
               MOVE SPACES TO EXC-NU-TRX-EXTOR
           END-IF
           MOVE TB-RC-TLD(WS-B) TO EXC-RC-TLD
           IF WS-LOG-POS > 0
               MOVE TL-CODOPE(WS-LOG-POS) TO EXC-CODOPE
               MOVE TL-CODRET(WS-LOG-POS) TO EXC-LOG-CODRET
               MOVE TL-RC(WS-LOG-POS) TO EXC-LOG-RC
           ELSE
               MOVE SPACES TO EXC-CODOPE
               MOVE SPACES TO EXC-LOG-CODRET
               MOVE SPACES TO EXC-LOG-RC
           END-IF
           MOVE TB-TI-OPER(WS-B) TO EXC-TI-OPER
           MOVE TB-IL-EXTOR(WS-B) TO EXC-IL-EXTOR
           MOVE TB-MONEDA(WS-B) TO EXC-MONEDA
           MOVE TB-IMPORTE(WS-B) TO EXC-IMPORTE
           WRITE REG-REPORTE FROM LIN-EXCEPCION
           ADD 1 TO WS-LINEAS.

       IMPRIMIR-EXCEPCION-LOG.
           PERFORM CONTROLAR-PAGINA-EXCEPCION
           MOVE TL-SOLICITUD(WS-L) TO EXC-NUM-OPER
           MOVE TL-CODOPE(WS-L) TO EXC-CODOPE
           MOVE TL-NUM-TOLD(WS-L) TO EXC-NU-TRX-TLD
           MOVE SPACES TO EXC-NU-TRX-EXTOR
           MOVE SPACES TO EXC-RC-TLD
           MOVE TL-CODRET(WS-L) TO EXC-LOG-CODRET
           MOVE TL-RC(WS-L) TO EXC-LOG-RC
           MOVE TL-TRAN-TOLD(WS-L) TO EXC-TI-OPER
           MOVE SPACES TO EXC-IL-EXTOR
           MOVE SPACES TO EXC-MONEDA
           MOVE 0 TO EXC-IMPORTE
           MOVE 'OPERACION SIN REGISTRO EN MDC_CABO'
             TO EXC-OBSERVACION
           WRITE REG-REPORTE FROM LIN-EXCEPCION
           ADD 1 TO WS-LINEAS.

       IMPRIMIR-TOTALES-CONTROL.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'TOTALES DE CONTROL POR TIPO DE OPERACION Y MONEDA'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-TOTAL
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           PERFORM IMPRIMIR-TOTAL
             VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TOT-IDX
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 'MENSAJES 01/02 CON POSTEO EN CAMFLOG' TO RES-TEXTO
           MOVE WS-TOT-OPER-LOG TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'REENVIOS DE MENSAJES (CLAVE YA REGISTRADA)'
             TO RES-TEXTO
           MOVE WS-TOT-DUPLICADOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MENSAJES SIN SALIDA NI BITACORA' TO RES-TEXTO
           MOVE WS-TOT-SIN-SALIDA TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'RECHAZADAS SIN ENLACE A TOLD (SIN BITACORA)'
             TO RES-TEXTO
           MOVE WS-TOT-SIN-BIT-ESP TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'FILAS MDC_CABO DEL DIA' TO RES-TEXTO
           MOVE WS-TOT-FILAS-BIT TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES SIN REGISTRO EN MDC_CABO' TO RES-TEXTO
           MOVE WS-TOT-FALTA-BIT TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'FILAS MDC_CABO SIN REGISTRO EN CAMFLOG' TO RES-TEXTO
           MOVE WS-TOT-FALTA-LOG TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'FILAS CON RC DIFERENTE' TO RES-TEXTO
           MOVE WS-TOT-RC-DIF TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'EXTORNOS SIN ORIGINAL' TO RES-TEXTO
           MOVE WS-TOT-EXT-SIN-ORIG TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN.

       IMPRIMIR-TOTAL.
           MOVE TT-TI-OPER(WS-T) TO TOT-TI-OPER
           MOVE TT-MONEDA(WS-T) TO TOT-MONEDA
           MOVE TT-REG-BITACORA(WS-T) TO TOT-REG-BITACORA
           MOVE TT-IMP-BITACORA(WS-T) TO TOT-IMP-BITACORA
           MOVE TT-REG-CONCILIADO(WS-T) TO TOT-REG-CONCILIADO
           MOVE TT-IMP-CONCILIADO(WS-T) TO TOT-IMP-CONCILIADO
           COMPUTE WS-DIFERENCIA =
             TT-IMP-BITACORA(WS-T) - TT-IMP-CONCILIADO(WS-T)
           MOVE WS-DIFERENCIA TO TOT-DIFERENCIA
           IF WS-DIFERENCIA NOT = 0 OR
              TT-REG-BITACORA(WS-T) NOT = TT-REG-CONCILIADO(WS-T)
               MOVE '*DESCUADRE*' TO TOT-MARCA
               ADD 1 TO WS-TOT-DESCUADRES
           ELSE
               MOVE SPACES TO TOT-MARCA
           END-IF
           WRITE REG-REPORTE FROM LIN-TOTAL.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCBITRC'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'REGISTROS CAMFLOG LEIDOS . : ' WS-TOT-CAMFLOG
           DISPLAY 'MENSAJES 01/02 CAMFLOG . . : ' WS-TOT-OPER-LOG
           DISPLAY 'REENVIOS DE MENSAJES . . . : ' WS-TOT-DUPLICADOS
           DISPLAY 'FILAS MDC_CABO . . . . . . : ' WS-TOT-FILAS-BIT
           DISPLAY 'FALTAN EN MDC_CABO . . . . : ' WS-TOT-FALTA-BIT
           DISPLAY 'FALTAN EN CAMFLOG  . . . . : ' WS-TOT-FALTA-LOG
           DISPLAY 'RC DIFERENTE . . . . . . . : ' WS-TOT-RC-DIF
           DISPLAY 'EXTORNOS SIN ORIGINAL  . . : ' WS-TOT-EXT-SIN-ORIG
           DISPLAY 'TOTALES DESCUADRADOS . . . : ' WS-TOT-DESCUADRES
           DISPLAY '-------------------------------------------'
           IF WS-TOT-FALTA-BIT + WS-TOT-FALTA-LOG + WS-TOT-RC-DIF +
              WS-TOT-EXT-SIN-ORIG + WS-TOT-DESCUADRES > 0
               DISPLAY 'CDCBITRC: BITACORA Y CAMFLOG NO CUADRAN'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ERRORES-FETCH > 0
               DISPLAY
                 'CDCBITRC: TERMINANDO CON ERRORES DE FETCH: '
                  WS-ERRORES-FETCH
               MOVE 12 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCBITRC.
