       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCMPUSO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMFLOG-FILE ASSIGN TO CAMFLOG
               FILE STATUS IS FS-CAMFLOG.
           SELECT EXTRACTO-MP ASSIGN TO MPRFOUT
               FILE STATUS IS FS-MPRF.
           SELECT DELTA-MP ASSIGN TO MPRFDELT
               FILE STATUS IS FS-MPRF-DELT.
           SELECT PARM-MPUSO ASSIGN TO MPUSOPRM
               FILE STATUS IS FS-PARM-MPUSO.
           SELECT REPORTE-MPUSO ASSIGN TO MPUSOOUT
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

       FD EXTRACTO-MP.
       01 REG-EXTRACTO.
         05 EXT-CO-MEDI-PAGO      PIC X(3).
         05 EXT-NO-MEDI-PAGO      PIC X(30).
         05 EXT-NC-MEDI-PAGO      PIC X(4).
         05 FILLER                PIC X(43).

       FD DELTA-MP.
       01 REG-DELTA.
         05 DLT-ACCION            PIC X(1).
         05 DLT-CO-MEDI-PAGO      PIC X(3).
         05 DLT-NO-MEDI-PAGO      PIC X(30).
         05 DLT-NC-MEDI-PAGO      PIC X(4).
         05 FILLER                PIC X(42).

       01 REG-DELTA-TRAILER.
         05 DLT-TRL-MARCA         PIC X(3).
         05 DLT-TRL-ACCION        PIC X(1).
         05 DLT-TRL-TOTAL         PIC 9(9).
         05 FILLER                PIC X(67).

       FD PARM-MPUSO.
       01 REG-PARM-MPUSO.
         05 PARM-PERIODO           PIC X(6).
         05 FILLER                 PIC X(74).

       FD REPORTE-MPUSO.
       01 REG-REPORTE            PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-CAMFLOG           PIC 99.
       01 FS-MPRF              PIC 99.
       01 FS-MPRF-DELT         PIC 99.
       01 FS-PARM-MPUSO        PIC 99.
       01 FS-REPORTE           PIC 99.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-NUM PIC 9(8) VALUE 0.

      * PERIODO AAAAMM DEL REPORTE: POR DEFECTO EL MES ANTERIOR AL DE
      * PROCESO (EL JOB CORRE AL INICIO DE MES)
       01 WS-PERIODO.
         05 WS-PER-AAAA        PIC 9(4).
         05 WS-PER-MM          PIC 9(2).
       01 WS-PERIODO-X REDEFINES WS-PERIODO PIC X(6).

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

      * COMMAREA DE ENTRADA DE LA OPERACION 01 TAL COMO LA RECIBE
      * MDCOCOMM (CABECERA + WI-DATA-01), HASTA LA MONEDA DEL MEDIO
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

      * CATALOGO VIGENTE SEGUN EL EXTRACTO MPRFOUT DE CDCT17MP
       01 WS-CAT-IDX           PIC 9(4) VALUE 0.
       01 WS-C                 PIC 9(4) VALUE 0.
       01 WS-CAT-POS           PIC 9(4) VALUE 0.
       01 TABLE-CATALOGO.
         05 REG-CATALOGO         OCCURS 2000.
           10 TC-CO-MEDI-PAGO    PIC X(3).
           10 TC-NO-MEDI-PAGO    PIC X(30).
           10 TC-USADO           PIC X(1).

      * CODIGOS DADOS DE BAJA SEGUN EL DELTA (ACCION D). EL JOB PUEDE
      * CONCATENAR LOS DELTAS DE TODO EL MES
       01 WS-BAJ-IDX           PIC 9(4) VALUE 0.
       01 WS-D                 PIC 9(4) VALUE 0.
       01 WS-BAJ-POS           PIC 9(4) VALUE 0.
       01 TABLE-BAJAS.
         05 REG-BAJA             OCCURS 2000.
           10 TB-CO-MEDI-PAGO    PIC X(3).
           10 TB-NO-MEDI-PAGO    PIC X(30).

      * USO POR MEDIO DE PAGO Y MONEDA, ORDENADO AL INSERTAR
       01 WS-USO-IDX           PIC 9(4) VALUE 0.
       01 WS-U                 PIC 9(4) VALUE 0.
       01 WS-S                 PIC 9(4) VALUE 0.
       01 WS-CLAVE-USO.
         05 WS-CU-MEDIO        PIC X(3).
         05 WS-CU-MONEDA       PIC X(2).
       01 TABLE-USO.
         05 REG-USO              OCCURS 2000.
           10 TU-CLAVE.
             15 TU-MEDIO         PIC X(3).
             15 TU-MONEDA        PIC X(2).
           10 TU-OPERACIONES     PIC 9(9).
           10 TU-MONTO           PIC 9(15)V99.

      * MENSAJES 01 DEL PERIODO EN EL ORDEN DEL LOG, CON EL MEDIO Y
      * EL MONTO YA RESUELTOS. ESTADO: P SIN RESPUESTA, A ACEPTADO
      * (OUTPUT CON RC 0 Y WO-CODRET '00'), R RECHAZADO
       01 WS-SOL-IDX           PIC 9(5) VALUE 0.
       01 WS-O                 PIC 9(5) VALUE 0.
       01 WS-R                 PIC 9(5) VALUE 0.
       01 WS-SOL-POS           PIC 9(5) VALUE 0.
       01 WS-NUM-SOLICITUD     PIC X(10).
       01 TABLE-SOLICITUDES.
         05 REG-SOLICITUD        OCCURS 50000.
           10 TS-NUM-OPER        PIC X(10).
           10 TS-ESTADO          PIC X(1).
           10 TS-MEDIO           PIC X(3).
           10 TS-MEDIO-MONEDA    PIC X(2).
           10 TS-MONTO           PIC 9(15)V99.

       01 WS-MONTO             PIC 9(15)V99 VALUE 0.
       01 WS-MEDIO-ANT         PIC X(3) VALUE SPACES.

       01 WS-TOT-CAMFLOG       PIC 9(9) VALUE 0.
       01 WS-TOT-OPER-01       PIC 9(9) VALUE 0.
       01 WS-TOT-EXTORNOS      PIC 9(7) VALUE 0.
       01 WS-TOT-REENVIOS      PIC 9(7) VALUE 0.
       01 WS-TOT-ACEPTADAS     PIC 9(7) VALUE 0.
       01 WS-TOT-RECHAZADAS    PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-RESPUESTA PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-MEDIO     PIC 9(9) VALUE 0.
       01 WS-TOT-CATALOGO      PIC 9(7) VALUE 0.
       01 WS-TOT-BAJAS         PIC 9(7) VALUE 0.
       01 WS-TOT-NO-VIGENTES   PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-USO       PIC 9(7) VALUE 0.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-CAMFLOG.
         05 SW-CAMFLOG-END             PIC XX VALUE 'NO'.
           88 SW-CAMFLOG-FIN-OK        VALUE 'SI'.
           88 SW-CAMFLOG-FIN-NO        VALUE 'NO'.

       01 SW-EXTRACTO.
         05 SW-EXTRACTO-END            PIC XX VALUE 'NO'.
           88 SW-EXTRACTO-FIN-OK       VALUE 'SI'.
           88 SW-EXTRACTO-FIN-NO       VALUE 'NO'.

       01 SW-DELTA.
         05 SW-DELTA-END               PIC XX VALUE 'NO'.
           88 SW-DELTA-FIN-OK          VALUE 'SI'.
           88 SW-DELTA-FIN-NO          VALUE 'NO'.

       01 SW-NUEVA.
         05 SW-NUEVA-CLAVE             PIC XX VALUE 'NO'.
           88 SW-CLAVE-NUEVA           VALUE 'SI'.

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(50) VALUE
            'USO DE MEDIOS DE PAGO EN VENTANILLA (OPERACION 01)'.
         05 FILLER               PIC X(37) VALUE SPACES.
         05 FILLER               PIC X(7)  VALUE 'PAGINA '.
         05 TIT-PAGINA           PIC ZZZ9.
         05 FILLER               PIC X(5)  VALUE SPACES.

       01 LIN-TITULO-2.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(20) VALUE
            'PERIODO             '.
         05 TIT-PERIODO.
           10 TIT-PER-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-PER-AAAA       PIC X(4).
         05 FILLER               PIC X(76) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-USO.
         05 FILLER               PIC X(8)  VALUE 'MEDIO'.
         05 FILLER               PIC X(32) VALUE 'DESCRIPCION'.
         05 FILLER               PIC X(8)  VALUE 'MONEDA'.
         05 FILLER               PIC X(13) VALUE '  OPERACIONES'.
         05 FILLER               PIC X(25) VALUE
            '                    MONTO'.
         05 FILLER               PIC X(47) VALUE '  OBSERVACION'.

       01 LIN-USO.
         05 USO-MEDIO            PIC X(3).
         05 FILLER               PIC X(5)  VALUE SPACES.
         05 USO-DESCRIPCION      PIC X(30).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 USO-MONEDA           PIC X(2).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 USO-OPERACIONES      PIC ZZZ,ZZZ,ZZ9.
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 USO-MONTO            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 USO-OBSERVACION      PIC X(30).
         05 FILLER               PIC X(19) VALUE SPACES.

       01 LIN-CAB-CAT.
         05 FILLER               PIC X(8)  VALUE 'MEDIO'.
         05 FILLER               PIC X(32) VALUE 'DESCRIPCION'.
         05 FILLER               PIC X(93) VALUE SPACES.

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
           PERFORM CARGAR-CATALOGO UNTIL SW-EXTRACTO-FIN-OK
           CLOSE EXTRACTO-MP
           PERFORM CARGAR-BAJAS
           PERFORM PROCESAR-CAMFLOG UNTIL SW-CAMFLOG-FIN-OK
           CLOSE CAMFLOG-FILE
           PERFORM EVALUAR-SOLICITUD
             VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-SOL-IDX
           PERFORM IMPRIMIR-USO
           PERFORM IMPRIMIR-NO-VIGENTES
           PERFORM IMPRIMIR-SIN-USO
           PERFORM IMPRIMIR-RESUMEN
           CLOSE REPORTE-MPUSO
           PERFORM MOSTRAR-TOTALES
           STOP RUN.

       OBTENER-FECHA-PROCESO.
           CALL 'SISROFEC' USING LCP-CURRENT-DATE-68 FORMATO WTIEMPO
           MOVE LCP-CENT TO WS-PRC-CC
           MOVE LCP-YEAR TO WS-PRC-AA
           MOVE LCP-MONTH TO WS-PRC-MM
           MOVE LCP-DAY1 TO WS-PRC-DD
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM
           COMPUTE WS-PER-AAAA = WS-PRC-CC * 100 + WS-PRC-AA
           IF WS-PRC-MM = 1
               SUBTRACT 1 FROM WS-PER-AAAA
               MOVE 12 TO WS-PER-MM
           ELSE
               COMPUTE WS-PER-MM = WS-PRC-MM - 1
           END-IF.

       LEER-PARAMETROS.
           OPEN INPUT PARM-MPUSO
           IF FS-PARM-MPUSO = 0
               READ PARM-MPUSO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIODO NUMERIC AND
                          PARM-PERIODO NOT = ZEROS
                           MOVE PARM-PERIODO TO WS-PERIODO-X
                           DISPLAY 'CDCMPUSO: REPROCESO DEL PERIODO '
                              WS-PERIODO-X
                       END-IF
               END-READ
               CLOSE PARM-MPUSO
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT CAMFLOG-FILE
           OPEN INPUT EXTRACTO-MP
           OPEN OUTPUT REPORTE-MPUSO
           IF FS-CAMFLOG NOT = 0 OR FS-MPRF NOT = 0 OR
              FS-REPORTE NOT = 0
               IF FS-CAMFLOG NOT = 0
                   DISPLAY 'ERROR ABRIENDO CAMFLOG, FILE STATUS: '
                      FS-CAMFLOG
               END-IF
               IF FS-MPRF NOT = 0
                   DISPLAY 'ERROR ABRIENDO MPRFOUT, FILE STATUS: '
                      FS-MPRF
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO MPUSOOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               DISPLAY '** CDCMPUSO: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARGAR-CATALOGO.
           READ EXTRACTO-MP
               AT END
                   SET SW-EXTRACTO-FIN-OK TO TRUE
               NOT AT END
                   IF EXT-CO-MEDI-PAGO NOT = 'TRL' AND
                      EXT-CO-MEDI-PAGO NOT = SPACES
                       PERFORM AGREGAR-CATALOGO
                   END-IF
           END-READ.

       AGREGAR-CATALOGO.
           IF WS-CAT-IDX > 1999
               DISPLAY '** CDCMPUSO: TABLA DE CATALOGO EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CAT-IDX
           ADD 1 TO WS-TOT-CATALOGO
           MOVE EXT-CO-MEDI-PAGO TO TC-CO-MEDI-PAGO(WS-CAT-IDX)
           MOVE EXT-NO-MEDI-PAGO TO TC-NO-MEDI-PAGO(WS-CAT-IDX)
           MOVE 'N' TO TC-USADO(WS-CAT-IDX).

      * SIN DELTA SOLO SE PUEDEN SENALAR LOS CODIGOS AUSENTES DEL
      * EXTRACTO; EL REPORTE SE EMITE IGUAL
       CARGAR-BAJAS.
           OPEN INPUT DELTA-MP
           IF FS-MPRF-DELT = 0
               PERFORM LEER-DELTA UNTIL SW-DELTA-FIN-OK
               CLOSE DELTA-MP
           ELSE
               DISPLAY 'CDCMPUSO: MPRFDELT NO DISPONIBLE, FILE STATUS: '
                  FS-MPRF-DELT
           END-IF.

       LEER-DELTA.
           READ DELTA-MP
               AT END
                   SET SW-DELTA-FIN-OK TO TRUE
               NOT AT END
                   IF DLT-TRL-MARCA NOT = 'TRL' AND DLT-ACCION = 'D'
                       PERFORM AGREGAR-BAJA
                   END-IF
           END-READ.

       AGREGAR-BAJA.
           PERFORM BUSCAR-BAJA
           IF WS-BAJ-POS = 0
               IF WS-BAJ-IDX > 1999
                   DISPLAY '** CDCMPUSO: TABLA DE BAJAS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAJ-IDX
               ADD 1 TO WS-TOT-BAJAS
               MOVE DLT-CO-MEDI-PAGO TO TB-CO-MEDI-PAGO(WS-BAJ-IDX)
               MOVE DLT-NO-MEDI-PAGO TO TB-NO-MEDI-PAGO(WS-BAJ-IDX)
           END-IF.

       BUSCAR-BAJA.
           MOVE 0 TO WS-BAJ-POS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-BAJ-IDX
               IF TB-CO-MEDI-PAGO(WS-D) = DLT-CO-MEDI-PAGO
                   MOVE WS-D TO WS-BAJ-POS
               END-IF
           END-PERFORM.

      * IMAGENES DE LA OPERACION 01 DEL PERIODO. LAS DE ENTRADA
      * REGISTRAN EL MENSAJE COMO PENDIENTE; SU SALIDA (OUTPUT/OUTERR)
      * LO ACEPTA O LO RECHAZA. LOS EXTORNOS (2900) NO SON USO DE UN
      * MEDIO Y SOLO SE CUENTAN
       PROCESAR-CAMFLOG.
           READ CAMFLOG-FILE
               AT END
                   SET SW-CAMFLOG-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-CAMFLOG
                   IF REG-FECHA-REAL(1:6) = WS-PERIODO-X AND
                      REG-LOG-MDCOCOMM(9:2) = '01'
                       IF REG-HORAS-REAL = 'OUTPUT' OR
                          REG-HORAS-REAL = 'OUTERR'
                           PERFORM REGISTRAR-RESPUESTA
                       ELSE
                           MOVE REG-LOG-MDCOCOMM TO WS-COMMAREA-01
                           ADD 1 TO WS-TOT-OPER-01
                           IF WI-TRAN-TOLD = '2900'
                               ADD 1 TO WS-TOT-EXTORNOS
                           ELSE
                               PERFORM REGISTRAR-SOLICITUD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * UN MENSAJE REPETIDO MIENTRAS EL ANTERIOR ESTA PENDIENTE O
      * ACEPTADO ES UN REENVIO Y SE CUENTA UNA SOLA VEZ; TRAS UN
      * RECHAZO REEMPLAZA AL RECHAZADO
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
               IF WS-SOL-IDX > 49999
                   DISPLAY '** CDCMPUSO: TABLA DE SOLICITUDES EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SOL-IDX
               MOVE WS-SOL-IDX TO WS-SOL-POS
           END-IF
           IF WS-SOL-POS > 0
               PERFORM ARMAR-USO
               MOVE REG-NUM-OPER TO TS-NUM-OPER(WS-SOL-POS)
               MOVE 'P' TO TS-ESTADO(WS-SOL-POS)
               MOVE WI-MEDIO TO TS-MEDIO(WS-SOL-POS)
               MOVE WI-MEDIO-MONEDA TO TS-MEDIO-MONEDA(WS-SOL-POS)
               MOVE WS-MONTO TO TS-MONTO(WS-SOL-POS)
           END-IF.

      * LA RESPUESTA SUELE SEGUIR A SU ENTRADA: SE BUSCA DESDE EL
      * FINAL DE LA TABLA
       BUSCAR-SOLICITUD.
           MOVE 0 TO WS-SOL-POS
           PERFORM VARYING WS-R FROM WS-SOL-IDX BY -1
             UNTIL WS-R < 1 OR WS-SOL-POS > 0
               IF TS-NUM-OPER(WS-R) = WS-NUM-SOLICITUD
                   MOVE WS-R TO WS-SOL-POS
               END-IF
           END-PERFORM.

      * SOLO UNA SALIDA OUTPUT CON RC 0 Y CODIGO DE RETORNO '00' EN
      * LA RESPUESTA (WO-CODRET, POSICION 11 DEL COMMAREA) ACEPTA EL
      * MENSAJE: EL RECHAZO DE TOLD, LA FALLA DE RSYS Y EL LIMITE
      * DIARIO ('LD') SALEN COMO OUTPUT CON RC 0. LAS SALIDAS DE
      * EXTORNOS Y DE REENVIOS NO HALLAN NADA PENDIENTE Y SE IGNORAN
       REGISTRAR-RESPUESTA.
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
           END-IF.

      * EL MEDIO ES TIPO + CODIGO (MISMOS 3 CARACTERES DE
      * CO_MEDI_PAGO) Y EL MONTO SE TOMA SEGUN LA MONEDA DEL MEDIO,
      * COMO EN EL CONTROL DE LIMITE DIARIO DE MDCOCOMM
       ARMAR-USO.
           MOVE 0 TO WS-MONTO
           IF WI-MEDIO NOT = SPACES
               IF WI-MEDIO-MONEDA = '01'
                   IF WI-MEDIO-SOUS NUMERIC
                       MOVE WI-MEDIO-SOUSD TO WS-MONTO
                   END-IF
               ELSE
                   IF WI-MEDIO-ME NUMERIC
                       MOVE WI-MEDIO-MED TO WS-MONTO
                   END-IF
               END-IF
           END-IF.

      * SOLO LOS MENSAJES ACEPTADOS SON USO DEL MEDIO
       EVALUAR-SOLICITUD.
           EVALUATE TS-ESTADO(WS-O)
               WHEN 'P'
                   ADD 1 TO WS-TOT-SIN-RESPUESTA
               WHEN 'R'
                   ADD 1 TO WS-TOT-RECHAZADAS
               WHEN OTHER
                   ADD 1 TO WS-TOT-ACEPTADAS
                   PERFORM ACUMULAR-USO
           END-EVALUATE.

       ACUMULAR-USO.
           IF TS-MEDIO(WS-O) = SPACES
               ADD 1 TO WS-TOT-SIN-MEDIO
           ELSE
               MOVE TS-MONTO(WS-O) TO WS-MONTO
               MOVE TS-MEDIO(WS-O) TO WS-CU-MEDIO
               MOVE TS-MEDIO-MONEDA(WS-O) TO WS-CU-MONEDA
               PERFORM ACUMULAR-MEDIO-MONEDA
           END-IF.

       ACUMULAR-MEDIO-MONEDA.
           MOVE 0 TO WS-U
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-USO-IDX OR WS-U > 0
               IF TU-CLAVE(WS-S) NOT < WS-CLAVE-USO
                   MOVE WS-S TO WS-U
               END-IF
           END-PERFORM
           MOVE 'NO' TO SW-NUEVA-CLAVE
           IF WS-U = 0
               SET SW-CLAVE-NUEVA TO TRUE
           ELSE
               IF TU-CLAVE(WS-U) NOT = WS-CLAVE-USO
                   SET SW-CLAVE-NUEVA TO TRUE
               END-IF
           END-IF
           IF SW-CLAVE-NUEVA
               IF WS-USO-IDX > 1999
                   DISPLAY '** CDCMPUSO: TABLA DE USO EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-U = 0
                   COMPUTE WS-U = WS-USO-IDX + 1
               ELSE
                   PERFORM VARYING WS-S FROM WS-USO-IDX BY -1
                     UNTIL WS-S < WS-U
                       MOVE REG-USO(WS-S) TO REG-USO(WS-S + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-USO-IDX
               INITIALIZE REG-USO(WS-U)
               MOVE WS-CLAVE-USO TO TU-CLAVE(WS-U)
           END-IF
           ADD 1 TO TU-OPERACIONES(WS-U)
           ADD WS-MONTO TO TU-MONTO(WS-U).

       BUSCAR-CATALOGO.
           MOVE 0 TO WS-CAT-POS
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CAT-IDX
               IF TC-CO-MEDI-PAGO(WS-C) = TU-MEDIO(WS-U)
                   MOVE WS-C TO WS-CAT-POS
               END-IF
           END-PERFORM.

       BUSCAR-BAJA-USO.
           MOVE 0 TO WS-BAJ-POS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-BAJ-IDX
               IF TB-CO-MEDI-PAGO(WS-D) = TU-MEDIO(WS-U)
                   MOVE WS-D TO WS-BAJ-POS
               END-IF
           END-PERFORM.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-PER-MM TO TIT-PER-MM
           MOVE WS-PER-AAAA TO TIT-PER-AAAA
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-CABECERA-USO.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'OPERACIONES Y MONTOS POR MEDIO DE PAGO Y MONEDA'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-USO
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

       IMPRIMIR-USO.
           PERFORM IMPRIMIR-CABECERA-USO
           IF WS-USO-IDX = 0
               MOVE 'NO HAY OPERACIONES CON MEDIO DE PAGO EN EL PERIODO'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           ELSE
               PERFORM IMPRIMIR-LINEA-USO
                 VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-USO-IDX
           END-IF.

      * UN CODIGO USADO QUE NO ESTA EN EL EXTRACTO (DADO DE BAJA EN EL
      * DELTA O DESCONOCIDO) ES UN MEDIO QUE MDCOCOMM SIGUE ACEPTANDO
      * SIN ESTAR VIGENTE; SE CUENTA UNA VEZ POR CODIGO. SI EL CODIGO
      * SE DIO DE BAJA Y LUEGO DE ALTA, MANDA EL EXTRACTO VIGENTE
       IMPRIMIR-LINEA-USO.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA-USO
           END-IF
           PERFORM BUSCAR-CATALOGO
           PERFORM BUSCAR-BAJA-USO
           MOVE TU-MEDIO(WS-U) TO USO-MEDIO
           MOVE TU-MONEDA(WS-U) TO USO-MONEDA
           MOVE TU-OPERACIONES(WS-U) TO USO-OPERACIONES
           MOVE TU-MONTO(WS-U) TO USO-MONTO
           MOVE SPACES TO USO-OBSERVACION
           IF WS-CAT-POS > 0
               MOVE TC-NO-MEDI-PAGO(WS-CAT-POS) TO USO-DESCRIPCION
               MOVE 'S' TO TC-USADO(WS-CAT-POS)
           ELSE
               IF WS-BAJ-POS > 0
                   MOVE TB-NO-MEDI-PAGO(WS-BAJ-POS) TO USO-DESCRIPCION
               ELSE
                   MOVE '** SIN DESCRIPCION **' TO USO-DESCRIPCION
               END-IF
           END-IF
           IF WS-CAT-POS = 0
               IF WS-BAJ-POS > 0
                   MOVE '** DADO DE BAJA EN MPRFDELT' TO USO-OBSERVACION
               ELSE
                   MOVE '** NO EXISTE EN MPRFOUT' TO USO-OBSERVACION
               END-IF
           END-IF
           IF USO-OBSERVACION NOT = SPACES AND
              TU-MEDIO(WS-U) NOT = WS-MEDIO-ANT
               ADD 1 TO WS-TOT-NO-VIGENTES
           END-IF
           MOVE TU-MEDIO(WS-U) TO WS-MEDIO-ANT
           WRITE REG-REPORTE FROM LIN-USO
           ADD 1 TO WS-LINEAS.

      * RESUMEN DE LOS CODIGOS NO VIGENTES PARA REVISION EN MDCOCOMM
       IMPRIMIR-NO-VIGENTES.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'MEDIOS USADOS NO VIGENTES EN EL CATALOGO' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-USO
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           IF WS-TOT-NO-VIGENTES = 0
               MOVE 'TODOS LOS MEDIOS USADOS ESTAN VIGENTES'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           ELSE
               PERFORM IMPRIMIR-NO-VIGENTE
                 VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-USO-IDX
           END-IF.

       IMPRIMIR-NO-VIGENTE.
           PERFORM BUSCAR-CATALOGO
           PERFORM BUSCAR-BAJA-USO
           IF WS-CAT-POS = 0
               IF WS-LINEAS > WS-LINEAS-X-PAGINA
                   PERFORM IMPRIMIR-CABECERA
                   WRITE REG-REPORTE FROM LIN-CAB-USO
                   WRITE REG-REPORTE FROM LIN-SEPARADOR
                   ADD 2 TO WS-LINEAS
               END-IF
               MOVE TU-MEDIO(WS-U) TO USO-MEDIO
               MOVE TU-MONEDA(WS-U) TO USO-MONEDA
               MOVE TU-OPERACIONES(WS-U) TO USO-OPERACIONES
               MOVE TU-MONTO(WS-U) TO USO-MONTO
               IF WS-BAJ-POS > 0
                   MOVE TB-NO-MEDI-PAGO(WS-BAJ-POS) TO USO-DESCRIPCION
                   MOVE '** DADO DE BAJA EN MPRFDELT' TO USO-OBSERVACION
               ELSE
                   MOVE '** SIN DESCRIPCION **' TO USO-DESCRIPCION
                   MOVE '** NO EXISTE EN MPRFOUT' TO USO-OBSERVACION
               END-IF
               WRITE REG-REPORTE FROM LIN-USO
               ADD 1 TO WS-LINEAS
           END-IF.

       IMPRIMIR-SIN-USO.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'MEDIOS DEL CATALOGO SIN USO EN EL PERIODO' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-CAT
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           PERFORM IMPRIMIR-LINEA-SIN-USO
             VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CAT-IDX
           IF WS-TOT-SIN-USO = 0
               MOVE 'TODOS LOS MEDIOS DEL CATALOGO TUVIERON USO'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF.

       IMPRIMIR-LINEA-SIN-USO.
           IF TC-USADO(WS-C) = 'N'
               IF WS-LINEAS > WS-LINEAS-X-PAGINA
                   PERFORM IMPRIMIR-CABECERA
                   WRITE REG-REPORTE FROM LIN-CAB-CAT
                   WRITE REG-REPORTE FROM LIN-SEPARADOR
                   ADD 2 TO WS-LINEAS
               END-IF
               ADD 1 TO WS-TOT-SIN-USO
               MOVE SPACES TO LIN-USO
               MOVE TC-CO-MEDI-PAGO(WS-C) TO USO-MEDIO
               MOVE TC-NO-MEDI-PAGO(WS-C) TO USO-DESCRIPCION
               WRITE REG-REPORTE FROM LIN-USO
               ADD 1 TO WS-LINEAS
           END-IF.

       IMPRIMIR-RESUMEN.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 15
               PERFORM IMPRIMIR-CABECERA
           ELSE
               WRITE REG-REPORTE FROM LIN-BLANCO
           END-IF
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'IMAGENES CAMFLOG LEIDAS' TO RES-TEXTO
           MOVE WS-TOT-CAMFLOG TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'OPERACIONES 01 DEL PERIODO' TO RES-TEXTO
           MOVE WS-TOT-OPER-01 TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'EXTORNOS 2900 (NO CUENTAN)' TO RES-TEXTO
           MOVE WS-TOT-EXTORNOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'REENVIOS (DUPLICADOS, NO CUENTAN)' TO RES-TEXTO
           MOVE WS-TOT-REENVIOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'ACEPTADAS' TO RES-TEXTO
           MOVE WS-TOT-ACEPTADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'RECHAZADAS (NO CUENTAN)' TO RES-TEXTO
           MOVE WS-TOT-RECHAZADAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'SIN RESPUESTA EN EL LOG (NO CUENTAN)' TO RES-TEXTO
           MOVE WS-TOT-SIN-RESPUESTA TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'ACEPTADAS SIN MEDIO DE PAGO' TO RES-TEXTO
           MOVE WS-TOT-SIN-MEDIO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MEDIOS EN EL CATALOGO (MPRFOUT)' TO RES-TEXTO
           MOVE WS-TOT-CATALOGO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'BAJAS EN EL DELTA (MPRFDELT)' TO RES-TEXTO
           MOVE WS-TOT-BAJAS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MEDIOS USADOS NO VIGENTES' TO RES-TEXTO
           MOVE WS-TOT-NO-VIGENTES TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MEDIOS DEL CATALOGO SIN USO' TO RES-TEXTO
           MOVE WS-TOT-SIN-USO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCMPUSO'
           DISPLAY 'PERIODO  . . . . . . . . . : ' WS-PERIODO-X
           DISPLAY 'IMAGENES CAMFLOG LEIDAS  . : ' WS-TOT-CAMFLOG
           DISPLAY 'OPERACIONES 01 DEL PERIODO : ' WS-TOT-OPER-01
           DISPLAY 'EXTORNOS 2900  . . . . . . : ' WS-TOT-EXTORNOS
           DISPLAY 'REENVIOS . . . . . . . . . : ' WS-TOT-REENVIOS
           DISPLAY 'ACEPTADAS  . . . . . . . . : ' WS-TOT-ACEPTADAS
           DISPLAY 'RECHAZADAS . . . . . . . . : ' WS-TOT-RECHAZADAS
           DISPLAY 'SIN RESPUESTA  . . . . . . : ' WS-TOT-SIN-RESPUESTA
           DISPLAY 'ACEPTADAS SIN MEDIO  . . . : ' WS-TOT-SIN-MEDIO
           DISPLAY 'MEDIOS EN CATALOGO . . . . : ' WS-TOT-CATALOGO
           DISPLAY 'MEDIOS USADOS NO VIGENTES  : ' WS-TOT-NO-VIGENTES
           DISPLAY 'MEDIOS SIN USO . . . . . . : ' WS-TOT-SIN-USO
           DISPLAY '-------------------------------------------'
           IF WS-TOT-NO-VIGENTES > 0
               DISPLAY '** CDCMPUSO: MDCOCOMM ACEPTA MEDIOS NO '
               DISPLAY '** VIGENTES, REVISAR MPUSOOUT **'
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCMPUSO.
