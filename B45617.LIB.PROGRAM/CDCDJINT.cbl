       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCDJINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-READ ASSIGN TO CTASHIST
                       FILE STATUS IS FS-HISTORIA.
           SELECT PARM-DJINT ASSIGN TO DJINTPRM
                       FILE STATUS IS FS-PARM-DJINT.
           SELECT CLIENTE-MAESTRO ASSIGN TO CLIMAST
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS CLI-UID
                       FILE STATUS IS FS-CLIMAST.
           SELECT IMPUESTO-RESUMEN ASSIGN TO IMPTOSUM
                       FILE STATUS IS FS-IMPTO-SUM.
           SELECT DECLARACION ASSIGN TO DJINTOUT
                       FILE STATUS IS FS-DECLARA.
           SELECT REPORTE-DJINT ASSIGN TO DJINTRPT
                       FILE STATUS IS FS-REPORTE.
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

      * EJERCICIO A DECLARAR Y RUC DEL BANCO COMO AGENTE RETENEDOR,
      * AMBOS OBLIGATORIOS; FECHA OPCIONAL PARA REPROCESO
       FD PARM-DJINT.
       01 REG-PARM-DJINT.
         05 PARM-ANIO              PIC X(4).
         05 PARM-RUC-AGENTE        PIC X(11).
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 FILLER                 PIC X(57).

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

      * RESUMEN DE RETENCION QUE DEJA CADA CORRIDA DE CDCINPLZ (O EL
      * CONSOLIDADO DE CDCMRGPL). EL REGISTRO NO TRAE FECHA: EL PASO
      * CONCATENA LAS GENERACIONES DEL EJERCICIO
       FD IMPUESTO-RESUMEN.
       01 REG-IMPTO-SUM.
         05 IMS-MONEDA             PIC X(3).
         05 IMS-REGISTROS          PIC 9(7).
         05 IMS-INTERES-BRUTO      PIC 9(10)V99.
         05 IMS-IMPUESTO           PIC 9(10)V99.
         05 IMS-INTERES-NETO       PIC 9(10)V99.
         05 IMS-REG-EXONERADOS     PIC 9(7).
         05 IMS-INT-EXONERADO      PIC 9(10)V99.
         05 FILLER                 PIC X(15).

      * DECLARACION ANUAL DE INTERESES Y RETENCIONES: UNA CABECERA,
      * UN DETALLE POR TITULAR, MONEDA Y CODIGO DE EXONERACION, Y UN
      * REGISTRO DE TOTALES POR MONEDA
       FD DECLARACION.
       01 REG-DJ-CABECERA.
         05 DJC-TIPO-REG           PIC X(1).
         05 DJC-RUC-AGENTE         PIC X(11).
         05 DJC-ANIO               PIC 9(4).
         05 DJC-FECHA-GENERACION   PIC 9(8).
         05 FILLER                 PIC X(126).
       01 REG-DJ-DETALLE.
         05 DJD-TIPO-REG           PIC X(1).
         05 DJD-ANIO               PIC 9(4).
         05 DJD-TIPO-DOC           PIC X(2).
         05 DJD-NUM-DOC            PIC X(11).
         05 DJD-APELLIDOS          PIC X(15).
         05 DJD-NOMBRES            PIC X(15).
         05 DJD-MONEDA             PIC X(3).
         05 DJD-INT-BRUTO          PIC 9(13)V99.
         05 DJD-IMPUESTO           PIC 9(13)V99.
         05 DJD-COD-EXONERACION    PIC X(2).
         05 FILLER                 PIC X(67).
       01 REG-DJ-TOTALES.
         05 DJT-TIPO-REG           PIC X(1).
         05 DJT-MONEDA             PIC X(3).
         05 DJT-CANT-REGISTROS     PIC 9(7).
         05 DJT-TOT-INT-BRUTO      PIC 9(15)V99.
         05 DJT-TOT-IMPUESTO       PIC 9(15)V99.
         05 FILLER                 PIC X(105).

       FD REPORTE-DJINT.
       01 REG-REPORTE              PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-HISTORIA          PIC 99.
       01 FS-PARM-DJINT        PIC 99.
       01 FS-CLIMAST           PIC 99.
       01 FS-IMPTO-SUM         PIC 99.
       01 FS-DECLARA           PIC 99.
       01 FS-REPORTE           PIC 99.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-X REDEFINES WS-FECHA-PROCESO PIC X(8).
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

       01 WS-ANIO              PIC 9(4) VALUE 0.
       01 WS-RUC-AGENTE        PIC X(11) VALUE SPACES.

      * TIPOS DE DOCUMENTO ADMITIDOS (MISMAS REGLAS QUE CDCCLMNT):
      * LONGITUD MINIMA Y MAXIMA, SI ES SOLO NUMERICO (N) O
      * ALFANUMERICO (A), Y SI LLEVA DIGITO VERIFICADOR MODULO 11 (RUC)
       01 TABLA-DOCUMENTOS-VALORES.
         05 FILLER PIC X(26) VALUE '01DNI               0808NN'.
         05 FILLER PIC X(26) VALUE '04CARNET EXTRANJERIA0911AN'.
         05 FILLER PIC X(26) VALUE '06RUC               1111NS'.
         05 FILLER PIC X(26) VALUE '07PASAPORTE         0611AN'.
       01 TABLA-DOCUMENTOS REDEFINES TABLA-DOCUMENTOS-VALORES.
         05 TD-ENTRADA           OCCURS 4.
           10 TD-TIPO-DOC        PIC X(2).
           10 TD-DESCRIPCION     PIC X(18).
           10 TD-LONG-MINIMA     PIC 9(2).
           10 TD-LONG-MAXIMA     PIC 9(2).
           10 TD-CONTENIDO       PIC X(1).
           10 TD-DIGITO-VERIF    PIC X(1).

       01 TABLA-PESOS-RUC-VALORES PIC X(10) VALUE '5432765432'.
       01 TABLA-PESOS-RUC REDEFINES TABLA-PESOS-RUC-VALORES.
         05 TP-PESO              OCCURS 10 PIC 9.

       01 WS-T                 PIC 9(2) VALUE 0.
       01 WS-TIPO-IDX          PIC 9(2) VALUE 0.
       01 WS-C                 PIC 9(2) VALUE 0.
       01 WS-LONGITUD-DOC      PIC 9(2) VALUE 0.
       01 WS-BLANCO-INTERNO    PIC X VALUE 'N'.
       01 WS-CARACTER          PIC X(1).
       01 WS-SUMA-RUC          PIC 9(4) VALUE 0.
       01 WS-DIGITO-CALC       PIC 9(2) VALUE 0.
       01 WS-DIGITO-DOC        PIC 9(1) VALUE 0.
       01 WS-VAL-TIPO-DOC      PIC X(2).
       01 WS-VAL-NUM-DOC       PIC X(11).
       01 WS-DOC-OK            PIC X VALUE 'S'.
       01 WS-MOTIVO            PIC X(40) VALUE SPACES.

      * ACUMULADO DEL EJERCICIO POR TITULAR, MONEDA Y CODIGO DE
      * EXONERACION. BRUTO = INTERES NETO + IMPUESTO RETENIDO, COMO EN
      * CDCCERTR. LA TABLA SE MANTIENE ORDENADA AL INSERTAR
       01 WS-ACU-IDX           PIC 9(4) VALUE 0.
       01 WS-P                 PIC 9(4) VALUE 0.
       01 WS-S                 PIC 9(4) VALUE 0.
       01 WS-CLAVE-ACU.
         05 WS-CA-UID          PIC X(3).
         05 WS-CA-MONEDA       PIC X(3).
         05 WS-CA-EXONERACION  PIC X(2).
       01 TABLE-ACUMULADO.
         05 REG-ACUMULADO        OCCURS 5000.
           10 TA-CLAVE.
             15 TA-UID           PIC X(3).
             15 TA-MONEDA        PIC X(3).
             15 TA-EXONERACION   PIC X(2).
           10 TA-NAME            PIC X(15).
           10 TA-LASTNAME        PIC X(15).
           10 TA-REGISTROS       PIC 9(7).
           10 TA-INT-BRUTO       PIC 9(13)V99.
           10 TA-IMPUESTO        PIC 9(13)V99.

      * CONCILIACION POR MONEDA: RESUMENES IMPTOSUM DEL EJERCICIO,
      * HISTORIA LEIDA Y SU REPARTO ENTRE DECLARADO, EXCEPCIONES Y
      * LINEAS SIN MONTO
       01 WS-CON-IDX           PIC 9(2) VALUE 0.
       01 WS-M                 PIC 9(2) VALUE 0.
       01 WS-CON-POS           PIC 9(2) VALUE 0.
       01 WS-MONEDA-BUSCA      PIC X(3).
       01 TABLE-CONCILIACION.
         05 REG-CONCILIACION     OCCURS 20.
           10 TC-MONEDA          PIC X(3).
           10 TC-SUM-REGISTROS   PIC 9(9).
           10 TC-SUM-BRUTO       PIC 9(15)V99.
           10 TC-SUM-IMPUESTO    PIC 9(15)V99.
           10 TC-HIS-REGISTROS   PIC 9(9).
           10 TC-HIS-BRUTO       PIC 9(15)V99.
           10 TC-HIS-IMPUESTO    PIC 9(15)V99.
           10 TC-DEC-REGISTROS   PIC 9(9).
           10 TC-DEC-LINEAS      PIC 9(7).
           10 TC-DEC-BRUTO       PIC 9(15)V99.
           10 TC-DEC-IMPUESTO    PIC 9(15)V99.
           10 TC-EXC-REGISTROS   PIC 9(9).
           10 TC-EXC-BRUTO       PIC 9(15)V99.
           10 TC-EXC-IMPUESTO    PIC 9(15)V99.
           10 TC-SIN-REGISTROS   PIC 9(9).

       01 WS-DIF-REGISTROS     PIC S9(9) VALUE 0.
       01 WS-DIF-BRUTO         PIC S9(15)V99 VALUE 0.
       01 WS-DIF-IMPUESTO      PIC S9(15)V99 VALUE 0.

       01 WS-TOT-LEIDOS        PIC 9(7) VALUE 0.
       01 WS-TOT-DEL-ANIO      PIC 9(7) VALUE 0.
       01 WS-TOT-RESUMENES     PIC 9(7) VALUE 0.
       01 WS-TOT-DECLARADOS    PIC 9(7) VALUE 0.
       01 WS-TOT-EXCEPCIONES   PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-MONTO     PIC 9(7) VALUE 0.
       01 WS-TOT-GRABADOS      PIC 9(7) VALUE 0.
       01 WS-MONEDAS-DESCUADRE PIC 9(3) VALUE 0.
       01 WS-IMPTOSUM-OK       PIC X VALUE 'N'.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-HISTORIA.
         05 SW-HISTORIA-END            PIC XX VALUE 'NO'.
           88 SW-HISTORIA-FIN-OK       VALUE 'SI'.
           88 SW-HISTORIA-FIN-NO       VALUE 'NO'.

       01 SW-IMPTOSUM.
         05 SW-IMPTOSUM-END            PIC XX VALUE 'NO'.
           88 SW-IMPTOSUM-FIN-OK       VALUE 'SI'.
           88 SW-IMPTOSUM-FIN-NO       VALUE 'NO'.

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
            'DECLARACION ANUAL DE INTERESES Y RETENCIONES'.
         05 FILLER               PIC X(37) VALUE SPACES.
         05 FILLER               PIC X(7)  VALUE 'PAGINA '.
         05 TIT-PAGINA           PIC ZZZ9.
         05 FILLER               PIC X(5)  VALUE SPACES.

       01 LIN-TITULO-2.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(20) VALUE
            'EJERCICIO FISCAL    '.
         05 TIT-ANIO             PIC 9(4).
         05 FILLER               PIC X(6)  VALUE SPACES.
         05 FILLER               PIC X(20) VALUE
            'FECHA DE PROCESO    '.
         05 TIT-FECHA.
           10 TIT-FEC-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-FEC-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 TIT-FEC-AAAA       PIC X(4).
         05 FILLER               PIC X(43) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-EXC.
         05 FILLER               PIC X(5)  VALUE 'UID'.
         05 FILLER               PIC X(5)  VALUE 'MON'.
         05 FILLER               PIC X(4)  VALUE 'EX'.
         05 FILLER               PIC X(4)  VALUE 'TD'.
         05 FILLER               PIC X(13) VALUE 'DOCUMENTO'.
         05 FILLER               PIC X(21) VALUE 'TITULAR'.
         05 FILLER               PIC X(41) VALUE 'MOTIVO'.
         05 FILLER               PIC X(18) VALUE
            '    INTERES BRUTO'.
         05 FILLER               PIC X(22) VALUE
            '   IMPUESTO RETENIDO'.

       01 LIN-EXCEPCION.
         05 EXC-UID              PIC X(3).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 EXC-MONEDA           PIC X(3).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 EXC-EXONERACION      PIC X(2).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 EXC-TIPO-DOC         PIC X(2).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 EXC-NUM-DOC          PIC X(11).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 EXC-TITULAR          PIC X(20).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 EXC-MOTIVO           PIC X(40).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 EXC-INT-BRUTO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 EXC-IMPUESTO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(3)  VALUE SPACES.

       01 LIN-CAB-CON.
         05 FILLER               PIC X(8)  VALUE 'MONEDA'.
         05 FILLER               PIC X(36) VALUE 'CONCEPTO'.
         05 FILLER               PIC X(12) VALUE '   REGISTROS'.
         05 FILLER               PIC X(25) VALUE
            '            INTERES BRUTO'.
         05 FILLER               PIC X(25) VALUE
            '        IMPUESTO RETENIDO'.
         05 FILLER               PIC X(27) VALUE SPACES.

       01 LIN-CONCILIACION.
         05 CON-MONEDA           PIC X(3).
         05 FILLER               PIC X(5)  VALUE SPACES.
         05 CON-CONCEPTO         PIC X(36).
         05 CON-REGISTROS        PIC -ZZZ,ZZZ,ZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CON-INT-BRUTO        PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CON-IMPUESTO         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(27) VALUE SPACES.

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
           PERFORM ACUMULAR-HISTORIA UNTIL SW-HISTORIA-FIN-OK
           CLOSE HISTORIA-READ
           PERFORM LEER-RESUMENES-IMPUESTO
           PERFORM GRABAR-CABECERA-DJ
           PERFORM IMPRIMIR-CABECERA-EXC
           PERFORM PROCESAR-ACUMULADO
             VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-ACU-IDX
           IF WS-TOT-EXCEPCIONES = 0
               MOVE 'NO HAY TITULARES CON DATOS OBSERVADOS'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           PERFORM GRABAR-TOTALES-DJ
             VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-CON-IDX
           PERFORM IMPRIMIR-CONCILIACION
           PERFORM IMPRIMIR-RESUMEN
           CLOSE CLIENTE-MAESTRO
           CLOSE DECLARACION
           CLOSE REPORTE-DJINT
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
           OPEN INPUT PARM-DJINT
           IF FS-PARM-DJINT = 0
               READ PARM-DJINT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-ANIO NUMERIC AND PARM-ANIO > '0000'
                           MOVE PARM-ANIO TO WS-ANIO
                       END-IF
                       MOVE PARM-RUC-AGENTE TO WS-RUC-AGENTE
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCDJINT: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
               END-READ
               CLOSE PARM-DJINT
           END-IF
           IF WS-ANIO = 0
               DISPLAY '** CDCDJINT: FALTA EJERCICIO EN DJINTPRM, '
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-DOC-OK
           MOVE '06' TO WS-VAL-TIPO-DOC
           MOVE WS-RUC-AGENTE TO WS-VAL-NUM-DOC
           PERFORM VALIDAR-DOCUMENTO
           IF WS-DOC-OK = 'N'
               DISPLAY '** CDCDJINT: RUC DEL AGENTE EN DJINTPRM '
                  'INVALIDO: ' WS-MOTIVO
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SIN CLIMAST NO HAY DOCUMENTO QUE DECLARAR: EL MAESTRO ES
      * OBLIGATORIO (A DIFERENCIA DEL CERTIFICADO CDCCERTR)
       ABRIR-ARCHIVOS.
           OPEN INPUT HISTORIA-READ
           OPEN INPUT CLIENTE-MAESTRO
           OPEN OUTPUT DECLARACION
           OPEN OUTPUT REPORTE-DJINT
           IF FS-HISTORIA NOT = 0 OR FS-CLIMAST NOT = 0 OR
              FS-DECLARA NOT = 0 OR FS-REPORTE NOT = 0
               IF FS-HISTORIA NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASHIST, FILE STATUS: '
                      FS-HISTORIA
               END-IF
               IF FS-CLIMAST NOT = 0
                   DISPLAY 'ERROR ABRIENDO CLIMAST, FILE STATUS: '
                      FS-CLIMAST
               END-IF
               IF FS-DECLARA NOT = 0
                   DISPLAY 'ERROR ABRIENDO DJINTOUT, FILE STATUS: '
                      FS-DECLARA
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO DJINTRPT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               DISPLAY '** CDCDJINT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACUMULAR-HISTORIA.
           READ HISTORIA-READ
               AT END
                   SET SW-HISTORIA-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   IF HIS-ANIO = WS-ANIO
                       ADD 1 TO WS-TOT-DEL-ANIO
                       PERFORM ACUMULAR-TITULAR
                       MOVE HIS-CTA-CURRENCY TO WS-MONEDA-BUSCA
                       PERFORM UBICAR-MONEDA
                       ADD 1 TO TC-HIS-REGISTROS(WS-CON-POS)
                       ADD HIS-INTEREST TO TC-HIS-BRUTO(WS-CON-POS)
                       ADD HIS-IMPUESTO TO TC-HIS-BRUTO(WS-CON-POS)
                       ADD HIS-IMPUESTO TO TC-HIS-IMPUESTO(WS-CON-POS)
                   END-IF
           END-READ.

       ACUMULAR-TITULAR.
           MOVE HIS-UID TO WS-CA-UID
           MOVE HIS-CTA-CURRENCY TO WS-CA-MONEDA
           MOVE HIS-COD-EXONERACION TO WS-CA-EXONERACION
           MOVE 0 TO WS-P
           PERFORM VARYING WS-S FROM 1 BY 1
             UNTIL WS-S > WS-ACU-IDX OR WS-P > 0
               IF TA-CLAVE(WS-S) NOT < WS-CLAVE-ACU
                   MOVE WS-S TO WS-P
               END-IF
           END-PERFORM
           MOVE 'NO' TO SW-NUEVA-CLAVE
           IF WS-P = 0
               SET SW-CLAVE-NUEVA TO TRUE
           ELSE
               IF TA-CLAVE(WS-P) NOT = WS-CLAVE-ACU
                   SET SW-CLAVE-NUEVA TO TRUE
               END-IF
           END-IF
           IF SW-CLAVE-NUEVA
               IF WS-ACU-IDX > 4999
                   DISPLAY '** CDCDJINT: TABLA DE ACUMULADOS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-P = 0
                   COMPUTE WS-P = WS-ACU-IDX + 1
               ELSE
                   PERFORM VARYING WS-S FROM WS-ACU-IDX BY -1
                     UNTIL WS-S < WS-P
                       MOVE REG-ACUMULADO(WS-S)
                         TO REG-ACUMULADO(WS-S + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-ACU-IDX
               INITIALIZE REG-ACUMULADO(WS-P)
               MOVE WS-CLAVE-ACU TO TA-CLAVE(WS-P)
               MOVE HIS-NAME TO TA-NAME(WS-P)
               MOVE HIS-LASTNAME TO TA-LASTNAME(WS-P)
           END-IF
           ADD 1 TO TA-REGISTROS(WS-P)
           ADD HIS-INTEREST TO TA-INT-BRUTO(WS-P)
           ADD HIS-IMPUESTO TO TA-INT-BRUTO(WS-P)
           ADD HIS-IMPUESTO TO TA-IMPUESTO(WS-P).

       UBICAR-MONEDA.
           MOVE 0 TO WS-CON-POS
           PERFORM VARYING WS-M FROM 1 BY 1
             UNTIL WS-M > WS-CON-IDX OR WS-CON-POS > 0
               IF TC-MONEDA(WS-M) = WS-MONEDA-BUSCA
                   MOVE WS-M TO WS-CON-POS
               END-IF
           END-PERFORM
           IF WS-CON-POS = 0
               IF WS-CON-IDX > 19
                   DISPLAY '** CDCDJINT: TABLA DE MONEDAS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CON-IDX
               MOVE WS-CON-IDX TO WS-CON-POS
               INITIALIZE REG-CONCILIACION(WS-CON-POS)
               MOVE WS-MONEDA-BUSCA TO TC-MONEDA(WS-CON-POS)
           END-IF.

      * SIN RESUMENES NO HAY CONTRA QUE CONCILIAR: LA DECLARACION SE
      * GENERA IGUAL PERO EL PASO TERMINA CON RC 8
       LEER-RESUMENES-IMPUESTO.
           OPEN INPUT IMPUESTO-RESUMEN
           IF FS-IMPTO-SUM = 0
               MOVE 'S' TO WS-IMPTOSUM-OK
               PERFORM LEER-RESUMEN-IMPUESTO UNTIL SW-IMPTOSUM-FIN-OK
               CLOSE IMPUESTO-RESUMEN
           ELSE
               DISPLAY 'CDCDJINT: IMPTOSUM NO DISPONIBLE, FILE STATUS: '
                  FS-IMPTO-SUM
           END-IF.

       LEER-RESUMEN-IMPUESTO.
           READ IMPUESTO-RESUMEN
               AT END
                   SET SW-IMPTOSUM-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-RESUMENES
                   MOVE IMS-MONEDA TO WS-MONEDA-BUSCA
                   PERFORM UBICAR-MONEDA
                   ADD IMS-REGISTROS TO TC-SUM-REGISTROS(WS-CON-POS)
                   ADD IMS-INTERES-BRUTO TO TC-SUM-BRUTO(WS-CON-POS)
                   ADD IMS-IMPUESTO TO TC-SUM-IMPUESTO(WS-CON-POS)
           END-READ.

       GRABAR-CABECERA-DJ.
           MOVE SPACES TO REG-DJ-CABECERA
           MOVE '0' TO DJC-TIPO-REG
           MOVE WS-RUC-AGENTE TO DJC-RUC-AGENTE
           MOVE WS-ANIO TO DJC-ANIO
           MOVE WS-FECHA-PROCESO-NUM TO DJC-FECHA-GENERACION
           WRITE REG-DJ-CABECERA
           ADD 1 TO WS-TOT-GRABADOS.

      * CADA ACUMULADO SE VALIDA CONTRA CLIMAST: CLIENTE INEXISTENTE,
      * NOMBRE EN BLANCO O DOCUMENTO INVALIDO VAN A LA LISTA DE
      * EXCEPCIONES Y NO A LA DECLARACION. LAS LINEAS SIN INTERES NI
      * RETENCION NO SE DECLARAN
       PROCESAR-ACUMULADO.
           MOVE TA-MONEDA(WS-P) TO WS-MONEDA-BUSCA
           PERFORM UBICAR-MONEDA
           IF TA-INT-BRUTO(WS-P) = 0 AND TA-IMPUESTO(WS-P) = 0
               ADD 1 TO WS-TOT-SIN-MONTO
               ADD TA-REGISTROS(WS-P) TO TC-SIN-REGISTROS(WS-CON-POS)
           ELSE
               PERFORM VALIDAR-TITULAR
               IF WS-DOC-OK = 'S'
                   PERFORM GRABAR-DETALLE-DJ
               ELSE
                   PERFORM IMPRIMIR-EXCEPCION
               END-IF
           END-IF.

       VALIDAR-TITULAR.
           MOVE 'S' TO WS-DOC-OK
           MOVE SPACES TO WS-MOTIVO
           MOVE TA-UID(WS-P) TO CLI-UID
           READ CLIENTE-MAESTRO
               INVALID KEY
                   MOVE 'N' TO WS-DOC-OK
                   MOVE 'CLIENTE NO EXISTE EN CLIMAST' TO WS-MOTIVO
           END-READ
           IF WS-DOC-OK = 'S'
               IF CLI-NAME = SPACES OR CLI-LASTNAME = SPACES
                   MOVE 'N' TO WS-DOC-OK
                   MOVE 'NOMBRE O APELLIDO EN BLANCO' TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-DOC-OK = 'S'
               MOVE CLI-TIPO-DOC TO WS-VAL-TIPO-DOC
               MOVE CLI-NUM-DOC TO WS-VAL-NUM-DOC
               PERFORM VALIDAR-DOCUMENTO
           END-IF.

       VALIDAR-DOCUMENTO.
           MOVE 0 TO WS-TIPO-IDX
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               IF TD-TIPO-DOC(WS-T) = WS-VAL-TIPO-DOC
                   MOVE WS-T TO WS-TIPO-IDX
               END-IF
           END-PERFORM
           IF WS-TIPO-IDX = 0
               MOVE 'N' TO WS-DOC-OK
               MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
           ELSE
               PERFORM MEDIR-DOCUMENTO
               EVALUATE TRUE
               WHEN WS-LONGITUD-DOC = 0
                   MOVE 'N' TO WS-DOC-OK
                   MOVE 'DOCUMENTO EN BLANCO' TO WS-MOTIVO
               WHEN WS-BLANCO-INTERNO = 'S'
                   MOVE 'N' TO WS-DOC-OK
                   MOVE 'DOCUMENTO CON BLANCOS' TO WS-MOTIVO
               WHEN WS-LONGITUD-DOC < TD-LONG-MINIMA(WS-TIPO-IDX) OR
                    WS-LONGITUD-DOC > TD-LONG-MAXIMA(WS-TIPO-IDX)
                   MOVE 'N' TO WS-DOC-OK
                   STRING 'LONGITUD INVALIDA PARA '
                          DELIMITED BY SIZE
                          TD-DESCRIPCION(WS-TIPO-IDX)
                          DELIMITED BY '  '
                          INTO WS-MOTIVO
               WHEN TD-CONTENIDO(WS-TIPO-IDX) = 'N' AND
                    WS-VAL-NUM-DOC(1:WS-LONGITUD-DOC) NOT NUMERIC
                   MOVE 'N' TO WS-DOC-OK
                   STRING 'NO NUMERICO PARA '
                          DELIMITED BY SIZE
                          TD-DESCRIPCION(WS-TIPO-IDX)
                          DELIMITED BY '  '
                          INTO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               IF WS-DOC-OK = 'S' AND TD-CONTENIDO(WS-TIPO-IDX) = 'A'
                   PERFORM VALIDAR-ALFANUMERICO
               END-IF
               IF WS-DOC-OK = 'S' AND
                  TD-DIGITO-VERIF(WS-TIPO-IDX) = 'S'
                   PERFORM VALIDAR-DIGITO-RUC
               END-IF
           END-IF.

      * LONGITUD = ULTIMA POSICION OCUPADA; UN BLANCO ANTES DE ELLA
      * (INCLUSO AL INICIO) INVALIDA EL DOCUMENTO
       MEDIR-DOCUMENTO.
           MOVE 0 TO WS-LONGITUD-DOC
           MOVE 'N' TO WS-BLANCO-INTERNO
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 11
               IF WS-VAL-NUM-DOC(WS-C:1) NOT = SPACE
                   IF WS-C > WS-LONGITUD-DOC + 1
                       MOVE 'S' TO WS-BLANCO-INTERNO
                   END-IF
                   MOVE WS-C TO WS-LONGITUD-DOC
               END-IF
           END-PERFORM.

       VALIDAR-ALFANUMERICO.
           PERFORM VARYING WS-C FROM 1 BY 1
             UNTIL WS-C > WS-LONGITUD-DOC
               MOVE WS-VAL-NUM-DOC(WS-C:1) TO WS-CARACTER
               IF WS-CARACTER NOT ALPHABETIC-UPPER AND
                  WS-CARACTER NOT NUMERIC
                   MOVE 'N' TO WS-DOC-OK
                   MOVE 'DOCUMENTO CON CARACTERES INVALIDOS'
                     TO WS-MOTIVO
               END-IF
           END-PERFORM.

      * RUC: PESOS 5432765432 SOBRE LAS 10 PRIMERAS POSICIONES;
      * DIGITO = 11 - RESTO, 10 PASA A 0 Y 11 PASA A 1
       VALIDAR-DIGITO-RUC.
           MOVE 0 TO WS-SUMA-RUC
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 10
               MOVE WS-VAL-NUM-DOC(WS-C:1) TO WS-DIGITO-DOC
               COMPUTE WS-SUMA-RUC = WS-SUMA-RUC +
                 WS-DIGITO-DOC * TP-PESO(WS-C)
           END-PERFORM
           COMPUTE WS-DIGITO-CALC = 11 - FUNCTION MOD(WS-SUMA-RUC, 11)
           IF WS-DIGITO-CALC = 10
               MOVE 0 TO WS-DIGITO-CALC
           END-IF
           IF WS-DIGITO-CALC = 11
               MOVE 1 TO WS-DIGITO-CALC
           END-IF
           MOVE WS-VAL-NUM-DOC(11:1) TO WS-DIGITO-DOC
           IF WS-DIGITO-DOC NOT = WS-DIGITO-CALC
               MOVE 'N' TO WS-DOC-OK
               MOVE 'DIGITO VERIFICADOR RUC INVALIDO' TO WS-MOTIVO
           END-IF.

       GRABAR-DETALLE-DJ.
           MOVE SPACES TO REG-DJ-DETALLE
           MOVE '1' TO DJD-TIPO-REG
           MOVE WS-ANIO TO DJD-ANIO
           MOVE CLI-TIPO-DOC TO DJD-TIPO-DOC
           MOVE CLI-NUM-DOC TO DJD-NUM-DOC
           MOVE CLI-LASTNAME TO DJD-APELLIDOS
           MOVE CLI-NAME TO DJD-NOMBRES
           MOVE TA-MONEDA(WS-P) TO DJD-MONEDA
           MOVE TA-INT-BRUTO(WS-P) TO DJD-INT-BRUTO
           MOVE TA-IMPUESTO(WS-P) TO DJD-IMPUESTO
           MOVE TA-EXONERACION(WS-P) TO DJD-COD-EXONERACION
           WRITE REG-DJ-DETALLE
           ADD 1 TO WS-TOT-GRABADOS
           ADD 1 TO WS-TOT-DECLARADOS
           ADD 1 TO TC-DEC-LINEAS(WS-CON-POS)
           ADD TA-REGISTROS(WS-P) TO TC-DEC-REGISTROS(WS-CON-POS)
           ADD TA-INT-BRUTO(WS-P) TO TC-DEC-BRUTO(WS-CON-POS)
           ADD TA-IMPUESTO(WS-P) TO TC-DEC-IMPUESTO(WS-CON-POS).

       GRABAR-TOTALES-DJ.
           IF TC-DEC-LINEAS(WS-M) > 0
               MOVE SPACES TO REG-DJ-TOTALES
               MOVE '9' TO DJT-TIPO-REG
               MOVE TC-MONEDA(WS-M) TO DJT-MONEDA
               MOVE TC-DEC-LINEAS(WS-M) TO DJT-CANT-REGISTROS
               MOVE TC-DEC-BRUTO(WS-M) TO DJT-TOT-INT-BRUTO
               MOVE TC-DEC-IMPUESTO(WS-M) TO DJT-TOT-IMPUESTO
               WRITE REG-DJ-TOTALES
               ADD 1 TO WS-TOT-GRABADOS
           END-IF.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-ANIO TO TIT-ANIO
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-CABECERA-EXC.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'TITULARES EXCLUIDOS DE LA DECLARACION (EXCEPCIONES)'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-EXC
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS.

       IMPRIMIR-EXCEPCION.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA-EXC
           END-IF
           ADD 1 TO WS-TOT-EXCEPCIONES
           ADD TA-REGISTROS(WS-P) TO TC-EXC-REGISTROS(WS-CON-POS)
           ADD TA-INT-BRUTO(WS-P) TO TC-EXC-BRUTO(WS-CON-POS)
           ADD TA-IMPUESTO(WS-P) TO TC-EXC-IMPUESTO(WS-CON-POS)
           MOVE TA-UID(WS-P) TO EXC-UID
           MOVE TA-MONEDA(WS-P) TO EXC-MONEDA
           MOVE TA-EXONERACION(WS-P) TO EXC-EXONERACION
           MOVE SPACES TO EXC-TITULAR
           IF WS-MOTIVO = 'CLIENTE NO EXISTE EN CLIMAST'
               MOVE SPACES TO EXC-TIPO-DOC
               MOVE SPACES TO EXC-NUM-DOC
               STRING TA-NAME(WS-P) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      TA-LASTNAME(WS-P) DELIMITED BY '  '
                      INTO EXC-TITULAR
           ELSE
               MOVE CLI-TIPO-DOC TO EXC-TIPO-DOC
               MOVE CLI-NUM-DOC TO EXC-NUM-DOC
               STRING CLI-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      CLI-LASTNAME DELIMITED BY '  '
                      INTO EXC-TITULAR
           END-IF
           MOVE WS-MOTIVO TO EXC-MOTIVO
           MOVE TA-INT-BRUTO(WS-P) TO EXC-INT-BRUTO
           MOVE TA-IMPUESTO(WS-P) TO EXC-IMPUESTO
           WRITE REG-REPORTE FROM LIN-EXCEPCION
           ADD 1 TO WS-LINEAS.

      * POR MONEDA: LO QUE DICEN LOS RESUMENES IMPTOSUM DEL EJERCICIO
      * CONTRA LA HISTORIA, Y COMO SE REPARTIO LA HISTORIA ENTRE LA
      * DECLARACION, LAS EXCEPCIONES Y LAS LINEAS SIN MONTO. CUALQUIER
      * DIFERENCIA DEJA RC 8
       IMPRIMIR-CONCILIACION.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'CONCILIACION CON RESUMENES DE RETENCION IMPTOSUM'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-CON
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           IF WS-IMPTOSUM-OK = 'N'
               MOVE '*** IMPTOSUM NO DISPONIBLE, NO SE CONCILIA ***'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           IF WS-CON-IDX = 0
               MOVE 'NO HAY INTERESES NI RESUMENES EN EL EJERCICIO'
                 TO SIN-TEXTO
               WRITE REG-REPORTE FROM LIN-SIN-DATOS
               ADD 1 TO WS-LINEAS
           END-IF
           PERFORM IMPRIMIR-CONCILIACION-MONEDA
             VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-CON-IDX.

       IMPRIMIR-CONCILIACION-MONEDA.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 9
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-CON
               WRITE REG-REPORTE FROM LIN-SEPARADOR
               ADD 2 TO WS-LINEAS
           END-IF
           MOVE TC-MONEDA(WS-M) TO CON-MONEDA
           MOVE 'RESUMENES IMPTOSUM DEL EJERCICIO' TO CON-CONCEPTO
           MOVE TC-SUM-REGISTROS(WS-M) TO CON-REGISTROS
           MOVE TC-SUM-BRUTO(WS-M) TO CON-INT-BRUTO
           MOVE TC-SUM-IMPUESTO(WS-M) TO CON-IMPUESTO
           WRITE REG-REPORTE FROM LIN-CONCILIACION
           MOVE SPACES TO CON-MONEDA
           MOVE 'HISTORIA CTASHIST DEL EJERCICIO' TO CON-CONCEPTO
           MOVE TC-HIS-REGISTROS(WS-M) TO CON-REGISTROS
           MOVE TC-HIS-BRUTO(WS-M) TO CON-INT-BRUTO
           MOVE TC-HIS-IMPUESTO(WS-M) TO CON-IMPUESTO
           WRITE REG-REPORTE FROM LIN-CONCILIACION
           MOVE '  DECLARADO EN DJINTOUT' TO CON-CONCEPTO
           MOVE TC-DEC-REGISTROS(WS-M) TO CON-REGISTROS
           MOVE TC-DEC-BRUTO(WS-M) TO CON-INT-BRUTO
           MOVE TC-DEC-IMPUESTO(WS-M) TO CON-IMPUESTO
           WRITE REG-REPORTE FROM LIN-CONCILIACION
           MOVE '  EN LISTA DE EXCEPCIONES' TO CON-CONCEPTO
           MOVE TC-EXC-REGISTROS(WS-M) TO CON-REGISTROS
           MOVE TC-EXC-BRUTO(WS-M) TO CON-INT-BRUTO
           MOVE TC-EXC-IMPUESTO(WS-M) TO CON-IMPUESTO
           WRITE REG-REPORTE FROM LIN-CONCILIACION
           MOVE '  SIN MONTO, NO SE DECLARA' TO CON-CONCEPTO
           MOVE TC-SIN-REGISTROS(WS-M) TO CON-REGISTROS
           MOVE 0 TO CON-INT-BRUTO
           MOVE 0 TO CON-IMPUESTO
           WRITE REG-REPORTE FROM LIN-CONCILIACION
           COMPUTE WS-DIF-REGISTROS =
             TC-SUM-REGISTROS(WS-M) - TC-HIS-REGISTROS(WS-M)
           COMPUTE WS-DIF-BRUTO =
             TC-SUM-BRUTO(WS-M) - TC-DEC-BRUTO(WS-M) -
             TC-EXC-BRUTO(WS-M)
           COMPUTE WS-DIF-IMPUESTO =
             TC-SUM-IMPUESTO(WS-M) - TC-DEC-IMPUESTO(WS-M) -
             TC-EXC-IMPUESTO(WS-M)
           MOVE 'DIFERENCIA IMPTOSUM - HISTORIA' TO CON-CONCEPTO
           MOVE WS-DIF-REGISTROS TO CON-REGISTROS
           MOVE WS-DIF-BRUTO TO CON-INT-BRUTO
           MOVE WS-DIF-IMPUESTO TO CON-IMPUESTO
           WRITE REG-REPORTE FROM LIN-CONCILIACION
           IF WS-DIF-REGISTROS = 0 AND WS-DIF-BRUTO = 0 AND
              WS-DIF-IMPUESTO = 0
               MOVE '  CONCILIADO' TO SIN-TEXTO
           ELSE
               ADD 1 TO WS-MONEDAS-DESCUADRE
               MOVE '  *** NO CONCILIA CON IMPTOSUM ***' TO SIN-TEXTO
           END-IF
           WRITE REG-REPORTE FROM LIN-SIN-DATOS
           WRITE REG-REPORTE FROM LIN-BLANCO
           ADD 8 TO WS-LINEAS.

       IMPRIMIR-RESUMEN.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 8
               PERFORM IMPRIMIR-CABECERA
           END-IF
           MOVE 'RESUMEN' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'REGISTROS CTASHIST DEL EJERCICIO' TO RES-TEXTO
           MOVE WS-TOT-DEL-ANIO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'TITULARES / MONEDA DECLARADOS' TO RES-TEXTO
           MOVE WS-TOT-DECLARADOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'TITULARES / MONEDA EN EXCEPCIONES' TO RES-TEXTO
           MOVE WS-TOT-EXCEPCIONES TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'TITULARES / MONEDA SIN MONTO' TO RES-TEXTO
           MOVE WS-TOT-SIN-MONTO TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MONEDAS QUE NO CONCILIAN' TO RES-TEXTO
           MOVE WS-MONEDAS-DESCUADRE TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCDJINT'
           DISPLAY 'EJERCICIO DECLARADO  . . . : ' WS-ANIO
           DISPLAY 'HISTORIA LEIDA . . . . . . : ' WS-TOT-LEIDOS
           DISPLAY 'REGISTROS DEL EJERCICIO  . : ' WS-TOT-DEL-ANIO
           DISPLAY 'RESUMENES IMPTOSUM LEIDOS  : ' WS-TOT-RESUMENES
           DISPLAY 'DETALLES DECLARADOS  . . . : ' WS-TOT-DECLARADOS
           DISPLAY 'EXCEPCIONES  . . . . . . . : ' WS-TOT-EXCEPCIONES
           DISPLAY 'SIN MONTO (NO DECLARADOS)  : ' WS-TOT-SIN-MONTO
           DISPLAY 'REGISTROS GRABADOS DJINTOUT: ' WS-TOT-GRABADOS
           DISPLAY 'MONEDAS QUE NO CONCILIAN . : ' WS-MONEDAS-DESCUADRE
           DISPLAY '-------------------------------------------'
           IF WS-TOT-EXCEPCIONES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MONEDAS-DESCUADRE > 0 OR WS-IMPTOSUM-OK = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCDJINT.
