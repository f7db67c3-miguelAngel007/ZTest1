       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCALRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS ASSIGN TO MDCFALER
                       FILE STATUS IS FS-ALERTAS.
           SELECT PARM-ALRPT ASSIGN TO ALRPTPRM
                       FILE STATUS IS FS-PARM-ALRPT.
           SELECT REPORTE-ALERTAS ASSIGN TO ALRPTOUT
                       FILE STATUS IS FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
      * BITACORA DE ALERTAS DE CLIENTES ESPECIALES QUE GRABA MDCOCOMM
      * EN LAS OPERACIONES 06 Y 07 (DESCARGA SECUENCIAL DEL ESDS)
       FD ALERTAS.
       01 REG-ALERTA.
         05 ALE-FECHA              PIC X(8).
         05 ALE-FECHA-NUM REDEFINES ALE-FECHA PIC 9(8).
         05 ALE-HORA               PIC X(6).
         05 ALE-CODOPE             PIC X(2).
         05 ALE-USUARIO            PIC X(8).
         05 ALE-TERMINAL           PIC X(4).
         05 ALE-TIPO-DOC           PIC X(2).
         05 ALE-NUM-DOC            PIC X(15).
         05 ALE-NOMBRE             PIC X(85).
         05 ALE-CODRET-CCE         PIC X(2).
         05 ALE-CRITICIDAD         PIC X(2).
         05 FILLER                 PIC X(16).

       FD PARM-ALRPT.
       01 REG-PARM-ALRPT.
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 PARM-DIAS-VENTANA      PIC X(3).
         05 FILLER                 PIC X(69).

       FD REPORTE-ALERTAS.
       01 REG-REPORTE            PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-ALERTAS           PIC 99.
       01 FS-PARM-ALRPT        PIC 99.
       01 FS-REPORTE           PIC 99.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-NUM PIC 9(8) VALUE 0.
       01 WS-FECHA-DESDE       PIC 9(8) VALUE 0.

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

      * VENTANA DE REINCIDENCIA: DIAS HACIA ATRAS, INCLUIDO EL DIA
       01 WS-DIAS-VENTANA      PIC 9(3) VALUE 30.

      * ALERTAS DEL DIA, EN EL ORDEN EN QUE SE PRODUJERON
       01 WS-HIT-IDX           PIC 9(5) VALUE 0.
       01 WS-H                 PIC 9(5) VALUE 0.
       01 TABLE-HITS-DIA.
         05 REG-HIT              OCCURS 20000.
           10 TH-USUARIO         PIC X(8).
           10 TH-HORA            PIC X(6).
           10 TH-CODOPE          PIC X(2).
           10 TH-TERMINAL        PIC X(4).
           10 TH-CLIENTE         PIC 9(5).

      * CLIENTES CON ALERTA DENTRO DE LA VENTANA
       01 WS-CLI-IDX           PIC 9(5) VALUE 0.
       01 WS-C                 PIC 9(5) VALUE 0.
       01 WS-CLI-POS           PIC 9(5) VALUE 0.
       01 TABLE-CLIENTES.
         05 REG-CLIENTE-ALERTA   OCCURS 20000.
           10 TC-TIPO-DOC        PIC X(2).
           10 TC-NUM-DOC         PIC X(15).
           10 TC-NOMBRE          PIC X(40).
           10 TC-CRITICIDAD      PIC X(2).
           10 TC-HITS-DIA        PIC 9(5).
           10 TC-HITS-VENTANA    PIC 9(5).
           10 TC-ULT-FECHA-ANT   PIC 9(8).

       01 WS-USR-IDX           PIC 9(3) VALUE 0.
       01 WS-U                 PIC 9(3) VALUE 0.
       01 WS-USR-POS           PIC 9(3) VALUE 0.
       01 TABLE-USUARIOS.
         05 REG-USUARIO          OCCURS 500.
           10 TU-USUARIO         PIC X(8).
           10 TU-HITS            PIC 9(5).

       01 WS-TOT-LEIDOS        PIC 9(7) VALUE 0.
       01 WS-TOT-VENTANA       PIC 9(7) VALUE 0.
       01 WS-TOT-HITS-DIA      PIC 9(7) VALUE 0.
       01 WS-TOT-CLIENTES-DIA  PIC 9(7) VALUE 0.
       01 WS-TOT-REINCIDENTES  PIC 9(7) VALUE 0.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-ALERTAS.
         05 SW-ALERTAS-END             PIC XX VALUE 'NO'.
           88 SW-ALERTAS-FIN-OK        VALUE 'SI'.
           88 SW-ALERTAS-FIN-NO        VALUE 'NO'.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(45) VALUE
            'REVISION DE ALERTAS DE CLIENTES ESPECIALES'.
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
         05 FILLER               PIC X(10) VALUE SPACES.
         05 FILLER               PIC X(22) VALUE
            'VENTANA REINCIDENCIA: '.
         05 TIT-DIAS-VENTANA     PIC ZZ9.
         05 FILLER               PIC X(5)  VALUE ' DIAS'.
         05 FILLER               PIC X(33) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-USUARIO.
         05 FILLER               PIC X(9)  VALUE 'USUARIO: '.
         05 USR-USUARIO          PIC X(8).
         05 FILLER               PIC X(12) VALUE '  ALERTAS: '.
         05 USR-HITS             PIC ZZZZ9.
         05 FILLER               PIC X(99) VALUE SPACES.

       01 LIN-CAB-HIT.
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(9)  VALUE 'HORA'.
         05 FILLER               PIC X(5)  VALUE 'OPE'.
         05 FILLER               PIC X(6)  VALUE 'TERM'.
         05 FILLER               PIC X(20) VALUE 'DOCUMENTO'.
         05 FILLER               PIC X(41) VALUE 'CLIENTE'.
         05 FILLER               PIC X(6)  VALUE 'CRIT'.
         05 FILLER               PIC X(20) VALUE 'ALERTAS EN VENTANA'.
         05 FILLER               PIC X(22) VALUE SPACES.

       01 LIN-HIT.
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 HIT-HORA.
           10 HIT-HH             PIC X(2).
           10 FILLER             PIC X     VALUE ':'.
           10 HIT-MI             PIC X(2).
           10 FILLER             PIC X     VALUE ':'.
           10 HIT-SS             PIC X(2).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 HIT-CODOPE           PIC X(2).
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 HIT-TERMINAL         PIC X(4).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 HIT-TIPO-DOC         PIC X(2).
         05 FILLER               PIC X     VALUE '-'.
         05 HIT-NUM-DOC          PIC X(15).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 HIT-NOMBRE           PIC X(40).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 HIT-CRITICIDAD       PIC X(2).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 HIT-HITS-VENTANA     PIC ZZZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 HIT-MARCA            PIC X(12).
         05 FILLER               PIC X(22) VALUE SPACES.

       01 LIN-CAB-CLIENTE.
         05 FILLER               PIC X(20) VALUE 'DOCUMENTO'.
         05 FILLER               PIC X(41) VALUE 'CLIENTE'.
         05 FILLER               PIC X(6)  VALUE 'CRIT'.
         05 FILLER               PIC X(11) VALUE 'HOY'.
         05 FILLER               PIC X(11) VALUE 'VENTANA'.
         05 FILLER               PIC X(14) VALUE 'ALERTA PREVIA'.
         05 FILLER               PIC X(30) VALUE SPACES.

       01 LIN-CLIENTE.
         05 CLI-TIPO-DOC         PIC X(2).
         05 FILLER               PIC X     VALUE '-'.
         05 CLI-NUM-DOC          PIC X(15).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CLI-NOMBRE           PIC X(40).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CLI-CRITICIDAD       PIC X(2).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 CLI-HITS-DIA         PIC ZZZZ9.
         05 FILLER               PIC X(6)  VALUE SPACES.
         05 CLI-HITS-VENTANA     PIC ZZZZ9.
         05 FILLER               PIC X(6)  VALUE SPACES.
         05 CLI-ULT-FECHA.
           10 CLI-ULT-DD         PIC X(2).
           10 CLI-ULT-SEP-1      PIC X.
           10 CLI-ULT-MM         PIC X(2).
           10 CLI-ULT-SEP-2      PIC X.
           10 CLI-ULT-AAAA       PIC X(4).
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 CLI-MARCA            PIC X(12).
         05 FILLER               PIC X(18) VALUE SPACES.

       01 LIN-SIN-MOVIMIENTO.
         05 FILLER               PIC X(40) VALUE
            'NO HAY ALERTAS REGISTRADAS EN EL DIA'.
         05 FILLER               PIC X(93) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM PROCESAR-ALERTAS UNTIL SW-ALERTAS-FIN-OK
           CLOSE ALERTAS
           PERFORM IMPRIMIR-POR-USUARIO
           PERFORM IMPRIMIR-POR-CLIENTE
           CLOSE REPORTE-ALERTAS
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
           OPEN INPUT PARM-ALRPT
           IF FS-PARM-ALRPT = 0
               READ PARM-ALRPT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCALRPT: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
                       IF PARM-DIAS-VENTANA NUMERIC AND
                          PARM-DIAS-VENTANA NOT = ZEROS
                           MOVE PARM-DIAS-VENTANA TO WS-DIAS-VENTANA
                       END-IF
               END-READ
               CLOSE PARM-ALRPT
           END-IF
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM) -
             WS-DIAS-VENTANA + 1).

       ABRIR-ARCHIVOS.
           OPEN INPUT ALERTAS
           OPEN OUTPUT REPORTE-ALERTAS
           IF FS-ALERTAS NOT = 0 OR FS-REPORTE NOT = 0
               IF FS-ALERTAS NOT = 0
                   DISPLAY 'ERROR ABRIENDO MDCFALER, FILE STATUS: '
                      FS-ALERTAS
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO ALRPTOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               DISPLAY '** CDCALRPT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SOLO INTERESAN LAS ALERTAS DENTRO DE LA VENTANA; LAS DEL DIA
      * ADEMAS SE GUARDAN UNA A UNA PARA EL DETALLE POR USUARIO
       PROCESAR-ALERTAS.
           READ ALERTAS
               AT END
                   SET SW-ALERTAS-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDOS
                   IF ALE-FECHA NUMERIC AND
                      ALE-FECHA-NUM NOT < WS-FECHA-DESDE AND
                      ALE-FECHA-NUM NOT > WS-FECHA-PROCESO-NUM
                       ADD 1 TO WS-TOT-VENTANA
                       PERFORM ACUMULAR-CLIENTE
                       IF ALE-FECHA-NUM = WS-FECHA-PROCESO-NUM
                           PERFORM REGISTRAR-HIT-DIA
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-CLIENTE.
           MOVE 0 TO WS-CLI-POS
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CLI-IDX
               IF TC-TIPO-DOC(WS-C) = ALE-TIPO-DOC AND
                  TC-NUM-DOC(WS-C) = ALE-NUM-DOC
                   MOVE WS-C TO WS-CLI-POS
               END-IF
           END-PERFORM
           IF WS-CLI-POS = 0
               IF WS-CLI-IDX > 19999
                   DISPLAY
                     '** CDCALRPT: TABLA DE CLIENTES EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLI-IDX
               MOVE WS-CLI-IDX TO WS-CLI-POS
               INITIALIZE REG-CLIENTE-ALERTA(WS-CLI-POS)
               MOVE ALE-TIPO-DOC TO TC-TIPO-DOC(WS-CLI-POS)
               MOVE ALE-NUM-DOC TO TC-NUM-DOC(WS-CLI-POS)
           END-IF
           MOVE ALE-NOMBRE TO TC-NOMBRE(WS-CLI-POS)
           MOVE ALE-CRITICIDAD TO TC-CRITICIDAD(WS-CLI-POS)
           ADD 1 TO TC-HITS-VENTANA(WS-CLI-POS)
           IF ALE-FECHA-NUM = WS-FECHA-PROCESO-NUM
               ADD 1 TO TC-HITS-DIA(WS-CLI-POS)
           ELSE
               IF ALE-FECHA-NUM > TC-ULT-FECHA-ANT(WS-CLI-POS)
                   MOVE ALE-FECHA-NUM TO TC-ULT-FECHA-ANT(WS-CLI-POS)
               END-IF
           END-IF.

       REGISTRAR-HIT-DIA.
           IF WS-HIT-IDX > 19999
               DISPLAY
                 '** CDCALRPT: TABLA DE ALERTAS DEL DIA EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIT-IDX
           ADD 1 TO WS-TOT-HITS-DIA
           MOVE ALE-USUARIO TO TH-USUARIO(WS-HIT-IDX)
           MOVE ALE-HORA TO TH-HORA(WS-HIT-IDX)
           MOVE ALE-CODOPE TO TH-CODOPE(WS-HIT-IDX)
           MOVE ALE-TERMINAL TO TH-TERMINAL(WS-HIT-IDX)
           MOVE WS-CLI-POS TO TH-CLIENTE(WS-HIT-IDX)
           MOVE 0 TO WS-USR-POS
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-USR-IDX
               IF TU-USUARIO(WS-U) = ALE-USUARIO
                   MOVE WS-U TO WS-USR-POS
               END-IF
           END-PERFORM
           IF WS-USR-POS = 0
               IF WS-USR-IDX > 499
                   DISPLAY
                     '** CDCALRPT: TABLA DE USUARIOS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-USR-IDX
               MOVE WS-USR-IDX TO WS-USR-POS
               MOVE ALE-USUARIO TO TU-USUARIO(WS-USR-POS)
               MOVE 0 TO TU-HITS(WS-USR-POS)
           END-IF
           ADD 1 TO TU-HITS(WS-USR-POS).

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           MOVE WS-DIAS-VENTANA TO TIT-DIAS-VENTANA
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-POR-USUARIO.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'ALERTAS DEL DIA POR USUARIO' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 2 TO WS-LINEAS
           IF WS-USR-IDX = 0
               WRITE REG-REPORTE FROM LIN-SIN-MOVIMIENTO
           END-IF
           PERFORM IMPRIMIR-USUARIO
             VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-USR-IDX.

       IMPRIMIR-USUARIO.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 4
               PERFORM IMPRIMIR-CABECERA
           END-IF
           MOVE TU-USUARIO(WS-U) TO USR-USUARIO
           MOVE TU-HITS(WS-U) TO USR-HITS
           WRITE REG-REPORTE FROM LIN-BLANCO
           WRITE REG-REPORTE FROM LIN-USUARIO
           WRITE REG-REPORTE FROM LIN-CAB-HIT
           ADD 3 TO WS-LINEAS
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-HIT-IDX
               IF TH-USUARIO(WS-H) = TU-USUARIO(WS-U)
                   PERFORM IMPRIMIR-HIT
               END-IF
           END-PERFORM.

       IMPRIMIR-HIT.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-HIT
               ADD 1 TO WS-LINEAS
           END-IF
           MOVE TH-CLIENTE(WS-H) TO WS-C
           MOVE TH-HORA(WS-H)(1:2) TO HIT-HH
           MOVE TH-HORA(WS-H)(3:2) TO HIT-MI
           MOVE TH-HORA(WS-H)(5:2) TO HIT-SS
           MOVE TH-CODOPE(WS-H) TO HIT-CODOPE
           MOVE TH-TERMINAL(WS-H) TO HIT-TERMINAL
           MOVE TC-TIPO-DOC(WS-C) TO HIT-TIPO-DOC
           MOVE TC-NUM-DOC(WS-C) TO HIT-NUM-DOC
           MOVE TC-NOMBRE(WS-C) TO HIT-NOMBRE
           MOVE TC-CRITICIDAD(WS-C) TO HIT-CRITICIDAD
           MOVE TC-HITS-VENTANA(WS-C) TO HIT-HITS-VENTANA
           IF TC-HITS-VENTANA(WS-C) > 1
               MOVE 'REINCIDENTE' TO HIT-MARCA
           ELSE
               MOVE SPACES TO HIT-MARCA
           END-IF
           WRITE REG-REPORTE FROM LIN-HIT
           ADD 1 TO WS-LINEAS.

      * POR CLIENTE SE LISTAN LOS QUE TUVIERON ALERTA HOY, CON EL
      * TOTAL DE LA VENTANA Y LA ULTIMA ALERTA ANTERIOR A HOY
       IMPRIMIR-POR-CLIENTE.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'ALERTAS DEL DIA POR CLIENTE' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-CLIENTE
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           IF WS-TOT-HITS-DIA = 0
               WRITE REG-REPORTE FROM LIN-SIN-MOVIMIENTO
           END-IF
           PERFORM IMPRIMIR-CLIENTE
             VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CLI-IDX.

       IMPRIMIR-CLIENTE.
           IF TC-HITS-DIA(WS-C) > 0
               ADD 1 TO WS-TOT-CLIENTES-DIA
               IF WS-LINEAS > WS-LINEAS-X-PAGINA
                   PERFORM IMPRIMIR-CABECERA
                   WRITE REG-REPORTE FROM LIN-CAB-CLIENTE
                   WRITE REG-REPORTE FROM LIN-SEPARADOR
                   ADD 2 TO WS-LINEAS
               END-IF
               MOVE TC-TIPO-DOC(WS-C) TO CLI-TIPO-DOC
               MOVE TC-NUM-DOC(WS-C) TO CLI-NUM-DOC
               MOVE TC-NOMBRE(WS-C) TO CLI-NOMBRE
               MOVE TC-CRITICIDAD(WS-C) TO CLI-CRITICIDAD
               MOVE TC-HITS-DIA(WS-C) TO CLI-HITS-DIA
               MOVE TC-HITS-VENTANA(WS-C) TO CLI-HITS-VENTANA
               MOVE SPACES TO CLI-ULT-FECHA
               IF TC-ULT-FECHA-ANT(WS-C) > 0
                   MOVE TC-ULT-FECHA-ANT(WS-C) TO WS-FECHA-EDIT-NUM
                   MOVE WS-FE-DD TO CLI-ULT-DD
                   MOVE '/' TO CLI-ULT-SEP-1
                   MOVE WS-FE-MM TO CLI-ULT-MM
                   MOVE '/' TO CLI-ULT-SEP-2
                   MOVE WS-FE-AAAA TO CLI-ULT-AAAA
               END-IF
               IF TC-HITS-VENTANA(WS-C) > 1
                   MOVE 'REINCIDENTE' TO CLI-MARCA
                   ADD 1 TO WS-TOT-REINCIDENTES
               ELSE
                   MOVE SPACES TO CLI-MARCA
               END-IF
               WRITE REG-REPORTE FROM LIN-CLIENTE
               ADD 1 TO WS-LINEAS
           END-IF.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCALRPT'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'VENTANA DESDE  . . . . . . : ' WS-FECHA-DESDE
           DISPLAY 'ALERTAS LEIDAS . . . . . . : ' WS-TOT-LEIDOS
           DISPLAY 'ALERTAS EN LA VENTANA  . . : ' WS-TOT-VENTANA
           DISPLAY 'ALERTAS DEL DIA  . . . . . : ' WS-TOT-HITS-DIA
           DISPLAY 'USUARIOS CON ALERTAS . . . : ' WS-USR-IDX
           DISPLAY 'CLIENTES CON ALERTA HOY  . : ' WS-TOT-CLIENTES-DIA
           DISPLAY 'CLIENTES REINCIDENTES  . . : ' WS-TOT-REINCIDENTES
           DISPLAY '-------------------------------------------'.

       END PROGRAM CDCALRPT.
