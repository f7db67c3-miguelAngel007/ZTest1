       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCPURGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MDCFIDEM-UPD ASSIGN TO MDCFIDEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDM-CLAVE
               FILE STATUS IS FS-IDEM.
           SELECT MDCFACUU-UPD ASSIGN TO MDCFACUU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACU-CLAVE
               FILE STATUS IS FS-ACUU.
           SELECT MDCFLIMU-FILE ASSIGN TO MDCFLIMU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-USUARIO
               FILE STATUS IS FS-LIMU.
           SELECT PARM-PURGA ASSIGN TO PURGAPRM
               FILE STATUS IS FS-PARM-PURGA.
           SELECT REPORTE-PURGA ASSIGN TO PURGAOUT
               FILE STATUS IS FS-REPORTE.
       DATA DIVISION.
       FILE SECTION.
      * RESPUESTAS GUARDADAS CONTRA MENSAJES DUPLICADOS (MDCOCOMM)
       FD MDCFIDEM-UPD.
       01 REG-MDCFIDEM.
         05 IDM-CLAVE.
           10 IDM-CLAVE-SOL          PIC X(20).
           10 IDM-TRAN-TOLD          PIC X(4).
           10 IDM-CUENTA             PIC X(13).
           10 IDM-MONTO              PIC X(17).
           10 IDM-MONTO-ME           PIC X(17).
         05 IDM-CODOPE               PIC X(2).
         05 IDM-CODRET               PIC X(2).
         05 IDM-NUM-TOLD01           PIC X(10).
         05 IDM-NUM-TOLD02           PIC X(10).
         05 IDM-CODRET-COMIS         PIC X(2).
         05 IDM-CODERR-CAS           PIC 9(2).
         05 IDM-CODRET-CAS           PIC X(1).
         05 IDM-FLAG-RETEN           PIC X(1).
         05 IDM-FECHA                PIC X(8).
         05 IDM-FECHA-NUM REDEFINES IDM-FECHA PIC 9(8).
         05 IDM-HORA                 PIC X(6).
         05 IDM-MENSAJE              PIC X(80).
         05 FILLER                   PIC X(5).

      * ACUMULADO DIARIO DE MONTOS POR USUARIO (MDCOCOMM)
       FD MDCFACUU-UPD.
       01 REG-MDCFACUU.
         05 ACU-CLAVE.
           10 ACU-USUARIO            PIC X(8).
           10 ACU-FECHA              PIC X(8).
         05 ACU-MONTO                PIC 9(13)V99.
         05 FILLER                   PIC X(49).

      * LIMITE DIARIO POR USUARIO (TABLA MANTENIBLE)
       FD MDCFLIMU-FILE.
       01 REG-MDCFLIMU.
         05 LIM-USUARIO              PIC X(8).
         05 LIM-MONTO-DIARIO         PIC 9(13)V99.
         05 FILLER                   PIC X(57).

       FD PARM-PURGA.
       01 REG-PARM-PURGA.
         05 PARM-DIAS-RETENCION      PIC X(3).
         05 PARM-PCT-ALERTA          PIC X(3).
         05 PARM-FECHA-PROCESO       PIC X(8).
         05 FILLER                   PIC X(66).

       FD REPORTE-PURGA.
       01 REG-REPORTE            PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-IDEM              PIC 99.
       01 FS-ACUU              PIC 99.
       01 FS-LIMU              PIC 99.
       01 FS-PARM-PURGA        PIC 99.
       01 FS-REPORTE           PIC 99.

       01 WS-FECHA-PROCESO.
         05 WS-PRC-CC          PIC 9(2).
         05 WS-PRC-AA          PIC 9(2).
         05 WS-PRC-MM          PIC 9(2).
         05 WS-PRC-DD          PIC 9(2).
       01 WS-FECHA-PROCESO-X REDEFINES WS-FECHA-PROCESO PIC X(8).
       01 WS-FECHA-PROCESO-NUM PIC 9(8) VALUE 0.
       01 WS-FECHA-CORTE-IDEM  PIC 9(8) VALUE 0.

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

      * LA RETENCION DE MDCFIDEM ES OBLIGATORIA EN LA TARJETA; EL
      * PORCENTAJE DE ALERTA TOMA 80 SI NO SE INFORMA
       01 WS-DIAS-RETENCION    PIC 9(3) VALUE 0.
       01 WS-PCT-ALERTA        PIC 9(3) VALUE 80.
       01 WS-PCT-USO           PIC 9(5)V99 VALUE 0.

       01 WS-TOT-ACUU-DIA      PIC 9(7) VALUE 0.
       01 WS-TOT-SOBRE-ALERTA  PIC 9(7) VALUE 0.
       01 WS-TOT-EXCEDIDOS     PIC 9(7) VALUE 0.
       01 WS-TOT-SIN-LIMITE    PIC 9(7) VALUE 0.
       01 WS-TOT-MONTO-DIA     PIC 9(15)V99 VALUE 0.

       01 WS-TOT-IDEM-LEIDOS   PIC 9(9) VALUE 0.
       01 WS-TOT-IDEM-BORRADOS PIC 9(9) VALUE 0.
       01 WS-TOT-IDEM-SIN-FEC  PIC 9(9) VALUE 0.
       01 WS-TOT-ACUU-LEIDOS   PIC 9(9) VALUE 0.
       01 WS-TOT-ACUU-BORRADOS PIC 9(9) VALUE 0.
       01 WS-TOT-ERRORES-DEL   PIC 9(7) VALUE 0.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-IDEM.
         05 SW-IDEM-END                PIC XX VALUE 'NO'.
           88 SW-IDEM-FIN-OK           VALUE 'SI'.
           88 SW-IDEM-FIN-NO           VALUE 'NO'.

       01 SW-ACUU.
         05 SW-ACUU-END                PIC XX VALUE 'NO'.
           88 SW-ACUU-FIN-OK           VALUE 'SI'.
           88 SW-ACUU-FIN-NO           VALUE 'NO'.

       01 SW-LIMU.
         05 SW-LIMU-ESTADO             PIC XX VALUE 'NO'.
           88 SW-LIMU-ABIERTO          VALUE 'SI'.
         05 SW-LIMITE-HALLADO          PIC XX VALUE 'NO'.
           88 SW-LIMITE-SI             VALUE 'SI'.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(45) VALUE
            'UTILIZACION DE LIMITES DIARIOS POR USUARIO'.
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
         05 FILLER               PIC X(19) VALUE
            'ALERTA A PARTIR DE '.
         05 TIT-PCT-ALERTA       PIC ZZ9.
         05 FILLER               PIC X(2)  VALUE ' %'.
         05 FILLER               PIC X(39) VALUE SPACES.

       01 LIN-SECCION.
         05 SEC-TEXTO            PIC X(60).
         05 FILLER               PIC X(73) VALUE SPACES.

       01 LIN-CAB-USO.
         05 FILLER               PIC X(10) VALUE 'USUARIO'.
         05 FILLER               PIC X(23) VALUE
            '   ACUMULADO DEL DIA'.
         05 FILLER               PIC X(23) VALUE
            '       LIMITE DIARIO'.
         05 FILLER               PIC X(12) VALUE '     % USO'.
         05 FILLER               PIC X(20) VALUE 'OBSERVACION'.
         05 FILLER               PIC X(45) VALUE SPACES.

       01 LIN-USO.
         05 USO-USUARIO          PIC X(8).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 USO-ACUMULADO        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 USO-LIMITE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
         05 USO-LIMITE-X REDEFINES USO-LIMITE PIC X(21).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 USO-PCT              PIC ZZ,ZZ9.99.
         05 USO-PCT-X REDEFINES USO-PCT PIC X(9).
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 USO-MARCA            PIC X(20).
         05 FILLER               PIC X(45) VALUE SPACES.

       01 LIN-RESUMEN.
         05 RES-TEXTO            PIC X(45).
         05 RES-VALOR            PIC ZZZ,ZZZ,ZZ9.
         05 FILLER               PIC X(77) VALUE SPACES.

       01 LIN-SIN-MOVIMIENTO.
         05 FILLER               PIC X(40) VALUE
            'NO HAY ACUMULADOS DE USUARIO EN EL DIA'.
         05 FILLER               PIC X(93) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           OPEN OUTPUT REPORTE-PURGA
           IF FS-REPORTE NOT = 0
               DISPLAY 'ERROR ABRIENDO PURGAOUT, FILE STATUS: '
                  FS-REPORTE
               DISPLAY '** CDCPURGA: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REPORTAR-UTILIZACION
           PERFORM DEPURAR-ACUMULADOS
           PERFORM DEPURAR-IDEMPOTENCIA
           PERFORM IMPRIMIR-RESUMEN-DEPURACION
           CLOSE REPORTE-PURGA
           PERFORM MOSTRAR-TOTALES
           STOP RUN.

       OBTENER-FECHA-PROCESO.
           CALL 'SISROFEC' USING LCP-CURRENT-DATE-68 FORMATO WTIEMPO
           MOVE LCP-CENT TO WS-PRC-CC
           MOVE LCP-YEAR TO WS-PRC-AA
           MOVE LCP-MONTH TO WS-PRC-MM
           MOVE LCP-DAY1 TO WS-PRC-DD
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM.

      * SIN TARJETA O SIN RETENCION VALIDA NO SE DEPURA NADA: UN
      * BORRADO CON UN VALOR SUPUESTO NO TIENE VUELTA ATRAS
       LEER-PARAMETROS.
           OPEN INPUT PARM-PURGA
           IF FS-PARM-PURGA NOT = 0
               DISPLAY 'ERROR ABRIENDO PURGAPRM, FILE STATUS: '
                  FS-PARM-PURGA
               DISPLAY '** CDCPURGA: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-PURGA
               AT END
                   DISPLAY '** CDCPURGA: TARJETA DE PARAMETROS '
                   DISPLAY '** AUSENTE, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PARM-DIAS-RETENCION NOT NUMERIC
               DISPLAY '** CDCPURGA: DIAS DE RETENCION INVALIDOS: '
                  PARM-DIAS-RETENCION
               DISPLAY '** CDCPURGA: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-DIAS-RETENCION TO WS-DIAS-RETENCION
           IF PARM-PCT-ALERTA NUMERIC AND PARM-PCT-ALERTA NOT = ZEROS
               MOVE PARM-PCT-ALERTA TO WS-PCT-ALERTA
           END-IF
           IF PARM-FECHA-PROCESO NUMERIC AND
              PARM-FECHA-PROCESO NOT = ZEROS
               MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
               MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-NUM
               DISPLAY 'CDCPURGA: REPROCESO CON FECHA '
                  WS-FECHA-PROCESO-NUM
           END-IF
           CLOSE PARM-PURGA
           COMPUTE WS-FECHA-CORTE-IDEM = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-NUM) -
             WS-DIAS-RETENCION).

      * ANTES DE DEPURAR: ACUMULADO DEL DIA DE CADA USUARIO CONTRA SU
      * LIMITE. SIN REGISTRO EN MDCFLIMU (O CON LIMITE EN CERO) EL
      * USUARIO NO TIENE TOPE EN MDCOCOMM Y SE SENALA
       REPORTAR-UTILIZACION.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'ACUMULADO DEL DIA CONTRA LIMITE DIARIO (MDCFLIMU)'
             TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-USO
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           OPEN INPUT MDCFLIMU-FILE
           IF FS-LIMU = 0
               SET SW-LIMU-ABIERTO TO TRUE
           ELSE
               DISPLAY 'CDCPURGA: MDCFLIMU NO DISPONIBLE, FILE STATUS: '
                  FS-LIMU
           END-IF
           OPEN INPUT MDCFACUU-UPD
           IF FS-ACUU = 0
               PERFORM LEER-ACUMULADO-REPORTE UNTIL SW-ACUU-FIN-OK
               CLOSE MDCFACUU-UPD
           ELSE
               DISPLAY 'CDCPURGA: MDCFACUU NO DISPONIBLE, FILE STATUS: '
                  FS-ACUU
           END-IF
           IF SW-LIMU-ABIERTO
               CLOSE MDCFLIMU-FILE
           END-IF
           IF WS-TOT-ACUU-DIA = 0
               WRITE REG-REPORTE FROM LIN-SIN-MOVIMIENTO
               ADD 1 TO WS-LINEAS
           END-IF.

       LEER-ACUMULADO-REPORTE.
           READ MDCFACUU-UPD NEXT RECORD
               AT END
                   SET SW-ACUU-FIN-OK TO TRUE
               NOT AT END
                   IF ACU-FECHA = WS-FECHA-PROCESO-X
                       PERFORM IMPRIMIR-UTILIZACION
                   END-IF
           END-READ.

       IMPRIMIR-UTILIZACION.
           ADD 1 TO WS-TOT-ACUU-DIA
           ADD ACU-MONTO TO WS-TOT-MONTO-DIA
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-USO
               WRITE REG-REPORTE FROM LIN-SEPARADOR
               ADD 2 TO WS-LINEAS
           END-IF
           MOVE ACU-USUARIO TO USO-USUARIO
           MOVE ACU-MONTO TO USO-ACUMULADO
           MOVE SPACES TO USO-MARCA
           MOVE 'NO' TO SW-LIMITE-HALLADO
           IF SW-LIMU-ABIERTO
               MOVE ACU-USUARIO TO LIM-USUARIO
               READ MDCFLIMU-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LIM-MONTO-DIARIO NUMERIC AND
                          LIM-MONTO-DIARIO > 0
                           SET SW-LIMITE-SI TO TRUE
                       END-IF
               END-READ
           END-IF
           IF SW-LIMITE-SI
               MOVE LIM-MONTO-DIARIO TO USO-LIMITE
               COMPUTE WS-PCT-USO ROUNDED =
                 ACU-MONTO * 100 / LIM-MONTO-DIARIO
                 ON SIZE ERROR
                   MOVE 99999.99 TO WS-PCT-USO
               END-COMPUTE
               MOVE WS-PCT-USO TO USO-PCT
               IF WS-PCT-USO > 100
                   MOVE 'LIMITE EXCEDIDO' TO USO-MARCA
                   ADD 1 TO WS-TOT-EXCEDIDOS
               ELSE
                   IF WS-PCT-USO NOT < WS-PCT-ALERTA
                       MOVE 'SOBRE % DE ALERTA' TO USO-MARCA
                       ADD 1 TO WS-TOT-SOBRE-ALERTA
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO USO-LIMITE-X
               MOVE SPACES TO USO-PCT-X
               MOVE 'SIN LIMITE' TO USO-MARCA
               ADD 1 TO WS-TOT-SIN-LIMITE
           END-IF
           WRITE REG-REPORTE FROM LIN-USO
           ADD 1 TO WS-LINEAS.

      * MDCFACUU: SE BORRAN LOS ACUMULADOS DE FECHAS ANTERIORES AL
      * PROCESO; EL DEL DIA (Y CUALQUIER FECHA FUTURA) SE CONSERVA
       DEPURAR-ACUMULADOS.
           MOVE 'NO' TO SW-ACUU-END
           OPEN I-O MDCFACUU-UPD
           IF FS-ACUU = 0
               PERFORM DEPURAR-ACUMULADO UNTIL SW-ACUU-FIN-OK
               CLOSE MDCFACUU-UPD
           ELSE
               DISPLAY 'CDCPURGA: MDCFACUU NO SE DEPURA, FILE STATUS: '
                  FS-ACUU
           END-IF.

       DEPURAR-ACUMULADO.
           READ MDCFACUU-UPD NEXT RECORD
               AT END
                   SET SW-ACUU-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-ACUU-LEIDOS
                   IF ACU-FECHA < WS-FECHA-PROCESO-X
                       DELETE MDCFACUU-UPD
                       IF FS-ACUU = 0
                           ADD 1 TO WS-TOT-ACUU-BORRADOS
                       ELSE
                           DISPLAY 'CDCPURGA: ERROR BORRANDO MDCFACUU '
                              ACU-CLAVE ' FILE STATUS: ' FS-ACUU
                           ADD 1 TO WS-TOT-ERRORES-DEL
                       END-IF
                   END-IF
           END-READ.

      * MDCFIDEM: SE BORRAN LAS RESPUESTAS GRABADAS ANTES DE LA FECHA
      * DE CORTE (PROCESO MENOS DIAS DE RETENCION). SIN FECHA VALIDA
      * NO SE BORRA: SE CUENTA PARA REVISION
       DEPURAR-IDEMPOTENCIA.
           OPEN I-O MDCFIDEM-UPD
           IF FS-IDEM = 0
               PERFORM DEPURAR-RESPUESTA UNTIL SW-IDEM-FIN-OK
               CLOSE MDCFIDEM-UPD
           ELSE
               DISPLAY 'CDCPURGA: MDCFIDEM NO SE DEPURA, FILE STATUS: '
                  FS-IDEM
           END-IF.

       DEPURAR-RESPUESTA.
           READ MDCFIDEM-UPD NEXT RECORD
               AT END
                   SET SW-IDEM-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-IDEM-LEIDOS
                   IF IDM-FECHA NOT NUMERIC
                       ADD 1 TO WS-TOT-IDEM-SIN-FEC
                   ELSE
                       IF IDM-FECHA-NUM < WS-FECHA-CORTE-IDEM
                           DELETE MDCFIDEM-UPD
                           IF FS-IDEM = 0
                               ADD 1 TO WS-TOT-IDEM-BORRADOS
                           ELSE
                               DISPLAY
                                 'CDCPURGA: ERROR BORRANDO MDCFIDEM, '
                                 'FILE STATUS: ' FS-IDEM
                               ADD 1 TO WS-TOT-ERRORES-DEL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-PROCESO-NUM TO WS-FECHA-EDIT-NUM
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           MOVE WS-PCT-ALERTA TO TIT-PCT-ALERTA
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       IMPRIMIR-RESUMEN-DEPURACION.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 16
               PERFORM IMPRIMIR-CABECERA
           END-IF
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE 'USUARIOS CON ACUMULADO EN EL DIA' TO RES-TEXTO
           MOVE WS-TOT-ACUU-DIA TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'USUARIOS SOBRE EL % DE ALERTA' TO RES-TEXTO
           MOVE WS-TOT-SOBRE-ALERTA TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'USUARIOS CON LIMITE EXCEDIDO' TO RES-TEXTO
           MOVE WS-TOT-EXCEDIDOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'USUARIOS SIN LIMITE EN MDCFLIMU' TO RES-TEXTO
           MOVE WS-TOT-SIN-LIMITE TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 'DEPURACION' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           MOVE 'MDCFACUU REGISTROS LEIDOS' TO RES-TEXTO
           MOVE WS-TOT-ACUU-LEIDOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MDCFACUU BORRADOS (FECHAS ANTERIORES)' TO RES-TEXTO
           MOVE WS-TOT-ACUU-BORRADOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MDCFIDEM REGISTROS LEIDOS' TO RES-TEXTO
           MOVE WS-TOT-IDEM-LEIDOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MDCFIDEM BORRADOS (FUERA DE RETENCION)' TO RES-TEXTO
           MOVE WS-TOT-IDEM-BORRADOS TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'MDCFIDEM SIN FECHA VALIDA (NO BORRADOS)' TO RES-TEXTO
           MOVE WS-TOT-IDEM-SIN-FEC TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN
           MOVE 'ERRORES AL BORRAR' TO RES-TEXTO
           MOVE WS-TOT-ERRORES-DEL TO RES-VALOR
           WRITE REG-REPORTE FROM LIN-RESUMEN.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCPURGA'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'DIAS DE RETENCION MDCFIDEM : ' WS-DIAS-RETENCION
           DISPLAY 'FECHA DE CORTE MDCFIDEM  . : ' WS-FECHA-CORTE-IDEM
           DISPLAY 'USUARIOS CON ACUMULADO . . : ' WS-TOT-ACUU-DIA
           DISPLAY 'USUARIOS SOBRE ALERTA  . . : ' WS-TOT-SOBRE-ALERTA
           DISPLAY 'USUARIOS LIMITE EXCEDIDO . : ' WS-TOT-EXCEDIDOS
           DISPLAY 'USUARIOS SIN LIMITE  . . . : ' WS-TOT-SIN-LIMITE
           DISPLAY 'MDCFACUU LEIDOS  . . . . . : ' WS-TOT-ACUU-LEIDOS
           DISPLAY 'MDCFACUU BORRADOS  . . . . : ' WS-TOT-ACUU-BORRADOS
           DISPLAY 'MDCFIDEM LEIDOS  . . . . . : ' WS-TOT-IDEM-LEIDOS
           DISPLAY 'MDCFIDEM BORRADOS  . . . . : ' WS-TOT-IDEM-BORRADOS
           DISPLAY 'MDCFIDEM SIN FECHA . . . . : ' WS-TOT-IDEM-SIN-FEC
           DISPLAY 'ERRORES AL BORRAR  . . . . : ' WS-TOT-ERRORES-DEL
           DISPLAY '-------------------------------------------'
           IF WS-TOT-ERRORES-DEL > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCPURGA.
