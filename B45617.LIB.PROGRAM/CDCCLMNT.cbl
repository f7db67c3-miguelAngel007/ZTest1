       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCCLMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MAESTRO ASSIGN TO CLIMAST
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CLI-UID
                       FILE STATUS IS FS-CLIMAST.
           SELECT TRANSACCIONES ASSIGN TO CLIMTRX
                       FILE STATUS IS FS-TRX.
           SELECT CLIENTE-DIFERENCIAS ASSIGN TO CLIMDIF
                       FILE STATUS IS FS-CLIMDIF.
           SELECT AUDITORIA-CLIENTE ASSIGN TO CLIMAUD
                       FILE STATUS IS FS-AUDITORIA.
           SELECT PARM-CLMNT ASSIGN TO CLMNTPRM
                       FILE STATUS IS FS-PARM-CLMNT.
           SELECT REPORTE-MANTENIMIENTO ASSIGN TO CLMNTOUT
                       FILE STATUS IS FS-REPORTE.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                       FILE STATUS IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
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

      * A ALTA, C CAMBIO (CAMPO EN BLANCO = SIN CAMBIO), B BAJA,
      * P APROBAR EL NOMBRE QUE TRAE CLIMDIF PARA EL UID
       FD TRANSACCIONES.
       01 REG-TRANSACCION.
         05 TRX-CODIGO             PIC X(1).
           88 TRX-ALTA             VALUE 'A'.
           88 TRX-CAMBIO           VALUE 'C'.
           88 TRX-BAJA             VALUE 'B'.
           88 TRX-APROBAR          VALUE 'P'.
         05 TRX-USUARIO            PIC X(8).
         05 TRX-UID                PIC X(3).
         05 TRX-NAME               PIC X(15).
         05 TRX-LASTNAME           PIC X(15).
         05 TRX-TIPO-DOC           PIC X(2).
         05 TRX-NUM-DOC            PIC X(11).
         05 TRX-SUCURSAL           PIC X(3).
         05 TRX-DIRECCION          PIC X(30).
         05 TRX-TELEFONO           PIC X(12).
         05 FILLER                 PIC X(20).

      * DIFERENCIAS DE NOMBRE QUE DEJA CDCINPLZ (CUENTA VS MAESTRO)
       FD CLIENTE-DIFERENCIAS.
       01 REG-CLI-DIF.
         05 DIF-UID                PIC X(3).
         05 DIF-NAME-CUENTA        PIC X(15).
         05 DIF-LASTNAME-CUENTA    PIC X(15).
         05 DIF-NAME-MAESTRO       PIC X(15).
         05 DIF-LASTNAME-MAESTRO   PIC X(15).
         05 FILLER                 PIC X(17).

      * IMAGEN ANTES / DESPUES DE CADA CAMBIO APLICADO AL MAESTRO;
      * EN ALTA EL ANTES VA EN BLANCO Y EN BAJA EL DESPUES
       FD AUDITORIA-CLIENTE.
       01 REG-AUDITORIA.
         05 AUD-FECHA              PIC 9(8).
         05 AUD-HORA               PIC X(6).
         05 AUD-USUARIO            PIC X(8).
         05 AUD-CODIGO             PIC X(1).
         05 AUD-UID                PIC X(3).
         05 AUD-ANTES              PIC X(100).
         05 AUD-DESPUES            PIC X(100).
         05 FILLER                 PIC X(14).

       FD PARM-CLMNT.
       01 REG-PARM-CLMNT.
         05 PARM-FECHA-PROCESO     PIC X(8).
         05 FILLER                 PIC X(72).

       FD REPORTE-MANTENIMIENTO.
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

       01 FS-CLIMAST           PIC 99.
       01 FS-TRX               PIC 99.
       01 FS-CLIMDIF           PIC 99.
       01 FS-AUDITORIA         PIC 99.
       01 FS-PARM-CLMNT        PIC 99.
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

      * TIPOS DE DOCUMENTO ADMITIDOS: LONGITUD MINIMA Y MAXIMA, SI ES
      * SOLO NUMERICO (N) O ALFANUMERICO (A), Y SI LLEVA DIGITO
      * VERIFICADOR MODULO 11 EN LA ULTIMA POSICION (RUC)
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

      * INDICE DE DOCUMENTOS DEL MAESTRO (SE CARGA AL INICIO Y SE
      * MANTIENE CON CADA ALTA, CAMBIO O BAJA): UN DOCUMENTO NO PUEDE
      * QUEDAR ASIGNADO A DOS UID
       01 WS-DOC-IDX           PIC 9(6) VALUE 0.
       01 WS-X                 PIC 9(6) VALUE 0.
       01 WS-POS-UID           PIC 9(6) VALUE 0.
       01 TABLE-DOCUMENTOS.
         05 REG-DOCUMENTO        OCCURS 50000.
           10 TX-UID             PIC X(3).
           10 TX-TIPO-DOC        PIC X(2).
           10 TX-NUM-DOC         PIC X(11).

       01 WS-DIF-IDX           PIC 9(5) VALUE 0.
       01 WS-F                 PIC 9(5) VALUE 0.
       01 WS-DIF-POS           PIC 9(5) VALUE 0.
       01 TABLE-DIFERENCIAS.
         05 REG-DIFERENCIA       OCCURS 5000.
           10 TF-UID             PIC X(3).
           10 TF-NAME            PIC X(15).
           10 TF-LASTNAME        PIC X(15).

       01 WS-CLIMDIF-DISPONIBLE PIC X VALUE 'N'.
       01 WS-TRX-OK            PIC X VALUE 'N'.
       01 WS-MOTIVO            PIC X(40).
       01 WS-CLIENTE-EXISTE    PIC X VALUE 'N'.
       01 WS-REG-ANTES         PIC X(100).

      * VISTAS DE LAS IMAGENES DE AUDITORIA PARA EL REPORTE POR CAMPO
       01 WS-CLI-ANTES.
         05 ANT-UID                PIC X(3).
         05 ANT-NAME               PIC X(15).
         05 ANT-LASTNAME           PIC X(15).
         05 ANT-TIPO-DOC           PIC X(2).
         05 ANT-NUM-DOC            PIC X(11).
         05 ANT-SUCURSAL           PIC X(3).
         05 ANT-DIRECCION          PIC X(30).
         05 ANT-TELEFONO           PIC X(12).
         05 FILLER                 PIC X(9).
       01 WS-CLI-DESPUES.
         05 DES-UID                PIC X(3).
         05 DES-NAME               PIC X(15).
         05 DES-LASTNAME           PIC X(15).
         05 DES-TIPO-DOC           PIC X(2).
         05 DES-NUM-DOC            PIC X(11).
         05 DES-SUCURSAL           PIC X(3).
         05 DES-DIRECCION          PIC X(30).
         05 DES-TELEFONO           PIC X(12).
         05 FILLER                 PIC X(9).

      * USUARIOS CON CAMBIOS EN EL DIA, PARA AGRUPAR EL REPORTE
       01 WS-USR-IDX           PIC 9(3) VALUE 0.
       01 WS-U                 PIC 9(3) VALUE 0.
       01 WS-USR-POS           PIC 9(3) VALUE 0.
       01 TABLE-USUARIOS.
         05 REG-USUARIO          OCCURS 200.
           10 TU-USUARIO         PIC X(8).
           10 TU-ALTAS           PIC 9(5).
           10 TU-CAMBIOS         PIC 9(5).
           10 TU-BAJAS           PIC 9(5).
           10 TU-APROBACIONES    PIC 9(5).

       01 WS-TOT-TRX           PIC 9(7) VALUE 0.
       01 WS-TOT-ALTAS         PIC 9(7) VALUE 0.
       01 WS-TOT-CAMBIOS       PIC 9(7) VALUE 0.
       01 WS-TOT-BAJAS         PIC 9(7) VALUE 0.
       01 WS-TOT-APROBACIONES  PIC 9(7) VALUE 0.
       01 WS-TOT-RECHAZOS      PIC 9(7) VALUE 0.
       01 WS-TOT-AUDITORIA     PIC 9(7) VALUE 0.
       01 WS-TOT-AUD-DIA       PIC 9(7) VALUE 0.

       01 FS-RUNCTL            PIC 99.

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-TRX.
         05 SW-TRX-END                 PIC XX VALUE 'NO'.
           88 SW-TRX-FIN-OK            VALUE 'SI'.
           88 SW-TRX-FIN-NO            VALUE 'NO'.

       01 SW-MAESTRO.
         05 SW-MAESTRO-END             PIC XX VALUE 'NO'.
           88 SW-MAESTRO-FIN-OK        VALUE 'SI'.
           88 SW-MAESTRO-FIN-NO        VALUE 'NO'.

       01 SW-CLIMDIF.
         05 SW-CLIMDIF-END             PIC XX VALUE 'NO'.
           88 SW-CLIMDIF-FIN-OK        VALUE 'SI'.
           88 SW-CLIMDIF-FIN-NO        VALUE 'NO'.

       01 SW-AUDITORIA.
         05 SW-AUDITORIA-END           PIC XX VALUE 'NO'.
           88 SW-AUDITORIA-FIN-OK      VALUE 'SI'.
           88 SW-AUDITORIA-FIN-NO      VALUE 'NO'.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).
       01 WS-FECHA-EDIT-NUM REDEFINES WS-FECHA-EDIT PIC 9(8).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(45) VALUE
            'MANTENIMIENTO DEL MAESTRO DE CLIENTES CLIMAST'.
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

       01 LIN-CAB-RECHAZO.
         05 FILLER               PIC X(4)  VALUE 'TRX '.
         05 FILLER               PIC X(9)  VALUE 'USUARIO'.
         05 FILLER               PIC X(4)  VALUE 'UID'.
         05 FILLER               PIC X(32) VALUE 'NOMBRE'.
         05 FILLER               PIC X(16) VALUE 'DOCUMENTO'.
         05 FILLER               PIC X(40) VALUE 'MOTIVO'.
         05 FILLER               PIC X(28) VALUE SPACES.

       01 LIN-RECHAZO.
         05 RCH-CODIGO           PIC X(1).
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 RCH-USUARIO          PIC X(8).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 RCH-UID              PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 RCH-NAME             PIC X(15).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 RCH-LASTNAME         PIC X(15).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 RCH-TIPO-DOC         PIC X(2).
         05 FILLER               PIC X     VALUE '-'.
         05 RCH-NUM-DOC          PIC X(11).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 RCH-MOTIVO           PIC X(40).
         05 FILLER               PIC X(28) VALUE SPACES.

       01 LIN-USUARIO.
         05 FILLER               PIC X(9)  VALUE 'USUARIO: '.
         05 USR-USUARIO          PIC X(8).
         05 FILLER               PIC X(9)  VALUE '  ALTAS '.
         05 USR-ALTAS            PIC ZZZZ9.
         05 FILLER               PIC X(10) VALUE '  CAMBIOS '.
         05 USR-CAMBIOS          PIC ZZZZ9.
         05 FILLER               PIC X(9)  VALUE '  BAJAS '.
         05 USR-BAJAS            PIC ZZZZ9.
         05 FILLER               PIC X(16) VALUE '  APROBACIONES '.
         05 USR-APROBACIONES     PIC ZZZZ9.
         05 FILLER               PIC X(52) VALUE SPACES.

       01 LIN-CAB-CAMBIO.
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 FILLER               PIC X(9)  VALUE 'HORA'.
         05 FILLER               PIC X(7)  VALUE 'ACCION'.
         05 FILLER               PIC X(5)  VALUE 'UID'.
         05 FILLER               PIC X(11) VALUE 'CAMPO'.
         05 FILLER               PIC X(32) VALUE 'VALOR ANTERIOR'.
         05 FILLER               PIC X(32) VALUE 'VALOR NUEVO'.
         05 FILLER               PIC X(33) VALUE SPACES.

       01 LIN-CAMBIO.
         05 FILLER               PIC X(4)  VALUE SPACES.
         05 CMB-HORA.
           10 CMB-HH             PIC X(2).
           10 FILLER             PIC X     VALUE ':'.
           10 CMB-MI             PIC X(2).
           10 FILLER             PIC X     VALUE ':'.
           10 CMB-SS             PIC X(2).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CMB-ACCION           PIC X(6).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CMB-UID              PIC X(3).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 CMB-CAMPO            PIC X(10).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CMB-ANTES            PIC X(31).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 CMB-DESPUES          PIC X(31).
         05 FILLER               PIC X(34) VALUE SPACES.

       01 LIN-SIN-MOVIMIENTO.
         05 FILLER               PIC X(40) VALUE
            'NO HAY CAMBIOS REGISTRADOS EN EL DIA'.
         05 FILLER               PIC X(93) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-PROCESO
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-INDICE-DOCUMENTOS
           PERFORM CARGAR-DIFERENCIAS
           PERFORM IMPRIMIR-CABECERA
           MOVE 'TRANSACCIONES RECHAZADAS' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-RECHAZO
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           PERFORM PROCESAR-TRANSACCIONES UNTIL SW-TRX-FIN-OK
           CLOSE TRANSACCIONES
           CLOSE CLIENTE-MAESTRO
           CLOSE AUDITORIA-CLIENTE
           PERFORM IMPRIMIR-CAMBIOS-DEL-DIA
           CLOSE REPORTE-MANTENIMIENTO
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

       LEER-PARAMETROS.
           OPEN INPUT PARM-CLMNT
           IF FS-PARM-CLMNT = 0
               READ PARM-CLMNT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
                           MOVE WS-FECHA-PROCESO
                             TO WS-FECHA-PROCESO-NUM
                           DISPLAY 'CDCCLMNT: REPROCESO CON FECHA '
                              WS-FECHA-PROCESO-NUM
                       END-IF
               END-READ
               CLOSE PARM-CLMNT
           END-IF.

      * EL MAESTRO SE CREA VACIO LA PRIMERA VEZ (STATUS 35); LA
      * AUDITORIA SE EXTIENDE CORRIDA TRAS CORRIDA
       ABRIR-ARCHIVOS.
           OPEN INPUT TRANSACCIONES
           OPEN OUTPUT REPORTE-MANTENIMIENTO
           OPEN I-O CLIENTE-MAESTRO
           IF FS-CLIMAST = 35
               DISPLAY 'CDCCLMNT: CLIMAST NO EXISTE, SE CREA VACIO'
               OPEN OUTPUT CLIENTE-MAESTRO
               CLOSE CLIENTE-MAESTRO
               OPEN I-O CLIENTE-MAESTRO
           END-IF
           OPEN EXTEND AUDITORIA-CLIENTE
           IF FS-AUDITORIA = 35
               OPEN OUTPUT AUDITORIA-CLIENTE
           END-IF
           IF FS-TRX NOT = 0 OR FS-REPORTE NOT = 0 OR
              FS-CLIMAST NOT = 0 OR FS-AUDITORIA NOT = 0
               IF FS-TRX NOT = 0
                   DISPLAY 'ERROR ABRIENDO CLIMTRX, FILE STATUS: '
                      FS-TRX
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO CLMNTOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               IF FS-CLIMAST NOT = 0
                   DISPLAY 'ERROR ABRIENDO CLIMAST, FILE STATUS: '
                      FS-CLIMAST
               END-IF
               IF FS-AUDITORIA NOT = 0
                   DISPLAY 'ERROR ABRIENDO CLIMAUD, FILE STATUS: '
                      FS-AUDITORIA
               END-IF
               DISPLAY '** CDCCLMNT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARGAR-INDICE-DOCUMENTOS.
           MOVE LOW-VALUES TO CLI-UID
           START CLIENTE-MAESTRO KEY NOT < CLI-UID
           IF FS-CLIMAST NOT = 0
               SET SW-MAESTRO-FIN-OK TO TRUE
           END-IF
           PERFORM LEER-MAESTRO-SECUENCIAL UNTIL SW-MAESTRO-FIN-OK.

       LEER-MAESTRO-SECUENCIAL.
           READ CLIENTE-MAESTRO NEXT RECORD
               AT END
                   SET SW-MAESTRO-FIN-OK TO TRUE
               NOT AT END
                   IF CLI-NUM-DOC NOT = SPACES
                       PERFORM AGREGAR-DOCUMENTO
                   END-IF
           END-READ.

       AGREGAR-DOCUMENTO.
           IF WS-DOC-IDX > 49999
               DISPLAY
                 '** CDCCLMNT: INDICE DE DOCUMENTOS EXCEDE '
               DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DOC-IDX
           MOVE CLI-UID TO TX-UID(WS-DOC-IDX)
           MOVE CLI-TIPO-DOC TO TX-TIPO-DOC(WS-DOC-IDX)
           MOVE CLI-NUM-DOC TO TX-NUM-DOC(WS-DOC-IDX).

      * CLIMDIF ES OPCIONAL: SIN EL TODA APROBACION SE RECHAZA. SI UN
      * UID APARECE VARIAS VECES VALE LA ULTIMA DIFERENCIA GRABADA
       CARGAR-DIFERENCIAS.
           OPEN INPUT CLIENTE-DIFERENCIAS
           IF FS-CLIMDIF = 0
               MOVE 'S' TO WS-CLIMDIF-DISPONIBLE
               PERFORM LEER-DIFERENCIA UNTIL SW-CLIMDIF-FIN-OK
               CLOSE CLIENTE-DIFERENCIAS
           ELSE
               DISPLAY 'CDCCLMNT: CLIMDIF NO DISPONIBLE, NO SE '
               DISPLAY 'ACEPTAN APROBACIONES, FILE STATUS: '
                  FS-CLIMDIF
           END-IF.

       LEER-DIFERENCIA.
           READ CLIENTE-DIFERENCIAS
               AT END
                   SET SW-CLIMDIF-FIN-OK TO TRUE
               NOT AT END
                   IF WS-DIF-IDX > 4999
                       DISPLAY
                         '** CDCCLMNT: TABLA DE DIFERENCIAS EXCEDE '
                       DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DIF-IDX
                   MOVE DIF-UID TO TF-UID(WS-DIF-IDX)
                   MOVE DIF-NAME-CUENTA TO TF-NAME(WS-DIF-IDX)
                   MOVE DIF-LASTNAME-CUENTA TO TF-LASTNAME(WS-DIF-IDX)
           END-READ.

       PROCESAR-TRANSACCIONES.
           READ TRANSACCIONES
               AT END
                   SET SW-TRX-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-TRX
                   PERFORM APLICAR-TRANSACCION
           END-READ.

       APLICAR-TRANSACCION.
           MOVE 'S' TO WS-TRX-OK
           MOVE SPACES TO WS-MOTIVO
           IF TRX-USUARIO = SPACES
               MOVE 'N' TO WS-TRX-OK
               MOVE 'USUARIO NO INFORMADO' TO WS-MOTIVO
           END-IF
           IF WS-TRX-OK = 'S' AND TRX-UID = SPACES
               MOVE 'N' TO WS-TRX-OK
               MOVE 'UID EN BLANCO' TO WS-MOTIVO
           END-IF
           IF WS-TRX-OK = 'S'
               PERFORM LEER-CLIENTE
               EVALUATE TRUE
               WHEN TRX-ALTA
                   PERFORM APLICAR-ALTA
               WHEN TRX-CAMBIO
                   PERFORM APLICAR-CAMBIO
               WHEN TRX-BAJA
                   PERFORM APLICAR-BAJA
               WHEN TRX-APROBAR
                   PERFORM APLICAR-APROBACION
               WHEN OTHER
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'CODIGO DE TRANSACCION INVALIDO' TO WS-MOTIVO
               END-EVALUATE
           END-IF
           IF WS-TRX-OK = 'N'
               PERFORM IMPRIMIR-RECHAZO
           END-IF.

       LEER-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-EXISTE
           MOVE SPACES TO WS-REG-ANTES
           MOVE TRX-UID TO CLI-UID
           READ CLIENTE-MAESTRO
           IF FS-CLIMAST = 0
               MOVE 'S' TO WS-CLIENTE-EXISTE
               MOVE REG-CLIENTE TO WS-REG-ANTES
           END-IF.

       APLICAR-ALTA.
           IF WS-CLIENTE-EXISTE = 'S'
               MOVE 'N' TO WS-TRX-OK
               MOVE 'ALTA DE UID YA EXISTENTE' TO WS-MOTIVO
           ELSE
               MOVE SPACES TO REG-CLIENTE
               MOVE TRX-UID TO CLI-UID
               MOVE TRX-NAME TO CLI-NAME
               MOVE TRX-LASTNAME TO CLI-LASTNAME
               MOVE TRX-TIPO-DOC TO CLI-TIPO-DOC
               MOVE TRX-NUM-DOC TO CLI-NUM-DOC
               MOVE TRX-SUCURSAL TO CLI-SUCURSAL
               MOVE TRX-DIRECCION TO CLI-DIRECCION
               MOVE TRX-TELEFONO TO CLI-TELEFONO
               PERFORM VALIDAR-CLIENTE
               IF WS-TRX-OK = 'S'
                   WRITE REG-CLIENTE
                   IF FS-CLIMAST = 0
                       PERFORM AGREGAR-DOCUMENTO
                       ADD 1 TO WS-TOT-ALTAS
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                       MOVE 'N' TO WS-TRX-OK
                       MOVE 'ERROR GRABANDO CLIMAST' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      * EN UN CAMBIO SOLO SE REEMPLAZAN LOS CAMPOS INFORMADOS; EL
      * REGISTRO RESULTANTE SE VALIDA COMPLETO
       APLICAR-CAMBIO.
           IF WS-CLIENTE-EXISTE = 'N'
               MOVE 'N' TO WS-TRX-OK
               MOVE 'CAMBIO DE UID INEXISTENTE' TO WS-MOTIVO
           ELSE
               IF TRX-NAME NOT = SPACES
                   MOVE TRX-NAME TO CLI-NAME
               END-IF
               IF TRX-LASTNAME NOT = SPACES
                   MOVE TRX-LASTNAME TO CLI-LASTNAME
               END-IF
               IF TRX-TIPO-DOC NOT = SPACES
                   MOVE TRX-TIPO-DOC TO CLI-TIPO-DOC
               END-IF
               IF TRX-NUM-DOC NOT = SPACES
                   MOVE TRX-NUM-DOC TO CLI-NUM-DOC
               END-IF
               IF TRX-SUCURSAL NOT = SPACES
                   MOVE TRX-SUCURSAL TO CLI-SUCURSAL
               END-IF
               IF TRX-DIRECCION NOT = SPACES
                   MOVE TRX-DIRECCION TO CLI-DIRECCION
               END-IF
               IF TRX-TELEFONO NOT = SPACES
                   MOVE TRX-TELEFONO TO CLI-TELEFONO
               END-IF
               IF REG-CLIENTE = WS-REG-ANTES
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'CAMBIO SIN DIFERENCIAS' TO WS-MOTIVO
               ELSE
                   PERFORM VALIDAR-CLIENTE
               END-IF
               IF WS-TRX-OK = 'S'
                   PERFORM REGRABAR-CLIENTE
                   IF WS-TRX-OK = 'S'
                       PERFORM ACTUALIZAR-DOCUMENTO
                       ADD 1 TO WS-TOT-CAMBIOS
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       APLICAR-BAJA.
           IF WS-CLIENTE-EXISTE = 'N'
               MOVE 'N' TO WS-TRX-OK
               MOVE 'BAJA DE UID INEXISTENTE' TO WS-MOTIVO
           ELSE
               DELETE CLIENTE-MAESTRO RECORD
               IF FS-CLIMAST = 0
                   PERFORM UBICAR-DOCUMENTO-UID
                   IF WS-POS-UID > 0
                       MOVE SPACES TO REG-DOCUMENTO(WS-POS-UID)
                   END-IF
                   MOVE SPACES TO REG-CLIENTE
                   ADD 1 TO WS-TOT-BAJAS
                   PERFORM GRABAR-AUDITORIA
               ELSE
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'ERROR BORRANDO CLIMAST' TO WS-MOTIVO
               END-IF
           END-IF.

      * APROBAR ES ACEPTAR COMO BUENO EL NOMBRE DEL REGISTRO DE
      * CUENTAS QUE CDCINPLZ ENCONTRO DISTINTO AL DEL MAESTRO
       APLICAR-APROBACION.
           MOVE 0 TO WS-DIF-POS
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-DIF-IDX
               IF TF-UID(WS-F) = TRX-UID
                   MOVE WS-F TO WS-DIF-POS
               END-IF
           END-PERFORM
           IF WS-CLIENTE-EXISTE = 'N'
               MOVE 'N' TO WS-TRX-OK
               MOVE 'APROBACION DE UID INEXISTENTE' TO WS-MOTIVO
           ELSE
               IF WS-DIF-POS = 0
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'UID SIN DIFERENCIA EN CLIMDIF' TO WS-MOTIVO
               ELSE
                   MOVE TF-NAME(WS-DIF-POS) TO CLI-NAME
                   MOVE TF-LASTNAME(WS-DIF-POS) TO CLI-LASTNAME
                   IF REG-CLIENTE = WS-REG-ANTES
                       MOVE 'N' TO WS-TRX-OK
                       MOVE 'NOMBRE YA APROBADO' TO WS-MOTIVO
                   ELSE
                       PERFORM REGRABAR-CLIENTE
                   END-IF
                   IF WS-TRX-OK = 'S'
                       ADD 1 TO WS-TOT-APROBACIONES
                       PERFORM GRABAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       REGRABAR-CLIENTE.
           REWRITE REG-CLIENTE
           IF FS-CLIMAST NOT = 0
               MOVE 'N' TO WS-TRX-OK
               MOVE 'ERROR REGRABANDO CLIMAST' TO WS-MOTIVO
           END-IF.

       VALIDAR-CLIENTE.
           IF CLI-NAME = SPACES OR CLI-LASTNAME = SPACES
               MOVE 'N' TO WS-TRX-OK
               MOVE 'NOMBRE O APELLIDO EN BLANCO' TO WS-MOTIVO
           END-IF
           IF WS-TRX-OK = 'S'
               MOVE CLI-TIPO-DOC TO WS-VAL-TIPO-DOC
               MOVE CLI-NUM-DOC TO WS-VAL-NUM-DOC
               PERFORM VALIDAR-DOCUMENTO
           END-IF
           IF WS-TRX-OK = 'S'
               PERFORM VALIDAR-DUPLICADO
           END-IF.

       VALIDAR-DOCUMENTO.
           MOVE 0 TO WS-TIPO-IDX
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               IF TD-TIPO-DOC(WS-T) = WS-VAL-TIPO-DOC
                   MOVE WS-T TO WS-TIPO-IDX
               END-IF
           END-PERFORM
           IF WS-TIPO-IDX = 0
               MOVE 'N' TO WS-TRX-OK
               MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
           ELSE
               PERFORM MEDIR-DOCUMENTO
               EVALUATE TRUE
               WHEN WS-BLANCO-INTERNO = 'S'
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'DOCUMENTO CON BLANCOS' TO WS-MOTIVO
               WHEN WS-LONGITUD-DOC < TD-LONG-MINIMA(WS-TIPO-IDX) OR
                    WS-LONGITUD-DOC > TD-LONG-MAXIMA(WS-TIPO-IDX)
                   MOVE 'N' TO WS-TRX-OK
                   STRING 'LONGITUD INVALIDA PARA '
                          DELIMITED BY SIZE
                          TD-DESCRIPCION(WS-TIPO-IDX)
                          DELIMITED BY '  '
                          INTO WS-MOTIVO
               WHEN TD-CONTENIDO(WS-TIPO-IDX) = 'N' AND
                    WS-VAL-NUM-DOC(1:WS-LONGITUD-DOC) NOT NUMERIC
                   MOVE 'N' TO WS-TRX-OK
                   STRING 'NO NUMERICO PARA '
                          DELIMITED BY SIZE
                          TD-DESCRIPCION(WS-TIPO-IDX)
                          DELIMITED BY '  '
                          INTO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               IF WS-TRX-OK = 'S' AND TD-CONTENIDO(WS-TIPO-IDX) = 'A'
                   PERFORM VALIDAR-ALFANUMERICO
               END-IF
               IF WS-TRX-OK = 'S' AND
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
                   MOVE 'N' TO WS-TRX-OK
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
               MOVE 'N' TO WS-TRX-OK
               MOVE 'DIGITO VERIFICADOR RUC INVALIDO' TO WS-MOTIVO
           END-IF.

       VALIDAR-DUPLICADO.
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-DOC-IDX
               IF TX-TIPO-DOC(WS-X) = CLI-TIPO-DOC AND
                  TX-NUM-DOC(WS-X) = CLI-NUM-DOC AND
                  TX-UID(WS-X) NOT = CLI-UID
                   MOVE 'N' TO WS-TRX-OK
                   STRING 'DOCUMENTO YA ASIGNADO AL UID '
                          DELIMITED BY SIZE
                          TX-UID(WS-X) DELIMITED BY SIZE
                          INTO WS-MOTIVO
               END-IF
           END-PERFORM.

       UBICAR-DOCUMENTO-UID.
           MOVE 0 TO WS-POS-UID
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-DOC-IDX
               IF TX-UID(WS-X) = CLI-UID
                   MOVE WS-X TO WS-POS-UID
               END-IF
           END-PERFORM.

       ACTUALIZAR-DOCUMENTO.
           PERFORM UBICAR-DOCUMENTO-UID
           IF WS-POS-UID > 0
               MOVE CLI-TIPO-DOC TO TX-TIPO-DOC(WS-POS-UID)
               MOVE CLI-NUM-DOC TO TX-NUM-DOC(WS-POS-UID)
           ELSE
               PERFORM AGREGAR-DOCUMENTO
           END-IF.

       GRABAR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA
           MOVE WS-FECHA-PROCESO-NUM TO AUD-FECHA
           MOVE WTIEMPO TO AUD-HORA
           MOVE TRX-USUARIO TO AUD-USUARIO
           MOVE TRX-CODIGO TO AUD-CODIGO
           MOVE TRX-UID TO AUD-UID
           MOVE WS-REG-ANTES TO AUD-ANTES
           MOVE REG-CLIENTE TO AUD-DESPUES
           WRITE REG-AUDITORIA
           ADD 1 TO WS-TOT-AUDITORIA.

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

       IMPRIMIR-RECHAZO.
           ADD 1 TO WS-TOT-RECHAZOS
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-RECHAZO
               WRITE REG-REPORTE FROM LIN-SEPARADOR
               ADD 2 TO WS-LINEAS
           END-IF
           MOVE TRX-CODIGO TO RCH-CODIGO
           MOVE TRX-USUARIO TO RCH-USUARIO
           MOVE TRX-UID TO RCH-UID
           MOVE TRX-NAME TO RCH-NAME
           MOVE TRX-LASTNAME TO RCH-LASTNAME
           MOVE TRX-TIPO-DOC TO RCH-TIPO-DOC
           MOVE TRX-NUM-DOC TO RCH-NUM-DOC
           MOVE WS-MOTIVO TO RCH-MOTIVO
           WRITE REG-REPORTE FROM LIN-RECHAZO
           ADD 1 TO WS-LINEAS.

      * QUIEN CAMBIO QUE: SE RECORRE LA AUDITORIA DEL DIA (TODAS LAS
      * CORRIDAS DE LA FECHA), PRIMERO PARA CONOCER LOS USUARIOS Y
      * LUEGO UNA VEZ POR USUARIO PARA LISTAR SUS CAMBIOS CAMPO A CAMPO
       IMPRIMIR-CAMBIOS-DEL-DIA.
           PERFORM IMPRIMIR-CABECERA
           MOVE 'CAMBIOS DEL DIA AL MAESTRO POR USUARIO' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 2 TO WS-LINEAS
           OPEN INPUT AUDITORIA-CLIENTE
           IF FS-AUDITORIA = 0
               PERFORM CONTAR-AUDITORIA-USUARIO
                 UNTIL SW-AUDITORIA-FIN-OK
               CLOSE AUDITORIA-CLIENTE
           END-IF
           IF WS-USR-IDX = 0
               WRITE REG-REPORTE FROM LIN-SIN-MOVIMIENTO
           END-IF
           PERFORM IMPRIMIR-USUARIO
             VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-USR-IDX.

       CONTAR-AUDITORIA-USUARIO.
           READ AUDITORIA-CLIENTE
               AT END
                   SET SW-AUDITORIA-FIN-OK TO TRUE
               NOT AT END
                   IF AUD-FECHA = WS-FECHA-PROCESO-NUM
                       ADD 1 TO WS-TOT-AUD-DIA
                       PERFORM ACUMULAR-USUARIO
                   END-IF
           END-READ.

       ACUMULAR-USUARIO.
           MOVE 0 TO WS-USR-POS
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-USR-IDX
               IF TU-USUARIO(WS-U) = AUD-USUARIO
                   MOVE WS-U TO WS-USR-POS
               END-IF
           END-PERFORM
           IF WS-USR-POS = 0
               IF WS-USR-IDX > 199
                   DISPLAY
                     '** CDCCLMNT: TABLA DE USUARIOS EXCEDE '
                   DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-USR-IDX
               MOVE WS-USR-IDX TO WS-USR-POS
               INITIALIZE REG-USUARIO(WS-USR-POS)
               MOVE AUD-USUARIO TO TU-USUARIO(WS-USR-POS)
           END-IF
           EVALUATE AUD-CODIGO
           WHEN 'A'
               ADD 1 TO TU-ALTAS(WS-USR-POS)
           WHEN 'C'
               ADD 1 TO TU-CAMBIOS(WS-USR-POS)
           WHEN 'B'
               ADD 1 TO TU-BAJAS(WS-USR-POS)
           WHEN 'P'
               ADD 1 TO TU-APROBACIONES(WS-USR-POS)
           END-EVALUATE.

       IMPRIMIR-USUARIO.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 4
               PERFORM IMPRIMIR-CABECERA
           END-IF
           MOVE TU-USUARIO(WS-U) TO USR-USUARIO
           MOVE TU-ALTAS(WS-U) TO USR-ALTAS
           MOVE TU-CAMBIOS(WS-U) TO USR-CAMBIOS
           MOVE TU-BAJAS(WS-U) TO USR-BAJAS
           MOVE TU-APROBACIONES(WS-U) TO USR-APROBACIONES
           WRITE REG-REPORTE FROM LIN-BLANCO
           WRITE REG-REPORTE FROM LIN-USUARIO
           WRITE REG-REPORTE FROM LIN-CAB-CAMBIO
           ADD 3 TO WS-LINEAS
           MOVE 'NO' TO SW-AUDITORIA-END
           OPEN INPUT AUDITORIA-CLIENTE
           PERFORM LEER-AUDITORIA-USUARIO UNTIL SW-AUDITORIA-FIN-OK
           CLOSE AUDITORIA-CLIENTE.

       LEER-AUDITORIA-USUARIO.
           READ AUDITORIA-CLIENTE
               AT END
                   SET SW-AUDITORIA-FIN-OK TO TRUE
               NOT AT END
                   IF AUD-FECHA = WS-FECHA-PROCESO-NUM AND
                      AUD-USUARIO = TU-USUARIO(WS-U)
                       PERFORM IMPRIMIR-CAMBIO-AUDITADO
                   END-IF
           END-READ.

      * UNA LINEA POR CAMPO QUE CAMBIO; ALTAS Y BAJAS MUESTRAN EL
      * NOMBRE Y EL DOCUMENTO DEL CLIENTE
       IMPRIMIR-CAMBIO-AUDITADO.
           MOVE AUD-ANTES TO WS-CLI-ANTES
           MOVE AUD-DESPUES TO WS-CLI-DESPUES
           MOVE AUD-HORA(1:2) TO CMB-HH
           MOVE AUD-HORA(3:2) TO CMB-MI
           MOVE AUD-HORA(5:2) TO CMB-SS
           MOVE AUD-UID TO CMB-UID
           EVALUATE AUD-CODIGO
           WHEN 'A'
               MOVE 'ALTA' TO CMB-ACCION
           WHEN 'C'
               MOVE 'CAMBIO' TO CMB-ACCION
           WHEN 'B'
               MOVE 'BAJA' TO CMB-ACCION
           WHEN 'P'
               MOVE 'APROB.' TO CMB-ACCION
           WHEN OTHER
               MOVE AUD-CODIGO TO CMB-ACCION
           END-EVALUATE
           IF ANT-NAME NOT = DES-NAME
               MOVE 'NOMBRE' TO CMB-CAMPO
               MOVE ANT-NAME TO CMB-ANTES
               MOVE DES-NAME TO CMB-DESPUES
               PERFORM IMPRIMIR-LINEA-CAMBIO
           END-IF
           IF ANT-LASTNAME NOT = DES-LASTNAME
               MOVE 'APELLIDO' TO CMB-CAMPO
               MOVE ANT-LASTNAME TO CMB-ANTES
               MOVE DES-LASTNAME TO CMB-DESPUES
               PERFORM IMPRIMIR-LINEA-CAMBIO
           END-IF
           IF ANT-TIPO-DOC NOT = DES-TIPO-DOC OR
              ANT-NUM-DOC NOT = DES-NUM-DOC
               MOVE 'DOCUMENTO' TO CMB-CAMPO
               MOVE SPACES TO CMB-ANTES
               MOVE SPACES TO CMB-DESPUES
               STRING ANT-TIPO-DOC DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      ANT-NUM-DOC DELIMITED BY SIZE
                      INTO CMB-ANTES
               STRING DES-TIPO-DOC DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      DES-NUM-DOC DELIMITED BY SIZE
                      INTO CMB-DESPUES
               PERFORM IMPRIMIR-LINEA-CAMBIO
           END-IF
           IF ANT-SUCURSAL NOT = DES-SUCURSAL
               MOVE 'SUCURSAL' TO CMB-CAMPO
               MOVE ANT-SUCURSAL TO CMB-ANTES
               MOVE DES-SUCURSAL TO CMB-DESPUES
               PERFORM IMPRIMIR-LINEA-CAMBIO
           END-IF
           IF ANT-DIRECCION NOT = DES-DIRECCION
               MOVE 'DIRECCION' TO CMB-CAMPO
               MOVE ANT-DIRECCION TO CMB-ANTES
               MOVE DES-DIRECCION TO CMB-DESPUES
               PERFORM IMPRIMIR-LINEA-CAMBIO
           END-IF
           IF ANT-TELEFONO NOT = DES-TELEFONO
               MOVE 'TELEFONO' TO CMB-CAMPO
               MOVE ANT-TELEFONO TO CMB-ANTES
               MOVE DES-TELEFONO TO CMB-DESPUES
               PERFORM IMPRIMIR-LINEA-CAMBIO
           END-IF.

       IMPRIMIR-LINEA-CAMBIO.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-CAMBIO
               ADD 1 TO WS-LINEAS
           END-IF
           WRITE REG-REPORTE FROM LIN-CAMBIO
           ADD 1 TO WS-LINEAS.

       GRABAR-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL
           IF FS-RUNCTL = 0
               MOVE SPACES TO REG-RUN-CONTROL
               MOVE 'CDCCLMNT' TO RCT-PROGRAMA
               MOVE 'CLIMAUD' TO RCT-ARCHIVO
               MOVE WS-TOT-AUDITORIA TO RCT-REGISTROS
               MOVE 0 TO RCT-IMPORTE-1
               MOVE 0 TO RCT-IMPORTE-2
               WRITE REG-RUN-CONTROL
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'CDCCLMNT: RUNCTL NO DISPONIBLE, FILE STATUS: '
                  FS-RUNCTL
           END-IF.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCCLMNT'
           DISPLAY 'FECHA DE PROCESO . . . . . : ' WS-FECHA-PROCESO-NUM
           DISPLAY 'TRANSACCIONES LEIDAS . . . : ' WS-TOT-TRX
           DISPLAY 'ALTAS APLICADAS  . . . . . : ' WS-TOT-ALTAS
           DISPLAY 'CAMBIOS APLICADOS  . . . . : ' WS-TOT-CAMBIOS
           DISPLAY 'BAJAS APLICADAS  . . . . . : ' WS-TOT-BAJAS
           DISPLAY 'APROBACIONES CLIMDIF . . . : ' WS-TOT-APROBACIONES
           DISPLAY 'TRANSACCIONES RECHAZADAS . : ' WS-TOT-RECHAZOS
           DISPLAY 'REGISTROS DE AUDITORIA . . : ' WS-TOT-AUDITORIA
           DISPLAY 'CAMBIOS DEL DIA (AUDITORIA): ' WS-TOT-AUD-DIA
           DISPLAY '-------------------------------------------'
           IF WS-TOT-RECHAZOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCCLMNT.
