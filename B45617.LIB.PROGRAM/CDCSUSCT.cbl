       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCSUSCT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAS-RECHAZOS ASSIGN TO CTASREJ
                       FILE STATUS IS FS-CTAS-REJ.
           SELECT SUSPENSO-UPD ASSIGN TO CTASSUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CLAVE
               FILE STATUS IS FS-SUSPENSO.
           SELECT CORRECCIONES ASSIGN TO CORRSUS
                       FILE STATUS IS FS-CORRECCION.
           SELECT TASAS-READ ASSIGN TO TASAS
                       FILE STATUS IS FS-TASAS-READ.
           SELECT CTAS-VALIDAS ASSIGN TO CTASOK
                       FILE STATUS IS FS-CTAS-OK.
           SELECT PARM-SUSCT ASSIGN TO SUSCTPRM
                       FILE STATUS IS FS-PARM-SUSCT.
           SELECT REPORTE-SUSPENSO ASSIGN TO SUSCTOUT
                       FILE STATUS IS FS-REPORTE.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
                       FILE STATUS IS FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD CTAS-RECHAZOS.
       01 REG-RECHAZO.
         05 REJ-REGISTRO       PIC X(80).
         05 REJ-MOTIVO         PIC X(2).

      * SUSPENSO PERMANENTE DE DEPOSITOS RECHAZADOS POR CDCVALCT.
      * EL REGISTRO NO SE BORRA AL CERRARSE: QUEDA COMO CONSTANCIA
      * DE QUIEN LO LIBERO O CASTIGO Y CUANDO
       FD SUSPENSO-UPD.
       01 REG-SUSPENSO.
         05 SUS-CLAVE.
           10 SUS-UID                PIC X(3).
           10 SUS-DEPOSIT-DATE       PIC X(8).
         05 SUS-REGISTRO             PIC X(80).
         05 SUS-MOTIVO               PIC X(2).
         05 SUS-ESTADO               PIC X(1).
           88 SUS-PENDIENTE          VALUE 'P'.
           88 SUS-CORREGIDO          VALUE 'C'.
           88 SUS-LIBERADO           VALUE 'L'.
           88 SUS-CASTIGADO          VALUE 'B'.
         05 SUS-FECHA-INGRESO        PIC 9(8).
         05 SUS-FECHA-ULT-RECHAZO    PIC 9(8).
         05 SUS-VECES-RECHAZO        PIC 9(3).
         05 SUS-FECHA-CIERRE         PIC 9(8).
         05 SUS-SUPERVISOR           PIC X(6).
         05 FILLER                   PIC X(23).

      * TRANSACCION DE CORRECCION DE OPERACIONES:
      *   C CORREGIR: COR-REGISTRO TRAE LA IMAGEN CUENTAS CORREGIDA,
      *     SE REVALIDA CON LAS REGLAS DE CDCVALCT
      *   L LIBERAR TAL CUAL, CON CODIGO DE SUPERVISOR
      *   B CASTIGAR (DAR DE BAJA), CON CODIGO DE SUPERVISOR
       FD CORRECCIONES.
       01 REG-CORRECCION.
         05 COR-CLAVE.
           10 COR-UID                PIC X(3).
           10 COR-DEPOSIT-DATE       PIC X(8).
         05 COR-ACCION               PIC X(1).
         05 COR-SUPERVISOR           PIC X(6).
         05 COR-REGISTRO             PIC X(80).
         05 FILLER                   PIC X(22).

       FD TASAS-READ.
       01 TASAS-INPUT.
         05 MIN-RANGE-AMOUNT  PIC 9(8)V99.
         05 MAX-RANGE-AMOUNT   PIC 9(8)V99.
         05 RATE               PIC 9(2)V99.
         05 TASA-CURRENCY       PIC X(3).
         05 TASA-FECHA-DESDE   PIC 9(8).
         05 TASA-FECHA-HASTA   PIC 9(8).
         05 FILLER             PIC X(37).

       FD CTAS-VALIDAS.
       01 CTAS-VALIDA-REG      PIC X(80).

       FD PARM-SUSCT.
       01 REG-PARM-SUSCT.
         05 PARM-DIAS-ALERTA   PIC 9(3).
         05 PARM-FECHA-PROCESO PIC X(8).
         05 FILLER             PIC X(69).

       FD REPORTE-SUSPENSO.
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

       01 FS-CTAS-REJ          PIC 99.
       01 FS-SUSPENSO          PIC 99.
       01 FS-CORRECCION        PIC 99.
       01 FS-TASAS-READ        PIC 99.
       01 FS-CTAS-OK           PIC 99.
       01 FS-PARM-SUSCT        PIC 99.
       01 FS-REPORTE           PIC 99.
       01 FS-RUNCTL            PIC 99.

      * IMAGEN CUENTAS QUE SE REVALIDA (MISMO LAYOUT QUE CDCVALCT)
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

      * UNA PARTIDA PENDIENTE MAS ANTIGUA QUE ESTOS DIAS DEJA LA
      * CORRIDA CON CODIGO 4 PARA QUE NADIE LA OLVIDE
       01 WS-DIAS-ALERTA       PIC 9(3) VALUE 5.

       01 WS-TOT-REJ-LEIDOS    PIC 9(7) VALUE 0.
       01 WS-TOT-INGRESADOS    PIC 9(7) VALUE 0.
       01 WS-TOT-REINGRESADOS  PIC 9(7) VALUE 0.
       01 WS-TOT-COLISIONES    PIC 9(7) VALUE 0.
       01 WS-TOT-CORR-LEIDAS   PIC 9(7) VALUE 0.
       01 WS-TOT-CORREGIDOS    PIC 9(7) VALUE 0.
       01 WS-TOT-LIBERADOS     PIC 9(7) VALUE 0.
       01 WS-TOT-LIB-DUPLIC    PIC 9(7) VALUE 0.
       01 WS-TOT-CASTIGADOS    PIC 9(7) VALUE 0.
       01 WS-TOT-CORR-RECHAZ   PIC 9(7) VALUE 0.
       01 WS-TOT-PENDIENTES    PIC 9(7) VALUE 0.
       01 WS-TOT-VENCIDOS      PIC 9(7) VALUE 0.
       01 WS-TOT-A-CTASOK      PIC 9(7) VALUE 0.
       01 WS-TOT-MONTO-CTASOK  PIC 9(13)V99 VALUE 0.
       01 WS-TOT-MONTO-PEND    PIC 9(13)V99 VALUE 0.

      * CONTROL DE CORRIDA: CTASOK SE VERIFICA CONTRA LA CIFRA QUE
      * DEJO CDCVALCT ANTES DE AGREGARLE LAS PARTIDAS RECUPERADAS;
      * AL FINAL SE DEJA UNA CIFRA NUEVA CON EL TOTAL RESULTANTE
       01 WS-RC-HALLADO        PIC X VALUE 'N'.
       01 WS-RC-REGISTROS      PIC 9(7) VALUE 0.
       01 WS-RC-IMPORTE        PIC 9(13)V99 VALUE 0.
       01 WS-VER-REGISTROS     PIC 9(7) VALUE 0.
       01 WS-VER-IMPORTE       PIC 9(13)V99 VALUE 0.
       01 WS-FIN-RUNCTL        PIC X VALUE 'N'.
       01 WS-FIN-PREPASO       PIC X VALUE 'N'.

       01 WS-FECHA-HOY.
         05 WS-HOY-CC          PIC 9(2).
         05 WS-HOY-AA          PIC 9(2).
         05 WS-HOY-MM          PIC 9(2).
         05 WS-HOY-DD          PIC 9(2).
       01 WS-FECHA-HOY-NUM     PIC 9(8).
       01 WS-REPROCESO         PIC X VALUE 'N'.

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

      * REGLAS DE VALIDACION DE CDCVALCT
       01 WS-MOTIVO-RECHAZO    PIC X(2).
       01 WS-FECHA-DEPOSITO    PIC 9(8).
       01 WS-DIAS-MES          PIC 9(2).
       01 WS-MONEDA-OK         PIC X VALUE 'N'.
       01 WS-MON-IDX           PIC 9(3) VALUE 0.
       01 WS-I                 PIC 9(3) VALUE 0.

       01 TABLE-MONEDAS.
         05 TB-MONEDA            OCCURS 200 PIC X(3).

       01 WS-CLAVE-ACTUAL      PIC X(11).
       01 WS-DUP-IDX           PIC 9(6) VALUE 0.
       01 WS-D                 PIC 9(6) VALUE 0.
       01 WS-ES-DUPLICADO      PIC X VALUE 'N'.

      * CLAVES YA PRESENTES EN CTASOK MAS LAS QUE SE VAN AGREGANDO:
      * UNA PARTIDA RECUPERADA NO PUEDE DUPLICAR UN DEPOSITO VALIDO
       01 TABLE-CLAVES.
         05 TB-CLAVE             OCCURS 100000 PIC X(11).

      * CLAVES INGRESADAS AL SUSPENSO EN ESTA CORRIDA: UN SEGUNDO
      * RECHAZO CON LA MISMA CLAVE NO PUEDE PISAR AL PRIMERO
       01 WS-ING-IDX           PIC 9(5) VALUE 0.
       01 WS-G                 PIC 9(5) VALUE 0.
       01 WS-ES-COLISION       PIC X VALUE 'N'.
       01 TABLE-CLAVES-INGRESO.
         05 TB-CLAVE-ING         OCCURS 50000 PIC X(11).

       01 WS-RESULTADO         PIC X(30).
       01 WS-CORR-OK           PIC X VALUE 'N'.

      * MOTIVOS DE RECHAZO (VER CDCVALCT) Y TRAMOS DE ANTIGUEDAD
       01 TABLA-MOTIVOS-VALORES.
         05 FILLER PIC X(32) VALUE '01UID EN BLANCO'.
         05 FILLER PIC X(32) VALUE '02FECHA DEPOSITO INVALIDA'.
         05 FILLER PIC X(32) VALUE '03FECHA DEPOSITO FUTURA'.
         05 FILLER PIC X(32) VALUE '04MONTO NO NUMERICO'.
         05 FILLER PIC X(32) VALUE '05MONEDA NO EXISTE EN TASAS'.
         05 FILLER PIC X(32) VALUE '06PLAZO INVALIDO'.
         05 FILLER PIC X(32) VALUE '07UID + FECHA DUPLICADOS'.
         05 FILLER PIC X(32) VALUE '99OTROS'.
       01 TABLA-MOTIVOS REDEFINES TABLA-MOTIVOS-VALORES.
         05 TM-ENTRADA           OCCURS 8.
           10 TM-CODIGO          PIC X(2).
           10 TM-DESCRIP         PIC X(30).

       01 WS-M                 PIC 9(2) VALUE 0.
       01 WS-T                 PIC 9(2) VALUE 0.
       01 WS-DIAS-SUSPENSO     PIC 9(5) VALUE 0.

       01 TABLE-ANTIGUEDAD.
         05 AG-MOTIVO            OCCURS 8.
           10 AG-CANTIDAD        OCCURS 5 PIC 9(7).
           10 AG-TOTAL           PIC 9(7).
           10 AG-MONTO           PIC 9(13)V99.

       01 WS-TOT-TRAMO.
         05 WS-TT-CANTIDAD       OCCURS 5 PIC 9(7).

       01 WS-PAGINA            PIC 9(4) VALUE 0.
       01 WS-LINEAS            PIC 9(3) VALUE 99.
       01 WS-LINEAS-X-PAGINA   PIC 9(3) VALUE 55.

       01 SW-REJ.
         05 SW-REJ-END                 PIC XX VALUE 'NO'.
           88 SW-REJ-FIN-OK            VALUE 'SI'.
           88 SW-REJ-FIN-NO            VALUE 'NO'.

       01 SW-CORR.
         05 SW-CORR-END                PIC XX VALUE 'NO'.
           88 SW-CORR-FIN-OK           VALUE 'SI'.
           88 SW-CORR-FIN-NO           VALUE 'NO'.

       01 SW-SUSPENSO.
         05 SW-SUSPENSO-END            PIC XX VALUE 'NO'.
           88 SW-SUSPENSO-FIN-OK       VALUE 'SI'.
           88 SW-SUSPENSO-FIN-NO       VALUE 'NO'.

       01 SW-EOF-RATE.
         05 SW-EOF-RATES-END           PIC XX VALUE 'NO'.
           88 SW-EOF-RATE-FIN-OK       VALUE 'SI'.
           88 SW-EOF-RATE-FIN-NO       VALUE 'NO'.

       01 WS-FECHA-EDIT.
         05 WS-FE-AAAA           PIC X(4).
         05 WS-FE-MM             PIC X(2).
         05 WS-FE-DD             PIC X(2).

       01 LIN-TITULO-1.
         05 FILLER               PIC X(30) VALUE SPACES.
         05 FILLER               PIC X(45) VALUE
            'SUSPENSO DE DEPOSITOS RECHAZADOS (CDCVALCT)'.
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

       01 LIN-CAB-CORRECCION.
         05 FILLER               PIC X(4)  VALUE 'UID '.
         05 FILLER               PIC X(10) VALUE 'FECHA DEP '.
         05 FILLER               PIC X(4)  VALUE 'ACC '.
         05 FILLER               PIC X(7)  VALUE 'SUPERV '.
         05 FILLER               PIC X(4)  VALUE 'MOT '.
         05 FILLER               PIC X(104) VALUE 'RESULTADO'.

       01 LIN-CORRECCION.
         05 COD-UID              PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 COD-FECHA            PIC X(8).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 COD-ACCION           PIC X(1).
         05 FILLER               PIC X(3)  VALUE SPACES.
         05 COD-SUPERVISOR       PIC X(6).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 COD-MOTIVO           PIC X(2).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 COD-RESULTADO        PIC X(30).
         05 FILLER               PIC X(74) VALUE SPACES.

       01 LIN-CAB-PENDIENTE.
         05 FILLER               PIC X(4)  VALUE 'UID '.
         05 FILLER               PIC X(10) VALUE 'FECHA DEP '.
         05 FILLER               PIC X(4)  VALUE 'MOT '.
         05 FILLER               PIC X(31) VALUE 'DESCRIPCION'.
         05 FILLER               PIC X(11) VALUE 'INGRESO    '.
         05 FILLER               PIC X(6)  VALUE ' DIAS '.
         05 FILLER               PIC X(6)  VALUE 'VECES '.
         05 FILLER               PIC X(15) VALUE '         MONTO '.
         05 FILLER               PIC X(46) VALUE 'MON'.

       01 LIN-PENDIENTE.
         05 PND-UID              PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 PND-FECHA            PIC X(8).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 PND-MOTIVO           PIC X(2).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 PND-DESCRIP          PIC X(30).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 PND-INGRESO.
           10 PND-ING-DD         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 PND-ING-MM         PIC X(2).
           10 FILLER             PIC X     VALUE '/'.
           10 PND-ING-AAAA       PIC X(4).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 PND-DIAS             PIC ZZZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 PND-VECES            PIC ZZ9.
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 PND-MONTO            PIC ZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 PND-MONEDA           PIC X(3).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 PND-NOTA             PIC X(20).
         05 FILLER               PIC X(24) VALUE SPACES.

       01 LIN-CAB-ANTIGUEDAD.
         05 FILLER               PIC X(4)  VALUE 'MOT '.
         05 FILLER               PIC X(31) VALUE 'DESCRIPCION'.
         05 FILLER               PIC X(9)  VALUE '   0-2 D '.
         05 FILLER               PIC X(9)  VALUE '   3-7 D '.
         05 FILLER               PIC X(9)  VALUE '  8-15 D '.
         05 FILLER               PIC X(9)  VALUE ' 16-30 D '.
         05 FILLER               PIC X(9)  VALUE '  >30 D  '.
         05 FILLER               PIC X(9)  VALUE '   TOTAL '.
         05 FILLER               PIC X(44) VALUE
            '          MONTO'.

       01 LIN-ANTIGUEDAD.
         05 ANT-MOTIVO           PIC X(2).
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 ANT-DESCRIP          PIC X(30).
         05 FILLER               PIC X(1)  VALUE SPACES.
         05 ANT-TRAMO            OCCURS 5.
           10 ANT-CANTIDAD       PIC ZZZZZZ9.
           10 FILLER             PIC X(2).
         05 ANT-TOTAL            PIC ZZZZZZ9.
         05 FILLER               PIC X(2)  VALUE SPACES.
         05 ANT-MONTO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         05 FILLER               PIC X(27) VALUE SPACES.

       01 LIN-BLANCO             PIC X(133) VALUE SPACES.
       01 LIN-SEPARADOR          PIC X(133) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM OBTENER-FECHA-HOY
           PERFORM LEER-PARAMETROS
           PERFORM VERIFICAR-ENTRADA-RUNCTL
           PERFORM ABRIR-ARCHIVOS
           PERFORM CARGAR-MONEDAS
           PERFORM IMPRIMIR-CABECERA
           PERFORM INGRESAR-RECHAZOS UNTIL SW-REJ-FIN-OK
           PERFORM APLICAR-CORRECCIONES
           PERFORM REPORTAR-ANTIGUEDAD
           PERFORM CERRAR-ARCHIVOS
           PERFORM GRABAR-RUN-CONTROL
           PERFORM MOSTRAR-TOTALES
           STOP RUN.

       OBTENER-FECHA-HOY.
           CALL 'SISROFEC' USING LCP-CURRENT-DATE-68 FORMATO WTIEMPO
           MOVE LCP-CENT TO WS-HOY-CC
           MOVE LCP-YEAR TO WS-HOY-AA
           MOVE LCP-MONTH TO WS-HOY-MM
           MOVE LCP-DAY1 TO WS-HOY-DD
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM.

      * LA FECHA DE REPROCESO DEBE SER LA MISMA QUE SE DIO A CDCVALCT
      * PARA QUE LA REVALIDACION JUZGUE FECHAS FUTURAS IGUAL
       LEER-PARAMETROS.
           OPEN INPUT PARM-SUSCT
           IF FS-PARM-SUSCT = 0
               READ PARM-SUSCT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-ALERTA NUMERIC AND
                          PARM-DIAS-ALERTA > 0
                           MOVE PARM-DIAS-ALERTA TO WS-DIAS-ALERTA
                       END-IF
                       IF PARM-FECHA-PROCESO NUMERIC AND
                          PARM-FECHA-PROCESO NOT = ZEROS
                           MOVE 'S' TO WS-REPROCESO
                           MOVE PARM-FECHA-PROCESO TO WS-FECHA-HOY
                           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-NUM
                           DISPLAY 'CDCSUSCT: REPROCESO CON FECHA '
                              WS-FECHA-HOY-NUM
                       END-IF
               END-READ
               CLOSE PARM-SUSCT
           END-IF.

       VERIFICAR-ENTRADA-RUNCTL.
           MOVE 'N' TO WS-RC-HALLADO
           MOVE 'N' TO WS-FIN-RUNCTL
           OPEN INPUT RUN-CONTROL
           IF FS-RUNCTL NOT = 0
               DISPLAY 'CDCSUSCT: RUNCTL NO DISPONIBLE, SE OMITE '
               DISPLAY 'VERIFICACION, FILE STATUS: ' FS-RUNCTL
           ELSE
               PERFORM LEER-RUN-CONTROL UNTIL WS-FIN-RUNCTL = 'S'
               CLOSE RUN-CONTROL
           END-IF
           PERFORM CONTAR-ENTRADA-CTASOK
           IF WS-RC-HALLADO = 'N'
               DISPLAY 'CDCSUSCT: RUNCTL SIN CIFRAS DE CTASOK, '
               DISPLAY 'SE OMITE VERIFICACION'
           ELSE
               PERFORM COMPARAR-CONTRA-RUNCTL
           END-IF.

       LEER-RUN-CONTROL.
           READ RUN-CONTROL
               AT END
                   MOVE 'S' TO WS-FIN-RUNCTL
               NOT AT END
                   IF RCT-ARCHIVO = 'CTASOK'
                       MOVE 'S' TO WS-RC-HALLADO
                       MOVE RCT-REGISTROS TO WS-RC-REGISTROS
                       MOVE RCT-IMPORTE-1 TO WS-RC-IMPORTE
                   END-IF
           END-READ.

      * EL PREPASO SOBRE CTASOK CUENTA PARA EL CONTROL Y ADEMAS CARGA
      * LAS CLAVES UID + FECHA PARA LA REGLA DE DUPLICADOS
       CONTAR-ENTRADA-CTASOK.
           MOVE 0 TO WS-VER-REGISTROS
           MOVE 0 TO WS-VER-IMPORTE
           MOVE 'N' TO WS-FIN-PREPASO
           OPEN INPUT CTAS-VALIDAS
           IF FS-CTAS-OK NOT = 0
               DISPLAY 'ERROR ABRIENDO CTASOK, FILE STATUS: '
                  FS-CTAS-OK
               DISPLAY '** CDCSUSCT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTAR-REGISTRO-CTASOK
             UNTIL WS-FIN-PREPASO = 'S'
           CLOSE CTAS-VALIDAS.

       CONTAR-REGISTRO-CTASOK.
           READ CTAS-VALIDAS
               AT END
                   MOVE 'S' TO WS-FIN-PREPASO
               NOT AT END
                   ADD 1 TO WS-VER-REGISTROS
                   MOVE CTAS-VALIDA-REG TO CTAS-INPUT
                   IF CTA-AMOUNT NUMERIC
                       ADD CTA-AMOUNT TO WS-VER-IMPORTE
                   END-IF
                   PERFORM REGISTRAR-CLAVE
           END-READ.

       COMPARAR-CONTRA-RUNCTL.
           IF WS-VER-REGISTROS NOT = WS-RC-REGISTROS OR
              WS-VER-IMPORTE NOT = WS-RC-IMPORTE
               DISPLAY '** CDCSUSCT: CTASOK NO CUADRA CONTRA EL '
               DISPLAY '** CONTROL DE CORRIDA **'
               DISPLAY '** REGISTROS ESPERADOS : ' WS-RC-REGISTROS
               DISPLAY '** REGISTROS LEIDOS  . : ' WS-VER-REGISTROS
               DISPLAY '** IMPORTE ESPERADO  . : ' WS-RC-IMPORTE
               DISPLAY '** IMPORTE LEIDO . . . : ' WS-VER-IMPORTE
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * LA NUEVA CIFRA DE CTASOK INCLUYE LO RECUPERADO DEL SUSPENSO;
      * CDCINPLZ TOMA LA ULTIMA ENTRADA CTASOK DEL ARCHIVO
       GRABAR-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL
           IF FS-RUNCTL = 0
               MOVE SPACES TO REG-RUN-CONTROL
               MOVE 'CDCSUSCT' TO RCT-PROGRAMA
               MOVE 'CTASOK' TO RCT-ARCHIVO
               COMPUTE RCT-REGISTROS =
                 WS-VER-REGISTROS + WS-TOT-A-CTASOK
               COMPUTE RCT-IMPORTE-1 =
                 WS-VER-IMPORTE + WS-TOT-MONTO-CTASOK
               MOVE 0 TO RCT-IMPORTE-2
               WRITE REG-RUN-CONTROL
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'CDCSUSCT: RUNCTL NO DISPONIBLE, FILE STATUS: '
                  FS-RUNCTL
           END-IF.

      * EL SUSPENSO SE CREA VACIO LA PRIMERA VEZ (STATUS 35)
       ABRIR-ARCHIVOS.
           OPEN INPUT CTAS-RECHAZOS
           OPEN INPUT TASAS-READ
           OPEN EXTEND CTAS-VALIDAS
           OPEN OUTPUT REPORTE-SUSPENSO
           OPEN I-O SUSPENSO-UPD
           IF FS-SUSPENSO = 35
               DISPLAY 'CDCSUSCT: CTASSUS NO EXISTE, SE CREA VACIO'
               OPEN OUTPUT SUSPENSO-UPD
               CLOSE SUSPENSO-UPD
               OPEN I-O SUSPENSO-UPD
           END-IF
           IF FS-CTAS-REJ NOT = 0 OR FS-TASAS-READ NOT = 0 OR
              FS-CTAS-OK NOT = 0 OR FS-REPORTE NOT = 0 OR
              FS-SUSPENSO NOT = 0
               IF FS-CTAS-REJ NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASREJ, FILE STATUS: '
                      FS-CTAS-REJ
               END-IF
               IF FS-TASAS-READ NOT = 0
                   DISPLAY 'ERROR ABRIENDO TASAS, FILE STATUS: '
                      FS-TASAS-READ
               END-IF
               IF FS-CTAS-OK NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASOK, FILE STATUS: '
                      FS-CTAS-OK
               END-IF
               IF FS-REPORTE NOT = 0
                   DISPLAY 'ERROR ABRIENDO SUSCTOUT, FILE STATUS: '
                      FS-REPORTE
               END-IF
               IF FS-SUSPENSO NOT = 0
                   DISPLAY 'ERROR ABRIENDO CTASSUS, FILE STATUS: '
                      FS-SUSPENSO
               END-IF
               DISPLAY '** CDCSUSCT: PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CTAS-RECHAZOS
           CLOSE TASAS-READ
           CLOSE CTAS-VALIDAS
           CLOSE REPORTE-SUSPENSO
           CLOSE SUSPENSO-UPD.

       CARGAR-MONEDAS.
           PERFORM CARGAR-MONEDA-REGISTRO UNTIL SW-EOF-RATE-FIN-OK.
       CARGAR-MONEDA-REGISTRO.
           READ TASAS-READ
           IF FS-TASAS-READ = 10
               SET SW-EOF-RATE-FIN-OK TO TRUE
           ELSE
               MOVE 'N' TO WS-MONEDA-OK
               PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-MON-IDX
                   IF TB-MONEDA(WS-I) = TASA-CURRENCY
                       MOVE 'S' TO WS-MONEDA-OK
                   END-IF
               END-PERFORM
               IF WS-MONEDA-OK = 'N'
                   IF WS-MON-IDX > 199
                       DISPLAY
                         '** CDCSUSCT: TABLA DE MONEDAS EXCEDE '
                       DISPLAY '** CAPACIDAD, PROCESO ABORTADO **'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MON-IDX
                   MOVE TASA-CURRENCY TO TB-MONEDA(WS-MON-IDX)
               END-IF
           END-IF.

      * CADA RECHAZO DEL DIA ENTRA AL SUSPENSO. SI LA CLAVE YA ESTABA
      * (EL ORIGEN LO REENVIO Y VOLVIO A FALLAR) SE ACTUALIZA LA
      * IMAGEN Y EL MOTIVO Y SE CONSERVA LA FECHA DE INGRESO ORIGINAL.
      * DOS RECHAZOS DEL MISMO UID Y FECHA EN UNA CORRIDA SON DOS
      * DEPOSITOS: EL SEGUNDO NO ENTRA, SE LISTA Y LA CORRIDA TERMINA
      * CON CODIGO 4 PARA QUE SE REGULARICE EN EL ORIGEN
       INGRESAR-RECHAZOS.
           READ CTAS-RECHAZOS
               AT END
                   SET SW-REJ-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-REJ-LEIDOS
                   PERFORM INGRESAR-UN-RECHAZO
           END-READ.

       INGRESAR-UN-RECHAZO.
           MOVE REJ-REGISTRO TO CTAS-INPUT
           MOVE UID TO SUS-UID
           MOVE REJ-REGISTRO(34:8) TO SUS-DEPOSIT-DATE
           MOVE 'N' TO WS-ES-COLISION
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-ING-IDX
               IF TB-CLAVE-ING(WS-G) = SUS-CLAVE
                   MOVE 'S' TO WS-ES-COLISION
               END-IF
           END-PERFORM
           IF WS-ES-COLISION = 'S'
               ADD 1 TO WS-TOT-COLISIONES
               DISPLAY 'CDCSUSCT: CLAVE REPETIDA EN CTASREJ, NO SE '
                  'INGRESA UID ' SUS-UID ' FECHA ' SUS-DEPOSIT-DATE
                  ' MOTIVO ' REJ-MOTIVO
           ELSE
               IF WS-ING-IDX > 49999
                   DISPLAY '** CDCSUSCT: TABLA DE CLAVES INGRESADAS '
                   DISPLAY '** EXCEDE CAPACIDAD, PROCESO ABORTADO **'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ING-IDX
               MOVE SUS-CLAVE TO TB-CLAVE-ING(WS-ING-IDX)
               PERFORM GRABAR-RECHAZO
           END-IF.

       GRABAR-RECHAZO.
           READ SUSPENSO-UPD
           IF FS-SUSPENSO = 0
               MOVE REJ-REGISTRO TO SUS-REGISTRO
               MOVE REJ-MOTIVO TO SUS-MOTIVO
               IF SUS-FECHA-ULT-RECHAZO NOT = WS-FECHA-HOY-NUM
                   ADD 1 TO SUS-VECES-RECHAZO
               END-IF
               MOVE WS-FECHA-HOY-NUM TO SUS-FECHA-ULT-RECHAZO
               IF NOT SUS-PENDIENTE
                   MOVE WS-FECHA-HOY-NUM TO SUS-FECHA-INGRESO
                   MOVE 0 TO SUS-FECHA-CIERRE
                   MOVE SPACES TO SUS-SUPERVISOR
                   MOVE 1 TO SUS-VECES-RECHAZO
               END-IF
               SET SUS-PENDIENTE TO TRUE
               REWRITE REG-SUSPENSO
               IF FS-SUSPENSO = 0
                   ADD 1 TO WS-TOT-REINGRESADOS
               ELSE
                   DISPLAY 'ERROR REGRABANDO CTASSUS, FILE STATUS: '
                      FS-SUSPENSO
               END-IF
           ELSE
               MOVE SPACES TO REG-SUSPENSO
               MOVE UID TO SUS-UID
               MOVE REJ-REGISTRO(34:8) TO SUS-DEPOSIT-DATE
               MOVE REJ-REGISTRO TO SUS-REGISTRO
               MOVE REJ-MOTIVO TO SUS-MOTIVO
               SET SUS-PENDIENTE TO TRUE
               MOVE WS-FECHA-HOY-NUM TO SUS-FECHA-INGRESO
               MOVE WS-FECHA-HOY-NUM TO SUS-FECHA-ULT-RECHAZO
               MOVE 1 TO SUS-VECES-RECHAZO
               MOVE 0 TO SUS-FECHA-CIERRE
               WRITE REG-SUSPENSO
               IF FS-SUSPENSO = 0
                   ADD 1 TO WS-TOT-INGRESADOS
               ELSE
                   DISPLAY 'ERROR GRABANDO CTASSUS, FILE STATUS: '
                      FS-SUSPENSO
               END-IF
           END-IF.

      * LAS CORRECCIONES SON OPCIONALES: SIN ARCHIVO SOLO SE INGRESAN
      * LOS RECHAZOS Y SE EMITE EL REPORTE DE ANTIGUEDAD
       APLICAR-CORRECCIONES.
           OPEN INPUT CORRECCIONES
           IF FS-CORRECCION = 0
               MOVE 'CORRECCIONES APLICADAS' TO SEC-TEXTO
               WRITE REG-REPORTE FROM LIN-SECCION
               WRITE REG-REPORTE FROM LIN-CAB-CORRECCION
               WRITE REG-REPORTE FROM LIN-SEPARADOR
               ADD 3 TO WS-LINEAS
               PERFORM LEER-CORRECCION UNTIL SW-CORR-FIN-OK
               CLOSE CORRECCIONES
               WRITE REG-REPORTE FROM LIN-BLANCO
               ADD 1 TO WS-LINEAS
           ELSE
               DISPLAY 'CDCSUSCT: SIN ARCHIVO CORRSUS, NO HAY '
               DISPLAY 'CORRECCIONES QUE APLICAR, FILE STATUS: '
                  FS-CORRECCION
           END-IF.

       LEER-CORRECCION.
           READ CORRECCIONES
               AT END
                   SET SW-CORR-FIN-OK TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-CORR-LEIDAS
                   PERFORM APLICAR-UNA-CORRECCION
           END-READ.

       APLICAR-UNA-CORRECCION.
           MOVE 'N' TO WS-CORR-OK
           MOVE SPACES TO WS-RESULTADO
           MOVE COR-CLAVE TO SUS-CLAVE
           READ SUSPENSO-UPD
           IF FS-SUSPENSO NOT = 0
               MOVE '** SIN PARTIDA EN SUSPENSO' TO WS-RESULTADO
               MOVE SPACES TO SUS-MOTIVO
           ELSE
               IF NOT SUS-PENDIENTE
                   MOVE '** PARTIDA YA CERRADA' TO WS-RESULTADO
               ELSE
                   EVALUATE COR-ACCION
                   WHEN 'C'
                       PERFORM CORREGIR-PARTIDA
                   WHEN 'L'
                       PERFORM LIBERAR-PARTIDA
                   WHEN 'B'
                       PERFORM CASTIGAR-PARTIDA
                   WHEN OTHER
                       MOVE '** ACCION INVALIDA' TO WS-RESULTADO
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-CORR-OK = 'N'
               ADD 1 TO WS-TOT-CORR-RECHAZ
           END-IF
           PERFORM IMPRIMIR-CORRECCION.

      * LA IMAGEN CORREGIDA PASA POR LAS MISMAS REGLAS QUE CDCVALCT;
      * SI VUELVE A FALLAR LA PARTIDA SIGUE PENDIENTE CON LA IMAGEN
      * NUEVA Y EL MOTIVO NUEVO
       CORREGIR-PARTIDA.
           MOVE COR-REGISTRO TO CTAS-INPUT
           PERFORM VALIDAR-REGISTRO
           IF WS-MOTIVO-RECHAZO = SPACES
               PERFORM PASAR-A-CTASOK
               SET SUS-CORREGIDO TO TRUE
               MOVE COR-REGISTRO TO SUS-REGISTRO
               MOVE COR-SUPERVISOR TO SUS-SUPERVISOR
               MOVE WS-FECHA-HOY-NUM TO SUS-FECHA-CIERRE
               MOVE 'CORREGIDA, PASA A CTASOK' TO WS-RESULTADO
               ADD 1 TO WS-TOT-CORREGIDOS
               MOVE 'S' TO WS-CORR-OK
           ELSE
               MOVE COR-REGISTRO TO SUS-REGISTRO
               MOVE WS-MOTIVO-RECHAZO TO SUS-MOTIVO
               ADD 1 TO SUS-VECES-RECHAZO
               MOVE WS-FECHA-HOY-NUM TO SUS-FECHA-ULT-RECHAZO
               MOVE '** CORRECCION NO VALIDA' TO WS-RESULTADO
           END-IF
           PERFORM REGRABAR-SUSPENSO.

      * LIBERAR TAL CUAL EXIGE SUPERVISOR. LOS MOTIVOS 01, 02 Y 04
      * NO SE LIBERAN: SIN UID, FECHA O MONTO VALIDOS EL CALCULO DE
      * INTERES NO PUEDE PROCESAR EL REGISTRO. TAMPOCO SE LIBERA UNA
      * PARTIDA CUYA CLAVE YA ESTA EN CTASOK (EL MOTIVO 07 O UNA
      * RECUPERADA ANTES EN ESTA CORRIDA): COBRARIA INTERES DOS VECES
       LIBERAR-PARTIDA.
           IF COR-SUPERVISOR = SPACES
               MOVE '** FALTA CODIGO SUPERVISOR' TO WS-RESULTADO
           ELSE
               IF SUS-MOTIVO = '01' OR '02' OR '04'
                   MOVE '** MOTIVO NO LIBERABLE' TO WS-RESULTADO
               ELSE
                   MOVE SUS-REGISTRO TO CTAS-INPUT
                   PERFORM VALIDAR-DUPLICADO
               END-IF
               IF WS-RESULTADO = SPACES AND WS-ES-DUPLICADO = 'S'
                   MOVE '** CLAVE YA EXISTE EN CTASOK' TO WS-RESULTADO
                   ADD 1 TO WS-TOT-LIB-DUPLIC
               END-IF
               IF WS-RESULTADO = SPACES
                   PERFORM PASAR-A-CTASOK
                   SET SUS-LIBERADO TO TRUE
                   MOVE COR-SUPERVISOR TO SUS-SUPERVISOR
                   MOVE WS-FECHA-HOY-NUM TO SUS-FECHA-CIERRE
                   MOVE 'LIBERADA, PASA A CTASOK' TO WS-RESULTADO
                   ADD 1 TO WS-TOT-LIBERADOS
                   MOVE 'S' TO WS-CORR-OK
                   PERFORM REGRABAR-SUSPENSO
               END-IF
           END-IF.

       CASTIGAR-PARTIDA.
           IF COR-SUPERVISOR = SPACES
               MOVE '** FALTA CODIGO SUPERVISOR' TO WS-RESULTADO
           ELSE
               SET SUS-CASTIGADO TO TRUE
               MOVE COR-SUPERVISOR TO SUS-SUPERVISOR
               MOVE WS-FECHA-HOY-NUM TO SUS-FECHA-CIERRE
               MOVE 'CASTIGADA' TO WS-RESULTADO
               ADD 1 TO WS-TOT-CASTIGADOS
               MOVE 'S' TO WS-CORR-OK
               PERFORM REGRABAR-SUSPENSO
           END-IF.

       PASAR-A-CTASOK.
           WRITE CTAS-VALIDA-REG FROM CTAS-INPUT
           ADD 1 TO WS-TOT-A-CTASOK
           IF CTA-AMOUNT NUMERIC
               ADD CTA-AMOUNT TO WS-TOT-MONTO-CTASOK
           END-IF.

       REGRABAR-SUSPENSO.
           REWRITE REG-SUSPENSO
           IF FS-SUSPENSO NOT = 0
               DISPLAY 'ERROR REGRABANDO CTASSUS, FILE STATUS: '
                  FS-SUSPENSO
           END-IF.

       IMPRIMIR-CORRECCION.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-CORRECCION
               ADD 1 TO WS-LINEAS
           END-IF
           MOVE COR-UID TO COD-UID
           MOVE COR-DEPOSIT-DATE TO COD-FECHA
           MOVE COR-ACCION TO COD-ACCION
           MOVE COR-SUPERVISOR TO COD-SUPERVISOR
           MOVE SUS-MOTIVO TO COD-MOTIVO
           MOVE WS-RESULTADO TO COD-RESULTADO
           WRITE REG-REPORTE FROM LIN-CORRECCION
           ADD 1 TO WS-LINEAS.

       VALIDAR-REGISTRO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           IF UID = SPACES
               MOVE '01' TO WS-MOTIVO-RECHAZO
           ELSE
               PERFORM VALIDAR-FECHA-DEPOSITO
               IF WS-MOTIVO-RECHAZO = SPACES
                   IF CTA-AMOUNT NOT NUMERIC
                       MOVE '04' TO WS-MOTIVO-RECHAZO
                   ELSE
                       PERFORM VALIDAR-MONEDA
                       IF WS-MOTIVO-RECHAZO = SPACES
                           PERFORM VALIDAR-PLAZO
                       END-IF
                       IF WS-MOTIVO-RECHAZO = SPACES
                           PERFORM VALIDAR-DUPLICADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDAR-FECHA-DEPOSITO.
           IF DEPOSIT-DATE NOT NUMERIC
               MOVE '02' TO WS-MOTIVO-RECHAZO
           ELSE
               IF MONTH < 1 OR MONTH > 12 OR DAY-DD < 1
                   MOVE '02' TO WS-MOTIVO-RECHAZO
               ELSE
                   PERFORM OBTENER-DIAS-MES
                   IF DAY-DD > WS-DIAS-MES
                       MOVE '02' TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE DEPOSIT-DATE TO WS-FECHA-DEPOSITO
                       IF WS-FECHA-DEPOSITO > WS-FECHA-HOY-NUM
                           MOVE '03' TO WS-MOTIVO-RECHAZO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OBTENER-DIAS-MES.
           EVALUATE MONTH
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
               MOVE 31 TO WS-DIAS-MES
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
               MOVE 30 TO WS-DIAS-MES
           WHEN 2
               IF FUNCTION MOD(YEAR, 4) = 0 AND
                  (FUNCTION MOD(YEAR, 100) NOT = 0 OR
                   FUNCTION MOD(YEAR, 400) = 0)
                   MOVE 29 TO WS-DIAS-MES
               ELSE
                   MOVE 28 TO WS-DIAS-MES
               END-IF
           END-EVALUATE.

       VALIDAR-MONEDA.
           MOVE 'N' TO WS-MONEDA-OK
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MON-IDX
               IF TB-MONEDA(WS-I) = CTA-CURRENCY
                   MOVE 'S' TO WS-MONEDA-OK
               END-IF
           END-PERFORM
           IF WS-MONEDA-OK = 'N'
               MOVE '05' TO WS-MOTIVO-RECHAZO
           END-IF.

       VALIDAR-PLAZO.
           IF CTA-PLAZO-DIAS NOT = SPACES
               IF CTA-PLAZO-DIAS NOT NUMERIC
                   MOVE '06' TO WS-MOTIVO-RECHAZO
               ELSE
                   IF CTA-PLAZO-DIAS NOT = 030 AND
                      CTA-PLAZO-DIAS NOT = 090 AND
                      CTA-PLAZO-DIAS NOT = 180 AND
                      CTA-PLAZO-DIAS NOT = 360
                       MOVE '06' TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

      * UNA CORRECCION CUYA CLAVE YA ESTA EN CTASOK (O YA SE
      * RECUPERO EN ESTA CORRIDA) COBRARIA INTERES DOS VECES
       VALIDAR-DUPLICADO.
           MOVE 'N' TO WS-ES-DUPLICADO
           MOVE SPACES TO WS-CLAVE-ACTUAL
           STRING UID DEPOSIT-DATE DELIMITED BY SIZE
              INTO WS-CLAVE-ACTUAL
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DUP-IDX
               IF TB-CLAVE(WS-D) = WS-CLAVE-ACTUAL
                   MOVE 'S' TO WS-ES-DUPLICADO
               END-IF
           END-PERFORM
           IF WS-ES-DUPLICADO = 'S'
               MOVE '07' TO WS-MOTIVO-RECHAZO
           ELSE
               PERFORM REGISTRAR-CLAVE
           END-IF.

       REGISTRAR-CLAVE.
           MOVE SPACES TO WS-CLAVE-ACTUAL
           STRING UID DEPOSIT-DATE DELIMITED BY SIZE
              INTO WS-CLAVE-ACTUAL
           IF WS-DUP-IDX > 99999
               DISPLAY
                 '** CDCSUSCT: TABLA DE CLAVES EXCEDE CAPACIDAD,'
               DISPLAY '** PROCESO ABORTADO **'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DUP-IDX
           MOVE WS-CLAVE-ACTUAL TO TB-CLAVE(WS-DUP-IDX).

      * RECORRE TODO EL SUSPENSO: LISTA CADA PARTIDA PENDIENTE CON SU
      * ANTIGUEDAD Y ACUMULA LA MATRIZ MOTIVO X TRAMO DE DIAS
       REPORTAR-ANTIGUEDAD.
           INITIALIZE TABLE-ANTIGUEDAD
           INITIALIZE WS-TOT-TRAMO
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 5
               PERFORM IMPRIMIR-CABECERA
           END-IF
           MOVE 'PARTIDAS PENDIENTES EN SUSPENSO' TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-PENDIENTE
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           ADD 3 TO WS-LINEAS
           MOVE LOW-VALUES TO SUS-CLAVE
           START SUSPENSO-UPD KEY NOT < SUS-CLAVE
           IF FS-SUSPENSO NOT = 0
               SET SW-SUSPENSO-FIN-OK TO TRUE
           END-IF
           PERFORM REVISAR-PARTIDA UNTIL SW-SUSPENSO-FIN-OK
           PERFORM IMPRIMIR-MATRIZ-ANTIGUEDAD.

       REVISAR-PARTIDA.
           READ SUSPENSO-UPD NEXT RECORD
               AT END
                   SET SW-SUSPENSO-FIN-OK TO TRUE
               NOT AT END
                   IF SUS-PENDIENTE
                       PERFORM ACUMULAR-PENDIENTE
                   END-IF
           END-READ.

       ACUMULAR-PENDIENTE.
           ADD 1 TO WS-TOT-PENDIENTES
           MOVE SUS-REGISTRO TO CTAS-INPUT
           MOVE 0 TO WS-DIAS-SUSPENSO
           IF SUS-FECHA-INGRESO NUMERIC AND SUS-FECHA-INGRESO > 0 AND
              SUS-FECHA-INGRESO < WS-FECHA-HOY-NUM
               COMPUTE WS-DIAS-SUSPENSO =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM) -
                 FUNCTION INTEGER-OF-DATE(SUS-FECHA-INGRESO)
           END-IF
           EVALUATE TRUE
           WHEN WS-DIAS-SUSPENSO < 3
               MOVE 1 TO WS-T
           WHEN WS-DIAS-SUSPENSO < 8
               MOVE 2 TO WS-T
           WHEN WS-DIAS-SUSPENSO < 16
               MOVE 3 TO WS-T
           WHEN WS-DIAS-SUSPENSO < 31
               MOVE 4 TO WS-T
           WHEN OTHER
               MOVE 5 TO WS-T
           END-EVALUATE
           MOVE 8 TO WS-M
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
               IF TM-CODIGO(WS-I) = SUS-MOTIVO
                   MOVE WS-I TO WS-M
               END-IF
           END-PERFORM
           ADD 1 TO AG-CANTIDAD(WS-M, WS-T)
           ADD 1 TO AG-TOTAL(WS-M)
           ADD 1 TO WS-TT-CANTIDAD(WS-T)
           IF CTA-AMOUNT NUMERIC
               ADD CTA-AMOUNT TO AG-MONTO(WS-M)
               ADD CTA-AMOUNT TO WS-TOT-MONTO-PEND
           END-IF
           PERFORM IMPRIMIR-PENDIENTE.

       IMPRIMIR-PENDIENTE.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA
               PERFORM IMPRIMIR-CABECERA
               WRITE REG-REPORTE FROM LIN-CAB-PENDIENTE
               ADD 1 TO WS-LINEAS
           END-IF
           MOVE SPACES TO PND-NOTA
           MOVE SUS-UID TO PND-UID
           MOVE SUS-DEPOSIT-DATE TO PND-FECHA
           MOVE SUS-MOTIVO TO PND-MOTIVO
           MOVE TM-DESCRIP(WS-M) TO PND-DESCRIP
           MOVE SUS-FECHA-INGRESO TO WS-FECHA-EDIT
           MOVE WS-FE-DD TO PND-ING-DD
           MOVE WS-FE-MM TO PND-ING-MM
           MOVE WS-FE-AAAA TO PND-ING-AAAA
           MOVE WS-DIAS-SUSPENSO TO PND-DIAS
           MOVE SUS-VECES-RECHAZO TO PND-VECES
           IF CTA-AMOUNT NUMERIC
               MOVE CTA-AMOUNT TO PND-MONTO
           ELSE
               MOVE 0 TO PND-MONTO
           END-IF
           MOVE CTA-CURRENCY TO PND-MONEDA
           IF WS-DIAS-SUSPENSO > WS-DIAS-ALERTA
               ADD 1 TO WS-TOT-VENCIDOS
               MOVE '** EXCEDE PLAZO' TO PND-NOTA
           END-IF
           WRITE REG-REPORTE FROM LIN-PENDIENTE
           ADD 1 TO WS-LINEAS.

       IMPRIMIR-MATRIZ-ANTIGUEDAD.
           IF WS-LINEAS > WS-LINEAS-X-PAGINA - 12
               PERFORM IMPRIMIR-CABECERA
           END-IF
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 'ANTIGUEDAD DEL SUSPENSO POR MOTIVO DE RECHAZO'
              TO SEC-TEXTO
           WRITE REG-REPORTE FROM LIN-SECCION
           WRITE REG-REPORTE FROM LIN-CAB-ANTIGUEDAD
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 8
               MOVE TM-CODIGO(WS-M) TO ANT-MOTIVO
               MOVE TM-DESCRIP(WS-M) TO ANT-DESCRIP
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
                   MOVE AG-CANTIDAD(WS-M, WS-T) TO ANT-CANTIDAD(WS-T)
               END-PERFORM
               MOVE AG-TOTAL(WS-M) TO ANT-TOTAL
               MOVE AG-MONTO(WS-M) TO ANT-MONTO
               WRITE REG-REPORTE FROM LIN-ANTIGUEDAD
           END-PERFORM
           WRITE REG-REPORTE FROM LIN-SEPARADOR
           MOVE SPACES TO ANT-MOTIVO
           MOVE 'TOTAL PENDIENTE' TO ANT-DESCRIP
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
               MOVE WS-TT-CANTIDAD(WS-T) TO ANT-CANTIDAD(WS-T)
           END-PERFORM
           MOVE WS-TOT-PENDIENTES TO ANT-TOTAL
           MOVE WS-TOT-MONTO-PEND TO ANT-MONTO
           WRITE REG-REPORTE FROM LIN-ANTIGUEDAD.

       IMPRIMIR-CABECERA.
           ADD 1 TO WS-PAGINA
           MOVE WS-PAGINA TO TIT-PAGINA
           MOVE WS-FECHA-HOY-NUM TO WS-FECHA-EDIT
           MOVE WS-FE-DD TO TIT-FEC-DD
           MOVE WS-FE-MM TO TIT-FEC-MM
           MOVE WS-FE-AAAA TO TIT-FEC-AAAA
           WRITE REG-REPORTE FROM LIN-TITULO-1
           WRITE REG-REPORTE FROM LIN-TITULO-2
           WRITE REG-REPORTE FROM LIN-BLANCO
           MOVE 3 TO WS-LINEAS.

       MOSTRAR-TOTALES.
           DISPLAY '-------------------------------------------'
           DISPLAY 'RESUMEN DE CONTROL CDCSUSCT'
           DISPLAY 'RECHAZOS LEIDOS  . . . . . : ' WS-TOT-REJ-LEIDOS
           DISPLAY 'INGRESOS NUEVOS AL SUSPENSO: ' WS-TOT-INGRESADOS
           DISPLAY 'REINGRESOS (CLAVE EXISTE)  : ' WS-TOT-REINGRESADOS
           DISPLAY 'CLAVES REPETIDAS EN CTASREJ: ' WS-TOT-COLISIONES
           DISPLAY 'CORRECCIONES LEIDAS  . . . : ' WS-TOT-CORR-LEIDAS
           DISPLAY 'PARTIDAS CORREGIDAS  . . . : ' WS-TOT-CORREGIDOS
           DISPLAY 'PARTIDAS LIBERADAS . . . . : ' WS-TOT-LIBERADOS
           DISPLAY 'LIBERACIONES YA EN CTASOK  : ' WS-TOT-LIB-DUPLIC
           DISPLAY 'PARTIDAS CASTIGADAS  . . . : ' WS-TOT-CASTIGADOS
           DISPLAY 'CORRECCIONES RECHAZADAS  . : ' WS-TOT-CORR-RECHAZ
           DISPLAY 'AGREGADOS A CTASOK . . . . : ' WS-TOT-A-CTASOK
           DISPLAY 'MONTO AGREGADO A CTASOK  . : ' WS-TOT-MONTO-CTASOK
           DISPLAY 'PARTIDAS PENDIENTES  . . . : ' WS-TOT-PENDIENTES
           DISPLAY 'PENDIENTES FUERA DE PLAZO  : ' WS-TOT-VENCIDOS
           DISPLAY 'DIAS DE ALERTA . . . . . . : ' WS-DIAS-ALERTA
           IF WS-REPROCESO = 'S'
               DISPLAY 'FECHA PROCESO (REPROCESO)  : '
                  WS-FECHA-HOY-NUM
           END-IF
           DISPLAY '-------------------------------------------'
           IF WS-TOT-VENCIDOS > 0 OR WS-TOT-CORR-RECHAZ > 0
               DISPLAY '** CDCSUSCT: PARTIDAS EN SUSPENSO POR ACLARAR, '
               DISPLAY '** REVISAR SUSCTOUT **'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-COLISIONES > 0
               DISPLAY '** CDCSUSCT: RECHAZOS CON CLAVE REPETIDA NO '
               DISPLAY '** INGRESADOS, REVISAR SYSOUT **'
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM CDCSUSCT.
