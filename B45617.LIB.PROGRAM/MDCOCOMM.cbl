      ******************************************************************
      * R00025 15/10/26 AEC MONTO, BANCO Y MONEDA EN ESTADO LBTR       *
      * R00024 15/10/26 AEC BITACORA DE ALERTAS CLIENTES ESPECIALES    *
      * R00023 02/09/26 AEC LIMITE DIARIO POR USUARIO EN OPERS 01/02   *
      * R00022 02/09/26 AEC OPERACION 10 LIBERA RETENCION EN VENTANILLA*
      * R00021 22/08/26 AEC NUEVA OPERACION 09 CONSULTA ESTADO LBTR    *
R00023 77  WK-RESP-ACUU             PIC S9(08) COMP VALUE +0.
R00023 77  SW-LIMITE-EXCEDIDO       PIC 9          VALUE 0.
R00023*FIN
R00024*INI BITACORA DE ALERTAS DE CLIENTES ESPECIALES (OPERS 06/07)
R00024 01   REG-MDCFALER.
R00024      02 ALE-FECHA             PIC X(8)  VALUE SPACES.
R00024      02 ALE-HORA              PIC X(6)  VALUE SPACES.
R00024      02 ALE-CODOPE            PIC X(2)  VALUE SPACES.
R00024      02 ALE-USUARIO           PIC X(8)  VALUE SPACES.
R00024      02 ALE-TERMINAL          PIC X(4)  VALUE SPACES.
R00024      02 ALE-TIPO-DOC          PIC X(2)  VALUE SPACES.
R00024      02 ALE-NUM-DOC           PIC X(15) VALUE SPACES.
R00024      02 ALE-NOMBRE            PIC X(85) VALUE SPACES.
R00024      02 ALE-CODRET-CCE        PIC X(2)  VALUE SPACES.
R00024      02 ALE-CRITICIDAD        PIC X(2)  VALUE SPACES.
R00024      02 FILLER                PIC X(16) VALUE SPACES.
R00024 77  WK-ALER-LENGTH            PIC S9(4)  COMP VALUE +150.
R00024 77  WK-KEY-RBA-ALER           PIC 9(8)   COMP.
R00024 77  WK-RESP-ALER              PIC S9(08) COMP VALUE +0.
R00024*FIN
R00021 01   REG-MDCFLBST.
R00021      02 LBS-REFERENCIA        PIC X(11) VALUE SPACES.
R00021      02 LBS-CODOPER           PIC X(4)  VALUE SPACES.
R00021      02 LBS-ERROR-DESCRIP     PIC X(80) VALUE SPACES.
R00021      02 LBS-FECHA             PIC X(8)  VALUE SPACES.
R00021      02 LBS-HORA              PIC X(6)  VALUE SPACES.
R00025*INI DATOS DEL ENVIO PARA LA POSICION POR BANCO DESTINO
R00025      02 LBS-MONTO             PIC 9(15)V99 VALUE ZEROS.
R00025      02 LBS-BANCO-DESTINO     PIC X(4)  VALUE SPACES.
R00025      02 LBS-MONEDA            PIC X(2)  VALUE SPACES.
R00025      02 LBS-CAJERO            PIC X(4)  VALUE SPACES.
R00025      02 FILLER                PIC X(8)  VALUE SPACES.
R00025*FIN
R00021 01   WK-REF-LBST              PIC X(11) VALUE SPACES.
R00021 77  WK-MODO-SOLICITADO        PIC X(1)       VALUE SPACES.
R00021 77  WK-RESP-LBST              PIC S9(08) COMP VALUE +0.
R00021     END-IF
R00021     MOVE XBA-ERROR-CODIGO TO LBS-ERROR-CODIGO
R00021     MOVE XBA-ERROR-DESCRIP TO LBS-ERROR-DESCRIP
R00025     MOVE XBA-MONTO-OPERACION TO LBS-MONTO
R00025     MOVE XBA-CTA-DESTINO-CDGBCO TO LBS-BANCO-DESTINO
R00025     MOVE XBA-CTA-DESTINO-MONEDA TO LBS-MONEDA
R00025     MOVE WI3-CAJERO TO LBS-CAJERO
R00021     STRING LCP-CENT
R00021            LCP-YEAR
R00021            LCP-MONTH
FO2515     ELSE
FO2515        IF CCE-RETURN-CODE-1 = '00'
FO2515           IF CCE-CRITICIDAD = 'R1'
R00024              PERFORM GRABAR-ALERTA-CLIENTE
903312              IF WI-CODOPE = '07'
W18070                 MOVE 00 TO WK-RC
903312              ELSE
FO2515        END-IF
FO2515     END-IF.

R00024 GRABAR-ALERTA-CLIENTE.
R00024*----------------------*
R00024*    DEJA CONSTANCIA DE LA ALERTA PARA CUMPLIMIENTO; UN ERROR AL
R00024*    GRABAR NO DETIENE LA OPERACION
R00024     INITIALIZE REG-MDCFALER
R00024     STRING LCP-CENT
R00024            LCP-YEAR
R00024            LCP-MONTH
R00024            LCP-DAY1
R00024        DELIMITED BY SIZE INTO ALE-FECHA
R00024     MOVE WTIEMPO TO ALE-HORA
R00024     MOVE WI-CODOPE TO ALE-CODOPE
R00024     MOVE WI-USUARIO-C TO ALE-USUARIO
R00024     MOVE EIBTRMID TO ALE-TERMINAL
R00024     MOVE CCE-TIPO-DOC(1) TO ALE-TIPO-DOC
R00024     MOVE CCE-NRO-DOC(1) TO ALE-NUM-DOC
R00024     MOVE CCE-NOMB-PJ(1) TO ALE-NOMBRE
R00024     MOVE CCE-RETURN-CODE-1 TO ALE-CODRET-CCE
R00024     MOVE CCE-CRITICIDAD TO ALE-CRITICIDAD
R00024     EXEC CICS WRITE DATASET('MDCFALER')
R00024          FROM    (REG-MDCFALER)
R00024          LENGTH  (WK-ALER-LENGTH)
R00024          RBA
R00024          RIDFLD  (WK-KEY-RBA-ALER)
R00024          RESP    (WK-RESP-ALER)
R00024          END-EXEC.


      *         ...  NUEVAS RUTINAS  ...                                00002650
      *                                                                 00002650
