       01  WS-MODO          PIC X   VALUE ' '.
           88 MODO-DENSIDAD VALUE 'D'.
           88 MODO-HISTOGRAMA VALUE 'H'.
           88 MODO-SERIE VALUE 'T'.

       01  GRAFICO.
           05 FILA OCCURS 1 TO 100 TIMES DEPENDING ON WS-ALTO
       01  WS-CIFRA         PIC 9(5) VALUE 0.
       01  WS-CIFRA-R REDEFINES WS-CIFRA PIC X(5).

      * MODO SERIE DE TIEMPO: EL EJE X ES LA FECHA DE CORRIDA QUE
      * VIENE EN ITEM(1:8) (AAAAMMDD, PUENTE CDCPTHIS). CADA PUNTO SE
      * UNE CON EL ANTERIOR DEL MISMO GRUPO Y EL EJE Y CRECE HACIA
      * ARRIBA; BAJO LA REGLA SALE LA FECHA DE CADA PUNTO (DD/MM)
       01  ETIQUETAS-X.
           05 ETIQUETA-X OCCURS 1 TO 200 TIMES
              DEPENDING ON WS-ANCHO PIC X(8).

       01  WS-X-ANT         PIC 999 VALUE 0.
       01  WS-FILA          PIC 999 VALUE 0.
       01  WS-FILA-ANT      PIC 999 VALUE 0.
       01  WS-FILA-TRAMO    PIC 999 VALUE 0.
       01  WS-FILA-COL-ANT  PIC 999 VALUE 0.
       01  WS-FILA-DESDE    PIC 999 VALUE 0.
       01  WS-FILA-HASTA    PIC 999 VALUE 0.
       01  WS-COL           PIC 999 VALUE 0.
       01  WS-COL-LIBRE     PIC 999 VALUE 0.
       01  WS-FECHA-MIN     PIC X(8) VALUE SPACES.
       01  WS-FECHA-MAX     PIC X(8) VALUE SPACES.

       01  WS-FIN-ARCHIVO   PIC X VALUE 'N'.
       01  WS-LINEA         PIC X(200).
       01  WS-DIGITO        PIC 9.
                       IF PARM-ANCHO > 0 AND PARM-ANCHO <= 200
                           MOVE PARM-ANCHO TO WS-ANCHO
                       END-IF
                       IF PARM-MODO = 'D' OR PARM-MODO = 'H' OR
                          PARM-MODO = 'T'
                           MOVE PARM-MODO TO WS-MODO
                       END-IF
               END-READ
           MOVE 0 TO WS-MAX-CUENTA
           MOVE 0 TO WS-MAX-COLUMNA
           MOVE 0 TO WS-TOT-PUNTOS
           MOVE 0 TO WS-X-ANT
           MOVE SPACES TO WS-FECHA-MIN
           MOVE SPACES TO WS-FECHA-MAX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ALTO
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ANCHO
                   MOVE ' ' TO PUNTO(WS-I, WS-J)
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ANCHO
               MOVE 0 TO CUENTA-COLUMNA(WS-J)
               MOVE SPACES TO ETIQUETA-X(WS-J)
           END-PERFORM.

       MARCAR-PUNTO.
           IF MODO-HISTOGRAMA
               PERFORM MARCAR-COLUMNA-HISTOGRAMA
           ELSE
           IF MODO-SERIE
               PERFORM MARCAR-PUNTO-SERIE
           ELSE
           IF VALOR-X > 0 AND VALOR-X <= WS-ANCHO AND
              VALOR-Y > 0 AND VALOR-Y <= WS-ALTO
               IF MODO-DENSIDAD
           ELSE
               PERFORM REGISTRAR-EXCEPCION
           END-IF
           END-IF
           END-IF.

      * UN PUNTO FUERA DE LA GRILLA VA A EXCEPCIONES Y LA LINEA SIGUE
      * DESDE EL ULTIMO PUNTO VALIDO; UN PUNTO QUE NO AVANZA EN X SOLO
      * SE MARCA, SIN TRAMO
       MARCAR-PUNTO-SERIE.
           IF VALOR-X > 0 AND VALOR-X <= WS-ANCHO AND
              VALOR-Y > 0 AND VALOR-Y <= WS-ALTO
               COMPUTE WS-FILA = WS-ALTO - VALOR-Y + 1
               IF WS-X-ANT > 0 AND VALOR-X > WS-X-ANT
                   PERFORM TRAZAR-TRAMO-SERIE
               END-IF
               MOVE '*' TO PUNTO(WS-FILA, VALOR-X)
               MOVE ITEM(1:8) TO ETIQUETA-X(VALOR-X)
               MOVE VALOR-X TO WS-X-ANT
               MOVE WS-FILA TO WS-FILA-ANT
               ADD 1 TO WS-TOT-PUNTOS
               IF WS-FECHA-MIN = SPACES OR ITEM(1:8) < WS-FECHA-MIN
                   MOVE ITEM(1:8) TO WS-FECHA-MIN
               END-IF
               IF ITEM(1:8) > WS-FECHA-MAX
                   MOVE ITEM(1:8) TO WS-FECHA-MAX
               END-IF
           ELSE
               PERFORM REGISTRAR-EXCEPCION
           END-IF.

      * TRAMO ENTRE EL PUNTO ANTERIOR Y EL ACTUAL: POR CADA COLUMNA SE
      * INTERPOLA LA FILA Y SE RELLENA EN VERTICAL DESDE LA FILA DE LA
      * COLUMNA ANTERIOR, SIN PISAR PUNTOS YA MARCADOS
       TRAZAR-TRAMO-SERIE.
           MOVE WS-FILA-ANT TO WS-FILA-COL-ANT
           PERFORM VARYING WS-COL FROM WS-X-ANT BY 1
             UNTIL WS-COL >= VALOR-X
               COMPUTE WS-FILA-TRAMO ROUNDED = WS-FILA-ANT +
                 ((WS-FILA - WS-FILA-ANT) * (WS-COL + 1 - WS-X-ANT))
                 / (VALOR-X - WS-X-ANT)
               EVALUATE TRUE
               WHEN WS-FILA-TRAMO > WS-FILA-COL-ANT
                   COMPUTE WS-FILA-DESDE = WS-FILA-COL-ANT + 1
                   MOVE WS-FILA-TRAMO TO WS-FILA-HASTA
               WHEN WS-FILA-TRAMO < WS-FILA-COL-ANT
                   MOVE WS-FILA-TRAMO TO WS-FILA-DESDE
                   COMPUTE WS-FILA-HASTA = WS-FILA-COL-ANT - 1
               WHEN OTHER
                   MOVE WS-FILA-TRAMO TO WS-FILA-DESDE
                   MOVE WS-FILA-TRAMO TO WS-FILA-HASTA
               END-EVALUATE
               PERFORM VARYING WS-I FROM WS-FILA-DESDE BY 1
                 UNTIL WS-I > WS-FILA-HASTA
                   IF PUNTO(WS-I, WS-COL + 1) = ' '
                       MOVE '.' TO PUNTO(WS-I, WS-COL + 1)
                   END-IF
               END-PERFORM
               MOVE WS-FILA-TRAMO TO WS-FILA-COL-ANT
           END-PERFORM.

      * EN HISTOGRAMA SOLO CUENTA EL EJE X (LA BANDA DE CAPITAL QUE
      * TRAE EL PUENTE CDCPTINT); EL VALOR Y DEL REGISTRO SE IGNORA
       MARCAR-COLUMNA-HISTOGRAMA.
       MOSTRAR-GRAFICO.
           IF MODO-HISTOGRAMA
               PERFORM MOSTRAR-HISTOGRAMA
           ELSE
           IF MODO-SERIE
               PERFORM MOSTRAR-SERIE
           ELSE
               PERFORM ESCRIBIR-CABECERA
               PERFORM ESCRIBIR-REGLA
               IF MODO-DENSIDAD
                   PERFORM ESCRIBIR-PIE-DENSIDAD
               END-IF
           END-IF
           END-IF.

       MOSTRAR-SERIE.
           PERFORM ESCRIBIR-CABECERA
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ALTO
               MOVE SPACES TO WS-LINEA
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ANCHO
                   MOVE PUNTO(WS-I, WS-J) TO WS-LINEA(WS-J:1)
               END-PERFORM
               DISPLAY WS-LINEA(1:WS-ANCHO)
               WRITE REG-SALIDA FROM WS-LINEA
           END-PERFORM
           PERFORM ESCRIBIR-REGLA-SERIE
           PERFORM ESCRIBIR-ETIQUETAS-SERIE
           PERFORM ESCRIBIR-PIE-SERIE.

      * MARCA DE EJE: '+' EN CADA COLUMNA CON FECHA, '-' EN EL RESTO
       ESCRIBIR-REGLA-SERIE.
           MOVE SPACES TO WS-LINEA
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ANCHO
               IF ETIQUETA-X(WS-J) = SPACES
                   MOVE '-' TO WS-LINEA(WS-J:1)
               ELSE
                   MOVE '+' TO WS-LINEA(WS-J:1)
               END-IF
           END-PERFORM
           DISPLAY WS-LINEA(1:WS-ANCHO)
           WRITE REG-SALIDA FROM WS-LINEA.

      * LA ETIQUETA DD/MM ARRANCA EN LA COLUMNA DE SU MARCA (CERCA DEL
      * BORDE DERECHO TERMINA EN LA ULTIMA COLUMNA); SI PISA A LA
      * ANTERIOR SE OMITE Y QUEDA SOLO LA MARCA '+'
       ESCRIBIR-ETIQUETAS-SERIE.
           MOVE SPACES TO WS-LINEA
           MOVE 1 TO WS-COL-LIBRE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-ANCHO
               IF ETIQUETA-X(WS-J) NOT = SPACES AND WS-ANCHO > 4
                   MOVE WS-J TO WS-COL
                   IF WS-COL + 4 > WS-ANCHO
                       COMPUTE WS-COL = WS-ANCHO - 4
                   END-IF
                   IF WS-COL >= WS-COL-LIBRE
                       MOVE ETIQUETA-X(WS-J)(7:2) TO WS-LINEA(WS-COL:2)
                       MOVE '/' TO WS-LINEA(WS-COL + 2:1)
                       MOVE ETIQUETA-X(WS-J)(5:2)
                         TO WS-LINEA(WS-COL + 3:2)
                       COMPUTE WS-COL-LIBRE = WS-COL + 6
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-LINEA(1:WS-ANCHO)
           WRITE REG-SALIDA FROM WS-LINEA.

       ESCRIBIR-PIE-SERIE.
           MOVE SPACES TO WS-LINEA
           STRING 'DESDE: '          DELIMITED BY SIZE
                  WS-FECHA-MIN(7:2)  DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-FECHA-MIN(5:2)  DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-FECHA-MIN(1:4)  DELIMITED BY SIZE
                  '   HASTA: '       DELIMITED BY SIZE
                  WS-FECHA-MAX(7:2)  DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-FECHA-MAX(5:2)  DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-FECHA-MAX(1:4)  DELIMITED BY SIZE
                  '   PUNTOS: '      DELIMITED BY SIZE
                  WS-TOT-PUNTOS      DELIMITED BY SIZE
                  INTO WS-LINEA
           DISPLAY WS-LINEA
           WRITE REG-SALIDA FROM WS-LINEA.

      * BARRAS VERTICALES ESCALADAS A WS-ALTO: LA FILA I (DESDE
      * ARRIBA) PINTA '*' SI LA ALTURA ESCALADA DE LA COLUMNA
      * ALCANZA ESE NIVEL; DEBAJO DE LA REGLA SALE EL CONTEO DE
