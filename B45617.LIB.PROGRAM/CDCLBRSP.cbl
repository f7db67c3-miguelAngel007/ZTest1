         05 LBS-ERROR-DESCRIP      PIC X(80).
         05 LBS-FECHA              PIC X(8).
         05 LBS-HORA               PIC X(6).
         05 LBS-MONTO              PIC 9(15)V99.
         05 LBS-BANCO-DESTINO      PIC X(4).
         05 LBS-MONEDA             PIC X(2).
         05 LBS-CAJERO             PIC X(4).
         05 FILLER                 PIC X(8).

       FD REPORTE-LBRSP.
       01 REG-REPORTE              PIC X(133).
