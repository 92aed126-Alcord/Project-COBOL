      *          ingresos por comisiones (constancias de canal
      *          COMISION del mes: mantenimiento, transferencias,
      *          chequeras, identificables por su codigo de tarifa en
      *          la referencia; los cobros van en negativo y las
      *          devoluciones, como la de la comision de renovacion
      *          de tarjeta, en positivo y restan), el interes ganado
      *          en sus prestamos (libro auxiliar DEVENG_HIP.DAT del
      *          periodo) y la
      *          financiacion de tarjeta (interes y mora de los
      *          resumenes cortados en el mes), menos el interes
      *          pagado al cliente (constancias INTERES y PFINT= de
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
       FD  CLISUC-FILE.
       01  CLISUC-RECORD.
           05  CLS-DOC                 PIC X(13).
       01  WS-RENTAS.
           05  WS-REN OCCURS 500 TIMES.
               10  WS-REN-CLAVE        PIC X(13).
               10  WS-REN-COMISION     PIC S9(12)V99.
               10  WS-REN-INT-GANADO   PIC 9(12)V99.
               10  WS-REN-INT-PAGADO   PIC 9(12)V99.
               10  WS-REN-NETO         PIC S9(13)V99.
       01  WS-REN-CLAVE-BUSCA          PIC X(13).
       01  WS-REN-TEMP.
           05  WS-TMP-CLAVE            PIC X(13).
           05  WS-TMP-COMISION         PIC S9(12)V99.
           05  WS-TMP-INT-GANADO       PIC 9(12)V99.
           05  WS-TMP-INT-PAGADO       PIC 9(12)V99.
           05  WS-TMP-NETO             PIC S9(13)V99.
                   IF WS-REN-SEL > 0
                       COMPUTE WS-REN-COMISION(WS-REN-SEL) =
                           WS-REN-COMISION(WS-REN-SEL)
                           - WS-JRN-IMPORTE
                   END-IF
               WHEN WS-JRN-CANAL = 'INTERES'
                   PERFORM 150-ACUMULA
