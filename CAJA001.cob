      *          balanceo (BALANCE_CAJA.TXT) comparando el efectivo
      *          contado contra el movimiento posteado de la sesion.
      *          Las sesiones persisten en CAJA_SESION.DAT.
      *          Cada deposito, extraccion y adelanto con tarjeta
      *          entrega al cliente un comprobante numerado por
      *          sucursal (COMPRO1); la planilla de balanceo lista el
      *          rango de comprobantes de la sesion para que los
      *          huecos queden a la vista. Reimpresion y anulacion
      *          en COMPRO001.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-SESION-FSTATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALANCE_CAJA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPROB-FILE ASSIGN TO "COMPROBANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  BALANCE-RECORD              PIC X(100).

       FD  COMPROB-FILE.
       01  COMPROBANTE-RECORD.
           05  CMP-SUCURSAL            PIC X(03).
           05  CMP-NRO                 PIC 9(09).
           05  CMP-FECHA               PIC X(08).
           05  CMP-HORA                PIC X(06).
           05  CMP-SESION              PIC 9(05).
           05  CMP-OPERADOR            PIC X(30).
           05  CMP-TIPO                PIC X(10).
           05  CMP-DOC                 PIC X(13).
           05  CMP-CUENTA              PIC X(22).
           05  CMP-IMPORTE             PIC 9(10)V99.
           05  CMP-MEDIO               PIC X(01).
           05  CMP-MOV-ORIGEN          PIC X(01).
           05  CMP-MOV-ID              PIC 9(09).
           05  CMP-MOV-REF             PIC X(20).
           05  CMP-ESTADO              PIC X(01).
           05  CMP-REIMPRESIONES       PIC 9(03).
           05  CMP-ANU-FECHA           PIC X(08).
           05  CMP-ANU-OPERADOR        PIC X(30).
           05  CMP-ANU-REVERSA         PIC 9(09).
           05  CMP-ANU-MOTIVO          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-SESION-FSTATUS           PIC XX.
       01  WS-CMP-FSTATUS              PIC XX.
       01  WS-SESIONES.
           05  WS-SESION OCCURS 200 TIMES.
               10  WS-SES-NRO              PIC 9(05).

       01  WS-OPCION                   PIC 9(2).
       01  WS-DOC-CLI                  PIC X(13).
       01  WS-MRC-MODULO               PIC X(10) VALUE 'CAJA001'.
       01  WS-MRC-RESULTADO            PIC X(01).
       01  WS-MONTO                    PIC S9(8)V99.
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA                    PIC X(10).
       01  WS-IMP-MONTO3               PIC ZZZZZZZZ9.99-.
       01  WS-IMP-CANT                 PIC ZZZZ9.

       01  WS-CP-TIPO                  PIC X(10).
       01  WS-CP-DOC                   PIC X(13).
       01  WS-CP-CUENTA                PIC X(22).
       01  WS-CP-IMPORTE               PIC 9(10)V99.
       01  WS-CP-MEDIO                 PIC X(01) VALUE 'E'.
       01  WS-CP-ORIGEN                PIC X(01).
       01  WS-CP-MOV-ID                PIC 9(09).
       01  WS-CP-NRO                   PIC 9(09).
       01  WS-CP-DESDE                 PIC 9(09).
       01  WS-CP-HASTA                 PIC 9(09).
       01  WS-CP-SUCURSAL              PIC X(03).
       01  WS-CP-EMITIDOS              PIC 9(05).
       01  WS-CP-ANULADOS              PIC 9(05).
       01  WS-CP-AJENOS                PIC 9(09).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).
           DISPLAY "8 - Cheques de gerencia"
           DISPLAY "9 - Tesoro de sucursal"
           DISPLAY "10 - Adelanto de efectivo con tarjeta"
           DISPLAY "11 - Compra-venta de moneda extranjera"
           DISPLAY "12 - Cajas de seguridad"
           DISPLAY "13 - Comprobantes (reimpresion / anulacion)"
           DISPLAY "14 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                   PERFORM 450-ADELANTO-TARJETA
                   PERFORM 100-MENU
               WHEN 11
                   DISPLAY "Mesa de cambios..."
                   CALL 'FXOPE001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 110-CARGA-SESIONES
                   PERFORM 100-MENU
               WHEN 12
                   DISPLAY "Cajas de seguridad..."
                   CALL 'CAJSEG001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 13
                   DISPLAY "Comprobantes de caja..."
                   CALL 'COMPRO001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 14
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
               MOVE 0 TO WS-MONTO
               EXIT PARAGRAPH
           END-IF
           CALL 'MARCAS1' USING WS-DOC-CLI WS-MRC-MODULO LK-OPERADOR
                                WS-MRC-RESULTADO
           IF WS-MRC-RESULTADO = 'N'
               MOVE 0 TO WS-MONTO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ingrese el monto: "
           ACCEPT WS-MONTO
           IF WS-MONTO <= 0
               PERFORM 130-GRABA-SESIONES
               DISPLAY "Deposito registrado. Movimiento "
                       WS-MV-NEWID
               MOVE 'DEPOSITO' TO WS-CP-TIPO
               PERFORM 280-EMITE-COMPROBANTE
           ELSE
               DISPLAY "No se pudo registrar el deposito."
           END-IF.
               PERFORM 130-GRABA-SESIONES
               DISPLAY "Extraccion registrada. Movimiento "
                       WS-MV-NEWID
               MOVE 'EXTRACCION' TO WS-CP-TIPO
               PERFORM 280-EMITE-COMPROBANTE
           ELSE
               DISPLAY "No se pudo registrar la extraccion."
           END-IF.
           END-EVALUATE.
       270-END.

       280-EMITE-COMPROBANTE.
      *    Comprobante de la operacion de efectivo recien posteada
      *    (WS-CP-TIPO lo informa quien llama).
           MOVE WS-DOC-CLI TO WS-CP-DOC WS-CP-CUENTA
           MOVE WS-MONTO TO WS-CP-IMPORTE
           MOVE 'E' TO WS-CP-MEDIO
           MOVE 'C' TO WS-CP-ORIGEN
           MOVE WS-MV-NEWID TO WS-CP-MOV-ID
           MOVE 0 TO WS-CP-NRO
           CALL 'COMPRO1' USING WS-CP-TIPO WS-CP-DOC WS-CP-CUENTA
                                WS-CP-IMPORTE WS-CP-MEDIO
                                WS-CP-ORIGEN WS-CP-MOV-ID WS-MV-REF
                                LK-OPERADOR WS-CP-NRO
           IF WS-CP-NRO > 0
               DISPLAY "Entregue al cliente el comprobante "
                       WS-CP-NRO "."
           END-IF.
       280-END.

       450-ADELANTO-TARJETA.
      *    Adelanto en efectivo contra la tarjeta: los controles
      *    (denuncia activa, limite disponible) y el posteo con tipo
               WHEN 'D'
                   DISPLAY "TARJETA DENUNCIADA. No se aceptan "
                           "adelantos sobre este plastico."
               WHEN 'R'
                   DISPLAY "Tarjeta con plan de pagos activo: no "
                           "admite adelantos."
               WHEN 'I'
                   DISPLAY "Plastico no activado: no admite "
                           "adelantos hasta su activacion."
               WHEN 'N'
                   DISPLAY "La tarjeta no existe."
               WHEN 'L'
           END-IF
           WRITE BALANCE-RECORD
           DISPLAY BALANCE-RECORD
           PERFORM 520-RANGO-COMPROBANTES
           CLOSE BALANCE-FILE.
       510-END.

       520-RANGO-COMPROBANTES.
      *    Comprobantes emitidos en la sesion, uno por linea, y el
      *    rango usado. La numeracion es por sucursal: los numeros
      *    del rango que no son de esta sesion los emitieron otras
      *    cajas y se informan para poder cotejar los huecos.
           MOVE 0 TO WS-CP-DESDE WS-CP-HASTA WS-CP-EMITIDOS
                     WS-CP-ANULADOS WS-CP-AJENOS
           MOVE SPACES TO WS-CP-SUCURSAL
           MOVE SPACES TO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE "COMPROBANTES EMITIDOS EN LA SESION" TO BALANCE-RECORD
           WRITE BALANCE-RECORD
           DISPLAY BALANCE-RECORD
           OPEN INPUT COMPROB-FILE
           IF WS-CMP-FSTATUS = '00'
               PERFORM UNTIL WS-CMP-FSTATUS NOT = '00'
                   READ COMPROB-FILE
                       AT END MOVE '10' TO WS-CMP-FSTATUS
                       NOT AT END
                           IF CMP-SESION = WS-SES-NRO(WS-SES-ACTUAL)
                              AND CMP-OPERADOR =
                                  WS-SES-OPERADOR(WS-SES-ACTUAL)
                               PERFORM 525-LINEA-COMPROBANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPROB-FILE
           END-IF
           IF WS-CP-EMITIDOS = 0
               MOVE "  (SIN COMPROBANTES EMITIDOS)" TO BALANCE-RECORD
               WRITE BALANCE-RECORD
               DISPLAY BALANCE-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CP-AJENOS =
               WS-CP-HASTA - WS-CP-DESDE + 1 - WS-CP-EMITIDOS
           MOVE WS-CP-EMITIDOS TO WS-IMP-CANT
           MOVE SPACES TO BALANCE-RECORD
           STRING "RANGO SUCURSAL " WS-CP-SUCURSAL
                  " DESDE " WS-CP-DESDE " HASTA " WS-CP-HASTA
                  " - EMITIDOS: " WS-IMP-CANT
               DELIMITED BY SIZE INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           DISPLAY BALANCE-RECORD
           MOVE WS-CP-ANULADOS TO WS-IMP-CANT
           MOVE SPACES TO BALANCE-RECORD
           STRING "ANULADOS: " WS-IMP-CANT
                  "   NUMEROS DEL RANGO DE OTRAS CAJAS: " WS-CP-AJENOS
               DELIMITED BY SIZE INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           DISPLAY BALANCE-RECORD.
       520-END.

       525-LINEA-COMPROBANTE.
           ADD 1 TO WS-CP-EMITIDOS
           IF CMP-ESTADO = 'A'
               ADD 1 TO WS-CP-ANULADOS
           END-IF
           IF WS-CP-DESDE = 0 OR CMP-NRO < WS-CP-DESDE
               MOVE CMP-NRO TO WS-CP-DESDE
           END-IF
           IF CMP-NRO > WS-CP-HASTA
               MOVE CMP-NRO TO WS-CP-HASTA
           END-IF
           MOVE CMP-SUCURSAL TO WS-CP-SUCURSAL
           MOVE CMP-IMPORTE TO WS-IMP-MONTO
           MOVE SPACES TO BALANCE-RECORD
           STRING "  " CMP-NRO " " CMP-HORA " " CMP-TIPO " "
                  CMP-DOC " " WS-IMP-MONTO " " CMP-ESTADO
               DELIMITED BY SIZE INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           DISPLAY BALANCE-RECORD.
       525-END.

       600-CONSULTAR-SESION.
           IF WS-SES-ACTUAL = 0
               DISPLAY "No tiene una sesion de caja abierta."
