      *          tarifario. Las facturas viven en
      *          COBEMP_FACTURAS.DAT (P=pendiente C=cobrada
      *          R=rendida).
      *          Cada cobro en ventanilla entrega el comprobante de
      *          caja (COMPRO1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CS-MONTO                 PIC 9(10)V99.
       01  WS-CS-RESULTADO             PIC X(1).

       01  WS-CP-TIPO                  PIC X(10) VALUE 'COBRANZA'.
       01  WS-CP-CUENTA                PIC X(22).
       01  WS-CP-IMPORTE               PIC 9(10)V99.
       01  WS-CP-ORIGEN                PIC X(01).
       01  WS-CP-MOV-ID                PIC 9(09).
       01  WS-CP-MOV-REF               PIC X(20).
       01  WS-CP-NRO                   PIC 9(09).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).
           MOVE WS-FECHA-HOY TO WS-FAC-FECHA-PAGO(WS-FAC-SEL)
           MOVE WS-MEDIO-ING TO WS-FAC-MEDIO(WS-FAC-SEL)
           PERFORM 150-GRABA-FACTURAS
           DISPLAY "Factura " WS-NRO-ING " cobrada."
           PERFORM 320-EMITE-COMPROBANTE.
       300-END.

       310-DEBITA-PAGADOR.
           PERFORM 700-LLAMA-MOVPOST.
       310-END.

       320-EMITE-COMPROBANTE.
           MOVE SPACES TO WS-CP-CUENTA WS-CP-MOV-REF
           STRING "FACT " WS-NRO-ING
               DELIMITED BY SIZE INTO WS-CP-CUENTA
           MOVE WS-FAC-IMPORTE(WS-FAC-SEL) TO WS-CP-IMPORTE
           IF WS-MEDIO-ING = 'D'
               MOVE 'C' TO WS-CP-ORIGEN
               MOVE WS-MV-NEWID TO WS-CP-MOV-ID
           ELSE
               MOVE SPACE TO WS-CP-ORIGEN
               MOVE 0 TO WS-CP-MOV-ID
           END-IF
           STRING "EMP=" WS-EMPRESA-ING
               DELIMITED BY SIZE INTO WS-CP-MOV-REF
           MOVE 0 TO WS-CP-NRO
           CALL 'COMPRO1' USING WS-CP-TIPO
                                WS-FAC-DOC-PAG(WS-FAC-SEL)
                                WS-CP-CUENTA WS-CP-IMPORTE
                                WS-MEDIO-ING WS-CP-ORIGEN
                                WS-CP-MOV-ID WS-CP-MOV-REF
                                LK-OPERADOR WS-CP-NRO.
       320-END.

       400-RENDICION.
           IF WS-FAC-DESBORDE = 'S'
               DISPLAY "COBEMP_FACTURAS.DAT supera la tabla de "
