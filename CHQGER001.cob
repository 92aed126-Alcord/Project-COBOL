      *          CHQGERENC del
      *          tarifario y registra el instrumento en su propio
      *          registro numerado CHEQUES_GERENCIA.DAT (entidad
      *          CHQGER en SECUENCIAS.DAT) con beneficiario y estado;
      *          el alta del instrumento la hace CHQGALTA1, que
      *          comparte con el pago a proveedores (PAGPRV001).
      *          CAMARA001 honra nuestros instrumentos cuando otro
      *          banco los presenta, marcandolos Pagados aca; los
      *          emitidos y aun no pagados son un pasivo del banco
      *          que GLEXT001 expone en el extracto contable (tipo de
      *          mapeo CHQGER-SDO). El beneficiario se filtra contra
      *          la lista de sancionados (CTPSCR1) antes de cobrar: con
      *          coincidencia la venta no se hace y queda retenida;
      *          si cumplimiento la libera (RETCTP001) el cheque se
      *          emite debitando la cuenta del comprador.
      *          La venta entrega el comprobante de caja (COMPRO1)
      *          por el importe mas la tarifa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CS-MONTO                 PIC 9(10)V99.
       01  WS-CS-RESULTADO             PIC X(1).

       01  WS-CHG-NRO                  PIC 9(9).

       01  WS-CP-TIPO                  PIC X(10) VALUE 'CHQGERENC'.
       01  WS-CP-CUENTA                PIC X(22).
       01  WS-CP-IMPORTE               PIC 9(10)V99.
       01  WS-CP-ORIGEN                PIC X(01).
       01  WS-CP-MOV-ID                PIC 9(09).
       01  WS-CP-MOV-REF               PIC X(20).
       01  WS-CP-NRO                   PIC 9(09).

       01  WS-CT-ORIGEN                PIC X(10).
       01  WS-CT-DOC-CLI               PIC X(13).
       01  WS-CT-DOC                   PIC X(15).
       01  WS-CT-NOMBRE                PIC X(50).
       01  WS-CT-CUENTA                PIC X(22).
       01  WS-CT-IMPORTE               PIC 9(10)V99.
       01  WS-CT-MEDIO                 PIC X(01).
       01  WS-CT-REF                   PIC X(20).
       01  WS-CT-RESULTADO             PIC X(01).
       01  WS-CT-NRO                   PIC 9(09).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
               DISPLAY "El importe debe ser mayor a cero."
               EXIT PARAGRAPH
           END-IF
           MOVE 'CHQGERENC ' TO WS-CT-ORIGEN
           MOVE WS-DOC-ING TO WS-CT-DOC-CLI
           MOVE SPACES TO WS-CT-DOC WS-CT-NOMBRE WS-CT-CUENTA
                          WS-CT-REF
           MOVE WS-BENEF-ING TO WS-CT-NOMBRE
           MOVE WS-MONTO-ING TO WS-CT-IMPORTE
           MOVE 'D' TO WS-CT-MEDIO
           MOVE 'L' TO WS-CT-RESULTADO
           MOVE 0 TO WS-CT-NRO
           CALL 'CTPSCR1' USING WS-CT-ORIGEN WS-CT-DOC-CLI WS-CT-DOC
                                WS-CT-NOMBRE WS-CT-CUENTA
                                WS-CT-IMPORTE WS-CT-MEDIO WS-CT-REF
                                LK-OPERADOR WS-CT-RESULTADO
                                WS-CT-NRO
           IF WS-CT-RESULTADO = 'M'
               DISPLAY "Venta no realizada. Si cumplimiento libera "
                       "la retencion, el cheque se emite con debito "
                       "en la cuenta del comprador."
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-LEE-TARIFA
           DISPLAY "Medio de pago (E=efectivo D=debito en cuenta): "
           ACCEPT WS-MEDIO-ING
                   DISPLAY "Medio invalido."
                   EXIT PARAGRAPH
           END-EVALUATE
      *    El instrumento se registra por CHQGALTA1, el mismo alta
      *    que usa el pago a proveedores, y se recarga la tabla.
           MOVE 0 TO WS-CHG-NRO
           CALL 'CHQGALTA1' USING WS-DOC-ING WS-BENEF-ING
                                  WS-MONTO-ING LK-OPERADOR
                                  WS-CHG-NRO
           IF WS-CHG-NRO = 0
               DISPLAY "ATENCION: cobrado pero no se pudo registrar "
                       "el cheque; informe a un SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-CARGA-GERENCIAS
           DISPLAY "Cheque de gerencia " WS-CHG-NRO
                   " emitido a favor de " WS-BENEF-ING "."
           PERFORM 230-EMITE-COMPROBANTE.
       200-END.

       210-LEE-TARIFA.
           PERFORM 700-LLAMA-MOVPOST.
       220-END.

       230-EMITE-COMPROBANTE.
      *    En efectivo no hay movimiento de cuenta: la referencia es
      *    el numero del instrumento.
           MOVE SPACES TO WS-CP-CUENTA WS-CP-MOV-REF
           STRING "CHQ GERENCIA " WS-CHG-NRO
               DELIMITED BY SIZE INTO WS-CP-CUENTA
           COMPUTE WS-CP-IMPORTE = WS-MONTO-ING + WS-TARIFA-IMPORTE
           IF WS-MEDIO-ING = 'D'
               MOVE 'C' TO WS-CP-ORIGEN
               MOVE WS-MV-NEWID TO WS-CP-MOV-ID
           ELSE
               MOVE SPACE TO WS-CP-ORIGEN
               MOVE 0 TO WS-CP-MOV-ID
           END-IF
           STRING "CHG=" WS-CHG-NRO
               DELIMITED BY SIZE INTO WS-CP-MOV-REF
           MOVE 0 TO WS-CP-NRO
           CALL 'COMPRO1' USING WS-CP-TIPO WS-DOC-ING WS-CP-CUENTA
                                WS-CP-IMPORTE WS-MEDIO-ING
                                WS-CP-ORIGEN WS-CP-MOV-ID
                                WS-CP-MOV-REF LK-OPERADOR WS-CP-NRO.
       230-END.

       300-LISTAR.
           DISPLAY "E NUMERO    COMPRADOR     IMPORTE         "
                   "BENEFICIARIO"
