      *          CBU a mano. Toda alta y toda baja queda asentada en
      *          la pista de auditoria via RegistrarAuditoria, porque
      *          el cambio de un beneficiario es exactamente el punto
      *          donde entra el fraude. El titular se filtra contra la
      *          lista de sancionados (CTPSCR1) al darlo de alta: con
      *          coincidencia queda en estado S (retenido), fuera de
      *          la lista que ofrece TRFINT001, hasta que cumplimiento
      *          lo libere (pasa a A) o lo rechace (pasa a B) desde
      *          RETCTP001. El rescreening de la agenda ante una lista
      *          nueva lo hace BENSCR1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TITULAR-ING              PIC X(30).
       01  WS-CBU-VALIDO               PIC X(1).

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

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).
           END-IF
           DISPLAY "Nombre del titular de la cuenta destino: "
           ACCEPT WS-TITULAR-ING
           IF WS-TITULAR-ING = SPACES
               DISPLAY "El titular es obligatorio."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-BEN-COUNT
               IF WS-BEN-DOC-CLI(WS-BEN-IDX) = WS-DOC-ING
                  AND WS-BEN-ALIAS(WS-BEN-IDX) = WS-ALIAS-ING
                  AND (WS-BEN-ESTADO(WS-BEN-IDX) = 'A'
                       OR WS-BEN-ESTADO(WS-BEN-IDX) = 'S')
                   DISPLAY "El cliente ya tiene un beneficiario "
                           "activo con ese alias."
                   EXIT PARAGRAPH
           MOVE WS-CBU-ING     TO WS-BEN-CBU(WS-BEN-COUNT)
           MOVE WS-TITULAR-ING TO WS-BEN-TITULAR(WS-BEN-COUNT)
           MOVE 'A'            TO WS-BEN-ESTADO(WS-BEN-COUNT)
           MOVE 'BENEFICIAR' TO WS-CT-ORIGEN
           MOVE WS-DOC-ING TO WS-CT-DOC-CLI
           MOVE SPACES TO WS-CT-DOC WS-CT-NOMBRE
           MOVE WS-TITULAR-ING TO WS-CT-NOMBRE
           MOVE WS-CBU-ING TO WS-CT-CUENTA
           MOVE 0 TO WS-CT-IMPORTE
           MOVE SPACE TO WS-CT-MEDIO
           MOVE WS-ALIAS-ING TO WS-CT-REF
           MOVE 'L' TO WS-CT-RESULTADO
           MOVE 0 TO WS-CT-NRO
           CALL 'CTPSCR1' USING WS-CT-ORIGEN WS-CT-DOC-CLI WS-CT-DOC
                                WS-CT-NOMBRE WS-CT-CUENTA
                                WS-CT-IMPORTE WS-CT-MEDIO WS-CT-REF
                                LK-OPERADOR WS-CT-RESULTADO
                                WS-CT-NRO
           IF WS-CT-RESULTADO = 'M'
               MOVE 'S' TO WS-BEN-ESTADO(WS-BEN-COUNT)
           END-IF
           PERFORM 150-GRABA-BENEFICIARIOS
           MOVE 'BENEFICIARIOS' TO WT-AUDIT-TABLA
           MOVE WS-DOC-ING TO WT-AUDIT-ID-REG
           STRING WS-ALIAS-ING(1:7) "=" WS-CBU-ING
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 110-REGISTRA-AUDITORIA
           IF WS-CT-RESULTADO = 'M'
               DISPLAY "Beneficiario registrado pero retenido: no "
                       "podra usarse hasta que cumplimiento lo "
                       "libere."
           ELSE
               DISPLAY "Beneficiario registrado."
           END-IF.
       200-END.

       300-BAJA.
                   UNTIL WS-BEN-IDX > WS-BEN-COUNT
               IF WS-BEN-DOC-CLI(WS-BEN-IDX) = WS-DOC-ING
                  AND WS-BEN-ALIAS(WS-BEN-IDX) = WS-ALIAS-ING
                  AND (WS-BEN-ESTADO(WS-BEN-IDX) = 'A'
                       OR WS-BEN-ESTADO(WS-BEN-IDX) = 'S')
                   MOVE WS-BEN-IDX TO WS-BEN-SEL
                   MOVE WS-BEN-COUNT TO WS-BEN-IDX
               END-IF
           MOVE WS-DOC-ING TO WT-AUDIT-ID-REG
           MOVE 'ESTADO' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           STRING WS-ALIAS-ING(1:7) "=" WS-BEN-ESTADO(WS-BEN-SEL)
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-ANT
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING WS-ALIAS-ING(1:7) "=B"
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-BEN-COUNT
               IF WS-BEN-DOC-CLI(WS-BEN-IDX) = WS-DOC-ING
                  AND (WS-BEN-ESTADO(WS-BEN-IDX) = 'A'
                       OR WS-BEN-ESTADO(WS-BEN-IDX) = 'S')
                   DISPLAY WS-BEN-ALIAS(WS-BEN-IDX) " "
                           WS-BEN-CBU(WS-BEN-IDX) " "
                           WS-BEN-TITULAR(WS-BEN-IDX) " "
                           WS-BEN-ESTADO(WS-BEN-IDX)
               END-IF
           END-PERFORM.
       400-END.
