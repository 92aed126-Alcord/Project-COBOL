      *          mismos controles que la captura de movimientos de
      *          TARJCRE001: rechaza los plasticos con denuncia
      *          activa (TARJ_DENUNCIAS.DAT, la regla de
      *          206-VERIFICA-DENUNCIA, que incluye el bloqueo
      *          temporal por sospecha de fraude) y valida el disponible
      *          del limite (LIMITE_TARJETA - ACUM_MES neto de las
      *          reservas de autorizacion abiertas de AUTRES1, la regla
      *          de 240-VALIDAR-LIMITE-CONSUMO). El adelanto
      *          se postea como movimiento de tarjeta con tipo 'A'
      *          (numerado por la entidad MOVTARJ de SECUENCIAS.DAT)
      *          y actualiza el acumulado del mes; el cierre de ciclo
      *          de TARRES001 lo financia a la tasa TASA-ADELANTO,
      *          mas alta que la de los consumos. La tarjeta con
      *          plan de pagos de deuda vencida activo
      *          (PLANES_PAGO_TARJ.DAT) no admite adelantos, ni el
      *          plastico emitido que todavia no se activo
      *          (PLASTICOS_TARJ.DAT, via PLASTI1).
      *          Resultados:
      *            S = adelanto posteado
      *            D = tarjeta denunciada
      *            R = tarjeta con plan de pagos activo
      *            I = plastico no activado
      *            N = tarjeta inexistente
      *            L = limite insuficiente
      *            E = error de posteo
      *          El adelanto posteado emite el comprobante de caja
      *          (COMPRO1) con el movimiento de tarjeta asignado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DENUNCIAS-FILE ASSIGN TO "TARJ_DENUNCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEN-FSTATUS.
           SELECT PLANTAR-FILE ASSIGN TO "PLANES_PAGO_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANTAR-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  DEN-QUIEN-LLAMO         PIC X(30).
           05  DEN-MOTIVO              PIC X(01).
           05  DEN-ESTADO              PIC X(01).
       FD  PLANTAR-FILE.
       01  PLANTAR-RECORD.
           05  PLT-NRO                 PIC 9(06).
           05  PLT-NRO-TARJETA         PIC X(16).
           05  FILLER                  PIC X(95).
           05  PLT-ESTADO              PIC X(01).
           05  PLT-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
      **********************************************************************
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-DEN-FSTATUS              PIC XX.
       01  WS-PLANTAR-FSTATUS          PIC XX.
       01  WS-CON-PLAN                 PIC X(1).
       01  WS-PLA-FUNCION              PIC X(01).
       01  WS-PLA-TITULAR              PIC X(16).
       01  WS-PLA-TIPO                 PIC X(01).
       01  WS-PLA-NOMBRE               PIC X(30).
       01  WS-PLA-ESTADO               PIC X(01).

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
       01  WS-DENUNCIADA               PIC X(1).
       01  WS-FECHA                    PIC X(10).

       01  WS-AUT-FUNCION              PIC X(01).
       01  WS-AUT-CODIGO               PIC X(06) VALUE SPACES.
       01  WS-AUT-IMPORTE              PIC 9(09)V99.
       01  WS-AUT-COMERCIO             PIC X(25).
       01  WS-AUT-RESERVADO            PIC 9(11)V99.
       01  WS-AUT-RESULTADO            PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-CP-TIPO                  PIC X(10) VALUE 'ADELANTO'.
       01  WS-CP-DOC                   PIC X(13) VALUE SPACES.
       01  WS-CP-CUENTA                PIC X(22).
       01  WS-CP-IMPORTE               PIC 9(10)V99.
       01  WS-CP-MEDIO                 PIC X(01) VALUE 'E'.
       01  WS-CP-ORIGEN                PIC X(01) VALUE 'T'.
       01  WS-CP-MOV-REF               PIC X(20).
       01  WS-CP-NRO                   PIC 9(09).
       01  WS-MASK-TARJETA             PIC X(16).

       LINKAGE SECTION.
       01  LK-NRO-TARJETA              PIC X(16).
       01  LK-MONTO                    PIC 9(08)V99.
               MOVE 'D' TO LK-RESULTADO
               GOBACK
           END-IF
           PERFORM 250-VERIFICA-PLAN-PAGOS
           IF WS-CON-PLAN = 'S'
               MOVE 'R' TO LK-RESULTADO
               GOBACK
           END-IF
           MOVE 'C' TO WS-PLA-FUNCION
           MOVE SPACES TO WS-PLA-TITULAR WS-PLA-NOMBRE
           MOVE SPACE TO WS-PLA-TIPO WS-PLA-ESTADO
           CALL 'PLASTI1' USING WS-PLA-FUNCION WT-NRO-TARJETA
                                WS-PLA-TITULAR WS-PLA-TIPO
                                WS-PLA-NOMBRE LK-OPERADOR
                                WS-PLA-ESTADO
           IF WS-PLA-ESTADO NOT = SPACE AND WS-PLA-ESTADO NOT = 'V'
               MOVE 'I' TO LK-RESULTADO
               GOBACK
           END-IF
           PERFORM 300-VERIFICA-LIMITE
           IF LK-RESULTADO = 'N' OR LK-RESULTADO = 'L'
               GOBACK
                       AT END MOVE '10' TO WS-DEN-FSTATUS
                       NOT AT END
                           IF DEN-NRO-TARJETA = WT-NRO-TARJETA
                              AND (DEN-ESTADO = 'A'
                               OR DEN-ESTADO = 'T')
                               MOVE 'S' TO WS-DENUNCIADA
                               MOVE '10' TO WS-DEN-FSTATUS
                           END-IF
           END-IF.
       200-END.

       250-VERIFICA-PLAN-PAGOS.
           MOVE 'N' TO WS-CON-PLAN
           OPEN INPUT PLANTAR-FILE
           IF WS-PLANTAR-FSTATUS = '00'
               PERFORM UNTIL WS-PLANTAR-FSTATUS NOT = '00'
                   READ PLANTAR-FILE
                       AT END MOVE '10' TO WS-PLANTAR-FSTATUS
                       NOT AT END
                           IF PLT-NRO-TARJETA = WT-NRO-TARJETA
                              AND PLT-ESTADO = 'A'
                               MOVE 'S' TO WS-CON-PLAN
                               MOVE '10' TO WS-PLANTAR-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANTAR-FILE
           END-IF.
       250-END.

       300-VERIFICA-LIMITE.
      *    EXEC SQL
      *        SELECT ID_CLIENTE, LIMITE_TARJETA - ACUM_MES
               MOVE 'N' TO LK-RESULTADO
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-AUT-FUNCION
           CALL 'AUTRES1' USING WS-AUT-FUNCION WT-NRO-TARJETA
                                WS-AUT-CODIGO WS-AUT-IMPORTE
                                WS-AUT-COMERCIO WS-AUT-RESERVADO
                                WS-AUT-RESULTADO
           SUBTRACT WS-AUT-RESERVADO FROM WT-DISPONIBLE
           IF LK-MONTO > WT-DISPONIBLE
               MOVE 'L' TO LK-RESULTADO
           END-IF.
           CALL 'OCSQLEXE' USING SQL-STMT-6
                               SQLCA
           CALL 'OCSQLCMT' USING SQLCA END-CALL
           MOVE 'S' TO LK-RESULTADO
           PERFORM 450-EMITE-COMPROBANTE.
       400-END.

       450-EMITE-COMPROBANTE.
           MOVE WT-NRO-TARJETA TO WS-MASK-TARJETA
           MOVE "************" TO WS-MASK-TARJETA(1:12)
           MOVE SPACES TO WS-CP-CUENTA WS-CP-MOV-REF
           STRING "TARJ " WS-MASK-TARJETA
               DELIMITED BY SIZE INTO WS-CP-CUENTA
           STRING "MOVTARJ=" WT-ID-MOVIMIENTO
               DELIMITED BY SIZE INTO WS-CP-MOV-REF
           MOVE LK-MONTO TO WS-CP-IMPORTE
           MOVE 0 TO WS-CP-NRO
           CALL 'COMPRO1' USING WS-CP-TIPO WS-CP-DOC WS-CP-CUENTA
                                WS-CP-IMPORTE WS-CP-MEDIO
                                WS-CP-ORIGEN WT-ID-MOVIMIENTO
                                WS-CP-MOV-REF LK-OPERADOR WS-CP-NRO.
       450-END.

       COPY "DBPARM001".

       0100-INICIO.
