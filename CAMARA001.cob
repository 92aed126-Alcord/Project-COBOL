      *          Rechazado en el registro. Cada rechazo abre ademas
      *          un caso numerado de partida pendiente (SUSPALTA1)
      *          para que SUSPEN001 lo trabaje hasta resolverlo. Al
      *          Antes de rechazar por falta de fondos pide a
      *          BARRIDO1 que cubra el faltante desde la caja de
      *          ahorro vinculada si la cuenta tiene acuerdo de
      *          barrido. Los ECHEQ librados contra nosotros llegan con
      *          la marca ECHEQ en el campo documento y se liquidan
      *          por ECHQLIQ1 contra ECHEQ.DAT, con las mismas
      *          reglas de no pago y fondos. Cada rechazo sin fondos
      *          de un librador propio queda en el registro de
      *          cheques rechazados con su multa (RCHREG1). Al
      *          final emite los totales de control (leidos /
      *          posteados / rechazados).
      * Tectonics: cobc
       01  WS-SP-IMPORTE               PIC 9(10)V99.
       01  WS-SP-NRO                   PIC 9(09).

       01  WS-LQ-IMPORTE               PIC 9(10)V99.
       01  WS-LQ-CANAL                 PIC X(10).
       01  WS-LQ-MOTIVO                PIC X(02).
       01  WS-LQ-MOTIVO-DESC           PIC X(20).
       01  WS-LQ-DOC-LIBRADOR          PIC X(13).
       01  WS-LQ-DOC-TENEDOR           PIC X(13).

       01  WS-RG-IMPORTE               PIC 9(10)V99.
       01  WS-RG-ORIGEN                PIC X(10).

       01  WS-BR-FUNCION               PIC X(01).
       01  WS-BR-IMPORTE               PIC 9(10)V99.
       01  WS-BR-RESULTADO             PIC X(01).
       01  WS-BR-CANTIDAD              PIC 9(05).

       01  WS-BP-FUNCION               PIC X(01).
       01  WS-BP-CLAVE                 PIC X(20).
       01  WS-BP-VALOR                 PIC X(60).
       01  WS-BP-RESULTADO             PIC X(01).
       01  WS-BP-MODO                  PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           PERFORM 950-MODO-NOCTURNO
           DISPLAY "===================================="
           DISPLAY "   CAMARA DE CHEQUES PRESENTADOS    "
           DISPLAY "===================================="
           ACCEPT WS-FECHA FROM DATE
           PERFORM 951-FECHA-NOCTURNA
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
      *    El registro de cheques vive en CHEQUES.IDX (clave
               DISPLAY "No se pudo abrir CHEQUES.IDX (estado "
                       WS-CHEQUES-FSTATUS "). Corra la conversion "
                       "CONVIDX01 si aun no se hizo."
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "NO SE PUDO ABRIR CHEQUES.IDX"
                   TO WS-BP-VALOR
               PERFORM 952-INFORMA-NOCTURNO
               GOBACK
           END-IF
           OPEN INPUT PRESENTADOS-FILE
           IF WS-PRES-FSTATUS NOT = '00'
               DISPLAY "No se encontro CHEQUES_PRESENTADOS.DAT."
               CLOSE CHEQUES-FILE
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "NO SE ENCONTRO CHEQUES_PRESENTADOS.DAT"
                   TO WS-BP-VALOR
               PERFORM 952-INFORMA-NOCTURNO
               GOBACK
           END-IF
           OPEN OUTPUT RECHAZOS-FILE
           CLOSE RECHAZOS-FILE
           CLOSE CHEQUES-FILE
           PERFORM 900-TOTALES-CONTROL
           MOVE 'C' TO WS-BP-RESULTADO
           MOVE SPACES TO WS-BP-VALOR
           STRING "LEIDOS=" WS-TOT-LEIDOS " POSTEADOS=" WS-TOT-POSTEADOS
                  " RECHAZADOS=" WS-TOT-RECHAZADOS
               DELIMITED BY SIZE INTO WS-BP-VALOR
           PERFORM 952-INFORMA-NOCTURNO
           GOBACK.

       200-PROCESA-PRESENTADO.
           IF WS-CHG-HONRADO = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMPO-DOC = 'ECHEQ'
               PERFORM 250-PAGA-ECHEQ
               EXIT PARAGRAPH
           END-IF

           PERFORM 210-BUSCA-CHEQUE
           IF WS-CHQ-ENCONTRADO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-IMPORTE > WS-MV-SALDO
      *        Con acuerdo de barrido, la caja de ahorro cubre el
      *        faltante completo antes de rechazar.
               MOVE 'C' TO WS-BR-FUNCION
               COMPUTE WS-BR-IMPORTE = WS-IMPORTE - WS-MV-SALDO
               CALL 'BARRIDO1' USING WS-BR-FUNCION WS-CAMPO-DOC
                                     WS-BR-IMPORTE LK-OPERADOR
                                     WS-BR-RESULTADO WS-BR-CANTIDAD
               IF WS-BR-RESULTADO = 'S'
                   MOVE 'D' TO WS-MV-FUNCION
                   MOVE WS-CAMPO-DOC TO WS-MV-DOC
                   MOVE 0 TO WS-MV-MONTO
                   PERFORM 700-LLAMA-MOVPOST
               END-IF
           END-IF
           IF WS-IMPORTE > WS-MV-SALDO
      *        Sin fondos contra el disponible (saldo mas sobregiro
      *        vigente, menos embargos): rechaza y deja el cheque
      *        marcado en el registro para que la chequera quede
           CLOSE GERENCIA-FILE.
       240-END.

       250-PAGA-ECHEQ.
      *    ECHEQ propio presentado por otro banco: la liquidacion
      *    (no pago, fecha de pago, fondos, debito al librador y
      *    rechazo por falta de fondos en el registro) la hace
      *    ECHQLIQ1; el rechazo sale con el documento del librador
      *    para que el caso de partida pendiente tenga dueno.
           MOVE WS-IMPORTE TO WS-LQ-IMPORTE
           MOVE 'CAMARA    ' TO WS-LQ-CANAL
           CALL 'ECHQLIQ1' USING WS-CHEQUE-NRO WS-LQ-IMPORTE
                                 WS-LQ-CANAL LK-OPERADOR
                                 WS-LQ-MOTIVO WS-LQ-MOTIVO-DESC
                                 WS-LQ-DOC-LIBRADOR WS-LQ-DOC-TENEDOR
           IF WS-LQ-MOTIVO = '00'
               ADD 1 TO WS-TOT-POSTEADOS
               ADD WS-IMPORTE TO WS-SUM-POSTEADOS
               EXIT PARAGRAPH
           END-IF
           IF WS-LQ-DOC-LIBRADOR NOT = SPACES
               MOVE WS-LQ-DOC-LIBRADOR TO WS-CAMPO-DOC
           END-IF
           MOVE WS-LQ-MOTIVO TO WS-MOTIVO
           MOVE WS-LQ-MOTIVO-DESC TO WS-MOTIVO-DESC
           PERFORM 300-RECHAZA.
       250-END.

       220-BUSCA-ORDEN-NOPAGO.
      *    Ultima orden activa registrada por CTACTE001 para el
      *    documento y numero de cheque presentados.
           MOVE 0 TO WS-SP-NRO
           CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC WS-SP-REF
                                  WS-SP-IMPORTE WS-SP-NRO
      *    Rechazo sin fondos de un librador propio: registro por
      *    librador, multa e inhabilitacion (el 07 de gerencia es un
      *    instrumento inexistente, no un rechazo al librador).
           IF WS-MOTIVO = '07' AND WS-CAMPO-DOC NOT = 'GERENCIA'
               MOVE WS-IMPORTE TO WS-RG-IMPORTE
               MOVE 'CAMARA    ' TO WS-RG-ORIGEN
               CALL 'RCHREG1' USING WS-CAMPO-DOC WS-CHEQUE-NRO
                                    WS-RG-IMPORTE WS-MOTIVO
                                    WS-RG-ORIGEN LK-OPERADOR
           END-IF
           MOVE SPACES TO RECHAZO-RECORD
           STRING WS-CAMPO-DOC ";"
                  WS-CHEQUE-NRO ";"
                   "  IMPORTE: " WS-IMP-MONTO
           DISPLAY "------------------------------------".
       900-END.

       950-MODO-NOCTURNO.
      *    Corrida nocturna desatendida (NOCTUR001): sin operador en
      *    pantalla, los parametros llegan por BATPARM1.
           MOVE 'M' TO WS-BP-FUNCION
           MOVE SPACES TO WS-BP-CLAVE WS-BP-VALOR
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-MODO.
       950-END.

       951-FECHA-NOCTURNA.
      *    La fecha de proceso de la corrida reemplaza a la del dia.
           IF WS-BP-MODO = 'S'
               MOVE 'G' TO WS-BP-FUNCION
               MOVE 'FECHA' TO WS-BP-CLAVE
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
               IF WS-BP-RESULTADO = 'S'
                   MOVE WS-BP-VALOR(3:6) TO WS-FECHA
               END-IF
           END-IF.
       951-END.

       952-INFORMA-NOCTURNO.
      *    Resultado del paso ('C'/'E' en WS-BP-RESULTADO) y sus
      *    contadores o el motivo del error en WS-BP-VALOR.
           IF WS-BP-MODO = 'S'
               MOVE 'R' TO WS-BP-FUNCION
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
           END-IF.
       952-END.
       END PROGRAM CAMARA001.
