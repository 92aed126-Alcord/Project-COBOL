      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Registro de tarjetas de debito (TARJ_DEBITO.DAT). Cada
      *          tarjeta esta vinculada a la cuenta del documento en
      *          CUENTAS_TIPO.DAT (cuenta corriente o caja de ahorro),
      *          tiene estado (A activa, B bloqueada por denuncia de
      *          perdida o robo, D dada de baja), fechas de emision y
      *          vencimiento y dos topes diarios: extraccion en cajero
      *          (ATM) y compra en comercio (POS). Lo consumido en el
      *          dia por canal queda en el mismo registro. CTACTE001
      *          emite y mantiene las tarjetas; CANIMP001 resuelve por
      *          este registro cada movimiento del proveedor ATM/POS.
      *          Funciones:
      *            'V' = valida un movimiento de LK-IMPORTE (con signo)
      *                  por LK-CANAL: devuelve en LK-DOC la cuenta y
      *                  en LK-RESULTADO 00=ok, 06=tarjeta inexistente,
      *                  07=bloqueada o de baja, 08=vencida,
      *                  09=supera el tope diario del canal
      *            'U' = suma el debito posteado al consumo del dia
      *            'L' = cambia los topes diarios (LK-LIM-ATM/POS)
      *            'K' = bloqueo por denuncia: LK-MOTIVO P=perdida,
      *                  R=robo, B=baja (estado D); LK-TEXTO quien
      *                  realizo la denuncia
      *          LK-RESULTADO 06 si la tarjeta no existe, 07 si ya
      *          estaba bloqueada o de baja.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARDEB1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJDEB-FILE ASSIGN TO "TARJ_DEBITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDB-FSTATUS.
           SELECT TMP-TDB-FILE ASSIGN TO "TARJ_DEBITO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPTDB-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TARJDEB-FILE.
       01  TARJDEB-RECORD.
           05  TDB-NRO-TARJETA         PIC X(16).
           05  TDB-DOC                 PIC X(13).
           05  TDB-TIPO-CTA            PIC X(02).
           05  TDB-MONEDA              PIC X(03).
           05  TDB-ESTADO              PIC X(01).
           05  TDB-FECHA-EMISION       PIC X(08).
           05  TDB-FECHA-VTO           PIC X(08).
           05  TDB-LIM-ATM             PIC 9(7)V99.
           05  TDB-LIM-POS             PIC 9(7)V99.
           05  TDB-FECHA-USO           PIC X(08).
           05  TDB-USO-ATM             PIC 9(7)V99.
           05  TDB-USO-POS             PIC 9(7)V99.
           05  TDB-MOTIVO-BLOQ         PIC X(01).
           05  TDB-FECHA-BLOQ          PIC X(08).
           05  TDB-DENUNCIANTE         PIC X(30).
       FD  TMP-TDB-FILE.
       01  TMP-TDB-RECORD              PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-TDB-FSTATUS              PIC XX.
       01  WS-TMPTDB-FSTATUS           PIC XX.
       01  WS-FECHA                    PIC X(06).
       01  WS-FECHA-HOY                PIC X(08).
       01  WS-DEBITO                   PIC 9(8)V99.
       01  WS-USADO                    PIC 9(8)V99.
       01  WS-HALLADA                  PIC X(01).

       LINKAGE SECTION.
       01  LK-FUNCION                  PIC X(01).
       01  LK-NRO-TARJETA              PIC X(16).
       01  LK-CANAL                    PIC X(10).
       01  LK-IMPORTE                  PIC S9(8)V99.
       01  LK-LIM-ATM                  PIC 9(7)V99.
       01  LK-LIM-POS                  PIC 9(7)V99.
       01  LK-MOTIVO                   PIC X(01).
       01  LK-TEXTO                    PIC X(30).
       01  LK-DOC                      PIC X(13).
       01  LK-RESULTADO                PIC X(02).

       PROCEDURE DIVISION USING LK-FUNCION LK-NRO-TARJETA LK-CANAL
                                LK-IMPORTE LK-LIM-ATM LK-LIM-POS
                                LK-MOTIVO LK-TEXTO LK-DOC
                                LK-RESULTADO.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA DELIMITED BY SIZE INTO WS-FECHA-HOY
           MOVE '06' TO LK-RESULTADO
           IF LK-IMPORTE < 0
               COMPUTE WS-DEBITO = LK-IMPORTE * -1
           ELSE
               MOVE 0 TO WS-DEBITO
           END-IF
           EVALUATE LK-FUNCION
               WHEN 'V'
                   PERFORM 100-VALIDA
               WHEN 'U'
                   PERFORM 200-ACTUALIZA
               WHEN 'L'
                   PERFORM 200-ACTUALIZA
               WHEN 'K'
                   PERFORM 200-ACTUALIZA
           END-EVALUATE
           GOBACK.

       100-VALIDA.
           MOVE SPACES TO LK-DOC
           MOVE 'N' TO WS-HALLADA
           OPEN INPUT TARJDEB-FILE
           IF WS-TDB-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TDB-FSTATUS NOT = '00'
               READ TARJDEB-FILE
                   AT END MOVE '10' TO WS-TDB-FSTATUS
                   NOT AT END
                       IF TDB-NRO-TARJETA = LK-NRO-TARJETA
                           MOVE 'S' TO WS-HALLADA
                           MOVE '10' TO WS-TDB-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARJDEB-FILE
           IF WS-HALLADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE TDB-DOC TO LK-DOC
           IF TDB-ESTADO NOT = 'A'
               MOVE '07' TO LK-RESULTADO
               EXIT PARAGRAPH
           END-IF
           IF TDB-FECHA-VTO < WS-FECHA-HOY
               MOVE '08' TO LK-RESULTADO
               EXIT PARAGRAPH
           END-IF
      *    Los creditos (devoluciones) no consumen tope.
           IF WS-DEBITO > 0
               IF TDB-FECHA-USO = WS-FECHA-HOY
                   IF LK-CANAL = 'ATM'
                       MOVE TDB-USO-ATM TO WS-USADO
                   ELSE
                       MOVE TDB-USO-POS TO WS-USADO
                   END-IF
               ELSE
                   MOVE 0 TO WS-USADO
               END-IF
               ADD WS-DEBITO TO WS-USADO
               IF (LK-CANAL = 'ATM' AND WS-USADO > TDB-LIM-ATM)
                  OR (LK-CANAL NOT = 'ATM' AND WS-USADO > TDB-LIM-POS)
                   MOVE '09' TO LK-RESULTADO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE '00' TO LK-RESULTADO.
       100-END.

       200-ACTUALIZA.
      *    Reescritura simple: copia el registro cambiando la tarjeta
      *    pedida y vuelca la copia sobre el archivo original.
           OPEN INPUT TARJDEB-FILE
           IF WS-TDB-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-TDB-FILE
           PERFORM UNTIL WS-TDB-FSTATUS NOT = '00'
               READ TARJDEB-FILE
                   AT END MOVE '10' TO WS-TDB-FSTATUS
                   NOT AT END
                       IF TDB-NRO-TARJETA = LK-NRO-TARJETA
                           PERFORM 210-CAMBIA-REGISTRO
                       END-IF
                       MOVE TARJDEB-RECORD TO TMP-TDB-RECORD
                       WRITE TMP-TDB-RECORD
               END-READ
           END-PERFORM
           CLOSE TARJDEB-FILE
           CLOSE TMP-TDB-FILE
           IF LK-RESULTADO NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TMP-TDB-FILE
           OPEN OUTPUT TARJDEB-FILE
           MOVE '00' TO WS-TMPTDB-FSTATUS
           PERFORM UNTIL WS-TMPTDB-FSTATUS NOT = '00'
               READ TMP-TDB-FILE
                   AT END MOVE '10' TO WS-TMPTDB-FSTATUS
                   NOT AT END
                       MOVE TMP-TDB-RECORD TO TARJDEB-RECORD
                       WRITE TARJDEB-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-TDB-FILE
           CLOSE TARJDEB-FILE.
       200-END.

       210-CAMBIA-REGISTRO.
           MOVE TDB-DOC TO LK-DOC
           EVALUATE LK-FUNCION
               WHEN 'U'
                   IF TDB-FECHA-USO NOT = WS-FECHA-HOY
                       MOVE WS-FECHA-HOY TO TDB-FECHA-USO
                       MOVE 0 TO TDB-USO-ATM TDB-USO-POS
                   END-IF
                   IF LK-CANAL = 'ATM'
                       ADD WS-DEBITO TO TDB-USO-ATM
                   ELSE
                       ADD WS-DEBITO TO TDB-USO-POS
                   END-IF
                   MOVE '00' TO LK-RESULTADO
               WHEN 'L'
                   MOVE LK-LIM-ATM TO TDB-LIM-ATM
                   MOVE LK-LIM-POS TO TDB-LIM-POS
                   MOVE '00' TO LK-RESULTADO
               WHEN 'K'
                   IF TDB-ESTADO NOT = 'A'
                       MOVE '07' TO LK-RESULTADO
                   ELSE
                       IF LK-MOTIVO = 'B'
                           MOVE 'D' TO TDB-ESTADO
                       ELSE
                           MOVE 'B' TO TDB-ESTADO
                       END-IF
                       MOVE LK-MOTIVO TO TDB-MOTIVO-BLOQ
                       MOVE WS-FECHA-HOY TO TDB-FECHA-BLOQ
                       MOVE LK-TEXTO TO TDB-DENUNCIANTE
                       MOVE '00' TO LK-RESULTADO
                   END-IF
           END-EVALUATE.
       210-END.
       END PROGRAM TARDEB1.
