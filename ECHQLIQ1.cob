      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Liquidacion de un cheque electronico (ECHEQ) librado
      *          contra una cuenta del banco. Lo usan el deposito del
      *          tenedor final en ECHEQ001 (liquidacion interna) y la
      *          camara CAMARA001 cuando otro banco presenta un ECHEQ
      *          nuestro, asi las dos vias aplican las mismas reglas
      *          que el cheque de papel: estado del registro, orden de
      *          no pago (ORDENES_NOPAGO.DAT, con el codigo de la
      *          causal legal), fecha de pago alcanzada, importe
      *          igual al librado y fondos contra el disponible del
      *          librador (con la cobertura de BARRIDO1 si la cuenta
      *          tiene acuerdo de barrido). Sin fondos el ECHEQ queda
      *          Rechazado en ECHEQ.DAT, igual que el cheque de papel
      *          en CHEQUES.IDX. Si todo esta en orden debita al
      *          librador por LK-CANAL con ref ECHQ=nro y marca el
      *          ECHEQ Pagado. El credito al tenedor y el tratamiento
      *          del rechazo (caso de partida pendiente, archivo de
      *          rechazos) quedan a cargo de quien llama.
      *          Devuelve LK-MOTIVO '00' si se pago o el codigo de
      *          rechazo de camara (01 inexistente, 03/10/11/12 no
      *          pago, 04 ya pagado, 05 anulado, 06 cuenta o importe,
      *          07 sin fondos, 09 cuenta bloqueada, 13 antes de la
      *          fecha de pago, 99 error de posteo).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHQLIQ1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHEQ-FILE ASSIGN TO "ECHEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-FSTATUS.
           SELECT ECHTMP-FILE ASSIGN TO "ECHEQ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-FSTATUS.
           SELECT NOPAGO-FILE ASSIGN TO "ORDENES_NOPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOPAGO-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECHEQ-FILE.
       01  ECHEQ-RECORD.
           05  ECH-NRO                 PIC 9(08).
           05  ECH-DOC-LIBRADOR        PIC X(13).
           05  ECH-DOC-BENEF           PIC X(13).
           05  ECH-DOC-TENEDOR         PIC X(13).
           05  ECH-IMPORTE             PIC 9(10)V99.
           05  ECH-FECHA-EMISION       PIC X(08).
           05  ECH-FECHA-PAGO          PIC X(08).
           05  ECH-ESTADO              PIC X(01).
           05  ECH-CANT-ENDOSOS        PIC 9(02).
           05  ECH-FECHA-COBRO         PIC X(08).
           05  ECH-OPERADOR            PIC X(30).
       FD  ECHTMP-FILE.
       01  ECHTMP-RECORD               PIC X(116).
       FD  NOPAGO-FILE.
       01  NOPAGO-RECORD.
           05  ONP-DOC                 PIC X(13).
           05  ONP-NRO                 PIC 9(08).
           05  ONP-MOTIVO              PIC X(02).
           05  ONP-FECHA               PIC X(08).
           05  ONP-ESTADO              PIC X(01).
           05  ONP-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-ECH-FSTATUS              PIC XX.
       01  WS-TMP-FSTATUS              PIC XX.
       01  WS-NOPAGO-FSTATUS           PIC XX.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).

       01  WS-ECH-ENCONTRADO           PIC X(1).
       01  WS-ECH-REG                  PIC X(116).
       01  WS-ECH-ACTUAL REDEFINES WS-ECH-REG.
           05  WS-ECH-NRO              PIC 9(08).
           05  WS-ECH-DOC-LIBRADOR     PIC X(13).
           05  WS-ECH-DOC-BENEF        PIC X(13).
           05  WS-ECH-DOC-TENEDOR      PIC X(13).
           05  WS-ECH-IMPORTE          PIC 9(10)V99.
           05  WS-ECH-FECHA-EMISION    PIC X(08).
           05  WS-ECH-FECHA-PAGO       PIC X(08).
           05  WS-ECH-ESTADO           PIC X(01).
           05  WS-ECH-CANT-ENDOSOS     PIC 9(02).
           05  WS-ECH-FECHA-COBRO      PIC X(08).
           05  WS-ECH-OPERADOR         PIC X(30).
       01  WS-ONP-MOTIVO-ENC           PIC X(2).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       01  WS-BR-FUNCION               PIC X(01).
       01  WS-BR-IMPORTE               PIC 9(10)V99.
       01  WS-BR-RESULTADO             PIC X(01).
       01  WS-BR-CANTIDAD              PIC 9(05).

       LINKAGE SECTION.
       01  LK-NRO                      PIC 9(08).
       01  LK-IMPORTE                  PIC 9(10)V99.
       01  LK-CANAL                    PIC X(10).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-MOTIVO                   PIC X(02).
       01  LK-MOTIVO-DESC              PIC X(20).
       01  LK-DOC-LIBRADOR             PIC X(13).
       01  LK-DOC-TENEDOR              PIC X(13).

       PROCEDURE DIVISION USING LK-NRO LK-IMPORTE LK-CANAL
                                LK-OPERADOR LK-MOTIVO LK-MOTIVO-DESC
                                LK-DOC-LIBRADOR LK-DOC-TENEDOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE '00' TO LK-MOTIVO
           MOVE SPACES TO LK-MOTIVO-DESC
           MOVE SPACES TO LK-DOC-LIBRADOR LK-DOC-TENEDOR
           PERFORM 100-BUSCA-ECHEQ
           IF WS-ECH-ENCONTRADO = 'N'
               MOVE '01' TO LK-MOTIVO
               MOVE 'ECHEQ INEXISTENTE' TO LK-MOTIVO-DESC
               GOBACK
           END-IF
           MOVE WS-ECH-DOC-LIBRADOR TO LK-DOC-LIBRADOR
           MOVE WS-ECH-DOC-TENEDOR TO LK-DOC-TENEDOR
           PERFORM 200-VALIDA-ECHEQ
           IF LK-MOTIVO NOT = '00'
               GOBACK
           END-IF
           PERFORM 300-VALIDA-FONDOS
           IF LK-MOTIVO NOT = '00'
               GOBACK
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-ECH-DOC-LIBRADOR TO WS-MV-DOC
           COMPUTE WS-MV-MONTO = WS-ECH-IMPORTE * (-1)
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE '99' TO LK-MOTIVO
               MOVE 'ERROR DE POSTEO' TO LK-MOTIVO-DESC
               GOBACK
           END-IF
           MOVE 'P' TO WS-ECH-ESTADO
           MOVE WS-FECHA-HOY TO WS-ECH-FECHA-COBRO
           PERFORM 400-GRABA-ECHEQ
           GOBACK.

       100-BUSCA-ECHEQ.
           MOVE 'N' TO WS-ECH-ENCONTRADO
           OPEN INPUT ECHEQ-FILE
           IF WS-ECH-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ECH-FSTATUS NOT = '00'
               READ ECHEQ-FILE
                   AT END MOVE '10' TO WS-ECH-FSTATUS
                   NOT AT END
                       IF ECH-NRO = LK-NRO
                           MOVE ECHEQ-RECORD TO WS-ECH-REG
                           MOVE 'S' TO WS-ECH-ENCONTRADO
                           MOVE '10' TO WS-ECH-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ECHEQ-FILE.
       100-END.

       200-VALIDA-ECHEQ.
           EVALUATE WS-ECH-ESTADO
               WHEN 'E'
                   CONTINUE
               WHEN 'S'
      *            Orden de no pago del librador: se rechaza con la
      *            causal legal registrada, como el cheque de papel.
                   PERFORM 210-BUSCA-ORDEN-NOPAGO
                   EVALUATE WS-ONP-MOTIVO-ENC
                       WHEN '10'
                           MOVE '10' TO LK-MOTIVO
                           MOVE 'NO PAGO - EXTRAVIO' TO LK-MOTIVO-DESC
                       WHEN '11'
                           MOVE '11' TO LK-MOTIVO
                           MOVE 'NO PAGO - ROBO' TO LK-MOTIVO-DESC
                       WHEN '12'
                           MOVE '12' TO LK-MOTIVO
                           MOVE 'NO PAGO - DISPUTA' TO LK-MOTIVO-DESC
                       WHEN OTHER
                           MOVE '03' TO LK-MOTIVO
                           MOVE 'ORDEN DE NO PAGO' TO LK-MOTIVO-DESC
                   END-EVALUATE
                   EXIT PARAGRAPH
               WHEN 'P'
                   MOVE '04' TO LK-MOTIVO
                   MOVE 'ECHEQ YA PAGADO' TO LK-MOTIVO-DESC
                   EXIT PARAGRAPH
               WHEN 'A'
                   MOVE '05' TO LK-MOTIVO
                   MOVE 'ECHEQ ANULADO' TO LK-MOTIVO-DESC
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE '01' TO LK-MOTIVO
                   MOVE 'ESTADO INVALIDO' TO LK-MOTIVO-DESC
                   EXIT PARAGRAPH
           END-EVALUATE
           IF LK-IMPORTE NOT = WS-ECH-IMPORTE
               MOVE '06' TO LK-MOTIVO
               MOVE 'ECHEQ IMPORTE ERRONEO' TO LK-MOTIVO-DESC
               EXIT PARAGRAPH
           END-IF
           IF WS-ECH-FECHA-PAGO > WS-FECHA-HOY
               MOVE '13' TO LK-MOTIVO
               MOVE 'ANTES DE FECHA PAGO' TO LK-MOTIVO-DESC
           END-IF.
       200-END.

       210-BUSCA-ORDEN-NOPAGO.
      *    Ultima orden activa del librador para el numero del ECHEQ
      *    (la numeracion de ECHEQ no se superpone con la de las
      *    chequeras de papel).
           MOVE SPACES TO WS-ONP-MOTIVO-ENC
           OPEN INPUT NOPAGO-FILE
           IF WS-NOPAGO-FSTATUS = '00'
               PERFORM UNTIL WS-NOPAGO-FSTATUS NOT = '00'
                   READ NOPAGO-FILE
                       AT END MOVE '10' TO WS-NOPAGO-FSTATUS
                       NOT AT END
                           IF ONP-DOC = WS-ECH-DOC-LIBRADOR
                              AND ONP-NRO = WS-ECH-NRO
                              AND ONP-ESTADO = 'A'
                               MOVE ONP-MOTIVO TO WS-ONP-MOTIVO-ENC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOPAGO-FILE
           END-IF.
       210-END.

       300-VALIDA-FONDOS.
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-ECH-DOC-LIBRADOR TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE = 'N'
               MOVE '06' TO LK-MOTIVO
               MOVE 'CUENTA INEXISTENTE' TO LK-MOTIVO-DESC
               EXIT PARAGRAPH
           END-IF
           IF WS-MV-EXISTE = 'B' OR WS-MV-EXISTE = 'L'
               MOVE '09' TO LK-MOTIVO
               MOVE 'CUENTA BLOQUEADA' TO LK-MOTIVO-DESC
               EXIT PARAGRAPH
           END-IF
           IF WS-ECH-IMPORTE > WS-MV-SALDO
      *        Con acuerdo de barrido, la caja de ahorro cubre el
      *        faltante completo antes de rechazar.
               MOVE 'C' TO WS-BR-FUNCION
               COMPUTE WS-BR-IMPORTE = WS-ECH-IMPORTE - WS-MV-SALDO
               CALL 'BARRIDO1' USING WS-BR-FUNCION
                                     WS-ECH-DOC-LIBRADOR
                                     WS-BR-IMPORTE LK-OPERADOR
                                     WS-BR-RESULTADO WS-BR-CANTIDAD
               IF WS-BR-RESULTADO = 'S'
                   MOVE 'D' TO WS-MV-FUNCION
                   MOVE WS-ECH-DOC-LIBRADOR TO WS-MV-DOC
                   MOVE 0 TO WS-MV-MONTO
                   PERFORM 700-LLAMA-MOVPOST
               END-IF
           END-IF
           IF WS-ECH-IMPORTE > WS-MV-SALDO
      *        Sin fondos: el ECHEQ queda Rechazado en el registro,
      *        igual que el cheque de papel, y ya no circula.
               MOVE '07' TO LK-MOTIVO
               MOVE 'SIN FONDOS' TO LK-MOTIVO-DESC
               MOVE 'R' TO WS-ECH-ESTADO
               PERFORM 400-GRABA-ECHEQ
           END-IF.
       300-END.

       400-GRABA-ECHEQ.
      *    Copia el registro a ECHEQ.TMP reemplazando el ECHEQ
      *    liquidado y lo devuelve a ECHEQ.DAT.
           OPEN INPUT ECHEQ-FILE
           IF WS-ECH-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ECHTMP-FILE
           PERFORM UNTIL WS-ECH-FSTATUS NOT = '00'
               READ ECHEQ-FILE
                   AT END MOVE '10' TO WS-ECH-FSTATUS
                   NOT AT END
                       IF ECH-NRO = WS-ECH-NRO
                           MOVE WS-ECH-REG TO ECHTMP-RECORD
                       ELSE
                           MOVE ECHEQ-RECORD TO ECHTMP-RECORD
                       END-IF
                       WRITE ECHTMP-RECORD
               END-READ
           END-PERFORM
           CLOSE ECHEQ-FILE
           CLOSE ECHTMP-FILE
           OPEN INPUT ECHTMP-FILE
           OPEN OUTPUT ECHEQ-FILE
           PERFORM UNTIL WS-TMP-FSTATUS NOT = '00'
               READ ECHTMP-FILE
                   AT END MOVE '10' TO WS-TMP-FSTATUS
                   NOT AT END
                       MOVE ECHTMP-RECORD TO ECHEQ-RECORD
                       WRITE ECHEQ-RECORD
               END-READ
           END-PERFORM
           CLOSE ECHTMP-FILE
           CLOSE ECHEQ-FILE.
       400-END.

       700-LLAMA-MOVPOST.
           MOVE SPACES TO WS-MV-REF
           STRING "ECHQ=" WS-ECH-NRO
               DELIMITED BY SIZE INTO WS-MV-REF
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 LK-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.
       END PROGRAM ECHQLIQ1.
