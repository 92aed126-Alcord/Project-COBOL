      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Barrido automatico de saldos de cuenta corriente.
      *          Cada acuerdo de BARRIDOS.DAT (mantenido desde
      *          BARRID001) fija para una cuenta corriente un saldo
      *          objetivo, un importe minimo de barrido, la direccion
      *          (E = barre el excedente, F = cubre el faltante desde
      *          la caja de ahorro, A = ambas) y el producto destino
      *          del excedente (A = caja de ahorro del acuerdo,
      *          P = plazo fijo a 30 dias a tasa de pizarra, que se
      *          acredita en la cuenta corriente al vencer).
      *          Funciones:
      *            'N' = corrida nocturna (cierre diario, despues de
      *                  la camara): recorre los acuerdos activos y
      *                  barre excedentes y faltantes de al menos el
      *                  importe minimo. LK-CANTIDAD devuelve los
      *                  barridos realizados.
      *            'C' = cobertura de un cheque (CAMARA001): trae de
      *                  la caja de ahorro de LK-DOC el importe
      *                  LK-IMPORTE que le falta a la cuenta corriente
      *                  para pagarlo, sin minimo y solo si lo cubre
      *                  entero. LK-RESULTADO 'S' si se cubrio.
      *          Toda extraccion de la caja de ahorro pasa por el
      *          disponible de MOVPOST1 (que rechaza con el maximo de
      *          retiros del mes, CA-MAX-RETIROS-MES, agotado) y suma
      *          un retiro del mes en CUENTAS_TIPO.DAT como la
      *          ventanilla. Los movimientos usan el canal BARRIDO, con
      *          el que se rotulan en el extracto, y cada barrido o
      *          barrido no realizado queda en BARRIDOS.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRIDO1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUERDOS-FILE ASSIGN TO "BARRIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-FSTATUS.
           SELECT LOG-FILE ASSIGN TO "BARRIDOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.
           SELECT TMP-TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPTIP-FSTATUS.
           SELECT PLAZO-FILE ASSIGN TO "PLAZOFIJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZO-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACUERDOS-FILE.
       01  ACUERDO-RECORD.
           05  BAR-DOC-CC              PIC X(13).
           05  BAR-SALDO-OBJ           PIC 9(10)V99.
           05  BAR-MINIMO              PIC 9(10)V99.
           05  BAR-DIRECCION           PIC X(01).
           05  BAR-PRODUCTO            PIC X(01).
           05  BAR-DOC-CA              PIC X(13).
           05  BAR-ESTADO              PIC X(01).
           05  BAR-FECHA-ALTA          PIC X(08).
           05  BAR-OPERADOR            PIC X(30).
       FD  LOG-FILE.
       01  LOG-RECORD                  PIC X(120).
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).
       FD  TMP-TIPOCTA-FILE.
       01  TMP-TIPOCTA-RECORD          PIC X(30).
       FD  PLAZO-FILE.
       01  PLAZO-RECORD.
           05  PF-NRO                  PIC 9(05).
           05  PF-DOC                  PIC X(13).
           05  PF-CAPITAL              PIC 9(10)V99.
           05  PF-TASA                 PIC 9(03)V99.
           05  PF-PLAZO-DIAS           PIC 9(03).
           05  PF-FECHA-ALTA           PIC X(08).
           05  PF-FECHA-VTO            PIC X(08).
           05  PF-INSTRUCCION          PIC X(01).
           05  PF-ESTADO               PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-ACU-FSTATUS              PIC XX.
       01  WS-LOG-FSTATUS              PIC XX.
       01  WS-TIPOCTA-STATUS           PIC XX.
       01  WS-TMPTIP-FSTATUS           PIC XX.
       01  WS-PLAZO-FSTATUS            PIC XX.

       01  WS-ACUERDOS.
           05  WS-ACU OCCURS 300 TIMES.
               10  WS-ACU-DOC-CC       PIC X(13).
               10  WS-ACU-SALDO-OBJ    PIC 9(10)V99.
               10  WS-ACU-MINIMO       PIC 9(10)V99.
               10  WS-ACU-DIRECCION    PIC X(01).
               10  WS-ACU-PRODUCTO     PIC X(01).
               10  WS-ACU-DOC-CA       PIC X(13).
               10  WS-ACU-ESTADO       PIC X(01).
               10  WS-ACU-FECHA-ALTA   PIC X(08).
               10  WS-ACU-OPERADOR     PIC X(30).
       01  WS-ACU-COUNT                PIC 9(3) VALUE 0.
       01  WS-ACU-IDX                  PIC 9(3).
       01  WS-ACU-SEL                  PIC 9(3).

       01  WS-TIPCTA-DOC               PIC X(13).
       01  WS-TIPCTA-TIPO              PIC X(02).
           88  CUENTA-ES-AHORRO            VALUE 'CA'.
       01  WS-TIPCTA-MONEDA            PIC X(03).
       01  WS-TIPCTA-SUCURSAL          PIC X(03).
       01  WS-TIPCTA-RET-PERIODO       PIC X(06).
       01  WS-TIPCTA-RETIROS           PIC 9(03).
       01  WS-TIPCTA-FOUND             PIC X(01).

       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-PERIODO-HOY              PIC X(6).
       01  WS-SALDO-CC                 PIC S9(9)V99.
       01  WS-DISP-CC                  PIC S9(9)V99.
       01  WS-DISP-CA                  PIC S9(9)V99.
       01  WS-BARRER                   PIC S9(10)V99.
       01  WS-IMPORTE                  PIC 9(10)V99.
       01  WS-SOLO-TOTAL               PIC X(1).
       01  WS-CUBIERTO                 PIC X(1).
       01  WS-TIPO-LOG                 PIC X(2).
       01  WS-DESTINO-LOG              PIC X(13).
       01  WS-RESULT-LOG               PIC X(40).
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.

       01  WS-PF-NRO-MAX               PIC 9(5).
       01  WS-PF-NRO-ED                PIC 9(5).
       01  WS-PLAZO-DIAS               PIC 9(3) VALUE 30.
       01  WS-PZ-TASA                  PIC 9(3)V99.
       01  WS-PZ-ENC                   PIC X(01).
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-DIAS-ENTERO              PIC 9(8).
       01  WS-DH-FECHA                 PIC X(8).
       01  WS-DH-HABIL                 PIC X(8).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       LINKAGE SECTION.
       01  LK-FUNCION                  PIC X(01).
       01  LK-DOC                      PIC X(13).
       01  LK-IMPORTE                  PIC 9(10)V99.
       01  LK-OPERADOR                 PIC X(30).
       01  LK-RESULTADO                PIC X(01).
       01  LK-CANTIDAD                 PIC 9(05).

       PROCEDURE DIVISION USING LK-FUNCION LK-DOC LK-IMPORTE
                                LK-OPERADOR LK-RESULTADO
                                LK-CANTIDAD.
       MAIN-PROGRAM.
           MOVE 'N' TO LK-RESULTADO
           MOVE 0 TO LK-CANTIDAD
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-HOY
           PERFORM 110-CARGA-ACUERDOS
           EVALUATE LK-FUNCION
               WHEN 'N'
                   PERFORM 200-CORRIDA-NOCTURNA
               WHEN 'C'
                   PERFORM 300-CUBRE-CHEQUE
           END-EVALUATE
           GOBACK.

       110-CARGA-ACUERDOS.
           MOVE 0 TO WS-ACU-COUNT
           OPEN INPUT ACUERDOS-FILE
           IF WS-ACU-FSTATUS = '00'
               PERFORM UNTIL WS-ACU-FSTATUS NOT = '00'
                   READ ACUERDOS-FILE
                       AT END MOVE '10' TO WS-ACU-FSTATUS
                       NOT AT END
                           IF WS-ACU-COUNT >= 300
                               DISPLAY "AVISO: BARRIDOS.DAT supera "
                                   "los 300 acuerdos."
                               MOVE '10' TO WS-ACU-FSTATUS
                           ELSE
                               ADD 1 TO WS-ACU-COUNT
                               MOVE ACUERDO-RECORD TO
                                   WS-ACU(WS-ACU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUERDOS-FILE
           END-IF.
       110-END.

       200-CORRIDA-NOCTURNA.
           PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-COUNT
               IF WS-ACU-ESTADO(WS-ACU-IDX) = 'A'
                   MOVE WS-ACU-IDX TO WS-ACU-SEL
                   PERFORM 210-BARRE-ACUERDO
               END-IF
           END-PERFORM.
       200-END.

       210-BARRE-ACUERDO.
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-ACU-DOC-CC(WS-ACU-SEL) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               MOVE 'EX' TO WS-TIPO-LOG
               MOVE SPACES TO WS-DESTINO-LOG
               MOVE 0 TO WS-IMPORTE
               MOVE 'CUENTA CORRIENTE INEXISTENTE' TO WS-RESULT-LOG
               PERFORM 900-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MV-SALDO TO WS-SALDO-CC
           COMPUTE WS-BARRER =
               WS-SALDO-CC - WS-ACU-SALDO-OBJ(WS-ACU-SEL)
           IF WS-BARRER > 0
              AND WS-ACU-DIRECCION(WS-ACU-SEL) NOT = 'F'
               PERFORM 220-BARRE-EXCEDENTE
           END-IF
           IF WS-BARRER < 0
              AND WS-ACU-DIRECCION(WS-ACU-SEL) NOT = 'E'
               COMPUTE WS-IMPORTE = WS-BARRER * (-1)
               IF WS-IMPORTE >= WS-ACU-MINIMO(WS-ACU-SEL)
                   MOVE 'CU' TO WS-TIPO-LOG
                   MOVE 'N' TO WS-SOLO-TOTAL
                   PERFORM 400-TRAE-DE-AHORRO
               END-IF
           END-IF.
       210-END.

       220-BARRE-EXCEDENTE.
      *    No se barre lo que no esta disponible (embargos,
      *    retenciones, cuenta inactiva o de fallecido).
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-ACU-DOC-CC(WS-ACU-SEL) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MV-SALDO TO WS-DISP-CC
           IF WS-BARRER > WS-DISP-CC
               MOVE WS-DISP-CC TO WS-BARRER
           END-IF
           IF WS-BARRER <= 0
              OR WS-BARRER < WS-ACU-MINIMO(WS-ACU-SEL)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BARRER TO WS-IMPORTE
           MOVE 'EX' TO WS-TIPO-LOG
           IF WS-ACU-PRODUCTO(WS-ACU-SEL) = 'P'
               PERFORM 240-CONSTITUYE-PLAZO
           ELSE
               PERFORM 230-LLEVA-A-AHORRO
           END-IF.
       220-END.

       230-LLEVA-A-AHORRO.
           MOVE WS-ACU-DOC-CA(WS-ACU-SEL) TO WS-DESTINO-LOG
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-ACU-DOC-CC(WS-ACU-SEL) TO WS-MV-DOC
           COMPUTE WS-MV-MONTO = WS-IMPORTE * (-1)
           MOVE 'BARRIDO CC A CA' TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE 'NO SE PUDO DEBITAR LA CTA CTE' TO WS-RESULT-LOG
               PERFORM 900-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-ACU-DOC-CA(WS-ACU-SEL) TO WS-MV-DOC
           MOVE WS-IMPORTE TO WS-MV-MONTO
           MOVE 'BARRIDO CC A CA' TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
      *        El credito no entro: se devuelve el debito a la
      *        cuenta corriente.
               MOVE 'P' TO WS-MV-FUNCION
               MOVE WS-ACU-DOC-CC(WS-ACU-SEL) TO WS-MV-DOC
               MOVE WS-IMPORTE TO WS-MV-MONTO
               MOVE 'BARRIDO REVERSA' TO WS-MV-REF
               PERFORM 800-LLAMA-MOVPOST
               MOVE 'CREDITO EN CA FALLIDO, REVERSADO'
                   TO WS-RESULT-LOG
               PERFORM 900-LOG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LK-CANTIDAD
           MOVE 'BARRIDO A CAJA DE AHORRO' TO WS-RESULT-LOG
           PERFORM 900-LOG.
       230-END.

       240-CONSTITUYE-PLAZO.
      *    Plazo fijo a 30 dias a tasa de pizarra de la moneda de la
      *    cuenta, con instruccion de acreditar al vencimiento. Sin
      *    tasa de pizarra para el importe no se barre.
           MOVE WS-ACU-DOC-CC(WS-ACU-SEL) TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           CALL 'PZPFTAS1' USING WS-TIPCTA-MONEDA WS-PLAZO-DIAS
                                 WS-IMPORTE WS-FECHA-HOY
                                 WS-PZ-TASA WS-PZ-ENC
           MOVE SPACES TO WS-DESTINO-LOG
           IF WS-PZ-ENC NOT = 'S'
               MOVE 'SIN TASA DE PIZARRA PARA EL PLAZO'
                   TO WS-RESULT-LOG
               PERFORM 900-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM 250-ULTIMO-PLAZO
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-ACU-DOC-CC(WS-ACU-SEL) TO WS-MV-DOC
           COMPUTE WS-MV-MONTO = WS-IMPORTE * (-1)
           MOVE SPACES TO WS-MV-REF
           STRING "BARRIDO A PF " WS-PF-NRO-ED
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE 'NO SE PUDO DEBITAR LA CTA CTE' TO WS-RESULT-LOG
               PERFORM 900-LOG
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FECHA-NUM = FUNCTION NUMVAL(WS-FECHA-HOY)
           COMPUTE WS-DIAS-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
               + WS-PLAZO-DIAS
           COMPUTE WS-FECHA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTERO)
           MOVE WS-FECHA-NUM TO WS-DH-FECHA
           MOVE WS-DH-FECHA TO WS-DH-HABIL
           CALL 'DIAHAB1' USING WS-DH-FECHA WS-DH-HABIL
           OPEN EXTEND PLAZO-FILE
           IF WS-PLAZO-FSTATUS NOT = '00'
               OPEN OUTPUT PLAZO-FILE
           END-IF
           MOVE WS-PF-NRO-ED TO PF-NRO
           MOVE WS-ACU-DOC-CC(WS-ACU-SEL) TO PF-DOC
           MOVE WS-IMPORTE TO PF-CAPITAL
           MOVE WS-PZ-TASA TO PF-TASA
           MOVE WS-PLAZO-DIAS TO PF-PLAZO-DIAS
           MOVE WS-FECHA-HOY TO PF-FECHA-ALTA
           MOVE WS-DH-HABIL TO PF-FECHA-VTO
           MOVE 'C' TO PF-INSTRUCCION
           MOVE 'V' TO PF-ESTADO
           WRITE PLAZO-RECORD
           CLOSE PLAZO-FILE
           ADD 1 TO LK-CANTIDAD
           MOVE SPACES TO WS-DESTINO-LOG
           STRING "PF " WS-PF-NRO-ED
               DELIMITED BY SIZE INTO WS-DESTINO-LOG
           MOVE 'BARRIDO A PLAZO FIJO 30 DIAS' TO WS-RESULT-LOG
           PERFORM 900-LOG.
       240-END.

       250-ULTIMO-PLAZO.
           MOVE 0 TO WS-PF-NRO-MAX
           OPEN INPUT PLAZO-FILE
           IF WS-PLAZO-FSTATUS = '00'
               PERFORM UNTIL WS-PLAZO-FSTATUS NOT = '00'
                   READ PLAZO-FILE
                       AT END MOVE '10' TO WS-PLAZO-FSTATUS
                       NOT AT END
                           IF PF-NRO > WS-PF-NRO-MAX
                               MOVE PF-NRO TO WS-PF-NRO-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAZO-FILE
           END-IF
           COMPUTE WS-PF-NRO-ED = WS-PF-NRO-MAX + 1.
       250-END.

       300-CUBRE-CHEQUE.
      *    Solo cuentas con acuerdo activo que cubre faltantes.
           MOVE 0 TO WS-ACU-SEL
           PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-COUNT
               IF WS-ACU-DOC-CC(WS-ACU-IDX) = LK-DOC
                  AND WS-ACU-ESTADO(WS-ACU-IDX) = 'A'
                  AND WS-ACU-DIRECCION(WS-ACU-IDX) NOT = 'E'
                   MOVE WS-ACU-IDX TO WS-ACU-SEL
               END-IF
           END-PERFORM
           IF WS-ACU-SEL = 0 OR LK-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LK-IMPORTE TO WS-IMPORTE
           MOVE 'CH' TO WS-TIPO-LOG
           MOVE 'S' TO WS-SOLO-TOTAL
           PERFORM 400-TRAE-DE-AHORRO
           IF WS-CUBIERTO = 'S'
               MOVE 'S' TO LK-RESULTADO
           END-IF.
       300-END.

       400-TRAE-DE-AHORRO.
      *    Extraccion de la caja de ahorro hacia la cuenta corriente
      *    por WS-IMPORTE; con WS-SOLO-TOTAL en 'N' trae lo que haya
      *    disponible aunque no alcance.
           MOVE 'N' TO WS-CUBIERTO
           MOVE WS-ACU-DOC-CA(WS-ACU-SEL) TO WS-DESTINO-LOG
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-ACU-DOC-CA(WS-ACU-SEL) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-EXISTE = 'L'
               MOVE 'CA CON EL MAXIMO DE RETIROS DEL MES'
                   TO WS-RESULT-LOG
               PERFORM 900-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-MV-EXISTE NOT = 'S'
               MOVE 'CAJA DE AHORRO NO DEBITABLE' TO WS-RESULT-LOG
               PERFORM 900-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MV-SALDO TO WS-DISP-CA
           IF WS-DISP-CA < WS-IMPORTE
               IF WS-SOLO-TOTAL = 'S' OR WS-DISP-CA <= 0
                   MOVE 'FONDOS INSUFICIENTES EN CA' TO WS-RESULT-LOG
                   PERFORM 900-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DISP-CA TO WS-IMPORTE
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-ACU-DOC-CA(WS-ACU-SEL) TO WS-MV-DOC
           COMPUTE WS-MV-MONTO = WS-IMPORTE * (-1)
           MOVE 'BARRIDO CA A CC' TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE 'NO SE PUDO DEBITAR LA CA' TO WS-RESULT-LOG
               PERFORM 900-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM 410-CUENTA-RETIRO
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-ACU-DOC-CC(WS-ACU-SEL) TO WS-MV-DOC
           MOVE WS-IMPORTE TO WS-MV-MONTO
           MOVE 'BARRIDO CA A CC' TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE 'P' TO WS-MV-FUNCION
               MOVE WS-ACU-DOC-CA(WS-ACU-SEL) TO WS-MV-DOC
               MOVE WS-IMPORTE TO WS-MV-MONTO
               MOVE 'BARRIDO REVERSA' TO WS-MV-REF
               PERFORM 800-LLAMA-MOVPOST
               MOVE 'CREDITO EN CC FALLIDO, REVERSADO'
                   TO WS-RESULT-LOG
               PERFORM 900-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-CUBIERTO
           ADD 1 TO LK-CANTIDAD
           IF WS-TIPO-LOG = 'CH'
               MOVE 'CHEQUE CUBIERTO DESDE CA' TO WS-RESULT-LOG
           ELSE
               MOVE 'FALTANTE CUBIERTO DESDE CA' TO WS-RESULT-LOG
           END-IF
           PERFORM 900-LOG.
       400-END.

       410-CUENTA-RETIRO.
      *    El barrido cuenta como un retiro del mes de la caja de
      *    ahorro, igual que la extraccion por ventanilla: copia
      *    CUENTAS_TIPO.DAT sumando el retiro y vuelca la copia.
           OPEN INPUT TIPOCTA-FILE
           IF WS-TIPOCTA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-TIPOCTA-FILE
           PERFORM UNTIL WS-TIPOCTA-STATUS NOT = '00'
               READ TIPOCTA-FILE
                   AT END MOVE '10' TO WS-TIPOCTA-STATUS
                   NOT AT END
                       IF TIPCTA-DOC = WS-ACU-DOC-CA(WS-ACU-SEL)
                          AND TIPCTA-TIPO = 'CA'
                           IF TIPCTA-RET-PERIODO NOT = WS-PERIODO-HOY
                               MOVE ZEROES TO TIPCTA-RETIROS
                           END-IF
                           MOVE WS-PERIODO-HOY TO TIPCTA-RET-PERIODO
                           ADD 1 TO TIPCTA-RETIROS
                       END-IF
                       MOVE TIPOCTA-RECORD TO TMP-TIPOCTA-RECORD
                       WRITE TMP-TIPOCTA-RECORD
               END-READ
           END-PERFORM
           CLOSE TIPOCTA-FILE
           CLOSE TMP-TIPOCTA-FILE
           OPEN INPUT TMP-TIPOCTA-FILE
           OPEN OUTPUT TIPOCTA-FILE
           MOVE '00' TO WS-TMPTIP-FSTATUS
           PERFORM UNTIL WS-TMPTIP-FSTATUS NOT = '00'
               READ TMP-TIPOCTA-FILE
                   AT END MOVE '10' TO WS-TMPTIP-FSTATUS
                   NOT AT END
                       MOVE TMP-TIPOCTA-RECORD TO TIPOCTA-RECORD
                       WRITE TIPOCTA-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-TIPOCTA-FILE
           CLOSE TIPOCTA-FILE.
       410-END.

       800-LLAMA-MOVPOST.
           MOVE 'BARRIDO   ' TO WS-MV-CANAL
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       800-END.

       900-LOG.
           MOVE WS-IMPORTE TO WS-IMP-MONTO
           OPEN EXTEND LOG-FILE
           IF WS-LOG-FSTATUS NOT = '00'
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE SPACES TO LOG-RECORD
           STRING WS-FECHA-HOY ";" WS-TIPO-LOG ";"
                  WS-ACU-DOC-CC(WS-ACU-SEL) ";"
                  WS-DESTINO-LOG ";" WS-IMP-MONTO ";"
                  WS-RESULT-LOG
               DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE.
       900-END.

       COPY "CTATIP001".
       END PROGRAM BARRIDO1.
