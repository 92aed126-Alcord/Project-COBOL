      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Interes punitorio de una cuota de hipoteca vencida.
      *          Se cuenta desde el vencimiento (corrido al dia habil
      *          siguiente via DIAHAB1, para que nadie pague
      *          punitorios por un fin de semana largo) hasta la
      *          fecha de pago, en dias habiles. La tasa es mensual:
      *          TASA-PUNIT-HIP (PARAM1) vigente a la fecha de pago,
      *          o TASA-PUNIT-HIP-MENSUAL de CONF0223 si la clave no
      *          esta cargada; por dia habil se aplica la mensual
      *          sobre 30.
      *          Lo usan MODHIP001 (pago de cuotas, pago del periodo,
      *          cotizacion y cancelacion) y DEBAUT001.
      *          Fechas en AAAAMMDD. LK-DIAS y LK-PUNITORIO vuelven en
      *          cero si la cuota no esta en mora a la fecha de pago.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNHIP1.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "CONF0223".
       01  WS-VTO-HABIL                PIC X(08).
       01  WS-DIA                      PIC X(08).
       01  WS-DIA-SIG                  PIC X(08).
       01  WS-DIA-ENTERO               PIC 9(08).
       01  WS-DIA-NUM                  PIC 9(08).
       01  WS-TASA-MENSUAL             PIC 9V9(4).
       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(8).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(1).

       LINKAGE SECTION.
       01  LK-VTO                      PIC X(08).
       01  LK-PAGO                     PIC X(08).
       01  LK-IMPORTE                  PIC 9(10)V99.
       01  LK-DIAS                     PIC 9(04).
       01  LK-PUNITORIO                PIC 9(10)V99.

       PROCEDURE DIVISION USING LK-VTO LK-PAGO LK-IMPORTE
                                LK-DIAS LK-PUNITORIO.
       MAIN-PROGRAM.
           MOVE 0 TO LK-DIAS
           MOVE 0 TO LK-PUNITORIO
           IF LK-VTO NOT NUMERIC OR LK-PAGO NOT NUMERIC
               GOBACK
           END-IF
           IF LK-VTO >= LK-PAGO OR LK-IMPORTE = 0
               GOBACK
           END-IF
           CALL 'DIAHAB1' USING LK-VTO WS-VTO-HABIL
           IF WS-VTO-HABIL >= LK-PAGO
               GOBACK
           END-IF
           PERFORM 100-CUENTA-DIAS
           PERFORM 200-TASA-VIGENTE
           COMPUTE LK-PUNITORIO ROUNDED =
               LK-IMPORTE * WS-TASA-MENSUAL * LK-DIAS / 30
           GOBACK.

       100-CUENTA-DIAS.
      *    Un dia habil de atraso por cada habil posterior al
      *    vencimiento y hasta la fecha de pago inclusive.
           MOVE WS-VTO-HABIL TO WS-DIA
           PERFORM UNTIL WS-DIA >= LK-PAGO OR LK-DIAS >= 9999
               COMPUTE WS-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DIA))
                   + 1
               COMPUTE WS-DIA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
               MOVE WS-DIA-NUM TO WS-DIA-SIG
               CALL 'DIAHAB1' USING WS-DIA-SIG WS-DIA
               IF WS-DIA <= LK-PAGO
                   ADD 1 TO LK-DIAS
               END-IF
           END-PERFORM.
       100-END.

       200-TASA-VIGENTE.
           MOVE 'TASA-PUNIT-HIP      ' TO WS-PM-CLAVE
           MOVE LK-PAGO TO WS-PM-FECHA
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-TASA-MENSUAL
           ELSE
               MOVE TASA-PUNIT-HIP-MENSUAL TO WS-TASA-MENSUAL
           END-IF.
       200-END.
       END PROGRAM PUNHIP1.
