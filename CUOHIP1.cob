      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Cuota de una hipoteca segun su sistema de
      *          amortizacion y sus meses de gracia.
      *          LK-SISTEMA 'F' frances (cuota constante) o 'A'
      *          aleman (capital constante, cuotas decrecientes).
      *          Las primeras LK-GRACIA cuotas son solo interes; el
      *          capital se amortiza en las LK-CUOTAS - LK-GRACIA
      *          restantes (la gracia nunca cubre todo el plazo).
      *          LK-TASA es la tasa nominal anual en %, mensual =
      *          LK-TASA / 1200. LK-NRO es la cuota pedida contada
      *          desde la primera cuota del cronograma (1..LK-CUOTAS).
      *          Devuelve la cuota, su interes, su amortizacion y el
      *          saldo de capital antes de pagarla; la ultima cuota
      *          absorbe el redondeo.
      *          Lo usan MODHIP001 (alta, precancelacion,
      *          refinanciacion y cotizacion), REPREC001, SIMHIP001 y
      *          AUDCUO001, para que el cronograma, la oferta y la
      *          auditoria salgan de la misma cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOHIP1.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-I                        PIC 9V9(9).
       01  WS-GRACIA                   PIC 9(03).
       01  WS-AMORTIZA                 PIC 9(03).
       01  WS-K                        PIC 9(03).
       01  WS-K-ANT                    PIC 9(03).
       01  WS-FACTOR                   PIC 9(9)V9(9).
       01  WS-PMT                      PIC 9(12)V99.
       01  WS-CAP-CUOTA                PIC 9(12)V99.
       01  WS-SALDO                    PIC S9(12)V99.
       01  WS-SALDO-SIG                PIC S9(12)V99.

       LINKAGE SECTION.
       01  LK-SISTEMA                  PIC X(01).
       01  LK-GRACIA                   PIC 9(02).
       01  LK-CAPITAL                  PIC 9(12)V99.
       01  LK-TASA                     PIC 9(03)V99.
       01  LK-CUOTAS                   PIC 9(03).
       01  LK-NRO                      PIC 9(03).
       01  LK-CUOTA                    PIC 9(12)V99.
       01  LK-INTERES                  PIC 9(12)V99.
       01  LK-AMORT                    PIC 9(12)V99.
       01  LK-SALDO                    PIC 9(12)V99.

       PROCEDURE DIVISION USING LK-SISTEMA LK-GRACIA LK-CAPITAL
                                LK-TASA LK-CUOTAS LK-NRO LK-CUOTA
                                LK-INTERES LK-AMORT LK-SALDO.
       MAIN-PROGRAM.
           MOVE 0 TO LK-CUOTA
           MOVE 0 TO LK-INTERES
           MOVE 0 TO LK-AMORT
           MOVE 0 TO LK-SALDO
           IF LK-CUOTAS = 0 OR LK-NRO = 0 OR LK-NRO > LK-CUOTAS
               GOBACK
           END-IF
           COMPUTE WS-I = LK-TASA / 1200
           MOVE LK-GRACIA TO WS-GRACIA
           IF WS-GRACIA >= LK-CUOTAS
               COMPUTE WS-GRACIA = LK-CUOTAS - 1
           END-IF
           COMPUTE WS-AMORTIZA = LK-CUOTAS - WS-GRACIA
      *    Meses de gracia: se paga solo el interes del capital.
           IF LK-NRO <= WS-GRACIA
               MOVE LK-CAPITAL TO LK-SALDO
               COMPUTE LK-INTERES ROUNDED = LK-CAPITAL * WS-I
               MOVE LK-INTERES TO LK-CUOTA
               GOBACK
           END-IF
           COMPUTE WS-K = LK-NRO - WS-GRACIA
           COMPUTE WS-K-ANT = WS-K - 1
           IF LK-SISTEMA = 'A'
               PERFORM 200-ALEMAN
           ELSE
               PERFORM 100-FRANCES
           END-IF
           GOBACK.

       100-FRANCES.
      *    PMT = C * i * (1 + i) ** M / ((1 + i) ** M - 1); saldo
      *    antes de la cuota k = C * (1 + i) ** (k - 1) - PMT *
      *    ((1 + i) ** (k - 1) - 1) / i. La amortizacion es la
      *    diferencia entre el saldo antes de k y el de k + 1, asi
      *    el cronograma suma exactamente el capital.
           IF WS-I > 0
               COMPUTE WS-FACTOR = (1 + WS-I) ** WS-AMORTIZA
               COMPUTE WS-PMT ROUNDED = LK-CAPITAL * WS-I * WS-FACTOR
                   / (WS-FACTOR - 1)
               COMPUTE WS-FACTOR = (1 + WS-I) ** WS-K-ANT
               COMPUTE WS-SALDO ROUNDED = LK-CAPITAL * WS-FACTOR
                   - WS-PMT * (WS-FACTOR - 1) / WS-I
               COMPUTE WS-FACTOR = (1 + WS-I) ** WS-K
               COMPUTE WS-SALDO-SIG ROUNDED = LK-CAPITAL * WS-FACTOR
                   - WS-PMT * (WS-FACTOR - 1) / WS-I
           ELSE
               COMPUTE WS-PMT ROUNDED = LK-CAPITAL / WS-AMORTIZA
               COMPUTE WS-SALDO = LK-CAPITAL - WS-PMT * WS-K-ANT
               COMPUTE WS-SALDO-SIG = WS-SALDO - WS-PMT
           END-IF
           IF WS-SALDO < 0
               MOVE 0 TO WS-SALDO
           END-IF
           IF WS-SALDO-SIG < 0 OR WS-K = WS-AMORTIZA
               MOVE 0 TO WS-SALDO-SIG
           END-IF
           MOVE WS-SALDO TO LK-SALDO
           COMPUTE LK-AMORT = WS-SALDO - WS-SALDO-SIG
           IF WS-K = WS-AMORTIZA
               COMPUTE LK-INTERES ROUNDED = WS-SALDO * WS-I
               COMPUTE LK-CUOTA = LK-AMORT + LK-INTERES
           ELSE
               MOVE WS-PMT TO LK-CUOTA
               IF WS-PMT > LK-AMORT
                   COMPUTE LK-INTERES = WS-PMT - LK-AMORT
               END-IF
           END-IF.
       100-END.

       200-ALEMAN.
      *    Capital constante C / M; el interes va sobre el saldo.
           COMPUTE WS-CAP-CUOTA ROUNDED = LK-CAPITAL / WS-AMORTIZA
           COMPUTE WS-SALDO = LK-CAPITAL - WS-CAP-CUOTA * WS-K-ANT
           IF WS-SALDO < 0
               MOVE 0 TO WS-SALDO
           END-IF
           MOVE WS-SALDO TO LK-SALDO
           IF WS-K = WS-AMORTIZA
               MOVE WS-SALDO TO LK-AMORT
           ELSE
               MOVE WS-CAP-CUOTA TO LK-AMORT
           END-IF
           COMPUTE LK-INTERES ROUNDED = WS-SALDO * WS-I
           COMPUTE LK-CUOTA = LK-AMORT + LK-INTERES.
       200-END.
