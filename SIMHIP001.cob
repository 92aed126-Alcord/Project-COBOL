      * Date: 01/09/2026
      * Purpose: Simulador de prestamos para interesados que todavia
      *          no son clientes. Corre la misma matematica real del
      *          alta (CUOHIP1, sistema frances o aleman con meses de
      *          gracia opcionales, como 0231-CREAR-NUEVA-HIPOTECA) y
      *          las mismas reglas de garantia de CONF0223
      *          (PORC-MIN-GRNTIA y PORC-MAX-LTV) sin tocar la base
      *          ni exigir que la persona exista en CLIENTES. La
           05  SIM-GARANTIA            PIC 9(12)V99.
           05  SIM-VENCE               PIC X(08).
           05  SIM-ESTADO              PIC X(01).
           05  SIM-SISTEMA             PIC X(01).
           05  SIM-MESES-GRACIA        PIC 9(02).
       FD  OFERTA-FILE.
       01  OFERTA-RECORD               PIC X(100).

       01  WS-MONTO-ING                PIC 9(12)V99.
       01  WS-CUOTAS-ING               PIC 9(3).
       01  WS-TASA-ING                 PIC 9(3)V99.
       01  WS-SISTEMA-ING              PIC X(1).
       01  WS-GRACIA-ING               PIC 9(2).
       01  WS-GARANTIA-ING             PIC 9(12)V99.
       01  WS-NRO-ING                  PIC 9(9).
       01  WS-FECHA                    PIC X(10).
       01  WS-VENCE-NUM                PIC 9(8).
       01  WS-DIAS-VIG                 PIC 9(3) VALUE 30.

       01  WS-PMT                      PIC 9(12)V99.
       01  WS-PMT-ULT                  PIC 9(12)V99.
       01  WS-SALDO-SIM                PIC 9(12)V99.
       01  WS-INTERES-CUO              PIC 9(12)V99.
       01  WS-CAPITAL-CUO              PIC 9(12)V99.
       01  WS-CUOTA-CUO                PIC 9(12)V99.
       01  WS-N                        PIC 9(3).
       01  WS-N-AMORT                  PIC 9(3).
       01  WS-ED4                      PIC ZZZZZZZZZZZ9.99.
       01  WS-GARANTIA-MIN             PIC 9(13)V99.
       01  WS-MONTO-MAXIMO             PIC 9(13)V99.
       01  WS-ED1                      PIC ZZZZZZZZZZZ9.99.
           END-IF
           DISPLAY "Tasa nominal anual (ej. 030.00): "
           ACCEPT WS-TASA-ING
           DISPLAY "Sistema de amortizacion (F=Frances, A=Aleman): "
           ACCEPT WS-SISTEMA-ING
           MOVE FUNCTION UPPER-CASE(WS-SISTEMA-ING) TO WS-SISTEMA-ING
           IF WS-SISTEMA-ING NOT = 'F' AND NOT = 'A'
               DISPLAY "Sistema invalido."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Meses de gracia, solo interes (0 = sin gracia): "
           ACCEPT WS-GRACIA-ING
           IF WS-GRACIA-ING >= WS-CUOTAS-ING
               DISPLAY "La gracia debe ser menor que el plazo."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valor estimado de la garantia: "
           ACCEPT WS-GARANTIA-ING
      *    Mismas reglas de garantia que el alta real
                       WS-ED1 ")."
               EXIT PARAGRAPH
           END-IF
      *    Primera cuota con amortizacion y ultima cuota: iguales
      *    en el frances, decrecientes en el aleman.
           COMPUTE WS-N-AMORT = WS-GRACIA-ING + 1
           CALL 'CUOHIP1' USING WS-SISTEMA-ING WS-GRACIA-ING
                                WS-MONTO-ING WS-TASA-ING
                                WS-CUOTAS-ING WS-N-AMORT WS-PMT
                                WS-INTERES-CUO WS-CAPITAL-CUO
                                WS-SALDO-SIM
           MOVE WS-CUOTAS-ING TO WS-N
           CALL 'CUOHIP1' USING WS-SISTEMA-ING WS-GRACIA-ING
                                WS-MONTO-ING WS-TASA-ING
                                WS-CUOTAS-ING WS-N
                                WS-PMT-ULT WS-INTERES-CUO
                                WS-CAPITAL-CUO WS-SALDO-SIM
           PERFORM 210-VIGENCIA
           PERFORM 220-NUMERA-Y-GUARDA
           PERFORM 230-IMPRIME-OFERTA
           IF WS-GRACIA-ING > 0
               COMPUTE WS-INTERES-CUO ROUNDED =
                   WS-MONTO-ING * WS-TASA-ING / 1200
               MOVE WS-INTERES-CUO TO WS-ED1
               DISPLAY "Cuota de gracia (solo interes, "
                       WS-GRACIA-ING " meses): " WS-ED1
           END-IF
           MOVE WS-PMT TO WS-ED1
           IF WS-SISTEMA-ING = 'A'
               MOVE WS-PMT-ULT TO WS-ED2
               DISPLAY "Primera cuota con capital: " WS-ED1
                       "  ultima cuota: " WS-ED2
           ELSE
               DISPLAY "Cuota mensual estimada: " WS-ED1
           END-IF
           DISPLAY "Simulacion " WS-SEQ-PRIMER-ID
                   " guardada; oferta en OFERTA_SIMULACION.TXT "
                   "valida hasta el " WS-VENCE-NUM ".".
           MOVE WS-GARANTIA-ING TO SIM-GARANTIA
           MOVE WS-VENCE-NUM TO SIM-VENCE
           MOVE 'V' TO SIM-ESTADO
           MOVE WS-SISTEMA-ING TO SIM-SISTEMA
           MOVE WS-GRACIA-ING TO SIM-MESES-GRACIA
           WRITE SIMUL-RECORD
           CLOSE SIMUL-FILE.
       220-END.
               DELIMITED BY SIZE INTO OFERTA-RECORD
           WRITE OFERTA-RECORD
           MOVE SPACES TO OFERTA-RECORD
           IF WS-SISTEMA-ING = 'A'
               STRING "SISTEMA ALEMAN (CAPITAL CONSTANTE, CUOTAS "
                      "DECRECIENTES)  MESES DE GRACIA "
                      WS-GRACIA-ING
                   DELIMITED BY SIZE INTO OFERTA-RECORD
           ELSE
               STRING "SISTEMA FRANCES (CUOTA CONSTANTE)  MESES DE "
                      "GRACIA " WS-GRACIA-ING
                   DELIMITED BY SIZE INTO OFERTA-RECORD
           END-IF
           WRITE OFERTA-RECORD
           MOVE SPACES TO OFERTA-RECORD
           STRING "OFERTA VALIDA HASTA EL " WS-VENCE-NUM
               DELIMITED BY SIZE INTO OFERTA-RECORD
           WRITE OFERTA-RECORD
           MOVE SPACES TO OFERTA-RECORD
           STRING "NRO            CUOTA         CAPITAL"
                  "         INTERES           SALDO"
               DELIMITED BY SIZE INTO OFERTA-RECORD
           WRITE OFERTA-RECORD
      *    Cada cuota sale de CUOHIP1, la misma rutina del alta real
      *    (el redondeo se absorbe en la ultima cuota).
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-CUOTAS-ING
               CALL 'CUOHIP1' USING WS-SISTEMA-ING WS-GRACIA-ING
                                    WS-MONTO-ING WS-TASA-ING
                                    WS-CUOTAS-ING WS-N WS-CUOTA-CUO
                                    WS-INTERES-CUO WS-CAPITAL-CUO
                                    WS-SALDO-SIM
               SUBTRACT WS-CAPITAL-CUO FROM WS-SALDO-SIM
               MOVE WS-CUOTA-CUO TO WS-ED4
               MOVE WS-CAPITAL-CUO TO WS-ED1
               MOVE WS-INTERES-CUO TO WS-ED2
               MOVE WS-SALDO-SIM TO WS-ED3
               MOVE SPACES TO OFERTA-RECORD
               STRING WS-N "  " WS-ED4 " " WS-ED1 " " WS-ED2 " "
                      WS-ED3
                   DELIMITED BY SIZE INTO OFERTA-RECORD
               WRITE OFERTA-RECORD
           END-PERFORM
                                   " TASA " SIM-TASA
                           DISPLAY "GARANTIA " WS-ED2
                                   " VIGENTE HASTA " SIM-VENCE
                           IF SIM-SISTEMA = 'A'
                               DISPLAY "SISTEMA ALEMAN"
                           ELSE
                               DISPLAY "SISTEMA FRANCES"
                           END-IF
                           IF SIM-MESES-GRACIA NUMERIC
                               DISPLAY "MESES DE GRACIA "
                                       SIM-MESES-GRACIA
                           END-IF
                           MOVE '10' TO WS-SIMUL-FSTATUS
                       END-IF
               END-READ
