      *          es el interes devengado y no cobrado. El resumen del
      *          mes por prestamo y total sale a DEVENGAMIENTO.TXT y
      *          es el insumo del archivo contable (GLEXT001).
      *          En las hipotecas en UVA el saldo esta en unidades y
      *          el devengo se valua en pesos al ultimo valor de la
      *          unidad del periodo (UVAHIP1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-FECHA                    PIC X(10).
       01  WS-PERIODO                  PIC X(6).
       01  WS-DEVENGO                  PIC 9(10)V99.
       01  WS-UVA-FECHA                PIC X(8).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-TOTAL-DEVENGADO          PIC 9(12)V99 VALUE 0.
       01  WS-CONT-HIPOTECAS           PIC 9(5) VALUE 0.
       01  WS-CONT-OMITIDAS            PIC 9(5) VALUE 0.
      *    la division va al final para no perder decimales. Una
      *    hipoteca con asiento D del periodo no se vuelve a
      *    devengar: la corrida es re-ejecutable sin duplicar.
           MOVE DB-ID-HIPOTECA TO WS-UVA-ID
           MOVE SPACES TO WS-UVA-FECHA
           STRING WS-PERIODO "31" DELIMITED BY SIZE
               INTO WS-UVA-FECHA
           CALL 'UVAHIP1' USING WS-UVA-ID WS-UVA-FECHA WS-UVA-ES
                                WS-UVA-VALOR WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA WS-UVA-MONTO-ALTA
           COMPUTE WS-DEVENGO ROUNDED =
               DB-SALDO * WS-UVA-VALOR * DB-TASA / 1200
           IF WS-DEVENGO = 0
               EXIT PARAGRAPH
           END-IF
