      *          hipoteca llego a SALDO_ACTUAL cero se libera) y,
      *          con venia del SUPERVISOR, se ejecuta la prenda de
      *          un prestamo caido aplicando el capital del
      *          certificado contra la deuda (en una hipoteca UVA,
      *          pasado a unidades al valor del dia).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CAPITAL-PF               PIC 9(10)V99.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-CONT-LIBERADAS           PIC 9(4).
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.
       01  WS-CONECTADO                PIC X VALUE 'N'.
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
      *    El capital del certificado esta en pesos; el saldo de
      *    una hipoteca UVA en unidades: se descuenta en unidades al
      *    valor UVA del dia, como el pago parcial de MODHIP001.
           MOVE WS-PRE-ID-HIP(WS-PRE-SEL) TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID
                                WS-FECHA-HOY
                                WS-UVA-ES
                                WS-UVA-VALOR
                                WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA
                                WS-UVA-MONTO-ALTA
           END-CALL
           MOVE WS-CAPITAL-PF TO SQL-VAR-0003
           IF WS-UVA-ES = 'S' AND WS-UVA-VALOR > 0
               COMPUTE SQL-VAR-0003 ROUNDED =
                   WS-CAPITAL-PF / WS-UVA-VALOR
           END-IF
           MOVE WS-PRE-ID-HIP(WS-PRE-SEL) TO SQL-VAR-0002
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
