      *          por MOVPOST1 y moneda de CUENTAS_TIPO.DAT), sus
      *          plazos fijos vigentes (PLAZOFIJO.DAT), la posicion
      *          de tarjeta del ultimo resumen (RESUMEN_TARJETAS.DAT)
      *          y el saldo de hipoteca con su proxima cuota (base;
      *          las UVA en pesos al valor del dia via UVAHIP1).
      *          El archivo POSICION_CONSOLIDADA.TXT se archiva via
      *          REPOSIT1 para que la reimpresion sea byte a byte, y
      *          la corrida es reiniciable por id de cliente con el
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.

       WORKING-STORAGE SECTION.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 81.
           05 SQL-STMT   PIC X(81) VALUE 'SELECT SALDO_ACTUAL,ID_HIPOTEC
      -    'A FROM BANCO.HIPOTECAS WHERE ID_CLIENTE = ? LIMIT 1'.
      **********************************************************************
       01 SQL-STMT-2.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 155.
           05 SQL-STMT   PIC X(155) VALUE 'SELECT COALESCE(MIN(FECHA),''
      -    'SIN CUOTAS''),COALESCE(MIN(MONTO_CUOTA),0) FROM banco.cuotas
      -    '_hipoteca WHERE ID_CLIENTE = ? AND ESTADO IN (''Pendiente'',
      -    '''Parcial'')'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(11) COMP-3.
           05 SQL-VAR-0002  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0003  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0004  PIC S9(11) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
       01  WS-CONT-CLIENTES            PIC 9(6) VALUE 0.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-IMP-1                    PIC ZZZZZZZZZZ9.99-.
       01  WS-IMP-2                    PIC ZZZZZZZZZZ9.99-.
       01  WS-RES-ULT-NRO              PIC 9(6).

       340-SECCION-HIPOTECA.
      *    EXEC SQL
      *        SELECT SALDO_ACTUAL, ID_HIPOTECA
      *          INTO :WS-HIP-SALDO, :WS-UVA-ID
      *          FROM BANCO.HIPOTECAS WHERE ID_CLIENTE = ?
      *         LIMIT 1
      *    END-EXEC
           MOVE WS-CLI-ID TO WT-ID-PARAM
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               MOVE '3' TO SQL-TYPE(1)
               MOVE 8 TO SQL-LEN(1)
               MOVE X'02' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(2)
               MOVE 6 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF WT-ID-PARAM
               MOVE '3' TO SQL-TYPE(3)
               MOVE 5 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE 0 TO SQL-VAR-0002 SQL-VAR-0004
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
           IF SQL-VAR-0002 = 0
               EXIT PARAGRAPH
           END-IF
      *    Saldo y cuota de una hipoteca UVA estan en unidades: se
      *    informan en pesos al valor UVA del dia.
           MOVE SQL-VAR-0004 TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID
                                WS-FECHA-HOY
                                WS-UVA-ES
                                WS-UVA-VALOR
                                WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA
                                WS-UVA-MONTO-ALTA
           END-CALL
           COMPUTE WS-HIP-SALDO ROUNDED = SQL-VAR-0002 * WS-UVA-VALOR
      *    EXEC SQL
      *        SELECT COALESCE(MIN(FECHA),'SIN CUOTAS'),
      *               COALESCE(MIN(MONTO_CUOTA),0)
      *          INTO :WS-CUOTA-FECHA, :WS-CUOTA-MONTO
      *          FROM banco.cuotas_hipoteca
      *         WHERE ID_CLIENTE = ?
      *           AND ESTADO IN ('Pendiente','Parcial')
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-2 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF WS-CUOTA-FECHA
           MOVE 0 TO SQL-VAR-0003
           CALL 'OCSQLEXE' USING SQL-STMT-2
                               SQLCA
           COMPUTE WS-CUOTA-MONTO ROUNDED =
               SQL-VAR-0003 * WS-UVA-VALOR
           MOVE WS-HIP-SALDO TO WS-IMP-1
           MOVE WS-CUOTA-MONTO TO WS-IMP-2
           MOVE SPACES TO POSICION-RECORD
