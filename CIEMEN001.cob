           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 553.
           05 SQL-STMT   PIC X(553) VALUE 'SELECT C.ID_CLIENTE,C.NOMBRE_
      -    'CLIENTE,C.DOC_CLIENTE,COALESCE(CT.SALDO_ACTUAL,0) SALDO_CTAC
      -    'TE,COALESCE(H.SALDO_ACTUAL,0) SALDO_HIPOTECA,COALESCE(T.LIQU
      -    'IDACION_MES,0) SALDO_TARJETA,COALESCE(H.ID_HIPOTECA,0) ID_HI
      -    'POTECA FROM CLIENTES C LEFT JOIN (SELECT MAX(ID_CTACTES) ID_
      -    'CTACTES,MAX(ID_CLIENTE) ID_CLIENTE,MAX(SALDO_ACTUAL) SALDO_A
      -    'CTUAL FROM CTACTES GROUP BY ID_CLIENTE) CT ON C.ID_CLIENTE =
      -    ' CT.ID_CLIENTE LEFT JOIN HIPOTECAS H ON C.ID_CLIENTE = H.ID_
      -    'CLIENTE LEFT JOIN TARJETAS T ON C.ID_CLIENTE = T.ID_CLIENTE 
      -    'WHERE C.ID_CLIENTE > ? ORDER BY C.ID_CLIENTE'.
           05 SQL-CNAME  PIC X(18) VALUE 'CURSOR_CONSOLIDADO'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
           05 SQL-VAR-0021  PIC S9(11) COMP-3.
           05 SQL-VAR-0022  PIC S9(11) COMP-3.
           05 SQL-VAR-0023  PIC S9(11) COMP-3.
           05 SQL-VAR-0024  PIC S9(11) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
       COPY "BD001".
       01  WS-DOR-CONT-ACT               PIC 9(5) VALUE 0.
       01  WS-DOR-CONT-INA               PIC 9(5) VALUE 0.
       01  WS-DOR-CONT-ABA               PIC 9(5) VALUE 0.
      *    Cuentas cerradas por CIECTA001 (estado C): no devengan ni
      *    pagan cargos y la dormancia no las reclasifica.
       01  WS-CERRADAS.
           05  WS-CER-REG OCCURS 500 TIMES PIC X(22).
       01  WS-CER-COUNT                  PIC 9(3) VALUE 0.
       01  WS-CER-IDX                    PIC 9(3).
       01  WS-CER-DOC                    PIC X(13).
       01  WS-ES-CERRADA                 PIC X(1).

       01  WS-TARIFAS-FSTATUS            PIC XX.
       01  WS-CANAL-FSTATUS              PIC XX.
       01  WS-TARIFA-IMPORTE             PIC 9(8)V99.
       01  WS-TARIFA-VIG-MAX             PIC X(8).
       01  WS-FECHA-HOY-LARGA            PIC X(8).
       01  WS-UVA-ID                     PIC 9(6).
       01  WS-UVA-FECHA                  PIC X(8).
       01  WS-UVA-ES                     PIC X(1).
       01  WS-UVA-VALOR                  PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA             PIC X(8).
       01  WS-UVA-VALOR-ALTA             PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA             PIC 9(12)V99.
       01  WS-MANT-CONT                  PIC 9(5) VALUE 0.
       01  WS-MANT-SUM                   PIC 9(12)V99 VALUE 0.
       01  WS-MANT-EXENTOS               PIC 9(5) VALUE 0.
           DISPLAY "41 - Auditoria de cronogramas"
           DISPLAY "42 - Calendario de feriados"
           DISPLAY "43 - Restaurar respaldo (SUPERVISOR)"
           DISPLAY "44 - Mayor, estados contables y cierre"
           DISPLAY "45 - Prestamos personales"
           DISPLAY "46 - Reporte mensual de hipotecas UVA"
           DISPLAY "47 - Castigo de deudores incobrables"
           DISPLAY "48 - Cobranza por agencias externas"
           DISPLAY "49 - Cartas de intimacion"
           DISPLAY "50 - Presentacion del procesador de tarjetas"
           DISPLAY "51 - Reservas de autorizacion de tarjetas"
           DISPLAY "52 - Contracargos de tarjeta"
           DISPLAY "53 - Monitoreo de fraude de tarjetas"
           DISPLAY "54 - Embozado y entrega de plasticos"
           DISPLAY "55 - Debitos directos de empresas"
           DISPLAY "56 - Pago a proveedores"
           DISPLAY "57 - Cheques rechazados e inhabilitados"
           DISPLAY "58 - Conciliacion cuenta BCRA"
           DISPLAY "59 - Efectivo minimo (encaje)"
           DISPLAY "60 - Reporte anual CRS / FATCA"
           DISPLAY "61 - Calificacion de riesgo AML"
           DISPLAY "62 - Casos AML y ROS"
           DISPLAY "63 - Retenciones por listas"
           DISPLAY "64 - Datos personales (habeas data)"
           DISPLAY "65 - Alertas de movimientos a clientes"
           DISPLAY "66 - Corrida nocturna de interfaces"
           DISPLAY "67 - Ofertas preaprobadas (campanias)"
           DISPLAY "68 - Salir"
           DISPLAY "Seleccione una opci�n: "
           ACCEPT WS-OPCION

                   CALL 'GLBAL001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 45
                   DISPLAY "Prestamos personales..."
                   CALL 'PREPER001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 46
                   DISPLAY "Reporte mensual de hipotecas UVA..."
                   MOVE 0 TO WS-DEVENG-PERIODO
                   CALL 'UVAREP001' USING LK-USER-ID LK-OPERADOR
                                          WS-DEVENG-PERIODO
                   PERFORM 100-MENU
               WHEN 47
                   DISPLAY "Castigo de deudores incobrables..."
                   CALL 'CASTIG001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 48
                   DISPLAY "Cobranza por agencias externas..."
                   CALL 'COBEXT001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 49
                   DISPLAY "Cartas de intimacion..."
                   CALL 'CARTAS001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 50
                   DISPLAY "Presentacion del procesador de tarjetas..."
                   CALL 'TARPRE001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 51
                   DISPLAY "Reservas de autorizacion de tarjetas..."
                   CALL 'AUTVEN001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 52
                   DISPLAY "Contracargos de tarjeta..."
                   CALL 'CONTRC001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 53
                   DISPLAY "Monitoreo de fraude de tarjetas..."
                   CALL 'FRAMON001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 54
                   DISPLAY "Embozado y entrega de plasticos..."
                   CALL 'EMBOZ001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 55
                   DISPLAY "Debitos directos de empresas..."
                   CALL 'DEBDIR001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 56
                   DISPLAY "Pago a proveedores..."
                   CALL 'PAGPRV001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 57
                   DISPLAY "Cheques rechazados e inhabilitados..."
                   CALL 'RCHINH001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 58
                   DISPLAY "Conciliacion cuenta BCRA..."
                   CALL 'CONBCR001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 59
                   DISPLAY "Efectivo minimo (encaje)..."
                   CALL 'ENCMEN001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 60
                   DISPLAY "Reporte anual CRS / FATCA..."
                   CALL 'CRSFAT001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 61
                   DISPLAY "Calificacion de riesgo AML..."
                   CALL 'RIESGO001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 62
                   DISPLAY "Casos AML y ROS..."
                   CALL 'AMLCAS001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 63
                   DISPLAY "Retenciones por listas..."
                   CALL 'RETCTP001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 64
                   DISPLAY "Datos personales (habeas data)..."
                   CALL 'HABDAT001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 65
                   DISPLAY "Alertas de movimientos..."
                   CALL 'ALERTA001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 66
                   DISPLAY "Corrida nocturna de interfaces..."
                   CALL 'NOCTUR001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 67
                   DISPLAY "Ofertas preaprobadas..."
                   CALL 'OFERTA001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 68
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opci�n inv�lida, intente nuevamente."
      *        SELECT C.ID_CLIENTE, C.NOMBRE_CLIENTE, C.DOC_CLIENTE,
      *         COALESCE(CT.SALDO_ACTUAL, 0) SALDO_CTACTE,
      *         COALESCE(H.SALDO_ACTUAL, 0) SALDO_HIPOTECA,
      *         COALESCE(T.LIQUIDACION_MES, 0)SALDO_TARJETA,
      *         COALESCE(H.ID_HIPOTECA, 0) ID_HIPOTECA
      *         FROM CLIENTES C
      *        LEFT JOIN (SELECT MAX(ID_CTACTES) ID_CTACTES,
      *                          MAX(ID_CLIENTE) ID_CLIENTE,
           MOVE X'00' TO SQL-PREC(1)
           MOVE WS-CKP-LAST-ID TO SQL-VAR-0011
           MOVE 1 TO SQL-COUNT
      *    El saldo de una hipoteca UVA esta en unidades: se lleva a
      *    pesos al valor UVA de la fecha de corte del periodo.
           MOVE SPACES TO WS-UVA-FECHA
           STRING WT-FECHA-CORTE(7:4) WT-FECHA-CORTE(4:2)
                  WT-FECHA-CORTE(1:2)
               DELIMITED BY SIZE INTO WS-UVA-FECHA
           CALL 'OCSQLOCU' USING SQL-STMT-0
                               SQLCA
           END-CALL
      *            :WC-DOC-CLIENTE,
      *            :WC-SALDO-CTACTE,
      *            :WC-SALDO-HIPOTECA,
      *            :WC-SALDO-TARJETA,
      *            :WS-UVA-ID
      *        END-EXEC
           SET SQL-ADDR(1) TO ADDRESS OF
             SQL-VAR-0004
           MOVE '3' TO SQL-TYPE(6)
           MOVE 8 TO SQL-LEN(6)
               MOVE X'02' TO SQL-PREC(6)
           SET SQL-ADDR(7) TO ADDRESS OF
             SQL-VAR-0024
           MOVE '3' TO SQL-TYPE(7)
           MOVE 6 TO SQL-LEN(7)
               MOVE X'00' TO SQL-PREC(7)
           MOVE 7 TO SQL-COUNT
           MOVE 0 TO SQL-VAR-0024
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-0
                               SQLCA
           MOVE SQL-VAR-0004 TO WC-ID-CLIENTE
           MOVE SQL-VAR-0005 TO WC-SALDO-CTACTE
           MOVE SQL-VAR-0024 TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID
                                WS-UVA-FECHA
                                WS-UVA-ES
                                WS-UVA-VALOR
                                WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA
                                WS-UVA-MONTO-ALTA
           END-CALL
           COMPUTE WC-SALDO-HIPOTECA ROUNDED =
               SQL-VAR-0006 * WS-UVA-VALOR
           MOVE SQL-VAR-0007 TO WC-SALDO-TARJETA

            IF SQLCODE < 0 THEN
           MOVE ZEROES TO WS-INT-CONTADOR
           MOVE ZEROES TO WS-CIERRE-ERR-INTERES
           PERFORM 505-TASAS-EFECTIVAS
           PERFORM 720-CARGA-CERRADAS
           DISPLAY "Acumulando intereses (tasa mensual: "
                   WS-TASA-EFECTIVA "  ) ..."

                                   SQLCA
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0016 TO WS-INT-SALDO
                   MOVE WS-INT-DOC-CLI TO WS-CER-DOC
                   PERFORM 725-BUSCA-CERRADA
      *            El interes se devenga sobre el saldo valorizado:
      *            lo posteado despues del corte vale el periodo
      *            siguiente y se excluye del saldo del periodo.
                       COMPUTE WS-INT-MONTO ROUNDED =
                           WS-INT-SALDO * WS-TASA-EFECTIVA
                   END-IF
                   IF WS-INT-MONTO > 0 AND WS-ES-CERRADA = 'N'
                       PERFORM 510-APLICA-INTERES-CTACTE
                       ADD 1 TO WS-INT-CONTADOR
                   END-IF
                                   SQLCA
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0016 TO WS-INT-SALDO
                   MOVE WS-INT-DOC-CLI TO WS-CER-DOC
                   PERFORM 725-BUSCA-CERRADA
      *            Saldo deudor (negativo) por la tasa punitoria da
      *            un cargo negativo, que se postea como debito.
                   COMPUTE WS-INT-MONTO ROUNDED =
                       WS-INT-SALDO * WS-TASA-SOBRE-EFECTIVA
                   IF WS-INT-MONTO < 0 AND WS-ES-CERRADA = 'N'
                       PERFORM 510-APLICA-INTERES-CTACTE
                       ADD 1 TO WS-INT-CONTADOR
                   END-IF
               TO WS-CIERRE-MSG
           PERFORM 610-LOG-CIERRE

           CALL 'UVAREP001' USING LK-USER-ID LK-OPERADOR
                                  WS-DEVENG-PERIODO
           MOVE "Reporte mensual de hipotecas UVA: OK"
               TO WS-CIERRE-MSG
           PERFORM 610-LOG-CIERRE

           PERFORM 800-COBRAR-MANTENIMIENTO
           STRING "Mantenimiento mensual cobrado a " WS-MANT-CONT
                  " cuentas"
           MOVE ZEROES TO WS-DOR-CONT-ACT WS-DOR-CONT-INA
                          WS-DOR-CONT-ABA
           ACCEPT WS-FECHA FROM DATE
           PERFORM 720-CARGA-CERRADAS
           OPEN OUTPUT CTAEST-FILE
      *    Las cerradas conservan su estado: se regraban primero y
      *    710 no las reclasifica.
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CER-COUNT
               MOVE WS-CER-REG(WS-CER-IDX) TO CTAEST-RECORD
               WRITE CTAEST-RECORD
           END-PERFORM
           OPEN OUTPUT DORMANCIA-FILE
           MOVE SPACES TO DORMANCIA-RECORD
           STRING "REPORTE DE DORMANCIA DE CUENTAS - 20"
           IF WS-DOR-FECHA-ULT(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOR-DOC TO WS-CER-DOC
           PERFORM 725-BUSCA-CERRADA
           IF WS-ES-CERRADA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOR-FECHA-ULT(1:4) TO WS-DOR-ANIO-ULT
           MOVE WS-DOR-FECHA-ULT(6:2) TO WS-DOR-MES-ULT
           COMPUTE WS-DOR-MESES =
           END-IF.
       710-END.

       720-CARGA-CERRADAS.
           MOVE 0 TO WS-CER-COUNT
           OPEN INPUT CTAEST-FILE
           IF WS-CTAEST-FSTATUS = '00'
               PERFORM UNTIL WS-CTAEST-FSTATUS NOT = '00'
                   READ CTAEST-FILE
                       AT END MOVE '10' TO WS-CTAEST-FSTATUS
                       NOT AT END
                           IF CTAEST-ESTADO = 'C'
                              AND WS-CER-COUNT < 500
                               ADD 1 TO WS-CER-COUNT
                               MOVE CTAEST-RECORD
                                   TO WS-CER-REG(WS-CER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTAEST-FILE
           END-IF.
       720-END.

       725-BUSCA-CERRADA.
           MOVE 'N' TO WS-ES-CERRADA
           PERFORM VARYING WS-CER-IDX FROM 1 BY 1
                   UNTIL WS-CER-IDX > WS-CER-COUNT
                      OR WS-ES-CERRADA = 'S'
               IF WS-CER-REG(WS-CER-IDX)(1:13) = WS-CER-DOC
                   MOVE 'S' TO WS-ES-CERRADA
               END-IF
           END-PERFORM.
       725-END.

       326-LEE-TARIFA.
      *    Importe vigente de WS-TARIFA-COD a la fecha del dia (ver
      *    TARIFA001): gana la mayor vigencia-desde no futura.
      *    canal COMISION para el reporte de ingresos.
           MOVE ZEROES TO WS-MANT-CONT WS-MANT-SUM
           DISPLAY "Cobrando mantenimiento mensual de cuentas..."
           PERFORM 720-CARGA-CERRADAS
           IF SQL-PREP OF SQL-STMT-13 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
       800-END.

       810-COBRA-MANT-CUENTA.
           MOVE WS-INT-DOC-CLI TO WS-CER-DOC
           PERFORM 725-BUSCA-CERRADA
           IF WS-ES-CERRADA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INT-DOC-CLI TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           IF CUENTA-ES-AHORRO
