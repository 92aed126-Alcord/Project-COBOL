      *          deudores. AGING001 banda la mora; aca cada cliente
      *          recibe la situacion 1-5 por su peor atraso entre
      *          productos: dias de la cuota de hipoteca impaga mas
      *          vieja (base, mismo corte que AGING001; una cuota
      *          Parcial cuenta por el saldo que le queda; las UVA
      *          en pesos al valor del corte) y dias del
      *          resumen de tarjeta impago mas viejo
      *          (RESUMEN_TARJETAS.DAT) y dias de la cuota de
      *          prestamo personal impaga mas vieja
      *          (PREST_CUOTAS.DAT), peor-de entre todos.
      *          Escala: 1 hasta 30 dias, 2 hasta 90, 3 hasta 180,
      *          4 hasta 365, 5 mas de un anio. La mejora respeta la
      *          permanencia minima: baja a lo sumo un nivel por mes
      *          respecto de la situacion publicada el mes anterior
      *          (el deterioro rige de inmediato). El cliente con
      *          plan de pagos de tarjeta activo
      *          (PLANES_PAGO_TARJ.DAT) es un deudor refinanciado:
      *          no baja de situacion 2 mientras el plan siga
      *          vigente, y el capital del plan integra su exposicion
      *          de tarjeta. Cada corrida
      *          persiste la foto del periodo en CLASIF_DEUDORES.DAT,
      *          emite el archivo regulatorio de formato fijo
      *          CENTRAL_DEUDORES.DAT (cabecera, detalle y cola de
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-FSTATUS.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREST-FSTATUS.
           SELECT CUOTAS-FILE ASSIGN TO "PREST_CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUOTAS-FSTATUS.
           SELECT PLANTAR-FILE ASSIGN TO "PLANES_PAGO_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANTAR-FSTATUS.
           SELECT CLASIF-FILE ASSIGN TO "CLASIF_DEUDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASIF-FSTATUS.
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
       FD  PRESTAMOS-FILE.
       01  PRESTAMO-RECORD.
           05  PP-NRO                  PIC 9(06).
           05  PP-DOC                  PIC X(13).
           05  PP-ID-CLIENTE           PIC 9(10).
           05  PP-CAPITAL              PIC 9(10)V99.
           05  PP-TASA                 PIC 9(03)V99.
           05  PP-CUOTAS               PIC 9(03).
           05  PP-CUOTA-IMP            PIC 9(10)V99.
           05  PP-SALDO                PIC 9(10)V99.
           05  PP-FECHA-ALTA           PIC X(08).
           05  PP-SCORE                PIC 9(04).
           05  PP-OPERADOR             PIC X(30).
           05  PP-APROBADOR            PIC X(30).
           05  PP-ESTADO               PIC X(01).
       FD  CUOTAS-FILE.
       01  CUOTA-RECORD.
           05  PC-NRO                  PIC 9(06).
           05  PC-CUOTA                PIC 9(03).
           05  PC-DOC                  PIC X(13).
           05  PC-ID-CLIENTE           PIC 9(10).
           05  PC-VTO                  PIC X(08).
           05  PC-CAPITAL              PIC 9(10)V99.
           05  PC-INTERES              PIC 9(10)V99.
           05  PC-IMPORTE              PIC 9(10)V99.
           05  PC-ESTADO               PIC X(01).
           05  PC-FECHA-PAGO           PIC X(08).
           05  PC-CANAL                PIC X(10).
       FD  PLANTAR-FILE.
       01  PLANTAR-RECORD.
           05  PLT-NRO                 PIC 9(06).
           05  PLT-NRO-TARJETA         PIC X(16).
           05  PLT-ID-CLIENTE          PIC 9(10).
           05  PLT-ID-CONSUMO          PIC 9(09).
           05  PLT-CASO                PIC 9(06).
           05  PLT-RES-NRO             PIC 9(06).
           05  PLT-CAPITAL             PIC 9(11)V99.
           05  PLT-TASA                PIC 9(03)V99.
           05  PLT-CUOTAS              PIC 9(02).
           05  PLT-CUOTA-IMP           PIC 9(09)V99.
           05  PLT-FACT                PIC 9(02).
           05  PLT-IMPAGAS             PIC 9(02).
           05  PLT-FECHA-ALTA          PIC X(08).
           05  PLT-FECHA-BAJA          PIC X(08).
           05  PLT-SALDO-CAIDA         PIC 9(11)V99.
           05  PLT-ESTADO              PIC X(01).
           05  PLT-OPERADOR            PIC X(30).
       FD  CLASIF-FILE.
       01  CLASIF-RECORD.
           05  CLS-PERIODO             PIC 9(06).
           05  CLS-IMPORTE             PIC 9(12)V99.
           05  CLS-EXPO-HIP            PIC 9(12)V99.
           05  CLS-EXPO-TAR            PIC 9(12)V99.
           05  CLS-EXPO-PRE            PIC 9(12)V99.
       FD  CLSTMP-FILE.
       01  CLSTMP-RECORD               PIC X(78).
       FD  CENTRAL-FILE.
       01  CENTRAL-RECORD              PIC X(50).
       FD  MIGRA-FILE.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 141.
           05 SQL-STMT   PIC X(141) VALUE 'SELECT ID_CLIENTE,ID_HIPOTECA
      -    ',MONTO_CUOTA,DATEDIFF(?,FECHA) FROM banco.cuotas_hipoteca WH
      -    'ERE ESTADO IN (''Pendiente'',''Parcial'') AND FECHA <= ?'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_CLASIF'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 86.
           05 SQL-STMT   PIC X(86) VALUE 'SELECT ID_CLIENTE,SALDO_ACTUAL
      -    ',ID_HIPOTECA FROM banco.hipotecas WHERE SALDO_ACTUAL > 0'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_EXPHIP'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
           05 SQL-VAR-0004  PIC S9(5) COMP-3.
           05 SQL-VAR-0005  PIC S9(11) COMP-3.
           05 SQL-VAR-0006  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0007  PIC S9(11) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-CLASIF-FSTATUS           PIC XX.
       01  WS-CLSTMP-FSTATUS           PIC XX.
       01  WS-PREST-FSTATUS            PIC XX.
       01  WS-CUOTAS-FSTATUS           PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
       01  WS-VTO-ENTERO               PIC 9(8).
       01  WS-FECHA                    PIC X(10).
       01  WS-DIAS-MORA                PIC S9(5).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-FECHA                PIC X(8).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.

       01  WS-DEUDORES.
           05  WS-DEU OCCURS 500 TIMES.
               10  WS-DEU-SIT-ANT      PIC 9(01).
               10  WS-DEU-EXPO-HIP     PIC 9(12)V99.
               10  WS-DEU-EXPO-TAR     PIC 9(12)V99.
               10  WS-DEU-EXPO-PRE     PIC 9(12)V99.
               10  WS-DEU-REFIN        PIC X(01).
       01  WS-DEU-COUNT                PIC 9(3) VALUE 0.
       01  WS-DEU-IDX                  PIC 9(3).
       01  WS-DEU-SEL                  PIC 9(3).
       01  WS-DEU-ID-BUSCA             PIC 9(10).

       01  WS-PLANTAR-FSTATUS          PIC XX.
       01  WS-CH-SISTEMA               PIC X(01).
       01  WS-CH-GRACIA                PIC 9(02).
       01  WS-CH-CAPITAL               PIC 9(12)V99.
       01  WS-CH-TASA                  PIC 9(03)V99.
       01  WS-CH-CUOTAS                PIC 9(03).
       01  WS-CH-NRO                   PIC 9(03).
       01  WS-CH-CUOTA                 PIC 9(12)V99.
       01  WS-CH-INTERES               PIC 9(12)V99.
       01  WS-CH-AMORT                 PIC 9(12)V99.
       01  WS-CH-SALDO                 PIC 9(12)V99.

       01  WS-SIT-CALC                 PIC 9(1).
       01  WS-CONT-MEJORAN             PIC 9(4).
       01  WS-CONT-EMPEORAN            PIC 9(4).
           MOVE 0 TO WS-DEU-COUNT
           PERFORM 200-MORA-HIPOTECAS
           PERFORM 300-MORA-TARJETAS
           PERFORM 320-MORA-PRESTAMOS
           PERFORM 340-REFINANCIADOS-TARJETA
           PERFORM 350-CARGA-SIT-ANTERIOR
           PERFORM 360-EXPOSICIONES
           PERFORM 400-ASIGNA-SITUACIONES
               MOVE 0 TO WS-DEU-SIT-ANT(WS-DEU-SEL)
               MOVE 0 TO WS-DEU-EXPO-HIP(WS-DEU-SEL)
               MOVE 0 TO WS-DEU-EXPO-TAR(WS-DEU-SEL)
               MOVE 0 TO WS-DEU-EXPO-PRE(WS-DEU-SEL)
               MOVE 'N' TO WS-DEU-REFIN(WS-DEU-SEL)
           END-IF
           IF WS-DIAS-MORA > WS-DEU-DIAS(WS-DEU-SEL)
               MOVE WS-DIAS-MORA TO WS-DEU-DIAS(WS-DEU-SEL)
                                   SQLCA
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0001 TO DB-ID-CLIENTE
                   MOVE SQL-VAR-0002 TO WS-UVA-ID
                   PERFORM 168-VALOR-UVA
                   COMPUTE DB-IMPORTE ROUNDED =
                       SQL-VAR-0003 * WS-UVA-VALOR
                   MOVE SQL-VAR-0004 TO DB-DIAS
                   MOVE DB-DIAS TO WS-DIAS-MORA
                   MOVE DB-ID-CLIENTE TO WS-DEU-ID-BUSCA
           PERFORM 160-ACUMULA-DEUDOR.
       310-END.

       320-MORA-PRESTAMOS.
      *    Cuotas de prestamos personales vencidas al corte que
      *    seguian impagas ese dia (pendientes, o cobradas despues
      *    del corte), mismo criterio que AGING001.
           OPEN INPUT CUOTAS-FILE
           IF WS-CUOTAS-FSTATUS = '00'
               PERFORM UNTIL WS-CUOTAS-FSTATUS NOT = '00'
                   READ CUOTAS-FILE
                       AT END MOVE '10' TO WS-CUOTAS-FSTATUS
                       NOT AT END
                           IF PC-VTO < WS-CORTE-NUM
                              AND (PC-ESTADO = 'P'
                                   OR (PC-ESTADO = 'C'
                                   AND PC-FECHA-PAGO > WS-CORTE-NUM))
                               PERFORM 330-DIAS-PRESTAMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF.
       320-END.

       330-DIAS-PRESTAMO.
           COMPUTE WS-VTO-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PC-VTO))
           COMPUTE WS-DIAS-MORA = WS-CORTE-ENTERO - WS-VTO-ENTERO
           MOVE PC-IMPORTE TO DB-IMPORTE
           MOVE PC-ID-CLIENTE TO WS-DEU-ID-BUSCA
           PERFORM 160-ACUMULA-DEUDOR.
       330-END.

       340-REFINANCIADOS-TARJETA.
      *    Planes de pagos de tarjeta vigentes al corte: el cliente
      *    entra a la corrida aunque este al dia con el plan.
           OPEN INPUT PLANTAR-FILE
           IF WS-PLANTAR-FSTATUS = '00'
               PERFORM UNTIL WS-PLANTAR-FSTATUS NOT = '00'
                   READ PLANTAR-FILE
                       AT END MOVE '10' TO WS-PLANTAR-FSTATUS
                       NOT AT END
                           IF PLT-ESTADO = 'A'
                              AND PLT-FECHA-ALTA <= WS-CORTE-NUM
                               MOVE 0 TO WS-DIAS-MORA
                               MOVE 0 TO DB-IMPORTE
                               MOVE PLT-ID-CLIENTE
                                   TO WS-DEU-ID-BUSCA
                               PERFORM 160-ACUMULA-DEUDOR
                               IF WS-DEU-SEL > 0
                                   MOVE 'S' TO
                                       WS-DEU-REFIN(WS-DEU-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANTAR-FILE
           END-IF.
       340-END.

       350-CARGA-SIT-ANTERIOR.
      *    Ultima situacion publicada (periodo anterior) de cada
      *    cliente; los que estaban clasificados y este mes no
      *    solo lo vencido. La prevision (PROVIS001) aplica el
      *    porcentaje de la situacion sobre esta exposicion.
           PERFORM 365-EXPOSICION-HIPOTECAS
           PERFORM 370-EXPOSICION-TARJETAS
           PERFORM 378-EXPOSICION-PLANES-TARJ
           PERFORM 375-EXPOSICION-PRESTAMOS.
       360-END.

       365-EXPOSICION-HIPOTECAS.
      *    Una fila por hipoteca y no la suma por cliente: el saldo
      *    de una hipoteca UVA esta en unidades y se pasa a pesos
      *    antes de acumularlo.
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
               MOVE '3' TO SQL-TYPE(2)
               MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF SQL-VAR-0007
               MOVE '3' TO SQL-TYPE(3)
               MOVE 6 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
                   MOVE SQL-VAR-0005 TO WS-DEU-ID-BUSCA
                   PERFORM 165-BUSCA-DEUDOR
                   IF WS-DEU-SEL > 0
                       MOVE SQL-VAR-0007 TO WS-UVA-ID
                       PERFORM 168-VALOR-UVA
                       COMPUTE DB-IMPORTE ROUNDED =
                           SQL-VAR-0006 * WS-UVA-VALOR
                       ADD DB-IMPORTE
                           TO WS-DEU-EXPO-HIP(WS-DEU-SEL)
                   END-IF
           END-IF.
       370-END.

       375-EXPOSICION-PRESTAMOS.
      *    Saldo de capital de los prestamos personales vigentes.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PREST-FSTATUS = '00'
               PERFORM UNTIL WS-PREST-FSTATUS NOT = '00'
                   READ PRESTAMOS-FILE
                       AT END MOVE '10' TO WS-PREST-FSTATUS
                       NOT AT END
                           IF PP-ESTADO = 'V'
                              AND PP-SALDO > 0
                              AND PP-FECHA-ALTA <= WS-CORTE-NUM
                               MOVE PP-ID-CLIENTE
                                   TO WS-DEU-ID-BUSCA
                               PERFORM 165-BUSCA-DEUDOR
                               IF WS-DEU-SEL > 0
                                   ADD PP-SALDO TO
                                     WS-DEU-EXPO-PRE(WS-DEU-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF.
       375-END.

       378-EXPOSICION-PLANES-TARJ.
      *    Capital de los planes de pagos de tarjeta que todavia no
      *    se facturo (lo facturado ya esta en el saldo del resumen):
      *    saldo del cronograma frances antes de la proxima cuota.
           OPEN INPUT PLANTAR-FILE
           IF WS-PLANTAR-FSTATUS = '00'
               PERFORM UNTIL WS-PLANTAR-FSTATUS NOT = '00'
                   READ PLANTAR-FILE
                       AT END MOVE '10' TO WS-PLANTAR-FSTATUS
                       NOT AT END
                           IF PLT-ESTADO = 'A'
                              AND PLT-FECHA-ALTA <= WS-CORTE-NUM
                              AND PLT-FACT < PLT-CUOTAS
                               MOVE PLT-ID-CLIENTE
                                   TO WS-DEU-ID-BUSCA
                               PERFORM 165-BUSCA-DEUDOR
                               IF WS-DEU-SEL > 0
                                   PERFORM 379-SALDO-PLAN-TARJ
                                   ADD WS-CH-SALDO TO
                                     WS-DEU-EXPO-TAR(WS-DEU-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANTAR-FILE
           END-IF.
       378-END.

       379-SALDO-PLAN-TARJ.
           MOVE 'F' TO WS-CH-SISTEMA
           MOVE 0 TO WS-CH-GRACIA
           MOVE PLT-CAPITAL TO WS-CH-CAPITAL
           MOVE PLT-TASA TO WS-CH-TASA
           MOVE PLT-CUOTAS TO WS-CH-CUOTAS
           COMPUTE WS-CH-NRO = PLT-FACT + 1
           CALL 'CUOHIP1' USING WS-CH-SISTEMA WS-CH-GRACIA
                                WS-CH-CAPITAL WS-CH-TASA
                                WS-CH-CUOTAS WS-CH-NRO
                                WS-CH-CUOTA WS-CH-INTERES
                                WS-CH-AMORT WS-CH-SALDO.
       379-END.

       165-BUSCA-DEUDOR.
      *    Como 160 pero sin dar de alta: la exposicion solo se
      *    anota sobre clientes que ya entraron a la corrida.
           END-PERFORM.
       165-END.

       168-VALOR-UVA.
      *    Valor de la UVA de WS-UVA-ID a la fecha de corte, para
      *    llevar a pesos las cuotas y saldos de las hipotecas UVA
      *    (en pesos UVAHIP1 devuelve 1).
           MOVE WS-CORTE-NUM TO WS-UVA-FECHA
           CALL 'UVAHIP1' USING WS-UVA-ID
                                WS-UVA-FECHA
                                WS-UVA-ES
                                WS-UVA-VALOR
                                WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA
                                WS-UVA-MONTO-ALTA
           END-CALL.
       168-END.

       400-ASIGNA-SITUACIONES.
           PERFORM VARYING WS-DEU-IDX FROM 1 BY 1
                   UNTIL WS-DEU-IDX > WS-DEU-COUNT
                   COMPUTE WS-SIT-CALC =
                       WS-DEU-SIT-ANT(WS-DEU-IDX) - 1
               END-IF
      *        Deudor refinanciado (plan de pagos de tarjeta): no
      *        califica en situacion normal mientras dure el plan.
               IF WS-DEU-REFIN(WS-DEU-IDX) = 'S'
                  AND WS-SIT-CALC < 2
                   MOVE 2 TO WS-SIT-CALC
               END-IF
               MOVE WS-SIT-CALC TO WS-DEU-SIT(WS-DEU-IDX)
           END-PERFORM.
       400-END.
               MOVE WS-DEU-IMPORTE(WS-DEU-IDX) TO CLS-IMPORTE
               MOVE WS-DEU-EXPO-HIP(WS-DEU-IDX) TO CLS-EXPO-HIP
               MOVE WS-DEU-EXPO-TAR(WS-DEU-IDX) TO CLS-EXPO-TAR
               MOVE WS-DEU-EXPO-PRE(WS-DEU-IDX) TO CLS-EXPO-PRE
               WRITE CLASIF-RECORD
               MOVE WS-PERIODO-AAAAMM TO CEN-PERIODO
               MOVE WS-DEU-ID(WS-DEU-IDX) TO CEN-ID-CLIENTE
