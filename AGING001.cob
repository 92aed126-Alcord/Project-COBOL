      * Purpose: Aging de mora por producto. Clasifica la exposicion
      *          vencida de cada cliente en bandas de 30/60/90/120+
      *          dias: las cuotas de hipoteca impagas por los dias
      *          desde su FECHA (una cuota Parcial, por el saldo que
      *          le queda despues del pago parcial; las UVA en
      *          pesos al valor de la fecha de corte), los resumenes
      *          de tarjeta impagos por los dias desde su
      *          vencimiento, y las cuotas de prestamos personales
      *          (PREST_CUOTAS.DAT) por los dias desde su
      *          vencimiento. Emite el resumen
      *          por banda y producto (cantidad e importe) en
      *          MORA_AGING.TXT y el detalle por banda en
      *          MORA_AGING_DETALLE.TXT, etiquetado con el periodo
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-FSTATUS.
           SELECT CUOTAS-FILE ASSIGN TO "PREST_CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUOTAS-FSTATUS.
           SELECT AGING-FILE ASSIGN TO "MORA_AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DETALLE-FILE ASSIGN TO "MORA_AGING_DETALLE.TXT"
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
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
       FD  AGING-FILE.
       01  AGING-RECORD                PIC X(120).
       FD  DETALLE-FILE.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 129.
           05 SQL-STMT   PIC X(129) VALUE 'SELECT ID_CLIENTE,ID_HIPOTECA
      -    ',MONTO_CUOTA,FECHA FROM banco.cuotas_hipoteca WHERE ESTADO I
      -    'N (''Pendiente'',''Parcial'') AND FECHA <= ?'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_AGING '.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01  WS-PER-ANO                  PIC 9(4).
       01  WS-PER-MES                  PIC 9(2).
       01  WS-CORTE-NUM                PIC 9(8).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-FECHA                PIC X(8).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-CORTE-ENTERO             PIC 9(8).
       01  WS-CORTE-G                  PIC X(10).
       01  WS-FECHA                    PIC X(10).
       01  WS-IMPORTE                  PIC 9(12)V99.
       01  WS-ED1                      PIC ZZZZZZZZZ9.99.

      * Acumuladores: bandas 1-4 (30/60/90/120+), productos H, T y P.
       01  WS-BANDAS.
           05  WS-BANDA OCCURS 4 TIMES.
               10  WS-BAN-HIP-CANT     PIC 9(5).
               10  WS-BAN-HIP-SUM      PIC 9(12)V99.
               10  WS-BAN-TAR-CANT     PIC 9(5).
               10  WS-BAN-TAR-SUM      PIC 9(12)V99.
               10  WS-BAN-PRE-CANT     PIC 9(5).
               10  WS-BAN-PRE-SUM      PIC 9(12)V99.
       01  WS-CUOTAS-FSTATUS           PIC XX.
       01  WS-BAN-IDX                  PIC 9(1).
       01  WS-TOT-CANT                 PIC 9(6).
       01  WS-TOT-SUM                  PIC 9(12)V99.
           DISPLAY AGING-RECORD
           PERFORM 200-AGING-HIPOTECAS
           PERFORM 300-AGING-TARJETAS
           PERFORM 350-AGING-PRESTAMOS
           PERFORM 400-RESUMEN-BANDAS
           CLOSE DETALLE-FILE
           CLOSE AGING-FILE
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0001 TO DB-ID-CLIENTE
                   MOVE SQL-VAR-0002 TO DB-ID-HIPOTECA
      *            En las hipotecas UVA la cuota esta en unidades:
      *            se expone en pesos al valor UVA de la fecha de
      *            corte.
                   MOVE DB-ID-HIPOTECA TO WS-UVA-ID
                   MOVE WS-CORTE-NUM TO WS-UVA-FECHA
                   CALL 'UVAHIP1' USING WS-UVA-ID
                                        WS-UVA-FECHA
                                        WS-UVA-ES
                                        WS-UVA-VALOR
                                        WS-UVA-FECHA-ALTA
                                        WS-UVA-VALOR-ALTA
                                        WS-UVA-MONTO-ALTA
                   END-CALL
                   COMPUTE DB-IMPORTE ROUNDED =
                       SQL-VAR-0003 * WS-UVA-VALOR
      *            Los dias de mora corren desde el vencimiento
      *            rodado al siguiente dia habil (DIAHAB1): el fin
      *            de semana largo no pone a nadie en mora.
           WRITE DETALLE-RECORD.
       310-END.

       350-AGING-PRESTAMOS.
           OPEN INPUT CUOTAS-FILE
           IF WS-CUOTAS-FSTATUS = '00'
               PERFORM UNTIL WS-CUOTAS-FSTATUS NOT = '00'
                   READ CUOTAS-FILE
                       AT END MOVE '10' TO WS-CUOTAS-FSTATUS
                       NOT AT END
      *                    Cuotas vencidas a la fecha de corte que
      *                    seguian impagas ese dia: las pendientes y
      *                    las cobradas despues del corte (la cuota
      *                    guarda su fecha de pago).
                           IF PC-VTO < WS-CORTE-NUM
                              AND (PC-ESTADO = 'P'
                                   OR (PC-ESTADO = 'C'
                                   AND PC-FECHA-PAGO > WS-CORTE-NUM))
                               PERFORM 360-BUCKET-PRESTAMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF.
       350-END.

       360-BUCKET-PRESTAMO.
           MOVE PC-VTO TO WS-DH-FECHA
           MOVE WS-DH-FECHA TO WS-DH-HABIL
           CALL 'DIAHAB1' USING WS-DH-FECHA WS-DH-HABIL
           COMPUTE WS-VTO-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-DH-HABIL))
           COMPUTE WS-DIAS-MORA = WS-CORTE-ENTERO - WS-VTO-ENTERO
           IF WS-DIAS-MORA < 0
               MOVE 0 TO WS-DIAS-MORA
           END-IF
           PERFORM 150-CLASIFICA-BUCKET
           MOVE PC-IMPORTE TO WS-IMPORTE
           ADD 1 TO WS-BAN-PRE-CANT(WS-BUCKET)
           ADD WS-IMPORTE TO WS-BAN-PRE-SUM(WS-BUCKET)
           MOVE WS-IMPORTE TO WS-ED1
           MOVE SPACES TO DETALLE-RECORD
           STRING WS-BUCKET-TAG
                  " PRESTAMO CLIENTE " PC-ID-CLIENTE
                  " PRE " PC-NRO " CUO " PC-CUOTA
                  " DIAS " WS-DIAS-MORA
                  " IMPORTE " WS-ED1
               DELIMITED BY SIZE INTO DETALLE-RECORD
           WRITE DETALLE-RECORD.
       360-END.

       400-RESUMEN-BANDAS.
           MOVE 0 TO WS-TOT-CANT WS-TOT-SUM
           PERFORM VARYING WS-BAN-IDX FROM 1 BY 1
                   DELIMITED BY SIZE INTO AGING-RECORD
               WRITE AGING-RECORD
               DISPLAY AGING-RECORD
               MOVE WS-BAN-PRE-SUM(WS-BAN-IDX) TO WS-ED1
               MOVE SPACES TO AGING-RECORD
               STRING WS-BUCKET-TAG
                      " PRESTAMOS CANT " WS-BAN-PRE-CANT(WS-BAN-IDX)
                      " IMPORTE " WS-ED1
                   DELIMITED BY SIZE INTO AGING-RECORD
               WRITE AGING-RECORD
               DISPLAY AGING-RECORD
               COMPUTE WS-TOT-CANT = WS-TOT-CANT
                   + WS-BAN-HIP-CANT(WS-BAN-IDX)
                   + WS-BAN-TAR-CANT(WS-BAN-IDX)
                   + WS-BAN-PRE-CANT(WS-BAN-IDX)
               COMPUTE WS-TOT-SUM = WS-TOT-SUM
                   + WS-BAN-HIP-SUM(WS-BAN-IDX)
                   + WS-BAN-TAR-SUM(WS-BAN-IDX)
                   + WS-BAN-PRE-SUM(WS-BAN-IDX)
           END-PERFORM
           MOVE WS-TOT-SUM TO WS-ED1
           MOVE SPACES TO AGING-RECORD
