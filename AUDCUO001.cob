      *              SALDO_ACTUAL, la tasa vigente y las cuotas que
      *              restan, que es lo que dejan los reprecios de
      *              REPREC001 y las precancelaciones parciales.
      *          Las hipotecas con base de amortizacion en
      *          CONDICIONES_HIP.DAT (sistema frances o aleman, meses
      *          de gracia) se auditan cuota por cuota contra CUOHIP1:
      *          cada cuota contra la ultima base que la reescribio
      *          (CUOTA-DESDE <= N_CUOTA) dentro de su tramo; una
      *          refinanciacion abre un tramo nuevo que vale para las
      *          cuotas con vencimiento posterior a ella. Las cuotas
      *          de antes de la primera base siguen con la cuota
      *          teorica original. No se auditan las cuotas
      *          Refinanciadas, las Parciales ni las que recibieron
      *          pagos parciales (PAGOS_PARCIALES_HIP.DAT), cuyo
      *          MONTO_CUOTA es el saldo que les quedaba.
      *          Las diferencias mayores a TOLER-AUD-CUOTA (PARAM1,
      *          1.00 por defecto) salen a AUD_CUOTAS.TXT cuota por
      *          cuota, con el esperado y el registrado para poder
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUD_CUOTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONDHIP-FILE ASSIGN TO "CONDICIONES_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDHIP-STATUS.
           SELECT PAGPAR-FILE ASSIGN TO "PAGOS_PARCIALES_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGPAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DBPARM-RECORD               PIC X(80).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                PIC X(120).
       FD  CONDHIP-FILE.
       01  CONDHIP-RECORD.
           05  CHP-ID-HIPOTECA         PIC 9(06).
           05  CHP-FECHA               PIC X(08).
           05  CHP-SISTEMA             PIC X(01).
           05  CHP-MESES-GRACIA        PIC 9(02).
           05  CHP-CAPITAL             PIC 9(12)V99.
           05  CHP-TASA                PIC 9(03)V99.
           05  CHP-CUOTA-DESDE         PIC 9(03).
           05  CHP-CUOTAS              PIC 9(03).
           05  CHP-MOTIVO              PIC X(10).
           05  CHP-OPERADOR            PIC X(30).
       FD  PAGPAR-FILE.
       01  PAGPAR-RECORD.
           05  PPH-FECHA               PIC X(08).
           05  PPH-ID-HIPOTECA         PIC 9(06).
           05  PPH-ID-CLIENTE          PIC 9(06).
           05  PPH-N-CUOTA             PIC 9(03).
           05  FILLER                  PIC X(134).

       WORKING-STORAGE SECTION.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 105.
           05 SQL-STMT   PIC X(105) VALUE 'SELECT N_CUOTA,FECHA,ESTADO,M
      -    'ONTO_CUOTA FROM banco.cuotas_hipoteca WHERE ID_HIPOTECA = ?
      -    'ORDER BY N_CUOTA'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_AUDCUO'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-CONDHIP-STATUS           PIC XX.
       01  WS-PAGPAR-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).

           05  WS-HIP-SALDO            PIC S9(11)V99.
           05  WS-HIP-TASA             PIC 9(3)V99.
           05  WS-CUO-ESTADO           PIC X(20).
           05  WS-CUO-FECHA            PIC X(10).

       01  WS-CUOTAS-TAB.
           05  WS-CUO OCCURS 600 TIMES.
               10  WS-CUO-NRO          PIC 9(3).
               10  WS-CUO-EST          PIC X(1).
               10  WS-CUO-MONTO        PIC 9(11)V99.
               10  WS-CUO-FEC          PIC X(8).
               10  WS-CUO-PARC         PIC X(1).
       01  WS-CUO-COUNT                PIC 9(3).
       01  WS-CUO-IDX                  PIC 9(3).
       01  WS-CUO-PENDIENTES           PIC 9(3).

      *    Bases de amortizacion de la hipoteca, en orden de alta.
       01  WS-BAS-TAB.
           05  WS-BAS OCCURS 50 TIMES.
               10  WS-BAS-FECHA        PIC X(8).
               10  WS-BAS-SISTEMA      PIC X(1).
               10  WS-BAS-GRACIA       PIC 9(2).
               10  WS-BAS-CAPITAL      PIC 9(12)V99.
               10  WS-BAS-TASA         PIC 9(3)V99.
               10  WS-BAS-DESDE        PIC 9(3).
               10  WS-BAS-CUOTAS       PIC 9(3).
               10  WS-BAS-MOTIVO       PIC X(10).
       01  WS-BAS-COUNT                PIC 9(3).
       01  WS-BAS-IDX                  PIC 9(3).
       01  WS-BAS-INI                  PIC 9(3).
       01  WS-BAS-FIN                  PIC 9(3).
       01  WS-BAS-USA                  PIC 9(3).
       01  WS-AUDITA                   PIC X(1).
       01  WS-AMO-NRO-REL              PIC 9(3).
       01  WS-AMO-CUOTA                PIC 9(12)V99.
       01  WS-AMO-INTERES              PIC 9(12)V99.
       01  WS-AMO-AMORT                PIC 9(12)V99.
       01  WS-AMO-SALDO                PIC 9(12)V99.

       01  WS-I                        PIC 9V9(9).
       01  WS-PMT-ORIG                 PIC 9(11)V99.
       01  WS-PMT-PEND                 PIC 9(11)V99.
      *    el plazo completos) y cuota esperada de las pendientes
      *    (misma formula sobre el saldo y lo que resta).
           PERFORM 320-PMT
           PERFORM 330-CARGA-CONDICIONES
           PERFORM 335-MARCA-PARCIALES
           PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                   UNTIL WS-CUO-IDX > WS-CUO-COUNT
               MOVE 'S' TO WS-AUDITA
               IF WS-CUO-EST(WS-CUO-IDX) = 'R'
                  OR WS-CUO-EST(WS-CUO-IDX) = 'C'
                  OR WS-CUO-PARC(WS-CUO-IDX) = 'S'
                   MOVE 'N' TO WS-AUDITA
               END-IF
               IF WS-CUO-EST(WS-CUO-IDX) = 'P'
                  AND WS-CUO-PENDIENTES > 0
                   MOVE WS-PMT-PEND TO WS-ESPERADO
               ELSE
                   MOVE WS-PMT-ORIG TO WS-ESPERADO
               END-IF
               IF WS-BAS-COUNT > 0
                   PERFORM 340-ESPERADO-BASE
               END-IF
               COMPUTE WS-DIFERENCIA =
                   WS-CUO-MONTO(WS-CUO-IDX) - WS-ESPERADO
               IF WS-AUDITA = 'S'
                  AND FUNCTION ABS(WS-DIFERENCIA) > WS-TOLERANCIA
                   ADD 1 TO WS-CONT-DISCREP
                   MOVE WS-ESPERADO TO WS-ED1
                   MOVE WS-CUO-MONTO(WS-CUO-IDX) TO WS-ED2
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF WS-CUO-FECHA
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 10 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF WS-CUO-ESTADO
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 20 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF SQL-VAR-0007
               MOVE '3' TO SQL-TYPE(4)
               MOVE 8 TO SQL-LEN(4)
               MOVE X'02' TO SQL-PREC(4)
               MOVE 4 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
                       TO WS-CUO-NRO(WS-CUO-COUNT)
                   MOVE SQL-VAR-0007
                       TO WS-CUO-MONTO(WS-CUO-COUNT)
                   MOVE SPACES TO WS-CUO-FEC(WS-CUO-COUNT)
                   STRING WS-CUO-FECHA(1:4) WS-CUO-FECHA(6:2)
                          WS-CUO-FECHA(9:2)
                       DELIMITED BY SIZE
                       INTO WS-CUO-FEC(WS-CUO-COUNT)
                   MOVE 'N' TO WS-CUO-PARC(WS-CUO-COUNT)
                   EVALUATE TRUE
                       WHEN WS-CUO-ESTADO(1:4) = 'Pend'
                           MOVE 'P' TO WS-CUO-EST(WS-CUO-COUNT)
                           ADD 1 TO WS-CUO-PENDIENTES
                       WHEN WS-CUO-ESTADO(1:4) = 'Refi'
                           MOVE 'R' TO WS-CUO-EST(WS-CUO-COUNT)
                       WHEN WS-CUO-ESTADO(1:4) = 'Parc'
                           MOVE 'C' TO WS-CUO-EST(WS-CUO-COUNT)
                       WHEN OTHER
                           MOVE 'G' TO WS-CUO-EST(WS-CUO-COUNT)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-1
           END-IF.
       320-END.

       330-CARGA-CONDICIONES.
           MOVE 0 TO WS-BAS-COUNT
           OPEN INPUT CONDHIP-FILE
           IF WS-CONDHIP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONDHIP-STATUS NOT = '00'
               READ CONDHIP-FILE
                   AT END MOVE '10' TO WS-CONDHIP-STATUS
                   NOT AT END
                       IF CHP-ID-HIPOTECA = WS-HIP-ID
                          AND WS-BAS-COUNT < 50
                           ADD 1 TO WS-BAS-COUNT
                           MOVE CHP-FECHA
                               TO WS-BAS-FECHA(WS-BAS-COUNT)
                           MOVE CHP-SISTEMA
                               TO WS-BAS-SISTEMA(WS-BAS-COUNT)
                           MOVE CHP-MESES-GRACIA
                               TO WS-BAS-GRACIA(WS-BAS-COUNT)
                           MOVE CHP-CAPITAL
                               TO WS-BAS-CAPITAL(WS-BAS-COUNT)
                           MOVE CHP-TASA
                               TO WS-BAS-TASA(WS-BAS-COUNT)
                           MOVE CHP-CUOTA-DESDE
                               TO WS-BAS-DESDE(WS-BAS-COUNT)
                           MOVE CHP-CUOTAS
                               TO WS-BAS-CUOTAS(WS-BAS-COUNT)
                           MOVE CHP-MOTIVO
                               TO WS-BAS-MOTIVO(WS-BAS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONDHIP-FILE.
       330-END.

       335-MARCA-PARCIALES.
           OPEN INPUT PAGPAR-FILE
           IF WS-PAGPAR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAGPAR-STATUS NOT = '00'
               READ PAGPAR-FILE
                   AT END MOVE '10' TO WS-PAGPAR-STATUS
                   NOT AT END
                       IF PPH-ID-HIPOTECA = WS-HIP-ID
                           PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                                   UNTIL WS-CUO-IDX > WS-CUO-COUNT
                               IF WS-CUO-NRO(WS-CUO-IDX) = PPH-N-CUOTA
                                   MOVE 'S' TO WS-CUO-PARC(WS-CUO-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGPAR-FILE.
       335-END.

       340-ESPERADO-BASE.
      *    Tramo de la cuota: desde la ultima refinanciacion anterior
      *    a su vencimiento hasta la siguiente refinanciacion. Dentro
      *    del tramo vale la ultima base con CUOTA-DESDE <= N_CUOTA;
      *    sin base queda la cuota teorica original.
           MOVE 0 TO WS-BAS-INI
           PERFORM VARYING WS-BAS-IDX FROM 1 BY 1
                   UNTIL WS-BAS-IDX > WS-BAS-COUNT
               IF WS-BAS-MOTIVO(WS-BAS-IDX) = 'REFINANC'
                  AND WS-BAS-FECHA(WS-BAS-IDX)
                      < WS-CUO-FEC(WS-CUO-IDX)
                   MOVE WS-BAS-IDX TO WS-BAS-INI
               END-IF
           END-PERFORM
           MOVE WS-BAS-COUNT TO WS-BAS-FIN
           COMPUTE WS-BAS-IDX = WS-BAS-INI + 1
           PERFORM UNTIL WS-BAS-IDX > WS-BAS-COUNT
               IF WS-BAS-MOTIVO(WS-BAS-IDX) = 'REFINANC'
                   COMPUTE WS-BAS-FIN = WS-BAS-IDX - 1
                   MOVE WS-BAS-COUNT TO WS-BAS-IDX
               END-IF
               ADD 1 TO WS-BAS-IDX
           END-PERFORM
           IF WS-BAS-INI = 0
               MOVE 1 TO WS-BAS-INI
           END-IF
           MOVE 0 TO WS-BAS-USA
           PERFORM VARYING WS-BAS-IDX FROM WS-BAS-INI BY 1
                   UNTIL WS-BAS-IDX > WS-BAS-FIN
               IF WS-BAS-DESDE(WS-BAS-IDX)
                  <= WS-CUO-NRO(WS-CUO-IDX)
                   MOVE WS-BAS-IDX TO WS-BAS-USA
               END-IF
           END-PERFORM
           IF WS-BAS-USA = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMO-NRO-REL =
               WS-CUO-NRO(WS-CUO-IDX) - WS-BAS-DESDE(WS-BAS-USA) + 1
           CALL 'CUOHIP1' USING WS-BAS-SISTEMA(WS-BAS-USA)
                                WS-BAS-GRACIA(WS-BAS-USA)
                                WS-BAS-CAPITAL(WS-BAS-USA)
                                WS-BAS-TASA(WS-BAS-USA)
                                WS-BAS-CUOTAS(WS-BAS-USA)
                                WS-AMO-NRO-REL
                                WS-AMO-CUOTA WS-AMO-INTERES
                                WS-AMO-AMORT WS-AMO-SALDO
           MOVE WS-AMO-CUOTA TO WS-ESPERADO.
       340-END.

       COPY "DBPARM001".

       0100-INICIO.
