      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Posicion diaria de efectivo minimo (encaje). Lo corre
      *          CIERDIA01 en cada cierre y ENCMEN001 a pedido. Por
      *          moneda arma la exigencia sobre:
      *            - depositos a la vista: cada cuenta de
      *              CUENTAS_TIPO.DAT con su saldo acreedor por
      *              MOVPOST1, separadas cuenta corriente y caja de
      *              ahorro;
      *            - plazos fijos vigentes de PLAZOFIJO.DAT (moneda de
      *              la cuenta del titular) por tramo de plazo
      *              residual: hasta 29, 30-59, 60-89, 90-179 y 180 o
      *              mas dias.
      *          Cada concepto tiene su porcentaje por moneda en
      *          PARAMETROS.DAT (claves ENCAJE-CC-mon, ENCAJE-CA-mon,
      *          ENCAJE-PF029-mon, ENCAJE-PF059-mon, ENCAJE-PF089-mon,
      *          ENCAJE-PF179-mon y ENCAJE-PF180-mon; sin clave
      *          cargada rigen los porcentajes por defecto de la
      *          tabla de abajo). La exigencia se compara contra la
      *          integracion: efectivo en tesoros de sucursal
      *          (TESORO.DAT) y cajeros (CAJEROS_ATM.DAT), ambos en
      *          moneda local, mas el saldo de la cuenta en el BCRA
      *          de esa moneda (ultimo saldo de CUENTA_BCRA.DAT a la
      *          fecha, que registran CONBCR001 al importar el
      *          extracto y ENCMEN001 a mano). La posicion de cada
      *          moneda se agrega a ENCAJE_POSICION.DAT (si el dia se
      *          recalcula vale el ultimo registro de la fecha) y el
      *          detalle sale en ENCAJE_DIARIO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCAJE001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.
           SELECT PLAZO-FILE ASSIGN TO "PLAZOFIJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZO-FSTATUS.
           SELECT TESORO-FILE ASSIGN TO "TESORO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TESORO-FSTATUS.
           SELECT CAJERO-FILE ASSIGN TO "CAJEROS_ATM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAJERO-FSTATUS.
           SELECT CTABCRA-FILE ASSIGN TO "CUENTA_BCRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTABCRA-FSTATUS.
           SELECT POSICION-FILE ASSIGN TO "ENCAJE_POSICION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSICION-FSTATUS.
           SELECT REPORTE-FILE ASSIGN TO "ENCAJE_DIARIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).
       FD  PLAZO-FILE.
       01  PLAZO-RECORD.
           05  PF-NRO                  PIC 9(05).
           05  PF-DOC                  PIC X(13).
           05  PF-CAPITAL              PIC 9(10)V99.
           05  PF-TASA                 PIC 9(03)V99.
           05  PF-PLAZO-DIAS           PIC 9(03).
           05  PF-FECHA-ALTA           PIC X(08).
           05  PF-FECHA-VTO            PIC X(08).
           05  PF-INSTRUCCION          PIC X(01).
           05  PF-ESTADO               PIC X(01).
       FD  TESORO-FILE.
       01  TESORO-RECORD.
           05  TES-SUCURSAL            PIC X(03).
           05  TES-CANT                PIC 9(07) OCCURS 7 TIMES.
           05  TES-TOTAL               PIC 9(12)V99.
       FD  CAJERO-FILE.
       01  CAJERO-RECORD.
           05  ATM-ID                  PIC X(06).
           05  ATM-SUCURSAL            PIC X(03).
           05  ATM-UBICACION           PIC X(30).
           05  ATM-ESTADO              PIC X(01).
           05  ATM-CANT                PIC 9(07) OCCURS 7 TIMES.
           05  ATM-TOTAL               PIC 9(12)V99.
           05  ATM-FECHA-CARGA         PIC X(08).
       FD  CTABCRA-FILE.
       01  CTABCRA-RECORD.
           05  CBS-FECHA               PIC X(08).
           05  CBS-MONEDA              PIC X(03).
           05  CBS-SALDO               PIC S9(13)V99
               SIGN LEADING SEPARATE.
           05  CBS-ORIGEN              PIC X(01).
           05  CBS-OPERADOR            PIC X(30).
       FD  POSICION-FILE.
       01  POSICION-RECORD.
           05  ENP-FECHA               PIC X(08).
           05  ENP-MONEDA              PIC X(03).
           05  ENP-VISTA               PIC 9(13)V99.
           05  ENP-PLAZO               PIC 9(13)V99.
           05  ENP-EXIGENCIA           PIC 9(13)V99.
           05  ENP-EFECTIVO            PIC 9(13)V99.
           05  ENP-BCRA                PIC S9(13)V99
               SIGN LEADING SEPARATE.
           05  ENP-INTEGRACION         PIC S9(13)V99
               SIGN LEADING SEPARATE.
           05  ENP-POSICION            PIC S9(13)V99
               SIGN LEADING SEPARATE.
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-TIPOCTA-STATUS           PIC XX.
       01  WS-PLAZO-FSTATUS            PIC XX.
       01  WS-TESORO-FSTATUS           PIC XX.
       01  WS-CAJERO-FSTATUS           PIC XX.
       01  WS-CTABCRA-FSTATUS          PIC XX.
       01  WS-POSICION-FSTATUS         PIC XX.

      *    Conceptos de la exigencia: 1 cuenta corriente, 2 caja de
      *    ahorro, 3 a 7 plazo fijo por tramo de plazo residual.
      *    Porcentajes por defecto: moneda local / moneda extranjera.
       01  WS-CONCEPTOS-LISTA.
           05  FILLER PIC X(26) VALUE "CC   CTA CORRIENTE  450250".
           05  FILLER PIC X(26) VALUE "CA   CAJA DE AHORRO 450250".
           05  FILLER PIC X(26) VALUE "PF029PF HASTA 29 D  320230".
           05  FILLER PIC X(26) VALUE "PF059PF 30 A 59 D   220170".
           05  FILLER PIC X(26) VALUE "PF089PF 60 A 89 D   110110".
           05  FILLER PIC X(26) VALUE "PF179PF 90 A 179 D  070050".
           05  FILLER PIC X(26) VALUE "PF180PF 180 D Y MAS 000020".
       01  WS-CONCEPTOS REDEFINES WS-CONCEPTOS-LISTA.
           05  WS-CON OCCURS 7 TIMES.
               10  WS-CON-CODIGO       PIC X(05).
               10  WS-CON-DESC         PIC X(15).
               10  WS-CON-DEF-LOC      PIC 9(02)V9.
               10  WS-CON-DEF-EXT      PIC 9(02)V9.
       01  WS-CON-IDX                  PIC 9(1).

       01  WS-MONEDAS.
           05  WS-MON OCCURS 10 TIMES.
               10  WS-MON-CODIGO       PIC X(03).
               10  WS-MON-BASE         PIC 9(13)V99 OCCURS 7 TIMES.
               10  WS-MON-PORC         PIC 9(03)V9(4) OCCURS 7 TIMES.
               10  WS-MON-EXIGENCIA    PIC 9(13)V99.
               10  WS-MON-EFECTIVO     PIC 9(13)V99.
               10  WS-MON-BCRA         PIC S9(13)V99.
               10  WS-MON-BCRA-FECHA   PIC X(08).
       01  WS-MON-COUNT                PIC 9(2) VALUE 0.
       01  WS-MON-IDX                  PIC 9(2).
       01  WS-MON-SEL                  PIC 9(2).
       01  WS-MON-BUSCA                PIC X(03).

      *    Moneda de la cuenta de cada documento, para ubicar la
      *    moneda del plazo fijo.
       01  WS-CUENTAS.
           05  WS-CTA OCCURS 2000 TIMES.
               10  WS-CTA-DOC          PIC X(13).
               10  WS-CTA-MONEDA       PIC X(03).
       01  WS-CTA-COUNT                PIC 9(4) VALUE 0.
       01  WS-CTA-IDX                  PIC 9(4).
       01  WS-CTA-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-FECHA-DIA                PIC X(8).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-VTO-ENTERO               PIC 9(8).
       01  WS-RESIDUAL                 PIC S9(5).
       01  WS-MONEDA                   PIC X(03).
       01  WS-VISTA                    PIC 9(13)V99.
       01  WS-PLAZO                    PIC 9(13)V99.
       01  WS-INTEGRACION              PIC S9(13)V99.
       01  WS-POSICION                 PIC S9(13)V99.
       01  WS-EXIG-CONCEPTO            PIC 9(13)V99.
       01  WS-ED1                      PIC ZZZZZZZZZZZZ9.99.
       01  WS-ED2                      PIC ZZZZZZZZZZZZ9.99.
       01  WS-ED-NETO                  PIC -ZZZZZZZZZZZZ9.99.
       01  WS-ED-PORC                  PIC ZZ9.99.

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).
       01  WS-MV-OPERADOR              PIC X(30) VALUE 'ENCAJE'.

       LINKAGE SECTION.
       01  LK-FECHA                    PIC X(10).

       PROCEDURE DIVISION USING LK-FECHA.
       MAIN-PROGRAM.
           MOVE SPACES TO WS-FECHA-DIA
           STRING LK-FECHA(1:4) LK-FECHA(6:2) LK-FECHA(9:2)
               DELIMITED BY SIZE INTO WS-FECHA-DIA
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-DIA))
           MOVE 0 TO WS-MON-COUNT
           MOVE 'LOC' TO WS-MON-BUSCA
           PERFORM 150-UBICA-MONEDA
           PERFORM 200-DEPOSITOS-VISTA
           PERFORM 300-PLAZOS-FIJOS
           PERFORM 400-EFECTIVO
           PERFORM 450-CUENTA-BCRA
           PERFORM 500-EXIGENCIA
           PERFORM 600-EMITE-POSICION
           GOBACK.

       150-UBICA-MONEDA.
      *    Deja en WS-MON-SEL la moneda WS-MON-BUSCA, dandola de alta
      *    con sus porcentajes vigentes si es la primera vez.
           IF WS-MON-BUSCA = SPACES
               MOVE 'LOC' TO WS-MON-BUSCA
           END-IF
           MOVE 0 TO WS-MON-SEL
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-COUNT
               IF WS-MON-CODIGO(WS-MON-IDX) = WS-MON-BUSCA
                   MOVE WS-MON-IDX TO WS-MON-SEL
               END-IF
           END-PERFORM
           IF WS-MON-SEL > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MON-COUNT >= 10
               DISPLAY "AVISO: tabla de monedas de encaje llena; "
                       "moneda " WS-MON-BUSCA " omitida."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MON-COUNT
           MOVE WS-MON-COUNT TO WS-MON-SEL
           MOVE WS-MON-BUSCA TO WS-MON-CODIGO(WS-MON-SEL)
           MOVE 0 TO WS-MON-EXIGENCIA(WS-MON-SEL)
                     WS-MON-EFECTIVO(WS-MON-SEL)
                     WS-MON-BCRA(WS-MON-SEL)
           MOVE SPACES TO WS-MON-BCRA-FECHA(WS-MON-SEL)
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > 7
               MOVE 0 TO WS-MON-BASE(WS-MON-SEL, WS-CON-IDX)
               MOVE SPACES TO WS-PM-CLAVE
               STRING "ENCAJE-" DELIMITED BY SIZE
                      WS-CON-CODIGO(WS-CON-IDX) DELIMITED BY SPACE
                      "-" WS-MON-BUSCA DELIMITED BY SIZE
                   INTO WS-PM-CLAVE
               MOVE WS-FECHA-DIA TO WS-PM-FECHA
               MOVE 0 TO WS-PM-VALOR
               CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                                   WS-PM-VALOR WS-PM-ENC
               IF WS-PM-ENC = 'S'
                   MOVE WS-PM-VALOR
                       TO WS-MON-PORC(WS-MON-SEL, WS-CON-IDX)
               ELSE
                   IF WS-MON-BUSCA = 'LOC'
                       MOVE WS-CON-DEF-LOC(WS-CON-IDX)
                           TO WS-MON-PORC(WS-MON-SEL, WS-CON-IDX)
                   ELSE
                       MOVE WS-CON-DEF-EXT(WS-CON-IDX)
                           TO WS-MON-PORC(WS-MON-SEL, WS-CON-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       150-END.

       200-DEPOSITOS-VISTA.
      *    El saldo deudor de una cuenta no es deposito y no entra.
           MOVE 0 TO WS-CTA-COUNT
           MOVE 'N' TO WS-CTA-DESBORDE
           OPEN INPUT TIPOCTA-FILE
           IF WS-TIPOCTA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TIPOCTA-STATUS NOT = '00'
               READ TIPOCTA-FILE
                   AT END MOVE '10' TO WS-TIPOCTA-STATUS
                   NOT AT END
                       PERFORM 210-SUMA-CUENTA
               END-READ
           END-PERFORM
           CLOSE TIPOCTA-FILE.
       200-END.

       210-SUMA-CUENTA.
           IF WS-CTA-COUNT >= 2000
               MOVE 'S' TO WS-CTA-DESBORDE
           ELSE
               ADD 1 TO WS-CTA-COUNT
               MOVE TIPCTA-DOC TO WS-CTA-DOC(WS-CTA-COUNT)
               MOVE TIPCTA-MONEDA TO WS-CTA-MONEDA(WS-CTA-COUNT)
           END-IF
           MOVE 'S' TO WS-MV-FUNCION
           MOVE TIPCTA-DOC TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           MOVE 'ENCAJE    ' TO WS-MV-CANAL
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF WS-MV-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE
           IF WS-MV-EXISTE NOT = 'S' OR WS-MV-SALDO <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE TIPCTA-MONEDA TO WS-MON-BUSCA
           PERFORM 150-UBICA-MONEDA
           IF WS-MON-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF TIPCTA-TIPO = 'CA'
               ADD WS-MV-SALDO TO WS-MON-BASE(WS-MON-SEL, 2)
           ELSE
               ADD WS-MV-SALDO TO WS-MON-BASE(WS-MON-SEL, 1)
           END-IF.
       210-END.

       300-PLAZOS-FIJOS.
           IF WS-CTA-DESBORDE = 'S'
               DISPLAY "AVISO: CUENTAS_TIPO.DAT supera la tabla de "
                       "encaje; plazos fijos sin cuenta ubicada se "
                       "toman en moneda local."
           END-IF
           OPEN INPUT PLAZO-FILE
           IF WS-PLAZO-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLAZO-FSTATUS NOT = '00'
               READ PLAZO-FILE
                   AT END MOVE '10' TO WS-PLAZO-FSTATUS
                   NOT AT END
                       IF PF-ESTADO = 'V'
                           PERFORM 310-SUMA-PLAZO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAZO-FILE.
       300-END.

       310-SUMA-PLAZO.
           MOVE 'LOC' TO WS-MONEDA
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
                   UNTIL WS-CTA-IDX > WS-CTA-COUNT
               IF WS-CTA-DOC(WS-CTA-IDX) = PF-DOC
                   MOVE WS-CTA-MONEDA(WS-CTA-IDX) TO WS-MONEDA
                   MOVE WS-CTA-COUNT TO WS-CTA-IDX
               END-IF
           END-PERFORM
           MOVE WS-MONEDA TO WS-MON-BUSCA
           PERFORM 150-UBICA-MONEDA
           IF WS-MON-SEL = 0
               EXIT PARAGRAPH
           END-IF
      *    Plazo residual al dia del calculo; el vencido que todavia
      *    no se proceso cae en el primer tramo.
           MOVE 0 TO WS-RESIDUAL
           IF PF-FECHA-VTO IS NUMERIC
               COMPUTE WS-VTO-ENTERO =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(PF-FECHA-VTO))
               COMPUTE WS-RESIDUAL = WS-VTO-ENTERO - WS-HOY-ENTERO
           END-IF
           EVALUATE TRUE
               WHEN WS-RESIDUAL < 30
                   MOVE 3 TO WS-CON-IDX
               WHEN WS-RESIDUAL < 60
                   MOVE 4 TO WS-CON-IDX
               WHEN WS-RESIDUAL < 90
                   MOVE 5 TO WS-CON-IDX
               WHEN WS-RESIDUAL < 180
                   MOVE 6 TO WS-CON-IDX
               WHEN OTHER
                   MOVE 7 TO WS-CON-IDX
           END-EVALUATE
           ADD PF-CAPITAL TO WS-MON-BASE(WS-MON-SEL, WS-CON-IDX).
       310-END.

       400-EFECTIVO.
      *    Efectivo propio en tesoros y cajeros: moneda local.
           MOVE 'LOC' TO WS-MON-BUSCA
           PERFORM 150-UBICA-MONEDA
           OPEN INPUT TESORO-FILE
           IF WS-TESORO-FSTATUS = '00'
               PERFORM UNTIL WS-TESORO-FSTATUS NOT = '00'
                   READ TESORO-FILE
                       AT END MOVE '10' TO WS-TESORO-FSTATUS
                       NOT AT END
                           ADD TES-TOTAL
                               TO WS-MON-EFECTIVO(WS-MON-SEL)
                   END-READ
               END-PERFORM
               CLOSE TESORO-FILE
           END-IF
           OPEN INPUT CAJERO-FILE
           IF WS-CAJERO-FSTATUS = '00'
               PERFORM UNTIL WS-CAJERO-FSTATUS NOT = '00'
                   READ CAJERO-FILE
                       AT END MOVE '10' TO WS-CAJERO-FSTATUS
                       NOT AT END
                           ADD ATM-TOTAL
                               TO WS-MON-EFECTIVO(WS-MON-SEL)
                   END-READ
               END-PERFORM
               CLOSE CAJERO-FILE
           END-IF.
       400-END.

       450-CUENTA-BCRA.
      *    Ultimo saldo registrado de cada moneda con fecha no
      *    posterior al dia del calculo.
           OPEN INPUT CTABCRA-FILE
           IF WS-CTABCRA-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTABCRA-FSTATUS NOT = '00'
               READ CTABCRA-FILE
                   AT END MOVE '10' TO WS-CTABCRA-FSTATUS
                   NOT AT END
                       IF CBS-FECHA <= WS-FECHA-DIA
                           MOVE CBS-MONEDA TO WS-MON-BUSCA
                           PERFORM 150-UBICA-MONEDA
                           IF WS-MON-SEL > 0
                              AND CBS-FECHA >=
                                  WS-MON-BCRA-FECHA(WS-MON-SEL)
                               MOVE CBS-SALDO
                                   TO WS-MON-BCRA(WS-MON-SEL)
                               MOVE CBS-FECHA
                                   TO WS-MON-BCRA-FECHA(WS-MON-SEL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTABCRA-FILE.
       450-END.

       500-EXIGENCIA.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-COUNT
               MOVE 0 TO WS-MON-EXIGENCIA(WS-MON-IDX)
               PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                       UNTIL WS-CON-IDX > 7
                   COMPUTE WS-EXIG-CONCEPTO ROUNDED =
                       WS-MON-BASE(WS-MON-IDX, WS-CON-IDX)
                       * WS-MON-PORC(WS-MON-IDX, WS-CON-IDX) / 100
                   ADD WS-EXIG-CONCEPTO
                       TO WS-MON-EXIGENCIA(WS-MON-IDX)
               END-PERFORM
           END-PERFORM.
       500-END.

       600-EMITE-POSICION.
           OPEN EXTEND POSICION-FILE
           IF WS-POSICION-FSTATUS NOT = '00'
               OPEN OUTPUT POSICION-FILE
           END-IF
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REPORTE-RECORD
           STRING "POSICION DIARIA DE EFECTIVO MINIMO (ENCAJE) - "
                  WS-FECHA-DIA
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-COUNT
               PERFORM 610-EMITE-MONEDA
           END-PERFORM
           CLOSE REPORTE-FILE
           CLOSE POSICION-FILE.
       600-END.

       610-EMITE-MONEDA.
           MOVE SPACES TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE SPACES TO REPORTE-RECORD
           STRING "MONEDA " WS-MON-CODIGO(WS-MON-IDX)
                  "   CONCEPTO          BASE               %"
                  "      EXIGENCIA"
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE 0 TO WS-VISTA WS-PLAZO
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > 7
               IF WS-CON-IDX < 3
                   ADD WS-MON-BASE(WS-MON-IDX, WS-CON-IDX) TO WS-VISTA
               ELSE
                   ADD WS-MON-BASE(WS-MON-IDX, WS-CON-IDX) TO WS-PLAZO
               END-IF
               COMPUTE WS-EXIG-CONCEPTO ROUNDED =
                   WS-MON-BASE(WS-MON-IDX, WS-CON-IDX)
                   * WS-MON-PORC(WS-MON-IDX, WS-CON-IDX) / 100
               MOVE WS-MON-BASE(WS-MON-IDX, WS-CON-IDX) TO WS-ED1
               MOVE WS-MON-PORC(WS-MON-IDX, WS-CON-IDX) TO WS-ED-PORC
               MOVE WS-EXIG-CONCEPTO TO WS-ED2
               MOVE SPACES TO REPORTE-RECORD
               STRING "             " WS-CON-DESC(WS-CON-IDX) " "
                      WS-ED1 " " WS-ED-PORC " " WS-ED2
                   DELIMITED BY SIZE INTO REPORTE-RECORD
               WRITE REPORTE-RECORD
           END-PERFORM
           COMPUTE WS-INTEGRACION =
               WS-MON-EFECTIVO(WS-MON-IDX) + WS-MON-BCRA(WS-MON-IDX)
           COMPUTE WS-POSICION =
               WS-INTEGRACION - WS-MON-EXIGENCIA(WS-MON-IDX)
           MOVE WS-MON-EXIGENCIA(WS-MON-IDX) TO WS-ED1
           MOVE SPACES TO REPORTE-RECORD
           STRING "   EXIGENCIA TOTAL               " WS-ED1
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-MON-EFECTIVO(WS-MON-IDX) TO WS-ED1
           MOVE SPACES TO REPORTE-RECORD
           STRING "   EFECTIVO TESORO Y CAJEROS     " WS-ED1
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-MON-BCRA(WS-MON-IDX) TO WS-ED-NETO
           MOVE SPACES TO REPORTE-RECORD
           STRING "   CUENTA BCRA                  " WS-ED-NETO
                  "  SALDO AL " WS-MON-BCRA-FECHA(WS-MON-IDX)
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-INTEGRACION TO WS-ED-NETO
           MOVE SPACES TO REPORTE-RECORD
           STRING "   INTEGRACION                  " WS-ED-NETO
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-POSICION TO WS-ED-NETO
           MOVE SPACES TO REPORTE-RECORD
           IF WS-POSICION < 0
               STRING "   POSICION                     " WS-ED-NETO
                      "  DEFECTO DE INTEGRACION"
                   DELIMITED BY SIZE INTO REPORTE-RECORD
           ELSE
               STRING "   POSICION                     " WS-ED-NETO
                      "  CUMPLE"
                   DELIMITED BY SIZE INTO REPORTE-RECORD
           END-IF
           WRITE REPORTE-RECORD
           DISPLAY "ENCAJE " WS-MON-CODIGO(WS-MON-IDX)
                   REPORTE-RECORD(4:60)
           MOVE WS-FECHA-DIA TO ENP-FECHA
           MOVE WS-MON-CODIGO(WS-MON-IDX) TO ENP-MONEDA
           MOVE WS-VISTA TO ENP-VISTA
           MOVE WS-PLAZO TO ENP-PLAZO
           MOVE WS-MON-EXIGENCIA(WS-MON-IDX) TO ENP-EXIGENCIA
           MOVE WS-MON-EFECTIVO(WS-MON-IDX) TO ENP-EFECTIVO
           MOVE WS-MON-BCRA(WS-MON-IDX) TO ENP-BCRA
           MOVE WS-INTEGRACION TO ENP-INTEGRACION
           MOVE WS-POSICION TO ENP-POSICION
           WRITE POSICION-RECORD.
       610-END.
       END PROGRAM ENCAJE001.
