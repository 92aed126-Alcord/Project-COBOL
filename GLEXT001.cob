      *          al archivo contra la cuenta puente 99999999, para que
      *          el archivo siempre cierre balanceado.
      *          Tipos de mapeo: CTA-CRED, CTA-DEB, TAR-CONSUMO,
      *          TAR-PAGO, HIP-CUOTA, HIP-DESEMB, HIP-PUNIT
      *          (punitorios cobrados sobre cuotas de hipoteca en
      *          mora, que quedan en PUNITORIOS_HIP.DAT con su fecha
      *          de cobro y van a su propia cuenta de ingresos;
      *          los pagos parciales de cuota (PAGOS_PARCIALES_HIP.DAT)
      *          entran como HIP-CUOTA por lo aplicado a interes y
      *          capital en el dia del pago, salvo el que cancela la
      *          cuota antes de su vencimiento, que va con la cuota;
      *          en las hipotecas UVA los importes en unidades se
      *          pasan a pesos con UVAHIP1),
      *          CHQGER-SDO /
      *          CHQGER-BAJ (suba o baja del stock de cheques de
      *          gerencia emitidos y no pagados segun el registro
      *          CHEQUES_GERENCIA.DAT; el signo de la variacion
      *          PROVIS-DES (constitucion o desafectacion neta de
      *          previsiones que deja PROVIS001 en
      *          PROVISION_MOV.DAT; al contabilizarse queda marcado
      *          para no duplicarlo),
      *          CASTIGO / CAST-PERD (baja del prestamo castigado
      *          contra la prevision aplicada y, si no alcanza,
      *          contra perdida), CAST-ORDEN (alta del saldo
      *          castigado en cuentas de orden) segun CASTIGOS.DAT
      *          en la fecha de aprobacion, y CAST-RECUP /
      *          CAST-ORDBJ (recupero de un prestamo castigado como
      *          ingreso y baja de cuentas de orden por el mismo
      *          importe) segun CASTIGO_RECUP.DAT.
      *          Los movimientos de tarjeta por contracargos
      *          (CONTRC001) van a TAR-CBKCRE (credito provisorio al
      *          cliente, tipo D) y TAR-CBKREV (reversion del credito
      *          en el cierre cuando la red representa, tipo R).
      *          La comision anual de renovacion (TARRES001, tipo F)
      *          va a TAR-COMREN y su devolucion por baja (tipo B) a
      *          TAR-COMDEV. El saldo en dolares de tarjeta impago al
      *          vencimiento que TARCNV001 pasa a pesos (tipo V) va a
      *          TAR-CONVUS.
      *          La remesa mensual a las aseguradoras de hipoteca
      *          (MODHIP001, SEGUROS_REMESAS.DAT) entra el dia en
      *          que se emite: SEG-REMESA por el neto que se paga a
      *          cada aseguradora y SEG-COMIS por la comision que
      *          retiene el banco sobre las primas cobradas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CHGCONT-FILE ASSIGN TO "CHQGER_CONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGCONT-FSTATUS.
           SELECT PUNIT-FILE ASSIGN TO "PUNITORIOS_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNIT-FSTATUS.
           SELECT PAGPAR-FILE ASSIGN TO "PAGOS_PARCIALES_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGPAR-FSTATUS.
           SELECT CASTIGO-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASTIGO-FSTATUS.
           SELECT CTGREC-FILE ASSIGN TO "CASTIGO_RECUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTGREC-FSTATUS.
           SELECT SEGREM-FILE ASSIGN TO "SEGUROS_REMESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGREM-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CHC-SALDO-CONT          PIC S9(12)V99
               SIGN LEADING SEPARATE.
           05  CHC-FECHA               PIC X(10).
       FD  PUNIT-FILE.
       01  PUNIT-RECORD.
           05  PUN-FECHA               PIC X(08).
           05  PUN-ID-HIPOTECA         PIC 9(06).
           05  PUN-ID-CLIENTE          PIC 9(06).
           05  PUN-N-CUOTA             PIC 9(03).
           05  PUN-VTO                 PIC X(08).
           05  PUN-DIAS                PIC 9(04).
           05  PUN-IMPORTE             PIC 9(10)V99.
           05  PUN-CANAL               PIC X(10).
           05  PUN-OPERADOR            PIC X(30).
       FD  PAGPAR-FILE.
       01  PAGPAR-RECORD.
           05  PPH-FECHA               PIC X(08).
           05  PPH-ID-HIPOTECA         PIC 9(06).
           05  PPH-ID-CLIENTE          PIC 9(06).
           05  PPH-N-CUOTA             PIC 9(03).
           05  PPH-RECIBIDO            PIC 9(10)V99.
           05  PPH-A-CUENTA-ANT        PIC 9(10)V99.
           05  PPH-SEGURO              PIC 9(10)V99.
           05  PPH-PUNITORIO           PIC 9(10)V99.
           05  PPH-INTERES             PIC 9(10)V99.
           05  PPH-CAPITAL             PIC 9(10)V99.
           05  PPH-SALDO-CUOTA         PIC 9(10)V99.
           05  PPH-NO-APLICADO         PIC 9(10)V99.
           05  PPH-OPERADOR            PIC X(30).
           05  PPH-VTO-CUOTA           PIC X(08).
       FD  CASTIGO-FILE.
       01  CASTIGO-RECORD.
           05  CTG-NRO                 PIC 9(06).
           05  CTG-PRODUCTO            PIC X(01).
           05  CTG-REF                 PIC X(16).
           05  CTG-NRO-RESUMEN         PIC 9(06).
           05  CTG-ID-CLIENTE          PIC 9(10).
           05  CTG-SALDO               PIC 9(12)V99.
           05  CTG-PROVISION           PIC 9(12)V99.
           05  CTG-ESTADO              PIC X(01).
           05  CTG-FECHA-PROP          PIC X(08).
           05  CTG-FECHA-CASTIGO       PIC X(08).
           05  CTG-PROPONE             PIC X(30).
           05  CTG-APRUEBA             PIC X(30).
           05  CTG-RECUPERADO          PIC 9(12)V99.
       FD  CTGREC-FILE.
       01  CTGREC-RECORD.
           05  CRC-FECHA               PIC X(08).
           05  CRC-NRO-CASTIGO         PIC 9(06).
           05  CRC-REF                 PIC X(16).
           05  CRC-ID-CLIENTE          PIC 9(10).
           05  CRC-IMPORTE             PIC 9(10)V99.
           05  CRC-CASO                PIC 9(06).
           05  CRC-GESTOR              PIC X(10).
       FD  SEGREM-FILE.
       01  SEGREM-RECORD.
           05  REM-PERIODO             PIC X(06).
           05  REM-ASEGURADORA         PIC X(20).
           05  REM-FECHA               PIC X(08).
           05  REM-POLIZAS             PIC 9(05).
           05  REM-PRIMAS              PIC 9(10)V99.
           05  REM-COMISION            PIC 9(10)V99.
           05  REM-NETO                PIC 9(10)V99.
           05  REM-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 106.
           05 SQL-STMT   PIC X(106) VALUE 'SELECT ID_CLIENTE,MONTO_CUOTA
      -    ',ID_HIPOTECA FROM banco.cuotas_hipoteca WHERE ESTADO = ''Pag
      -    'ada'' AND FECHA = ?'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_GLCUOT'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 88.
           05 SQL-STMT   PIC X(88) VALUE 'SELECT ID_CLIENTE,MONTO_ORIGIN
      -    'AL,ID_HIPOTECA FROM BANCO.HIPOTECAS WHERE FECHA_INICIO = ?'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_GLDESE'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(11) COMP-3.
           05 SQL-VAR-0002  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0003  PIC S9(11) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
       01  WS-CHG-VARIACION            PIC S9(12)V99.
       01  WS-CHGCONT-FSTATUS          PIC XX.
       01  WS-PROVMOV-FSTATUS          PIC XX.
       01  WS-PUNIT-FSTATUS            PIC XX.
       01  WS-PUN-DIA8                 PIC X(08).
       01  WS-PAGPAR-FSTATUS           PIC XX.
       01  WS-CASTIGO-FSTATUS          PIC XX.
       01  WS-CTGREC-FSTATUS           PIC XX.
       01  WS-SEGREM-FSTATUS           PIC XX.
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-FECHA                PIC X(8).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-PMV-TABLA.
           05  WS-PMV OCCURS 100 TIMES.
               10  WS-PMV-PERIODO      PIC 9(06).
           END-IF
           MOVE 0 TO WS-CONT-ASIENTOS WS-SUM-ASIENTOS
                     WS-CONT-SUSPENSO
           MOVE SPACES TO WS-PUN-DIA8
           STRING WT-FECHA-DIA(1:4) WT-FECHA-DIA(6:2)
                  WT-FECHA-DIA(9:2)
               DELIMITED BY SIZE INTO WS-PUN-DIA8
           OPEN OUTPUT ASIENTOS-FILE
           OPEN OUTPUT ERRORES-FILE
           MOVE SPACES TO ASIENTO-RECORD
           PERFORM 240-ASIENTOS-DESEMBOLSOS
           PERFORM 250-ASIENTO-CHQ-GERENCIA
           PERFORM 260-ASIENTO-PROVISION
           PERFORM 270-ASIENTOS-PUNITORIOS
           PERFORM 275-ASIENTOS-PAGOS-PARCIALES
           PERFORM 280-ASIENTOS-CASTIGOS
           PERFORM 285-ASIENTOS-RECUPEROS
           PERFORM 290-ASIENTOS-SEGUROS

           MOVE SPACES TO ASIENTO-RECORD
           STRING "T" WS-CONT-ASIENTOS WS-SUM-ASIENTOS
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0001 TO WS-GL-ID-CLIENTE
                   MOVE SQL-VAR-0002 TO WS-GL-IMPORTE
                   EVALUATE WS-GL-TIPO-TARJ
                       WHEN 'P'
                           MOVE 'TAR-PAGO  ' TO WS-TIPO-MAPEO
                       WHEN 'D'
                           MOVE 'TAR-CBKCRE' TO WS-TIPO-MAPEO
                       WHEN 'R'
                           MOVE 'TAR-CBKREV' TO WS-TIPO-MAPEO
                       WHEN 'F'
                           MOVE 'TAR-COMREN' TO WS-TIPO-MAPEO
                       WHEN 'B'
                           MOVE 'TAR-COMDEV' TO WS-TIPO-MAPEO
                       WHEN 'V'
                           MOVE 'TAR-CONVUS' TO WS-TIPO-MAPEO
                       WHEN OTHER
                           MOVE 'TAR-CONSUM' TO WS-TIPO-MAPEO
                   END-EVALUATE
                   PERFORM 170-ESCRIBE-ASIENTO
               END-IF
           END-PERFORM

       230-ASIENTOS-CUOTAS.
      *    Las cuotas pagadas se toman por su fecha de vencimiento
      *    (la tabla de cuotas no guarda fecha de cobro). En las
      *    hipotecas UVA MONTO_CUOTA esta en unidades: se pasa a
      *    pesos con el valor UVA del dia, como CASTIG001.
           IF SQL-PREP OF SQL-STMT-2 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
               MOVE '3' TO SQL-TYPE(2)
               MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(3)
               MOVE 6 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-2
                                   SQLCA
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0001 TO WS-GL-ID-CLIENTE
                   MOVE SQL-VAR-0003 TO WS-UVA-ID
                   MOVE WS-PUN-DIA8 TO WS-UVA-FECHA
                   PERFORM 235-VALOR-UVA
                   COMPUTE WS-GL-IMPORTE ROUNDED =
                       SQL-VAR-0002 * WS-UVA-VALOR
                   MOVE 'HIP-CUOTA ' TO WS-TIPO-MAPEO
                   PERFORM 170-ESCRIBE-ASIENTO
               END-IF
           END-CALL.
       230-END.

       235-VALOR-UVA.
      *    Valor de la UVA de WS-UVA-ID a WS-UVA-FECHA. Para las
      *    hipotecas en pesos UVAHIP1 devuelve 1.
           CALL 'UVAHIP1' USING WS-UVA-ID
                                WS-UVA-FECHA
                                WS-UVA-ES
                                WS-UVA-VALOR
                                WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA
                                WS-UVA-MONTO-ALTA
           END-CALL.
       235-END.

       240-ASIENTOS-DESEMBOLSOS.
      *    MONTO_ORIGINAL de una hipoteca UVA esta en unidades: se
      *    contabiliza el monto en pesos que UVAHIP1 guardo al alta
      *    o, si falta, las unidades al valor UVA del dia.
           IF SQL-PREP OF SQL-STMT-3 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
               MOVE '3' TO SQL-TYPE(2)
               MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(3)
               MOVE 6 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-3
                                   SQLCA
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0001 TO WS-GL-ID-CLIENTE
                   MOVE SQL-VAR-0003 TO WS-UVA-ID
                   MOVE WS-PUN-DIA8 TO WS-UVA-FECHA
                   PERFORM 235-VALOR-UVA
                   IF WS-UVA-ES = 'S' AND WS-UVA-MONTO-ALTA > 0
                       MOVE WS-UVA-MONTO-ALTA TO WS-GL-IMPORTE
                   ELSE
                       COMPUTE WS-GL-IMPORTE ROUNDED =
                           SQL-VAR-0002 * WS-UVA-VALOR
                   END-IF
                   MOVE 'HIP-DESEMB' TO WS-TIPO-MAPEO
                   PERFORM 170-ESCRIBE-ASIENTO
               END-IF
           END-IF.
       260-END.

       270-ASIENTOS-PUNITORIOS.
      *    Punitorios de hipoteca cobrados en el dia (MODHIP001 y
      *    DEBAUT001), uno por cuota, separados de la cuota misma.
           OPEN INPUT PUNIT-FILE
           IF WS-PUNIT-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PUNIT-FSTATUS NOT = '00'
               READ PUNIT-FILE
                   AT END MOVE '10' TO WS-PUNIT-FSTATUS
                   NOT AT END
                       IF PUN-FECHA = WS-PUN-DIA8
                           MOVE PUN-ID-CLIENTE TO WS-GL-ID-CLIENTE
                           MOVE PUN-IMPORTE TO WS-GL-IMPORTE
                           MOVE 'HIP-PUNIT ' TO WS-TIPO-MAPEO
                           PERFORM 170-ESCRIBE-ASIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUNIT-FILE.
       270-END.

       275-ASIENTOS-PAGOS-PARCIALES.
      *    Lo aplicado a interes y capital de una cuota en un pago
      *    parcial (MODHIP001) se asienta el dia del pago; la cuota
      *    sigue impaga y 230 no la ve hasta que queda Pagada, y
      *    entonces solo por su saldo restante. El pago que cancela
      *    la cuota (saldo cero) hasta su vencimiento no se asienta
      *    aca: la cuota queda Pagada por ese importe y 230 la toma
      *    el dia del vencimiento. Si la cancela ya vencida, 230 no
      *    la vuelve a ver y el pago va por aca. En las hipotecas
      *    UVA interes y capital estan en unidades y se pasan a
      *    pesos al valor del dia del pago. WS-PUN-DIA8 ya viene
      *    armado por 200.
           OPEN INPUT PAGPAR-FILE
           IF WS-PAGPAR-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAGPAR-FSTATUS NOT = '00'
               READ PAGPAR-FILE
                   AT END MOVE '10' TO WS-PAGPAR-FSTATUS
                   NOT AT END
                       IF PPH-FECHA = WS-PUN-DIA8
                          AND PPH-INTERES + PPH-CAPITAL > 0
                          AND NOT (PPH-SALDO-CUOTA = 0
                               AND PPH-VTO-CUOTA NOT = SPACES
                               AND PPH-FECHA <= PPH-VTO-CUOTA)
                           MOVE PPH-ID-CLIENTE TO WS-GL-ID-CLIENTE
                           MOVE PPH-ID-HIPOTECA TO WS-UVA-ID
                           MOVE PPH-FECHA TO WS-UVA-FECHA
                           PERFORM 235-VALOR-UVA
                           COMPUTE WS-GL-IMPORTE ROUNDED =
                               (PPH-INTERES + PPH-CAPITAL)
                               * WS-UVA-VALOR
                           MOVE 'HIP-CUOTA ' TO WS-TIPO-MAPEO
                           PERFORM 170-ESCRIBE-ASIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGPAR-FILE.
       275-END.

       280-ASIENTOS-CASTIGOS.
      *    Castigos aprobados en el dia (CASTIG001): el prestamo sale
      *    del activo contra la prevision aplicada (el resto, si la
      *    prevision no lo cubre, contra perdida) y el saldo
      *    castigado entra en cuentas de orden para seguir su
      *    recupero. WS-PUN-DIA8 ya viene armado por 200.
           OPEN INPUT CASTIGO-FILE
           IF WS-CASTIGO-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASTIGO-FSTATUS NOT = '00'
               READ CASTIGO-FILE
                   AT END MOVE '10' TO WS-CASTIGO-FSTATUS
                   NOT AT END
                       IF CTG-ESTADO = 'A'
                          AND CTG-FECHA-CASTIGO = WS-PUN-DIA8
                           MOVE CTG-ID-CLIENTE TO WS-GL-ID-CLIENTE
                           MOVE CTG-PROVISION TO WS-GL-IMPORTE
                           MOVE 'CASTIGO   ' TO WS-TIPO-MAPEO
                           PERFORM 170-ESCRIBE-ASIENTO
                           IF CTG-SALDO > CTG-PROVISION
                               COMPUTE WS-GL-IMPORTE =
                                   CTG-SALDO - CTG-PROVISION
                               MOVE 'CAST-PERD ' TO WS-TIPO-MAPEO
                               PERFORM 170-ESCRIBE-ASIENTO
                           END-IF
                           MOVE CTG-SALDO TO WS-GL-IMPORTE
                           MOVE 'CAST-ORDEN' TO WS-TIPO-MAPEO
                           PERFORM 170-ESCRIBE-ASIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASTIGO-FILE.
       280-END.

       285-ASIENTOS-RECUPEROS.
      *    Cobros sobre prestamos castigados registrados en el dia
      *    por cobranzas (COBRAN001): ingreso por recupero y baja
      *    de cuentas de orden por el mismo importe.
           OPEN INPUT CTGREC-FILE
           IF WS-CTGREC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTGREC-FSTATUS NOT = '00'
               READ CTGREC-FILE
                   AT END MOVE '10' TO WS-CTGREC-FSTATUS
                   NOT AT END
                       IF CRC-FECHA = WS-PUN-DIA8
                           MOVE CRC-ID-CLIENTE TO WS-GL-ID-CLIENTE
                           MOVE CRC-IMPORTE TO WS-GL-IMPORTE
                           MOVE 'CAST-RECUP' TO WS-TIPO-MAPEO
                           PERFORM 170-ESCRIBE-ASIENTO
                           MOVE 'CAST-ORDBJ' TO WS-TIPO-MAPEO
                           PERFORM 170-ESCRIBE-ASIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTGREC-FILE.
       285-END.

       290-ASIENTOS-SEGUROS.
      *    Remesas a aseguradoras emitidas en el dia (MODHIP001):
      *    el neto pagado a la aseguradora y la comision que queda
      *    como ingreso, ambos sobre las primas cobradas en el mes
      *    de la remesa. WS-PUN-DIA8 ya viene armado por 200.
           OPEN INPUT SEGREM-FILE
           IF WS-SEGREM-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SEGREM-FSTATUS NOT = '00'
               READ SEGREM-FILE
                   AT END MOVE '10' TO WS-SEGREM-FSTATUS
                   NOT AT END
                       IF REM-FECHA = WS-PUN-DIA8
                           MOVE 0 TO WS-GL-ID-CLIENTE
                           IF REM-NETO > 0
                               MOVE REM-NETO TO WS-GL-IMPORTE
                               MOVE 'SEG-REMESA' TO WS-TIPO-MAPEO
                               PERFORM 170-ESCRIBE-ASIENTO
                           END-IF
                           IF REM-COMISION > 0
                               MOVE REM-COMISION TO WS-GL-IMPORTE
                               MOVE 'SEG-COMIS ' TO WS-TIPO-MAPEO
                               PERFORM 170-ESCRIBE-ASIENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEGREM-FILE.
       290-END.

       300-LISTAR-MAPEO.
           DISPLAY "TIPO       CTA DEBE CTA HABER"
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1

       400-CARGAR-MAPEO.
           DISPLAY "Tipo de movimiento (CTA-CRED/CTA-DEB/TAR-CONSUM/"
                   "TAR-PAGO/HIP-CUOTA/HIP-DESEMB/HIP-PUNIT/"
                   "CASTIGO/CAST-PERD/CAST-ORDEN/CAST-RECUP/"
                   "CAST-ORDBJ/TAR-CBKCRE/TAR-CBKREV/"
                   "TAR-COMREN/TAR-COMDEV/TAR-CONVUS/"
                   "SEG-REMESA/SEG-COMIS): "
           ACCEPT WS-CODIGO-ING
           MOVE FUNCTION UPPER-CASE(WS-CODIGO-ING) TO WS-CODIGO-ING
           IF WS-CODIGO-ING = SPACES
