      *          la cuota Pagada y descuenta el saldo de la hipoteca
      *          (mismos UPDATE que usa MODHIP001 en 0251/0254), o
      *          registra el pago minimo de la tarjeta y ajusta
      *          ACUM_MES. Las adhesiones de prestamo personal
      *          (tipo P) cobran las cuotas vencidas via PRECOB1.
      *          Las cuotas de hipoteca vencidas llevan ademas el
      *          punitorio (PUNHIP1), debitado como movimiento propio
      *          y asentado en PUNITORIOS_HIP.DAT para GLEXT001.
      *          Las adhesiones sin fondos se informan en
      *          DEBAUTO_OMITIDOS.TXT y quedan para el proximo ciclo.
      *          Las hipotecas en UVA (UVAHIP1) se debitan en pesos al
      *          valor del dia; el saldo se descuenta en unidades.
      *          Las empresas con cuenta corporativa de tarjeta
      *          (tipo E, TARJ_CORPORATIVAS.DAT) pagan el saldo total
      *          del resumen consolidado con debito en su cuenta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DEVENG-FILE ASSIGN TO "DEVENG_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVENG-FSTATUS.
           SELECT PUNIT-FILE ASSIGN TO "PUNITORIOS_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUNIT-FSTATUS.
           SELECT CORP-FILE ASSIGN TO "TARJ_CORPORATIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
       FD  SEGUROS-FILE.
       01  SEGURO-RECORD.
           05  SEG-ID-HIPOTECA         PIC 9(06).
           05  DEV-ID-CLIENTE          PIC 9(06).
           05  DEV-IMPORTE             PIC 9(10)V99.
           05  DEV-TIPO                PIC X(01).
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
       FD  CORP-FILE.
       01  CORP-RECORD.
           05  CRP-NRO-CUENTA          PIC X(16).
           05  CRP-ID-CLIENTE          PIC 9(10).
           05  CRP-DOC                 PIC X(13).
           05  CRP-FECHA-ALTA          PIC X(08).
           05  CRP-ESTADO              PIC X(01).

       WORKING-STORAGE SECTION.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 171.
           05 SQL-STMT   PIC X(171) VALUE 'SELECT N_CUOTA,MONTO_CUOTA,ID
      -    '_CLIENTE,FECHA FROM banco.cuotas_hipoteca WHERE ESTADO IN  (
      -    '''Pendiente'',''Parcial'') AND FECHA <= CURDATE() AND ID_HIP
      -    'OTECA = ? ORDER BY N_CUOTA'.
           05 SQL-CNAME  PIC X(11) VALUE 'CUR_DA_CUOT'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01  WS-SEGUROS-FSTATUS          PIC XX.
       01  WS-SEGCOB-FSTATUS           PIC XX.
       01  WS-DEVENG-FSTATUS           PIC XX.
       01  WS-PUNIT-FSTATUS            PIC XX.
       01  WS-CORP-FSTATUS             PIC XX.
       01  WS-CORP-HALLADA             PIC X(1).
       01  WS-PUN-VTO                  PIC X(08).
       01  WS-PUN-BASE                 PIC 9(10)V99.
       01  WS-PUN-DIAS                 PIC 9(04).
       01  WS-PUN-IMPORTE              PIC 9(10)V99.
       01  WS-RES-HALLADO              PIC X(1).
       01  WS-RES-SALDO-ULT            PIC S9(11)V99.
       01  WS-RES-MINIMO-ULT           PIC 9(9)V99.
       01  WS-SEG-PRIMA-COBRAR         PIC 9(7)V99.
       01  WS-SEG-PRIMA-ED             PIC ZZZZZZ9.99.
       01  WS-MONTO-DEBITO             PIC 9(11)V99.
       01  WS-CUOTA-PESOS              PIC 9(11)V99.
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-OMIT-MOTIVO              PIC X(40).
       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
               10  WS-CD-NCUOTA        PIC 9(3).
               10  WS-CD-MONTO         PIC 9(11)V99.
               10  WS-CD-IDCLI         PIC 9(3).
               10  WS-CD-FECHA         PIC X(10).
       01  WS-CD-COUNT                 PIC 9(2).
       01  WS-CD-IDX                   PIC 9(2).
       01  WS-CD-FECHA-FTC             PIC X(10).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).
       01  WS-CB-NRO                   PIC 9(06).
       01  WS-CB-MODO                  PIC X(01) VALUE 'C'.
       01  WS-CB-MAX                   PIC 9(03) VALUE 0.
       01  WS-CB-CANAL                 PIC X(10) VALUE 'DEBAUTO'.
       01  WS-CB-CUOTAS                PIC 9(03).
       01  WS-CB-IMPORTE               PIC 9(10)V99.
       01  WS-CB-RESULTADO             PIC X(01).

       01  WS-BP-FUNCION               PIC X(01).
       01  WS-BP-CLAVE                 PIC X(20).
       01  WS-BP-VALOR                 PIC X(60).
       01  WS-BP-RESULTADO             PIC X(01).
       01  WS-BP-MODO                  PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           PERFORM 950-MODO-NOCTURNO
           ACCEPT WS-FECHA FROM DATE
           PERFORM 951-FECHA-NOCTURNA
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 0100-INICIO
               DISPLAY "Modulo de debitos automaticos no disponible "
                       "hasta depurar DEBAUTO.DAT o ampliar la "
                       "tabla."
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "DEBAUTO.DAT SUPERA LA TABLA" TO WS-BP-VALOR
               PERFORM 952-INFORMA-NOCTURNO
               PERFORM 0300-FIN
           END-IF
           IF WS-BP-MODO = 'S'
               PERFORM 953-DESATENDIDO
               GOBACK
           END-IF
           PERFORM 100-MENU.

       100-MENU.
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tipo de adhesion (H=Cuotas hipoteca, "
                   "T=Pago minimo tarjeta, P=Cuotas prestamo "
                   "personal, E=Saldo tarjeta corporativa): "
           ACCEPT WS-TIPO-ING
           MOVE FUNCTION UPPER-CASE(WS-TIPO-ING) TO WS-TIPO-ING
           IF WS-TIPO-ING NOT = 'H' AND WS-TIPO-ING NOT = 'T'
              AND WS-TIPO-ING NOT = 'P' AND WS-TIPO-ING NOT = 'E'
               DISPLAY "Tipo invalido."
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-ING = 'E'
               MOVE WS-DOC-CLI TO WT-DOC-CLI
               PERFORM 536-BUSCA-CORPORATIVA
               IF WS-CORP-HALLADA NOT = 'S'
                   DISPLAY "La empresa no tiene cuenta corporativa "
                           "de tarjeta."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-REF-ING
           IF WS-TIPO-ING = 'H'
               DISPLAY "Ingrese el ID de la hipoteca: "
               ACCEPT WS-REF-ING
           END-IF
           IF WS-TIPO-ING = 'P'
               DISPLAY "Ingrese el numero de prestamo: "
               ACCEPT WS-CB-NRO
               MOVE WS-CB-NRO TO WS-REF-ING
           END-IF
           PERFORM VARYING WS-ADH-IDX FROM 1 BY 1
                   UNTIL WS-ADH-IDX > WS-ADH-COUNT
               IF WS-ADH-DOC(WS-ADH-IDX) = WS-DOC-CLI
                  AND WS-ADH-TIPO(WS-ADH-IDX) = WS-TIPO-ING
                  AND (WS-TIPO-ING NOT = 'P'
                       OR WS-ADH-REF(WS-ADH-IDX) = WS-REF-ING)
                  AND WS-ADH-ESTADO(WS-ADH-IDX) = 'A'
                   DISPLAY "El cliente ya tiene esa adhesion activa."
                   EXIT PARAGRAPH
       300-BAJA-ADHESION.
           DISPLAY "Ingrese Documento Cliente: "
           ACCEPT WS-DOC-CLI
           DISPLAY "Tipo de adhesion (H/T/P/E): "
           ACCEPT WS-TIPO-ING
           MOVE FUNCTION UPPER-CASE(WS-TIPO-ING) TO WS-TIPO-ING
           MOVE SPACES TO WS-REF-ING
           IF WS-TIPO-ING = 'P'
               DISPLAY "Numero de prestamo: "
               ACCEPT WS-CB-NRO
               MOVE WS-CB-NRO TO WS-REF-ING
           END-IF
           MOVE 0 TO WS-ADH-SEL
           PERFORM VARYING WS-ADH-IDX FROM 1 BY 1
                   UNTIL WS-ADH-IDX > WS-ADH-COUNT
               IF WS-ADH-DOC(WS-ADH-IDX) = WS-DOC-CLI
                  AND WS-ADH-TIPO(WS-ADH-IDX) = WS-TIPO-ING
                  AND (WS-TIPO-ING NOT = 'P'
                       OR WS-ADH-REF(WS-ADH-IDX) = WS-REF-ING)
                  AND WS-ADH-ESTADO(WS-ADH-IDX) = 'A'
                   MOVE WS-ADH-IDX TO WS-ADH-SEL
                   MOVE WS-ADH-COUNT TO WS-ADH-IDX
           PERFORM VARYING WS-ADH-IDX FROM 1 BY 1
                   UNTIL WS-ADH-IDX > WS-ADH-COUNT
               IF WS-ADH-ESTADO(WS-ADH-IDX) = 'A'
                   EVALUATE WS-ADH-TIPO(WS-ADH-IDX)
                       WHEN 'H'
                           PERFORM 510-DEBITA-HIPOTECA
                       WHEN 'P'
                           PERFORM 580-DEBITA-PRESTAMO
                       WHEN 'E'
                           PERFORM 535-DEBITA-CORPORATIVA
                       WHEN OTHER
                           PERFORM 530-DEBITA-TARJETA
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE OMITIDOS-FILE
           MOVE 0 TO WS-CD-COUNT
           COMPUTE DB-ID-HIPOTECA =
               FUNCTION NUMVAL(WS-ADH-REF(WS-ADH-IDX))
           PERFORM 515-VALOR-UVA
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
               MOVE '3' TO SQL-TYPE(3)
               MOVE 2 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               SET SQL-ADDR(4) TO ADDRESS OF WS-CD-FECHA-FTC
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 10 TO SQL-LEN(4)
               MOVE 4 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
                       WS-CD-MONTO(WS-CD-COUNT)
                   MOVE SQL-VAR-0003 TO
                       WS-CD-IDCLI(WS-CD-COUNT)
                   MOVE WS-CD-FECHA-FTC TO
                       WS-CD-FECHA(WS-CD-COUNT)
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-0
           END-PERFORM.
       510-END.

       515-VALOR-UVA.
      *    Valor de hoy de la unidad de la hipoteca: 1 si no es UVA.
           MOVE DB-ID-HIPOTECA TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID WS-FECHA-HOY WS-UVA-ES
                                WS-UVA-VALOR WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA WS-UVA-MONTO-ALTA.
       515-END.

       520-PAGA-CUOTA.
      *    Misma unidad de trabajo que 0251/0254 de MODHIP001: el
      *    debito cubre cuota mas la prima mensual vigente del seguro
      *    (una sola vez por hipoteca y por mes), y el cobro de la
      *    cuota se asienta en el libro de devengamiento (tipo S).
      *    Si la cuota esta en mora los fondos tienen que alcanzar
      *    tambien para el punitorio, que se debita aparte (595).
      *    En UVA la cuota se debita en pesos y el saldo de la
      *    hipoteca baja en unidades.
           COMPUTE WS-CUOTA-PESOS ROUNDED =
               WS-CD-MONTO(WS-CD-IDX) * WS-UVA-VALOR
           PERFORM 550-PRIMA-DEL-MES
           PERFORM 590-PUNITORIO-CUOTA
           COMPUTE WS-MONTO-DEBITO =
               WS-CUOTA-PESOS + WS-SEG-PRIMA-COBRAR
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-ADH-DOC(WS-ADH-IDX) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
               PERFORM 600-REGISTRA-OMITIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTO-DEBITO + WS-PUN-IMPORTE > WS-MV-SALDO
               MOVE "FONDOS INSUFICIENTES" TO WS-OMIT-MOTIVO
               PERFORM 600-REGISTRA-OMITIDO
               EXIT PARAGRAPH
           PERFORM 570-ASIENTA-DEVENGO
           ADD 1 TO WS-CONT-DEBITADOS
           ADD WS-MONTO-DEBITO TO WS-SUM-DEBITADO
           IF WS-PUN-IMPORTE > 0
               PERFORM 595-DEBITA-PUNITORIO
           END-IF
           DISPLAY "Debitada cuota " WS-CD-NCUOTA(WS-CD-IDX)
                   " hipoteca " DB-ID-HIPOTECA
                   " doc " WS-ADH-DOC(WS-ADH-IDX).
           MOVE WS-FECHA-HOY(1:6) TO DEV-PERIODO
           MOVE DB-ID-HIPOTECA TO DEV-ID-HIPOTECA
           MOVE WS-CD-IDCLI(WS-CD-IDX) TO DEV-ID-CLIENTE
           MOVE WS-CUOTA-PESOS TO DEV-IMPORTE
           MOVE 'S' TO DEV-TIPO
           WRITE DEVENG-RECORD
           CLOSE DEVENG-FILE.
       570-END.

       590-PUNITORIO-CUOTA.
      *    Punitorio a hoy de la cuota (FECHA de la base AAAA-MM-DD).
           MOVE SPACES TO WS-PUN-VTO
           STRING WS-CD-FECHA(WS-CD-IDX)(1:4)
                  WS-CD-FECHA(WS-CD-IDX)(6:2)
                  WS-CD-FECHA(WS-CD-IDX)(9:2)
               DELIMITED BY SIZE INTO WS-PUN-VTO
           PERFORM 591-ULTIMO-PUNITORIO
           MOVE WS-CUOTA-PESOS TO WS-PUN-BASE
           CALL 'PUNHIP1' USING WS-PUN-VTO WS-FECHA-HOY WS-PUN-BASE
                                WS-PUN-DIAS WS-PUN-IMPORTE.
       590-END.

       591-ULTIMO-PUNITORIO.
      *    Cuota con pago parcial que ya cobro punitorio: el atraso se
      *    cuenta desde ese cobro (igual que 0287 de MODHIP001).
           OPEN INPUT PUNIT-FILE
           IF WS-PUNIT-FSTATUS = '00'
               PERFORM UNTIL WS-PUNIT-FSTATUS NOT = '00'
                   READ PUNIT-FILE
                       AT END MOVE '10' TO WS-PUNIT-FSTATUS
                       NOT AT END
                           IF PUN-ID-HIPOTECA = DB-ID-HIPOTECA
                              AND PUN-N-CUOTA = WS-CD-NCUOTA(WS-CD-IDX)
                              AND PUN-FECHA > WS-PUN-VTO
                               MOVE PUN-FECHA TO WS-PUN-VTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNIT-FILE
           END-IF.
       591-END.

       595-DEBITA-PUNITORIO.
      *    Movimiento propio del punitorio, para que la contabilidad
      *    lo lleve a su cuenta de ingresos (HIP-PUNIT en GLEXT001).
      *    La cuota ya quedo cobrada: si este debito falla se informa
      *    como omitido para gestionarlo aparte.
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-ADH-DOC(WS-ADH-IDX) TO WS-MV-DOC
           COMPUTE WS-MV-MONTO = WS-PUN-IMPORTE * (-1)
           MOVE SPACES TO WS-MV-REF
           STRING "PUNH=" WS-ADH-REF(WS-ADH-IDX)(1:5)
                  " CUO=" WS-CD-NCUOTA(WS-CD-IDX)
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE "PUNITORIO NO DEBITADO" TO WS-OMIT-MOTIVO
               PERFORM 600-REGISTRA-OMITIDO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND PUNIT-FILE
           IF WS-PUNIT-FSTATUS NOT = '00'
               OPEN OUTPUT PUNIT-FILE
           END-IF
           MOVE WS-FECHA-HOY TO PUN-FECHA
           MOVE DB-ID-HIPOTECA TO PUN-ID-HIPOTECA
           MOVE WS-CD-IDCLI(WS-CD-IDX) TO PUN-ID-CLIENTE
           MOVE WS-CD-NCUOTA(WS-CD-IDX) TO PUN-N-CUOTA
           MOVE WS-PUN-VTO TO PUN-VTO
           MOVE WS-PUN-DIAS TO PUN-DIAS
           MOVE WS-PUN-IMPORTE TO PUN-IMPORTE
           MOVE 'DEBAUTO' TO PUN-CANAL
           MOVE LK-OPERADOR TO PUN-OPERADOR
           WRITE PUNIT-RECORD
           CLOSE PUNIT-FILE
           ADD WS-PUN-IMPORTE TO WS-SUM-DEBITADO
           MOVE WS-PUN-IMPORTE TO WS-IMP-MONTO
           DISPLAY "  + punitorio " WS-PUN-DIAS " dias habiles: "
                   WS-IMP-MONTO.
       595-END.

       530-DEBITA-TARJETA.
      *    Pago minimo segun PORC-PAGO-MINIMO de CONFTAR001, igual
      *    regla que 245-VALIDAR-PAGO-MINIMO de TARJCRE001.
                   WS-ADH-DOC(WS-ADH-IDX).
       530-END.

       535-DEBITA-CORPORATIVA.
      *    Cuenta corporativa: se debita el saldo total del resumen
      *    consolidado Abierto (todas las tarjetas de empleado
      *    postean sobre la cuenta de la empresa).
           MOVE WS-ADH-DOC(WS-ADH-IDX) TO WT-DOC-CLI
           PERFORM 536-BUSCA-CORPORATIVA
           IF WS-CORP-HALLADA NOT = 'S'
               MOVE "SIN CUENTA CORPORATIVA" TO WS-OMIT-MOTIVO
               PERFORM 600-REGISTRA-OMITIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM 545-MINIMO-RESUMEN
           IF WS-RES-HALLADO NOT = 'S' OR WS-RES-SALDO-ULT <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RES-SALDO-ULT TO WS-MINIMO
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-ADH-DOC(WS-ADH-IDX) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               MOVE "CUENTA BLOQUEADA O INEXISTENTE"
                   TO WS-OMIT-MOTIVO
               PERFORM 600-REGISTRA-OMITIDO
               EXIT PARAGRAPH
           END-IF
           IF WS-MINIMO > WS-MV-SALDO
               MOVE "FONDOS INSUFICIENTES" TO WS-OMIT-MOTIVO
               PERFORM 600-REGISTRA-OMITIDO
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-MINIMO * (-1)
           MOVE SPACES TO WS-MV-REF
           STRING "TARJ CORPORATIVA"
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE "ERROR DE POSTEO" TO WS-OMIT-MOTIVO
               PERFORM 600-REGISTRA-OMITIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM 540-REGISTRA-PAGO-TARJETA
           ADD 1 TO WS-CONT-DEBITADOS
           ADD WS-MINIMO TO WS-SUM-DEBITADO
           DISPLAY "Debitado saldo tarjeta corporativa doc "
                   WS-ADH-DOC(WS-ADH-IDX).
       535-END.

       536-BUSCA-CORPORATIVA.
      *    Cuenta corporativa activa de la empresa (WT-DOC-CLI).
           MOVE 'N' TO WS-CORP-HALLADA
           OPEN INPUT CORP-FILE
           IF WS-CORP-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CORP-FSTATUS NOT = '00'
               READ CORP-FILE
                   AT END MOVE '10' TO WS-CORP-FSTATUS
                   NOT AT END
                       IF CRP-DOC = WT-DOC-CLI
                          AND CRP-ESTADO = 'A'
                           MOVE 'S' TO WS-CORP-HALLADA
                           MOVE CRP-NRO-CUENTA TO DB-NRO-TARJETA
                           MOVE CRP-ID-CLIENTE TO DB-ID-CLIENTE
                           MOVE '10' TO WS-CORP-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORP-FILE.
       536-END.

       540-REGISTRA-PAGO-TARJETA.
      *    Registra el pago en MOVIMIENTOS_TARJETAS y descuenta el
      *    acumulado del mes, como hace TARJCRE001 en 220/230.
           MOVE WS-SEQ-PRIMER-ID TO DB-ID-MOV-TARJ

           ACCEPT WS-FECHA FROM DATE
           PERFORM 951-FECHA-NOCTURNA
           MOVE SPACES TO WT-FECHA-MOVIMIENTO
           STRING "20" WS-FECHA(1:2) "-" WS-FECHA(3:2) "-"
                  WS-FECHA(5:2)
           END-IF.
       545-END.

       580-DEBITA-PRESTAMO.
      *    Cuotas vencidas del prestamo personal: PRECOB1 las cobra
      *    una por una mientras alcancen los fondos de la cuenta.
           MOVE WS-ADH-REF(WS-ADH-IDX)(1:6) TO WS-CB-NRO
           CALL 'PRECOB1' USING WS-CB-NRO WS-CB-MODO WS-CB-MAX
                                WS-CB-CANAL LK-OPERADOR WS-CB-CUOTAS
                                WS-CB-IMPORTE WS-CB-RESULTADO
           EVALUATE WS-CB-RESULTADO
               WHEN 'S'
                   ADD 1 TO WS-CONT-DEBITADOS
                   ADD WS-CB-IMPORTE TO WS-SUM-DEBITADO
                   DISPLAY "Debitadas " WS-CB-CUOTAS
                           " cuota(s) prestamo " WS-CB-NRO
               WHEN 'N'
                   CONTINUE
               WHEN 'F'
                   MOVE "FONDOS INSUFICIENTES" TO WS-OMIT-MOTIVO
                   PERFORM 600-REGISTRA-OMITIDO
               WHEN 'B'
                   MOVE "CUENTA BLOQUEADA O INEXISTENTE"
                       TO WS-OMIT-MOTIVO
                   PERFORM 600-REGISTRA-OMITIDO
               WHEN OTHER
                   MOVE "PRESTAMO INEXISTENTE O NO VIGENTE"
                       TO WS-OMIT-MOTIVO
                   PERFORM 600-REGISTRA-OMITIDO
           END-EVALUATE.
       580-END.

       600-REGISTRA-OMITIDO.
           ADD 1 TO WS-CONT-OMITIDOS
           MOVE SPACES TO OMITIDO-RECORD
                   END-IF
               END-IF.

       950-MODO-NOCTURNO.
      *    Corrida nocturna desatendida (NOCTUR001): sin operador en
      *    pantalla, los parametros llegan por BATPARM1.
           MOVE 'M' TO WS-BP-FUNCION
           MOVE SPACES TO WS-BP-CLAVE WS-BP-VALOR
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-MODO.
       950-END.

       951-FECHA-NOCTURNA.
      *    La fecha de proceso de la corrida reemplaza a la del dia.
           IF WS-BP-MODO = 'S'
               MOVE 'G' TO WS-BP-FUNCION
               MOVE 'FECHA' TO WS-BP-CLAVE
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
               IF WS-BP-RESULTADO = 'S'
                   MOVE WS-BP-VALOR(3:6) TO WS-FECHA
               END-IF
           END-IF.
       951-END.

       952-INFORMA-NOCTURNO.
      *    Resultado del paso ('C'/'E' en WS-BP-RESULTADO) y sus
      *    contadores o el motivo del error en WS-BP-VALOR.
           IF WS-BP-MODO = 'S'
               MOVE 'R' TO WS-BP-FUNCION
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
           END-IF.
       952-END.

       953-DESATENDIDO.
           IF SQLCODE < 0
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "SIN CONEXION A LA BASE DE DATOS" TO WS-BP-VALOR
               PERFORM 952-INFORMA-NOCTURNO
               EXIT PARAGRAPH
           END-IF
           PERFORM 500-EJECUTAR-DEBITOS
           MOVE 'C' TO WS-BP-RESULTADO
           MOVE SPACES TO WS-BP-VALOR
           STRING "DEBITADOS=" WS-CONT-DEBITADOS
                  " OMITIDOS=" WS-CONT-OMITIDOS
               DELIMITED BY SIZE INTO WS-BP-VALOR
           PERFORM 952-INFORMA-NOCTURNO.
       953-END.

       0300-FIN.
           DISPLAY "Regresando a Menu Principal..."
           EXIT PROGRAM.
