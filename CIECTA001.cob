      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Cierre de cuenta a pedido del titular con liquidacion
      *          final (operado desde CTACTE001, rol SUPERVISOR):
      *            - rechaza el cierre si hay embargos activos
      *              (EMBARGOS.DAT), acuerdo de sobregiro vigente o
      *              saldo deudor, cheques con orden de no pago
      *              pendiente (CHEQUES.IDX), mandatos de debito
      *              directo o adhesiones a debito automatico activos
      *              o plazos fijos prendados (PF_PRENDAS.DAT);
      *            - con cheques emitidos sin presentar exige la
      *              declaracion del titular de que no hay cheques en
      *              circulacion y los anula junto con los denunciados;
      *            - devenga el interes final proporcional a los dias
      *              del mes y cobra los cargos pendientes: el
      *              mantenimiento del mes si el cierre mensual todavia
      *              no lo cobro (con la bonificacion del paquete), el
      *              cargo por cierre CIERRECTA de TARIFAS.DAT y las
      *              multas impagas por cheques rechazados;
      *            - da de baja las tarjetas de debito activas;
      *            - paga el saldo remanente en efectivo (sesion de
      *              caja, CAJASES1), por transferencia a otra cuenta
      *              del banco o a un CBU de otro banco (cola
      *              TRANSF_PEND.IDX); el importe se calcula neto del
      *              impuesto a los debitos y creditos para dejar la
      *              cuenta en cero;
      *            - con saldo cero marca la cuenta Cerrada (C) en
      *              CUENTAS_ESTADO.DAT y emite la constancia de cierre
      *              CIERRE_CUENTA.TXT, archivada en el repositorio.
      *          Cada cierre queda en CUENTAS_CIERRE.DAT. Si la
      *          liquidacion se posteo pero el pago no pudo hacerse
      *          (sin sesion de caja, por ejemplo) el cierre queda
      *          Liquidado (L) y al reintentar se retoma directamente
      *          el pago del saldo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIECTA001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIERRES-FILE ASSIGN TO "CUENTAS_CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIE-FSTATUS.
           SELECT CTAEST-FILE ASSIGN TO "CUENTAS_ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAEST-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.
           SELECT EMBARGOS-FILE ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMB-FSTATUS.
           SELECT SOBREGIROS-FILE ASSIGN TO "SOBREGIROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOB-FSTATUS.
           SELECT CHEQUES-FILE ASSIGN TO "CHEQUES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CLAVE
               FILE STATUS IS WS-CHEQUES-FSTATUS.
           SELECT MANDATOS-FILE ASSIGN TO "DEBDIR_MANDATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FSTATUS.
           SELECT DEBAUTO-FILE ASSIGN TO "DEBAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DA-FSTATUS.
           SELECT PRENDAS-FILE ASSIGN TO "PF_PRENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-FSTATUS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-FSTATUS.
           SELECT EXENCPAQ-FILE ASSIGN TO "EXENCIONES_PAQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXENCPAQ-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.
           SELECT RECHAZADOS-FILE ASSIGN TO "CHEQUES_RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCH-FSTATUS.
           SELECT TARJDEB-FILE ASSIGN TO "TARJ_DEBITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDB-FSTATUS.
           SELECT EXENTOS-FILE ASSIGN TO "EXENTOS_IMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXENTOS-FSTATUS.
           SELECT PENDIENTES-FILE ASSIGN TO "TRANSF_PEND.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-FSTATUS.
           SELECT CONSTANCIA-FILE ASSIGN TO "CIERRE_CUENTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CIERRES-FILE.
       01  CIERRE-RECORD.
           05  CIE-DOC                 PIC X(13).
           05  CIE-FECHA               PIC X(08).
           05  CIE-ESTADO              PIC X(01).
           05  CIE-TIPO                PIC X(02).
           05  CIE-MONEDA              PIC X(03).
           05  CIE-SALDO-INICIAL       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  CIE-INTERES             PIC 9(08)V99.
           05  CIE-MANTENIM            PIC 9(08)V99.
           05  CIE-COMISION            PIC 9(08)V99.
           05  CIE-MULTAS              PIC 9(08)V99.
           05  CIE-CHQ-ANULADOS        PIC 9(03).
           05  CIE-TARJ-BAJA           PIC 9(02).
           05  CIE-MEDIO               PIC X(01).
           05  CIE-DESTINO             PIC X(22).
           05  CIE-PAGADO              PIC 9(10)V99.
           05  CIE-OPERADOR            PIC X(30).
       FD  CTAEST-FILE.
       01  CTAEST-RECORD.
           05  CTAEST-DOC              PIC X(13).
           05  CTAEST-ESTADO           PIC X(01).
           05  CTAEST-FECHA            PIC X(08).
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).
       FD  EMBARGOS-FILE.
       01  EMBARGO-RECORD.
           05  EMB-DOC                 PIC X(13).
           05  EMB-IMPORTE             PIC 9(10)V99.
           05  EMB-REFERENCIA          PIC X(20).
           05  EMB-ESTADO              PIC X(01).
           05  EMB-FECHA-ALTA          PIC X(08).
           05  EMB-FECHA-LEV           PIC X(08).
           05  EMB-OPERADOR            PIC X(30).
       FD  SOBREGIROS-FILE.
       01  SOBREGIRO-RECORD.
           05  SOB-DOC                 PIC X(13).
           05  SOB-LIMITE              PIC 9(10)V99.
           05  SOB-DESDE               PIC X(08).
           05  SOB-HASTA               PIC X(08).
           05  SOB-ESTADO              PIC X(01).
       FD  CHEQUES-FILE.
       01  CHEQUE-RECORD.
           05  CHQ-CLAVE.
               10  CHQ-DOC             PIC X(13).
               10  CHQ-NRO             PIC 9(08).
           05  CHQ-CHEQUERA            PIC 9(03).
           05  CHQ-ESTADO              PIC X(01).
       FD  MANDATOS-FILE.
       01  MANDATOS-RECORD.
           05  MAN-EMPRESA             PIC X(06).
           05  MAN-DOC                 PIC X(13).
           05  MAN-REF-CLIENTE         PIC X(20).
           05  MAN-TOPE                PIC 9(10)V99.
           05  MAN-ESTADO              PIC X(01).
           05  MAN-FECHA-ALTA          PIC X(08).
           05  MAN-FECHA-BAJA          PIC X(08).
       FD  DEBAUTO-FILE.
       01  DEBAUTO-RECORD.
           05  DA-DOC                  PIC X(13).
           05  DA-TIPO                 PIC X(01).
           05  DA-REF                  PIC X(10).
           05  DA-ESTADO               PIC X(01).
           05  DA-FECHA-ALTA           PIC X(08).
       FD  PRENDAS-FILE.
       01  PRENDA-RECORD.
           05  PRE-PF-NRO              PIC 9(05).
           05  PRE-DOC                 PIC X(13).
           05  PRE-SOLICITUD           PIC 9(06).
           05  PRE-ID-HIPOTECA         PIC 9(06).
           05  PRE-ESTADO              PIC X(01).
           05  PRE-FECHA               PIC X(08).
       FD  TARIFAS-FILE.
       01  TARIFA-RECORD.
           05  TAR-CODIGO              PIC X(10).
           05  TAR-DESCRIPCION         PIC X(30).
           05  TAR-IMPORTE             PIC 9(08)V99.
           05  TAR-VIG-DESDE           PIC X(08).
       FD  EXENCPAQ-FILE.
       01  EXENCPAQ-RECORD.
           05  EXP-PERIODO             PIC X(06).
           05  EXP-DOC                 PIC X(13).
           05  EXP-PAQUETE             PIC X(10).
           05  EXP-TARIFA              PIC X(10).
           05  EXP-DESCUENTO           PIC 9(03).
       FD  CANAL-FILE.
       01  CANAL-RECORD                PIC X(140).
       FD  RECHAZADOS-FILE.
       01  RECHAZADO-RECORD.
           05  RCH-DOC                 PIC X(13).
           05  RCH-NRO                 PIC 9(08).
           05  RCH-IMPORTE             PIC 9(10)V99.
           05  RCH-FECHA               PIC X(08).
           05  RCH-MOTIVO              PIC X(02).
           05  RCH-ORIGEN              PIC X(10).
           05  RCH-MULTA               PIC 9(08)V99.
           05  RCH-MULTA-ESTADO        PIC X(01).
           05  RCH-MULTA-FECHA-PAGO    PIC X(08).
           05  RCH-PERIODO-INF         PIC X(06).
       FD  TARJDEB-FILE.
       01  TARJDEB-RECORD.
           05  TDB-NRO-TARJETA         PIC X(16).
           05  TDB-DOC                 PIC X(13).
           05  TDB-TIPO-CTA            PIC X(02).
           05  TDB-MONEDA              PIC X(03).
           05  TDB-ESTADO              PIC X(01).
           05  FILLER                  PIC X(99).
       FD  EXENTOS-FILE.
       01  EXENTO-RECORD.
           05  EXE-DOC                 PIC X(13).
       FD  PENDIENTES-FILE.
       01  PENDIENTE-RECORD.
           05  PEND-ID                 PIC 9(09).
           05  PEND-ESTADO             PIC X(01).
           05  PEND-CBU                PIC X(22).
           05  PEND-DOC                PIC X(13).
           05  PEND-IMPORTE            PIC 9(10)V99.
           05  PEND-FECHA              PIC X(08).
       FD  CONSTANCIA-FILE.
       01  CONSTANCIA-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "CONFCTA001".

       01  WS-CIE-FSTATUS              PIC XX.
       01  WS-CTAEST-FSTATUS           PIC XX.
       01  WS-TIPOCTA-STATUS           PIC XX.
       01  WS-EMB-FSTATUS              PIC XX.
       01  WS-SOB-FSTATUS              PIC XX.
       01  WS-CHEQUES-FSTATUS          PIC XX.
       01  WS-MAN-FSTATUS              PIC XX.
       01  WS-DA-FSTATUS               PIC XX.
       01  WS-PRE-FSTATUS              PIC XX.
       01  WS-TARIFAS-FSTATUS          PIC XX.
       01  WS-EXENCPAQ-FSTATUS         PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-RCH-FSTATUS              PIC XX.
       01  WS-TDB-FSTATUS              PIC XX.
       01  WS-EXENTOS-FSTATUS          PIC XX.
       01  WS-PEND-FSTATUS             PIC XX.

      *    Cierres registrados; se relee y se regraba entero.
       01  WS-CIERRES.
           05  WS-CIE OCCURS 500 TIMES.
               10  WS-CIE-DOC          PIC X(13).
               10  WS-CIE-FECHA        PIC X(08).
               10  WS-CIE-ESTADO       PIC X(01).
               10  WS-CIE-TIPO         PIC X(02).
               10  WS-CIE-MONEDA       PIC X(03).
               10  WS-CIE-SALDO-INI    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
               10  WS-CIE-INTERES      PIC 9(08)V99.
               10  WS-CIE-MANTENIM     PIC 9(08)V99.
               10  WS-CIE-COMISION     PIC 9(08)V99.
               10  WS-CIE-MULTAS       PIC 9(08)V99.
               10  WS-CIE-CHQ-ANUL     PIC 9(03).
               10  WS-CIE-TARJ-BAJA    PIC 9(02).
               10  WS-CIE-MEDIO        PIC X(01).
               10  WS-CIE-DESTINO      PIC X(22).
               10  WS-CIE-PAGADO       PIC 9(10)V99.
               10  WS-CIE-OPERADOR     PIC X(30).
       01  WS-CIE-COUNT                PIC 9(3) VALUE 0.
       01  WS-CIE-IDX                  PIC 9(3).
       01  WS-CIE-POS                  PIC 9(3).
       01  WS-CIE-DESBORDE             PIC X(1) VALUE 'N'.

      *    Estados de cuenta (dormancia / cierre), para regrabar.
       01  WS-CTAEST-TABLA.
           05  WS-CTAEST-REG OCCURS 500 TIMES PIC X(22).
       01  WS-CTAEST-COUNT             PIC 9(3) VALUE 0.
       01  WS-CTAEST-IDX               PIC 9(3).
       01  WS-CTAEST-DESBORDE          PIC X(1) VALUE 'N'.
       01  WS-CTAEST-HALLADO           PIC X(1).
       01  WS-CTA-ESTADO               PIC X(1).

      *    Multas impagas del librador, para marcarlas cobradas.
       01  WS-RECHAZADOS.
           05  WS-RCH-REG OCCURS 1000 TIMES PIC X(78).
       01  WS-RCH-COUNT                PIC 9(4) VALUE 0.
       01  WS-RCH-IDX                  PIC 9(4).
       01  WS-RCH-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-TARJETAS.
           05  WS-TJ-NRO OCCURS 20 TIMES PIC X(16).
       01  WS-TJ-COUNT                 PIC 9(2) VALUE 0.
       01  WS-TJ-IDX                   PIC 9(2).

       01  WS-TIPCTA-DOC               PIC X(13).
       01  WS-TIPCTA-TIPO              PIC X(02).
           88  CUENTA-ES-AHORRO            VALUE 'CA'.
       01  WS-TIPCTA-MONEDA            PIC X(03).
       01  WS-TIPCTA-SUCURSAL          PIC X(03).
       01  WS-TIPCTA-RET-PERIODO       PIC X(06).
       01  WS-TIPCTA-RETIROS           PIC 9(03).
       01  WS-TIPCTA-FOUND             PIC X(01).

       01  WS-OPCION                   PIC 9.
       01  WS-DOC-ING                  PIC X(13).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-PERIODO-HOY              PIC X(6).
       01  WS-DIA-HOY                  PIC 9(2).
       01  WS-CONFIRMA                 PIC X(1).
       01  WS-RETOMA                   PIC X(1).
       01  WS-IMPEDIDO                 PIC X(1).
       01  WS-CHQ-EMITIDOS             PIC 9(3).
       01  WS-CHQ-NO-PAGO              PIC 9(3).
       01  WS-CHQ-ANULADOS             PIC 9(3).

       01  WS-SALDO                    PIC S9(9)V99.
       01  WS-SALDO-INICIAL            PIC S9(9)V99.
       01  WS-TASA                     PIC 9V9(4).
       01  WS-INTERES                  PIC 9(8)V99.
       01  WS-MANTENIM                 PIC 9(8)V99.
       01  WS-COMISION                 PIC 9(8)V99.
       01  WS-MULTAS                   PIC 9(8)V99.
       01  WS-CARGOS                   PIC 9(9)V99.
       01  WS-IMP-ESTIMADO             PIC 9(8)V99.
       01  WS-NETO                     PIC S9(9)V99.
       01  WS-MANT-COBRADO             PIC X(1).
       01  WS-CLIENTE-EXENTO           PIC X(1).
       01  WS-TASA-IMP                 PIC 9V9(4).
       01  WS-PAGO                     PIC 9(8)V99.
       01  WS-PAGO-IMP                 PIC 9(8)V99.
       01  WS-PAGADO                   PIC 9(10)V99.
       01  WS-PASADA                   PIC 9(1).
       01  WS-PAGO-OK                  PIC X(1).
       01  WS-MEDIO                    PIC X(1).
       01  WS-DESTINO                  PIC X(22).
       01  WS-DOC-DESTINO              PIC X(13).
       01  WS-CBU-VALIDO               PIC X(1).

       01  WS-TARIFA-COD               PIC X(10).
       01  WS-TARIFA-IMPORTE           PIC 9(8)V99.
       01  WS-TARIFA-VIG-MAX           PIC X(8).
       01  WS-EXE-DESCUENTO            PIC 9(3).
       01  WS-BONIF                    PIC 9(8)V99.

       01  WS-CNL-FECHA                PIC X(15).
       01  WS-CNL-CANAL                PIC X(10).
       01  WS-CNL-ID                   PIC X(10).
       01  WS-CNL-DOC                  PIC X(13).
       01  WS-CNL-MONTO                PIC X(15).
       01  WS-CNL-REF                  PIC X(20).

       01  WS-IMP-MONTO                PIC -(9)9.99.
       01  WS-IMP-MONTO2               PIC ZZZZZZZZZ9.99.
       01  WS-IMP-CANT                 PIC ZZ9.

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

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

       01  WS-CS-TIPO                  PIC X(01).
       01  WS-CS-MONTO                 PIC 9(10)V99.
       01  WS-CS-RESULTADO             PIC X(01).

       01  WS-TDB-FUNCION              PIC X(01).
       01  WS-TDB-NRO                  PIC X(16).
       01  WS-TDB-CANAL                PIC X(10).
       01  WS-TDB-IMPORTE              PIC S9(8)V99.
       01  WS-TDB-LIM-ATM              PIC 9(7)V99.
       01  WS-TDB-LIM-POS              PIC 9(7)V99.
       01  WS-TDB-MOTIVO               PIC X(01).
       01  WS-TDB-TEXTO                PIC X(30).
       01  WS-TDB-DOC                  PIC X(13).
       01  WS-TDB-RESULTADO            PIC X(02).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-SP-ORIGEN                PIC X(10).
       01  WS-SP-DOC                   PIC X(13).
       01  WS-SP-REF                   PIC X(22).
       01  WS-SP-IMPORTE               PIC 9(10)V99.
       01  WS-SP-NRO                   PIC 9(09).

       01  WS-REP-FUNCION              PIC X(01).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(06).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-HOY
           MOVE WS-FECHA-HOY(7:2) TO WS-DIA-HOY
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "         CIERRE DE CUENTAS          "
           DISPLAY "===================================="
           DISPLAY "1 - Cerrar cuenta (SUPERVISOR)"
           DISPLAY "2 - Consultar cierres"
           DISPLAY "3 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-CERRAR-CUENTA
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 800-CONSULTA-CIERRES
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-CIERRES.
           MOVE 0 TO WS-CIE-COUNT
           MOVE 'N' TO WS-CIE-DESBORDE
           OPEN INPUT CIERRES-FILE
           IF WS-CIE-FSTATUS = '00'
               PERFORM UNTIL WS-CIE-FSTATUS NOT = '00'
                   READ CIERRES-FILE
                       AT END MOVE '10' TO WS-CIE-FSTATUS
                       NOT AT END
                           IF WS-CIE-COUNT >= 500
                               MOVE 'S' TO WS-CIE-DESBORDE
                               MOVE '10' TO WS-CIE-FSTATUS
                           ELSE
                               ADD 1 TO WS-CIE-COUNT
                               MOVE CIERRE-RECORD
                                   TO WS-CIE(WS-CIE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIERRES-FILE
           END-IF.

       120-GRABA-CIERRES.
           OPEN OUTPUT CIERRES-FILE
           PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
                   UNTIL WS-CIE-IDX > WS-CIE-COUNT
               MOVE WS-CIE(WS-CIE-IDX) TO CIERRE-RECORD
               WRITE CIERRE-RECORD
           END-PERFORM
           CLOSE CIERRES-FILE.

       200-CERRAR-CUENTA.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "El cierre de cuentas requiere rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-CARGA-CIERRES
           IF WS-CIE-DESBORDE = 'S' OR WS-CIE-COUNT >= 500
               DISPLAY "Registro de cierres lleno; no se opera."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del titular de la cuenta: "
           ACCEPT WS-DOC-ING
           MOVE 'S' TO WS-MV-FUNCION
           PERFORM 700-CONSULTA-SALDO
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "El cliente no posee cuenta o ya esta cerrada."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-ING TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA

      *    Un cierre Liquidado ya posteo interes y cargos: solo
      *    falta pagar el saldo.
           MOVE 'N' TO WS-RETOMA
           MOVE 0 TO WS-CIE-POS
           PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
                   UNTIL WS-CIE-IDX > WS-CIE-COUNT
               IF WS-CIE-DOC(WS-CIE-IDX) = WS-DOC-ING
                  AND WS-CIE-ESTADO(WS-CIE-IDX) = 'L'
                   MOVE WS-CIE-IDX TO WS-CIE-POS
                   MOVE 'S' TO WS-RETOMA
               END-IF
           END-PERFORM

           PERFORM 300-VERIFICA-IMPEDIMENTOS
           IF WS-IMPEDIDO = 'S'
               DISPLAY "No se puede cerrar la cuenta."
               EXIT PARAGRAPH
           END-IF

           IF WS-RETOMA = 'S'
               DISPLAY "Cierre ya liquidado el "
                       WS-CIE-FECHA(WS-CIE-POS)
                       "; se retoma el pago del saldo."
           ELSE
               PERFORM 320-DECLARA-CHEQUES
               IF WS-IMPEDIDO = 'S'
                   DISPLAY "No se puede cerrar la cuenta."
                   EXIT PARAGRAPH
               END-IF
               PERFORM 400-CALCULA-LIQUIDACION
               IF WS-IMPEDIDO = 'S'
                   DISPLAY "No se puede cerrar la cuenta."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Confirma el cierre de la cuenta (S/N): "
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
                   DISPLAY "Cierre cancelado."
                   EXIT PARAGRAPH
               END-IF
               PERFORM 450-POSTEA-LIQUIDACION
           END-IF

           PERFORM 500-PAGA-SALDO
           IF WS-CIE-ESTADO(WS-CIE-POS) = 'C'
               PERFORM 600-MARCA-CERRADA
               PERFORM 650-CONSTANCIA
               DISPLAY "Cuenta " WS-DOC-ING " cerrada."
           ELSE
               DISPLAY "La cuenta queda liquidada con saldo a "
                       "pagar; reintente el cierre para pagarlo."
           END-IF.

       300-VERIFICA-IMPEDIMENTOS.
      *    Todo lo que impide cerrar se controla antes de postear
      *    nada, y se informa completo para que el titular lo
      *    resuelva de una vez.
           MOVE 'N' TO WS-IMPEDIDO
           IF WS-MV-SALDO < 0
               MOVE WS-MV-SALDO TO WS-IMP-MONTO
               DISPLAY "La cuenta tiene saldo deudor: " WS-IMP-MONTO
               MOVE 'S' TO WS-IMPEDIDO
           END-IF

           OPEN INPUT EMBARGOS-FILE
           IF WS-EMB-FSTATUS = '00'
               PERFORM UNTIL WS-EMB-FSTATUS NOT = '00'
                   READ EMBARGOS-FILE
                       AT END MOVE '10' TO WS-EMB-FSTATUS
                       NOT AT END
                           IF EMB-DOC = WS-DOC-ING
                              AND EMB-ESTADO = 'A'
                               DISPLAY "Embargo activo: "
                                       EMB-REFERENCIA
                               MOVE 'S' TO WS-IMPEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMBARGOS-FILE
           END-IF

           OPEN INPUT SOBREGIROS-FILE
           IF WS-SOB-FSTATUS = '00'
               PERFORM UNTIL WS-SOB-FSTATUS NOT = '00'
                   READ SOBREGIROS-FILE
                       AT END MOVE '10' TO WS-SOB-FSTATUS
                       NOT AT END
                           IF SOB-DOC = WS-DOC-ING
                              AND SOB-ESTADO = 'A'
                              AND SOB-HASTA >= WS-FECHA-HOY
                               DISPLAY "Acuerdo de sobregiro vigente "
                                       "hasta " SOB-HASTA
                                       "; debe darse de baja."
                               MOVE 'S' TO WS-IMPEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOBREGIROS-FILE
           END-IF

           PERFORM 310-CUENTA-CHEQUES
           IF WS-CHQ-NO-PAGO > 0
               DISPLAY "Cheques con orden de no pago pendiente: "
                       WS-CHQ-NO-PAGO
               MOVE 'S' TO WS-IMPEDIDO
           END-IF

           OPEN INPUT MANDATOS-FILE
           IF WS-MAN-FSTATUS = '00'
               PERFORM UNTIL WS-MAN-FSTATUS NOT = '00'
                   READ MANDATOS-FILE
                       AT END MOVE '10' TO WS-MAN-FSTATUS
                       NOT AT END
                           IF MAN-DOC = WS-DOC-ING
                              AND MAN-ESTADO = 'A'
                               DISPLAY "Mandato de debito directo "
                                       "activo: empresa " MAN-EMPRESA
                                       " ref " MAN-REF-CLIENTE
                               MOVE 'S' TO WS-IMPEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATOS-FILE
           END-IF

           OPEN INPUT DEBAUTO-FILE
           IF WS-DA-FSTATUS = '00'
               PERFORM UNTIL WS-DA-FSTATUS NOT = '00'
                   READ DEBAUTO-FILE
                       AT END MOVE '10' TO WS-DA-FSTATUS
                       NOT AT END
                           IF DA-DOC = WS-DOC-ING
                              AND DA-ESTADO = 'A'
                               DISPLAY "Adhesion a debito automatico "
                                       "activa: " DA-TIPO " " DA-REF
                               MOVE 'S' TO WS-IMPEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBAUTO-FILE
           END-IF

           OPEN INPUT PRENDAS-FILE
           IF WS-PRE-FSTATUS = '00'
               PERFORM UNTIL WS-PRE-FSTATUS NOT = '00'
                   READ PRENDAS-FILE
                       AT END MOVE '10' TO WS-PRE-FSTATUS
                       NOT AT END
                           IF PRE-DOC = WS-DOC-ING
                              AND PRE-ESTADO = 'A'
                               DISPLAY "Plazo fijo " PRE-PF-NRO
                                       " prendado en garantia."
                               MOVE 'S' TO WS-IMPEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRENDAS-FILE
           END-IF.

       310-CUENTA-CHEQUES.
      *    Cheques del titular: E emitido sin presentar, D
      *    denunciado, S con orden de no pago.
           MOVE 0 TO WS-CHQ-EMITIDOS WS-CHQ-NO-PAGO
           OPEN INPUT CHEQUES-FILE
           IF WS-CHEQUES-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-ING TO CHQ-DOC
           MOVE 0 TO CHQ-NRO
           START CHEQUES-FILE KEY IS NOT LESS THAN CHQ-CLAVE
               INVALID KEY MOVE '10' TO WS-CHEQUES-FSTATUS
           END-START
           PERFORM UNTIL WS-CHEQUES-FSTATUS NOT = '00'
               READ CHEQUES-FILE NEXT RECORD
                   AT END MOVE '10' TO WS-CHEQUES-FSTATUS
                   NOT AT END
                       IF CHQ-DOC NOT = WS-DOC-ING
                           MOVE '10' TO WS-CHEQUES-FSTATUS
                       ELSE
                           EVALUATE CHQ-ESTADO
                               WHEN 'E'
                               WHEN 'D'
                                   ADD 1 TO WS-CHQ-EMITIDOS
                               WHEN 'S'
                                   ADD 1 TO WS-CHQ-NO-PAGO
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHEQUES-FILE.

       320-DECLARA-CHEQUES.
           MOVE 'N' TO WS-IMPEDIDO
           IF WS-CHQ-EMITIDOS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "El titular tiene " WS-CHQ-EMITIDOS
                   " cheques sin presentar que se anulan."
           DISPLAY "Declara que no hay cheques en circulacion (S/N): "
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = 'S'
               DISPLAY "Con cheques en circulacion la cuenta no "
                       "puede cerrarse hasta que se presenten."
               MOVE 'S' TO WS-IMPEDIDO
           END-IF.

       330-ANULA-CHEQUES.
           MOVE 0 TO WS-CHQ-ANULADOS
           OPEN I-O CHEQUES-FILE
           IF WS-CHEQUES-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-ING TO CHQ-DOC
           MOVE 0 TO CHQ-NRO
           START CHEQUES-FILE KEY IS NOT LESS THAN CHQ-CLAVE
               INVALID KEY MOVE '10' TO WS-CHEQUES-FSTATUS
           END-START
           PERFORM UNTIL WS-CHEQUES-FSTATUS NOT = '00'
               READ CHEQUES-FILE NEXT RECORD
                   AT END MOVE '10' TO WS-CHEQUES-FSTATUS
                   NOT AT END
                       IF CHQ-DOC NOT = WS-DOC-ING
                           MOVE '10' TO WS-CHEQUES-FSTATUS
                       ELSE
                           IF CHQ-ESTADO = 'E' OR CHQ-ESTADO = 'D'
                               MOVE 'A' TO CHQ-ESTADO
                               REWRITE CHEQUE-RECORD
                               ADD 1 TO WS-CHQ-ANULADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHEQUES-FILE.

       400-CALCULA-LIQUIDACION.
           MOVE 'N' TO WS-IMPEDIDO
           MOVE WS-MV-SALDO TO WS-SALDO-INICIAL
           MOVE 0 TO WS-INTERES WS-MANTENIM WS-COMISION WS-MULTAS

      *    Interes acreedor del mes corrido, que el cierre mensual ya
      *    no va a pagar sobre una cuenta cerrada.
           IF WS-SALDO-INICIAL > 0
               MOVE WS-FECHA-HOY TO WS-PM-FECHA
               IF CUENTA-ES-AHORRO
                   MOVE 'CA-TASA-INT         ' TO WS-PM-CLAVE
                   MOVE CA-TASA-INT-MENSUAL TO WS-TASA
               ELSE
                   MOVE 'TASA-INT-MENSUAL    ' TO WS-PM-CLAVE
                   MOVE TASA-INT-MENSUAL TO WS-TASA
               END-IF
               CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                                   WS-PM-VALOR WS-PM-ENC
               IF WS-PM-ENC = 'S'
                   MOVE WS-PM-VALOR TO WS-TASA
               END-IF
               COMPUTE WS-INTERES ROUNDED =
                   WS-SALDO-INICIAL * WS-TASA * WS-DIA-HOY / 30
           END-IF

      *    Mantenimiento del mes, salvo que el cierre mensual ya lo
      *    haya cobrado.
           PERFORM 415-MANT-YA-COBRADO
           IF WS-MANT-COBRADO = 'N'
               IF CUENTA-ES-AHORRO
                   MOVE 'MANTENIMCA' TO WS-TARIFA-COD
               ELSE
                   MOVE 'MANTENIMCC' TO WS-TARIFA-COD
               END-IF
               PERFORM 410-LEE-TARIFA
               PERFORM 420-APLICA-PAQUETE
               MOVE WS-TARIFA-IMPORTE TO WS-MANTENIM
           END-IF

           MOVE 'CIERRECTA ' TO WS-TARIFA-COD
           PERFORM 410-LEE-TARIFA
           MOVE WS-TARIFA-IMPORTE TO WS-COMISION

           PERFORM 430-CARGA-MULTAS

      *    Lo que se acredita y se debita tributa: el saldo tiene
      *    que alcanzar para los cargos con su retencion.
           PERFORM 440-LEE-EXENTO
           COMPUTE WS-CARGOS = WS-MANTENIM + WS-COMISION + WS-MULTAS
           COMPUTE WS-IMP-ESTIMADO ROUNDED =
               (WS-INTERES + WS-CARGOS) * WS-TASA-IMP
           COMPUTE WS-NETO = WS-SALDO-INICIAL + WS-INTERES
                           - WS-CARGOS - WS-IMP-ESTIMADO

           DISPLAY "------------------------------------"
           DISPLAY "Liquidacion de cierre - " WS-DOC-ING
                   " (" WS-TIPCTA-TIPO " " WS-TIPCTA-MONEDA ")"
           MOVE WS-SALDO-INICIAL TO WS-IMP-MONTO
           DISPLAY "Saldo actual            : " WS-IMP-MONTO
           MOVE WS-INTERES TO WS-IMP-MONTO
           DISPLAY "Interes a la fecha      : " WS-IMP-MONTO
           MOVE WS-MANTENIM TO WS-IMP-MONTO
           DISPLAY "Mantenimiento del mes   : " WS-IMP-MONTO
           MOVE WS-COMISION TO WS-IMP-MONTO
           DISPLAY "Cargo por cierre        : " WS-IMP-MONTO
           MOVE WS-MULTAS TO WS-IMP-MONTO
           DISPLAY "Multas por rechazos     : " WS-IMP-MONTO
           MOVE WS-IMP-ESTIMADO TO WS-IMP-MONTO
           DISPLAY "Impuesto estimado       : " WS-IMP-MONTO
           MOVE WS-NETO TO WS-IMP-MONTO
           DISPLAY "Saldo a pagar (aprox.)  : " WS-IMP-MONTO
           DISPLAY "------------------------------------"
           IF WS-NETO < 0
               DISPLAY "El saldo no alcanza para cancelar los cargos "
                       "pendientes; el titular debe depositar la "
                       "diferencia antes del cierre."
               MOVE 'S' TO WS-IMPEDIDO
           END-IF.

       410-LEE-TARIFA.
      *    Importe vigente de WS-TARIFA-COD a la fecha del dia (ver
      *    TARIFA001): gana la mayor vigencia-desde no futura.
           MOVE 0 TO WS-TARIFA-IMPORTE
           MOVE SPACES TO WS-TARIFA-VIG-MAX
           OPEN INPUT TARIFAS-FILE
           IF WS-TARIFAS-FSTATUS = '00'
               PERFORM UNTIL WS-TARIFAS-FSTATUS NOT = '00'
                   READ TARIFAS-FILE
                       AT END MOVE '10' TO WS-TARIFAS-FSTATUS
                       NOT AT END
                           IF TAR-CODIGO = WS-TARIFA-COD
                              AND TAR-VIG-DESDE <= WS-FECHA-HOY
                              AND TAR-VIG-DESDE > WS-TARIFA-VIG-MAX
                               MOVE TAR-IMPORTE TO WS-TARIFA-IMPORTE
                               MOVE TAR-VIG-DESDE
                                   TO WS-TARIFA-VIG-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF.

       415-MANT-YA-COBRADO.
      *    El mantenimiento cobrado por CIEMEN001 deja constancia de
      *    canal COMISION con la tarifa como referencia.
           MOVE 'N' TO WS-MANT-COBRADO
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
               READ CANAL-FILE
                   AT END MOVE '10' TO WS-CANAL-FSTATUS
                   NOT AT END
                       MOVE SPACES TO WS-CNL-FECHA WS-CNL-CANAL
                                      WS-CNL-ID WS-CNL-DOC
                                      WS-CNL-MONTO WS-CNL-REF
                       UNSTRING CANAL-RECORD DELIMITED BY ';'
                           INTO WS-CNL-FECHA WS-CNL-CANAL WS-CNL-ID
                                WS-CNL-DOC WS-CNL-MONTO WS-CNL-REF
                       END-UNSTRING
                       IF WS-CNL-CANAL = 'COMISION  '
                          AND WS-CNL-DOC = WS-DOC-ING
                          AND WS-CNL-FECHA(1:6) = WS-PERIODO-HOY
                          AND WS-CNL-REF(1:8) = 'MANTENIM'
                           MOVE 'S' TO WS-MANT-COBRADO
                           MOVE '10' TO WS-CANAL-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANAL-FILE.

       420-APLICA-PAQUETE.
      *    Bonificacion del paquete de productos del mes sobre la
      *    tarifa, igual que 815-APLICA-PAQUETE de CIEMEN001.
           MOVE 0 TO WS-EXE-DESCUENTO
           OPEN INPUT EXENCPAQ-FILE
           IF WS-EXENCPAQ-FSTATUS = '00'
               PERFORM UNTIL WS-EXENCPAQ-FSTATUS NOT = '00'
                   READ EXENCPAQ-FILE
                       AT END MOVE '10' TO WS-EXENCPAQ-FSTATUS
                       NOT AT END
                           IF EXP-DOC = WS-DOC-ING
                              AND EXP-TARIFA = WS-TARIFA-COD
                              AND EXP-PERIODO = WS-PERIODO-HOY
                               MOVE EXP-DESCUENTO
                                   TO WS-EXE-DESCUENTO
                               MOVE '10' TO WS-EXENCPAQ-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENCPAQ-FILE
           END-IF
           IF WS-EXE-DESCUENTO > 0
               COMPUTE WS-BONIF ROUNDED =
                   WS-TARIFA-IMPORTE * WS-EXE-DESCUENTO / 100
               SUBTRACT WS-BONIF FROM WS-TARIFA-IMPORTE
           END-IF.

       430-CARGA-MULTAS.
           MOVE 0 TO WS-RCH-COUNT WS-MULTAS
           MOVE 'N' TO WS-RCH-DESBORDE
           OPEN INPUT RECHAZADOS-FILE
           IF WS-RCH-FSTATUS = '00'
               PERFORM UNTIL WS-RCH-FSTATUS NOT = '00'
                   READ RECHAZADOS-FILE
                       AT END MOVE '10' TO WS-RCH-FSTATUS
                       NOT AT END
                           IF WS-RCH-COUNT >= 1000
                               MOVE 'S' TO WS-RCH-DESBORDE
                               MOVE '10' TO WS-RCH-FSTATUS
                           ELSE
                               ADD 1 TO WS-RCH-COUNT
                               MOVE RECHAZADO-RECORD
                                   TO WS-RCH-REG(WS-RCH-COUNT)
                               IF RCH-DOC = WS-DOC-ING
                                  AND RCH-MULTA-ESTADO = 'I'
                                   ADD RCH-MULTA TO WS-MULTAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECHAZADOS-FILE
           END-IF
           IF WS-RCH-DESBORDE = 'S'
               DISPLAY "Registro de rechazos lleno; las multas se "
                       "cobran desde CIEMEN001."
               MOVE 0 TO WS-MULTAS
           END-IF.

       435-MARCA-MULTAS.
           PERFORM VARYING WS-RCH-IDX FROM 1 BY 1
                   UNTIL WS-RCH-IDX > WS-RCH-COUNT
               MOVE WS-RCH-REG(WS-RCH-IDX) TO RECHAZADO-RECORD
               IF RCH-DOC = WS-DOC-ING
                  AND RCH-MULTA-ESTADO = 'I'
                   MOVE 'P' TO RCH-MULTA-ESTADO
                   MOVE WS-FECHA-HOY TO RCH-MULTA-FECHA-PAGO
                   MOVE RECHAZADO-RECORD TO WS-RCH-REG(WS-RCH-IDX)
               END-IF
           END-PERFORM
           OPEN OUTPUT RECHAZADOS-FILE
           PERFORM VARYING WS-RCH-IDX FROM 1 BY 1
                   UNTIL WS-RCH-IDX > WS-RCH-COUNT
               MOVE WS-RCH-REG(WS-RCH-IDX) TO RECHAZADO-RECORD
               WRITE RECHAZADO-RECORD
           END-PERFORM
           CLOSE RECHAZADOS-FILE.

       440-LEE-EXENTO.
           MOVE 'N' TO WS-CLIENTE-EXENTO
           MOVE TASA-IMP-DEBCRE TO WS-TASA-IMP
           OPEN INPUT EXENTOS-FILE
           IF WS-EXENTOS-FSTATUS = '00'
               PERFORM UNTIL WS-EXENTOS-FSTATUS NOT = '00'
                   READ EXENTOS-FILE
                       AT END MOVE '10' TO WS-EXENTOS-FSTATUS
                       NOT AT END
                           IF EXE-DOC = WS-DOC-ING
                               MOVE 'S' TO WS-CLIENTE-EXENTO
                               MOVE '10' TO WS-EXENTOS-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXENTOS-FILE
           END-IF
           IF WS-CLIENTE-EXENTO = 'S'
               MOVE 0 TO WS-TASA-IMP
           END-IF.

       450-POSTEA-LIQUIDACION.
           IF WS-INTERES > 0
               MOVE 'P' TO WS-MV-FUNCION
               MOVE WS-INTERES TO WS-MV-MONTO
               MOVE 'INTERES   ' TO WS-MV-CANAL
               MOVE 'CIERRE DE CUENTA' TO WS-MV-REF
               PERFORM 710-LLAMA-MOVPOST
               IF WS-MV-NEWID = 0
                   DISPLAY "No se pudo acreditar el interes final."
                   MOVE 0 TO WS-INTERES
               END-IF
           END-IF
           IF WS-MANTENIM > 0
               MOVE WS-MANTENIM TO WS-TARIFA-IMPORTE
               IF CUENTA-ES-AHORRO
                   MOVE 'MANTENIMCA' TO WS-MV-REF
               ELSE
                   MOVE 'MANTENIMCC' TO WS-MV-REF
               END-IF
               PERFORM 455-COBRA-CARGO
               IF WS-MV-NEWID = 0
                   MOVE 0 TO WS-MANTENIM
               END-IF
           END-IF
           IF WS-COMISION > 0
               MOVE WS-COMISION TO WS-TARIFA-IMPORTE
               MOVE 'CIERRECTA' TO WS-MV-REF
               PERFORM 455-COBRA-CARGO
               IF WS-MV-NEWID = 0
                   MOVE 0 TO WS-COMISION
               END-IF
           END-IF
           IF WS-MULTAS > 0
               MOVE WS-MULTAS TO WS-TARIFA-IMPORTE
               MOVE 'MULTACHQ' TO WS-MV-REF
               PERFORM 455-COBRA-CARGO
               IF WS-MV-NEWID = 0
                   MOVE 0 TO WS-MULTAS
               ELSE
                   PERFORM 435-MARCA-MULTAS
               END-IF
           END-IF

           PERFORM 330-ANULA-CHEQUES
           PERFORM 460-BAJA-TARJETAS

      *    Desde aca la cuenta figura en el registro de cierres y un
      *    reintento no vuelve a liquidar.
           ADD 1 TO WS-CIE-COUNT
           MOVE WS-CIE-COUNT TO WS-CIE-POS
           MOVE WS-DOC-ING        TO WS-CIE-DOC(WS-CIE-POS)
           MOVE WS-FECHA-HOY      TO WS-CIE-FECHA(WS-CIE-POS)
           MOVE 'L'               TO WS-CIE-ESTADO(WS-CIE-POS)
           MOVE WS-TIPCTA-TIPO    TO WS-CIE-TIPO(WS-CIE-POS)
           MOVE WS-TIPCTA-MONEDA  TO WS-CIE-MONEDA(WS-CIE-POS)
           MOVE WS-SALDO-INICIAL  TO WS-CIE-SALDO-INI(WS-CIE-POS)
           MOVE WS-INTERES        TO WS-CIE-INTERES(WS-CIE-POS)
           MOVE WS-MANTENIM       TO WS-CIE-MANTENIM(WS-CIE-POS)
           MOVE WS-COMISION       TO WS-CIE-COMISION(WS-CIE-POS)
           MOVE WS-MULTAS         TO WS-CIE-MULTAS(WS-CIE-POS)
           MOVE WS-CHQ-ANULADOS   TO WS-CIE-CHQ-ANUL(WS-CIE-POS)
           MOVE WS-TJ-COUNT       TO WS-CIE-TARJ-BAJA(WS-CIE-POS)
           MOVE 'N'               TO WS-CIE-MEDIO(WS-CIE-POS)
           MOVE SPACES            TO WS-CIE-DESTINO(WS-CIE-POS)
           MOVE 0                 TO WS-CIE-PAGADO(WS-CIE-POS)
           MOVE LK-OPERADOR       TO WS-CIE-OPERADOR(WS-CIE-POS)
           PERFORM 120-GRABA-CIERRES.

       455-COBRA-CARGO.
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-TARIFA-IMPORTE * (-1)
           MOVE 'COMISION  ' TO WS-MV-CANAL
           PERFORM 710-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo debitar el cargo " WS-MV-REF
           END-IF.

       460-BAJA-TARJETAS.
      *    Las tarjetas activas vinculadas a la cuenta se dan de baja
      *    por el mismo servicio que usa la ventanilla (TARDEB1 'K',
      *    motivo B).
           MOVE 0 TO WS-TJ-COUNT
           OPEN INPUT TARJDEB-FILE
           IF WS-TDB-FSTATUS = '00'
               PERFORM UNTIL WS-TDB-FSTATUS NOT = '00'
                   READ TARJDEB-FILE
                       AT END MOVE '10' TO WS-TDB-FSTATUS
                       NOT AT END
                           IF TDB-DOC = WS-DOC-ING
                              AND TDB-ESTADO = 'A'
                              AND WS-TJ-COUNT < 20
                               ADD 1 TO WS-TJ-COUNT
                               MOVE TDB-NRO-TARJETA
                                   TO WS-TJ-NRO(WS-TJ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARJDEB-FILE
           END-IF
           PERFORM VARYING WS-TJ-IDX FROM 1 BY 1
                   UNTIL WS-TJ-IDX > WS-TJ-COUNT
               MOVE 'K' TO WS-TDB-FUNCION
               MOVE WS-TJ-NRO(WS-TJ-IDX) TO WS-TDB-NRO
               MOVE SPACES TO WS-TDB-CANAL
               MOVE 0 TO WS-TDB-IMPORTE
               MOVE 'B' TO WS-TDB-MOTIVO
               MOVE LK-OPERADOR TO WS-TDB-TEXTO
               CALL 'TARDEB1' USING WS-TDB-FUNCION WS-TDB-NRO
                                    WS-TDB-CANAL WS-TDB-IMPORTE
                                    WS-TDB-LIM-ATM WS-TDB-LIM-POS
                                    WS-TDB-MOTIVO WS-TDB-TEXTO
                                    WS-TDB-DOC WS-TDB-RESULTADO
           END-PERFORM.

       500-PAGA-SALDO.
           MOVE 'S' TO WS-MV-FUNCION
           PERFORM 700-CONSULTA-SALDO
           IF WS-MV-SALDO < 0
               DISPLAY "La cuenta quedo con saldo deudor; no se cierra."
               EXIT PARAGRAPH
           END-IF
           IF WS-MV-SALDO = 0
               MOVE 'N' TO WS-MEDIO
               MOVE SPACES TO WS-DESTINO
               MOVE 0 TO WS-PAGADO
               IF WS-CIE-POS > 0
                   MOVE WS-CIE-MEDIO(WS-CIE-POS) TO WS-MEDIO
                   MOVE WS-CIE-DESTINO(WS-CIE-POS) TO WS-DESTINO
                   MOVE WS-CIE-PAGADO(WS-CIE-POS) TO WS-PAGADO
               END-IF
               PERFORM 590-CIERRE-PAGADO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MV-SALDO TO WS-IMP-MONTO
           DISPLAY "Saldo a pagar al titular: " WS-IMP-MONTO
           DISPLAY "Medio de pago: E=Efectivo  T=Transferencia a "
                   "otra cuenta del banco  C=CBU de otro banco"
           ACCEPT WS-MEDIO
           MOVE FUNCTION UPPER-CASE(WS-MEDIO) TO WS-MEDIO
           MOVE SPACES TO WS-DESTINO
           EVALUATE WS-MEDIO
               WHEN 'E'
                   CONTINUE
               WHEN 'T'
                   DISPLAY "Documento del titular de la cuenta "
                           "destino: "
                   ACCEPT WS-DOC-DESTINO
                   IF WS-DOC-DESTINO = WS-DOC-ING
                       DISPLAY "La cuenta destino no puede ser la "
                               "que se cierra."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'S' TO WS-MV-FUNCION
                   MOVE 0 TO WS-MV-MONTO
                   PERFORM 720-LLAMA-MOVPOST-DESTINO
                   IF WS-MV-EXISTE NOT = 'S'
                       DISPLAY "El destino no posee cuenta operable."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-DOC-DESTINO TO WS-DESTINO
               WHEN 'C'
                   DISPLAY "CBU destino (22 digitos): "
                   ACCEPT WS-DESTINO
                   CALL 'VALCBU1' USING WS-DESTINO WS-CBU-VALIDO
                   IF WS-CBU-VALIDO NOT = 'S'
                       DISPLAY "CBU invalido."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Medio de pago invalido."
                   EXIT PARAGRAPH
           END-EVALUATE

      *    El debito del pago tributa: se paga el saldo neto de la
      *    retencion, y una pasada mas cubre el centavo que deja el
      *    redondeo del impuesto.
           PERFORM 440-LEE-EXENTO
           MOVE WS-CIE-PAGADO(WS-CIE-POS) TO WS-PAGADO
           MOVE 'S' TO WS-PAGO-OK
           PERFORM VARYING WS-PASADA FROM 1 BY 1
                   UNTIL WS-PASADA > 5 OR WS-PAGO-OK = 'N'
               MOVE 'S' TO WS-MV-FUNCION
               PERFORM 700-CONSULTA-SALDO
               IF WS-MV-SALDO <= 0
                   MOVE 6 TO WS-PASADA
               ELSE
                   PERFORM 510-CALCULA-PAGO
                   EVALUATE WS-MEDIO
                       WHEN 'E'
                           PERFORM 520-PAGA-EFECTIVO
                       WHEN 'T'
                           PERFORM 530-PAGA-TRANSFERENCIA
                       WHEN 'C'
                           PERFORM 540-PAGA-CBU
                   END-EVALUATE
                   IF WS-PAGO-OK = 'S'
                       ADD WS-PAGO TO WS-PAGADO
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-PAGADO TO WS-CIE-PAGADO(WS-CIE-POS)
           MOVE WS-MEDIO TO WS-CIE-MEDIO(WS-CIE-POS)
           MOVE WS-DESTINO TO WS-CIE-DESTINO(WS-CIE-POS)
           MOVE 'S' TO WS-MV-FUNCION
           PERFORM 700-CONSULTA-SALDO
           IF WS-MV-SALDO = 0
               PERFORM 590-CIERRE-PAGADO
           ELSE
               PERFORM 120-GRABA-CIERRES
               MOVE WS-MV-SALDO TO WS-IMP-MONTO
               DISPLAY "Saldo remanente: " WS-IMP-MONTO
           END-IF.

       510-CALCULA-PAGO.
      *    Mayor importe P tal que P + retencion(P) no supera el
      *    saldo.
           IF WS-MV-SALDO > 99999999.99
               MOVE 99999999.99 TO WS-PAGO
           ELSE
               COMPUTE WS-PAGO = WS-MV-SALDO / (1 + WS-TASA-IMP)
           END-IF
           COMPUTE WS-PAGO-IMP ROUNDED = (WS-PAGO + 0.01) * WS-TASA-IMP
           IF WS-PAGO + 0.01 + WS-PAGO-IMP <= WS-MV-SALDO
               ADD 0.01 TO WS-PAGO
           END-IF.

       520-PAGA-EFECTIVO.
           MOVE 'E' TO WS-CS-TIPO
           MOVE WS-PAGO TO WS-CS-MONTO
           MOVE 'N' TO WS-CS-RESULTADO
           CALL 'CAJASES1' USING LK-OPERADOR WS-CS-TIPO
                                 WS-CS-MONTO WS-CS-RESULTADO
           IF WS-CS-RESULTADO NOT = 'S'
               DISPLAY "No tiene sesion de caja abierta; el "
                       "efectivo no puede pagarse todavia."
               MOVE 'N' TO WS-PAGO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-PAGO * (-1)
           MOVE 'VENTANILLA' TO WS-MV-CANAL
           MOVE 'CIERRE DE CUENTA' TO WS-MV-REF
           PERFORM 710-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE 'D' TO WS-CS-TIPO
               CALL 'CAJASES1' USING LK-OPERADOR WS-CS-TIPO
                                     WS-CS-MONTO WS-CS-RESULTADO
               DISPLAY "El posteo fallo; asiento de caja revertido."
               MOVE 'N' TO WS-PAGO-OK
           END-IF.

       530-PAGA-TRANSFERENCIA.
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-PAGO * (-1)
           MOVE 'TRANSFER  ' TO WS-MV-CANAL
           MOVE SPACES TO WS-MV-REF
           STRING "CIERRE A " WS-DOC-DESTINO
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 710-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo debitar la cuenta que se cierra."
               MOVE 'N' TO WS-PAGO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-PAGO TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           STRING "CIERRE DE " WS-DOC-ING
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 720-LLAMA-MOVPOST-DESTINO
      *    La cuenta que se cierra ya fue debitada: el credito que
      *    no entra abre su caso en partidas pendientes.
           IF WS-MV-NEWID = 0
               MOVE WS-DOC-DESTINO TO WS-SP-REF
               PERFORM 550-ABRE-SUSPENSO
           END-IF.

       540-PAGA-CBU.
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-PAGO * (-1)
           MOVE 'INTERBANC ' TO WS-MV-CANAL
           MOVE 'CIERRE DE CUENTA' TO WS-MV-REF
           PERFORM 710-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo debitar la cuenta que se cierra."
               MOVE 'N' TO WS-PAGO-OK
               EXIT PARAGRAPH
           END-IF
      *    Misma cola y numeracion que las salientes de ventanilla:
      *    el proximo archivo de intercambio de TRFINT001 la envia.
           MOVE 'TRFSAL      ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           OPEN I-O PENDIENTES-FILE
           IF WS-PEND-FSTATUS = '35'
               OPEN OUTPUT PENDIENTES-FILE
               CLOSE PENDIENTES-FILE
               OPEN I-O PENDIENTES-FILE
           END-IF
           MOVE WS-SEQ-PRIMER-ID TO PEND-ID
           MOVE 'P'              TO PEND-ESTADO
           MOVE WS-DESTINO       TO PEND-CBU
           MOVE WS-DOC-ING       TO PEND-DOC
           MOVE WS-PAGO          TO PEND-IMPORTE
           MOVE WS-FECHA-HOY     TO PEND-FECHA
           WRITE PENDIENTE-RECORD
               INVALID KEY
                   MOVE '99' TO WS-PEND-FSTATUS
           END-WRITE
           CLOSE PENDIENTES-FILE
           IF WS-PEND-FSTATUS = '99'
               MOVE WS-DESTINO TO WS-SP-REF
               PERFORM 550-ABRE-SUSPENSO
           ELSE
               DISPLAY "Transferencia " WS-SEQ-PRIMER-ID
                       " encolada al CBU " WS-DESTINO
           END-IF.

       550-ABRE-SUSPENSO.
           MOVE 'CIERRECTA ' TO WS-SP-ORIGEN
           MOVE WS-DOC-ING TO WS-SP-DOC
           MOVE WS-PAGO TO WS-SP-IMPORTE
           MOVE 0 TO WS-SP-NRO
           CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC
                                  WS-SP-REF WS-SP-IMPORTE
                                  WS-SP-NRO
           DISPLAY "El pago no pudo completarse; queda en partidas "
                   "pendientes, caso " WS-SP-NRO.

       590-CIERRE-PAGADO.
           IF WS-CIE-POS = 0
      *        Cuenta en cero sin liquidacion previa en el registro
      *        (no hubo nada que postear).
               ADD 1 TO WS-CIE-COUNT
               MOVE WS-CIE-COUNT TO WS-CIE-POS
               MOVE WS-DOC-ING       TO WS-CIE-DOC(WS-CIE-POS)
               MOVE WS-FECHA-HOY     TO WS-CIE-FECHA(WS-CIE-POS)
               MOVE WS-TIPCTA-TIPO   TO WS-CIE-TIPO(WS-CIE-POS)
               MOVE WS-TIPCTA-MONEDA TO WS-CIE-MONEDA(WS-CIE-POS)
               MOVE 0 TO WS-CIE-SALDO-INI(WS-CIE-POS)
                         WS-CIE-INTERES(WS-CIE-POS)
                         WS-CIE-MANTENIM(WS-CIE-POS)
                         WS-CIE-COMISION(WS-CIE-POS)
                         WS-CIE-MULTAS(WS-CIE-POS)
                         WS-CIE-CHQ-ANUL(WS-CIE-POS)
                         WS-CIE-TARJ-BAJA(WS-CIE-POS)
               MOVE LK-OPERADOR      TO WS-CIE-OPERADOR(WS-CIE-POS)
           END-IF
           MOVE 'C' TO WS-CIE-ESTADO(WS-CIE-POS)
           MOVE WS-MEDIO TO WS-CIE-MEDIO(WS-CIE-POS)
           MOVE WS-DESTINO TO WS-CIE-DESTINO(WS-CIE-POS)
           MOVE WS-PAGADO TO WS-CIE-PAGADO(WS-CIE-POS)
           PERFORM 120-GRABA-CIERRES.

       600-MARCA-CERRADA.
      *    Cerrada (C) en el mismo archivo de estados que la
      *    dormancia: MOVPOST1 y los procesos batch la excluyen.
           MOVE 0 TO WS-CTAEST-COUNT
           MOVE 'N' TO WS-CTAEST-DESBORDE
           MOVE 'N' TO WS-CTAEST-HALLADO
           OPEN INPUT CTAEST-FILE
           IF WS-CTAEST-FSTATUS = '00'
               PERFORM UNTIL WS-CTAEST-FSTATUS NOT = '00'
                   READ CTAEST-FILE
                       AT END MOVE '10' TO WS-CTAEST-FSTATUS
                       NOT AT END
                           IF WS-CTAEST-COUNT < 500
                               ADD 1 TO WS-CTAEST-COUNT
                               IF CTAEST-DOC = WS-DOC-ING
                                   MOVE 'C' TO CTAEST-ESTADO
                                   MOVE WS-FECHA-HOY TO CTAEST-FECHA
                                   MOVE 'S' TO WS-CTAEST-HALLADO
                               END-IF
                               MOVE CTAEST-RECORD TO
                                   WS-CTAEST-REG(WS-CTAEST-COUNT)
                           ELSE
                               MOVE 'S' TO WS-CTAEST-DESBORDE
                               MOVE '10' TO WS-CTAEST-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTAEST-FILE
           END-IF
           IF WS-CTAEST-DESBORDE = 'S'
               OR (WS-CTAEST-HALLADO = 'N' AND WS-CTAEST-COUNT >= 500)
               DISPLAY "Archivo de estados de cuenta lleno; la "
                       "cuenta no quedo marcada como cerrada."
               EXIT PARAGRAPH
           END-IF
           IF WS-CTAEST-HALLADO = 'N'
               ADD 1 TO WS-CTAEST-COUNT
               MOVE SPACES TO CTAEST-RECORD
               MOVE WS-DOC-ING   TO CTAEST-DOC
               MOVE 'C'          TO CTAEST-ESTADO
               MOVE WS-FECHA-HOY TO CTAEST-FECHA
               MOVE CTAEST-RECORD TO WS-CTAEST-REG(WS-CTAEST-COUNT)
           END-IF
           OPEN OUTPUT CTAEST-FILE
           PERFORM VARYING WS-CTAEST-IDX FROM 1 BY 1
                   UNTIL WS-CTAEST-IDX > WS-CTAEST-COUNT
               MOVE WS-CTAEST-REG(WS-CTAEST-IDX) TO CTAEST-RECORD
               WRITE CTAEST-RECORD
           END-PERFORM
           CLOSE CTAEST-FILE.

       650-CONSTANCIA.
           OPEN OUTPUT CONSTANCIA-FILE
           MOVE "CONSTANCIA DE CIERRE DE CUENTA" TO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE ALL "=" TO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "TITULAR         : " WS-DOC-ING
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "CUENTA          : " WS-CIE-TIPO(WS-CIE-POS)
                  " " WS-CIE-MONEDA(WS-CIE-POS)
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "FECHA DE CIERRE : " WS-FECHA-HOY
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE SPACES TO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE WS-CIE-SALDO-INI(WS-CIE-POS) TO WS-IMP-MONTO
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "SALDO AL INICIO DEL CIERRE  : " WS-IMP-MONTO
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE WS-CIE-INTERES(WS-CIE-POS) TO WS-IMP-MONTO
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "(+) INTERES FINAL           : " WS-IMP-MONTO
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE WS-CIE-MANTENIM(WS-CIE-POS) TO WS-IMP-MONTO
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "(-) MANTENIMIENTO DEL MES   : " WS-IMP-MONTO
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE WS-CIE-COMISION(WS-CIE-POS) TO WS-IMP-MONTO
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "(-) CARGO POR CIERRE        : " WS-IMP-MONTO
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE WS-CIE-MULTAS(WS-CIE-POS) TO WS-IMP-MONTO
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "(-) MULTAS CHEQUES RECHAZ.  : " WS-IMP-MONTO
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
      *    Lo que falta para cuadrar es la retencion del impuesto a
      *    los debitos y creditos sobre los movimientos del cierre.
           COMPUTE WS-NETO = WS-CIE-SALDO-INI(WS-CIE-POS)
                           + WS-CIE-INTERES(WS-CIE-POS)
                           - WS-CIE-MANTENIM(WS-CIE-POS)
                           - WS-CIE-COMISION(WS-CIE-POS)
                           - WS-CIE-MULTAS(WS-CIE-POS)
                           - WS-CIE-PAGADO(WS-CIE-POS)
           MOVE WS-NETO TO WS-IMP-MONTO
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "(-) IMPUESTO DEB/CRED       : " WS-IMP-MONTO
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE WS-CIE-PAGADO(WS-CIE-POS) TO WS-IMP-MONTO
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "(-) SALDO PAGADO AL TITULAR : " WS-IMP-MONTO
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE 0 TO WS-IMP-MONTO
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "SALDO FINAL                 : " WS-IMP-MONTO
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE SPACES TO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE SPACES TO CONSTANCIA-RECORD
           EVALUATE WS-CIE-MEDIO(WS-CIE-POS)
               WHEN 'E'
                   MOVE "MEDIO DE PAGO   : EFECTIVO EN CAJA"
                       TO CONSTANCIA-RECORD
               WHEN 'T'
                   STRING "MEDIO DE PAGO   : TRANSFERENCIA A "
                          WS-CIE-DESTINO(WS-CIE-POS)
                       DELIMITED BY SIZE INTO CONSTANCIA-RECORD
               WHEN 'C'
                   STRING "MEDIO DE PAGO   : CBU "
                          WS-CIE-DESTINO(WS-CIE-POS)
                       DELIMITED BY SIZE INTO CONSTANCIA-RECORD
               WHEN OTHER
                   MOVE "MEDIO DE PAGO   : SIN SALDO A PAGAR"
                       TO CONSTANCIA-RECORD
           END-EVALUATE
           WRITE CONSTANCIA-RECORD
           MOVE WS-CIE-CHQ-ANUL(WS-CIE-POS) TO WS-IMP-CANT
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "CHEQUES ANULADOS: " WS-IMP-CANT
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE WS-CIE-TARJ-BAJA(WS-CIE-POS) TO WS-IMP-CANT
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "TARJETAS DE DEBITO DADAS DE BAJA: " WS-IMP-CANT
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           MOVE SPACES TO CONSTANCIA-RECORD
           STRING "ESTADO DE LA CUENTA: CERRADA - OPERADOR "
                  LK-OPERADOR
               DELIMITED BY SIZE INTO CONSTANCIA-RECORD
           WRITE CONSTANCIA-RECORD
           CLOSE CONSTANCIA-FILE
           DISPLAY "Constancia de cierre en CIERRE_CUENTA.TXT"

           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'CIERRECTA' TO WS-REP-TIPO
           MOVE 'CIERRE_CUENTA.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING "DOC " WS-DOC-ING
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO.

       700-CONSULTA-SALDO.
           MOVE WS-DOC-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-CANAL WS-MV-REF
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO
                                 WS-MV-EXISTE.

       710-LLAMA-MOVPOST.
           MOVE WS-DOC-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO
                                 WS-MV-EXISTE.

       720-LLAMA-MOVPOST-DESTINO.
           MOVE WS-DOC-DESTINO TO WS-MV-DOC
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO
                                 WS-MV-EXISTE.

       800-CONSULTA-CIERRES.
           PERFORM 110-CARGA-CIERRES
           DISPLAY "Documento (en blanco = todos): "
           MOVE SPACES TO WS-DOC-ING
           ACCEPT WS-DOC-ING
           DISPLAY "DOCUMENTO     FECHA    EST TIPO MON "
                   "      PAGADO MEDIO DESTINO"
           PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
                   UNTIL WS-CIE-IDX > WS-CIE-COUNT
               IF WS-DOC-ING = SPACES
                  OR WS-CIE-DOC(WS-CIE-IDX) = WS-DOC-ING
                   MOVE WS-CIE-PAGADO(WS-CIE-IDX) TO WS-IMP-MONTO2
                   DISPLAY WS-CIE-DOC(WS-CIE-IDX) " "
                           WS-CIE-FECHA(WS-CIE-IDX) "  "
                           WS-CIE-ESTADO(WS-CIE-IDX) "  "
                           WS-CIE-TIPO(WS-CIE-IDX) "  "
                           WS-CIE-MONEDA(WS-CIE-IDX) " "
                           WS-IMP-MONTO2 "  "
                           WS-CIE-MEDIO(WS-CIE-IDX) "   "
                           WS-CIE-DESTINO(WS-CIE-IDX)
               END-IF
           END-PERFORM.

       COPY "CTATIP001".

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM CIECTA001.
