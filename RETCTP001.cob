      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Cola de retenciones por listas de sancionados
      *          (RETENCIONES_CTP.DAT, ver CTPSCR1). El oficial de
      *          cumplimiento (rol COMPLIANCE, OPERROL1) lista las
      *          operaciones retenidas y las libera o rechaza; nadie
      *          decide sobre una retencion que origino el mismo.
      *          Liberar ejecuta la operacion por el camino normal:
      *            ENTRANTE   acredita al cliente (MOVPOST1, canal
      *                       INTERBANC) o, si no tiene cuenta, abre
      *                       la partida pendiente como TRFINT001;
      *            INTERBANC  pasa por el control de a dos (DUALCTL1)
      *                       y debita y encola en TRANSF_PEND.IDX;
      *            BENEFICIAR deja el beneficiario activo en la agenda;
      *            CHQGERENC  debita al comprador importe y tarifa y
      *                       emite el cheque por CHQGALTA1;
      *            PROVEEDOR  debita a la empresa importe y comision
      *                       del medio y paga (credito, transferencia
      *                       o cheque) como PAGPRV001.
      *          Rechazar no mueve fondos; la entrante rechazada queda
      *          inmovilizada como partida pendiente de origen
      *          SANCIONES y el beneficiario rechazado se da de baja.
      *          Cada decision queda en la pista de auditoria via
      *          RegistrarAuditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCTP001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT RETEN-FILE ASSIGN TO "RETENCIONES_CTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FSTATUS.
           SELECT BENEF-FILE ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-FSTATUS.
           SELECT PENDIENTES-FILE ASSIGN TO "TRANSF_PEND.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-FSTATUS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  RETEN-FILE.
       01  RETENCION-RECORD.
           05  RET-NRO                 PIC 9(09).
           05  RET-FECHA               PIC X(08).
           05  RET-ORIGEN              PIC X(10).
           05  RET-DOC-CLI             PIC X(13).
           05  RET-CTP-DOC             PIC X(15).
           05  RET-CTP-NOMBRE          PIC X(50).
           05  RET-LISTA               PIC X(03).
           05  RET-CUENTA              PIC X(22).
           05  RET-IMPORTE             PIC 9(10)V99.
           05  RET-MEDIO               PIC X(01).
           05  RET-REF                 PIC X(20).
           05  RET-SOLICITA            PIC X(30).
           05  RET-ESTADO              PIC X(01).
           05  RET-RESUELVE            PIC X(30).
           05  RET-FECHA-RES           PIC X(08).
           05  RET-DETALLE             PIC X(30).
       FD  BENEF-FILE.
       01  BENEF-RECORD.
           05  BEN-DOC-CLI             PIC X(13).
           05  BEN-ALIAS               PIC X(15).
           05  BEN-CBU                 PIC X(22).
           05  BEN-TITULAR             PIC X(30).
           05  BEN-ESTADO              PIC X(01).
       FD  PENDIENTES-FILE.
       01  PENDIENTE-RECORD.
           05  PEND-ID                 PIC 9(09).
           05  PEND-ESTADO             PIC X(01).
           05  PEND-CBU                PIC X(22).
           05  PEND-DOC                PIC X(13).
           05  PEND-IMPORTE            PIC 9(10)V99.
           05  PEND-FECHA              PIC X(08).
       FD  TARIFAS-FILE.
       01  TARIFA-RECORD.
           05  TAR-CODIGO              PIC X(10).
           05  TAR-DESCRIPCION         PIC X(30).
           05  TAR-IMPORTE             PIC 9(08)V99.
           05  TAR-VIG-DESDE           PIC X(08).

       WORKING-STORAGE SECTION.
      **********************************************************************
      *******                EMBEDDED SQL VARIABLES                  *******
       01 SQLCA.
           05 SQLSTATE PIC X(5).
              88  SQL-SUCCESS           VALUE '00000'.
              88  SQL-RIGHT-TRUNC       VALUE '01004'.
              88  SQL-NODATA            VALUE '02000'.
              88  SQL-DUPLICATE         VALUE '23000' THRU '23999'.
              88  SQL-MULTIPLE-ROWS     VALUE '21000'.
              88  SQL-NULL-NO-IND       VALUE '22002'.
              88  SQL-INVALID-CURSOR-STATE VALUE '24000'.
           05 FILLER   PIC X.
           05 SQLVERSN PIC 99 VALUE 03.
           05 SQLCODE  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQLERRM.
               49 SQLERRML PIC S9(4) COMP-5 VALUE ZERO.
               49 SQLERRMC PIC X(486).
           05 SQLERRD OCCURS 6 TIMES PIC S9(9) COMP-5 VALUE ZERO.
           05 FILLER   PIC X(4).
           05 SQL-HCONN USAGE POINTER VALUE NULL.
       01 SQLV.
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 7.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 7 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 7 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 7 TIMES.
           05 SQL-PREC   PIC X OCCURS 7 TIMES.
      **********************************************************************
       01 SQL-STMT-5.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 6.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 48.
           05 SQL-STMT   PIC X(48) VALUE 'SELECT RegistrarAuditoria(?,?,?,?,
      -    '?,?) FROM DUAL'.
      **********************************************************************
           COPY "BD001".
           COPY "AUDIT0001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-RET-FSTATUS              PIC XX.
       01  WS-BENEF-FSTATUS            PIC XX.
       01  WS-PEND-FSTATUS             PIC XX.
       01  WS-TARIFAS-FSTATUS          PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).

       01  WS-RETENCIONES.
           05  WS-RET OCCURS 300 TIMES.
               10  WS-RET-NRO          PIC 9(09).
               10  WS-RET-FECHA        PIC X(08).
               10  WS-RET-ORIGEN       PIC X(10).
               10  WS-RET-DOC-CLI      PIC X(13).
               10  WS-RET-CTP-DOC      PIC X(15).
               10  WS-RET-CTP-NOMBRE   PIC X(50).
               10  WS-RET-LISTA        PIC X(03).
               10  WS-RET-CUENTA       PIC X(22).
               10  WS-RET-IMPORTE      PIC 9(10)V99.
               10  WS-RET-MEDIO        PIC X(01).
               10  WS-RET-REF          PIC X(20).
               10  WS-RET-SOLICITA     PIC X(30).
               10  WS-RET-ESTADO       PIC X(01).
               10  WS-RET-RESUELVE     PIC X(30).
               10  WS-RET-FECHA-RES    PIC X(08).
               10  WS-RET-DETALLE      PIC X(30).
       01  WS-RET-COUNT                PIC 9(3) VALUE 0.
       01  WS-RET-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-RET-IDX                  PIC 9(3).
       01  WS-RET-SEL                  PIC 9(3).
       01  WS-RET-NRO-ING              PIC 9(9).

       01  WS-BENEFICIARIOS.
           05  WS-BEN OCCURS 300 TIMES.
               10  WS-BEN-DOC-CLI      PIC X(13).
               10  WS-BEN-ALIAS        PIC X(15).
               10  WS-BEN-CBU          PIC X(22).
               10  WS-BEN-TITULAR      PIC X(30).
               10  WS-BEN-ESTADO       PIC X(01).
       01  WS-BEN-COUNT                PIC 9(3) VALUE 0.
       01  WS-BEN-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-BEN-IDX                  PIC 9(3).
       01  WS-BEN-SEL                  PIC 9(3).

       01  WS-OPCION                   PIC 9.
       01  WS-DECISION                 PIC X(1).
       01  WS-MOTIVO-ING               PIC X(30).
       01  WS-EJECUTO-OK               PIC X(1).
       01  WS-DETALLE                  PIC X(30).
       01  WS-NRO-EDIT                 PIC Z(8)9.
       01  WS-MONTO-ED                 PIC ZZZZZZZZZ9.99.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-TARIFA-COD               PIC X(10).
       01  WS-TARIFA-IMPORTE           PIC 9(08)V99.
       01  WS-TARIFA-VIG-MAX           PIC X(08).
       01  WS-TOTAL-DEBITO             PIC 9(10)V99.

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       01  WS-DC-TIPO                  PIC X(10).
       01  WS-DC-RESULT                PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-SP-ORIGEN                PIC X(10).
       01  WS-SP-DOC                   PIC X(13).
       01  WS-SP-REF                   PIC X(22).
       01  WS-SP-IMPORTE               PIC 9(10)V99.
       01  WS-SP-NRO                   PIC 9(09).

       01  WS-CHG-BENEF                PIC X(30).
       01  WS-CHG-NRO                  PIC 9(09).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF WS-OPER-ROL NOT = 'COMPLIANCE'
               DISPLAY "Opcion reservada a rol COMPLIANCE."
               GOBACK
           END-IF
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE LK-OPERADOR TO WT-AUDIT-USUARIO
           PERFORM 0100-INICIO
           PERFORM 100-MENU
           GOBACK.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "  RETENCIONES POR LISTAS (SANCION)  "
           DISPLAY "===================================="
           DISPLAY "1 - Listar retenciones pendientes"
           DISPLAY "2 - Liberar / Rechazar retencion"
           DISPLAY "3 - Listar resueltas"
           DISPLAY "4 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-LISTAR-PENDIENTES
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-RESOLVER
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 250-LISTAR-RESUELTAS
                   PERFORM 100-MENU
               WHEN 4
                   DISPLAY "Regresando..."
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-RETENCIONES.
           MOVE 0 TO WS-RET-COUNT
           MOVE 'N' TO WS-RET-DESBORDE
           OPEN INPUT RETEN-FILE
           IF WS-RET-FSTATUS = '00'
               PERFORM UNTIL WS-RET-FSTATUS NOT = '00'
                   READ RETEN-FILE
                       AT END MOVE '10' TO WS-RET-FSTATUS
                       NOT AT END
                           IF WS-RET-COUNT >= 300
                               MOVE 'S' TO WS-RET-DESBORDE
                               MOVE '10' TO WS-RET-FSTATUS
                           ELSE
                               ADD 1 TO WS-RET-COUNT
                               MOVE RETENCION-RECORD TO
                                   WS-RET(WS-RET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETEN-FILE
           END-IF.
       110-END.

       120-GRABA-RETENCIONES.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-RET-DESBORDE = 'S'
               DISPLAY "RETENCIONES_CTP.DAT supera la tabla de "
                       "trabajo; depure las resueltas."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETEN-FILE
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               MOVE WS-RET(WS-RET-IDX) TO RETENCION-RECORD
               WRITE RETENCION-RECORD
           END-PERFORM
           CLOSE RETEN-FILE.
       120-END.

       130-CARGA-BENEFICIARIOS.
           MOVE 0 TO WS-BEN-COUNT
           MOVE 'N' TO WS-BEN-DESBORDE
           OPEN INPUT BENEF-FILE
           IF WS-BENEF-FSTATUS = '00'
               PERFORM UNTIL WS-BENEF-FSTATUS NOT = '00'
                   READ BENEF-FILE
                       AT END MOVE '10' TO WS-BENEF-FSTATUS
                       NOT AT END
                           IF WS-BEN-COUNT >= 300
                               MOVE 'S' TO WS-BEN-DESBORDE
                               MOVE '10' TO WS-BENEF-FSTATUS
                           ELSE
                               ADD 1 TO WS-BEN-COUNT
                               MOVE BENEF-RECORD TO
                                   WS-BEN(WS-BEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEF-FILE
           END-IF.
       130-END.

       135-GRABA-BENEFICIARIOS.
           OPEN OUTPUT BENEF-FILE
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-BEN-COUNT
               MOVE WS-BEN(WS-BEN-IDX) TO BENEF-RECORD
               WRITE BENEF-RECORD
           END-PERFORM
           CLOSE BENEF-FILE.
       135-END.

       200-LISTAR-PENDIENTES.
           PERFORM 110-CARGA-RETENCIONES
           DISPLAY "NRO       FECHA    ORIGEN     CLIENTE       "
                   "IMPORTE       LST CONTRAPARTE"
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-RET-ESTADO(WS-RET-IDX) = 'R'
                   MOVE WS-RET-IMPORTE(WS-RET-IDX) TO WS-MONTO-ED
                   DISPLAY WS-RET-NRO(WS-RET-IDX) " "
                           WS-RET-FECHA(WS-RET-IDX) " "
                           WS-RET-ORIGEN(WS-RET-IDX) " "
                           WS-RET-DOC-CLI(WS-RET-IDX) " "
                           WS-MONTO-ED " "
                           WS-RET-LISTA(WS-RET-IDX) " "
                           WS-RET-CTP-NOMBRE(WS-RET-IDX)(1:30)
               END-IF
           END-PERFORM.
       200-END.

       250-LISTAR-RESUELTAS.
           PERFORM 110-CARGA-RETENCIONES
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-RET-ESTADO(WS-RET-IDX) NOT = 'R'
                   MOVE WS-RET-IMPORTE(WS-RET-IDX) TO WS-MONTO-ED
                   DISPLAY WS-RET-NRO(WS-RET-IDX) " "
                           WS-RET-ORIGEN(WS-RET-IDX) " "
                           WS-MONTO-ED " "
                           WS-RET-ESTADO(WS-RET-IDX) " "
                           WS-RET-FECHA-RES(WS-RET-IDX)
                           " resolvio " WS-RET-RESUELVE(WS-RET-IDX)
                   DISPLAY "          " WS-RET-DETALLE(WS-RET-IDX)
               END-IF
           END-PERFORM.
       250-END.

       300-RESOLVER.
           PERFORM 200-LISTAR-PENDIENTES
           IF WS-RET-DESBORDE = 'S'
               DISPLAY "RETENCIONES_CTP.DAT supera la tabla de "
                       "trabajo; depure las resueltas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de retencion (0 = volver): "
           ACCEPT WS-RET-NRO-ING
           IF WS-RET-NRO-ING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RET-SEL
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               IF WS-RET-NRO(WS-RET-IDX) = WS-RET-NRO-ING
                  AND WS-RET-ESTADO(WS-RET-IDX) = 'R'
                   MOVE WS-RET-IDX TO WS-RET-SEL
                   MOVE WS-RET-COUNT TO WS-RET-IDX
               END-IF
           END-PERFORM
           IF WS-RET-SEL = 0
               DISPLAY "No existe la retencion pendiente."
               EXIT PARAGRAPH
           END-IF
           IF WS-RET-SOLICITA(WS-RET-SEL) = LK-OPERADOR
               DISPLAY "No puede resolver una retencion originada "
                       "por usted mismo."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RET-IMPORTE(WS-RET-SEL) TO WS-MONTO-ED
           DISPLAY "Origen      : " WS-RET-ORIGEN(WS-RET-SEL)
                   " cliente " WS-RET-DOC-CLI(WS-RET-SEL)
           DISPLAY "Contraparte : " WS-RET-CTP-DOC(WS-RET-SEL) " "
                   WS-RET-CTP-NOMBRE(WS-RET-SEL)
           DISPLAY "Cuenta      : " WS-RET-CUENTA(WS-RET-SEL)
                   " importe " WS-MONTO-ED
                   " ref " WS-RET-REF(WS-RET-SEL)
           DISPLAY "Decision (L=Liberar R=Rechazar): "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           IF WS-DECISION NOT = 'L' AND WS-DECISION NOT = 'R'
               DISPLAY "Decision invalida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fundamento de la decision: "
           ACCEPT WS-MOTIVO-ING
           IF WS-MOTIVO-ING = SPACES
               DISPLAY "El fundamento es obligatorio."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EJECUTO-OK
           MOVE SPACES TO WS-DETALLE
           IF WS-DECISION = 'L'
               PERFORM 400-LIBERA
           ELSE
               PERFORM 500-RECHAZA
           END-IF
           IF WS-EJECUTO-OK NOT = 'S'
               DISPLAY "La decision no pudo ejecutarse; la retencion "
                       "sigue pendiente."
               EXIT PARAGRAPH
           END-IF
           IF WS-DECISION = 'L'
               MOVE 'L' TO WS-RET-ESTADO(WS-RET-SEL)
           ELSE
               MOVE 'X' TO WS-RET-ESTADO(WS-RET-SEL)
           END-IF
           MOVE LK-OPERADOR TO WS-RET-RESUELVE(WS-RET-SEL)
           MOVE WS-FECHA-HOY TO WS-RET-FECHA-RES(WS-RET-SEL)
           MOVE WS-MOTIVO-ING TO WS-RET-DETALLE(WS-RET-SEL)
           PERFORM 120-GRABA-RETENCIONES
           MOVE 'RETENCIONES_CTP' TO WT-AUDIT-TABLA
           MOVE WS-RET-NRO(WS-RET-SEL) TO WS-NRO-EDIT
           MOVE WS-NRO-EDIT TO WT-AUDIT-ID-REG
           MOVE 'ESTADO' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT WT-AUDIT-VALOR-NUE
           STRING "R " WS-RET-ORIGEN(WS-RET-SEL) " "
                  WS-RET-LISTA(WS-RET-SEL)
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-ANT
           STRING WS-RET-ESTADO(WS-RET-SEL) " " WS-MOTIVO-ING
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 900-REGISTRA-AUDITORIA
           IF WS-DETALLE NOT = SPACES
               MOVE 'EJECUCION' TO WT-AUDIT-CAMPO
               MOVE SPACES TO WT-AUDIT-VALOR-ANT
               MOVE WS-DETALLE TO WT-AUDIT-VALOR-NUE
               PERFORM 900-REGISTRA-AUDITORIA
           END-IF
           DISPLAY "Retencion " WS-RET-NRO(WS-RET-SEL) " resuelta: "
                   WS-RET-ESTADO(WS-RET-SEL) " " WS-DETALLE.
       300-END.

       400-LIBERA.
           EVALUATE WS-RET-ORIGEN(WS-RET-SEL)
               WHEN 'ENTRANTE  '
                   PERFORM 410-LIBERA-ENTRANTE
               WHEN 'INTERBANC '
                   PERFORM 420-LIBERA-SALIENTE
               WHEN 'BENEFICIAR'
                   PERFORM 430-LIBERA-BENEFICIARIO
               WHEN 'CHQGERENC '
                   PERFORM 440-LIBERA-CHEQUE
               WHEN 'PROVEEDOR '
                   PERFORM 450-LIBERA-PROVEEDOR
               WHEN OTHER
                   DISPLAY "Origen desconocido: "
                           WS-RET-ORIGEN(WS-RET-SEL)
           END-EVALUATE.
       400-END.

       410-LIBERA-ENTRANTE.
      *    Mismo camino que TRFINT001 410: credito al cliente o, si
      *    no tiene cuenta acreditable, partida pendiente.
           MOVE 'INTERBANC ' TO WS-MV-CANAL
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-RET-DOC-CLI(WS-RET-SEL) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE = 'S'
               MOVE 'P' TO WS-MV-FUNCION
               MOVE WS-RET-IMPORTE(WS-RET-SEL) TO WS-MV-MONTO
               STRING "CBU=" WS-RET-CUENTA(WS-RET-SEL)(1:14)
                   DELIMITED BY SIZE INTO WS-MV-REF
               PERFORM 700-LLAMA-MOVPOST
               IF WS-MV-NEWID > 0
                   MOVE 'S' TO WS-EJECUTO-OK
                   MOVE "ACREDITADA AL CLIENTE" TO WS-DETALLE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'INTERBANC ' TO WS-SP-ORIGEN
           PERFORM 460-ABRE-SUSPENSO
           MOVE 'S' TO WS-EJECUTO-OK
           MOVE WS-SP-NRO TO WS-NRO-EDIT
           STRING "SIN CUENTA, SUSPENSO " WS-NRO-EDIT
               DELIMITED BY SIZE INTO WS-DETALLE.
       410-END.

       420-LIBERA-SALIENTE.
      *    La saliente liberada sigue sujeta al control de a dos de
      *    su importe, a nombre de quien la solicito; si no lo
      *    requiere se debita y encola como TRFINT001 200.
           MOVE 'INTERBANC ' TO WS-MV-CANAL
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-RET-DOC-CLI(WS-RET-SEL) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "La cuenta origen no esta operable (estado "
                       WS-MV-EXISTE ")."
               EXIT PARAGRAPH
           END-IF
           IF WS-RET-IMPORTE(WS-RET-SEL) > WS-MV-SALDO
               DISPLAY "Fondos insuficientes en la cuenta origen."
               EXIT PARAGRAPH
           END-IF
           MOVE 'INTERBANC ' TO WS-DC-TIPO
           MOVE 'N' TO WS-DC-RESULT
           CALL 'DUALCTL1' USING WS-DC-TIPO
                                 WS-RET-DOC-CLI(WS-RET-SEL)
                                 WS-RET-CUENTA(WS-RET-SEL)
                                 WS-RET-IMPORTE(WS-RET-SEL)
                                 WS-RET-SOLICITA(WS-RET-SEL)
                                 WS-DC-RESULT
           IF WS-DC-RESULT = 'E'
               MOVE 'S' TO WS-EJECUTO-OK
               MOVE "A CONTROL DE A DOS" TO WS-DETALLE
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-RET-IMPORTE(WS-RET-SEL) * (-1)
           STRING "CBU=" WS-RET-CUENTA(WS-RET-SEL)(1:14)
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo debitar la cuenta origen."
               EXIT PARAGRAPH
           END-IF
           PERFORM 470-ENCOLA-SALIENTE
           IF WS-PEND-FSTATUS = '99'
               DISPLAY "No se pudo encolar; se revierte el debito."
               MOVE 'P' TO WS-MV-FUNCION
               MOVE WS-RET-IMPORTE(WS-RET-SEL) TO WS-MV-MONTO
               PERFORM 700-LLAMA-MOVPOST
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-EJECUTO-OK
           MOVE WS-SEQ-PRIMER-ID TO WS-NRO-EDIT
           STRING "ENCOLADA TRANSF " WS-NRO-EDIT
               DELIMITED BY SIZE INTO WS-DETALLE.
       420-END.

       430-LIBERA-BENEFICIARIO.
           PERFORM 130-CARGA-BENEFICIARIOS
           IF WS-BEN-DESBORDE = 'S'
               DISPLAY "BENEFICIARIOS.DAT supera la tabla de "
                       "trabajo; no se regraba."
               EXIT PARAGRAPH
           END-IF
           PERFORM 480-BUSCA-BENEFICIARIO
           IF WS-BEN-SEL = 0
      *        Dado de baja por el cliente mientras estaba retenido:
      *        no queda nada que activar.
               MOVE 'S' TO WS-EJECUTO-OK
               MOVE "BENEFICIARIO YA NO RETENIDO" TO WS-DETALLE
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-BEN-ESTADO(WS-BEN-SEL)
           PERFORM 135-GRABA-BENEFICIARIOS
           MOVE 'S' TO WS-EJECUTO-OK
           MOVE "BENEFICIARIO ACTIVADO" TO WS-DETALLE.
       430-END.

       440-LIBERA-CHEQUE.
      *    Como CHQGER001 200 con debito en cuenta: importe mas
      *    tarifa CHQGERENC y alta del instrumento por CHQGALTA1.
           MOVE 'VENTANILLA' TO WS-MV-CANAL
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-RET-DOC-CLI(WS-RET-SEL) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "El comprador no posee cuenta debitable."
               EXIT PARAGRAPH
           END-IF
           MOVE 'CHQGERENC ' TO WS-TARIFA-COD
           PERFORM 490-LEE-TARIFA
           COMPUTE WS-TOTAL-DEBITO =
               WS-RET-IMPORTE(WS-RET-SEL) + WS-TARIFA-IMPORTE
           IF WS-TOTAL-DEBITO > WS-MV-SALDO
               DISPLAY "Fondos insuficientes (importe mas tarifa)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-TOTAL-DEBITO * (-1)
           MOVE 'CHQGERENC' TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo debitar al comprador."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RET-CTP-NOMBRE(WS-RET-SEL) TO WS-CHG-BENEF
           MOVE 0 TO WS-CHG-NRO
           CALL 'CHQGALTA1' USING WS-RET-DOC-CLI(WS-RET-SEL)
                                  WS-CHG-BENEF
                                  WS-RET-IMPORTE(WS-RET-SEL)
                                  LK-OPERADOR WS-CHG-NRO
           MOVE 'S' TO WS-EJECUTO-OK
           IF WS-CHG-NRO = 0
      *        Cobrado y sin instrumento: el importe queda como
      *        partida pendiente del comprador.
               MOVE 'CHQGERENC ' TO WS-SP-ORIGEN
               PERFORM 460-ABRE-SUSPENSO
               MOVE WS-SP-NRO TO WS-NRO-EDIT
               STRING "CHEQUE NO EMITIDO, SUSP " WS-NRO-EDIT
                   DELIMITED BY SIZE INTO WS-DETALLE
           ELSE
               MOVE WS-CHG-NRO TO WS-NRO-EDIT
               STRING "CHEQUE GERENCIA " WS-NRO-EDIT
                   DELIMITED BY SIZE INTO WS-DETALLE
           END-IF.
       440-END.

       450-LIBERA-PROVEEDOR.
      *    Debito propio a la empresa por el pago liberado y la
      *    comision de su medio, como PAGPRV001 350 / 400.
           MOVE 'PROVEEDOR ' TO WS-MV-CANAL
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-RET-DOC-CLI(WS-RET-SEL) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "La cuenta de la empresa no admite debitos."
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-RET-MEDIO(WS-RET-SEL)
               WHEN 'C'
                   MOVE 'PAGPRV-CTA' TO WS-TARIFA-COD
               WHEN 'T'
                   MOVE 'PAGPRV-TRF' TO WS-TARIFA-COD
               WHEN OTHER
                   MOVE 'PAGPRV-CHQ' TO WS-TARIFA-COD
           END-EVALUATE
           PERFORM 490-LEE-TARIFA
           COMPUTE WS-TOTAL-DEBITO =
               WS-RET-IMPORTE(WS-RET-SEL) + WS-TARIFA-IMPORTE
           IF WS-TOTAL-DEBITO > WS-MV-SALDO
               DISPLAY "Fondos insuficientes (pago mas comision)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-RET-IMPORTE(WS-RET-SEL) * (-1)
           STRING "PAGO PROV " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo debitar a la empresa."
               EXIT PARAGRAPH
           END-IF
           IF WS-TARIFA-IMPORTE > 0
               MOVE 'P' TO WS-MV-FUNCION
               COMPUTE WS-MV-MONTO = WS-TARIFA-IMPORTE * (-1)
               MOVE 'COM PAGO PROV' TO WS-MV-REF
               PERFORM 700-LLAMA-MOVPOST
           END-IF
           MOVE 'S' TO WS-EJECUTO-OK
           EVALUATE WS-RET-MEDIO(WS-RET-SEL)
               WHEN 'C'
                   MOVE 'P' TO WS-MV-FUNCION
                   MOVE WS-RET-CUENTA(WS-RET-SEL)(1:13) TO WS-MV-DOC
                   MOVE WS-RET-IMPORTE(WS-RET-SEL) TO WS-MV-MONTO
                   MOVE SPACES TO WS-MV-REF
                   STRING "FC " WS-RET-REF(WS-RET-SEL)
                       DELIMITED BY SIZE INTO WS-MV-REF
                   PERFORM 700-LLAMA-MOVPOST
                   IF WS-MV-NEWID > 0
                       MOVE "ACREDITADO AL PROVEEDOR" TO WS-DETALLE
                   END-IF
               WHEN 'T'
                   PERFORM 470-ENCOLA-SALIENTE
                   IF WS-PEND-FSTATUS NOT = '99'
                       MOVE WS-SEQ-PRIMER-ID TO WS-NRO-EDIT
                       STRING "ENCOLADA TRANSF " WS-NRO-EDIT
                           DELIMITED BY SIZE INTO WS-DETALLE
                   END-IF
               WHEN OTHER
                   MOVE WS-RET-CTP-NOMBRE(WS-RET-SEL) TO WS-CHG-BENEF
                   MOVE 0 TO WS-CHG-NRO
                   CALL 'CHQGALTA1' USING WS-RET-DOC-CLI(WS-RET-SEL)
                                          WS-CHG-BENEF
                                          WS-RET-IMPORTE(WS-RET-SEL)
                                          LK-OPERADOR WS-CHG-NRO
                   IF WS-CHG-NRO > 0
                       MOVE WS-CHG-NRO TO WS-NRO-EDIT
                       STRING "CHEQUE GERENCIA " WS-NRO-EDIT
                           DELIMITED BY SIZE INTO WS-DETALLE
                   END-IF
           END-EVALUATE
      *    Empresa ya debitada y pago fallido: partida pendiente,
      *    igual que PAGPRV001 450.
           IF WS-DETALLE = SPACES
               MOVE 'PROVEEDOR ' TO WS-SP-ORIGEN
               PERFORM 460-ABRE-SUSPENSO
               MOVE WS-SP-NRO TO WS-NRO-EDIT
               STRING "PAGO NO EJECUTADO, SUSP " WS-NRO-EDIT
                   DELIMITED BY SIZE INTO WS-DETALLE
           END-IF.
       450-END.

       460-ABRE-SUSPENSO.
      *    Entrada: WS-SP-ORIGEN. El resto sale de la retencion.
           MOVE WS-RET-DOC-CLI(WS-RET-SEL) TO WS-SP-DOC
           MOVE SPACES TO WS-SP-REF
           IF WS-SP-ORIGEN = 'PROVEEDOR '
               STRING "FC " WS-RET-REF(WS-RET-SEL)
                   DELIMITED BY SIZE INTO WS-SP-REF
           ELSE
               MOVE WS-RET-CUENTA(WS-RET-SEL) TO WS-SP-REF
           END-IF
           MOVE WS-RET-IMPORTE(WS-RET-SEL) TO WS-SP-IMPORTE
           MOVE 0 TO WS-SP-NRO
           CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC WS-SP-REF
                                  WS-SP-IMPORTE WS-SP-NRO.
       460-END.

       470-ENCOLA-SALIENTE.
      *    Misma cola y numeracion (entidad TRFSAL) que TRFINT001;
      *    deja WS-PEND-FSTATUS en '99' si no pudo encolar.
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
           IF WS-PEND-FSTATUS NOT = '00'
               MOVE '99' TO WS-PEND-FSTATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEQ-PRIMER-ID TO PEND-ID
           MOVE 'P' TO PEND-ESTADO
           MOVE WS-RET-CUENTA(WS-RET-SEL) TO PEND-CBU
           MOVE WS-RET-DOC-CLI(WS-RET-SEL) TO PEND-DOC
           MOVE WS-RET-IMPORTE(WS-RET-SEL) TO PEND-IMPORTE
           MOVE WS-FECHA-HOY TO PEND-FECHA
           WRITE PENDIENTE-RECORD
               INVALID KEY
                   MOVE '99' TO WS-PEND-FSTATUS
           END-WRITE
           CLOSE PENDIENTES-FILE.
       470-END.

       480-BUSCA-BENEFICIARIO.
           MOVE 0 TO WS-BEN-SEL
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-BEN-COUNT
               IF WS-BEN-DOC-CLI(WS-BEN-IDX) =
                  WS-RET-DOC-CLI(WS-RET-SEL)
                  AND WS-BEN-ALIAS(WS-BEN-IDX) =
                      WS-RET-REF(WS-RET-SEL)(1:15)
                  AND WS-BEN-ESTADO(WS-BEN-IDX) = 'S'
                   MOVE WS-BEN-IDX TO WS-BEN-SEL
                   MOVE WS-BEN-COUNT TO WS-BEN-IDX
               END-IF
           END-PERFORM.
       480-END.

       490-LEE-TARIFA.
      *    Importe vigente de WS-TARIFA-COD a la fecha; sin tarifa
      *    cargada es cero y no se cobra.
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
       490-END.

       500-RECHAZA.
      *    Rechazar no mueve fondos salvo la entrante, que ya esta
      *    en la cuenta de liquidacion: queda inmovilizada como
      *    partida pendiente de origen SANCIONES.
           EVALUATE WS-RET-ORIGEN(WS-RET-SEL)
               WHEN 'ENTRANTE  '
                   MOVE 'SANCIONES ' TO WS-SP-ORIGEN
                   PERFORM 460-ABRE-SUSPENSO
                   MOVE WS-SP-NRO TO WS-NRO-EDIT
                   STRING "INMOVILIZADA, SUSP " WS-NRO-EDIT
                       DELIMITED BY SIZE INTO WS-DETALLE
               WHEN 'BENEFICIAR'
                   PERFORM 130-CARGA-BENEFICIARIOS
                   IF WS-BEN-DESBORDE = 'S'
                       DISPLAY "BENEFICIARIOS.DAT supera la tabla "
                               "de trabajo; no se regraba."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 480-BUSCA-BENEFICIARIO
                   IF WS-BEN-SEL > 0
                       MOVE 'B' TO WS-BEN-ESTADO(WS-BEN-SEL)
                       PERFORM 135-GRABA-BENEFICIARIOS
                       MOVE "BENEFICIARIO DADO DE BAJA" TO WS-DETALLE
                   END-IF
           END-EVALUATE
           MOVE 'S' TO WS-EJECUTO-OK.
       500-END.

       700-LLAMA-MOVPOST.
      *    El canal lo fija cada origen antes de llamar.
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       900-REGISTRA-AUDITORIA.
      *    EXEC SQL
      *        SELECT RegistrarAuditoria(:WT-AUDIT-TABLA,
      *               :WT-AUDIT-ID-REG, :WT-AUDIT-CAMPO,
      *               :WT-AUDIT-VALOR-ANT, :WT-AUDIT-VALOR-NUE,
      *               :WT-AUDIT-USUARIO) INTO :WT-AUDIT-RESULT
      *          FROM DUAL;
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-5 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 WT-AUDIT-RESULT
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 1 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WT-AUDIT-TABLA
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 30 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 WT-AUDIT-ID-REG
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 20 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 WT-AUDIT-CAMPO
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 30 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 WT-AUDIT-VALOR-ANT
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 30 TO SQL-LEN(5)
               SET SQL-ADDR(6) TO ADDRESS OF
                 WT-AUDIT-VALOR-NUE
               MOVE 'X' TO SQL-TYPE(6)
               MOVE 30 TO SQL-LEN(6)
               SET SQL-ADDR(7) TO ADDRESS OF
                 WT-AUDIT-USUARIO
               MOVE 'X' TO SQL-TYPE(7)
               MOVE 30 TO SQL-LEN(7)
               MOVE 7 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-5
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-5
                               SQLCA
           CALL 'OCSQLCMT' USING SQLCA END-CALL
                   .
       900-END.

       COPY "DBPARM001".

       0100-INICIO.
      *-----------------------------------------------------------------
      * CONNECT TO THE DATABASE
      *-----------------------------------------------------------------
           PERFORM 0105-LOAD-DB-PARAMS.
           STRING  'DRIVER={MySQL ODBC 8.0 ANSI Driver};'
                   'SERVER=',DB-HOST,';'
                   'PORT=',DB-PORT,';'
                   'DATABASE=',DB-NAME,';'
                   'USER=',DB-USER,';'
                   'PASSWORD=',DB-PASSWORD,';'
                   'COMRESSED_PROTO=0;'
                   INTO BUFFER.
           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING BUFFER
                               SQL-LEN(1)
                               SQLCA
           END-CALL.
       END PROGRAM RETCTP001.
