      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Modulo de prestamos personales. Segundo producto de
      *          credito, sin garantia: el otorgamiento controla KYC
      *          (KYCCHK1), el score del buro contra el piso
      *          SCORE-MINIMO (por debajo, o sin score, decide un
      *          SUPERVISOR via SUPAUT1) y avisa la exposicion del
      *          grupo economico (GRUPEXP1, techo TOPE-GRUPO-ECO).
      *          El capital se acredita en la cuenta del cliente via
      *          MOVPOST1 (canal PRESTAMOS) y se arma el cronograma
      *          en sistema frances con la tasa TNA-PREST-PERS de
      *          PARAMETROS.DAT, una cuota por mes con vencimiento el
      *          dia 1 de cada mes siguiente. PRESTAMOS.DAT guarda el
      *          prestamo (saldo de capital y estado V vigente,
      *          C cancelado, P precancelado) y PREST_CUOTAS.DAT las
      *          cuotas (P pendiente, C cobrada, A anulada). El cobro
      *          de cuotas (ventanilla y debito automatico) pasa por
      *          PRECOB1. La precancelacion total o parcial cobra el
      *          capital mas la comision PREST-COMIS-PRECAN (%) y,
      *          si es parcial, recalcula las cuotas pendientes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPER001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREST-FSTATUS.
           SELECT CUOTAS-FILE ASSIGN TO "PREST_CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUOTAS-FSTATUS.
           SELECT SCORES-FILE ASSIGN TO "SCORES_BUREAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORES-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
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
       FD  SCORES-FILE.
       01  SCORE-RECORD.
           05  SCO-DOC                 PIC X(13).
           05  SCO-SCORE               PIC 9(04).
           05  SCO-FECHA               PIC X(08).
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).

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
       01 SQL-STMT-0.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 73.
           05 SQL-STMT   PIC X(73) VALUE 'SELECT ID_CLIENTE FROM BANCO.C
      -    'LIENTES WHERE DOC_CLIENTE = TRIM(?) LIMIT 1'.
      **********************************************************************
       01 SQL-STMT-5.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 6.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 48.
           05 SQL-STMT   PIC X(48) VALUE 'SELECT RegistrarAuditoria(?,?,
      -    '?,?,?,?) FROM DUAL'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(11) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
           COPY "AUDIT0001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  WT-DOC-CLI              PIC X(13).
       01  WS-CONECTADO                PIC X VALUE 'N'.
       01  WS-PREST-FSTATUS            PIC XX.
       01  WS-CUOTAS-FSTATUS           PIC XX.
       01  WS-SCORES-FSTATUS           PIC XX.

       01  WS-PRESTAMOS.
           05  WS-PP OCCURS 500 TIMES.
               10  WS-PP-NRO           PIC 9(06).
               10  WS-PP-DOC           PIC X(13).
               10  WS-PP-ID-CLIENTE    PIC 9(10).
               10  WS-PP-CAPITAL       PIC 9(10)V99.
               10  WS-PP-TASA          PIC 9(03)V99.
               10  WS-PP-CUOTAS        PIC 9(03).
               10  WS-PP-CUOTA-IMP     PIC 9(10)V99.
               10  WS-PP-SALDO         PIC 9(10)V99.
               10  WS-PP-FECHA-ALTA    PIC X(08).
               10  WS-PP-SCORE         PIC 9(04).
               10  WS-PP-OPERADOR      PIC X(30).
               10  WS-PP-APROBADOR     PIC X(30).
               10  WS-PP-ESTADO        PIC X(01).
       01  WS-PP-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PP-IDX                   PIC 9(3).
       01  WS-PP-SEL                   PIC 9(3).
       01  WS-PP-NRO-MAX               PIC 9(6) VALUE 0.
       01  WS-CUOTAS.
           05  WS-PC OCCURS 3000 TIMES.
               10  WS-PC-NRO           PIC 9(06).
               10  WS-PC-CUOTA         PIC 9(03).
               10  WS-PC-DOC           PIC X(13).
               10  WS-PC-ID-CLIENTE    PIC 9(10).
               10  WS-PC-VTO           PIC X(08).
               10  WS-PC-CAPITAL       PIC 9(10)V99.
               10  WS-PC-INTERES       PIC 9(10)V99.
               10  WS-PC-IMPORTE       PIC 9(10)V99.
               10  WS-PC-ESTADO        PIC X(01).
               10  WS-PC-FECHA-PAGO    PIC X(08).
               10  WS-PC-CANAL         PIC X(10).
       01  WS-PC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PC-IDX                   PIC 9(4).
       01  WS-DESBORDE                 PIC X(1) VALUE 'N'.

       01  WS-OPCION                   PIC 9.
       01  WS-DOC-CLI                  PIC X(13).
       01  WS-ID-CLIENTE               PIC 9(10).
       01  WS-NRO-ING                  PIC 9(6).
       01  WS-CAPITAL-ING              PIC 9(10)V99.
       01  WS-CUOTAS-ING               PIC 9(3).
       01  WS-TASA-ING                 PIC 9(3)V99.
       01  WS-CONFIRMA                 PIC X(1).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-APROBADOR                PIC X(30).
       01  WS-AUT-RESULTADO            PIC X(01).

      *    Sistema frances (misma formula que SIMHIP001).
       01  WS-I                        PIC 9V9(9).
       01  WS-PMT                      PIC 9(11)V99.
       01  WS-SALDO-CR                 PIC S9(11)V99.
       01  WS-INTERES-CUO              PIC 9(10)V99.
       01  WS-CAPITAL-CUO              PIC S9(10)V99.
       01  WS-N                        PIC 9(3).
       01  WS-N-TOTAL                  PIC 9(3).
       01  WS-VTO-ANIO                 PIC 9(4).
       01  WS-VTO-MES                  PIC 9(2).
       01  WS-VTO-FECHA                PIC X(8).

       01  WS-SCORE-HAY                PIC X(1).
       01  WS-SCORE-VAL                PIC 9(4).
       01  WS-SCORE-FECHA              PIC X(8).
       01  WS-SCORE-MINIMO             PIC 9(4).
       01  WS-SCORE-OK                 PIC X(1).
       01  WS-KYC-CUMPLE               PIC X(1).
       01  WS-KYC-OK                   PIC X(1).
       01  WS-KYC-FORZAR               PIC X(1).
       01  WS-GE-DOC                   PIC X(13).
       01  WS-GE-GRP                   PIC 9(4).
       01  WS-GE-MIEMBROS              PIC 9(2).
       01  WS-GE-EXPO                  PIC 9(12)V99.
       01  WS-GE-PROYECTADA            PIC 9(12)V99.
       01  WS-GE-TOPE                  PIC 9(12)V99.
       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).
       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.
       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-TIPOCTA-STATUS           PIC XX.
       01  WS-TIPCTA-DOC               PIC X(13).
       01  WS-TIPCTA-FOUND             PIC X(01).
       01  WS-TIPCTA-TIPO              PIC X(02).
       01  WS-TIPCTA-MONEDA            PIC X(03).
       01  WS-TIPCTA-SUCURSAL          PIC X(03).
       01  WS-TIPCTA-RET-PERIODO       PIC X(06).
       01  WS-TIPCTA-RETIROS           PIC 9(03).

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

       01  WS-CB-MODO                  PIC X(01).
       01  WS-CB-MAX                   PIC 9(03).
       01  WS-CB-CANAL                 PIC X(10).
       01  WS-CB-CUOTAS                PIC 9(03).
       01  WS-CB-IMPORTE               PIC 9(10)V99.
       01  WS-CB-RESULTADO             PIC X(01).

       01  WS-PRECAN-TIPO              PIC X(01).
       01  WS-PRECAN-CAPITAL           PIC 9(10)V99.
       01  WS-PRECAN-COMIS             PIC 9(10)V99.
       01  WS-PRECAN-TOTAL             PIC 9(10)V99.
       01  WS-PCT-COMIS                PIC 9(3)V99.
       01  WS-COBRADO                  PIC X(01).
       01  WS-PENDIENTES               PIC 9(3).
       01  WS-SALDO-ANT                PIC 9(10)V99.

       01  WS-IMP-1                    PIC ZZZZZZZZZ9.99.
       01  WS-IMP-2                    PIC ZZZZZZZZZ9.99.
       01  WS-IMP-3                    PIC ZZZZZZZZZ9.99.
       01  WS-TASA-ED                  PIC ZZ9.99.
       01  WS-TOTAL-CLI                PIC 9(12)V99.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-PRESTAMOS
           PERFORM 120-CARGA-CUOTAS
           IF WS-DESBORDE = 'S'
      *        Con la carga truncada no se pueden regrabar los
      *        archivos sin perder prestamos o cuotas.
               DISPLAY "Modulo de prestamos personales no disponible "
                       "hasta depurar PRESTAMOS.DAT/PREST_CUOTAS.DAT "
                       "o ampliar la tabla."
               PERFORM 0300-FIN
           END-IF
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "        PRESTAMOS PERSONALES        "
           DISPLAY "===================================="
           DISPLAY "1 - Otorgar prestamo"
           DISPLAY "2 - Consultar prestamos de un cliente"
           DISPLAY "3 - Pago de cuotas por ventanilla"
           DISPLAY "4 - Precancelacion total"
           DISPLAY "5 - Precancelacion parcial"
           DISPLAY "6 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-OTORGAR
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-CONSULTAR
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 400-PAGO-VENTANILLA
                   PERFORM 100-MENU
               WHEN 4
                   MOVE 'T' TO WS-PRECAN-TIPO
                   PERFORM 500-PRECANCELAR
                   PERFORM 100-MENU
               WHEN 5
                   MOVE 'P' TO WS-PRECAN-TIPO
                   PERFORM 500-PRECANCELAR
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-PRESTAMOS.
           MOVE 0 TO WS-PP-COUNT WS-PP-NRO-MAX
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PREST-FSTATUS = '00'
               PERFORM UNTIL WS-PREST-FSTATUS NOT = '00'
                   READ PRESTAMOS-FILE
                       AT END MOVE '10' TO WS-PREST-FSTATUS
                       NOT AT END
                           IF WS-PP-COUNT >= 500
                               DISPLAY "AVISO: PRESTAMOS.DAT supera "
                                   "los 500 prestamos; depure los "
                                   "cancelados antiguos."
                               MOVE 'S' TO WS-DESBORDE
                               MOVE '10' TO WS-PREST-FSTATUS
                           ELSE
                               ADD 1 TO WS-PP-COUNT
                               MOVE PRESTAMO-RECORD TO
                                   WS-PP(WS-PP-COUNT)
                               IF PP-NRO > WS-PP-NRO-MAX
                                   MOVE PP-NRO TO WS-PP-NRO-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF.
       110-END.

       120-CARGA-CUOTAS.
           MOVE 0 TO WS-PC-COUNT
           OPEN INPUT CUOTAS-FILE
           IF WS-CUOTAS-FSTATUS = '00'
               PERFORM UNTIL WS-CUOTAS-FSTATUS NOT = '00'
                   READ CUOTAS-FILE
                       AT END MOVE '10' TO WS-CUOTAS-FSTATUS
                       NOT AT END
                           IF WS-PC-COUNT >= 3000
                               DISPLAY "AVISO: PREST_CUOTAS.DAT "
                                   "supera las 3000 cuotas."
                               MOVE 'S' TO WS-DESBORDE
                               MOVE '10' TO WS-CUOTAS-FSTATUS
                           ELSE
                               ADD 1 TO WS-PC-COUNT
                               MOVE CUOTA-RECORD TO
                                   WS-PC(WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF.
       120-END.

       130-GRABA-PRESTAMOS.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRESTAMOS-FILE
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               MOVE WS-PP(WS-PP-IDX) TO PRESTAMO-RECORD
               WRITE PRESTAMO-RECORD
           END-PERFORM
           CLOSE PRESTAMOS-FILE.
       130-END.

       140-GRABA-CUOTAS.
           IF WS-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CUOTAS-FILE
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE WS-PC(WS-PC-IDX) TO CUOTA-RECORD
               WRITE CUOTA-RECORD
           END-PERFORM
           CLOSE CUOTAS-FILE.
       140-END.

       160-BUSCA-PRESTAMO.
           MOVE 0 TO WS-PP-SEL
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PP-NRO(WS-PP-IDX) = WS-NRO-ING
                   MOVE WS-PP-IDX TO WS-PP-SEL
               END-IF
           END-PERFORM
           IF WS-PP-SEL = 0
               DISPLAY "Prestamo inexistente."
           END-IF.
       160-END.

       170-CALCULA-CUOTA.
      *    Cuota fija del sistema frances sobre WS-SALDO-CR en
      *    WS-N-TOTAL cuotas a la tasa WS-TASA-ING.
           IF WS-TASA-ING > 0
               COMPUTE WS-I = WS-TASA-ING / 100 / 12
               COMPUTE WS-PMT ROUNDED =
                   WS-SALDO-CR * WS-I
                   / (1 - (1 + WS-I) ** (- WS-N-TOTAL))
           ELSE
               MOVE 0 TO WS-I
               COMPUTE WS-PMT ROUNDED =
                   WS-SALDO-CR / WS-N-TOTAL
           END-IF.
       170-END.

       180-ABRE-CUOTA.
      *    Parte la cuota WS-PMT en interes sobre el saldo y capital;
      *    la ultima cuota absorbe el redondeo (WS-N = WS-N-TOTAL).
           COMPUTE WS-INTERES-CUO ROUNDED = WS-SALDO-CR * WS-I
           COMPUTE WS-CAPITAL-CUO = WS-PMT - WS-INTERES-CUO
           IF WS-N = WS-N-TOTAL OR WS-CAPITAL-CUO > WS-SALDO-CR
               MOVE WS-SALDO-CR TO WS-CAPITAL-CUO
           END-IF
           SUBTRACT WS-CAPITAL-CUO FROM WS-SALDO-CR.
       180-END.

       200-OTORGAR.
           IF WS-PP-COUNT >= 500
               DISPLAY "Archivo de prestamos lleno."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ingrese Documento Cliente: "
           ACCEPT WS-DOC-CLI
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-DOC-CLI TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "El cliente no posee cuenta operativa para "
                       "acreditar el prestamo."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CLI TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           IF WS-TIPCTA-MONEDA NOT = 'LOC'
               DISPLAY "El prestamo se acredita en moneda local; la "
                       "cuenta del cliente es " WS-TIPCTA-MONEDA "."
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-VERIFICA-KYC
           IF WS-KYC-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 220-BUSCA-ID-CLIENTE
           IF WS-ID-CLIENTE = 0
               DISPLAY "El documento no figura en la base de clientes."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ingrese el capital solicitado: "
           ACCEPT WS-CAPITAL-ING
           IF WS-CAPITAL-ING <= 0
               DISPLAY "El capital debe ser mayor a cero."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ingrese la cantidad de cuotas (1-120): "
           ACCEPT WS-CUOTAS-ING
           IF WS-CUOTAS-ING < 1 OR WS-CUOTAS-ING > 120
               DISPLAY "Cantidad de cuotas invalida."
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-COUNT + WS-CUOTAS-ING > 3000
               DISPLAY "Archivo de cuotas lleno."
               EXIT PARAGRAPH
           END-IF
           PERFORM 230-DEFINE-TASA
           IF WS-TASA-ING = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 240-SCORE-BUREAU
           IF WS-SCORE-OK NOT = 'S'
               DISPLAY "Prestamo no otorgado por score del buro."
               EXIT PARAGRAPH
           END-IF
           PERFORM 250-EXPOSICION-GRUPO

           MOVE WS-CAPITAL-ING TO WS-SALDO-CR
           MOVE WS-CUOTAS-ING TO WS-N-TOTAL
           PERFORM 170-CALCULA-CUOTA
           MOVE WS-PMT TO WS-IMP-1
           MOVE WS-TASA-ING TO WS-TASA-ED
           DISPLAY "Cuota mensual: " WS-IMP-1 " (" WS-CUOTAS-ING
                   " cuotas, TNA " WS-TASA-ED "%)"
           DISPLAY "Confirma el otorgamiento? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "Otorgamiento cancelado."
               EXIT PARAGRAPH
           END-IF

           MOVE 'PRESTPERS   ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           COMPUTE WS-SEQ-SEMILLA = WS-PP-NRO-MAX + 1
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           MOVE WS-SEQ-PRIMER-ID TO WS-NRO-ING

           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-DOC-CLI TO WS-MV-DOC
           MOVE WS-CAPITAL-ING TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo acreditar la cuenta. Prestamo "
                       "no otorgado."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PP-COUNT
           MOVE WS-PP-COUNT TO WS-PP-SEL
           MOVE WS-NRO-ING     TO WS-PP-NRO(WS-PP-SEL)
           MOVE WS-DOC-CLI     TO WS-PP-DOC(WS-PP-SEL)
           MOVE WS-ID-CLIENTE  TO WS-PP-ID-CLIENTE(WS-PP-SEL)
           MOVE WS-CAPITAL-ING TO WS-PP-CAPITAL(WS-PP-SEL)
           MOVE WS-TASA-ING    TO WS-PP-TASA(WS-PP-SEL)
           MOVE WS-CUOTAS-ING  TO WS-PP-CUOTAS(WS-PP-SEL)
           MOVE WS-PMT         TO WS-PP-CUOTA-IMP(WS-PP-SEL)
           MOVE WS-CAPITAL-ING TO WS-PP-SALDO(WS-PP-SEL)
           MOVE WS-FECHA-HOY   TO WS-PP-FECHA-ALTA(WS-PP-SEL)
           MOVE WS-SCORE-VAL   TO WS-PP-SCORE(WS-PP-SEL)
           MOVE LK-OPERADOR    TO WS-PP-OPERADOR(WS-PP-SEL)
           MOVE WS-APROBADOR   TO WS-PP-APROBADOR(WS-PP-SEL)
           MOVE 'V'            TO WS-PP-ESTADO(WS-PP-SEL)
           IF WS-NRO-ING > WS-PP-NRO-MAX
               MOVE WS-NRO-ING TO WS-PP-NRO-MAX
           END-IF
           PERFORM 260-GENERA-CRONOGRAMA
           PERFORM 130-GRABA-PRESTAMOS
           PERFORM 140-GRABA-CUOTAS

           MOVE 'ALTA' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE WS-CAPITAL-ING TO WS-IMP-1
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING FUNCTION TRIM(WS-IMP-1) " EN " WS-CUOTAS-ING
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 520-AUDITA-PRESTAMO
           DISPLAY "Prestamo " WS-NRO-ING " otorgado y acreditado. "
                   "Primera cuota vence el " WS-PC-VTO(WS-PC-COUNT
                   - WS-CUOTAS-ING + 1) ".".
       200-END.

       210-VERIFICA-KYC.
      *    Mismo control KYC que las aperturas de CTACTE001: sin los
      *    documentos obligatorios vigentes solo un SUPERVISOR puede
      *    forzar el otorgamiento, y la excepcion queda auditada.
           MOVE 'S' TO WS-KYC-OK
           CALL 'KYCCHK1' USING WS-DOC-CLI WS-KYC-CUMPLE
           IF WS-KYC-CUMPLE = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "El cliente no tiene vigentes los documentos "
                   "KYC obligatorios (IDENTIDAD y DOMICILIO)."
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "Solo un SUPERVISOR puede forzar el "
                       "otorgamiento."
               MOVE 'N' TO WS-KYC-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Forzar el otorgamiento igualmente? (S/N): "
           ACCEPT WS-KYC-FORZAR
           MOVE FUNCTION UPPER-CASE(WS-KYC-FORZAR) TO WS-KYC-FORZAR
           IF WS-KYC-FORZAR NOT = 'S'
               MOVE 'N' TO WS-KYC-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-CONECTADO = 'N'
               PERFORM 0100-INICIO
               MOVE 'S' TO WS-CONECTADO
           END-IF
           MOVE LK-OPERADOR TO WT-AUDIT-USUARIO
           MOVE 'CLIENTES' TO WT-AUDIT-TABLA
           MOVE WS-DOC-CLI TO WT-AUDIT-ID-REG
           MOVE 'KYC_OVERRIDE' TO WT-AUDIT-CAMPO
           MOVE 'N' TO WT-AUDIT-VALOR-ANT
           MOVE 'S' TO WT-AUDIT-VALOR-NUE
           PERFORM 530-REGISTRA-AUDITORIA.
       210-END.

       220-BUSCA-ID-CLIENTE.
      *    EXEC SQL
      *        SELECT ID_CLIENTE INTO :WS-ID-CLIENTE
      *          FROM BANCO.CLIENTES
      *         WHERE DOC_CLIENTE = TRIM(:WT-DOC-CLI) LIMIT 1
      *    END-EXEC
           IF WS-CONECTADO = 'N'
               PERFORM 0100-INICIO
               MOVE 'S' TO WS-CONECTADO
           END-IF
           MOVE WS-DOC-CLI TO WT-DOC-CLI
           MOVE 0 TO WS-ID-CLIENTE
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 6 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WT-DOC-CLI
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 13 TO SQL-LEN(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE 0 TO SQL-VAR-0001
           CALL 'OCSQLEXE' USING SQL-STMT-0
                               SQLCA
           IF SQL-SUCCESS AND SQL-VAR-0001 > 0
               MOVE SQL-VAR-0001 TO WS-ID-CLIENTE
           END-IF.
       220-END.

       230-DEFINE-TASA.
      *    La tasa de linea es TNA-PREST-PERS (PARAMETROS.DAT,
      *    vigente a hoy). Sin parametro cargado se ingresa a mano.
           MOVE 'TNA-PREST-PERS      ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-TASA-ING
               MOVE WS-TASA-ING TO WS-TASA-ED
               DISPLAY "Tasa nominal anual vigente: " WS-TASA-ED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sin TNA-PREST-PERS vigente. Ingrese la tasa "
                   "nominal anual (ej. 075.00): "
           ACCEPT WS-TASA-ING
           IF WS-TASA-ING = 0
               DISPLAY "Tasa invalida."
           END-IF.
       230-END.

       240-SCORE-BUREAU.
      *    Por debajo del piso SCORE-MINIMO, o sin informacion del
      *    buro, el otorgamiento necesita la autorizacion de un
      *    SUPERVISOR, que queda registrado en el prestamo.
           MOVE 'S' TO WS-SCORE-OK
           MOVE 'N' TO WS-SCORE-HAY
           MOVE 0 TO WS-SCORE-VAL
           MOVE SPACES TO WS-APROBADOR
           OPEN INPUT SCORES-FILE
           IF WS-SCORES-FSTATUS = '00'
               PERFORM UNTIL WS-SCORES-FSTATUS NOT = '00'
                   READ SCORES-FILE
                       AT END MOVE '10' TO WS-SCORES-FSTATUS
                       NOT AT END
                           IF SCO-DOC = WS-DOC-CLI
                               MOVE 'S' TO WS-SCORE-HAY
                               MOVE SCO-SCORE TO WS-SCORE-VAL
                               MOVE SCO-FECHA TO WS-SCORE-FECHA
                               MOVE '10' TO WS-SCORES-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORES-FILE
           END-IF
           IF WS-SCORE-HAY = 'N'
               DISPLAY "Score del buro: sin informacion."
           ELSE
               DISPLAY "Score del buro: " WS-SCORE-VAL
                       " (cargado el " WS-SCORE-FECHA ")"
               MOVE 'SCORE-MINIMO        ' TO WS-PM-CLAVE
               MOVE WS-FECHA-HOY TO WS-PM-FECHA
               MOVE 0 TO WS-PM-VALOR
               CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                                   WS-PM-VALOR WS-PM-ENC
               IF WS-PM-ENC NOT = 'S' OR WS-PM-VALOR = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PM-VALOR TO WS-SCORE-MINIMO
               IF WS-SCORE-VAL NOT < WS-SCORE-MINIMO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ATENCION: el score esta por debajo del "
                       "piso (" WS-SCORE-MINIMO ")."
           END-IF
           CALL 'SUPAUT1' USING LK-OPERADOR WS-APROBADOR
                                WS-AUT-RESULTADO
           IF WS-AUT-RESULTADO NOT = 'S'
               MOVE 'N' TO WS-SCORE-OK
           END-IF.
       240-END.

       250-EXPOSICION-GRUPO.
      *    Aviso, no rechazo: mismo criterio que SOLHIP001.
           MOVE WS-DOC-CLI TO WS-GE-DOC
           MOVE 0 TO WS-GE-GRP WS-GE-MIEMBROS WS-GE-EXPO
           CALL 'GRUPEXP1' USING WS-GE-DOC WS-GE-GRP
                                 WS-GE-MIEMBROS WS-GE-EXPO
           IF WS-GE-GRP = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GE-PROYECTADA = WS-GE-EXPO + WS-CAPITAL-ING
           MOVE WS-GE-EXPO TO WS-IMP-1
           DISPLAY "Grupo economico " WS-GE-GRP " ("
                   WS-GE-MIEMBROS " miembros) - exposicion "
                   "actual: " WS-IMP-1
           MOVE 'TOPE-GRUPO-ECO      ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC NOT = 'S' OR WS-PM-VALOR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PM-VALOR TO WS-GE-TOPE
           IF WS-GE-PROYECTADA > WS-GE-TOPE
               MOVE WS-GE-PROYECTADA TO WS-IMP-1
               DISPLAY "ATENCION: con este prestamo el grupo "
                       "llega a " WS-IMP-1
               MOVE WS-GE-TOPE TO WS-IMP-1
               DISPLAY "y supera el techo del grupo (" WS-IMP-1
                       "). Revise antes de confirmar."
           END-IF.
       250-END.

       260-GENERA-CRONOGRAMA.
      *    Una cuota por mes; la cuota N vence el dia 1 del N-esimo
      *    mes siguiente al alta (igual que las cuotas hipotecarias).
           MOVE WS-FECHA-HOY(1:4) TO WS-VTO-ANIO
           MOVE WS-FECHA-HOY(5:2) TO WS-VTO-MES
           MOVE WS-CAPITAL-ING TO WS-SALDO-CR
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-N-TOTAL
               ADD 1 TO WS-VTO-MES
               IF WS-VTO-MES > 12
                   MOVE 1 TO WS-VTO-MES
                   ADD 1 TO WS-VTO-ANIO
               END-IF
               MOVE SPACES TO WS-VTO-FECHA
               STRING WS-VTO-ANIO WS-VTO-MES "01"
                   DELIMITED BY SIZE INTO WS-VTO-FECHA
               PERFORM 180-ABRE-CUOTA
               ADD 1 TO WS-PC-COUNT
               MOVE WS-NRO-ING     TO WS-PC-NRO(WS-PC-COUNT)
               MOVE WS-N           TO WS-PC-CUOTA(WS-PC-COUNT)
               MOVE WS-DOC-CLI     TO WS-PC-DOC(WS-PC-COUNT)
               MOVE WS-ID-CLIENTE  TO WS-PC-ID-CLIENTE(WS-PC-COUNT)
               MOVE WS-VTO-FECHA   TO WS-PC-VTO(WS-PC-COUNT)
               MOVE WS-CAPITAL-CUO TO WS-PC-CAPITAL(WS-PC-COUNT)
               MOVE WS-INTERES-CUO TO WS-PC-INTERES(WS-PC-COUNT)
               COMPUTE WS-PC-IMPORTE(WS-PC-COUNT) =
                   WS-CAPITAL-CUO + WS-INTERES-CUO
               MOVE 'P'            TO WS-PC-ESTADO(WS-PC-COUNT)
               MOVE SPACES         TO WS-PC-FECHA-PAGO(WS-PC-COUNT)
               MOVE SPACES         TO WS-PC-CANAL(WS-PC-COUNT)
           END-PERFORM.
       260-END.

       300-CONSULTAR.
           DISPLAY "Ingrese Documento Cliente: "
           ACCEPT WS-DOC-CLI
           MOVE 0 TO WS-TOTAL-CLI
           DISPLAY "NRO    CAPITAL        SALDO          CUOTA"
                   "          TASA   CUO ALTA     E"
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               IF WS-PP-DOC(WS-PP-IDX) = WS-DOC-CLI
                   MOVE WS-PP-CAPITAL(WS-PP-IDX) TO WS-IMP-1
                   MOVE WS-PP-SALDO(WS-PP-IDX) TO WS-IMP-2
                   MOVE WS-PP-CUOTA-IMP(WS-PP-IDX) TO WS-IMP-3
                   MOVE WS-PP-TASA(WS-PP-IDX) TO WS-TASA-ED
                   DISPLAY WS-PP-NRO(WS-PP-IDX) " "
                           WS-IMP-1 " " WS-IMP-2 " " WS-IMP-3 " "
                           WS-TASA-ED " "
                           WS-PP-CUOTAS(WS-PP-IDX) " "
                           WS-PP-FECHA-ALTA(WS-PP-IDX) " "
                           WS-PP-ESTADO(WS-PP-IDX)
                   IF WS-PP-ESTADO(WS-PP-IDX) = 'V'
                       ADD WS-PP-SALDO(WS-PP-IDX) TO WS-TOTAL-CLI
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-CLI TO WS-IMP-1
           DISPLAY "SALDO VIGENTE: " WS-IMP-1
           DISPLAY "Numero de prestamo para ver el cronograma "
                   "(0 = ninguno): "
           ACCEPT WS-NRO-ING
           IF WS-NRO-ING = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 160-BUSCA-PRESTAMO
           IF WS-PP-SEL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-CRONOGRAMA.
       300-END.

       310-CRONOGRAMA.
           DISPLAY "CUO VENCIM.  CAPITAL       INTERES"
                   "       IMPORTE       E PAGO     CANAL"
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-NRO(WS-PC-IDX) = WS-PP-NRO(WS-PP-SEL)
                   MOVE WS-PC-CAPITAL(WS-PC-IDX) TO WS-IMP-1
                   MOVE WS-PC-INTERES(WS-PC-IDX) TO WS-IMP-2
                   MOVE WS-PC-IMPORTE(WS-PC-IDX) TO WS-IMP-3
                   DISPLAY WS-PC-CUOTA(WS-PC-IDX) " "
                           WS-PC-VTO(WS-PC-IDX) " "
                           WS-IMP-1 WS-IMP-2 WS-IMP-3 " "
                           WS-PC-ESTADO(WS-PC-IDX) " "
                           WS-PC-FECHA-PAGO(WS-PC-IDX) " "
                           WS-PC-CANAL(WS-PC-IDX)
               END-IF
           END-PERFORM.
       310-END.

       400-PAGO-VENTANILLA.
           DISPLAY "Numero de prestamo: "
           ACCEPT WS-NRO-ING
           PERFORM 160-BUSCA-PRESTAMO
           IF WS-PP-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PP-ESTADO(WS-PP-SEL) NOT = 'V'
               DISPLAY "El prestamo no esta vigente."
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-CRONOGRAMA
           DISPLAY "Cuantas cuotas paga (a partir de la proxima "
                   "pendiente): "
           ACCEPT WS-CB-MAX
           IF WS-CB-MAX = 0
               DISPLAY "Cantidad invalida."
               EXIT PARAGRAPH
           END-IF
           PERFORM 410-PIDE-MODO
           IF WS-CB-MODO = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 'VENTANILLA' TO WS-CB-CANAL
           CALL 'PRECOB1' USING WS-NRO-ING WS-CB-MODO WS-CB-MAX
                                WS-CB-CANAL LK-OPERADOR WS-CB-CUOTAS
                                WS-CB-IMPORTE WS-CB-RESULTADO
           EVALUATE WS-CB-RESULTADO
               WHEN 'S'
                   MOVE WS-CB-IMPORTE TO WS-IMP-1
                   DISPLAY WS-CB-CUOTAS " cuota(s) cobrada(s) por "
                           WS-IMP-1 "."
                   IF WS-CB-CUOTAS < WS-CB-MAX
                       DISPLAY "No alcanzaron los fondos o no "
                               "quedan mas cuotas pendientes."
                   END-IF
               WHEN 'N'
                   DISPLAY "El prestamo no tiene cuotas pendientes."
               WHEN 'F'
                   DISPLAY "Fondos insuficientes en la cuenta."
               WHEN 'B'
                   DISPLAY "Cuenta bloqueada o inexistente."
               WHEN 'C'
                   DISPLAY "Abra la caja antes de cobrar en efectivo."
               WHEN OTHER
                   DISPLAY "Prestamo no disponible para el cobro."
           END-EVALUATE
      *    PRECOB1 regraba los archivos: se recargan las tablas.
           PERFORM 110-CARGA-PRESTAMOS
           PERFORM 120-CARGA-CUOTAS.
       400-END.

       410-PIDE-MODO.
           DISPLAY "Forma de pago (E=Efectivo, C=Debito en cuenta): "
           ACCEPT WS-CB-MODO
           MOVE FUNCTION UPPER-CASE(WS-CB-MODO) TO WS-CB-MODO
           IF WS-CB-MODO NOT = 'E' AND WS-CB-MODO NOT = 'C'
               DISPLAY "Forma de pago invalida."
               MOVE SPACE TO WS-CB-MODO
           END-IF.
       410-END.

       500-PRECANCELAR.
           DISPLAY "Numero de prestamo: "
           ACCEPT WS-NRO-ING
           PERFORM 160-BUSCA-PRESTAMO
           IF WS-PP-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PP-ESTADO(WS-PP-SEL) NOT = 'V'
               DISPLAY "El prestamo no esta vigente."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PENDIENTES
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-NRO(WS-PC-IDX) = WS-NRO-ING
                  AND WS-PC-ESTADO(WS-PC-IDX) = 'P'
                   ADD 1 TO WS-PENDIENTES
               END-IF
           END-PERFORM
           MOVE WS-PP-SALDO(WS-PP-SEL) TO WS-SALDO-ANT WS-IMP-1
           DISPLAY "Saldo de capital: " WS-IMP-1 " en "
                   WS-PENDIENTES " cuota(s) pendiente(s)."
           IF WS-PRECAN-TIPO = 'T'
               MOVE WS-SALDO-ANT TO WS-PRECAN-CAPITAL
           ELSE
               IF WS-PENDIENTES < 2
                   DISPLAY "Con una sola cuota pendiente use la "
                           "precancelacion total."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Capital a precancelar: "
               ACCEPT WS-PRECAN-CAPITAL
               IF WS-PRECAN-CAPITAL = 0
                  OR WS-PRECAN-CAPITAL >= WS-SALDO-ANT
                   DISPLAY "El capital debe ser mayor a cero y menor "
                           "al saldo."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'PREST-COMIS-PRECAN  ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           MOVE 0 TO WS-PCT-COMIS
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PCT-COMIS
           END-IF
           COMPUTE WS-PRECAN-COMIS ROUNDED =
               WS-PRECAN-CAPITAL * WS-PCT-COMIS / 100
           COMPUTE WS-PRECAN-TOTAL =
               WS-PRECAN-CAPITAL + WS-PRECAN-COMIS
           MOVE WS-PRECAN-CAPITAL TO WS-IMP-1
           MOVE WS-PRECAN-COMIS TO WS-IMP-2
           MOVE WS-PRECAN-TOTAL TO WS-IMP-3
           DISPLAY "Capital: " WS-IMP-1 "  Comision: " WS-IMP-2
           DISPLAY "Total a cobrar: " WS-IMP-3
           PERFORM 410-PIDE-MODO
           IF WS-CB-MODO = SPACE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirma la precancelacion? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "Precancelacion cancelada."
               EXIT PARAGRAPH
           END-IF
           PERFORM 510-COBRA-PRECANCEL
           IF WS-COBRADO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-PRECAN-TIPO = 'T'
               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                       UNTIL WS-PC-IDX > WS-PC-COUNT
                   IF WS-PC-NRO(WS-PC-IDX) = WS-NRO-ING
                      AND WS-PC-ESTADO(WS-PC-IDX) = 'P'
                       MOVE 'A' TO WS-PC-ESTADO(WS-PC-IDX)
                       MOVE WS-FECHA-HOY
                           TO WS-PC-FECHA-PAGO(WS-PC-IDX)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-PP-SALDO(WS-PP-SEL)
               MOVE 'P' TO WS-PP-ESTADO(WS-PP-SEL)
           ELSE
               SUBTRACT WS-PRECAN-CAPITAL FROM WS-PP-SALDO(WS-PP-SEL)
               PERFORM 540-RECALCULA-CUOTAS
           END-IF
           PERFORM 130-GRABA-PRESTAMOS
           PERFORM 140-GRABA-CUOTAS
           IF WS-PRECAN-TIPO = 'T'
               MOVE 'PRECANCELACION TOTAL' TO WT-AUDIT-CAMPO
           ELSE
               MOVE 'PRECANCELACION PARCIAL' TO WT-AUDIT-CAMPO
           END-IF
           MOVE WS-SALDO-ANT TO WS-IMP-1
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           STRING "SALDO " FUNCTION TRIM(WS-IMP-1)
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-ANT
           MOVE WS-PP-SALDO(WS-PP-SEL) TO WS-IMP-1
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING "SALDO " FUNCTION TRIM(WS-IMP-1)
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 520-AUDITA-PRESTAMO
           IF WS-PRECAN-TIPO = 'T'
               DISPLAY "Prestamo " WS-NRO-ING " precancelado."
           ELSE
               MOVE WS-PP-CUOTA-IMP(WS-PP-SEL) TO WS-IMP-1
               DISPLAY "Precancelacion parcial aplicada. Nueva "
                       "cuota: " WS-IMP-1
           END-IF.
       500-END.

       510-COBRA-PRECANCEL.
           MOVE 'N' TO WS-COBRADO
           IF WS-CB-MODO = 'E'
               MOVE 'D' TO WS-CS-TIPO
               MOVE WS-PRECAN-TOTAL TO WS-CS-MONTO
               MOVE 'N' TO WS-CS-RESULTADO
               CALL 'CAJASES1' USING LK-OPERADOR WS-CS-TIPO
                                     WS-CS-MONTO WS-CS-RESULTADO
               IF WS-CS-RESULTADO NOT = 'S'
                   DISPLAY "Abra la caja antes de cobrar en "
                           "efectivo."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO WS-COBRADO
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-PP-DOC(WS-PP-SEL) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "Cuenta bloqueada o inexistente."
               EXIT PARAGRAPH
           END-IF
           IF WS-PRECAN-TOTAL > WS-MV-SALDO
               DISPLAY "Fondos insuficientes en la cuenta."
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-PRECAN-TOTAL * (-1)
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo debitar la cuenta."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-COBRADO.
       510-END.

       520-AUDITA-PRESTAMO.
           IF WS-CONECTADO = 'N'
               PERFORM 0100-INICIO
               MOVE 'S' TO WS-CONECTADO
           END-IF
           MOVE LK-OPERADOR TO WT-AUDIT-USUARIO
           MOVE 'PRESTAMOS' TO WT-AUDIT-TABLA
           MOVE SPACES TO WT-AUDIT-ID-REG
           STRING "PRE " WS-NRO-ING
               DELIMITED BY SIZE INTO WT-AUDIT-ID-REG
           PERFORM 530-REGISTRA-AUDITORIA.
       520-END.

       530-REGISTRA-AUDITORIA.
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

       540-RECALCULA-CUOTAS.
      *    Precancelacion parcial: se mantiene la cantidad de cuotas
      *    y sus vencimientos, y la cuota fija se recalcula sobre el
      *    nuevo saldo de capital a la tasa del prestamo.
           MOVE WS-PP-SALDO(WS-PP-SEL) TO WS-SALDO-CR
           MOVE WS-PENDIENTES TO WS-N-TOTAL
           MOVE WS-PP-TASA(WS-PP-SEL) TO WS-TASA-ING
           PERFORM 170-CALCULA-CUOTA
           MOVE WS-PMT TO WS-PP-CUOTA-IMP(WS-PP-SEL)
           MOVE 0 TO WS-N
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-NRO(WS-PC-IDX) = WS-NRO-ING
                  AND WS-PC-ESTADO(WS-PC-IDX) = 'P'
                   ADD 1 TO WS-N
                   PERFORM 180-ABRE-CUOTA
                   MOVE WS-CAPITAL-CUO TO WS-PC-CAPITAL(WS-PC-IDX)
                   MOVE WS-INTERES-CUO TO WS-PC-INTERES(WS-PC-IDX)
                   COMPUTE WS-PC-IMPORTE(WS-PC-IDX) =
                       WS-CAPITAL-CUO + WS-INTERES-CUO
               END-IF
           END-PERFORM.
       540-END.

       COPY "DBPARM001".
       COPY "CTATIP001".

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

       700-LLAMA-MOVPOST.
           MOVE 'PRESTAMOS ' TO WS-MV-CANAL
           MOVE SPACES TO WS-MV-REF
           STRING "PRE=" WS-NRO-ING
               DELIMITED BY SIZE INTO WS-MV-REF
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       0300-FIN.
           DISPLAY "Regresando a Menu Principal..."
           EXIT PROGRAM.
       END PROGRAM PREPER001.
