      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Monitoreo de fraude de tarjetas. AMLMON001 mira el
      *          efectivo de cuenta corriente; esto mira el uso de
      *          las tarjetas. El barrido (nocturno, o a demanda sobre
      *          una fecha) recorre los consumos y adelantos del dia
      *          de MOVIMIENTOS_TARJETAS y TARJETA_INTENTOS.LOG y
      *          marca por plastico:
      *            - VELOCIDAD: FRAUDE-MAX-CONS-DIA consumos o mas en
      *              el dia (PARAM1, 8 por defecto);
      *            - ATIPICO: un consumo del dia mayor a
      *              FRAUDE-FACTOR-PROM veces (5) el promedio
      *              historico de la tarjeta, con al menos
      *              FRAUDE-MIN-HISTORIA consumos previos (3);
      *            - POSTFALLO: FRAUDE-RAFAGA consumos o mas (2) el
      *              mismo dia en que el documento junto
      *              FRAUDE-MIN-FALLOS numeros fallidos (3) en la
      *              captura de TARJCRE001 (el movimiento no lleva
      *              hora: la ventana es el dia);
      *            - REEMPLAZO: movimiento sobre un numero cuyo
      *              plastico ya se reemplazo por 830-REEMPLAZO.
      *          Cada tarjeta marcada abre un caso numerado (entidad
      *          FRAUDECASO de SECUENCIAS.DAT) en FRAUDE_CASOS.DAT,
      *          queda bloqueada en forma temporal (registro estado T,
      *          motivo F en TARJ_DENUNCIAS.DAT, que respeta
      *          206-VERIFICA-DENUNCIA) y entra en la cola de llamadas
      *          al cliente FRAUDE_LLAMADAS.DAT. La tarjeta con caso
      *          pendiente o ya bloqueada no se vuelve a marcar. El
      *          analista confirma el fraude (el bloqueo pasa a
      *          denuncia activa, con hot list y reemplazo de
      *          plastico) o lo descarta y libera el bloqueo (solo
      *          SUPERVISOR). El detalle de la corrida sale en
      *          FRAUDE_REVISION.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAMON001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT INTENTOS-FILE ASSIGN TO "TARJETA_INTENTOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTENTOS-FSTATUS.
           SELECT DENUNCIAS-FILE ASSIGN TO "TARJ_DENUNCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEN-FSTATUS.
           SELECT CASOS-FILE ASSIGN TO "FRAUDE_CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT LLAMADAS-FILE ASSIGN TO "FRAUDE_LLAMADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLA-FSTATUS.
           SELECT REVISION-FILE ASSIGN TO "FRAUDE_REVISION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  INTENTOS-FILE.
       01  INTENTOS-RECORD             PIC X(120).
       FD  DENUNCIAS-FILE.
       01  DENUNCIA-RECORD.
           05  DEN-NRO-TARJETA         PIC X(16).
           05  DEN-FECHA-HORA          PIC X(15).
           05  DEN-QUIEN-LLAMO         PIC X(30).
           05  DEN-MOTIVO              PIC X(01).
           05  DEN-ESTADO              PIC X(01).
      *    Estado del caso: P pendiente de analista, C fraude
      *    confirmado (denuncia), L descartado y bloqueo liberado.
       FD  CASOS-FILE.
       01  CASO-RECORD.
           05  FRA-NRO                 PIC 9(09).
           05  FRA-NRO-TARJETA         PIC X(16).
           05  FRA-ID-CLIENTE          PIC 9(10).
           05  FRA-DOC                 PIC X(13).
           05  FRA-REGLA               PIC X(10).
           05  FRA-FECHA               PIC X(08).
           05  FRA-CANT                PIC 9(04).
           05  FRA-IMPORTE             PIC 9(12)V99.
           05  FRA-ESTADO              PIC X(01).
           05  FRA-FECHA-RES           PIC X(08).
           05  FRA-ANALISTA            PIC X(30).
           05  FRA-DETALLE             PIC X(40).
      *    Cola de llamadas: P pendiente, R realizada.
       FD  LLAMADAS-FILE.
       01  LLAMADA-RECORD.
           05  LLA-CASO                PIC 9(09).
           05  LLA-DOC                 PIC X(13).
           05  LLA-TELEFONO            PIC X(12).
           05  LLA-TARJETA             PIC X(16).
           05  LLA-FECHA               PIC X(08).
           05  LLA-ESTADO              PIC X(01).
           05  LLA-RESULTADO           PIC X(30).
       FD  REVISION-FILE.
       01  REVISION-RECORD             PIC X(140).

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
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 9.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 9 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 9 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 9 TIMES.
           05 SQL-PREC   PIC X OCCURS 9 TIMES.
      **********************************************************************
       01 SQL-STMT-0.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 591.
           05 SQL-STMT   PIC X(591) VALUE 'SELECT M.NRO_TARJETA, M.ID_CL
      -    'IENTE, IFNULL(MAX(C.DOC_CLIENTE),'' ''), IFNULL(MAX(C.TELEF_
      -    'CLIENTE),'' ''), COUNT(*), SUM(M.MONTO), MAX(M.MONTO), (SELE
      -    'CT IFNULL(AVG(H.MONTO),0) FROM BANCO.MOVIMIENTOS_TARJETAS H
      -    'WHERE H.NRO_TARJETA = M.NRO_TARJETA AND H.TIPO_MOV = ''C'' A
      -    'ND H.FECHA_MOV < ?), (SELECT COUNT(*) FROM BANCO.MOVIMIENTOS
      -    '_TARJETAS H WHERE H.NRO_TARJETA = M.NRO_TARJETA AND H.TIPO_M
      -    'OV = ''C'' AND H.FECHA_MOV < ?) FROM BANCO.MOVIMIENTOS_TARJE
      -    'TAS M LEFT JOIN BANCO.CLIENTES C ON C.ID_CLIENTE = M.ID_CLIE
      -    'NTE WHERE M.FECHA_MOV = ? AND M.TIPO_MOV IN (''C'',''A'') GR
      -    'OUP BY M.NRO_TARJETA, M.ID_CLIENTE'.
           05 SQL-CNAME  PIC X(11) VALUE 'CUR_FRAUDE'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(11) COMP-3.
           05 SQL-VAR-0002  PIC S9(9) COMP-3.
           05 SQL-VAR-0003  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0004  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0005  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0006  PIC S9(9) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  WT-FECHA-DIA            PIC X(10).
           05  WT-NRO-TARJETA          PIC X(16).
           05  WT-ID-CLIENTE           PIC 9(10).
           05  WT-DOC-CLI              PIC X(13).
           05  WT-TELEFONO             PIC X(12).
           05  WT-CANT-DIA             PIC 9(5).
           05  WT-SUMA-DIA             PIC 9(12)V99.
           05  WT-MAX-DIA              PIC 9(12)V99.
           05  WT-PROMEDIO             PIC 9(12)V99.
           05  WT-CANT-HIST            PIC 9(7).

       01  WS-INTENTOS-FSTATUS         PIC XX.
       01  WS-DEN-FSTATUS              PIC XX.
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-LLA-FSTATUS              PIC XX.

      *    Documentos con numeros fallidos en el dia.
       01  WS-FALLOS.
           05  WS-FAL OCCURS 300 TIMES.
               10  WS-FAL-DOC          PIC X(13).
               10  WS-FAL-CANT         PIC 9(4).
       01  WS-FAL-COUNT                PIC 9(3) VALUE 0.
       01  WS-FAL-IDX                  PIC 9(3).
       01  WS-FAL-SEL                  PIC 9(3).

      *    Numeros ya bloqueados (A o T) y numeros reemplazados (R).
       01  WS-BLOQUEADAS.
           05  WS-BLQ OCCURS 500 TIMES.
               10  WS-BLQ-NRO          PIC X(16).
               10  WS-BLQ-ESTADO       PIC X(01).
       01  WS-BLQ-COUNT                PIC 9(3) VALUE 0.
       01  WS-BLQ-IDX                  PIC 9(3).

       01  WS-CASOS.
           05  WS-CAS OCCURS 500 TIMES PIC X(163).
       01  WS-CAS-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAS-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-CAS-IDX                  PIC 9(3).
       01  WS-CAS-SEL                  PIC 9(3).

       01  WS-DENUNCIAS.
           05  WS-DEN-REG OCCURS 500 TIMES PIC X(63).
       01  WS-DEN-COUNT                PIC 9(3) VALUE 0.
       01  WS-DEN-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-DEN-IDX                  PIC 9(3).

       01  WS-LLAMADAS.
           05  WS-LLA OCCURS 500 TIMES PIC X(89).
       01  WS-LLA-COUNT                PIC 9(3) VALUE 0.
       01  WS-LLA-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-LLA-IDX                  PIC 9(3).
       01  WS-LLA-SEL                  PIC 9(3).

       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(08).
       01  WS-FECHA-SCAN               PIC X(08).
       01  WS-FECHA-ING                PIC X(08).
       01  WS-FECHAHORA                PIC X(21).
       01  WS-NRO-ING                  PIC 9(9).
       01  WS-DECISION                 PIC X(01).
       01  WS-RESULTADO-ING            PIC X(30).

       01  WS-MAX-CONS-DIA             PIC 9(4) VALUE 8.
       01  WS-FACTOR-PROM              PIC 9(3)V99 VALUE 5.
       01  WS-MIN-HISTORIA             PIC 9(4) VALUE 3.
       01  WS-MIN-FALLOS               PIC 9(4) VALUE 3.
       01  WS-RAFAGA                   PIC 9(4) VALUE 2.
       01  WS-UMBRAL-ATIPICO           PIC 9(12)V99.

       01  WS-REGLA                    PIC X(10).
       01  WS-DETALLE                  PIC X(40).
       01  WS-YA-MARCADA               PIC X(01).
       01  WS-ES-REEMPLAZADA           PIC X(01).
       01  WS-CONT-ANALIZADAS          PIC 9(5) VALUE 0.
       01  WS-CONT-CASOS               PIC 9(4) VALUE 0.
       01  WS-CONT-YA-MARCADAS         PIC 9(4) VALUE 0.
       01  WS-IMP-MONTO                PIC ZZZZZZZZZZZ9.99.
       01  WS-IMP-PROM                 PIC ZZZZZZZZ9.99.

       01  WS-MASK-INPUT               PIC X(16).
       01  WS-MASK-OUTPUT              PIC X(16).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 0100-INICIO
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   MONITOREO DE FRAUDE DE TARJETAS  "
           DISPLAY "===================================="
           DISPLAY "1 - Barrido de fraude (nocturno / a demanda)"
           DISPLAY "2 - Revision de casos (analista)"
           DISPLAY "3 - Cola de llamadas al cliente"
           DISPLAY "4 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-BARRIDO
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 500-REVISION-CASOS
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 600-COLA-LLAMADAS
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-LEE-PARAMETROS.
           MOVE WS-FECHA-SCAN TO WS-PM-FECHA
           MOVE 'FRAUDE-MAX-CONS-DIA ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-MAX-CONS-DIA
           END-IF
           MOVE 'FRAUDE-FACTOR-PROM  ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-FACTOR-PROM
           END-IF
           MOVE 'FRAUDE-MIN-HISTORIA ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-MIN-HISTORIA
           END-IF
           MOVE 'FRAUDE-MIN-FALLOS   ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-MIN-FALLOS
           END-IF
           MOVE 'FRAUDE-RAFAGA       ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-RAFAGA
           END-IF.
       110-END.

       120-CARGA-FALLOS.
      *    TARJETA_INTENTOS.LOG: AAAAMMDDHHMMSS DOC=documento ...
           MOVE 0 TO WS-FAL-COUNT
           OPEN INPUT INTENTOS-FILE
           IF WS-INTENTOS-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INTENTOS-FSTATUS NOT = '00'
               READ INTENTOS-FILE
                   AT END MOVE '10' TO WS-INTENTOS-FSTATUS
                   NOT AT END
                       IF INTENTOS-RECORD(1:8) = WS-FECHA-SCAN
                          AND INTENTOS-RECORD(16:4) = 'DOC='
                           PERFORM 125-SUMA-FALLO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTENTOS-FILE.
       120-END.

       125-SUMA-FALLO.
           MOVE 0 TO WS-FAL-SEL
           PERFORM VARYING WS-FAL-IDX FROM 1 BY 1
                   UNTIL WS-FAL-IDX > WS-FAL-COUNT
               IF WS-FAL-DOC(WS-FAL-IDX) = INTENTOS-RECORD(20:13)
                   MOVE WS-FAL-IDX TO WS-FAL-SEL
                   MOVE WS-FAL-COUNT TO WS-FAL-IDX
               END-IF
           END-PERFORM
           IF WS-FAL-SEL = 0
               IF WS-FAL-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FAL-COUNT
               MOVE WS-FAL-COUNT TO WS-FAL-SEL
               MOVE INTENTOS-RECORD(20:13) TO WS-FAL-DOC(WS-FAL-SEL)
               MOVE 0 TO WS-FAL-CANT(WS-FAL-SEL)
           END-IF
           ADD 1 TO WS-FAL-CANT(WS-FAL-SEL).
       125-END.

       130-CARGA-BLOQUEADAS.
           MOVE 0 TO WS-BLQ-COUNT
           OPEN INPUT DENUNCIAS-FILE
           IF WS-DEN-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEN-FSTATUS NOT = '00'
               READ DENUNCIAS-FILE
                   AT END MOVE '10' TO WS-DEN-FSTATUS
                   NOT AT END
                       IF (DEN-ESTADO = 'A' OR DEN-ESTADO = 'T'
                           OR DEN-ESTADO = 'R')
                          AND WS-BLQ-COUNT < 500
                           ADD 1 TO WS-BLQ-COUNT
                           MOVE DEN-NRO-TARJETA
                               TO WS-BLQ-NRO(WS-BLQ-COUNT)
                           MOVE DEN-ESTADO
                               TO WS-BLQ-ESTADO(WS-BLQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DENUNCIAS-FILE.
       130-END.

       140-CARGA-CASOS.
           MOVE 0 TO WS-CAS-COUNT
           MOVE 'N' TO WS-CAS-DESBORDE
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS = '00'
               PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
                   READ CASOS-FILE
                       AT END MOVE '10' TO WS-CASOS-FSTATUS
                       NOT AT END
                           IF WS-CAS-COUNT >= 500
                               DISPLAY "AVISO: FRAUDE_CASOS.DAT "
                                   "supera los 500 casos."
                               MOVE 'S' TO WS-CAS-DESBORDE
                               MOVE '10' TO WS-CASOS-FSTATUS
                           ELSE
                               ADD 1 TO WS-CAS-COUNT
                               MOVE CASO-RECORD TO
                                   WS-CAS(WS-CAS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASOS-FILE
           END-IF.
       140-END.

       150-GRABA-CASOS.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-CAS-DESBORDE = 'S'
               DISPLAY "FRAUDE_CASOS.DAT supera la tabla de trabajo; "
                       "no se regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CASOS-FILE
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               MOVE WS-CAS(WS-CAS-IDX) TO CASO-RECORD
               WRITE CASO-RECORD
           END-PERFORM
           CLOSE CASOS-FILE.
       150-END.

       200-BARRIDO.
           DISPLAY "Fecha a analizar AAAAMMDD (blanco = hoy): "
           MOVE SPACES TO WS-FECHA-ING
           ACCEPT WS-FECHA-ING
           IF WS-FECHA-ING = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-SCAN
           ELSE
               MOVE WS-FECHA-ING TO WS-FECHA-SCAN
           END-IF
           MOVE SPACES TO WT-FECHA-DIA
           STRING WS-FECHA-SCAN(1:4) "-" WS-FECHA-SCAN(5:2) "-"
                  WS-FECHA-SCAN(7:2)
               DELIMITED BY SIZE INTO WT-FECHA-DIA
           MOVE 0 TO WS-CONT-ANALIZADAS WS-CONT-CASOS
           MOVE 0 TO WS-CONT-YA-MARCADAS
           PERFORM 110-LEE-PARAMETROS
           PERFORM 120-CARGA-FALLOS
           PERFORM 130-CARGA-BLOQUEADAS
           PERFORM 140-CARGA-CASOS
           OPEN OUTPUT REVISION-FILE
           MOVE SPACES TO REVISION-RECORD
           STRING "REVISION DE FRAUDE DE TARJETAS DEL "
                  WS-FECHA-SCAN
               DELIMITED BY SIZE INTO REVISION-RECORD
           WRITE REVISION-RECORD
           PERFORM 210-RECORRE-TARJETAS
           MOVE SPACES TO REVISION-RECORD
           STRING "TARJETAS ANALIZADAS: " WS-CONT-ANALIZADAS
                  "  CASOS ABIERTOS: " WS-CONT-CASOS
                  "  YA BLOQUEADAS/EN CASO: " WS-CONT-YA-MARCADAS
               DELIMITED BY SIZE INTO REVISION-RECORD
           WRITE REVISION-RECORD
           DISPLAY REVISION-RECORD
           CLOSE REVISION-FILE
           DISPLAY "Reporte emitido en FRAUDE_REVISION.TXT.".
       200-END.

       210-RECORRE-TARJETAS.
      *    EXEC SQL
      *        DECLARE CUR_FRAUDE CURSOR FOR
      *        SELECT M.NRO_TARJETA, M.ID_CLIENTE,
      *               IFNULL(MAX(C.DOC_CLIENTE),' '),
      *               IFNULL(MAX(C.TELEF_CLIENTE),' '),
      *               COUNT(*), SUM(M.MONTO), MAX(M.MONTO),
      *               (SELECT IFNULL(AVG(H.MONTO),0)
      *                  FROM BANCO.MOVIMIENTOS_TARJETAS H
      *                 WHERE H.NRO_TARJETA = M.NRO_TARJETA
      *                   AND H.TIPO_MOV = 'C'
      *                   AND H.FECHA_MOV < :WT-FECHA-DIA),
      *               (SELECT COUNT(*)
      *                  FROM BANCO.MOVIMIENTOS_TARJETAS H
      *                 WHERE H.NRO_TARJETA = M.NRO_TARJETA
      *                   AND H.TIPO_MOV = 'C'
      *                   AND H.FECHA_MOV < :WT-FECHA-DIA)
      *          FROM BANCO.MOVIMIENTOS_TARJETAS M
      *          LEFT JOIN BANCO.CLIENTES C
      *            ON C.ID_CLIENTE = M.ID_CLIENTE
      *         WHERE M.FECHA_MOV = :WT-FECHA-DIA
      *           AND M.TIPO_MOV IN ('C','A')
      *         GROUP BY M.NRO_TARJETA, M.ID_CLIENTE
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
           END-IF
           SET SQL-ADDR(1) TO ADDRESS OF WT-FECHA-DIA
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 10 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF WT-FECHA-DIA
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 10 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF WT-FECHA-DIA
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 10 TO SQL-LEN(3)
           MOVE 3 TO SQL-COUNT
           CALL 'OCSQLOCU' USING SQL-STMT-0
                               SQLCA
           END-CALL
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               SET SQL-ADDR(1) TO ADDRESS OF WT-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 16 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(2)
               MOVE 6 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF WT-DOC-CLI
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 13 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF WT-TELEFONO
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 12 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(5)
               MOVE 5 TO SQL-LEN(5)
               MOVE X'00' TO SQL-PREC(5)
               SET SQL-ADDR(6) TO ADDRESS OF SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(6)
               MOVE 8 TO SQL-LEN(6)
               MOVE X'02' TO SQL-PREC(6)
               SET SQL-ADDR(7) TO ADDRESS OF SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(7)
               MOVE 8 TO SQL-LEN(7)
               MOVE X'02' TO SQL-PREC(7)
               SET SQL-ADDR(8) TO ADDRESS OF SQL-VAR-0005
               MOVE '3' TO SQL-TYPE(8)
               MOVE 8 TO SQL-LEN(8)
               MOVE X'02' TO SQL-PREC(8)
               SET SQL-ADDR(9) TO ADDRESS OF SQL-VAR-0006
               MOVE '3' TO SQL-TYPE(9)
               MOVE 5 TO SQL-LEN(9)
               MOVE X'00' TO SQL-PREC(9)
               MOVE 9 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               IF SQLCODE NOT = 100 AND SQLCODE NOT < 0
                   MOVE SQL-VAR-0001 TO WT-ID-CLIENTE
                   MOVE SQL-VAR-0002 TO WT-CANT-DIA
                   MOVE SQL-VAR-0003 TO WT-SUMA-DIA
                   MOVE SQL-VAR-0004 TO WT-MAX-DIA
                   MOVE SQL-VAR-0005 TO WT-PROMEDIO
                   MOVE SQL-VAR-0006 TO WT-CANT-HIST
                   ADD 1 TO WS-CONT-ANALIZADAS
                   PERFORM 220-EVALUA-TARJETA
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-0
                               SQLCA
           END-CALL.
       210-END.

       220-EVALUA-TARJETA.
           MOVE SPACES TO WS-REGLA WS-DETALLE
           MOVE 'N' TO WS-ES-REEMPLAZADA
           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-BLQ-COUNT
               IF WS-BLQ-NRO(WS-BLQ-IDX) = WT-NRO-TARJETA
                  AND WS-BLQ-ESTADO(WS-BLQ-IDX) = 'R'
                   MOVE 'S' TO WS-ES-REEMPLAZADA
               END-IF
           END-PERFORM
      *    Se registra la primera regla que dispara, en orden de
      *    gravedad: el plastico reemplazado no deberia operar.
           IF WS-ES-REEMPLAZADA = 'S'
               MOVE 'REEMPLAZO ' TO WS-REGLA
               MOVE "MOVIMIENTO SOBRE PLASTICO REEMPLAZADO"
                   TO WS-DETALLE
           END-IF
           IF WS-REGLA = SPACES
               PERFORM 225-REGLA-POSTFALLO
           END-IF
           IF WS-REGLA = SPACES
              AND WT-CANT-DIA >= WS-MAX-CONS-DIA
               MOVE 'VELOCIDAD ' TO WS-REGLA
               MOVE SPACES TO WS-DETALLE
               STRING "CONSUMOS EN EL DIA: " WT-CANT-DIA
                   DELIMITED BY SIZE INTO WS-DETALLE
           END-IF
           IF WS-REGLA = SPACES
              AND WT-CANT-HIST >= WS-MIN-HISTORIA
              AND WT-PROMEDIO > 0
               COMPUTE WS-UMBRAL-ATIPICO ROUNDED =
                   WT-PROMEDIO * WS-FACTOR-PROM
               IF WT-MAX-DIA > WS-UMBRAL-ATIPICO
                   MOVE 'ATIPICO   ' TO WS-REGLA
                   MOVE WT-PROMEDIO TO WS-IMP-PROM
                   MOVE SPACES TO WS-DETALLE
                   STRING "PROMEDIO HISTORICO " WS-IMP-PROM
                       DELIMITED BY SIZE INTO WS-DETALLE
               END-IF
           END-IF
           IF WS-REGLA = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 230-YA-MARCADA
           MOVE WT-NRO-TARJETA TO WS-MASK-INPUT
           PERFORM 299-MASK-TARJETA
           IF WS-YA-MARCADA = 'S'
               ADD 1 TO WS-CONT-YA-MARCADAS
               MOVE SPACES TO REVISION-RECORD
               STRING "  TARJETA " WS-MASK-OUTPUT
                      " REGLA=" WS-REGLA
                      " YA BLOQUEADA O CON CASO PENDIENTE"
                   DELIMITED BY SIZE INTO REVISION-RECORD
               WRITE REVISION-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM 400-ABRE-CASO.
       220-END.

       225-REGLA-POSTFALLO.
           IF WT-CANT-DIA < WS-RAFAGA OR WT-DOC-CLI = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FAL-IDX FROM 1 BY 1
                   UNTIL WS-FAL-IDX > WS-FAL-COUNT
               IF WS-FAL-DOC(WS-FAL-IDX) = WT-DOC-CLI
                  AND WS-FAL-CANT(WS-FAL-IDX) >= WS-MIN-FALLOS
                   MOVE 'POSTFALLO ' TO WS-REGLA
                   MOVE SPACES TO WS-DETALLE
                   STRING "NUMEROS FALLIDOS EN EL DIA: "
                          WS-FAL-CANT(WS-FAL-IDX)
                       DELIMITED BY SIZE INTO WS-DETALLE
                   MOVE WS-FAL-COUNT TO WS-FAL-IDX
               END-IF
           END-PERFORM.
       225-END.

       230-YA-MARCADA.
           MOVE 'N' TO WS-YA-MARCADA
           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-BLQ-COUNT
               IF WS-BLQ-NRO(WS-BLQ-IDX) = WT-NRO-TARJETA
                  AND (WS-BLQ-ESTADO(WS-BLQ-IDX) = 'A'
                   OR WS-BLQ-ESTADO(WS-BLQ-IDX) = 'T')
                   MOVE 'S' TO WS-YA-MARCADA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               MOVE WS-CAS(WS-CAS-IDX) TO CASO-RECORD
               IF FRA-NRO-TARJETA = WT-NRO-TARJETA
                  AND FRA-ESTADO = 'P'
                   MOVE 'S' TO WS-YA-MARCADA
               END-IF
           END-PERFORM.
       230-END.

       299-MASK-TARJETA.
           MOVE "************" TO WS-MASK-OUTPUT(1:12)
           MOVE WS-MASK-INPUT(13:4) TO WS-MASK-OUTPUT(13:4).
       299-END.

       400-ABRE-CASO.
           MOVE 'FRAUDECASO  ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           INITIALIZE CASO-RECORD
           MOVE WS-SEQ-PRIMER-ID TO FRA-NRO
           MOVE WT-NRO-TARJETA TO FRA-NRO-TARJETA
           MOVE WT-ID-CLIENTE TO FRA-ID-CLIENTE
           MOVE WT-DOC-CLI TO FRA-DOC
           MOVE WS-REGLA TO FRA-REGLA
           MOVE WS-FECHA-SCAN TO FRA-FECHA
           MOVE WT-CANT-DIA TO FRA-CANT
           MOVE WT-SUMA-DIA TO FRA-IMPORTE
           MOVE 'P' TO FRA-ESTADO
           MOVE SPACES TO FRA-FECHA-RES FRA-ANALISTA
           MOVE WS-DETALLE TO FRA-DETALLE
           OPEN EXTEND CASOS-FILE
           IF WS-CASOS-FSTATUS NOT = '00'
               OPEN OUTPUT CASOS-FILE
           END-IF
           WRITE CASO-RECORD
           CLOSE CASOS-FILE
           IF WS-CAS-COUNT < 500
               ADD 1 TO WS-CAS-COUNT
               MOVE CASO-RECORD TO WS-CAS(WS-CAS-COUNT)
           END-IF
           PERFORM 410-BLOQUEO-TEMPORAL
           PERFORM 420-ENCOLA-LLAMADA
           ADD 1 TO WS-CONT-CASOS
           MOVE WT-SUMA-DIA TO WS-IMP-MONTO
           MOVE SPACES TO REVISION-RECORD
           STRING "CASO " FRA-NRO
                  " TARJETA=" WS-MASK-OUTPUT
                  " REGLA=" WS-REGLA
                  " MOVS=" WT-CANT-DIA
                  " IMPORTE=" WS-IMP-MONTO
                  " " WS-DETALLE
               DELIMITED BY SIZE INTO REVISION-RECORD
           WRITE REVISION-RECORD
           DISPLAY REVISION-RECORD.
       400-END.

       410-BLOQUEO-TEMPORAL.
      *    Registro T en TARJ_DENUNCIAS.DAT: 206-VERIFICA-DENUNCIA
      *    lo rechaza como a una denuncia, pero no entra en la hot
      *    list ni habilita el reemplazo hasta que se confirme.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           OPEN EXTEND DENUNCIAS-FILE
           IF WS-DEN-FSTATUS NOT = '00'
               OPEN OUTPUT DENUNCIAS-FILE
           END-IF
           MOVE WT-NRO-TARJETA TO DEN-NRO-TARJETA
           MOVE WS-FECHAHORA(1:15) TO DEN-FECHA-HORA
           MOVE SPACES TO DEN-QUIEN-LLAMO
           STRING "MONITOREO FRAUDE CASO " FRA-NRO
               DELIMITED BY SIZE INTO DEN-QUIEN-LLAMO
           MOVE 'F' TO DEN-MOTIVO
           MOVE 'T' TO DEN-ESTADO
           WRITE DENUNCIA-RECORD
           CLOSE DENUNCIAS-FILE
           IF WS-BLQ-COUNT < 500
               ADD 1 TO WS-BLQ-COUNT
               MOVE WT-NRO-TARJETA TO WS-BLQ-NRO(WS-BLQ-COUNT)
               MOVE 'T' TO WS-BLQ-ESTADO(WS-BLQ-COUNT)
           END-IF.
       410-END.

       420-ENCOLA-LLAMADA.
           OPEN EXTEND LLAMADAS-FILE
           IF WS-LLA-FSTATUS NOT = '00'
               OPEN OUTPUT LLAMADAS-FILE
           END-IF
           MOVE FRA-NRO TO LLA-CASO
           MOVE WT-DOC-CLI TO LLA-DOC
           MOVE WT-TELEFONO TO LLA-TELEFONO
           MOVE WS-MASK-OUTPUT TO LLA-TARJETA
           MOVE WS-FECHA-SCAN TO LLA-FECHA
           MOVE 'P' TO LLA-ESTADO
           MOVE SPACES TO LLA-RESULTADO
           WRITE LLAMADA-RECORD
           CLOSE LLAMADAS-FILE.
       420-END.

       500-REVISION-CASOS.
           PERFORM 140-CARGA-CASOS
           DISPLAY "CASO      TARJETA          REGLA      FECHA    "
                   "MOVS DETALLE"
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               MOVE WS-CAS(WS-CAS-IDX) TO CASO-RECORD
               IF FRA-ESTADO = 'P'
                   MOVE FRA-NRO-TARJETA TO WS-MASK-INPUT
                   PERFORM 299-MASK-TARJETA
                   DISPLAY FRA-NRO " " WS-MASK-OUTPUT " "
                           FRA-REGLA " " FRA-FECHA " "
                           FRA-CANT " " FRA-DETALLE
               END-IF
           END-PERFORM
           DISPLAY "Numero de caso a resolver (0 = volver): "
           ACCEPT WS-NRO-ING
           IF WS-NRO-ING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CAS-SEL
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               MOVE WS-CAS(WS-CAS-IDX) TO CASO-RECORD
               IF FRA-NRO = WS-NRO-ING AND FRA-ESTADO = 'P'
                   MOVE WS-CAS-IDX TO WS-CAS-SEL
                   MOVE WS-CAS-COUNT TO WS-CAS-IDX
               END-IF
           END-PERFORM
           IF WS-CAS-SEL = 0
               DISPLAY "Caso no encontrado o ya resuelto."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAS(WS-CAS-SEL) TO CASO-RECORD
           DISPLAY "C = Confirmar fraude (denuncia)  "
                   "L = Descartar y liberar bloqueo: "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'C'
                   CONTINUE
               WHEN 'L'
                   CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                         WS-OPER-ESTADO
                   IF NOT OPER-ES-SUPERVISOR
                       DISPLAY "Solo un SUPERVISOR puede liberar "
                               "un bloqueo por fraude."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcion invalida."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 510-ACTUALIZA-BLOQUEO
           IF WS-DEN-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DECISION TO FRA-ESTADO
           MOVE WS-FECHA-HOY TO FRA-FECHA-RES
           MOVE LK-OPERADOR TO FRA-ANALISTA
           MOVE CASO-RECORD TO WS-CAS(WS-CAS-SEL)
           PERFORM 150-GRABA-CASOS
           IF WS-DECISION = 'C'
               DISPLAY "Fraude confirmado: la tarjeta queda "
                       "denunciada (hot list y reemplazo de "
                       "plastico desde TARJCRE001)."
           ELSE
               DISPLAY "Caso descartado: bloqueo liberado."
           END-IF.
       500-END.

       510-ACTUALIZA-BLOQUEO.
      *    Confirmado: el bloqueo temporal pasa a denuncia activa
      *    (A, motivo F). Descartado: queda liberado (L).
           MOVE 0 TO WS-DEN-COUNT
           MOVE 'N' TO WS-DEN-DESBORDE
           OPEN INPUT DENUNCIAS-FILE
           IF WS-DEN-FSTATUS = '00'
               PERFORM UNTIL WS-DEN-FSTATUS NOT = '00'
                   READ DENUNCIAS-FILE
                       AT END MOVE '10' TO WS-DEN-FSTATUS
                       NOT AT END
                           IF WS-DEN-COUNT >= 500
                               MOVE 'S' TO WS-DEN-DESBORDE
                               MOVE '10' TO WS-DEN-FSTATUS
                           ELSE
                               IF DEN-NRO-TARJETA = FRA-NRO-TARJETA
                                  AND DEN-ESTADO = 'T'
                                   IF WS-DECISION = 'C'
                                       MOVE 'A' TO DEN-ESTADO
                                   ELSE
                                       MOVE 'L' TO DEN-ESTADO
                                   END-IF
                               END-IF
                               ADD 1 TO WS-DEN-COUNT
                               MOVE DENUNCIA-RECORD
                                   TO WS-DEN-REG(WS-DEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DENUNCIAS-FILE
           END-IF
           IF WS-DEN-DESBORDE = 'S'
               DISPLAY "TARJ_DENUNCIAS.DAT supera la tabla de "
                       "trabajo; el caso no se resuelve."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DENUNCIAS-FILE
           PERFORM VARYING WS-DEN-IDX FROM 1 BY 1
                   UNTIL WS-DEN-IDX > WS-DEN-COUNT
               MOVE WS-DEN-REG(WS-DEN-IDX) TO DENUNCIA-RECORD
               WRITE DENUNCIA-RECORD
           END-PERFORM
           CLOSE DENUNCIAS-FILE.
       510-END.

       600-COLA-LLAMADAS.
           MOVE 0 TO WS-LLA-COUNT
           MOVE 'N' TO WS-LLA-DESBORDE
           OPEN INPUT LLAMADAS-FILE
           IF WS-LLA-FSTATUS = '00'
               PERFORM UNTIL WS-LLA-FSTATUS NOT = '00'
                   READ LLAMADAS-FILE
                       AT END MOVE '10' TO WS-LLA-FSTATUS
                       NOT AT END
                           IF WS-LLA-COUNT >= 500
                               MOVE 'S' TO WS-LLA-DESBORDE
                               MOVE '10' TO WS-LLA-FSTATUS
                           ELSE
                               ADD 1 TO WS-LLA-COUNT
                               MOVE LLAMADA-RECORD
                                   TO WS-LLA(WS-LLA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LLAMADAS-FILE
           END-IF
           DISPLAY "CASO      DOCUMENTO     TELEFONO     TARJETA"
                   "          FECHA"
           PERFORM VARYING WS-LLA-IDX FROM 1 BY 1
                   UNTIL WS-LLA-IDX > WS-LLA-COUNT
               MOVE WS-LLA(WS-LLA-IDX) TO LLAMADA-RECORD
               IF LLA-ESTADO = 'P'
                   DISPLAY LLA-CASO " " LLA-DOC " " LLA-TELEFONO " "
                           LLA-TARJETA " " LLA-FECHA
               END-IF
           END-PERFORM
           IF WS-LLA-DESBORDE = 'S'
               DISPLAY "FRAUDE_LLAMADAS.DAT supera la tabla de "
                       "trabajo; no se registran resultados."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Caso llamado (0 = volver): "
           ACCEPT WS-NRO-ING
           IF WS-NRO-ING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LLA-SEL
           PERFORM VARYING WS-LLA-IDX FROM 1 BY 1
                   UNTIL WS-LLA-IDX > WS-LLA-COUNT
               MOVE WS-LLA(WS-LLA-IDX) TO LLAMADA-RECORD
               IF LLA-CASO = WS-NRO-ING AND LLA-ESTADO = 'P'
                   MOVE WS-LLA-IDX TO WS-LLA-SEL
                   MOVE WS-LLA-COUNT TO WS-LLA-IDX
               END-IF
           END-PERFORM
           IF WS-LLA-SEL = 0
               DISPLAY "No hay llamada pendiente para ese caso."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resultado de la llamada: "
           ACCEPT WS-RESULTADO-ING
           MOVE WS-LLA(WS-LLA-SEL) TO LLAMADA-RECORD
           MOVE 'R' TO LLA-ESTADO
           MOVE WS-RESULTADO-ING TO LLA-RESULTADO
           MOVE LLAMADA-RECORD TO WS-LLA(WS-LLA-SEL)
           OPEN OUTPUT LLAMADAS-FILE
           PERFORM VARYING WS-LLA-IDX FROM 1 BY 1
                   UNTIL WS-LLA-IDX > WS-LLA-COUNT
               MOVE WS-LLA(WS-LLA-IDX) TO LLAMADA-RECORD
               WRITE LLAMADA-RECORD
           END-PERFORM
           CLOSE LLAMADAS-FILE
           DISPLAY "Llamada registrada.".
       600-END.

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

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM FRAMON001.
