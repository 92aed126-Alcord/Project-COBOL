      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Marcas operativas del cliente (MARCAS_CLIENTE.DAT,
      *          se mantienen desde MODCLI001). Todo modulo que
      *          identifica a un cliente llama aca con el documento:
      *          se muestran las marcas vigentes a la fecha (activas,
      *          dentro de su vigencia desde/hasta) con su severidad.
      *            I = informativa, A = advertencia,
      *            B = bloqueante: la operacion no sigue sin la
      *                autorizacion de un SUPERVISOR (SUPAUT1); la
      *                autorizacion queda en la auditoria
      *                (RegistrarAuditoria, tabla MARCAS_CLIENTE,
      *                campo OVERRIDE + modulo).
      *          LK-RESULTADO: 'S' = puede seguir, 'N' = bloqueado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARCAS1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT MARCAS-FILE ASSIGN TO "MARCAS_CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRC-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  MARCAS-FILE.
       01  MARCA-RECORD.
           05  MRC-NRO                 PIC 9(09).
           05  MRC-DOC                 PIC X(13).
           05  MRC-TIPO                PIC X(10).
           05  MRC-SEVERIDAD           PIC X(01).
           05  MRC-TEXTO               PIC X(60).
           05  MRC-DESDE               PIC X(08).
           05  MRC-HASTA               PIC X(08).
           05  MRC-ESTADO              PIC X(01).
           05  MRC-ALTA-OPERADOR       PIC X(30).
           05  MRC-ALTA-FECHA          PIC X(08).
           05  MRC-BAJA-OPERADOR       PIC X(30).
           05  MRC-BAJA-FECHA          PIC X(08).

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
           05 SQL-STMT   PIC X(48) VALUE 'SELECT RegistrarAuditoria(?,?,
      -    '?,?,?,?) FROM DUAL'.
      **********************************************************************
           COPY "BD001".
           COPY "AUDIT0001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
       01  WS-CONECTADO                PIC X VALUE 'N'.

       01  WS-MRC-FSTATUS              PIC XX.
       01  WS-FECHAHORA                PIC X(21).
       01  WS-FECHA-HOY                PIC X(08).
       01  WS-CONT-MARCAS              PIC 9(3).
       01  WS-CONT-BLOQUEANTES         PIC 9(3).
       01  WS-PRIMER-BLOQUEO           PIC 9(09).
       01  WS-PRIMER-TIPO              PIC X(10).
       01  WS-SEVERIDAD-DESC           PIC X(12).
       01  WS-APROBADOR                PIC X(30).
       01  WS-AUT-RESULTADO            PIC X(01).

       LINKAGE SECTION.
       01  LK-DOC                      PIC X(13).
       01  LK-MODULO                   PIC X(10).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-RESULTADO                PIC X(01).

       PROCEDURE DIVISION USING LK-DOC LK-MODULO LK-OPERADOR
                                LK-RESULTADO.
       MAIN-PROGRAM.
           MOVE 'S' TO LK-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           MOVE WS-FECHAHORA(1:8) TO WS-FECHA-HOY
           MOVE 0 TO WS-CONT-MARCAS WS-CONT-BLOQUEANTES
                     WS-PRIMER-BLOQUEO
           MOVE SPACES TO WS-PRIMER-TIPO
           OPEN INPUT MARCAS-FILE
           IF WS-MRC-FSTATUS NOT = '00'
               GOBACK
           END-IF
           PERFORM UNTIL WS-MRC-FSTATUS NOT = '00'
               READ MARCAS-FILE
                   AT END MOVE '10' TO WS-MRC-FSTATUS
                   NOT AT END
                       IF MRC-DOC = LK-DOC
                          AND MRC-ESTADO = 'A'
                          AND MRC-DESDE <= WS-FECHA-HOY
                          AND (MRC-HASTA = SPACES
                               OR MRC-HASTA >= WS-FECHA-HOY)
                           PERFORM 200-MUESTRA-MARCA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MARCAS-FILE
           IF WS-CONT-MARCAS > 0
               DISPLAY "****************************************"
           END-IF
           IF WS-CONT-BLOQUEANTES = 0
               GOBACK
           END-IF
           PERFORM 300-AUTORIZA-BLOQUEO
           GOBACK.

       200-MUESTRA-MARCA.
           IF WS-CONT-MARCAS = 0
               DISPLAY "****************************************"
               DISPLAY "MARCAS DEL CLIENTE " LK-DOC
           END-IF
           ADD 1 TO WS-CONT-MARCAS
           EVALUATE MRC-SEVERIDAD
               WHEN 'B'
                   MOVE "BLOQUEANTE" TO WS-SEVERIDAD-DESC
                   ADD 1 TO WS-CONT-BLOQUEANTES
                   IF WS-PRIMER-BLOQUEO = 0
                       MOVE MRC-NRO TO WS-PRIMER-BLOQUEO
                       MOVE MRC-TIPO TO WS-PRIMER-TIPO
                   END-IF
               WHEN 'A'
                   MOVE "ADVERTENCIA" TO WS-SEVERIDAD-DESC
               WHEN OTHER
                   MOVE "INFORMATIVA" TO WS-SEVERIDAD-DESC
           END-EVALUATE
           DISPLAY "[" WS-SEVERIDAD-DESC "] " MRC-TIPO " "
                   FUNCTION TRIM(MRC-TEXTO)
           DISPLAY "    vigente desde " MRC-DESDE
                   " hasta " MRC-HASTA
                   " - cargada por " FUNCTION TRIM(MRC-ALTA-OPERADOR).
       200-END.

       300-AUTORIZA-BLOQUEO.
           DISPLAY "El cliente tiene " WS-CONT-BLOQUEANTES
                   " marca(s) bloqueante(s)."
           MOVE SPACES TO WS-APROBADOR
           MOVE 'N' TO WS-AUT-RESULTADO
           CALL 'SUPAUT1' USING LK-OPERADOR WS-APROBADOR
                                WS-AUT-RESULTADO
           IF WS-AUT-RESULTADO NOT = 'S'
               DISPLAY "Operacion no autorizada por marca del "
                       "cliente."
               MOVE 'N' TO LK-RESULTADO
               EXIT PARAGRAPH
           END-IF
           IF WS-CONECTADO = 'N'
               PERFORM 0100-INICIO
               MOVE 'S' TO WS-CONECTADO
           END-IF
           MOVE 'MARCAS_CLIENTE' TO WT-AUDIT-TABLA
           MOVE LK-DOC TO WT-AUDIT-ID-REG
           MOVE SPACES TO WT-AUDIT-CAMPO WT-AUDIT-VALOR-ANT
           STRING "OVERRIDE " LK-MODULO
               DELIMITED BY SIZE INTO WT-AUDIT-CAMPO
           STRING "MARCA " WS-PRIMER-BLOQUEO " " WS-PRIMER-TIPO
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-ANT
           MOVE WS-APROBADOR TO WT-AUDIT-VALOR-NUE
           MOVE LK-OPERADOR TO WT-AUDIT-USUARIO
           PERFORM 310-REGISTRA-AUDITORIA
           MOVE 'S' TO LK-RESULTADO.
       300-END.

       310-REGISTRA-AUDITORIA.
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
           CALL 'OCSQLCMT' USING SQLCA END-CALL.
       310-END.

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
       END PROGRAM MARCAS1.
