      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Reporte mensual de hipotecas en UVA. Recorre las
      *          hipotecas con saldo y, para las registradas en
      *          HIPOTECAS_UVA.DAT (UVAHIP1), valua el saldo en
      *          unidades al ultimo valor de la UVA del periodo y lo
      *          compara con los pesos desembolsados en el alta:
      *          variacion del saldo en pesos contra el monto
      *          original y variacion del indice desde el alta.
      *          Sale a UVA_MENSUAL.TXT; lo corre el cierre mensual
      *          (CIEMEN001) despues del devengamiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UVAREP001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "UVA_MENSUAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(132).

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
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 101.
           05 SQL-STMT   PIC X(101) VALUE 'SELECT ID_HIPOTECA,ID_CLIENTE
      -    ',SALDO_ACTUAL,MONTO_ORIGINAL FROM banco.hipotecas WHERE SALD
      -    'O_ACTUAL > 0'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_UVAREP'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(3) COMP-3.
           05 SQL-VAR-0002  PIC S9(3) COMP-3.
           05 SQL-VAR-0003  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0004  PIC S9(13)V9(2) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  DB-ID-HIPOTECA          PIC 9(6).
           05  DB-ID-CLIENTE           PIC 9(6).
           05  DB-SALDO                PIC S9(12)V99.
           05  DB-MONTO-ORIGINAL       PIC 9(12)V99.

       01  WS-FECHA                    PIC X(10).
       01  WS-PERIODO                  PIC X(6).
       01  WS-UVA-FECHA                PIC X(8).
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-SALDO-PESOS              PIC 9(12)V99.
       01  WS-VAR-SALDO                PIC S9(5)V99.
       01  WS-VAR-INDICE               PIC S9(5)V99.
       01  WS-TOTAL-SALDO-PESOS        PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-ORIGINAL           PIC 9(13)V99 VALUE 0.
       01  WS-CONT-HIPOTECAS           PIC 9(5) VALUE 0.
       01  WS-ED-SALDO                 PIC ZZZZZZZZ9.99.
       01  WS-ED-VALOR                 PIC ZZZZZZ9.9999.
       01  WS-ED-PESOS                 PIC ZZZZZZZZZZ9.99.
       01  WS-ED-ORIGINAL              PIC ZZZZZZZZZZ9.99.
       01  WS-ED-VAR-SALDO             PIC -ZZZZ9.99.
       01  WS-ED-VAR-INDICE            PIC -ZZZZ9.99.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-PERIODO-CIERRE           PIC 9(6).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR
                                LK-PERIODO-CIERRE.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-PERIODO
           IF LK-PERIODO-CIERRE NOT = 0
               MOVE LK-PERIODO-CIERRE TO WS-PERIODO
           ELSE
               STRING "20" WS-FECHA(1:4) DELIMITED BY SIZE
                   INTO WS-PERIODO
           END-IF
      *    Ultimo valor de la unidad cargado hasta el fin del periodo.
           MOVE SPACES TO WS-UVA-FECHA
           STRING WS-PERIODO "31" DELIMITED BY SIZE
               INTO WS-UVA-FECHA
           PERFORM 0100-INICIO
           PERFORM 200-RECORRE-CARTERA
           GOBACK.

       200-RECORRE-CARTERA.
           MOVE 0 TO WS-TOTAL-SALDO-PESOS WS-TOTAL-ORIGINAL
                     WS-CONT-HIPOTECAS
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REPORTE-RECORD
           STRING "HIPOTECAS EN UVA - PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           MOVE SPACES TO REPORTE-RECORD
           STRING "HIPOT. CLIENTE    SALDO UVA   VALOR UVA "
                  "   SALDO EN PESOS   ORIGINAL PESOS  VAR.SALDO% "
                  "VAR.INDICE%"
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD

           IF SQL-PREP OF SQL-STMT-0 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-0
                               SQLCA
           END-CALL
           PERFORM UNTIL SQLCODE = 100
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(2)
               MOVE 2 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(3)
               MOVE 8 TO SQL-LEN(3)
               MOVE X'02' TO SQL-PREC(3)
               SET SQL-ADDR(4) TO ADDRESS OF SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(4)
               MOVE 8 TO SQL-LEN(4)
               MOVE X'02' TO SQL-PREC(4)
               MOVE 4 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0001 TO DB-ID-HIPOTECA
                   MOVE SQL-VAR-0002 TO DB-ID-CLIENTE
                   MOVE SQL-VAR-0003 TO DB-SALDO
                   MOVE SQL-VAR-0004 TO DB-MONTO-ORIGINAL
                   PERFORM 300-INFORMA-HIPOTECA
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-0
                               SQLCA
           END-CALL

           MOVE WS-TOTAL-SALDO-PESOS TO WS-ED-PESOS
           MOVE WS-TOTAL-ORIGINAL TO WS-ED-ORIGINAL
           MOVE SPACES TO REPORTE-RECORD
           STRING "HIPOTECAS UVA: " WS-CONT-HIPOTECAS
                  "  SALDO EN PESOS: " WS-ED-PESOS
                  "  ORIGINAL EN PESOS: " WS-ED-ORIGINAL
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           CLOSE REPORTE-FILE.
       200-END.

       300-INFORMA-HIPOTECA.
      *    Solo las hipotecas en UVA; el saldo de la base esta en
      *    unidades y el monto original en pesos es el del alta.
           MOVE DB-ID-HIPOTECA TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID WS-UVA-FECHA WS-UVA-ES
                                WS-UVA-VALOR WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA WS-UVA-MONTO-ALTA
           IF WS-UVA-ES NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-PESOS ROUNDED = DB-SALDO * WS-UVA-VALOR
           MOVE 0 TO WS-VAR-SALDO WS-VAR-INDICE
           IF WS-UVA-MONTO-ALTA > 0
               COMPUTE WS-VAR-SALDO ROUNDED =
                   (WS-SALDO-PESOS - WS-UVA-MONTO-ALTA) * 100
                   / WS-UVA-MONTO-ALTA
           END-IF
           IF WS-UVA-VALOR-ALTA > 0
               COMPUTE WS-VAR-INDICE ROUNDED =
                   (WS-UVA-VALOR - WS-UVA-VALOR-ALTA) * 100
                   / WS-UVA-VALOR-ALTA
           END-IF
           ADD WS-SALDO-PESOS TO WS-TOTAL-SALDO-PESOS
           ADD WS-UVA-MONTO-ALTA TO WS-TOTAL-ORIGINAL
           ADD 1 TO WS-CONT-HIPOTECAS
           MOVE DB-SALDO TO WS-ED-SALDO
           MOVE WS-UVA-VALOR TO WS-ED-VALOR
           MOVE WS-SALDO-PESOS TO WS-ED-PESOS
           MOVE WS-UVA-MONTO-ALTA TO WS-ED-ORIGINAL
           MOVE WS-VAR-SALDO TO WS-ED-VAR-SALDO
           MOVE WS-VAR-INDICE TO WS-ED-VAR-INDICE
           MOVE SPACES TO REPORTE-RECORD
           STRING DB-ID-HIPOTECA " " DB-ID-CLIENTE " "
                  WS-ED-SALDO " " WS-ED-VALOR " "
                  WS-ED-PESOS " " WS-ED-ORIGINAL " "
                  WS-ED-VAR-SALDO "  " WS-ED-VAR-INDICE
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD.
       300-END.

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
           END-CALL
           PERFORM SQLSTATE-CHECK.

       SQLSTATE-CHECK.
           IF SQLCODE < 0
               DISPLAY 'SQLSTATE='  SQLSTATE,
                       ', SQLCODE=' SQLCODE
               IF SQLERRML > 0
                   DISPLAY 'SQL Error message:' SQLERRMC(1:SQLERRML)
               END-IF
               MOVE SQLCODE TO RETURN-CODE
           ELSE
               IF SQLCODE > 0 AND NOT = 100
                   DISPLAY 'SQLSTATE='  SQLSTATE,
                           ', SQLCODE=' SQLCODE
                   IF SQLERRML > 0
                       DISPLAY 'SQL Warning message:'
                               SQLERRMC(1:SQLERRML)
                   END-IF
               END-IF.
       END PROGRAM UVAREP001.
