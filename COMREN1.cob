      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Devolucion de la comision anual de renovacion de
      *          tarjeta. TARRES001 cobra la comision en el cierre del
      *          aniversario (movimiento tipo F) y la deja en
      *          COMISIONES_RENOV.DAT; cuando el cliente da de baja la
      *          tarjeta o una adicional (TARJCRE001) dentro de los
      *          RENOV-DIAS-DEVOL dias del cargo (tabla de parametros,
      *          30 por defecto), este servicio la devuelve: credito
      *          tipo B sobre la cuenta (numerado por la entidad
      *          MOVTARJ de SECUENCIAS.DAT) que baja el acumulado del
      *          mes, constancia con canal COMISION por el importe
      *          positivo (neta la comision en el reporte de
      *          ingresos) y el cargo queda en estado D.
      *          Con LK-NRO-PLASTICO en blanco devuelve todas las
      *          comisiones de la cuenta LK-NRO-CUENTA (baja del
      *          titular); si no, solo la del plastico indicado (baja
      *          de una adicional). LK-DEVUELTO informa el total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMREN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT COMREN-FILE ASSIGN TO "COMISIONES_RENOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMREN-FSTATUS.
           SELECT COMTMP-FILE ASSIGN TO "COMISIONES_RENOV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMTMP-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
      *    Comisiones de renovacion cobradas (TARRES001). Estado:
      *    C cobrada, D devuelta por baja dentro del plazo.
       FD  COMREN-FILE.
       01  COMREN-RECORD.
           05  CRN-NRO-CUENTA          PIC X(16).
           05  CRN-NRO-PLASTICO        PIC X(16).
           05  CRN-TIPO                PIC X(01).
           05  CRN-ID-CLIENTE          PIC 9(10).
           05  CRN-DOC                 PIC X(13).
           05  CRN-TARIFA              PIC X(10).
           05  CRN-FECHA-CARGO         PIC X(08).
           05  CRN-IMPORTE             PIC 9(08)V99.
           05  CRN-ID-MOV              PIC 9(09).
           05  CRN-ESTADO              PIC X(01).
           05  CRN-FECHA-DEV           PIC X(08).
           05  CRN-ID-MOV-DEV          PIC 9(09).
       FD  COMTMP-FILE.
       01  COMTMP-RECORD               PIC X(111).
       FD  CANAL-FILE.
       01  CANAL-RECORD                PIC X(140).

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
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 6.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 6 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 6 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 6 TIMES.
           05 SQL-PREC   PIC X OCCURS 6 TIMES.
      **********************************************************************
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 71.
           05 SQL-STMT   PIC X(71) VALUE 'SELECT COALESCE(MAX(ID_MOVIMIE
      -    'NTO),0)+1 FROM BANCO.MOVIMIENTOS_TARJETAS'.
      **********************************************************************
       01 SQL-STMT-4.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 6.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 123.
           05 SQL-STMT   PIC X(123) VALUE 'INSERT INTO BANCO.MOVIMIENTOS
      -    '_TARJETAS (ID_MOVIMIENTO,ID_CLIENTE,NRO_TARJETA,FECHA_MOV,TI
      -    'PO_MOV,MONTO) VALUES (?,?,?,?,?,?)'.
      **********************************************************************
       01 SQL-STMT-6.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 2.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 77.
           05 SQL-STMT   PIC X(77) VALUE 'UPDATE BANCO.TARJETAS SET ACUM
      -    '_MES = ACUM_MES - ? WHERE NRO_TARJETA = TRIM(?)'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(11) COMP-3.
           05 SQL-VAR-0003  PIC S9(9) COMP-3.
           05 SQL-VAR-0004  PIC S9(9)V9(2) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-COMREN-FSTATUS           PIC XX.
       01  WS-COMTMP-FSTATUS           PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  WT-NRO-TARJETA          PIC X(16).
           05  WT-ID-MOVIMIENTO        PIC 9(9).
           05  WT-FECHA-MOVIMIENTO     PIC X(10).
           05  WT-TIPO-MOVIMIENTO      PIC X(1).

       01  WS-CONECTADO                PIC X VALUE 'N'.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY8               PIC X(08).
       01  WS-FECHA-NUM                PIC 9(08).
       01  WS-HOY-ENTERO               PIC 9(08).
       01  WS-DIAS-CARGO               PIC S9(08).
       01  WS-DIAS-DEVOL               PIC 9(04).
       01  WS-DEVOLVER                 PIC X(01).
       01  WS-FECHAHORA-JRN            PIC X(21).
       01  WS-MONTO-JRN                PIC -(9)9.99.

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(8).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(1).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       LINKAGE SECTION.
       01  LK-NRO-CUENTA               PIC X(16).
       01  LK-NRO-PLASTICO             PIC X(16).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-DEVUELTO                 PIC 9(09)V99.

       PROCEDURE DIVISION USING LK-NRO-CUENTA LK-NRO-PLASTICO
                                LK-OPERADOR LK-DEVUELTO.
       MAIN-PROGRAM.
           MOVE 0 TO LK-DEVUELTO
           IF WS-CONECTADO = 'N'
               PERFORM 0100-INICIO
               MOVE 'S' TO WS-CONECTADO
           END-IF
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY8
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY8
           MOVE SPACES TO WT-FECHA-MOVIMIENTO
           STRING "20" WS-FECHA(1:2) "-" WS-FECHA(3:2) "-"
                  WS-FECHA(5:2)
               DELIMITED BY SIZE INTO WT-FECHA-MOVIMIENTO
           MOVE WS-FECHA-HOY8 TO WS-FECHA-NUM
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           PERFORM 100-PLAZO-DEVOLUCION
           PERFORM 200-DEVUELVE-COMISIONES
           GOBACK.

       100-PLAZO-DEVOLUCION.
           MOVE 'RENOV-DIAS-DEVOL    ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY8 TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-DEVOL
           ELSE
               MOVE 30 TO WS-DIAS-DEVOL
           END-IF.
       100-END.

       200-DEVUELVE-COMISIONES.
      *    Reescribe COMISIONES_RENOV.DAT via archivo temporal,
      *    devolviendo y marcando D los cargos cobrados del plastico
      *    (o de la cuenta) que estan dentro del plazo.
           OPEN INPUT COMREN-FILE
           IF WS-COMREN-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMTMP-FILE
           PERFORM UNTIL WS-COMREN-FSTATUS NOT = '00'
               READ COMREN-FILE
                   AT END MOVE '10' TO WS-COMREN-FSTATUS
                   NOT AT END
                       PERFORM 210-EVALUA-CARGO
                       IF WS-DEVOLVER = 'S'
                           PERFORM 300-POSTEA-DEVOLUCION
                       END-IF
                       MOVE COMREN-RECORD TO COMTMP-RECORD
                       WRITE COMTMP-RECORD
               END-READ
           END-PERFORM
           CLOSE COMREN-FILE
           CLOSE COMTMP-FILE
           IF LK-DEVUELTO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMTMP-FILE
           OPEN OUTPUT COMREN-FILE
           MOVE '00' TO WS-COMTMP-FSTATUS
           PERFORM UNTIL WS-COMTMP-FSTATUS NOT = '00'
               READ COMTMP-FILE
                   AT END MOVE '10' TO WS-COMTMP-FSTATUS
                   NOT AT END
                       MOVE COMTMP-RECORD TO COMREN-RECORD
                       WRITE COMREN-RECORD
               END-READ
           END-PERFORM
           CLOSE COMTMP-FILE
           CLOSE COMREN-FILE.
       200-END.

       210-EVALUA-CARGO.
           MOVE 'N' TO WS-DEVOLVER
           IF CRN-ESTADO NOT = 'C' OR CRN-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF
           IF LK-NRO-PLASTICO = SPACES
               IF CRN-NRO-CUENTA NOT = LK-NRO-CUENTA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CRN-NRO-PLASTICO NOT = LK-NRO-PLASTICO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE CRN-FECHA-CARGO TO WS-FECHA-NUM
           COMPUTE WS-DIAS-CARGO = WS-HOY-ENTERO
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           IF WS-DIAS-CARGO <= WS-DIAS-DEVOL
               MOVE 'S' TO WS-DEVOLVER
           END-IF.
       210-END.

       300-POSTEA-DEVOLUCION.
      *    EXEC SQL
      *        SELECT COALESCE(MAX(ID_MOVIMIENTO),0)+1
      *          INTO :WT-ID-MOVIMIENTO
      *          FROM BANCO.MOVIMIENTOS_TARJETAS
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
           MOVE SQL-VAR-0003 TO WT-ID-MOVIMIENTO
      *    El MAX+1 queda solo como semilla: el numero definitivo lo
      *    reserva el asignador central (entidad MOVTARJ).
           MOVE 'MOVTARJ     ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE WT-ID-MOVIMIENTO TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           MOVE WS-SEQ-PRIMER-ID TO WT-ID-MOVIMIENTO
           MOVE CRN-NRO-CUENTA TO WT-NRO-TARJETA
           MOVE 'B' TO WT-TIPO-MOVIMIENTO
      *    EXEC SQL
      *        INSERT INTO BANCO.MOVIMIENTOS_TARJETAS
      *               (ID_MOVIMIENTO, ID_CLIENTE, NRO_TARJETA,
      *                FECHA_MOV, TIPO_MOV, MONTO)
      *        VALUES (:WT-ID-MOVIMIENTO, :CRN-ID-CLIENTE,
      *                :WT-NRO-TARJETA, :WT-FECHA-MOVIMIENTO,
      *                :WT-TIPO-MOVIMIENTO, :CRN-IMPORTE)
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-4 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(2)
               MOVE 6 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 WT-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 16 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 WT-FECHA-MOVIMIENTO
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 10 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 WT-TIPO-MOVIMIENTO
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 1 TO SQL-LEN(5)
               SET SQL-ADDR(6) TO ADDRESS OF
                 SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(6)
               MOVE 6 TO SQL-LEN(6)
               MOVE X'02' TO SQL-PREC(6)
               MOVE 6 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-4
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE WT-ID-MOVIMIENTO TO SQL-VAR-0003
           MOVE CRN-ID-CLIENTE TO SQL-VAR-0001
           MOVE CRN-IMPORTE TO SQL-VAR-0004
           CALL 'OCSQLEXE' USING SQL-STMT-4
                               SQLCA
           IF SQLCODE < 0
               DISPLAY "Error al devolver la comision de renovacion "
                       "del plastico " CRN-NRO-PLASTICO(13:4)
               EXIT PARAGRAPH
           END-IF
      *    EXEC SQL
      *        UPDATE BANCO.TARJETAS
      *           SET ACUM_MES = ACUM_MES - :CRN-IMPORTE
      *         WHERE NRO_TARJETA = TRIM(:WT-NRO-TARJETA)
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-6 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(1)
               MOVE 6 TO SQL-LEN(1)
               MOVE X'02' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WT-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 16 TO SQL-LEN(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-6
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-6
                               SQLCA
           CALL 'OCSQLCMT' USING SQLCA END-CALL
           MOVE 'D' TO CRN-ESTADO
           MOVE WS-FECHA-HOY8 TO CRN-FECHA-DEV
           MOVE WT-ID-MOVIMIENTO TO CRN-ID-MOV-DEV
           ADD CRN-IMPORTE TO LK-DEVUELTO
           PERFORM 310-CANAL-DEVOLUCION.
       300-END.

       310-CANAL-DEVOLUCION.
      *    La devolucion entra con canal COMISION, la misma tarifa de
      *    referencia y signo contrario al cargo.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA-JRN
           MOVE CRN-IMPORTE TO WS-MONTO-JRN
           OPEN EXTEND CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               OPEN OUTPUT CANAL-FILE
           END-IF
           MOVE SPACES TO CANAL-RECORD
           STRING WS-FECHAHORA-JRN(1:8) "-" WS-FECHAHORA-JRN(9:6)
                  ";" "COMISION  "
                  ";" WT-ID-MOVIMIENTO
                  ";" CRN-DOC
                  ";" FUNCTION TRIM(WS-MONTO-JRN)
                  ";" CRN-TARIFA
                  ";" LK-OPERADOR
                  ";" WS-FECHA-HOY8
               DELIMITED BY SIZE INTO CANAL-RECORD
           WRITE CANAL-RECORD
           CLOSE CANAL-FILE.
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
       END PROGRAM COMREN1.
