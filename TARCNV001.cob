      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Conversion a pesos del saldo en dolares de tarjeta
      *          impago al vencimiento. Corre en el cierre diario
      *          (CIERDIA01) con la fecha del dia: para cada resumen
      *          vigente con saldo en dolares (TARRES001) cuyo
      *          vencimiento ya paso, lo que los pagos en dolares
      *          posteriores al corte no cubrieron se pasa a pesos a la
      *          cotizacion de ese dia (MONEDAS.DAT): debito tipo V en
      *          MOVIMIENTOS_TARJETAS (numerado por la entidad MOVTARJ
      *          de SECUENCIAS.DAT) que suma al acumulado del mes, y
      *          registro USD tipo V en MOVS_TARJ_MONEDA.DAT (TARMON1)
      *          que baja el saldo en dolares. Desde ahi la deuda
      *          financia y entra en mora como el saldo en pesos. Lo
      *          ya convertido para el mismo resumen se descuenta, asi
      *          que correrlo de nuevo no duplica. Detalle en
      *          CONVERSION_USD_TARJ.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARCNV001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-FSTATUS.
           SELECT MOVMON-FILE ASSIGN TO "MOVS_TARJ_MONEDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTM-FSTATUS.
           SELECT REPORTE-FILE ASSIGN TO "CONVERSION_USD_TARJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  RESUMEN-FILE.
       01  RESUMEN-RECORD.
           05  RES-NRO                 PIC 9(06).
           05  RES-NRO-TARJETA         PIC X(16).
           05  RES-ID-CLIENTE          PIC 9(10).
           05  RES-FECHA-CORTE         PIC X(10).
           05  RES-FECHA-VTO           PIC X(10).
           05  RES-SALDO-ANTERIOR      PIC S9(11)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGOS               PIC S9(11)V99
               SIGN LEADING SEPARATE.
           05  RES-CONSUMOS            PIC S9(11)V99
               SIGN LEADING SEPARATE.
           05  RES-INTERES             PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-CARGO-MORA          PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-SALDO               PIC S9(11)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
       FD  MOVMON-FILE.
       01  MOVMON-RECORD.
           05  MTM-ID-MOV              PIC 9(09).
           05  MTM-NRO-TARJETA         PIC X(16).
           05  MTM-FECHA               PIC X(10).
           05  MTM-TIPO                PIC X(01).
           05  MTM-MONEDA              PIC X(03).
           05  MTM-IMPORTE-ORIG        PIC 9(09)V99.
           05  MTM-TASA                PIC 9(06)V9(4).
           05  MTM-IMPORTE-LOC         PIC 9(11)V99.
           05  MTM-REVERSA             PIC X(01).
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(100).

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
      -    '_MES = ACUM_MES + ? WHERE NRO_TARJETA = TRIM(?)'.
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
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-MTM-FSTATUS              PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  WT-NRO-TARJETA          PIC X(16).
           05  WT-ID-MOVIMIENTO        PIC 9(9).
           05  WT-FECHA-MOVIMIENTO     PIC X(10).
           05  WT-TIPO-MOVIMIENTO      PIC X(1).

       01  WS-CONECTADO                PIC X VALUE 'N'.
       01  WS-TASA-USD                 PIC 9(06)V9(4).
       01  WS-IMPAGO-USD               PIC S9(9)V99.
       01  WS-IMPORTE-PESOS            PIC 9(9)V99.
       01  WS-CONT-CONVERTIDOS         PIC 9(06).
       01  WS-TOT-USD                  PIC 9(11)V99.
       01  WS-TOT-PESOS                PIC 9(13)V99.
       01  WS-USD-ED                   PIC ZZZZZZZZ9.99.
       01  WS-PESOS-ED                 PIC ZZZZZZZZZZ9.99.
       01  WS-TASA-ED                  PIC ZZZZZ9.9999.

       01  WS-TMN-FUNCION              PIC X(01).
       01  WS-TMN-ID-MOV               PIC 9(09).
       01  WS-TMN-NRO-TARJETA          PIC X(16).
       01  WS-TMN-FECHA                PIC X(10).
       01  WS-TMN-TIPO                 PIC X(01).
       01  WS-TMN-MONEDA               PIC X(03).
       01  WS-TMN-ORIG                 PIC 9(09)V99.
       01  WS-TMN-TASA                 PIC 9(06)V9(4).
       01  WS-TMN-LOC                  PIC 9(11)V99.
       01  WS-TMN-REVERSA              PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       LINKAGE SECTION.
       01  LK-FECHA                    PIC X(10).

       PROCEDURE DIVISION USING LK-FECHA.
       MAIN-PROGRAM.
           MOVE 0 TO WS-CONT-CONVERTIDOS WS-TOT-USD WS-TOT-PESOS
      *    Cotizacion del dia del vencimiento.
           MOVE 'T' TO WS-TMN-FUNCION
           MOVE 'USD' TO WS-TMN-MONEDA
           PERFORM 900-LLAMA-TARMON
           MOVE WS-TMN-TASA TO WS-TASA-USD
           IF WS-TASA-USD = 0
               DISPLAY "Sin cotizacion USD en MONEDAS.DAT: no se "
                       "convierten saldos en dolares de tarjeta."
               GOBACK
           END-IF
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS NOT = '00'
               GOBACK
           END-IF
           IF WS-CONECTADO = 'N'
               PERFORM 0100-INICIO
               MOVE 'S' TO WS-CONECTADO
           END-IF
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REPORTE-RECORD
           MOVE WS-TASA-USD TO WS-TASA-ED
           STRING "CONVERSION A PESOS DE SALDOS U$S AL VTO. "
                  LK-FECHA "  COTIZ " WS-TASA-ED
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
               READ RESUMEN-FILE
                   AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                   NOT AT END
                       IF RES-ESTADO = 'A' AND RES-SALDO-USD > 0
                          AND RES-FECHA-VTO NOT > LK-FECHA
                           PERFORM 100-IMPAGO-DOLARES
                           IF WS-IMPAGO-USD > 0
                               PERFORM 200-CONVIERTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESUMEN-FILE
           MOVE WS-TOT-USD TO WS-USD-ED
           MOVE WS-TOT-PESOS TO WS-PESOS-ED
           MOVE SPACES TO REPORTE-RECORD
           STRING "TARJETAS CONVERTIDAS " WS-CONT-CONVERTIDOS
                  "  U$S " WS-USD-ED "  $ " WS-PESOS-ED
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           CLOSE REPORTE-FILE
           GOBACK.

       100-IMPAGO-DOLARES.
      *    Saldo en dolares del resumen menos lo pagado en dolares
      *    desde el corte (las reversas de pagos lo vuelven a sumar) y
      *    menos lo ya convertido para este resumen.
           MOVE RES-SALDO-USD TO WS-IMPAGO-USD
           OPEN INPUT MOVMON-FILE
           IF WS-MTM-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MTM-FSTATUS NOT = '00'
               READ MOVMON-FILE
                   AT END MOVE '10' TO WS-MTM-FSTATUS
                   NOT AT END
                       IF MTM-NRO-TARJETA = RES-NRO-TARJETA
                          AND MTM-MONEDA = 'USD'
                          AND MTM-FECHA > RES-FECHA-CORTE
                          AND MTM-FECHA NOT > LK-FECHA
                           EVALUATE TRUE
                               WHEN MTM-TIPO = 'P'
                               WHEN MTM-TIPO = 'V'
                                   SUBTRACT MTM-IMPORTE-ORIG
                                       FROM WS-IMPAGO-USD
                               WHEN MTM-TIPO = 'C'
                                    AND MTM-REVERSA = 'S'
                                   ADD MTM-IMPORTE-ORIG
                                       TO WS-IMPAGO-USD
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVMON-FILE.
       100-END.

       200-CONVIERTE.
           COMPUTE WS-IMPORTE-PESOS ROUNDED =
               WS-IMPAGO-USD * WS-TASA-USD
           MOVE RES-NRO-TARJETA TO WT-NRO-TARJETA
           MOVE LK-FECHA TO WT-FECHA-MOVIMIENTO
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
           MOVE 'V' TO WT-TIPO-MOVIMIENTO
      *    EXEC SQL
      *        INSERT INTO BANCO.MOVIMIENTOS_TARJETAS
      *               (ID_MOVIMIENTO, ID_CLIENTE, NRO_TARJETA,
      *                FECHA_MOV, TIPO_MOV, MONTO)
      *        VALUES (:WT-ID-MOVIMIENTO, :RES-ID-CLIENTE,
      *                :WT-NRO-TARJETA, :WT-FECHA-MOVIMIENTO,
      *                :WT-TIPO-MOVIMIENTO, :WS-IMPORTE-PESOS)
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
           MOVE RES-ID-CLIENTE TO SQL-VAR-0001
           MOVE WS-IMPORTE-PESOS TO SQL-VAR-0004
           CALL 'OCSQLEXE' USING SQL-STMT-4
                               SQLCA
           IF SQLCODE < 0
               DISPLAY "Error al convertir el saldo en dolares de la "
                       "tarjeta " RES-NRO-TARJETA(13:4)
               EXIT PARAGRAPH
           END-IF
      *    EXEC SQL
      *        UPDATE BANCO.TARJETAS
      *           SET ACUM_MES = ACUM_MES + :WS-IMPORTE-PESOS
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
      *    Asiento USD tipo V: baja el saldo en dolares del resumen.
           MOVE 'A' TO WS-TMN-FUNCION
           MOVE WT-ID-MOVIMIENTO TO WS-TMN-ID-MOV
           MOVE WT-NRO-TARJETA TO WS-TMN-NRO-TARJETA
           MOVE WT-FECHA-MOVIMIENTO TO WS-TMN-FECHA
           MOVE 'V' TO WS-TMN-TIPO
           MOVE 'USD' TO WS-TMN-MONEDA
           MOVE WS-IMPAGO-USD TO WS-TMN-ORIG
           MOVE WS-TASA-USD TO WS-TMN-TASA
           MOVE WS-IMPORTE-PESOS TO WS-TMN-LOC
           MOVE 'N' TO WS-TMN-REVERSA
           PERFORM 900-LLAMA-TARMON
           ADD 1 TO WS-CONT-CONVERTIDOS
           ADD WS-IMPAGO-USD TO WS-TOT-USD
           ADD WS-IMPORTE-PESOS TO WS-TOT-PESOS
           MOVE WS-IMPAGO-USD TO WS-USD-ED
           MOVE WS-IMPORTE-PESOS TO WS-PESOS-ED
           MOVE SPACES TO REPORTE-RECORD
           STRING "TARJ ****" RES-NRO-TARJETA(13:4)
                  " RES " RES-NRO " VTO " RES-FECHA-VTO
                  " U$S " WS-USD-ED " $ " WS-PESOS-ED
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD.
       200-END.

       900-LLAMA-TARMON.
           CALL 'TARMON1' USING WS-TMN-FUNCION WS-TMN-ID-MOV
                                WS-TMN-NRO-TARJETA WS-TMN-FECHA
                                WS-TMN-TIPO WS-TMN-MONEDA
                                WS-TMN-ORIG WS-TMN-TASA
                                WS-TMN-LOC WS-TMN-REVERSA.
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
       END PROGRAM TARCNV001.
