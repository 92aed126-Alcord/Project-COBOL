      * Purpose: Exposicion consolidada del grupo economico de un
      *          cliente. Busca en GRUPOS_ECO.DAT el grupo al que
      *          pertenece el documento y suma, miembro por miembro,
      *          el saldo de hipoteca (las UVA en pesos al valor del
      *          dia) y el limite de tarjeta (desde la base, la misma
      *          consulta por cliente que usa la vista 360) mas el
      *          limite de sobregiro vigente de
      *          SOBREGIROS.DAT y el saldo de capital de sus
      *          prestamos personales vigentes (PRESTAMOS.DAT).
      *          Devuelve el grupo, la cantidad de
      *          miembros y el total: SOLHIP001 lo consulta al
      *          aprobar para avisar si el nuevo prestamo pasa el
      *          techo del grupo, y GRUPEC001 lo usa para la consulta
      *          y el top-20 mensual. Documento sin grupo devuelve
      *          grupo 0 y la exposicion individual.
      *          Tarjetas corporativas: el limite global de la
      *          empresa es el LIMITE_TARJETA de su cuenta y se suma
      *          una sola vez; las tarjetas de empleado son plasticos
      *          adicionales de esa cuenta y no suman limite propio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SOBREGIROS-FILE ASSIGN TO "SOBREGIROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOBRE-FSTATUS.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREST-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SOB-DESDE               PIC X(08).
           05  SOB-HASTA               PIC X(08).
           05  SOB-ESTADO              PIC X(01).
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

       WORKING-STORAGE SECTION.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 363.
           05 SQL-STMT   PIC X(363) VALUE 'SELECT COALESCE((SELECT SALDO
      -    '_ACTUAL FROM BANCO.HIPOTECAS H WHERE H.ID_CLIENTE = C.ID_CLI
      -    'ENTE LIMIT 1),0),COALESCE((SELECT LIMITE_TARJETA FROM BANCO.
      -    'TARJETAS T WHERE T.ID_CLIENTE = C.ID_CLIENTE LIMIT 1),0),COA
      -    'LESCE((SELECT ID_HIPOTECA FROM BANCO.HIPOTECAS H WHERE H.ID_
      -    'CLIENTE = C.ID_CLIENTE LIMIT 1),0) FROM BANCO.CLIENTES C WHE
      -    'RE C.DOC_CLIENTE = TRIM(?) LIMIT 1'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(11)V9(2) COMP-3.
           05 SQL-VAR-0002  PIC S9(11)V9(2) COMP-3.
           05 SQL-VAR-0003  PIC S9(11) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-GRUPOS-FSTATUS           PIC XX.
       01  WS-SOBRE-FSTATUS            PIC XX.
       01  WS-PREST-FSTATUS            PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-SOB-LIM-VIG              PIC 9(10)V99.
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.

       LINKAGE SECTION.
       01  LK-DOC                      PIC X(13).
       300-EXPOSICION-MIEMBRO.
      *    EXEC SQL
      *        SELECT COALESCE(H.SALDO_ACTUAL,0),
      *               COALESCE(T.LIMITE_TARJETA,0),
      *               COALESCE(H.ID_HIPOTECA,0)
      *          INTO :WS-SALDO-HIP, :WS-LIMITE-TARJ, :WS-UVA-ID
      *          FROM BANCO.CLIENTES C ...
      *         WHERE C.DOC_CLIENTE = TRIM(:WT-DOC-CLI)
      *    END-EXEC
               MOVE 7 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(3)
               MOVE 6 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 WT-DOC-CLI
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 13 TO SQL-LEN(4)
               MOVE 4 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE 0 TO SQL-VAR-0001 SQL-VAR-0002 SQL-VAR-0003
           CALL 'OCSQLEXE' USING SQL-STMT-0
                               SQLCA
      *    El saldo de una hipoteca UVA esta en unidades: entra a la
      *    exposicion en pesos al valor UVA del dia.
           MOVE SQL-VAR-0003 TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID
                                WS-FECHA-HOY
                                WS-UVA-ES
                                WS-UVA-VALOR
                                WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA
                                WS-UVA-MONTO-ALTA
           END-CALL
           COMPUTE WS-SALDO-HIP ROUNDED = SQL-VAR-0001 * WS-UVA-VALOR
           MOVE SQL-VAR-0002 TO WS-LIMITE-TARJ
           IF WS-SALDO-HIP > 0
               ADD WS-SALDO-HIP TO LK-EXPOSICION
           IF WS-LIMITE-TARJ > 0
               ADD WS-LIMITE-TARJ TO LK-EXPOSICION
           END-IF
           PERFORM 310-SOBREGIRO-MIEMBRO
           PERFORM 320-PRESTAMOS-MIEMBRO.
       300-END.

       310-SOBREGIRO-MIEMBRO.
           ADD WS-SOB-LIM-VIG TO LK-EXPOSICION.
       310-END.

       320-PRESTAMOS-MIEMBRO.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PREST-FSTATUS = '00'
               PERFORM UNTIL WS-PREST-FSTATUS NOT = '00'
                   READ PRESTAMOS-FILE
                       AT END MOVE '10' TO WS-PREST-FSTATUS
                       NOT AT END
                           IF PP-DOC = WT-DOC-CLI
                              AND PP-ESTADO = 'V'
                               ADD PP-SALDO TO LK-EXPOSICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF.
       320-END.

       COPY "DBPARM001".

       0100-INICIO.
