      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Alertas de movimientos a clientes. Las suscripciones
      *          por cliente (ALERTAS_SUSC.DAT) se mantienen desde
      *          MODCLI001 junto a la preferencia de entrega; cada una
      *          elige que avisar:
      *            D = debito en cuenta igual o mayor al importe que
      *                eligio el cliente (0 = todo debito);
      *            T = consumo o adelanto con tarjeta de credito;
      *            E = transferencia entrante (canales TRANSFER e
      *                INTERBANC);
      *            R = cheque propio rechazado (CHEQUES_RECHAZADOS.DAT);
      *            S = acreditacion de haberes (canal HABERES).
      *          Cada corrida toma solo lo nuevo desde la anterior:
      *          ALERTAS_CTRL.DAT guarda la marca de lo ya revisado
      *          (registros leidos de MOVS_CANAL.DAT y de
      *          CHEQUES_RECHAZADOS.DAT, ultimo ID_MOVIMIENTO de
      *          MOVIMIENTOS_TARJETAS) y se graba al cerrar cada
      *          fuente, asi ningun movimiento se avisa dos veces. La
      *          primera corrida solo fija la marca en el final
      *          actual, sin avisar la historia.
      *          Los avisos van al spool de correo EMAIL_SPOOL.TXT
      *          (la misma pasarela de NOTIF001 y ENTREGA1), con la
      *          tarjeta enmascarada. Los correos de la lista
      *          EMAILS_REBOTADOS.DAT no se spoolean: la alerta se
      *          cuenta como no enviada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT SUSC-FILE ASSIGN TO "ALERTAS_SUSC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSC-FSTATUS.
           SELECT CTRL-FILE ASSIGN TO "ALERTAS_CTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.
           SELECT RECHAZADOS-FILE ASSIGN TO "CHEQUES_RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCH-FSTATUS.
           SELECT REBOTADOS-FILE ASSIGN TO "EMAILS_REBOTADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBOT-FSTATUS.
           SELECT SPOOL-FILE ASSIGN TO "EMAIL_SPOOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  SUSC-FILE.
       01  SUSC-RECORD.
           05  ALS-DOC                 PIC X(13).
           05  ALS-ID-CLIENTE          PIC 9(10).
           05  ALS-EMAIL               PIC X(40).
           05  ALS-DEBITO              PIC X(01).
           05  ALS-DEBITO-MIN          PIC 9(10)V99.
           05  ALS-TARJETA             PIC X(01).
           05  ALS-ENTRANTE            PIC X(01).
           05  ALS-RECHAZO             PIC X(01).
           05  ALS-SUELDO              PIC X(01).
           05  ALS-ESTADO              PIC X(01).
           05  ALS-FECHA               PIC X(08).
           05  ALS-OPERADOR            PIC X(30).
       FD  CTRL-FILE.
       01  CTRL-RECORD.
           05  CTL-CANAL-LEIDOS        PIC 9(09).
           05  CTL-TARJ-ULT-ID         PIC 9(09).
           05  CTL-RCH-LEIDOS          PIC 9(09).
           05  CTL-FECHAHORA           PIC X(15).
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
       FD  REBOTADOS-FILE.
       01  REBOTADO-RECORD             PIC X(40).
       FD  SPOOL-FILE.
       01  SPOOL-RECORD                PIC X(200).

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
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 197.
           05 SQL-STMT   PIC X(197) VALUE 'SELECT ID_MOVIMIENTO,ID_CLIEN
      -    'TE,NRO_TARJETA,TIPO_MOV,MONTO,DATE_FORMAT(FECHA_MOV,''%Y-%m-
      -    '%d'') FROM BANCO.MOVIMIENTOS_TARJETAS M WHERE ID_MOVIMIENTO>
      -    '? AND TIPO_MOV IN (''C'',''A'') ORDER BY ID_MOVIMIENTO'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_ALETAR'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01 SQL-STMT-2.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 65.
           05 SQL-STMT   PIC X(65) VALUE 'SELECT ID_CLIENTE FROM banco.c
      -    'lientes WHERE DOC_CLIENTE = TRIM(?)'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_ALECLI'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01 SQL-STMT-3.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 67.
           05 SQL-STMT   PIC X(67) VALUE 'SELECT IFNULL(MAX(ID_MOVIMIENT
      -    'O),0) FROM BANCO.MOVIMIENTOS_TARJETAS'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(9) COMP-3.
           05 SQL-VAR-0002  PIC S9(5) COMP-3.
           05 SQL-VAR-0003  PIC S9(11)V9(2) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-SUSC-FSTATUS             PIC XX.
       01  WS-CTRL-FSTATUS             PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-RCH-FSTATUS              PIC XX.
       01  WS-REBOT-FSTATUS            PIC XX.
       01  WS-SPOOL-FSTATUS            PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  DB-NRO-TARJETA          PIC X(16).
           05  DB-TIPO-MOV             PIC X(01).
           05  DB-FECHA-MOV            PIC X(10).
           05  DB-DOC                  PIC X(13).

      *    Suscripciones activas.
       01  WS-SUSCRIPCIONES.
           05  WS-ALS OCCURS 300 TIMES.
               10  WS-ALS-DOC          PIC X(13).
               10  WS-ALS-ID           PIC 9(10).
               10  WS-ALS-EMAIL        PIC X(40).
               10  WS-ALS-DEBITO       PIC X(01).
               10  WS-ALS-DEBITO-MIN   PIC 9(10)V99.
               10  WS-ALS-TARJETA      PIC X(01).
               10  WS-ALS-ENTRANTE     PIC X(01).
               10  WS-ALS-RECHAZO      PIC X(01).
               10  WS-ALS-SUELDO       PIC X(01).
       01  WS-ALS-COUNT                PIC 9(3) VALUE 0.
       01  WS-ALS-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-ALS-IDX                  PIC 9(3).
       01  WS-ALS-SEL                  PIC 9(3).

       01  WS-REB-TABLA.
           05  WS-REB-REG OCCURS 200 TIMES.
               10  WS-REB-EMAIL        PIC X(40).
       01  WS-REB-COUNT                PIC 9(3) VALUE 0.
       01  WS-REB-IDX                  PIC 9(3).

      *    Marca de lo ya revisado.
       01  WS-CTL-HAY                  PIC X(1) VALUE 'N'.
       01  WS-CTL-CANAL                PIC 9(9) VALUE 0.
       01  WS-CTL-TARJ                 PIC 9(9) VALUE 0.
       01  WS-CTL-RCH                  PIC 9(9) VALUE 0.
       01  WS-LEIDOS                   PIC 9(9).
       01  WS-FECHAHORA                PIC X(26).

       01  WS-JRN-FHA                  PIC X(15).
       01  WS-JRN-CANAL                PIC X(10).
       01  WS-JRN-ID                   PIC X(5).
       01  WS-JRN-DOC                  PIC X(13).
       01  WS-JRN-MONTO                PIC X(15).
       01  WS-JRN-REF                  PIC X(20).
       01  WS-JRN-USR                  PIC X(30).
       01  WS-JRN-IMPORTE              PIC S9(10)V99.

       01  WS-AV-TIPO                  PIC X(25).
       01  WS-AV-REF                   PIC X(30).
       01  WS-AV-FECHA                 PIC X(15).
       01  WS-AV-IMPORTE               PIC 9(10)V99.
       01  WS-AV-REBOTADO              PIC X(1).
       01  WS-ED1                      PIC ZZZZZZZZZ9.99.

       01  WS-TARJ-MASK.
           05  WS-MASK-INPUT           PIC X(16).
           05  WS-MASK-OUTPUT          PIC X(16).

       01  WS-CONT-REVISADOS           PIC 9(7) VALUE 0.
       01  WS-CONT-SPOOL               PIC 9(5) VALUE 0.
       01  WS-CONT-REBOTES             PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           DISPLAY "===================================="
           DISPLAY "   ALERTAS DE MOVIMIENTOS           "
           DISPLAY "===================================="
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           PERFORM 0100-INICIO
           PERFORM 110-LEE-CONTROL
           IF WS-CTL-HAY = 'N'
               PERFORM 120-MARCA-INICIAL
               DISPLAY "Primera corrida: se fija la marca en el "
                       "final actual, sin avisar movimientos previos."
               GOBACK
           END-IF
           PERFORM 150-CARGA-SUSCRIPCIONES
           IF WS-ALS-DESBORDE = 'S'
               DISPLAY "ALERTAS_SUSC.DAT supera la tabla de trabajo; "
                       "no se emiten alertas."
               GOBACK
           END-IF
           PERFORM 160-CARGA-REBOTADOS
           OPEN EXTEND SPOOL-FILE
           IF WS-SPOOL-FSTATUS NOT = '00'
               OPEN OUTPUT SPOOL-FILE
           END-IF
           PERFORM 200-MOVIMIENTOS-CUENTA
           PERFORM 130-GRABA-CONTROL
           PERFORM 300-MOVIMIENTOS-TARJETA
           PERFORM 130-GRABA-CONTROL
           PERFORM 400-CHEQUES-RECHAZADOS
           PERFORM 130-GRABA-CONTROL
           CLOSE SPOOL-FILE
           DISPLAY "Movimientos revisados:    " WS-CONT-REVISADOS
           DISPLAY "Alertas spooleadas:       " WS-CONT-SPOOL
           DISPLAY "No enviadas (sin correo): " WS-CONT-REBOTES
           GOBACK.

       110-LEE-CONTROL.
           MOVE 'N' TO WS-CTL-HAY
           OPEN INPUT CTRL-FILE
           IF WS-CTRL-FSTATUS = '00'
               READ CTRL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-CTL-HAY
                       MOVE CTL-CANAL-LEIDOS TO WS-CTL-CANAL
                       MOVE CTL-TARJ-ULT-ID TO WS-CTL-TARJ
                       MOVE CTL-RCH-LEIDOS TO WS-CTL-RCH
               END-READ
               CLOSE CTRL-FILE
           END-IF.
       110-END.

       120-MARCA-INICIAL.
           PERFORM 140-CUENTA-CANAL
           MOVE WS-LEIDOS TO WS-CTL-CANAL
           PERFORM 145-CUENTA-RECHAZADOS
           MOVE WS-LEIDOS TO WS-CTL-RCH
           MOVE 0 TO SQL-VAR-0001
      *    EXEC SQL
      *        SELECT IFNULL(MAX(ID_MOVIMIENTO),0)
      *          INTO :SQL-VAR-0001
      *          FROM BANCO.MOVIMIENTOS_TARJETAS
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-3 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-3
                                   SQLCA
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-3
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-CTL-TARJ
           PERFORM 130-GRABA-CONTROL.
       120-END.

       130-GRABA-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           OPEN OUTPUT CTRL-FILE
           MOVE WS-CTL-CANAL TO CTL-CANAL-LEIDOS
           MOVE WS-CTL-TARJ TO CTL-TARJ-ULT-ID
           MOVE WS-CTL-RCH TO CTL-RCH-LEIDOS
           MOVE SPACES TO CTL-FECHAHORA
           STRING WS-FECHAHORA(1:8) "-" WS-FECHAHORA(9:6)
               DELIMITED BY SIZE INTO CTL-FECHAHORA
           WRITE CTRL-RECORD
           CLOSE CTRL-FILE.
       130-END.

       140-CUENTA-CANAL.
           MOVE 0 TO WS-LEIDOS
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS = '00'
               PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
                   READ CANAL-FILE
                       AT END MOVE '10' TO WS-CANAL-FSTATUS
                       NOT AT END ADD 1 TO WS-LEIDOS
                   END-READ
               END-PERFORM
               CLOSE CANAL-FILE
           END-IF.
       140-END.

       145-CUENTA-RECHAZADOS.
           MOVE 0 TO WS-LEIDOS
           OPEN INPUT RECHAZADOS-FILE
           IF WS-RCH-FSTATUS = '00'
               PERFORM UNTIL WS-RCH-FSTATUS NOT = '00'
                   READ RECHAZADOS-FILE
                       AT END MOVE '10' TO WS-RCH-FSTATUS
                       NOT AT END ADD 1 TO WS-LEIDOS
                   END-READ
               END-PERFORM
               CLOSE RECHAZADOS-FILE
           END-IF.
       145-END.

       150-CARGA-SUSCRIPCIONES.
           MOVE 0 TO WS-ALS-COUNT
           MOVE 'N' TO WS-ALS-DESBORDE
           OPEN INPUT SUSC-FILE
           IF WS-SUSC-FSTATUS = '00'
               PERFORM UNTIL WS-SUSC-FSTATUS NOT = '00'
                   READ SUSC-FILE
                       AT END MOVE '10' TO WS-SUSC-FSTATUS
                       NOT AT END
                           IF ALS-ESTADO = 'A'
                               PERFORM 155-AGREGA-SUSCRIPCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSC-FILE
           END-IF.
       150-END.

       155-AGREGA-SUSCRIPCION.
           IF WS-ALS-COUNT >= 300
               MOVE 'S' TO WS-ALS-DESBORDE
               MOVE '10' TO WS-SUSC-FSTATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALS-COUNT
           MOVE ALS-DOC TO WS-ALS-DOC(WS-ALS-COUNT)
           MOVE ALS-ID-CLIENTE TO WS-ALS-ID(WS-ALS-COUNT)
           MOVE ALS-EMAIL TO WS-ALS-EMAIL(WS-ALS-COUNT)
           MOVE ALS-DEBITO TO WS-ALS-DEBITO(WS-ALS-COUNT)
           MOVE ALS-DEBITO-MIN TO WS-ALS-DEBITO-MIN(WS-ALS-COUNT)
           MOVE ALS-TARJETA TO WS-ALS-TARJETA(WS-ALS-COUNT)
           MOVE ALS-ENTRANTE TO WS-ALS-ENTRANTE(WS-ALS-COUNT)
           MOVE ALS-RECHAZO TO WS-ALS-RECHAZO(WS-ALS-COUNT)
           MOVE ALS-SUELDO TO WS-ALS-SUELDO(WS-ALS-COUNT)
      *    Los movimientos de tarjeta solo traen el id de cliente.
           IF ALS-TARJETA = 'S' AND ALS-ID-CLIENTE = 0
               MOVE ALS-DOC TO DB-DOC
               PERFORM 170-BUSCA-ID-CLIENTE
               MOVE SQL-VAR-0002 TO WS-ALS-ID(WS-ALS-COUNT)
           END-IF.
       155-END.

       160-CARGA-REBOTADOS.
           MOVE 0 TO WS-REB-COUNT
           OPEN INPUT REBOTADOS-FILE
           IF WS-REBOT-FSTATUS = '00'
               PERFORM UNTIL WS-REBOT-FSTATUS NOT = '00'
                   READ REBOTADOS-FILE
                       AT END MOVE '10' TO WS-REBOT-FSTATUS
                       NOT AT END
                           IF WS-REB-COUNT < 200
                              AND REBOTADO-RECORD NOT = SPACES
                               ADD 1 TO WS-REB-COUNT
                               MOVE REBOTADO-RECORD TO
                                   WS-REB-EMAIL(WS-REB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REBOTADOS-FILE
           END-IF.
       160-END.

       170-BUSCA-ID-CLIENTE.
           MOVE 0 TO SQL-VAR-0002
           IF SQL-PREP OF SQL-STMT-2 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-2
                                   SQLCA
           END-IF
           SET SQL-ADDR(1) TO ADDRESS OF DB-DOC
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 13 TO SQL-LEN(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLOCU' USING SQL-STMT-2
                               SQLCA
           END-CALL
           SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0002
           MOVE '3' TO SQL-TYPE(1)
           MOVE 3 TO SQL-LEN(1)
           MOVE X'00' TO SQL-PREC(1)
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-2
                               SQLCA
           IF SQLCODE NOT = 0
               MOVE 0 TO SQL-VAR-0002
           END-IF
           CALL 'OCSQLCCU' USING SQL-STMT-2
                               SQLCA
           END-CALL.
       170-END.

      ******************************************************************
      *    MOVIMIENTOS DE CUENTA (MOVS_CANAL.DAT)
      ******************************************************************
       200-MOVIMIENTOS-CUENTA.
      *    El journal de canal solo crece; si tiene menos registros
      *    que la marca fue restaurado o depurado, y se reubica la
      *    marca en su final sin avisar de nuevo.
           PERFORM 140-CUENTA-CANAL
           IF WS-LEIDOS < WS-CTL-CANAL
               DISPLAY "MOVS_CANAL.DAT tiene menos registros que la "
                       "marca; se reubica la marca."
               MOVE WS-LEIDOS TO WS-CTL-CANAL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LEIDOS
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
               READ CANAL-FILE
                   AT END MOVE '10' TO WS-CANAL-FSTATUS
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF WS-LEIDOS > WS-CTL-CANAL
                           ADD 1 TO WS-CONT-REVISADOS
                           PERFORM 210-EVALUA-CANAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANAL-FILE
           MOVE WS-LEIDOS TO WS-CTL-CANAL.
       200-END.

       210-EVALUA-CANAL.
           MOVE SPACES TO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID
                          WS-JRN-DOC WS-JRN-MONTO WS-JRN-REF
           UNSTRING CANAL-RECORD DELIMITED BY ';'
               INTO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID WS-JRN-DOC
                    WS-JRN-MONTO WS-JRN-REF WS-JRN-USR
           END-UNSTRING
           PERFORM 500-BUSCA-POR-DOC
           IF WS-ALS-SEL = 0 OR WS-JRN-MONTO = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JRN-IMPORTE = FUNCTION NUMVAL(WS-JRN-MONTO)
           MOVE WS-JRN-FHA TO WS-AV-FECHA
           MOVE SPACES TO WS-AV-REF
           STRING WS-JRN-CANAL " " WS-JRN-REF
               DELIMITED BY SIZE INTO WS-AV-REF
           IF WS-JRN-IMPORTE < 0
               COMPUTE WS-AV-IMPORTE = 0 - WS-JRN-IMPORTE
               IF WS-ALS-DEBITO(WS-ALS-SEL) = 'S'
                  AND WS-AV-IMPORTE >=
                      WS-ALS-DEBITO-MIN(WS-ALS-SEL)
                   MOVE "DEBITO EN CUENTA" TO WS-AV-TIPO
                   PERFORM 600-EMITE-ALERTA
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JRN-IMPORTE TO WS-AV-IMPORTE
           EVALUATE TRUE
               WHEN WS-JRN-CANAL = 'HABERES   '
                    AND WS-ALS-SUELDO(WS-ALS-SEL) = 'S'
                   MOVE "ACREDITACION DE HABERES" TO WS-AV-TIPO
                   PERFORM 600-EMITE-ALERTA
               WHEN (WS-JRN-CANAL = 'TRANSFER  '
                     OR WS-JRN-CANAL = 'INTERBANC ')
                    AND WS-ALS-ENTRANTE(WS-ALS-SEL) = 'S'
                   MOVE "TRANSFERENCIA RECIBIDA" TO WS-AV-TIPO
                   PERFORM 600-EMITE-ALERTA
           END-EVALUATE.
       210-END.

      ******************************************************************
      *    MOVIMIENTOS DE TARJETA (MOVIMIENTOS_TARJETAS)
      ******************************************************************
       300-MOVIMIENTOS-TARJETA.
      *    EXEC SQL
      *        DECLARE CUR_ALETAR CURSOR FOR
      *        SELECT ID_MOVIMIENTO, ID_CLIENTE, NRO_TARJETA,
      *               TIPO_MOV, MONTO,
      *               DATE_FORMAT(FECHA_MOV,'%Y-%m-%d')
      *          FROM BANCO.MOVIMIENTOS_TARJETAS
      *         WHERE ID_MOVIMIENTO > :WS-CTL-TARJ
      *           AND TIPO_MOV IN ('C','A')
      *         ORDER BY ID_MOVIMIENTO
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
           END-IF
           SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 5 TO SQL-LEN(1)
           MOVE X'00' TO SQL-PREC(1)
           MOVE WS-CTL-TARJ TO SQL-VAR-0001
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLOCU' USING SQL-STMT-1
                               SQLCA
           END-CALL
           PERFORM UNTIL SQLCODE NOT = 0
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(2)
               MOVE 3 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF DB-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 16 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF DB-TIPO-MOV
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 1 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(5)
               MOVE 7 TO SQL-LEN(5)
               MOVE X'02' TO SQL-PREC(5)
               SET SQL-ADDR(6) TO ADDRESS OF DB-FECHA-MOV
               MOVE 'X' TO SQL-TYPE(6)
               MOVE 10 TO SQL-LEN(6)
               MOVE 6 TO SQL-COUNT
               MOVE SPACES TO DB-NRO-TARJETA DB-TIPO-MOV DB-FECHA-MOV
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
               IF SQLCODE = 0
                   ADD 1 TO WS-CONT-REVISADOS
                   MOVE SQL-VAR-0001 TO WS-CTL-TARJ
                   PERFORM 310-EVALUA-TARJETA
               END-IF
           END-PERFORM
      *    EXEC SQL CLOSE CUR_ALETAR END-EXEC.
           CALL 'OCSQLCCU' USING SQL-STMT-1
                               SQLCA
           END-CALL.
       300-END.

       310-EVALUA-TARJETA.
           MOVE 0 TO WS-ALS-SEL
           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALS-COUNT
               IF WS-ALS-ID(WS-ALS-IDX) = SQL-VAR-0002
                  AND WS-ALS-ID(WS-ALS-IDX) > 0
                   MOVE WS-ALS-IDX TO WS-ALS-SEL
                   MOVE WS-ALS-COUNT TO WS-ALS-IDX
               END-IF
           END-PERFORM
           IF WS-ALS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ALS-TARJETA(WS-ALS-SEL) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE DB-NRO-TARJETA TO WS-MASK-INPUT
           PERFORM 299-MASK-TARJETA
           IF DB-TIPO-MOV = 'A'
               MOVE "ADELANTO CON TARJETA" TO WS-AV-TIPO
           ELSE
               MOVE "CONSUMO CON TARJETA" TO WS-AV-TIPO
           END-IF
           MOVE SPACES TO WS-AV-REF
           STRING "TARJETA " WS-MASK-OUTPUT
               DELIMITED BY SIZE INTO WS-AV-REF
           MOVE DB-FECHA-MOV TO WS-AV-FECHA
           MOVE SQL-VAR-0003 TO WS-AV-IMPORTE
           PERFORM 600-EMITE-ALERTA.
       310-END.

       299-MASK-TARJETA.
           MOVE "************" TO WS-MASK-OUTPUT(1:12)
           MOVE WS-MASK-INPUT(13:4) TO WS-MASK-OUTPUT(13:4).
       299-END.

      ******************************************************************
      *    CHEQUES PROPIOS RECHAZADOS (CHEQUES_RECHAZADOS.DAT)
      ******************************************************************
       400-CHEQUES-RECHAZADOS.
      *    RCHREG1 agrega al final y RCHINH001 reescribe en el mismo
      *    orden, asi que la marca por cantidad de registros vale.
           PERFORM 145-CUENTA-RECHAZADOS
           IF WS-LEIDOS < WS-CTL-RCH
               DISPLAY "CHEQUES_RECHAZADOS.DAT tiene menos registros "
                       "que la marca; se reubica la marca."
               MOVE WS-LEIDOS TO WS-CTL-RCH
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LEIDOS
           OPEN INPUT RECHAZADOS-FILE
           IF WS-RCH-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RCH-FSTATUS NOT = '00'
               READ RECHAZADOS-FILE
                   AT END MOVE '10' TO WS-RCH-FSTATUS
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF WS-LEIDOS > WS-CTL-RCH
                           ADD 1 TO WS-CONT-REVISADOS
                           PERFORM 410-EVALUA-RECHAZO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECHAZADOS-FILE
           MOVE WS-LEIDOS TO WS-CTL-RCH.
       400-END.

       410-EVALUA-RECHAZO.
           MOVE RCH-DOC TO WS-JRN-DOC
           PERFORM 500-BUSCA-POR-DOC
           IF WS-ALS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ALS-RECHAZO(WS-ALS-SEL) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "CHEQUE RECHAZADO" TO WS-AV-TIPO
           MOVE SPACES TO WS-AV-REF
           STRING "CHEQUE " RCH-NRO " MOTIVO " RCH-MOTIVO
               DELIMITED BY SIZE INTO WS-AV-REF
           MOVE RCH-FECHA TO WS-AV-FECHA
           MOVE RCH-IMPORTE TO WS-AV-IMPORTE
           PERFORM 600-EMITE-ALERTA.
       410-END.

       500-BUSCA-POR-DOC.
      *    Entrada: WS-JRN-DOC.
           MOVE 0 TO WS-ALS-SEL
           IF WS-JRN-DOC = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ALS-IDX FROM 1 BY 1
                   UNTIL WS-ALS-IDX > WS-ALS-COUNT
               IF WS-ALS-DOC(WS-ALS-IDX) = WS-JRN-DOC
                   MOVE WS-ALS-IDX TO WS-ALS-SEL
                   MOVE WS-ALS-COUNT TO WS-ALS-IDX
               END-IF
           END-PERFORM.
       500-END.

      ******************************************************************
      *    EMISION DE LA ALERTA
      ******************************************************************
       600-EMITE-ALERTA.
           MOVE 'N' TO WS-AV-REBOTADO
           IF WS-ALS-EMAIL(WS-ALS-SEL) = SPACES
               MOVE 'S' TO WS-AV-REBOTADO
           END-IF
           PERFORM VARYING WS-REB-IDX FROM 1 BY 1
                   UNTIL WS-REB-IDX > WS-REB-COUNT
               IF WS-REB-EMAIL(WS-REB-IDX) = WS-ALS-EMAIL(WS-ALS-SEL)
                   MOVE 'S' TO WS-AV-REBOTADO
                   MOVE WS-REB-COUNT TO WS-REB-IDX
               END-IF
           END-PERFORM
           IF WS-AV-REBOTADO = 'S'
               ADD 1 TO WS-CONT-REBOTES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AV-IMPORTE TO WS-ED1
           MOVE SPACES TO SPOOL-RECORD
           STRING "PARA: " WS-ALS-EMAIL(WS-ALS-SEL)
                  ";ALERTA: " WS-AV-TIPO
                  ";REF: " WS-AV-REF
                  ";FECHA: " WS-AV-FECHA
                  ";IMPORTE: " WS-ED1
               DELIMITED BY SIZE INTO SPOOL-RECORD
           WRITE SPOOL-RECORD
           ADD 1 TO WS-CONT-SPOOL.
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
       END PROGRAM ALERTA001.
