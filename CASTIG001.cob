      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Castigo de deudores incobrables. Propone pasar a
      *          cuentas de orden las hipotecas y los resumenes de
      *          tarjeta abiertos de los clientes que estan en
      *          situacion 5 (CLASIF_DEUDORES.DAT) desde hace al menos
      *          CAST-MESES-SIT5 meses (PARAMETROS.DAT via PARAM1, por
      *          defecto 6) y que tienen la exposicion previsionada
      *          al 100% en la ultima corrida de PROVISIONES.DAT.
      *          Un SUPERVISOR (OPERROL1), distinto de quien propuso,
      *          aprueba o rechaza cada propuesta. Al aprobar, la
      *          hipoteca queda con saldo cero y estado Castigada (y
      *          sus cuotas impagas Castigada) y el resumen de
      *          tarjeta queda en estado K; el saldo al momento del
      *          castigo y la prevision aplicada quedan en
      *          CASTIGOS.DAT. GLEXT001 genera los asientos del
      *          castigo y de las cuentas de orden, PROVIS001 descuenta
      *          la prevision aplicada del total anterior, y los
      *          recuperos que COBRAN001 registra sobre un prestamo
      *          castigado van a CASTIGO_RECUP.DAT como ingreso.
      *          Estados: P=Propuesto A=Aprobado (castigado)
      *                   R=Rechazado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIG001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT CASTIGO-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASTIGO-FSTATUS.
           SELECT CLASIF-FILE ASSIGN TO "CLASIF_DEUDORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASIF-FSTATUS.
           SELECT PROVIS-FILE ASSIGN TO "PROVISIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVIS-FSTATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-FSTATUS.
           SELECT RESTMP-FILE ASSIGN TO "RESUMEN_TARJETAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTMP-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  CASTIGO-FILE.
       01  CASTIGO-RECORD.
           05  CTG-NRO                 PIC 9(06).
           05  CTG-PRODUCTO            PIC X(01).
           05  CTG-REF                 PIC X(16).
           05  CTG-NRO-RESUMEN         PIC 9(06).
           05  CTG-ID-CLIENTE          PIC 9(10).
           05  CTG-SALDO               PIC 9(12)V99.
           05  CTG-PROVISION           PIC 9(12)V99.
           05  CTG-ESTADO              PIC X(01).
           05  CTG-FECHA-PROP          PIC X(08).
           05  CTG-FECHA-CASTIGO       PIC X(08).
           05  CTG-PROPONE             PIC X(30).
           05  CTG-APRUEBA             PIC X(30).
           05  CTG-RECUPERADO          PIC 9(12)V99.
       FD  CLASIF-FILE.
       01  CLASIF-RECORD.
           05  CLS-PERIODO             PIC 9(06).
           05  CLS-ID-CLIENTE          PIC 9(10).
           05  CLS-SITUACION           PIC 9(01).
           05  CLS-DIAS                PIC 9(05).
           05  CLS-IMPORTE             PIC 9(12)V99.
           05  CLS-EXPO-HIP            PIC 9(12)V99.
           05  CLS-EXPO-TAR            PIC 9(12)V99.
           05  CLS-EXPO-PRE            PIC 9(12)V99.
       FD  PROVIS-FILE.
       01  PROVIS-RECORD.
           05  PRV-PERIODO             PIC 9(06).
           05  PRV-ID-CLIENTE          PIC 9(10).
           05  PRV-SITUACION           PIC 9(01).
           05  PRV-EXPOSICION          PIC 9(12)V99.
           05  PRV-PROVISION           PIC 9(12)V99.
           05  PRV-EXPO-HIP            PIC 9(12)V99.
           05  PRV-EXPO-TAR            PIC 9(12)V99.
           05  PRV-EXPO-PRE            PIC 9(12)V99.
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
       FD  RESTMP-FILE.
       01  RESTMP-RECORD               PIC X(200).

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
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 120.
           05 SQL-STMT   PIC X(120) VALUE 'SELECT ID_HIPOTECA,SALDO_ACTU
      -    'AL FROM banco.hipotecas WHERE ID_CLIENTE = ? AND SALDO_ACTUA
      -    'L > 0 AND ESTADO <> ''Castigada'''.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_CASTIG'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 90.
           05 SQL-STMT   PIC X(90) VALUE 'SELECT SALDO_ACTUAL FROM banco
      -    '.hipotecas WHERE ID_HIPOTECA = ? AND ESTADO <>   ''Castigada
      -    ''''.
      **********************************************************************
       01 SQL-STMT-2.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 86.
           05 SQL-STMT   PIC X(86) VALUE 'UPDATE banco.hipotecas SET SAL
      -    'DO_ACTUAL = 0,ESTADO = ''Castigada'' WHERE ID_HIPOTECA = ?'.
      **********************************************************************
       01 SQL-STMT-3.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 113.
           05 SQL-STMT   PIC X(113) VALUE 'UPDATE banco.cuotas_hipoteca
      -    'SET ESTADO = ''Castigada'' WHERE ID_HIPOTECA = ? AND ESTADO
      -    'IN (''Pendiente'',''Parcial'')'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(3) COMP-3.
           05 SQL-VAR-0002  PIC S9(3) COMP-3.
           05 SQL-VAR-0003  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0004  PIC S9(3) COMP-3.
           05 SQL-VAR-0005  PIC S9(13)V9(2) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-CASTIGO-FSTATUS          PIC XX.
       01  WS-CLASIF-FSTATUS           PIC XX.
       01  WS-PROVIS-FSTATUS           PIC XX.
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-RESTMP-FSTATUS           PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  DB-ID-HIPOTECA          PIC 9(6).
           05  DB-SALDO                PIC S9(12)V99.

       01  WS-CASTIGOS.
           05  WS-CTG OCCURS 300 TIMES.
               10  WS-CTG-NRO          PIC 9(06).
               10  WS-CTG-PRODUCTO     PIC X(01).
               10  WS-CTG-REF          PIC X(16).
               10  WS-CTG-NRO-RESUMEN  PIC 9(06).
               10  WS-CTG-ID-CLIENTE   PIC 9(10).
               10  WS-CTG-SALDO        PIC 9(12)V99.
               10  WS-CTG-PROVISION    PIC 9(12)V99.
               10  WS-CTG-ESTADO       PIC X(01).
               10  WS-CTG-FECHA-PROP   PIC X(08).
               10  WS-CTG-FECHA-CASTIGO PIC X(08).
               10  WS-CTG-PROPONE      PIC X(30).
               10  WS-CTG-APRUEBA      PIC X(30).
               10  WS-CTG-RECUPERADO   PIC 9(12)V99.
       01  WS-CTG-COUNT                PIC 9(3) VALUE 0.
       01  WS-CTG-IDX                  PIC 9(3).
       01  WS-CTG-SEL                  PIC 9(3).
       01  WS-CTG-NRO-MAX              PIC 9(6) VALUE 0.

      *    Clientes candidatos: situacion 5 y previsionados al 100%
      *    en la ultima corrida de previsiones.
       01  WS-CANDIDATOS.
           05  WS-CND OCCURS 200 TIMES.
               10  WS-CND-ID-CLIENTE   PIC 9(10).
               10  WS-CND-PROVISION    PIC 9(12)V99.
               10  WS-CND-MESES        PIC 9(03).
       01  WS-CND-COUNT                PIC 9(3) VALUE 0.
       01  WS-CND-IDX                  PIC 9(3).
       01  WS-CND-SEL                  PIC 9(3).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).
       01  WS-MESES-SIT5               PIC 9(03).

       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.

       01  WS-OPCION                   PIC 9.
       01  WS-NRO-ING                  PIC 9(6).
       01  WS-DECISION                 PIC X(1).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-PERIODO-PROV             PIC 9(6).
       01  WS-PERIODO-DESDE            PIC 9(6).
       01  WS-PER-ANO                  PIC 9(4).
       01  WS-PER-MES                  PIC 9(2).
       01  WS-MES-IDX                  PIC 9(3).
       01  WS-REF-BUSCADA              PIC X(16).
       01  WS-YA-EXISTE                PIC X(1).
       01  WS-SALDO-PESOS              PIC 9(12)V99.
       01  WS-PROV-RESTANTE            PIC 9(12)V99.
       01  WS-CONT-PROPUESTOS          PIC 9(4).
       01  WS-ED1                      PIC ZZZZZZZZZZ9.99.
       01  WS-ED2                      PIC ZZZZZZZZZZ9.99.
       01  WS-ED3                      PIC ZZZZZZZZZZ9.99.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(2).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 0100-INICIO
           PERFORM 110-CARGA-CASTIGOS
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   CASTIGO DE DEUDORES INCOBRABLES  "
           DISPLAY "===================================="
           DISPLAY "1 - Proponer castigos"
           DISPLAY "2 - Aprobar / rechazar propuesta (SUPERVISOR)"
           DISPLAY "3 - Listar registro de castigos"
           DISPLAY "4 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-PROPONE-CASTIGOS
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 400-APRUEBA-CASTIGO
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 600-LISTA-CASTIGOS
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-CASTIGOS.
           MOVE 0 TO WS-CTG-COUNT WS-CTG-NRO-MAX
           OPEN INPUT CASTIGO-FILE
           IF WS-CASTIGO-FSTATUS = '00'
               PERFORM UNTIL WS-CASTIGO-FSTATUS NOT = '00'
                   READ CASTIGO-FILE
                       AT END MOVE '10' TO WS-CASTIGO-FSTATUS
                       NOT AT END
                           IF WS-CTG-COUNT >= 300
                               DISPLAY "AVISO: CASTIGOS.DAT supera "
                                   "los 300 registros."
                               MOVE '10' TO WS-CASTIGO-FSTATUS
                           ELSE
                               ADD 1 TO WS-CTG-COUNT
                               MOVE CASTIGO-RECORD TO
                                   WS-CTG(WS-CTG-COUNT)
                               IF CTG-NRO > WS-CTG-NRO-MAX
                                   MOVE CTG-NRO TO WS-CTG-NRO-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASTIGO-FILE
           END-IF.
       110-END.

       150-GRABA-CASTIGOS.
           OPEN OUTPUT CASTIGO-FILE
           PERFORM VARYING WS-CTG-IDX FROM 1 BY 1
                   UNTIL WS-CTG-IDX > WS-CTG-COUNT
               MOVE WS-CTG(WS-CTG-IDX) TO CASTIGO-RECORD
               WRITE CASTIGO-RECORD
           END-PERFORM
           CLOSE CASTIGO-FILE.
       150-END.

       160-BUSCA-CASTIGO.
           MOVE 0 TO WS-CTG-SEL
           PERFORM VARYING WS-CTG-IDX FROM 1 BY 1
                   UNTIL WS-CTG-IDX > WS-CTG-COUNT
               IF WS-CTG-NRO(WS-CTG-IDX) = WS-NRO-ING
                   MOVE WS-CTG-IDX TO WS-CTG-SEL
                   MOVE WS-CTG-COUNT TO WS-CTG-IDX
               END-IF
           END-PERFORM
           IF WS-CTG-SEL = 0
               DISPLAY "Castigo no encontrado."
           END-IF.
       160-END.

       170-CASTIGO-EXISTE.
      *    Un prestamo propuesto o ya castigado no se vuelve a
      *    proponer; uno rechazado puede proponerse de nuevo.
           MOVE 'N' TO WS-YA-EXISTE
           PERFORM VARYING WS-CTG-IDX FROM 1 BY 1
                   UNTIL WS-CTG-IDX > WS-CTG-COUNT
               IF WS-CTG-REF(WS-CTG-IDX) = WS-REF-BUSCADA
                  AND WS-CTG-ESTADO(WS-CTG-IDX) NOT = 'R'
                   MOVE 'S' TO WS-YA-EXISTE
                   MOVE WS-CTG-COUNT TO WS-CTG-IDX
               END-IF
           END-PERFORM.
       170-END.

       180-ALTA-PROPUESTA.
           IF WS-CTG-COUNT >= 300
               DISPLAY "AVISO: CASTIGOS.DAT completo, no se agregan "
                       "mas propuestas."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTG-COUNT
           ADD 1 TO WS-CTG-NRO-MAX
           INITIALIZE WS-CTG(WS-CTG-COUNT)
           MOVE WS-CTG-NRO-MAX TO WS-CTG-NRO(WS-CTG-COUNT)
           MOVE WS-REF-BUSCADA TO WS-CTG-REF(WS-CTG-COUNT)
           MOVE WS-CND-ID-CLIENTE(WS-CND-IDX)
               TO WS-CTG-ID-CLIENTE(WS-CTG-COUNT)
           MOVE WS-SALDO-PESOS TO WS-CTG-SALDO(WS-CTG-COUNT)
      *    La prevision del cliente se aplica a sus prestamos hasta
      *    agotarla; estando al 100% cubre el saldo de cada uno.
           IF WS-PROV-RESTANTE >= WS-SALDO-PESOS
               MOVE WS-SALDO-PESOS TO WS-CTG-PROVISION(WS-CTG-COUNT)
               SUBTRACT WS-SALDO-PESOS FROM WS-PROV-RESTANTE
           ELSE
               MOVE WS-PROV-RESTANTE
                   TO WS-CTG-PROVISION(WS-CTG-COUNT)
               MOVE 0 TO WS-PROV-RESTANTE
           END-IF
           MOVE 'P' TO WS-CTG-ESTADO(WS-CTG-COUNT)
           MOVE WS-FECHA-HOY TO WS-CTG-FECHA-PROP(WS-CTG-COUNT)
           MOVE LK-OPERADOR TO WS-CTG-PROPONE(WS-CTG-COUNT)
           ADD 1 TO WS-CONT-PROPUESTOS
           MOVE WS-SALDO-PESOS TO WS-ED1
           DISPLAY "PROPUESTO " WS-CTG-NRO-MAX " "
                   WS-REF-BUSCADA " CLIENTE "
                   WS-CND-ID-CLIENTE(WS-CND-IDX)
                   " SALDO " WS-ED1.
       180-END.

       200-PROPONE-CASTIGOS.
           MOVE 0 TO WS-CONT-PROPUESTOS
           PERFORM 210-MESES-REQUERIDOS
           PERFORM 220-CARGA-CANDIDATOS
           IF WS-CND-COUNT = 0
               DISPLAY "No hay clientes en situacion 5 previsionados "
                       "al 100%."
               EXIT PARAGRAPH
           END-IF
           PERFORM 230-CUENTA-MESES-SIT5
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-COUNT
               IF WS-CND-MESES(WS-CND-IDX) >= WS-MESES-SIT5
                   MOVE WS-CND-PROVISION(WS-CND-IDX)
                       TO WS-PROV-RESTANTE
                   PERFORM 240-PROPONE-HIPOTECAS
                   PERFORM 250-PROPONE-TARJETAS
               END-IF
           END-PERFORM
           IF WS-CONT-PROPUESTOS > 0
               PERFORM 150-GRABA-CASTIGOS
           END-IF
           DISPLAY "Propuestas de castigo generadas: "
                   WS-CONT-PROPUESTOS.
       200-END.

       210-MESES-REQUERIDOS.
           MOVE 6 TO WS-MESES-SIT5
           MOVE SPACES TO WS-PM-CLAVE
           MOVE "CAST-MESES-SIT5" TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR >= 1
               MOVE WS-PM-VALOR TO WS-MESES-SIT5
           END-IF.
       210-END.

       220-CARGA-CANDIDATOS.
      *    Ultimo periodo previsionado y, de ese periodo, los
      *    clientes en situacion 5 con prevision >= exposicion.
           MOVE 0 TO WS-CND-COUNT WS-PERIODO-PROV
           OPEN INPUT PROVIS-FILE
           IF WS-PROVIS-FSTATUS NOT = '00'
               DISPLAY "No hay previsiones calculadas; corra primero "
                       "PROVIS001."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PROVIS-FSTATUS NOT = '00'
               READ PROVIS-FILE
                   AT END MOVE '10' TO WS-PROVIS-FSTATUS
                   NOT AT END
                       IF PRV-PERIODO > WS-PERIODO-PROV
                           MOVE PRV-PERIODO TO WS-PERIODO-PROV
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIS-FILE
           OPEN INPUT PROVIS-FILE
           PERFORM UNTIL WS-PROVIS-FSTATUS NOT = '00'
               READ PROVIS-FILE
                   AT END MOVE '10' TO WS-PROVIS-FSTATUS
                   NOT AT END
                       IF PRV-PERIODO = WS-PERIODO-PROV
                          AND PRV-SITUACION = 5
                          AND PRV-EXPOSICION > 0
                          AND PRV-PROVISION >= PRV-EXPOSICION
                          AND WS-CND-COUNT < 200
                           ADD 1 TO WS-CND-COUNT
                           MOVE PRV-ID-CLIENTE
                               TO WS-CND-ID-CLIENTE(WS-CND-COUNT)
                           MOVE PRV-PROVISION
                               TO WS-CND-PROVISION(WS-CND-COUNT)
                           MOVE 0 TO WS-CND-MESES(WS-CND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIS-FILE.
       220-END.

       230-CUENTA-MESES-SIT5.
      *    Ventana de WS-MESES-SIT5 periodos que termina en el
      *    periodo previsionado; el cliente califica si estuvo en
      *    situacion 5 en cada uno de ellos.
           DIVIDE WS-PERIODO-PROV BY 100
               GIVING WS-PER-ANO REMAINDER WS-PER-MES
           PERFORM VARYING WS-MES-IDX FROM 2 BY 1
                   UNTIL WS-MES-IDX > WS-MESES-SIT5
               IF WS-PER-MES = 1
                   SUBTRACT 1 FROM WS-PER-ANO
                   MOVE 12 TO WS-PER-MES
               ELSE
                   SUBTRACT 1 FROM WS-PER-MES
               END-IF
           END-PERFORM
           COMPUTE WS-PERIODO-DESDE = WS-PER-ANO * 100 + WS-PER-MES
           OPEN INPUT CLASIF-FILE
           IF WS-CLASIF-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLASIF-FSTATUS NOT = '00'
               READ CLASIF-FILE
                   AT END MOVE '10' TO WS-CLASIF-FSTATUS
                   NOT AT END
                       IF CLS-PERIODO >= WS-PERIODO-DESDE
                          AND CLS-PERIODO <= WS-PERIODO-PROV
                          AND CLS-SITUACION = 5
                           PERFORM 235-SUMA-MES-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLASIF-FILE.
       230-END.

       235-SUMA-MES-CLIENTE.
           PERFORM VARYING WS-CND-SEL FROM 1 BY 1
                   UNTIL WS-CND-SEL > WS-CND-COUNT
               IF WS-CND-ID-CLIENTE(WS-CND-SEL) = CLS-ID-CLIENTE
                   ADD 1 TO WS-CND-MESES(WS-CND-SEL)
                   MOVE WS-CND-COUNT TO WS-CND-SEL
               END-IF
           END-PERFORM.
       235-END.

       240-PROPONE-HIPOTECAS.
      *    EXEC SQL
      *        DECLARE CUR_CASTIG CURSOR FOR
      *        SELECT ID_HIPOTECA, SALDO_ACTUAL FROM banco.hipotecas
      *         WHERE ID_CLIENTE = :SQL-VAR-0001
      *           AND SALDO_ACTUAL > 0 AND ESTADO <> 'Castigada'
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
           END-IF
           MOVE WS-CND-ID-CLIENTE(WS-CND-IDX) TO SQL-VAR-0001
           CALL 'OCSQLOCU' USING SQL-STMT-0
                               SQLCA
           END-CALL
           IF SQLCODE NOT = 0
               PERFORM SQLSTATE-CHECK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SQLCODE = 100
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(2)
               MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               IF SQLCODE NOT = 100
                   MOVE SQL-VAR-0002 TO DB-ID-HIPOTECA
                   MOVE SQL-VAR-0003 TO DB-SALDO
                   MOVE SPACES TO WS-REF-BUSCADA
                   STRING "HIP=" DB-ID-HIPOTECA
                       DELIMITED BY SIZE INTO WS-REF-BUSCADA
                   PERFORM 170-CASTIGO-EXISTE
                   IF WS-YA-EXISTE = 'N'
                       PERFORM 260-SALDO-EN-PESOS
                       PERFORM 180-ALTA-PROPUESTA
                       MOVE 'H' TO WS-CTG-PRODUCTO(WS-CTG-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-0
                               SQLCA
           END-CALL.
       240-END.

       250-PROPONE-TARJETAS.
      *    Resumenes abiertos e impagos del cliente (ver TARRES001).
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
               READ RESUMEN-FILE
                   AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                   NOT AT END
                       IF RES-ID-CLIENTE =
                          WS-CND-ID-CLIENTE(WS-CND-IDX)
                          AND RES-ESTADO = 'A'
                          AND RES-SALDO > 0
                           MOVE RES-NRO-TARJETA TO WS-REF-BUSCADA
                           PERFORM 170-CASTIGO-EXISTE
                           IF WS-YA-EXISTE = 'N'
                               MOVE RES-SALDO TO WS-SALDO-PESOS
                               PERFORM 180-ALTA-PROPUESTA
                               MOVE 'T' TO
                                   WS-CTG-PRODUCTO(WS-CTG-COUNT)
                               MOVE RES-NRO TO
                                   WS-CTG-NRO-RESUMEN(WS-CTG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESUMEN-FILE.
       250-END.

       260-SALDO-EN-PESOS.
      *    El saldo de una hipoteca UVA esta en unidades; el
      *    registro de castigos y los asientos van en pesos.
           MOVE DB-ID-HIPOTECA TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID WS-FECHA-HOY WS-UVA-ES
                                WS-UVA-VALOR WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA WS-UVA-MONTO-ALTA
           COMPUTE WS-SALDO-PESOS ROUNDED = DB-SALDO * WS-UVA-VALOR.
       260-END.

       400-APRUEBA-CASTIGO.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "Solo un SUPERVISOR puede aprobar castigos."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de castigo: "
           ACCEPT WS-NRO-ING
           PERFORM 160-BUSCA-CASTIGO
           IF WS-CTG-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CTG-ESTADO(WS-CTG-SEL) NOT = 'P'
               DISPLAY "El castigo no esta pendiente de aprobacion."
               EXIT PARAGRAPH
           END-IF
           IF WS-CTG-PROPONE(WS-CTG-SEL) = LK-OPERADOR
               DISPLAY "La propuesta debe aprobarla un operador "
                       "distinto del que la genero."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTG-SALDO(WS-CTG-SEL) TO WS-ED1
           MOVE WS-CTG-PROVISION(WS-CTG-SEL) TO WS-ED2
           DISPLAY "Prestamo " WS-CTG-REF(WS-CTG-SEL)
                   " cliente " WS-CTG-ID-CLIENTE(WS-CTG-SEL)
           DISPLAY "Saldo " WS-ED1 " prevision " WS-ED2
           DISPLAY "Aprobar (A) / Rechazar (R): "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'A'
               WHEN 'a'
                   IF WS-CTG-PRODUCTO(WS-CTG-SEL) = 'H'
                       PERFORM 410-CASTIGA-HIPOTECA
                   ELSE
                       PERFORM 420-CASTIGA-RESUMEN
                   END-IF
                   IF WS-CTG-ESTADO(WS-CTG-SEL) = 'A'
                       MOVE WS-CTG-SALDO(WS-CTG-SEL) TO WS-ED1
                       DISPLAY "Castigo aprobado. Saldo castigado: "
                               WS-ED1
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-CTG-ESTADO(WS-CTG-SEL)
                   MOVE WS-FECHA-HOY
                       TO WS-CTG-FECHA-CASTIGO(WS-CTG-SEL)
                   MOVE LK-OPERADOR TO WS-CTG-APRUEBA(WS-CTG-SEL)
                   DISPLAY "Propuesta rechazada."
               WHEN OTHER
                   DISPLAY "Opcion invalida."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 150-GRABA-CASTIGOS.
       400-END.

       410-CASTIGA-HIPOTECA.
      *    Saldo vigente al momento del castigo (puede haber cobrado
      *    algo desde la propuesta); la prevision aplicada no supera
      *    ese saldo.
           MOVE WS-CTG-REF(WS-CTG-SEL)(5:6) TO DB-ID-HIPOTECA
      *    EXEC SQL
      *        SELECT SALDO_ACTUAL INTO :SQL-VAR-0005
      *          FROM banco.hipotecas
      *         WHERE ID_HIPOTECA = :SQL-VAR-0004
      *           AND ESTADO <> 'Castigada'
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0005
               MOVE '3' TO SQL-TYPE(1)
               MOVE 8 TO SQL-LEN(1)
               MOVE X'02' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(2)
               MOVE 2 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE DB-ID-HIPOTECA TO SQL-VAR-0004
           MOVE 0 TO SQL-VAR-0005
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
           IF SQLCODE NOT = 0
               DISPLAY "La hipoteca no existe o ya esta castigada."
               EXIT PARAGRAPH
           END-IF
           MOVE SQL-VAR-0005 TO DB-SALDO
           IF DB-SALDO <= 0
               DISPLAY "La hipoteca ya no tiene saldo; no se castiga."
               EXIT PARAGRAPH
           END-IF
           PERFORM 260-SALDO-EN-PESOS
           MOVE WS-SALDO-PESOS TO WS-CTG-SALDO(WS-CTG-SEL)
           IF WS-CTG-PROVISION(WS-CTG-SEL) > WS-SALDO-PESOS
               MOVE WS-SALDO-PESOS TO WS-CTG-PROVISION(WS-CTG-SEL)
           END-IF
      *    EXEC SQL
      *        UPDATE banco.hipotecas
      *           SET SALDO_ACTUAL = 0, ESTADO = 'Castigada'
      *         WHERE ID_HIPOTECA = :SQL-VAR-0004
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-2 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-2
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-2
                               SQLCA
           PERFORM SQLSTATE-CHECK
           IF SQLCODE < 0
               EXIT PARAGRAPH
           END-IF
      *    EXEC SQL
      *        UPDATE banco.cuotas_hipoteca SET ESTADO = 'Castigada'
      *         WHERE ID_HIPOTECA = :SQL-VAR-0004
      *           AND ESTADO IN ('Pendiente','Parcial')
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-3 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-3
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-3
                               SQLCA
           PERFORM SQLSTATE-CHECK
           CALL 'OCSQLCMT' USING SQLCA END-CALL
           MOVE 'A' TO WS-CTG-ESTADO(WS-CTG-SEL)
           MOVE WS-FECHA-HOY TO WS-CTG-FECHA-CASTIGO(WS-CTG-SEL)
           MOVE LK-OPERADOR TO WS-CTG-APRUEBA(WS-CTG-SEL).
       410-END.

       420-CASTIGA-RESUMEN.
      *    Reescribe RESUMEN_TARJETAS.DAT via archivo temporal
      *    (mismo patron que TARRES001 275) dejando el resumen en
      *    estado K; TARRES001 no arrastra su saldo al proximo
      *    resumen y cobranzas deja de verlo como impago.
           MOVE 'N' TO WS-YA-EXISTE
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS NOT = '00'
               DISPLAY "No se encontro RESUMEN_TARJETAS.DAT."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RESTMP-FILE
           PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
               READ RESUMEN-FILE
                   AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                   NOT AT END
                       IF RES-NRO = WS-CTG-NRO-RESUMEN(WS-CTG-SEL)
                          AND RES-NRO-TARJETA = WS-CTG-REF(WS-CTG-SEL)
                          AND RES-ESTADO = 'A'
                           MOVE 'K' TO RES-ESTADO
                           MOVE 'S' TO WS-YA-EXISTE
                           MOVE RES-SALDO TO WS-SALDO-PESOS
                       END-IF
                       MOVE RESUMEN-RECORD TO RESTMP-RECORD
                       WRITE RESTMP-RECORD
               END-READ
           END-PERFORM
           CLOSE RESUMEN-FILE
           CLOSE RESTMP-FILE
           IF WS-YA-EXISTE = 'N'
               DISPLAY "El resumen ya no esta abierto; no se castiga."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RESTMP-FILE
           OPEN OUTPUT RESUMEN-FILE
           MOVE '00' TO WS-RESTMP-FSTATUS
           PERFORM UNTIL WS-RESTMP-FSTATUS NOT = '00'
               READ RESTMP-FILE
                   AT END MOVE '10' TO WS-RESTMP-FSTATUS
                   NOT AT END
                       MOVE RESTMP-RECORD TO RESUMEN-RECORD
                       WRITE RESUMEN-RECORD
               END-READ
           END-PERFORM
           CLOSE RESTMP-FILE
           CLOSE RESUMEN-FILE
           MOVE WS-SALDO-PESOS TO WS-CTG-SALDO(WS-CTG-SEL)
           IF WS-CTG-PROVISION(WS-CTG-SEL) > WS-SALDO-PESOS
               MOVE WS-SALDO-PESOS TO WS-CTG-PROVISION(WS-CTG-SEL)
           END-IF
           MOVE 'A' TO WS-CTG-ESTADO(WS-CTG-SEL)
           MOVE WS-FECHA-HOY TO WS-CTG-FECHA-CASTIGO(WS-CTG-SEL)
           MOVE LK-OPERADOR TO WS-CTG-APRUEBA(WS-CTG-SEL).
       420-END.

       600-LISTA-CASTIGOS.
           DISPLAY "NRO    P REF              CLIENTE    E "
                   "       SALDO      PREVISION     RECUPERADO"
           PERFORM VARYING WS-CTG-IDX FROM 1 BY 1
                   UNTIL WS-CTG-IDX > WS-CTG-COUNT
               MOVE WS-CTG-SALDO(WS-CTG-IDX) TO WS-ED1
               MOVE WS-CTG-PROVISION(WS-CTG-IDX) TO WS-ED2
               MOVE WS-CTG-RECUPERADO(WS-CTG-IDX) TO WS-ED3
               DISPLAY WS-CTG-NRO(WS-CTG-IDX) " "
                       WS-CTG-PRODUCTO(WS-CTG-IDX) " "
                       WS-CTG-REF(WS-CTG-IDX) " "
                       WS-CTG-ID-CLIENTE(WS-CTG-IDX) " "
                       WS-CTG-ESTADO(WS-CTG-IDX) " "
                       WS-ED1 " " WS-ED2 " " WS-ED3
           END-PERFORM.
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

       0300-FIN.
           DISPLAY "Regresando a Menu Principal..."
           EXIT PROGRAM.
       END PROGRAM CASTIG001.
