      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Investigacion de casos AML y reporte de operacion
      *          sospechosa (ROS). Trabaja los casos que abre
      *          AMLMON001 en AML_CASOS.DAT:
      *            - asignacion a un analista (estado P -> I);
      *            - notas de la investigacion (AML_CASO_NOTAS.DAT,
      *              que ademas guarda la historia de cada paso) y
      *              movimientos de MOVS_CANAL.DAT vinculados al caso
      *              (AML_CASO_MOVS.DAT);
      *            - cierre como falso positivo con justificacion
      *              (estado F) o como sospechoso (estado S), que
      *              emite el ROS en el formato del regulador en
      *              ROS_UIF.DAT dentro del plazo legal contado desde
      *              la deteccion (AML-PLAZO-ROS-DIAS, PARAM1, 150
      *              dias por defecto);
      *            - reporte de antiguedad de los casos abiertos
      *              contra el vencimiento del plazo (AML_AGING.TXT).
      *          Para no alertar al cliente todo el modulo esta
      *          reservado al rol COMPLIANCE (OPERROL1) y su pista va
      *          a las notas del caso, no a la auditoria general.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLCAS001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT CASOS-FILE ASSIGN TO "AML_CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT INVEST-FILE ASSIGN TO "AML_INVESTIGACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FSTATUS.
           SELECT NOTAS-FILE ASSIGN TO "AML_CASO_NOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTAS-FSTATUS.
           SELECT CMOV-FILE ASSIGN TO "AML_CASO_MOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMOV-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.
           SELECT JURID-FILE ASSIGN TO "PERSONAS_JURIDICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JURID-FSTATUS.
           SELECT ROS-FILE ASSIGN TO "ROS_UIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-FSTATUS.
           SELECT AGING-FILE ASSIGN TO "AML_AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  CASOS-FILE.
       01  CASO-RECORD.
           05  AML-NRO                 PIC 9(09).
           05  AML-TIPO                PIC X(10).
           05  AML-DOC                 PIC X(13).
           05  AML-FECHA               PIC X(08).
           05  AML-IMPORTE             PIC 9(12)V99.
           05  AML-ESTADO              PIC X(01).
       FD  INVEST-FILE.
       01  INVEST-RECORD.
           05  INV-NRO                 PIC 9(09).
           05  INV-ANALISTA            PIC X(30).
           05  INV-FECHA-ASIG          PIC X(08).
           05  INV-RESOLUCION          PIC X(01).
           05  INV-JUSTIFICACION       PIC X(100).
           05  INV-FECHA-CIERRE        PIC X(08).
           05  INV-ROS-NRO             PIC 9(09).
           05  INV-OPERADOR-CIERRE     PIC X(30).
       FD  NOTAS-FILE.
       01  NOTA-RECORD.
           05  NOT-NRO                 PIC 9(09).
           05  NOT-FECHA               PIC X(08).
           05  NOT-OPERADOR            PIC X(30).
           05  NOT-TIPO                PIC X(01).
           05  NOT-TEXTO               PIC X(100).
       FD  CMOV-FILE.
       01  CMOV-RECORD.
           05  CMV-NRO                 PIC 9(09).
           05  CMV-FHA                 PIC X(15).
           05  CMV-CANAL               PIC X(10).
           05  CMV-ID                  PIC X(05).
           05  CMV-IMPORTE             PIC S9(12)V99
               SIGN LEADING SEPARATE.
           05  CMV-REF                 PIC X(20).
       FD  CANAL-FILE.
       01  CANAL-RECORD                PIC X(140).
       FD  JURID-FILE.
       01  JURID-RECORD.
           05  JUR-DOC                 PIC X(13).
           05  JUR-RAZON-SOCIAL        PIC X(50).
           05  JUR-TIPO-SOCIEDAD       PIC X(10).
           05  JUR-FECHA-CONST         PIC X(08).
           05  JUR-ACTIVIDAD           PIC X(40).
           05  JUR-FECHA-ALTA          PIC X(08).
           05  JUR-OPERADOR            PIC X(30).
           05  JUR-ESTADO              PIC X(01).
       FD  ROS-FILE.
       01  ROS-RECORD                  PIC X(150).
       FD  AGING-FILE.
       01  AGING-RECORD                PIC X(120).

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
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 3.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 3 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 3 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 3 TIMES.
           05 SQL-PREC   PIC X OCCURS 3 TIMES.
      **********************************************************************
       01 SQL-STMT-0.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 95.
           05 SQL-STMT   PIC X(95) VALUE 'SELECT NOMBRE_CLIENTE,APELLIDO
      -    'S_CLIENTE FROM BANCO.CLIENTES WHERE DOC_CLIENTE = TRIM(?) LI
      -    'MIT 1'.
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-INV-FSTATUS              PIC XX.
       01  WS-NOTAS-FSTATUS            PIC XX.
       01  WS-CMOV-FSTATUS             PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-JURID-FSTATUS            PIC XX.
       01  WS-ROS-FSTATUS              PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  WT-DOC-CLI              PIC X(13).
           05  WS-SQL-NOMBRE           PIC X(15).
           05  WS-SQL-APELLIDO         PIC X(15).
       01  WS-CONECTADO                PIC X(1) VALUE 'N'.

       01  WS-OPER-ROL                 PIC X(10).
       01  WS-OPER-ESTADO              PIC X(01).
       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-ENTERO                   PIC 9(8).
       01  WS-FECHA8                   PIC 9(8).
       01  WS-PLAZO-ROS                PIC 9(3) VALUE 150.
       01  WS-AVISO-DIAS               PIC 9(3) VALUE 15.
       01  WS-CONFIRMA                 PIC X(1).

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

      *    Casos (AML_CASOS.DAT). Estados: P pendiente, I en
      *    investigacion, F falso positivo, S sospechoso (ROS).
       01  WS-CASOS.
           05  WS-CAS OCCURS 500 TIMES.
               10  WS-CAS-NRO          PIC 9(09).
               10  WS-CAS-TIPO         PIC X(10).
               10  WS-CAS-DOC          PIC X(13).
               10  WS-CAS-FECHA        PIC X(08).
               10  WS-CAS-IMPORTE      PIC 9(12)V99.
               10  WS-CAS-ESTADO       PIC X(01).
       01  WS-CAS-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAS-IDX                  PIC 9(3).
       01  WS-CAS-SEL                  PIC 9(3).
       01  WS-CAS-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-NRO-ING                  PIC 9(9).

       01  WS-INVESTIGACIONES.
           05  WS-INV OCCURS 500 TIMES.
               10  WS-INV-NRO          PIC 9(09).
               10  WS-INV-ANALISTA     PIC X(30).
               10  WS-INV-FECHA-ASIG   PIC X(08).
               10  WS-INV-RESOLUCION   PIC X(01).
               10  WS-INV-JUSTIF       PIC X(100).
               10  WS-INV-FECHA-CIERRE PIC X(08).
               10  WS-INV-ROS-NRO      PIC 9(09).
               10  WS-INV-OPER-CIERRE  PIC X(30).
       01  WS-INV-COUNT                PIC 9(3) VALUE 0.
       01  WS-INV-IDX                  PIC 9(3).
       01  WS-INV-SEL                  PIC 9(3).
       01  WS-INV-DESBORDE             PIC X(1) VALUE 'N'.

      *    Movimientos candidatos de MOVS_CANAL.DAT para vincular.
       01  WS-CANDIDATOS.
           05  WS-CND OCCURS 50 TIMES.
               10  WS-CND-FHA          PIC X(15).
               10  WS-CND-CANAL        PIC X(10).
               10  WS-CND-ID           PIC X(05).
               10  WS-CND-IMPORTE      PIC S9(12)V99.
               10  WS-CND-REF          PIC X(20).
       01  WS-CND-COUNT                PIC 9(2).
       01  WS-CND-IDX                  PIC 9(2).
       01  WS-CND-ING                  PIC 9(2).
       01  WS-CND-FIN                  PIC X(1).
       01  WS-CND-DUPLICADO            PIC X(1).
       01  WS-DESDE-ING                PIC X(8).
       01  WS-HASTA-ING                PIC X(8).

       01  WS-JRN-FHA                  PIC X(15).
       01  WS-JRN-CANAL                PIC X(10).
       01  WS-JRN-ID                   PIC X(5).
       01  WS-JRN-DOC                  PIC X(13).
       01  WS-JRN-MONTO                PIC X(15).
       01  WS-JRN-REF                  PIC X(20).
       01  WS-JRN-USR                  PIC X(30).
       01  WS-JRN-IMPORTE              PIC S9(12)V99.

       01  WS-ANALISTA-ING             PIC X(30).
       01  WS-TEXTO-ING                PIC X(100).
       01  WS-NOTA-TIPO                PIC X(01).
       01  WS-NOTA-TEXTO               PIC X(100).
       01  WS-LIMITE                   PIC X(8).
       01  WS-DIAS-TRANSC              PIC S9(5).
       01  WS-DIAS-RESTAN              PIC S9(5).
       01  WS-ED-DIAS                  PIC -ZZZ9.
       01  WS-ED-DIAS2                 PIC -ZZZ9.
       01  WS-ED-IMPORTE               PIC -ZZZZZZZZZZZ9.99.
       01  WS-SEMAFORO                 PIC X(12).
       01  WS-CONT-ABIERTOS            PIC 9(5).
       01  WS-CONT-VENCIDOS            PIC 9(5).
       01  WS-CONT-POR-VENCER          PIC 9(5).

       01  WS-SUJETO-NOMBRE            PIC X(50).
       01  WS-SUJETO-TIPO              PIC X(01).
       01  WS-ROS-OPER                 PIC 9(5).
       01  WS-ROS-REG                  PIC 9(5).
       01  WS-ROS-LINEA                PIC 9(2).
       01  WS-EN-PLAZO                 PIC X(01).

       01  WS-ROS-CABECERA.
           05  FILLER                  PIC X(02) VALUE '01'.
           05  ROS-CAB-NRO             PIC 9(09).
           05  ROS-CAB-EMISION         PIC X(08).
           05  ROS-CAB-CASO            PIC 9(09).
           05  ROS-CAB-DETECCION       PIC X(08).
           05  ROS-CAB-LIMITE          PIC X(08).
           05  ROS-CAB-TIPOLOGIA       PIC X(10).
           05  ROS-CAB-IMPORTE         PIC 9(12)V99.
           05  ROS-CAB-EN-PLAZO        PIC X(01).
       01  WS-ROS-SUJETO.
           05  FILLER                  PIC X(02) VALUE '02'.
           05  ROS-SUJ-DOC             PIC X(13).
           05  ROS-SUJ-TIPO            PIC X(01).
           05  ROS-SUJ-NOMBRE          PIC X(50).
       01  WS-ROS-OPERACION.
           05  FILLER                  PIC X(02) VALUE '03'.
           05  ROS-OPE-FECHA           PIC X(08).
           05  ROS-OPE-CANAL           PIC X(10).
           05  ROS-OPE-REF             PIC X(20).
           05  ROS-OPE-IMPORTE         PIC S9(12)V99
               SIGN LEADING SEPARATE.
       01  WS-ROS-FUNDAMENTO.
           05  FILLER                  PIC X(02) VALUE '04'.
           05  ROS-FUN-LINEA           PIC 9(02).
           05  ROS-FUN-TEXTO           PIC X(100).
       01  WS-ROS-COLA.
           05  FILLER                  PIC X(02) VALUE '99'.
           05  ROS-COL-NRO             PIC 9(09).
           05  ROS-COL-OPERACIONES     PIC 9(05).
           05  ROS-COL-REGISTROS       PIC 9(05).

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
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA-HOY))
           PERFORM 110-LEE-PARAMETROS
           PERFORM 100-MENU
           GOBACK.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   INVESTIGACION DE CASOS AML       "
           DISPLAY "===================================="
           DISPLAY "1 - Bandeja de casos abiertos"
           DISPLAY "2 - Asignar caso a analista"
           DISPLAY "3 - Agregar nota al caso"
           DISPLAY "4 - Vincular movimientos al caso"
           DISPLAY "5 - Ver caso"
           DISPLAY "6 - Cerrar como falso positivo"
           DISPLAY "7 - Cerrar como sospechoso y emitir ROS"
           DISPLAY "8 - Antiguedad de casos contra plazo ROS"
           DISPLAY "9 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-BANDEJA
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-ASIGNA-CASO
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 400-AGREGA-NOTA
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 450-VINCULA-MOVIMIENTOS
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 500-VER-CASO
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 600-CIERRA-FALSO-POSITIVO
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 700-CIERRA-SOSPECHOSO
                   PERFORM 100-MENU
               WHEN 8
                   PERFORM 800-REPORTE-ANTIGUEDAD
                   PERFORM 100-MENU
               WHEN 9
                   DISPLAY "Regresando..."
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-LEE-PARAMETROS.
           MOVE 'AML-PLAZO-ROS-DIAS  ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-PLAZO-ROS
           END-IF
           MOVE 'AML-AVISO-ROS-DIAS  ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-AVISO-DIAS
           END-IF.
       110-END.

       120-CARGA-CASOS.
           MOVE 0 TO WS-CAS-COUNT
           MOVE 'N' TO WS-CAS-DESBORDE
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS = '00'
               PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
                   READ CASOS-FILE
                       AT END MOVE '10' TO WS-CASOS-FSTATUS
                       NOT AT END
                           IF WS-CAS-COUNT >= 500
                               DISPLAY "AVISO: AML_CASOS.DAT supera "
                                   "los 500 casos."
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
       120-END.

       125-GRABA-CASOS.
           IF WS-CAS-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CASOS-FILE
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               MOVE WS-CAS(WS-CAS-IDX) TO CASO-RECORD
               WRITE CASO-RECORD
           END-PERFORM
           CLOSE CASOS-FILE.
       125-END.

       130-CARGA-INVESTIGACIONES.
           MOVE 0 TO WS-INV-COUNT
           MOVE 'N' TO WS-INV-DESBORDE
           OPEN INPUT INVEST-FILE
           IF WS-INV-FSTATUS = '00'
               PERFORM UNTIL WS-INV-FSTATUS NOT = '00'
                   READ INVEST-FILE
                       AT END MOVE '10' TO WS-INV-FSTATUS
                       NOT AT END
                           IF WS-INV-COUNT >= 500
                               DISPLAY "AVISO: AML_INVESTIGACION.DAT "
                                   "supera los 500 registros."
                               MOVE 'S' TO WS-INV-DESBORDE
                               MOVE '10' TO WS-INV-FSTATUS
                           ELSE
                               ADD 1 TO WS-INV-COUNT
                               MOVE INVEST-RECORD TO
                                   WS-INV(WS-INV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVEST-FILE
           END-IF.
       130-END.

       135-GRABA-INVESTIGACIONES.
           IF WS-INV-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INVEST-FILE
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               MOVE WS-INV(WS-INV-IDX) TO INVEST-RECORD
               WRITE INVEST-RECORD
           END-PERFORM
           CLOSE INVEST-FILE.
       135-END.

       140-SELECCIONA-CASO.
      *    Pide el numero de caso y deja WS-CAS-SEL y WS-INV-SEL
      *    (0 si el caso todavia no tiene investigacion).
           PERFORM 120-CARGA-CASOS
           PERFORM 130-CARGA-INVESTIGACIONES
           MOVE 0 TO WS-CAS-SEL WS-INV-SEL
           DISPLAY "Numero de caso: "
           ACCEPT WS-NRO-ING
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               IF WS-CAS-NRO(WS-CAS-IDX) = WS-NRO-ING
                   MOVE WS-CAS-IDX TO WS-CAS-SEL
               END-IF
           END-PERFORM
           IF WS-CAS-SEL = 0
               DISPLAY "Caso inexistente."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               IF WS-INV-NRO(WS-INV-IDX) = WS-NRO-ING
                   MOVE WS-INV-IDX TO WS-INV-SEL
               END-IF
           END-PERFORM.
       140-END.

       150-CALCULA-PLAZO.
      *    Vencimiento del ROS y dias transcurridos / restantes del
      *    caso WS-CAS-SEL.
           COMPUTE WS-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CAS-FECHA(WS-CAS-SEL)))
           COMPUTE WS-DIAS-TRANSC = WS-HOY-ENTERO - WS-ENTERO
           COMPUTE WS-FECHA8 =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO + WS-PLAZO-ROS)
           MOVE WS-FECHA8 TO WS-LIMITE
           COMPUTE WS-DIAS-RESTAN = WS-PLAZO-ROS - WS-DIAS-TRANSC.
       150-END.

       160-REGISTRA-NOTA.
      *    Entrada: WS-NRO-ING, WS-NOTA-TIPO (N nota del analista,
      *    H historia del caso) y WS-NOTA-TEXTO.
           OPEN EXTEND NOTAS-FILE
           IF WS-NOTAS-FSTATUS NOT = '00'
               OPEN OUTPUT NOTAS-FILE
           END-IF
           MOVE WS-NRO-ING TO NOT-NRO
           MOVE WS-FECHA-HOY TO NOT-FECHA
           MOVE LK-OPERADOR TO NOT-OPERADOR
           MOVE WS-NOTA-TIPO TO NOT-TIPO
           MOVE WS-NOTA-TEXTO TO NOT-TEXTO
           WRITE NOTA-RECORD
           CLOSE NOTAS-FILE.
       160-END.

       200-BANDEJA.
           PERFORM 120-CARGA-CASOS
           PERFORM 130-CARGA-INVESTIGACIONES
           DISPLAY "CASO      TIPO       DOCUMENTO     DETECC.  "
                   "E ANALISTA             RESTAN"
           PERFORM VARYING WS-CAS-SEL FROM 1 BY 1
                   UNTIL WS-CAS-SEL > WS-CAS-COUNT
               IF WS-CAS-ESTADO(WS-CAS-SEL) = 'P'
                  OR WS-CAS-ESTADO(WS-CAS-SEL) = 'I'
                   PERFORM 150-CALCULA-PLAZO
                   MOVE WS-DIAS-RESTAN TO WS-ED-DIAS
                   MOVE SPACES TO WS-ANALISTA-ING
                   PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                           UNTIL WS-INV-IDX > WS-INV-COUNT
                       IF WS-INV-NRO(WS-INV-IDX)
                          = WS-CAS-NRO(WS-CAS-SEL)
                           MOVE WS-INV-ANALISTA(WS-INV-IDX)
                               TO WS-ANALISTA-ING
                       END-IF
                   END-PERFORM
                   DISPLAY WS-CAS-NRO(WS-CAS-SEL) " "
                           WS-CAS-TIPO(WS-CAS-SEL) " "
                           WS-CAS-DOC(WS-CAS-SEL) " "
                           WS-CAS-FECHA(WS-CAS-SEL) " "
                           WS-CAS-ESTADO(WS-CAS-SEL) " "
                           WS-ANALISTA-ING(1:20) " "
                           WS-ED-DIAS
               END-IF
           END-PERFORM.
       200-END.

       300-ASIGNA-CASO.
           PERFORM 140-SELECCIONA-CASO
           IF WS-CAS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'P'
              AND WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'I'
               DISPLAY "El caso esta cerrado."
               EXIT PARAGRAPH
           END-IF
           IF WS-CAS-DESBORDE = 'S' OR WS-INV-DESBORDE = 'S'
               DISPLAY "No se graba: archivos de casos exceden la "
                       "tabla de trabajo."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Analista asignado: "
           ACCEPT WS-ANALISTA-ING
           IF WS-ANALISTA-ING = SPACES
               DISPLAY "Analista obligatorio."
               EXIT PARAGRAPH
           END-IF
           IF WS-INV-SEL = 0
               IF WS-INV-COUNT >= 500
                   DISPLAY "Tabla de investigaciones completa."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INV-COUNT
               MOVE WS-INV-COUNT TO WS-INV-SEL
               INITIALIZE WS-INV(WS-INV-SEL)
               MOVE WS-NRO-ING TO WS-INV-NRO(WS-INV-SEL)
           END-IF
           MOVE WS-ANALISTA-ING TO WS-INV-ANALISTA(WS-INV-SEL)
           MOVE WS-FECHA-HOY TO WS-INV-FECHA-ASIG(WS-INV-SEL)
           MOVE 'I' TO WS-CAS-ESTADO(WS-CAS-SEL)
           PERFORM 135-GRABA-INVESTIGACIONES
           PERFORM 125-GRABA-CASOS
           MOVE 'H' TO WS-NOTA-TIPO
           MOVE SPACES TO WS-NOTA-TEXTO
           STRING "ASIGNADO A " WS-ANALISTA-ING
               DELIMITED BY SIZE INTO WS-NOTA-TEXTO
           PERFORM 160-REGISTRA-NOTA
           DISPLAY "Caso asignado.".
       300-END.

       400-AGREGA-NOTA.
           PERFORM 140-SELECCIONA-CASO
           IF WS-CAS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Nota (hasta 100 caracteres): "
           ACCEPT WS-TEXTO-ING
           IF WS-TEXTO-ING = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NOTA-TIPO
           MOVE WS-TEXTO-ING TO WS-NOTA-TEXTO
           PERFORM 160-REGISTRA-NOTA
           DISPLAY "Nota registrada.".
       400-END.

       450-VINCULA-MOVIMIENTOS.
           PERFORM 140-SELECCIONA-CASO
           IF WS-CAS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Movimientos desde (AAAAMMDD): "
           ACCEPT WS-DESDE-ING
           DISPLAY "Movimientos hasta (AAAAMMDD): "
           ACCEPT WS-HASTA-ING
           PERFORM 460-CARGA-CANDIDATOS
           IF WS-CND-COUNT = 0
               DISPLAY "Sin movimientos del cliente en el rango."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CND-COUNT
               MOVE WS-CND-IMPORTE(WS-CND-IDX) TO WS-ED-IMPORTE
               DISPLAY WS-CND-IDX " " WS-CND-FHA(WS-CND-IDX) " "
                       WS-CND-CANAL(WS-CND-IDX) " "
                       WS-ED-IMPORTE " "
                       WS-CND-REF(WS-CND-IDX)
           END-PERFORM
           MOVE 'N' TO WS-CND-FIN
           PERFORM UNTIL WS-CND-FIN = 'S'
               DISPLAY "Linea a vincular (00 = terminar): "
               ACCEPT WS-CND-ING
               IF WS-CND-ING = 0
                   MOVE 'S' TO WS-CND-FIN
               ELSE
                   IF WS-CND-ING > WS-CND-COUNT
                       DISPLAY "Linea invalida."
                   ELSE
                       PERFORM 470-GRABA-VINCULO
                   END-IF
               END-IF
           END-PERFORM.
       450-END.

       460-CARGA-CANDIDATOS.
           MOVE 0 TO WS-CND-COUNT
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               DISPLAY "No se encontro MOVS_CANAL.DAT."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
               READ CANAL-FILE
                   AT END MOVE '10' TO WS-CANAL-FSTATUS
                   NOT AT END
                       UNSTRING CANAL-RECORD DELIMITED BY ';'
                           INTO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID
                                WS-JRN-DOC WS-JRN-MONTO WS-JRN-REF
                                WS-JRN-USR
                       END-UNSTRING
                       IF WS-JRN-DOC = WS-CAS-DOC(WS-CAS-SEL)
                          AND WS-JRN-FHA(1:8) >= WS-DESDE-ING
                          AND WS-JRN-FHA(1:8) <= WS-HASTA-ING
                           IF WS-CND-COUNT >= 50
                               DISPLAY "AVISO: mas de 50 movimientos;"
                                   " acote el rango de fechas."
                               MOVE '10' TO WS-CANAL-FSTATUS
                           ELSE
                               ADD 1 TO WS-CND-COUNT
                               MOVE WS-JRN-FHA TO
                                   WS-CND-FHA(WS-CND-COUNT)
                               MOVE WS-JRN-CANAL TO
                                   WS-CND-CANAL(WS-CND-COUNT)
                               MOVE WS-JRN-ID TO
                                   WS-CND-ID(WS-CND-COUNT)
                               COMPUTE WS-CND-IMPORTE(WS-CND-COUNT) =
                                   FUNCTION NUMVAL(WS-JRN-MONTO)
                               MOVE WS-JRN-REF TO
                                   WS-CND-REF(WS-CND-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANAL-FILE.
       460-END.

       470-GRABA-VINCULO.
           MOVE 'N' TO WS-CND-DUPLICADO
           OPEN INPUT CMOV-FILE
           IF WS-CMOV-FSTATUS = '00'
               PERFORM UNTIL WS-CMOV-FSTATUS NOT = '00'
                   READ CMOV-FILE
                       AT END MOVE '10' TO WS-CMOV-FSTATUS
                       NOT AT END
                           IF CMV-NRO = WS-NRO-ING
                              AND CMV-FHA = WS-CND-FHA(WS-CND-ING)
                              AND CMV-ID = WS-CND-ID(WS-CND-ING)
                              AND CMV-CANAL = WS-CND-CANAL(WS-CND-ING)
                               MOVE 'S' TO WS-CND-DUPLICADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMOV-FILE
           END-IF
           IF WS-CND-DUPLICADO = 'S'
               DISPLAY "El movimiento ya esta vinculado."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CMOV-FILE
           IF WS-CMOV-FSTATUS NOT = '00'
               OPEN OUTPUT CMOV-FILE
           END-IF
           MOVE WS-NRO-ING TO CMV-NRO
           MOVE WS-CND-FHA(WS-CND-ING) TO CMV-FHA
           MOVE WS-CND-CANAL(WS-CND-ING) TO CMV-CANAL
           MOVE WS-CND-ID(WS-CND-ING) TO CMV-ID
           MOVE WS-CND-IMPORTE(WS-CND-ING) TO CMV-IMPORTE
           MOVE WS-CND-REF(WS-CND-ING) TO CMV-REF
           WRITE CMOV-RECORD
           CLOSE CMOV-FILE
           DISPLAY "Movimiento vinculado.".
       470-END.

       500-VER-CASO.
           PERFORM 140-SELECCIONA-CASO
           IF WS-CAS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-CALCULA-PLAZO
           MOVE WS-CAS-IMPORTE(WS-CAS-SEL) TO WS-ED-IMPORTE
           DISPLAY "Caso        : " WS-CAS-NRO(WS-CAS-SEL)
                   " tipo " WS-CAS-TIPO(WS-CAS-SEL)
                   " estado " WS-CAS-ESTADO(WS-CAS-SEL)
           DISPLAY "Cliente     : " WS-CAS-DOC(WS-CAS-SEL)
           DISPLAY "Deteccion   : " WS-CAS-FECHA(WS-CAS-SEL)
                   " importe " WS-ED-IMPORTE
           DISPLAY "Limite ROS  : " WS-LIMITE
           IF WS-INV-SEL > 0
               DISPLAY "Analista    : " WS-INV-ANALISTA(WS-INV-SEL)
                       " desde " WS-INV-FECHA-ASIG(WS-INV-SEL)
               IF WS-INV-RESOLUCION(WS-INV-SEL) NOT = SPACE
                   DISPLAY "Resolucion  : "
                           WS-INV-RESOLUCION(WS-INV-SEL)
                           " el " WS-INV-FECHA-CIERRE(WS-INV-SEL)
                           " ROS " WS-INV-ROS-NRO(WS-INV-SEL)
                   DISPLAY "  " WS-INV-JUSTIF(WS-INV-SEL)
               END-IF
           END-IF
           DISPLAY "--- Notas ---"
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-FSTATUS = '00'
               PERFORM UNTIL WS-NOTAS-FSTATUS NOT = '00'
                   READ NOTAS-FILE
                       AT END MOVE '10' TO WS-NOTAS-FSTATUS
                       NOT AT END
                           IF NOT-NRO = WS-NRO-ING
                               DISPLAY NOT-FECHA " " NOT-TIPO " "
                                       NOT-OPERADOR(1:15) " "
                                       NOT-TEXTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-FILE
           END-IF
           DISPLAY "--- Movimientos vinculados ---"
           OPEN INPUT CMOV-FILE
           IF WS-CMOV-FSTATUS = '00'
               PERFORM UNTIL WS-CMOV-FSTATUS NOT = '00'
                   READ CMOV-FILE
                       AT END MOVE '10' TO WS-CMOV-FSTATUS
                       NOT AT END
                           IF CMV-NRO = WS-NRO-ING
                               MOVE CMV-IMPORTE TO WS-ED-IMPORTE
                               DISPLAY CMV-FHA " " CMV-CANAL " "
                                       WS-ED-IMPORTE " " CMV-REF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMOV-FILE
           END-IF.
       500-END.

       550-VALIDA-CIERRE.
      *    Comun a los dos cierres: caso abierto, asignado y con las
      *    tablas completas en memoria. Deja WS-CAS-SEL en 0 si no
      *    se puede cerrar.
           PERFORM 140-SELECCIONA-CASO
           IF WS-CAS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'I'
              OR WS-INV-SEL = 0
               DISPLAY "Solo se cierra un caso asignado y en "
                       "investigacion."
               MOVE 0 TO WS-CAS-SEL
               EXIT PARAGRAPH
           END-IF
           IF WS-CAS-DESBORDE = 'S' OR WS-INV-DESBORDE = 'S'
               DISPLAY "No se graba: archivos de casos exceden la "
                       "tabla de trabajo."
               MOVE 0 TO WS-CAS-SEL
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Justificacion (hasta 100 caracteres): "
           ACCEPT WS-TEXTO-ING
           IF WS-TEXTO-ING = SPACES
               DISPLAY "La justificacion es obligatoria."
               MOVE 0 TO WS-CAS-SEL
           END-IF.
       550-END.

       600-CIERRA-FALSO-POSITIVO.
           PERFORM 550-VALIDA-CIERRE
           IF WS-CAS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO WS-CAS-ESTADO(WS-CAS-SEL)
           MOVE 'F' TO WS-INV-RESOLUCION(WS-INV-SEL)
           MOVE WS-TEXTO-ING TO WS-INV-JUSTIF(WS-INV-SEL)
           MOVE WS-FECHA-HOY TO WS-INV-FECHA-CIERRE(WS-INV-SEL)
           MOVE LK-OPERADOR TO WS-INV-OPER-CIERRE(WS-INV-SEL)
           PERFORM 135-GRABA-INVESTIGACIONES
           PERFORM 125-GRABA-CASOS
           MOVE 'H' TO WS-NOTA-TIPO
           MOVE "CERRADO COMO FALSO POSITIVO" TO WS-NOTA-TEXTO
           PERFORM 160-REGISTRA-NOTA
           DISPLAY "Caso cerrado como falso positivo.".
       600-END.

       700-CIERRA-SOSPECHOSO.
           PERFORM 550-VALIDA-CIERRE
           IF WS-CAS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-CALCULA-PLAZO
           IF WS-DIAS-RESTAN < 0
               MOVE 'N' TO WS-EN-PLAZO
               DISPLAY "ATENCION: el plazo legal vencio el "
                       WS-LIMITE "; el ROS sale fuera de termino."
           ELSE
               MOVE 'S' TO WS-EN-PLAZO
           END-IF
           DISPLAY "Confirma el cierre y la emision del ROS? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'ROSUIF      ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           PERFORM 710-DATOS-SUJETO
           PERFORM 720-EMITE-ROS
           MOVE 'S' TO WS-CAS-ESTADO(WS-CAS-SEL)
           MOVE 'S' TO WS-INV-RESOLUCION(WS-INV-SEL)
           MOVE WS-TEXTO-ING TO WS-INV-JUSTIF(WS-INV-SEL)
           MOVE WS-FECHA-HOY TO WS-INV-FECHA-CIERRE(WS-INV-SEL)
           MOVE WS-SEQ-PRIMER-ID TO WS-INV-ROS-NRO(WS-INV-SEL)
           MOVE LK-OPERADOR TO WS-INV-OPER-CIERRE(WS-INV-SEL)
           PERFORM 135-GRABA-INVESTIGACIONES
           PERFORM 125-GRABA-CASOS
           MOVE 'H' TO WS-NOTA-TIPO
           MOVE SPACES TO WS-NOTA-TEXTO
           STRING "CERRADO COMO SOSPECHOSO - ROS " WS-SEQ-PRIMER-ID
                  " EN PLAZO=" WS-EN-PLAZO
               DELIMITED BY SIZE INTO WS-NOTA-TEXTO
           PERFORM 160-REGISTRA-NOTA
           DISPLAY "ROS " WS-SEQ-PRIMER-ID " emitido en ROS_UIF.DAT".
       700-END.

       710-DATOS-SUJETO.
      *    Persona juridica: razon social de su ficha; persona
      *    humana: nombre y apellido de la base de clientes.
           MOVE SPACES TO WS-SUJETO-NOMBRE
           MOVE 'F' TO WS-SUJETO-TIPO
           OPEN INPUT JURID-FILE
           IF WS-JURID-FSTATUS = '00'
               PERFORM UNTIL WS-JURID-FSTATUS NOT = '00'
                   READ JURID-FILE
                       AT END MOVE '10' TO WS-JURID-FSTATUS
                       NOT AT END
                           IF JUR-DOC = WS-CAS-DOC(WS-CAS-SEL)
                              AND JUR-ESTADO = 'A'
                               MOVE 'J' TO WS-SUJETO-TIPO
                               MOVE JUR-RAZON-SOCIAL
                                   TO WS-SUJETO-NOMBRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JURID-FILE
           END-IF
           IF WS-SUJETO-TIPO = 'J'
               EXIT PARAGRAPH
           END-IF
      *    EXEC SQL
      *        SELECT NOMBRE_CLIENTE, APELLIDOS_CLIENTE
      *          INTO :WS-SQL-NOMBRE, :WS-SQL-APELLIDO
      *          FROM BANCO.CLIENTES
      *         WHERE DOC_CLIENTE = TRIM(:WT-DOC-CLI) LIMIT 1
      *    END-EXEC
           IF WS-CONECTADO = 'N'
               PERFORM 0100-INICIO
               MOVE 'S' TO WS-CONECTADO
           END-IF
           MOVE WS-CAS-DOC(WS-CAS-SEL) TO WT-DOC-CLI
           MOVE SPACES TO WS-SQL-NOMBRE WS-SQL-APELLIDO
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF WS-SQL-NOMBRE
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 15 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF WS-SQL-APELLIDO
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 15 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF WT-DOC-CLI
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 13 TO SQL-LEN(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-0
                               SQLCA
           END-CALL
           STRING FUNCTION TRIM(WS-SQL-NOMBRE) " "
                  FUNCTION TRIM(WS-SQL-APELLIDO)
               DELIMITED BY SIZE INTO WS-SUJETO-NOMBRE.
       710-END.

       720-EMITE-ROS.
           MOVE 0 TO WS-ROS-OPER WS-ROS-REG WS-ROS-LINEA
           OPEN EXTEND ROS-FILE
           IF WS-ROS-FSTATUS NOT = '00'
               OPEN OUTPUT ROS-FILE
           END-IF
           MOVE WS-SEQ-PRIMER-ID TO ROS-CAB-NRO
           MOVE WS-FECHA-HOY TO ROS-CAB-EMISION
           MOVE WS-CAS-NRO(WS-CAS-SEL) TO ROS-CAB-CASO
           MOVE WS-CAS-FECHA(WS-CAS-SEL) TO ROS-CAB-DETECCION
           MOVE WS-LIMITE TO ROS-CAB-LIMITE
           MOVE WS-CAS-TIPO(WS-CAS-SEL) TO ROS-CAB-TIPOLOGIA
           MOVE WS-CAS-IMPORTE(WS-CAS-SEL) TO ROS-CAB-IMPORTE
           MOVE WS-EN-PLAZO TO ROS-CAB-EN-PLAZO
           MOVE WS-ROS-CABECERA TO ROS-RECORD
           WRITE ROS-RECORD
           ADD 1 TO WS-ROS-REG
           MOVE WS-CAS-DOC(WS-CAS-SEL) TO ROS-SUJ-DOC
           MOVE WS-SUJETO-TIPO TO ROS-SUJ-TIPO
           MOVE WS-SUJETO-NOMBRE TO ROS-SUJ-NOMBRE
           MOVE WS-ROS-SUJETO TO ROS-RECORD
           WRITE ROS-RECORD
           ADD 1 TO WS-ROS-REG
           OPEN INPUT CMOV-FILE
           IF WS-CMOV-FSTATUS = '00'
               PERFORM UNTIL WS-CMOV-FSTATUS NOT = '00'
                   READ CMOV-FILE
                       AT END MOVE '10' TO WS-CMOV-FSTATUS
                       NOT AT END
                           IF CMV-NRO = WS-NRO-ING
                               MOVE CMV-FHA(1:8) TO ROS-OPE-FECHA
                               MOVE CMV-CANAL TO ROS-OPE-CANAL
                               MOVE CMV-REF TO ROS-OPE-REF
                               MOVE CMV-IMPORTE TO ROS-OPE-IMPORTE
                               MOVE WS-ROS-OPERACION TO ROS-RECORD
                               WRITE ROS-RECORD
                               ADD 1 TO WS-ROS-OPER WS-ROS-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CMOV-FILE
           END-IF
      *    Fundamento: la justificacion del cierre y las notas del
      *    analista, en orden.
           ADD 1 TO WS-ROS-LINEA
           MOVE WS-ROS-LINEA TO ROS-FUN-LINEA
           MOVE WS-TEXTO-ING TO ROS-FUN-TEXTO
           MOVE WS-ROS-FUNDAMENTO TO ROS-RECORD
           WRITE ROS-RECORD
           ADD 1 TO WS-ROS-REG
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-FSTATUS = '00'
               PERFORM UNTIL WS-NOTAS-FSTATUS NOT = '00'
                   READ NOTAS-FILE
                       AT END MOVE '10' TO WS-NOTAS-FSTATUS
                       NOT AT END
                           IF NOT-NRO = WS-NRO-ING
                              AND NOT-TIPO = 'N'
                              AND WS-ROS-LINEA < 99
                               ADD 1 TO WS-ROS-LINEA
                               MOVE WS-ROS-LINEA TO ROS-FUN-LINEA
                               MOVE NOT-TEXTO TO ROS-FUN-TEXTO
                               MOVE WS-ROS-FUNDAMENTO TO ROS-RECORD
                               WRITE ROS-RECORD
                               ADD 1 TO WS-ROS-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-FILE
           END-IF
           ADD 1 TO WS-ROS-REG
           MOVE WS-SEQ-PRIMER-ID TO ROS-COL-NRO
           MOVE WS-ROS-OPER TO ROS-COL-OPERACIONES
           MOVE WS-ROS-REG TO ROS-COL-REGISTROS
           MOVE WS-ROS-COLA TO ROS-RECORD
           WRITE ROS-RECORD
           CLOSE ROS-FILE.
       720-END.

       800-REPORTE-ANTIGUEDAD.
           PERFORM 120-CARGA-CASOS
           PERFORM 130-CARGA-INVESTIGACIONES
           MOVE 0 TO WS-CONT-ABIERTOS WS-CONT-VENCIDOS
           MOVE 0 TO WS-CONT-POR-VENCER
           OPEN OUTPUT AGING-FILE
           MOVE SPACES TO AGING-RECORD
           STRING "CASOS AML ABIERTOS CONTRA PLAZO ROS AL "
                  WS-FECHA-HOY " (PLAZO " WS-PLAZO-ROS " DIAS)"
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           DISPLAY AGING-RECORD
           MOVE "CASO      DOCUMENTO     DETECC.  LIMITE   E  DIAS "
               & "RESTAN SITUACION    ANALISTA" TO AGING-RECORD
           WRITE AGING-RECORD
           DISPLAY AGING-RECORD
           PERFORM VARYING WS-CAS-SEL FROM 1 BY 1
                   UNTIL WS-CAS-SEL > WS-CAS-COUNT
               IF WS-CAS-ESTADO(WS-CAS-SEL) = 'P'
                  OR WS-CAS-ESTADO(WS-CAS-SEL) = 'I'
                   PERFORM 810-LINEA-ANTIGUEDAD
               END-IF
           END-PERFORM
           MOVE SPACES TO AGING-RECORD
           STRING "ABIERTOS=" WS-CONT-ABIERTOS
                  " VENCIDOS=" WS-CONT-VENCIDOS
                  " POR VENCER=" WS-CONT-POR-VENCER
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           DISPLAY AGING-RECORD
           CLOSE AGING-FILE
           DISPLAY "Reporte emitido en AML_AGING.TXT.".
       800-END.

       810-LINEA-ANTIGUEDAD.
           ADD 1 TO WS-CONT-ABIERTOS
           PERFORM 150-CALCULA-PLAZO
           EVALUATE TRUE
               WHEN WS-DIAS-RESTAN < 0
                   MOVE "VENCIDO" TO WS-SEMAFORO
                   ADD 1 TO WS-CONT-VENCIDOS
               WHEN WS-DIAS-RESTAN <= WS-AVISO-DIAS
                   MOVE "POR VENCER" TO WS-SEMAFORO
                   ADD 1 TO WS-CONT-POR-VENCER
               WHEN OTHER
                   MOVE "EN TERMINO" TO WS-SEMAFORO
           END-EVALUATE
           MOVE SPACES TO WS-ANALISTA-ING
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               IF WS-INV-NRO(WS-INV-IDX) = WS-CAS-NRO(WS-CAS-SEL)
                   MOVE WS-INV-ANALISTA(WS-INV-IDX) TO WS-ANALISTA-ING
               END-IF
           END-PERFORM
           IF WS-ANALISTA-ING = SPACES
               MOVE "SIN ASIGNAR" TO WS-ANALISTA-ING
           END-IF
           MOVE WS-DIAS-TRANSC TO WS-ED-DIAS
           MOVE WS-DIAS-RESTAN TO WS-ED-DIAS2
           MOVE SPACES TO AGING-RECORD
           STRING WS-CAS-NRO(WS-CAS-SEL) " "
                  WS-CAS-DOC(WS-CAS-SEL) " "
                  WS-CAS-FECHA(WS-CAS-SEL) " "
                  WS-LIMITE " "
                  WS-CAS-ESTADO(WS-CAS-SEL) " "
                  WS-ED-DIAS " "
                  WS-ED-DIAS2 " "
                  WS-SEMAFORO " "
                  WS-ANALISTA-ING(1:20)
               DELIMITED BY SIZE INTO AGING-RECORD
           WRITE AGING-RECORD
           DISPLAY AGING-RECORD.
       810-END.

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
       END PROGRAM AMLCAS001.
