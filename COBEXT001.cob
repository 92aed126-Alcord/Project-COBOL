      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Cobranza por agencias externas. Los casos de
      *          GESTION_COBRANZA.DAT (COBRAN001) con mas de
      *          COBEXT-DIAS-MORA dias de atraso (PARAMETROS.DAT via
      *          PARAM1, por defecto 120) o escalados por promesa
      *          incumplida se reparten entre las agencias activas de
      *          AGENCIAS_COB.DAT en la asignacion mensual: el caso
      *          queda en estado X con la agencia, y a cada agencia
      *          se le arma ASIG_<agencia>_<AAAAMM>.TXT con el caso,
      *          el deudor, el producto, lo adeudado y los datos de
      *          contacto. Los resultados que devuelve cada agencia
      *          (RESULT_<agencia>.TXT: contactos, promesas y pagos)
      *          se cargan en GESTION_CONTACTOS.DAT; los pagos suman
      *          al recupero del caso y generan la comision de la
      *          agencia en COMISION_AGENCIAS.DAT, que se liquida por
      *          periodo (COMISION_AGENCIAS.TXT). Asignaciones y
      *          retiros de casos quedan en AGENCIA_MOV.DAT.
      *          Movimientos: A=Asignado R=Retirado
      *          Comisiones: P=Pendiente L=Liquidada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBEXT001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT AGENCIA-FILE ASSIGN TO "AGENCIAS_COB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCIA-FSTATUS.
           SELECT CASOS-FILE ASSIGN TO "GESTION_COBRANZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT CONTACTOS-FILE ASSIGN TO "GESTION_CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONT-FSTATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-FSTATUS.
           SELECT AGEMOV-FILE ASSIGN TO "AGENCIA_MOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEMOV-FSTATUS.
           SELECT COMISION-FILE ASSIGN TO "COMISION_AGENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMISION-FSTATUS.
           SELECT COMTMP-FILE ASSIGN TO "COMISION_AGENCIAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMTMP-FSTATUS.
           SELECT LIQUID-FILE ASSIGN TO "COMISION_AGENCIAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASTIGO-FILE ASSIGN TO "CASTIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASTIGO-FSTATUS.
           SELECT CTGREC-FILE ASSIGN TO "CASTIGO_RECUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTGREC-FSTATUS.
           SELECT ASIG-FILE ASSIGN USING WS-ASIG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIG-FSTATUS.
           SELECT RESULT-FILE ASSIGN USING WS-RESULT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  AGENCIA-FILE.
       01  AGENCIA-RECORD.
           05  AGE-CODIGO              PIC X(10).
           05  AGE-NOMBRE              PIC X(30).
           05  AGE-COMISION            PIC 9(03)V99.
           05  AGE-EMAIL               PIC X(40).
           05  AGE-ESTADO              PIC X(01).
       FD  CASOS-FILE.
       01  CASO-RECORD.
           05  CAS-NRO                 PIC 9(06).
           05  CAS-ORIGEN              PIC X(01).
           05  CAS-REF                 PIC X(16).
           05  CAS-ID-CLIENTE          PIC 9(10).
           05  CAS-IMPORTE             PIC 9(10)V99.
           05  CAS-GESTOR              PIC X(10).
           05  CAS-ESTADO              PIC X(01).
           05  CAS-PROM-FECHA          PIC X(08).
           05  CAS-PROM-IMPORTE        PIC 9(10)V99.
           05  CAS-RECUPERADO          PIC 9(10)V99.
           05  CAS-AGENCIA             PIC X(10).
           05  CAS-FECHA-AGENCIA       PIC X(08).
       FD  CONTACTOS-FILE.
       01  CONTACTO-RECORD.
           05  CON-CASO                PIC 9(06).
           05  CON-FECHA               PIC X(08).
           05  CON-CANAL               PIC X(10).
           05  CON-RESULTADO           PIC X(30).
           05  CON-TIPO                PIC X(01).
           05  CON-IMPORTE             PIC 9(10)V99.
           05  CON-GESTOR              PIC X(10).
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
       FD  AGEMOV-FILE.
       01  AGEMOV-RECORD.
           05  AGM-FECHA               PIC X(08).
           05  AGM-CASO                PIC 9(06).
           05  AGM-AGENCIA             PIC X(10).
           05  AGM-TIPO                PIC X(01).
           05  AGM-IMPORTE             PIC 9(10)V99.
           05  AGM-RECUPERADO          PIC 9(10)V99.
           05  AGM-DIAS                PIC 9(05).
           05  AGM-MOTIVO              PIC X(30).
           05  AGM-OPERADOR            PIC X(30).
       FD  COMISION-FILE.
       01  COMISION-RECORD.
           05  CMA-PERIODO             PIC 9(06).
           05  CMA-AGENCIA             PIC X(10).
           05  CMA-CASO                PIC 9(06).
           05  CMA-FECHA               PIC X(08).
           05  CMA-RECUPERADO          PIC 9(10)V99.
           05  CMA-PCT                 PIC 9(03)V99.
           05  CMA-COMISION            PIC 9(10)V99.
           05  CMA-ESTADO              PIC X(01).
           05  CMA-FECHA-LIQ           PIC X(08).
       FD  COMTMP-FILE.
       01  COMTMP-RECORD               PIC X(68).
       FD  LIQUID-FILE.
       01  LIQUID-RECORD               PIC X(100).
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
       FD  CTGREC-FILE.
       01  CTGREC-RECORD.
           05  CRC-FECHA               PIC X(08).
           05  CRC-NRO-CASTIGO         PIC 9(06).
           05  CRC-REF                 PIC X(16).
           05  CRC-ID-CLIENTE          PIC 9(10).
           05  CRC-IMPORTE             PIC 9(10)V99.
           05  CRC-CASO                PIC 9(06).
           05  CRC-GESTOR              PIC X(10).
       FD  ASIG-FILE.
       01  ASIG-RECORD.
           05  ASG-CASO                PIC 9(06).
           05  ASG-PRODUCTO            PIC X(01).
           05  ASG-REF                 PIC X(16).
           05  ASG-ID-CLIENTE          PIC 9(10).
           05  ASG-DOC                 PIC X(13).
           05  ASG-NOMBRE              PIC X(25).
           05  ASG-APELLIDO            PIC X(25).
           05  ASG-DIRECCION           PIC X(40).
           05  ASG-TELEFONO            PIC X(12).
           05  ASG-EMAIL               PIC X(40).
           05  ASG-ADEUDADO            PIC 9(10)V99.
           05  ASG-DIAS                PIC 9(05).
           05  ASG-FECHA               PIC X(08).
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05  RAG-CASO                PIC 9(06).
           05  RAG-FECHA               PIC X(08).
           05  RAG-TIPO                PIC X(01).
           05  RAG-CANAL               PIC X(10).
           05  RAG-RESULTADO           PIC X(30).
           05  RAG-IMPORTE             PIC 9(10)V99.
           05  RAG-PROM-FECHA          PIC X(08).

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
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 138.
           05 SQL-STMT   PIC X(138) VALUE 'SELECT DOC_CLIENTE,NOMBRE_CLI
      -    'ENTE,APELLIDOS_CLIENTE,DIRECCION_CLIENTE,TELEF_CLIENTE,EMAIL
      -    '_CLIENTE FROM banco.clientes WHERE ID_CLIENTE = ?'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_COBEXT'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 134.
           05 SQL-STMT   PIC X(134) VALUE 'SELECT IFNULL(DATEDIFF(CURDAT
      -    'E(),MIN(FECHA)),0) FROM banco.cuotas_hipoteca WHERE ID_HIPOT
      -    'ECA = ? AND ESTADO IN (''Pendiente'',''Parcial'')'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(3) COMP-3.
           05 SQL-VAR-0002  PIC S9(3) COMP-3.
           05 SQL-VAR-0003  PIC S9(5) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-AGENCIA-FSTATUS          PIC XX.
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-CONT-FSTATUS             PIC XX.
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-AGEMOV-FSTATUS           PIC XX.
       01  WS-COMISION-FSTATUS         PIC XX.
       01  WS-COMTMP-FSTATUS           PIC XX.
       01  WS-CASTIGO-FSTATUS          PIC XX.
       01  WS-CTGREC-FSTATUS           PIC XX.
       01  WS-ASIG-FSTATUS             PIC XX.
       01  WS-RESULT-FSTATUS           PIC XX.
       01  WS-ASIG-NOMBRE              PIC X(40).
       01  WS-RESULT-NOMBRE            PIC X(40).

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  DB-ID-HIPOTECA          PIC 9(6).
           05  DB-DOC                  PIC X(13).
           05  DB-NOMBRE               PIC X(25).
           05  DB-APELLIDO             PIC X(25).
           05  DB-DIRECCION            PIC X(40).
           05  DB-TELEFONO             PIC X(12).
           05  DB-EMAIL                PIC X(40).

       01  WS-AGENCIAS.
           05  WS-AGE OCCURS 20 TIMES.
               10  WS-AGE-CODIGO       PIC X(10).
               10  WS-AGE-NOMBRE       PIC X(30).
               10  WS-AGE-COMISION     PIC 9(03)V99.
               10  WS-AGE-EMAIL        PIC X(40).
               10  WS-AGE-ESTADO       PIC X(01).
       01  WS-AGE-COUNT                PIC 9(2) VALUE 0.
       01  WS-AGE-IDX                  PIC 9(2).
       01  WS-AGE-SEL                  PIC 9(2).
       01  WS-AGE-TURNO                PIC 9(2).
       01  WS-AGE-ACTIVAS              PIC 9(2).

       01  WS-CASOS.
           05  WS-CAS OCCURS 300 TIMES.
               10  WS-CAS-NRO          PIC 9(06).
               10  WS-CAS-ORIGEN       PIC X(01).
               10  WS-CAS-REF          PIC X(16).
               10  WS-CAS-ID-CLIENTE   PIC 9(10).
               10  WS-CAS-IMPORTE      PIC 9(10)V99.
               10  WS-CAS-GESTOR       PIC X(10).
               10  WS-CAS-ESTADO       PIC X(01).
               10  WS-CAS-PROM-FECHA   PIC X(08).
               10  WS-CAS-PROM-IMP     PIC 9(10)V99.
               10  WS-CAS-RECUPERADO   PIC 9(10)V99.
               10  WS-CAS-AGENCIA      PIC X(10).
               10  WS-CAS-FECHA-AGENCIA PIC X(08).
       01  WS-CAS-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAS-IDX                  PIC 9(3).
       01  WS-CAS-SEL                  PIC 9(3).
      *    Marca y dias de atraso de los casos asignados en la
      *    corrida, paralelos a WS-CAS.
       01  WS-ASIGNADOS.
           05  WS-ASG OCCURS 300 TIMES.
               10  WS-ASG-MARCA        PIC X(01).
               10  WS-ASG-DIAS         PIC 9(05).

       01  WS-CASTIGOS.
           05  WS-CTG OCCURS 300 TIMES PIC X(158).
       01  WS-CTG-COUNT                PIC 9(3) VALUE 0.
       01  WS-CTG-IDX                  PIC 9(3).
       01  WS-CTG-SEL                  PIC 9(3).

       01  WS-LIQ-AGENCIAS.
           05  WS-LIQ OCCURS 20 TIMES.
               10  WS-LIQ-CODIGO       PIC X(10).
               10  WS-LIQ-RECUPERADO   PIC 9(12)V99.
               10  WS-LIQ-COMISION     PIC 9(12)V99.
       01  WS-LIQ-COUNT                PIC 9(2) VALUE 0.
       01  WS-LIQ-IDX                  PIC 9(2).
       01  WS-LIQ-SEL                  PIC 9(2).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).
       01  WS-DIAS-UMBRAL              PIC 9(05).

       01  WS-OPCION                   PIC 9.
       01  WS-CODIGO-ING               PIC X(10).
       01  WS-NOMBRE-ING               PIC X(30).
       01  WS-COMISION-ING             PIC 9(03)V99.
       01  WS-EMAIL-ING                PIC X(40).
       01  WS-CASO-ING                 PIC 9(6).
       01  WS-MOTIVO-ING               PIC X(30).
       01  WS-PERIODO-ING              PIC 9(6).
       01  WS-CONFIRMA                 PIC X(1).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-PERIODO                  PIC X(6).
       01  WS-VTO8                     PIC X(8).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-VTO-ENTERO               PIC 9(8).
       01  WS-DIAS                     PIC S9(5).
       01  WS-ADEUDADO                 PIC 9(10)V99.
       01  WS-COMISION-CALC            PIC 9(10)V99.
       01  WS-CONT-ASIGNADOS           PIC 9(4).
       01  WS-CONT-ARCHIVO             PIC 9(4).
       01  WS-CONT-LEIDOS              PIC 9(4).
       01  WS-CONT-RECHAZOS            PIC 9(4).
       01  WS-CONT-LIQ                 PIC 9(4).
       01  WS-TOT-RECUPERADO           PIC 9(12)V99.
       01  WS-TOT-COMISION             PIC 9(12)V99.
       01  WS-MASK-INPUT               PIC X(16).
       01  WS-MASK-OUTPUT              PIC X(16).
       01  WS-ED1                      PIC ZZZZZZZZZ9.99.
       01  WS-ED2                      PIC ZZZZZZZZZ9.99.
       01  WS-ED-PCT                   PIC ZZ9.99.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(2).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           PERFORM 0100-INICIO
           PERFORM 110-CARGA-AGENCIAS
           PERFORM 120-CARGA-CASOS
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   COBRANZA POR AGENCIAS EXTERNAS   "
           DISPLAY "===================================="
           DISPLAY "1 - Alta / modificacion de agencia"
           DISPLAY "2 - Listar agencias"
           DISPLAY "3 - Asignacion mensual a agencias"
           DISPLAY "4 - Cargar resultados de una agencia"
           DISPLAY "5 - Retirar un caso de la agencia"
           DISPLAY "6 - Liquidacion de comisiones"
           DISPLAY "7 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-ALTA-AGENCIA
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 250-LISTA-AGENCIAS
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 300-ASIGNACION-MENSUAL
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 400-CARGA-RESULTADOS
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 500-RETIRA-CASO
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 600-LIQUIDA-COMISIONES
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-AGENCIAS.
           MOVE 0 TO WS-AGE-COUNT
           OPEN INPUT AGENCIA-FILE
           IF WS-AGENCIA-FSTATUS = '00'
               PERFORM UNTIL WS-AGENCIA-FSTATUS NOT = '00'
                   READ AGENCIA-FILE
                       AT END MOVE '10' TO WS-AGENCIA-FSTATUS
                       NOT AT END
                           IF WS-AGE-COUNT < 20
                               ADD 1 TO WS-AGE-COUNT
                               MOVE AGENCIA-RECORD TO
                                   WS-AGE(WS-AGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENCIA-FILE
           END-IF.
       110-END.

       120-CARGA-CASOS.
           MOVE 0 TO WS-CAS-COUNT
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS = '00'
               PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
                   READ CASOS-FILE
                       AT END MOVE '10' TO WS-CASOS-FSTATUS
                       NOT AT END
                           IF WS-CAS-COUNT >= 300
                               DISPLAY "AVISO: GESTION_COBRANZA.DAT "
                                   "supera los 300 casos."
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

       150-GRABA-AGENCIAS.
           OPEN OUTPUT AGENCIA-FILE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
               MOVE WS-AGE(WS-AGE-IDX) TO AGENCIA-RECORD
               WRITE AGENCIA-RECORD
           END-PERFORM
           CLOSE AGENCIA-FILE.
       150-END.

       155-GRABA-CASOS.
           OPEN OUTPUT CASOS-FILE
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               MOVE WS-CAS(WS-CAS-IDX) TO CASO-RECORD
               WRITE CASO-RECORD
           END-PERFORM
           CLOSE CASOS-FILE.
       155-END.

       160-BUSCA-AGENCIA.
           MOVE 0 TO WS-AGE-SEL
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
               IF WS-AGE-CODIGO(WS-AGE-IDX) = WS-CODIGO-ING
                   MOVE WS-AGE-IDX TO WS-AGE-SEL
                   MOVE WS-AGE-COUNT TO WS-AGE-IDX
               END-IF
           END-PERFORM.
       160-END.

       165-BUSCA-CASO.
           MOVE 0 TO WS-CAS-SEL
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               IF WS-CAS-NRO(WS-CAS-IDX) = WS-CASO-ING
                   MOVE WS-CAS-IDX TO WS-CAS-SEL
                   MOVE WS-CAS-COUNT TO WS-CAS-IDX
               END-IF
           END-PERFORM.
       165-END.

       170-ESCRIBE-AGEMOV.
           OPEN EXTEND AGEMOV-FILE
           IF WS-AGEMOV-FSTATUS NOT = '00'
               OPEN OUTPUT AGEMOV-FILE
           END-IF
           MOVE WS-FECHA-HOY TO AGM-FECHA
           MOVE WS-CAS-NRO(WS-CAS-SEL) TO AGM-CASO
           MOVE WS-CAS-AGENCIA(WS-CAS-SEL) TO AGM-AGENCIA
           COMPUTE AGM-IMPORTE = WS-CAS-IMPORTE(WS-CAS-SEL)
                               - WS-CAS-RECUPERADO(WS-CAS-SEL)
           MOVE WS-CAS-RECUPERADO(WS-CAS-SEL) TO AGM-RECUPERADO
           MOVE LK-OPERADOR TO AGM-OPERADOR
           WRITE AGEMOV-RECORD
           CLOSE AGEMOV-FILE.
       170-END.

       200-ALTA-AGENCIA.
           DISPLAY "Codigo de agencia: "
           ACCEPT WS-CODIGO-ING
           IF WS-CODIGO-ING = SPACES
               DISPLAY "Codigo invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 160-BUSCA-AGENCIA
           IF WS-AGE-SEL = 0
               IF WS-AGE-COUNT >= 20
                   DISPLAY "Tabla de agencias llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGE-COUNT
               MOVE WS-AGE-COUNT TO WS-AGE-SEL
               INITIALIZE WS-AGE(WS-AGE-SEL)
               MOVE WS-CODIGO-ING TO WS-AGE-CODIGO(WS-AGE-SEL)
           END-IF
           DISPLAY "Razon social: "
           ACCEPT WS-NOMBRE-ING
           DISPLAY "Comision sobre lo recuperado (%): "
           ACCEPT WS-COMISION-ING
           DISPLAY "Email de la agencia: "
           ACCEPT WS-EMAIL-ING
           DISPLAY "Estado (A=Activa B=Baja): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'B'
               MOVE 'A' TO WS-CONFIRMA
           END-IF
           MOVE WS-NOMBRE-ING TO WS-AGE-NOMBRE(WS-AGE-SEL)
           MOVE WS-COMISION-ING TO WS-AGE-COMISION(WS-AGE-SEL)
           MOVE WS-EMAIL-ING TO WS-AGE-EMAIL(WS-AGE-SEL)
           MOVE WS-CONFIRMA TO WS-AGE-ESTADO(WS-AGE-SEL)
           PERFORM 150-GRABA-AGENCIAS
           DISPLAY "Agencia registrada.".
       200-END.

       250-LISTA-AGENCIAS.
           DISPLAY "CODIGO     RAZON SOCIAL                   "
                   "COMIS% E"
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
               MOVE WS-AGE-COMISION(WS-AGE-IDX) TO WS-ED-PCT
               DISPLAY WS-AGE-CODIGO(WS-AGE-IDX) " "
                       WS-AGE-NOMBRE(WS-AGE-IDX) " "
                       WS-ED-PCT " "
                       WS-AGE-ESTADO(WS-AGE-IDX)
           END-PERFORM.
       250-END.

       300-ASIGNACION-MENSUAL.
      *    Los casos abiertos, en casa, escalados o con mas dias de
      *    atraso que el umbral se reparten en turno entre las
      *    agencias activas.
           MOVE 0 TO WS-AGE-ACTIVAS WS-CONT-ASIGNADOS
           MOVE 1 TO WS-AGE-TURNO
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
               IF WS-AGE-ESTADO(WS-AGE-IDX) = 'A'
                   ADD 1 TO WS-AGE-ACTIVAS
               END-IF
           END-PERFORM
           IF WS-AGE-ACTIVAS = 0
               DISPLAY "No hay agencias activas."
               EXIT PARAGRAPH
           END-IF
           MOVE 120 TO WS-DIAS-UMBRAL
           MOVE SPACES TO WS-PM-CLAVE
           MOVE "COBEXT-DIAS-MORA" TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-UMBRAL
           END-IF
           INITIALIZE WS-ASIGNADOS
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY))
           PERFORM VARYING WS-CAS-SEL FROM 1 BY 1
                   UNTIL WS-CAS-SEL > WS-CAS-COUNT
               IF WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'C'
                  AND WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'X'
                   PERFORM 310-DIAS-ATRASO
                   IF WS-CAS-ESTADO(WS-CAS-SEL) = 'E'
                      OR WS-DIAS > WS-DIAS-UMBRAL
                       PERFORM 320-ASIGNA-CASO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CONT-ASIGNADOS = 0
               DISPLAY "No hay casos para asignar a agencias."
               EXIT PARAGRAPH
           END-IF
           PERFORM 155-GRABA-CASOS
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > WS-AGE-COUNT
               IF WS-AGE-ESTADO(WS-AGE-IDX) = 'A'
                   PERFORM 330-ARCHIVO-AGENCIA
               END-IF
           END-PERFORM
           DISPLAY "Casos asignados a agencias: " WS-CONT-ASIGNADOS.
       300-END.

       310-DIAS-ATRASO.
      *    Hipoteca: desde la cuota impaga mas vieja. Tarjeta: desde
      *    el vencimiento del resumen abierto (mismo criterio que
      *    AGING001).
           MOVE 0 TO WS-DIAS
           IF WS-CAS-ORIGEN(WS-CAS-SEL) = 'H'
               MOVE WS-CAS-REF(WS-CAS-SEL)(5:6) TO DB-ID-HIPOTECA
      *        EXEC SQL
      *            SELECT IFNULL(DATEDIFF(CURDATE(),MIN(FECHA)),0)
      *              INTO :SQL-VAR-0003
      *              FROM banco.cuotas_hipoteca
      *             WHERE ID_HIPOTECA = :SQL-VAR-0002
      *               AND ESTADO IN ('Pendiente','Parcial')
      *        END-EXEC
               IF SQL-PREP OF SQL-STMT-1 = 'N'
                   SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0003
                   MOVE '3' TO SQL-TYPE(1)
                   MOVE 3 TO SQL-LEN(1)
                   MOVE X'00' TO SQL-PREC(1)
                   SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0002
                   MOVE '3' TO SQL-TYPE(2)
                   MOVE 2 TO SQL-LEN(2)
                   MOVE X'00' TO SQL-PREC(2)
                   MOVE 2 TO SQL-COUNT
                   CALL 'OCSQLPRE' USING SQLV
                                       SQL-STMT-1
                                       SQLCA
                   SET SQL-HCONN OF SQLCA TO NULL
               END-IF
               MOVE DB-ID-HIPOTECA TO SQL-VAR-0002
               MOVE 0 TO SQL-VAR-0003
               CALL 'OCSQLEXE' USING SQL-STMT-1
                                   SQLCA
               MOVE SQL-VAR-0003 TO WS-DIAS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
               READ RESUMEN-FILE
                   AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                   NOT AT END
                       IF RES-NRO-TARJETA = WS-CAS-REF(WS-CAS-SEL)
                          AND RES-ESTADO = 'A'
                          AND RES-SALDO > 0
                           MOVE SPACES TO WS-VTO8
                           STRING RES-FECHA-VTO(1:4)
                                  RES-FECHA-VTO(6:2)
                                  RES-FECHA-VTO(9:2)
                               DELIMITED BY SIZE INTO WS-VTO8
                           COMPUTE WS-VTO-ENTERO =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(WS-VTO8))
                           COMPUTE WS-DIAS =
                               WS-HOY-ENTERO - WS-VTO-ENTERO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESUMEN-FILE
           IF WS-DIAS < 0
               MOVE 0 TO WS-DIAS
           END-IF.
       310-END.

       320-ASIGNA-CASO.
      *    Siguiente agencia activa en turno.
           PERFORM UNTIL WS-AGE-ESTADO(WS-AGE-TURNO) = 'A'
               ADD 1 TO WS-AGE-TURNO
               IF WS-AGE-TURNO > WS-AGE-COUNT
                   MOVE 1 TO WS-AGE-TURNO
               END-IF
           END-PERFORM
           MOVE WS-AGE-CODIGO(WS-AGE-TURNO)
               TO WS-CAS-AGENCIA(WS-CAS-SEL)
           MOVE WS-FECHA-HOY TO WS-CAS-FECHA-AGENCIA(WS-CAS-SEL)
           MOVE 'X' TO WS-CAS-ESTADO(WS-CAS-SEL)
           MOVE 'S' TO WS-ASG-MARCA(WS-CAS-SEL)
           MOVE WS-DIAS TO WS-ASG-DIAS(WS-CAS-SEL)
           MOVE 'A' TO AGM-TIPO
           MOVE WS-DIAS TO AGM-DIAS
           MOVE "ASIGNACION MENSUAL" TO AGM-MOTIVO
           PERFORM 170-ESCRIBE-AGEMOV
           ADD 1 TO WS-CONT-ASIGNADOS
      *    La proxima asignacion arranca en la agencia siguiente.
           ADD 1 TO WS-AGE-TURNO
           IF WS-AGE-TURNO > WS-AGE-COUNT
               MOVE 1 TO WS-AGE-TURNO
           END-IF.
       320-END.

       330-ARCHIVO-AGENCIA.
      *    ASIG_<agencia>_<AAAAMM>.TXT; una segunda corrida del mes
      *    agrega al archivo de la agencia.
           MOVE 0 TO WS-CONT-ARCHIVO
           MOVE SPACES TO WS-ASIG-NOMBRE
           STRING "ASIG_" WS-AGE-CODIGO(WS-AGE-IDX) DELIMITED BY SPACE
                  "_" WS-PERIODO ".TXT" DELIMITED BY SIZE
               INTO WS-ASIG-NOMBRE
           PERFORM VARYING WS-CAS-SEL FROM 1 BY 1
                   UNTIL WS-CAS-SEL > WS-CAS-COUNT
               IF WS-ASG-MARCA(WS-CAS-SEL) = 'S'
                  AND WS-CAS-AGENCIA(WS-CAS-SEL) =
                      WS-AGE-CODIGO(WS-AGE-IDX)
                   IF WS-CONT-ARCHIVO = 0
                       OPEN EXTEND ASIG-FILE
                       IF WS-ASIG-FSTATUS NOT = '00'
                           OPEN OUTPUT ASIG-FILE
                       END-IF
                   END-IF
                   PERFORM 340-DATOS-DEUDOR
                   MOVE WS-CAS-NRO(WS-CAS-SEL) TO ASG-CASO
                   MOVE WS-CAS-ORIGEN(WS-CAS-SEL) TO ASG-PRODUCTO
                   IF WS-CAS-ORIGEN(WS-CAS-SEL) = 'T'
                       MOVE WS-CAS-REF(WS-CAS-SEL) TO WS-MASK-INPUT
                       PERFORM 399-MASK-TARJETA
                       MOVE WS-MASK-OUTPUT TO ASG-REF
                   ELSE
                       MOVE WS-CAS-REF(WS-CAS-SEL) TO ASG-REF
                   END-IF
                   MOVE WS-CAS-ID-CLIENTE(WS-CAS-SEL) TO ASG-ID-CLIENTE
                   MOVE DB-DOC TO ASG-DOC
                   MOVE DB-NOMBRE TO ASG-NOMBRE
                   MOVE DB-APELLIDO TO ASG-APELLIDO
                   MOVE DB-DIRECCION TO ASG-DIRECCION
                   MOVE DB-TELEFONO TO ASG-TELEFONO
                   MOVE DB-EMAIL TO ASG-EMAIL
                   COMPUTE ASG-ADEUDADO = WS-CAS-IMPORTE(WS-CAS-SEL)
                                        - WS-CAS-RECUPERADO(WS-CAS-SEL)
                   MOVE WS-ASG-DIAS(WS-CAS-SEL) TO ASG-DIAS
                   MOVE WS-FECHA-HOY TO ASG-FECHA
                   WRITE ASIG-RECORD
                   ADD 1 TO WS-CONT-ARCHIVO
               END-IF
           END-PERFORM
           IF WS-CONT-ARCHIVO > 0
               CLOSE ASIG-FILE
               DISPLAY WS-ASIG-NOMBRE " casos: " WS-CONT-ARCHIVO
           END-IF.
       330-END.

       340-DATOS-DEUDOR.
           MOVE SPACES TO DB-DOC DB-NOMBRE DB-APELLIDO DB-DIRECCION
                          DB-TELEFONO DB-EMAIL
      *    EXEC SQL
      *        DECLARE CUR_COBEXT CURSOR FOR
      *        SELECT DOC_CLIENTE, NOMBRE_CLIENTE, APELLIDOS_CLIENTE,
      *               DIRECCION_CLIENTE, TELEF_CLIENTE, EMAIL_CLIENTE
      *          FROM banco.clientes WHERE ID_CLIENTE = :SQL-VAR-0001
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
           END-IF
           SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0001
           MOVE '3' TO SQL-TYPE(1)
           MOVE 2 TO SQL-LEN(1)
           MOVE X'00' TO SQL-PREC(1)
           MOVE WS-CAS-ID-CLIENTE(WS-CAS-SEL) TO SQL-VAR-0001
           MOVE 1 TO SQL-COUNT
           CALL 'OCSQLOCU' USING SQL-STMT-0
                               SQLCA
           END-CALL
           SET SQL-ADDR(1) TO ADDRESS OF DB-DOC
           MOVE 'X' TO SQL-TYPE(1)
           MOVE 13 TO SQL-LEN(1)
           SET SQL-ADDR(2) TO ADDRESS OF DB-NOMBRE
           MOVE 'X' TO SQL-TYPE(2)
           MOVE 25 TO SQL-LEN(2)
           SET SQL-ADDR(3) TO ADDRESS OF DB-APELLIDO
           MOVE 'X' TO SQL-TYPE(3)
           MOVE 25 TO SQL-LEN(3)
           SET SQL-ADDR(4) TO ADDRESS OF DB-DIRECCION
           MOVE 'X' TO SQL-TYPE(4)
           MOVE 40 TO SQL-LEN(4)
           SET SQL-ADDR(5) TO ADDRESS OF DB-TELEFONO
           MOVE 'X' TO SQL-TYPE(5)
           MOVE 12 TO SQL-LEN(5)
           SET SQL-ADDR(6) TO ADDRESS OF DB-EMAIL
           MOVE 'X' TO SQL-TYPE(6)
           MOVE 40 TO SQL-LEN(6)
           MOVE 6 TO SQL-COUNT
           CALL 'OCSQLFTC' USING SQLV
                               SQL-STMT-0
                               SQLCA
           CALL 'OCSQLCCU' USING SQL-STMT-0
                               SQLCA
           END-CALL.
       340-END.

       399-MASK-TARJETA.
           MOVE "************" TO WS-MASK-OUTPUT(1:12)
           MOVE WS-MASK-INPUT(13:4) TO WS-MASK-OUTPUT(13:4).
       399-END.

       400-CARGA-RESULTADOS.
      *    RESULT_<agencia>.TXT: C=contacto P=promesa R=pago. Solo
      *    se aceptan casos que esten en esa agencia; al terminar el
      *    archivo se vacia para que no se cargue dos veces.
           DISPLAY "Codigo de agencia: "
           ACCEPT WS-CODIGO-ING
           PERFORM 160-BUSCA-AGENCIA
           IF WS-AGE-SEL = 0
               DISPLAY "Agencia inexistente."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RESULT-NOMBRE
           STRING "RESULT_" WS-CODIGO-ING DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-RESULT-NOMBRE
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-FSTATUS NOT = '00'
               DISPLAY "No se encontro " WS-RESULT-NOMBRE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-LEIDOS WS-CONT-RECHAZOS
           PERFORM UNTIL WS-RESULT-FSTATUS NOT = '00'
               READ RESULT-FILE
                   AT END MOVE '10' TO WS-RESULT-FSTATUS
                   NOT AT END
                       ADD 1 TO WS-CONT-LEIDOS
                       PERFORM 410-APLICA-RESULTADO
               END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           PERFORM 155-GRABA-CASOS
           OPEN OUTPUT RESULT-FILE
           CLOSE RESULT-FILE
           DISPLAY "Registros leidos: " WS-CONT-LEIDOS
                   "  rechazados: " WS-CONT-RECHAZOS.
       400-END.

       410-APLICA-RESULTADO.
           MOVE RAG-CASO TO WS-CASO-ING
           PERFORM 165-BUSCA-CASO
           IF WS-CAS-SEL = 0
               ADD 1 TO WS-CONT-RECHAZOS
               DISPLAY "RECHAZADO caso " RAG-CASO ": inexistente."
               EXIT PARAGRAPH
           END-IF
           IF WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'X'
              OR WS-CAS-AGENCIA(WS-CAS-SEL) NOT = WS-CODIGO-ING
               ADD 1 TO WS-CONT-RECHAZOS
               DISPLAY "RECHAZADO caso " RAG-CASO
                       ": no esta asignado a la agencia."
               EXIT PARAGRAPH
           END-IF
           MOVE RAG-CASO TO CON-CASO
           MOVE RAG-FECHA TO CON-FECHA
           MOVE RAG-CANAL TO CON-CANAL
           MOVE RAG-RESULTADO TO CON-RESULTADO
           MOVE WS-CODIGO-ING TO CON-GESTOR
           EVALUATE RAG-TIPO
               WHEN 'C'
                   MOVE 'C' TO CON-TIPO
                   MOVE 0 TO CON-IMPORTE
               WHEN 'P'
                   MOVE 'C' TO CON-TIPO
                   MOVE RAG-IMPORTE TO CON-IMPORTE
                   MOVE RAG-PROM-FECHA
                       TO WS-CAS-PROM-FECHA(WS-CAS-SEL)
                   MOVE RAG-IMPORTE TO WS-CAS-PROM-IMP(WS-CAS-SEL)
               WHEN 'R'
                   IF RAG-IMPORTE = 0
                       ADD 1 TO WS-CONT-RECHAZOS
                       DISPLAY "RECHAZADO caso " RAG-CASO
                               ": pago sin importe."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'R' TO CON-TIPO
                   MOVE RAG-IMPORTE TO CON-IMPORTE
                   PERFORM 420-APLICA-PAGO
               WHEN OTHER
                   ADD 1 TO WS-CONT-RECHAZOS
                   DISPLAY "RECHAZADO caso " RAG-CASO
                           ": tipo de resultado invalido."
                   EXIT PARAGRAPH
           END-EVALUATE
           OPEN EXTEND CONTACTOS-FILE
           IF WS-CONT-FSTATUS NOT = '00'
               OPEN OUTPUT CONTACTOS-FILE
           END-IF
           WRITE CONTACTO-RECORD
           CLOSE CONTACTOS-FILE.
       410-END.

       420-APLICA-PAGO.
      *    El pago suma al recupero del caso y genera la comision
      *    de la agencia por el porcentaje vigente al cargarlo.
           ADD RAG-IMPORTE TO WS-CAS-RECUPERADO(WS-CAS-SEL)
           IF WS-CAS-RECUPERADO(WS-CAS-SEL) >=
              WS-CAS-IMPORTE(WS-CAS-SEL)
               MOVE 'C' TO WS-CAS-ESTADO(WS-CAS-SEL)
               DISPLAY "Caso " RAG-CASO " cerrado: deuda recuperada."
           END-IF
           COMPUTE WS-COMISION-CALC ROUNDED =
               RAG-IMPORTE * WS-AGE-COMISION(WS-AGE-SEL) / 100
           OPEN EXTEND COMISION-FILE
           IF WS-COMISION-FSTATUS NOT = '00'
               OPEN OUTPUT COMISION-FILE
           END-IF
           MOVE RAG-FECHA(1:6) TO CMA-PERIODO
           MOVE WS-CODIGO-ING TO CMA-AGENCIA
           MOVE RAG-CASO TO CMA-CASO
           MOVE RAG-FECHA TO CMA-FECHA
           MOVE RAG-IMPORTE TO CMA-RECUPERADO
           MOVE WS-AGE-COMISION(WS-AGE-SEL) TO CMA-PCT
           MOVE WS-COMISION-CALC TO CMA-COMISION
           MOVE 'P' TO CMA-ESTADO
           MOVE SPACES TO CMA-FECHA-LIQ
           WRITE COMISION-RECORD
           CLOSE COMISION-FILE
           PERFORM 430-RECUPERO-CASTIGADO.
       420-END.

       430-RECUPERO-CASTIGADO.
      *    Igual que COBRAN001 510: el cobro de un prestamo castigado
      *    es ingreso por recupero (CASTIGO_RECUP.DAT).
           MOVE 0 TO WS-CTG-COUNT WS-CTG-SEL
           OPEN INPUT CASTIGO-FILE
           IF WS-CASTIGO-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CASTIGO-FSTATUS NOT = '00'
               READ CASTIGO-FILE
                   AT END MOVE '10' TO WS-CASTIGO-FSTATUS
                   NOT AT END
                       IF WS-CTG-COUNT < 300
                           ADD 1 TO WS-CTG-COUNT
                           MOVE CASTIGO-RECORD TO WS-CTG(WS-CTG-COUNT)
                           IF CTG-ESTADO = 'A'
                              AND CTG-REF = WS-CAS-REF(WS-CAS-SEL)
                               MOVE WS-CTG-COUNT TO WS-CTG-SEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASTIGO-FILE
           IF WS-CTG-SEL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTG(WS-CTG-SEL) TO CASTIGO-RECORD
           ADD RAG-IMPORTE TO CTG-RECUPERADO
           MOVE CASTIGO-RECORD TO WS-CTG(WS-CTG-SEL)
           OPEN OUTPUT CASTIGO-FILE
           PERFORM VARYING WS-CTG-IDX FROM 1 BY 1
                   UNTIL WS-CTG-IDX > WS-CTG-COUNT
               MOVE WS-CTG(WS-CTG-IDX) TO CASTIGO-RECORD
               WRITE CASTIGO-RECORD
           END-PERFORM
           CLOSE CASTIGO-FILE
           MOVE WS-CTG(WS-CTG-SEL) TO CASTIGO-RECORD
           OPEN EXTEND CTGREC-FILE
           IF WS-CTGREC-FSTATUS NOT = '00'
               OPEN OUTPUT CTGREC-FILE
           END-IF
           MOVE RAG-FECHA TO CRC-FECHA
           MOVE CTG-NRO TO CRC-NRO-CASTIGO
           MOVE CTG-REF TO CRC-REF
           MOVE CTG-ID-CLIENTE TO CRC-ID-CLIENTE
           MOVE RAG-IMPORTE TO CRC-IMPORTE
           MOVE RAG-CASO TO CRC-CASO
           MOVE WS-CODIGO-ING TO CRC-GESTOR
           WRITE CTGREC-RECORD
           CLOSE CTGREC-FILE.
       430-END.

       500-RETIRA-CASO.
      *    El caso vuelve a la gestion propia: asignado si ya tenia
      *    gestor, nuevo si no.
           DISPLAY "Numero de caso: "
           ACCEPT WS-CASO-ING
           PERFORM 165-BUSCA-CASO
           IF WS-CAS-SEL = 0
               DISPLAY "Caso no encontrado."
               EXIT PARAGRAPH
           END-IF
           IF WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'X'
               DISPLAY "El caso no esta en una agencia externa."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motivo del retiro: "
           ACCEPT WS-MOTIVO-ING
           MOVE 'R' TO AGM-TIPO
           MOVE 0 TO AGM-DIAS
           MOVE WS-MOTIVO-ING TO AGM-MOTIVO
           PERFORM 170-ESCRIBE-AGEMOV
           IF WS-CAS-GESTOR(WS-CAS-SEL) = SPACES
               MOVE 'N' TO WS-CAS-ESTADO(WS-CAS-SEL)
           ELSE
               MOVE 'A' TO WS-CAS-ESTADO(WS-CAS-SEL)
           END-IF
           DISPLAY "Caso " WS-CASO-ING " retirado de la agencia "
                   WS-CAS-AGENCIA(WS-CAS-SEL)
           MOVE SPACES TO WS-CAS-AGENCIA(WS-CAS-SEL)
           MOVE SPACES TO WS-CAS-FECHA-AGENCIA(WS-CAS-SEL)
           PERFORM 155-GRABA-CASOS.
       500-END.

       600-LIQUIDA-COMISIONES.
           DISPLAY "Periodo a liquidar (AAAAMM, 0 = actual): "
           ACCEPT WS-PERIODO-ING
           IF WS-PERIODO-ING = 0
               MOVE WS-PERIODO TO WS-PERIODO-ING
           END-IF
           MOVE 0 TO WS-LIQ-COUNT WS-CONT-LIQ
                     WS-TOT-RECUPERADO WS-TOT-COMISION
           OPEN OUTPUT LIQUID-FILE
           MOVE SPACES TO LIQUID-RECORD
           STRING "COMISIONES DE AGENCIAS DE COBRANZA - PERIODO "
                  WS-PERIODO-ING
               DELIMITED BY SIZE INTO LIQUID-RECORD
           WRITE LIQUID-RECORD
           DISPLAY LIQUID-RECORD
           OPEN INPUT COMISION-FILE
           IF WS-COMISION-FSTATUS = '00'
               PERFORM UNTIL WS-COMISION-FSTATUS NOT = '00'
                   READ COMISION-FILE
                       AT END MOVE '10' TO WS-COMISION-FSTATUS
                       NOT AT END
                           IF CMA-PERIODO = WS-PERIODO-ING
                              AND CMA-ESTADO = 'P'
                               PERFORM 610-DETALLE-COMISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMISION-FILE
           END-IF
           PERFORM VARYING WS-LIQ-IDX FROM 1 BY 1
                   UNTIL WS-LIQ-IDX > WS-LIQ-COUNT
               MOVE WS-LIQ-RECUPERADO(WS-LIQ-IDX) TO WS-ED1
               MOVE WS-LIQ-COMISION(WS-LIQ-IDX) TO WS-ED2
               MOVE SPACES TO LIQUID-RECORD
               STRING "TOTAL AGENCIA " WS-LIQ-CODIGO(WS-LIQ-IDX)
                      " RECUPERADO " WS-ED1
                      " A PAGAR " WS-ED2
                   DELIMITED BY SIZE INTO LIQUID-RECORD
               WRITE LIQUID-RECORD
               DISPLAY LIQUID-RECORD
           END-PERFORM
           MOVE WS-TOT-RECUPERADO TO WS-ED1
           MOVE WS-TOT-COMISION TO WS-ED2
           MOVE SPACES TO LIQUID-RECORD
           STRING "TOTAL GENERAL        RECUPERADO " WS-ED1
                  " A PAGAR " WS-ED2
               DELIMITED BY SIZE INTO LIQUID-RECORD
           WRITE LIQUID-RECORD
           DISPLAY LIQUID-RECORD
           CLOSE LIQUID-FILE
           IF WS-CONT-LIQ = 0
               DISPLAY "No hay comisiones pendientes en el periodo."
               EXIT PARAGRAPH
           END-IF
      *    Marcarlas liquidadas es la autorizacion de pago.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "Solo un SUPERVISOR puede marcar las "
                       "comisiones como liquidadas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Marcar como liquidadas? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               PERFORM 620-MARCA-LIQUIDADAS
               DISPLAY "Comisiones liquidadas: " WS-CONT-LIQ
           END-IF.
       600-END.

       610-DETALLE-COMISION.
           ADD 1 TO WS-CONT-LIQ
           ADD CMA-RECUPERADO TO WS-TOT-RECUPERADO
           ADD CMA-COMISION TO WS-TOT-COMISION
           MOVE 0 TO WS-LIQ-SEL
           PERFORM VARYING WS-LIQ-IDX FROM 1 BY 1
                   UNTIL WS-LIQ-IDX > WS-LIQ-COUNT
               IF WS-LIQ-CODIGO(WS-LIQ-IDX) = CMA-AGENCIA
                   MOVE WS-LIQ-IDX TO WS-LIQ-SEL
                   MOVE WS-LIQ-COUNT TO WS-LIQ-IDX
               END-IF
           END-PERFORM
           IF WS-LIQ-SEL = 0 AND WS-LIQ-COUNT < 20
               ADD 1 TO WS-LIQ-COUNT
               MOVE WS-LIQ-COUNT TO WS-LIQ-SEL
               MOVE CMA-AGENCIA TO WS-LIQ-CODIGO(WS-LIQ-SEL)
               MOVE 0 TO WS-LIQ-RECUPERADO(WS-LIQ-SEL)
                         WS-LIQ-COMISION(WS-LIQ-SEL)
           END-IF
           IF WS-LIQ-SEL > 0
               ADD CMA-RECUPERADO TO WS-LIQ-RECUPERADO(WS-LIQ-SEL)
               ADD CMA-COMISION TO WS-LIQ-COMISION(WS-LIQ-SEL)
           END-IF
           MOVE CMA-RECUPERADO TO WS-ED1
           MOVE CMA-COMISION TO WS-ED2
           MOVE CMA-PCT TO WS-ED-PCT
           MOVE SPACES TO LIQUID-RECORD
           STRING CMA-AGENCIA " CASO " CMA-CASO
                  " FECHA " CMA-FECHA
                  " RECUPERADO " WS-ED1
                  " " WS-ED-PCT "% "
                  " COMISION " WS-ED2
               DELIMITED BY SIZE INTO LIQUID-RECORD
           WRITE LIQUID-RECORD.
       610-END.

       620-MARCA-LIQUIDADAS.
      *    Reescritura via archivo temporal (mismo patron que
      *    TARRES001 275).
           OPEN INPUT COMISION-FILE
           IF WS-COMISION-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMTMP-FILE
           PERFORM UNTIL WS-COMISION-FSTATUS NOT = '00'
               READ COMISION-FILE
                   AT END MOVE '10' TO WS-COMISION-FSTATUS
                   NOT AT END
                       IF CMA-PERIODO = WS-PERIODO-ING
                          AND CMA-ESTADO = 'P'
                           MOVE 'L' TO CMA-ESTADO
                           MOVE WS-FECHA-HOY TO CMA-FECHA-LIQ
                       END-IF
                       MOVE COMISION-RECORD TO COMTMP-RECORD
                       WRITE COMTMP-RECORD
               END-READ
           END-PERFORM
           CLOSE COMISION-FILE
           CLOSE COMTMP-FILE
           OPEN INPUT COMTMP-FILE
           OPEN OUTPUT COMISION-FILE
           MOVE '00' TO WS-COMTMP-FSTATUS
           PERFORM UNTIL WS-COMTMP-FSTATUS NOT = '00'
               READ COMTMP-FILE
                   AT END MOVE '10' TO WS-COMTMP-FSTATUS
                   NOT AT END
                       MOVE COMTMP-RECORD TO COMISION-RECORD
                       WRITE COMISION-RECORD
               END-READ
           END-PERFORM
           CLOSE COMTMP-FILE
           CLOSE COMISION-FILE.
       620-END.

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
       END PROGRAM COBEXT001.
