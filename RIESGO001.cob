      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Calificacion mensual de riesgo AML por cliente. Suma
      *          puntos por factor sobre toda la base de clientes:
      *            - tipo de cliente (persona juridica vigente en
      *              PERSONAS_JURIDICAS.DAT);
      *            - coincidencia PEP o de sancionados en
      *              WATCHLIST.DAT (WATCHLST1);
      *            - mezcla de productos: cuenta en moneda extranjera
      *              (CUENTAS_TIPO.DAT) y tres o mas productos entre
      *              cuentas, plazos fijos vigentes y cotitularidades;
      *            - volumen de efectivo en ventanilla de los ultimos
      *              30 dias (MOVS_CANAL.DAT);
      *            - casos AML abiertos en los ultimos 12 meses
      *              (AML_CASOS.DAT), salvo los cerrados como falso
      *              positivo;
      *            - indicadores geograficos: residencia fiscal en el
      *              exterior o indicios sin resolver
      *              (AUTOCERT_FISCAL.DAT).
      *          Pesos, cortes de nivel y periodos de renovacion KYC
      *          salen de PARAMETROS.DAT (PARAM1, claves RIESGO-*).
      *          El nivel B/M/A y su periodo de renovacion KYC
      *          (5/3/1 anios por defecto) quedan en
      *          RIESGO_CLIENTES.DAT, que consulta RIESGO1 para
      *          KYCCHK1 y KYC_VENCIMIENTOS.TXT. Cada cambio de nivel
      *          se audita y RIESGO_ALTO_NUEVOS.TXT lista los clientes
      *          que pasan a riesgo alto en la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESGO001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT RIESGO-FILE ASSIGN TO "RIESGO_CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIE-FSTATUS.
           SELECT JURID-FILE ASSIGN TO "PERSONAS_JURIDICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JURID-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.
           SELECT PLAZO-FILE ASSIGN TO "PLAZOFIJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZO-FSTATUS.
           SELECT COTIT-FILE ASSIGN TO "COTITULARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTIT-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.
           SELECT CASOS-FILE ASSIGN TO "AML_CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT ACF-FILE ASSIGN TO "AUTOCERT_FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACF-FSTATUS.
           SELECT ALTOS-FILE ASSIGN TO "RIESGO_ALTO_NUEVOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  RIESGO-FILE.
       01  RIESGO-RECORD.
           05  RIE-DOC                 PIC X(13).
           05  RIE-NIVEL               PIC X(01).
           05  RIE-PUNTAJE             PIC 9(03).
           05  RIE-ANIOS-KYC           PIC 9(01).
           05  RIE-FECHA               PIC X(08).
           05  RIE-NIVEL-ANT           PIC X(01).
           05  RIE-FECHA-ANT           PIC X(08).
           05  RIE-FACTORES            PIC X(40).
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
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).
       FD  PLAZO-FILE.
       01  PLAZO-RECORD.
           05  PF-NRO                  PIC 9(05).
           05  PF-DOC                  PIC X(13).
           05  PF-CAPITAL              PIC 9(10)V99.
           05  PF-TASA                 PIC 9(03)V99.
           05  PF-PLAZO-DIAS           PIC 9(03).
           05  PF-FECHA-ALTA           PIC X(08).
           05  PF-FECHA-VTO            PIC X(08).
           05  PF-INSTRUCCION          PIC X(01).
           05  PF-ESTADO               PIC X(01).
       FD  COTIT-FILE.
       01  COTIT-RECORD.
           05  COT-DOC-CUENTA          PIC X(13).
           05  COT-DOC-PERSONA         PIC X(13).
           05  COT-NOMBRE              PIC X(30).
           05  COT-TIPO                PIC X(01).
           05  COT-ESTADO              PIC X(01).
       FD  CANAL-FILE.
       01  CANAL-RECORD                PIC X(140).
       FD  CASOS-FILE.
       01  CASO-RECORD.
           05  AML-NRO                 PIC 9(09).
           05  AML-TIPO                PIC X(10).
           05  AML-DOC                 PIC X(13).
           05  AML-FECHA               PIC X(08).
           05  AML-IMPORTE             PIC 9(12)V99.
           05  AML-ESTADO              PIC X(01).
       FD  ACF-FILE.
       01  ACF-RECORD.
           05  ACF-DOC                 PIC X(13).
           05  ACF-NOMBRE              PIC X(50).
           05  ACF-FECHA               PIC X(08).
           05  ACF-RESIDENCIA OCCURS 3 TIMES.
               10  ACF-PAIS            PIC X(02).
               10  ACF-NIF             PIC X(20).
           05  ACF-US-PERSONA          PIC X(01).
           05  ACF-TIN-US              PIC X(11).
           05  ACF-INDICIOS            PIC X(01).
           05  ACF-IND-DETALLE         PIC X(40).
           05  ACF-ESTADO              PIC X(01).
           05  ACF-OPERADOR            PIC X(30).
       FD  ALTOS-FILE.
       01  ALTOS-RECORD                PIC X(120).

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
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 71.
           05 SQL-STMT   PIC X(71) VALUE 'SELECT DOC_CLIENTE,NOMBRE_CLIE
      -    'NTE,APELLIDOS_CLIENTE FROM banco.clientes'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_RIESGO'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01 SQL-STMT-1.
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
       01  WS-RIE-FSTATUS              PIC XX.
       01  WS-JURID-FSTATUS            PIC XX.
       01  WS-TIPOCTA-STATUS           PIC XX.
       01  WS-PLAZO-FSTATUS            PIC XX.
       01  WS-COTIT-FSTATUS            PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-ACF-FSTATUS              PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  WS-SQL-DOC              PIC X(13).
           05  WS-SQL-NOMBRE           PIC X(15).
           05  WS-SQL-APELLIDO         PIC X(15).

       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-DESDE-30                 PIC X(8).
       01  WS-DESDE-365                PIC X(8).
       01  WS-ENTERO                   PIC 9(8).
       01  WS-FECHA8                   PIC 9(8).
       01  WS-DOC-ING                  PIC X(13).

      *    Pesos y cortes (PARAMETROS.DAT, claves RIESGO-*); los
      *    VALUE son los que rigen si la clave no esta cargada.
       01  WS-PESO-JURID               PIC 9(3) VALUE 10.
       01  WS-PESO-PEP                 PIC 9(3) VALUE 40.
       01  WS-PESO-SAN                 PIC 9(3) VALUE 60.
       01  WS-PESO-MONEXT              PIC 9(3) VALUE 10.
       01  WS-PESO-PRODUC              PIC 9(3) VALUE 5.
       01  WS-PESO-EFECT               PIC 9(3) VALUE 25.
       01  WS-PESO-CASO                PIC 9(3) VALUE 20.
       01  WS-PESO-GEO                 PIC 9(3) VALUE 15.
       01  WS-EFECT-MES                PIC 9(12)V99 VALUE 3000000.
       01  WS-CORTE-MEDIO              PIC 9(3) VALUE 25.
       01  WS-CORTE-ALTO               PIC 9(3) VALUE 50.
       01  WS-ANIOS-ALTO               PIC 9(1) VALUE 1.
       01  WS-ANIOS-MEDIO              PIC 9(1) VALUE 3.
       01  WS-ANIOS-BAJO               PIC 9(1) VALUE 5.

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

      *    Clientes de la base con los factores acumulados.
       01  WS-CLIENTES.
           05  WS-CLI OCCURS 500 TIMES.
               10  WS-CLI-DOC          PIC X(13).
               10  WS-CLI-NOMBRE       PIC X(50).
               10  WS-CLI-JURIDICA     PIC X(01).
               10  WS-CLI-MONEXT       PIC X(01).
               10  WS-CLI-PRODUCTOS    PIC 9(03).
               10  WS-CLI-EFECTIVO     PIC 9(13)V99.
               10  WS-CLI-CASOS        PIC 9(03).
               10  WS-CLI-GEO          PIC X(01).
       01  WS-CLI-COUNT                PIC 9(3) VALUE 0.
       01  WS-CLI-IDX                  PIC 9(3).
       01  WS-CLI-SEL                  PIC 9(3).
       01  WS-CLI-DOC-BUSCA            PIC X(13).
       01  WS-CLI-DESBORDE             PIC X(1) VALUE 'N'.

      *    Calificaciones anteriores (RIESGO_CLIENTES.DAT).
       01  WS-CALIFICACIONES.
           05  WS-RIE OCCURS 500 TIMES.
               10  WS-RIE-DOC          PIC X(13).
               10  WS-RIE-NIVEL        PIC X(01).
               10  WS-RIE-PUNTAJE      PIC 9(03).
               10  WS-RIE-ANIOS        PIC 9(01).
               10  WS-RIE-FECHA        PIC X(08).
               10  WS-RIE-NIVEL-ANT    PIC X(01).
               10  WS-RIE-FECHA-ANT    PIC X(08).
               10  WS-RIE-FACTORES     PIC X(40).
       01  WS-RIE-COUNT                PIC 9(3) VALUE 0.
       01  WS-RIE-IDX                  PIC 9(3).
       01  WS-RIE-SEL                  PIC 9(3).
       01  WS-RIE-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-JRN-FHA                  PIC X(15).
       01  WS-JRN-CANAL                PIC X(10).
       01  WS-JRN-ID                   PIC X(5).
       01  WS-JRN-DOC                  PIC X(13).
       01  WS-JRN-MONTO                PIC X(15).
       01  WS-JRN-REF                  PIC X(20).
       01  WS-JRN-USR                  PIC X(30).
       01  WS-JRN-IMPORTE              PIC S9(12)V99.

       01  WS-WL-DOC                   PIC X(15).
       01  WS-WL-NOMBRE                PIC X(50).
       01  WS-WL-RESULTADO             PIC X(01).
       01  WS-WL-TIPO                  PIC X(03).

       01  WS-PUNTAJE                  PIC 9(3).
       01  WS-NIVEL                    PIC X(01).
       01  WS-NIVEL-ANT                PIC X(01).
       01  WS-ANIOS                    PIC 9(1).
       01  WS-FACTORES                 PIC X(40).
       01  WS-FAC-PTR                  PIC 9(3).
       01  WS-CASOS-PUNT               PIC 9(3).
       01  WS-CONT-CAMBIOS             PIC 9(5).
       01  WS-CONT-ALTOS               PIC 9(5).
       01  WS-CONT-NIVEL-A             PIC 9(5).
       01  WS-CONT-NIVEL-M             PIC 9(5).
       01  WS-CONT-NIVEL-B             PIC 9(5).
       01  WS-ED-EFECT                 PIC ZZZZZZZZZZZ9.99.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(2).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 0100-INICIO
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   CALIFICACION DE RIESGO AML       "
           DISPLAY "===================================="
           DISPLAY "1 - Calificar la cartera (proceso mensual)"
           DISPLAY "2 - Consultar calificacion de un cliente"
           DISPLAY "3 - Listar clientes de riesgo alto"
           DISPLAY "4 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-CALIFICA-CARTERA
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 600-CONSULTA-CLIENTE
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 610-LISTA-ALTOS
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-LEE-PARAMETROS.
           MOVE 'RIESGO-PESO-JURID   ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PESO-JURID
           END-IF
           MOVE 'RIESGO-PESO-PEP     ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PESO-PEP
           END-IF
           MOVE 'RIESGO-PESO-SAN     ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PESO-SAN
           END-IF
           MOVE 'RIESGO-PESO-MONEXT  ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PESO-MONEXT
           END-IF
           MOVE 'RIESGO-PESO-PRODUC  ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PESO-PRODUC
           END-IF
           MOVE 'RIESGO-PESO-EFECT   ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PESO-EFECT
           END-IF
           MOVE 'RIESGO-PESO-CASO    ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PESO-CASO
           END-IF
           MOVE 'RIESGO-PESO-GEO     ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-PESO-GEO
           END-IF
           MOVE 'RIESGO-EFECT-MES    ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-EFECT-MES
           END-IF
           MOVE 'RIESGO-CORTE-MEDIO  ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-CORTE-MEDIO
           END-IF
           MOVE 'RIESGO-CORTE-ALTO   ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-CORTE-ALTO
           END-IF
           MOVE 'RIESGO-KYC-ANIOS-A  ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-ANIOS-ALTO
           END-IF
           MOVE 'RIESGO-KYC-ANIOS-M  ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-ANIOS-MEDIO
           END-IF
           MOVE 'RIESGO-KYC-ANIOS-B  ' TO WS-PM-CLAVE
           PERFORM 115-LEE-PARAMETRO
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-ANIOS-BAJO
           END-IF.
       110-END.

       115-LEE-PARAMETRO.
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC.
       115-END.

       200-CALIFICA-CARTERA.
           PERFORM 110-LEE-PARAMETROS
           COMPUTE WS-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA-HOY)) - 30
           COMPUTE WS-FECHA8 = FUNCTION DATE-OF-INTEGER(WS-ENTERO)
           MOVE WS-FECHA8 TO WS-DESDE-30
           COMPUTE WS-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA-HOY)) - 365
           COMPUTE WS-FECHA8 = FUNCTION DATE-OF-INTEGER(WS-ENTERO)
           MOVE WS-FECHA8 TO WS-DESDE-365
           PERFORM 500-CARGA-CALIFICACIONES
           IF WS-RIE-DESBORDE = 'S'
               DISPLAY "RIESGO_CLIENTES.DAT supera la tabla de "
                       "trabajo; calificacion abortada."
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-CARGA-CLIENTES
           IF WS-CLI-COUNT = 0
               DISPLAY "No se leyeron clientes de la base; "
                       "calificacion abortada."
               EXIT PARAGRAPH
           END-IF
           IF WS-CLI-DESBORDE = 'S'
               DISPLAY "La base supera los 500 clientes de la tabla "
                       "de trabajo; calificacion abortada."
               EXIT PARAGRAPH
           END-IF
           PERFORM 220-PERSONAS-JURIDICAS
           PERFORM 230-CUENTAS
           PERFORM 240-PLAZOS-FIJOS
           PERFORM 250-COTITULARIDADES
           PERFORM 260-EFECTIVO
           PERFORM 270-CASOS-AML
           PERFORM 280-GEOGRAFIA
           PERFORM 300-CALIFICA-CLIENTES
           PERFORM 510-GRABA-CALIFICACIONES.
       200-END.

       210-CARGA-CLIENTES.
           MOVE 0 TO WS-CLI-COUNT
           MOVE 'N' TO WS-CLI-DESBORDE
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-0
                               SQLCA
           END-CALL
           PERFORM UNTIL SQLCODE = 100 OR SQLCODE < 0
               SET SQL-ADDR(1) TO ADDRESS OF WS-SQL-DOC
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 13 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF WS-SQL-NOMBRE
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 15 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF WS-SQL-APELLIDO
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 15 TO SQL-LEN(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               IF SQLCODE = 0
                   PERFORM 215-AGREGA-CLIENTE
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-0
                               SQLCA
           END-CALL.
       210-END.

       215-AGREGA-CLIENTE.
           IF WS-CLI-COUNT >= 500
               MOVE 'S' TO WS-CLI-DESBORDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLI-COUNT
           INITIALIZE WS-CLI(WS-CLI-COUNT)
           MOVE WS-SQL-DOC TO WS-CLI-DOC(WS-CLI-COUNT)
           STRING FUNCTION TRIM(WS-SQL-NOMBRE) " "
                  FUNCTION TRIM(WS-SQL-APELLIDO)
               DELIMITED BY SIZE INTO WS-CLI-NOMBRE(WS-CLI-COUNT)
           MOVE 'N' TO WS-CLI-JURIDICA(WS-CLI-COUNT)
           MOVE 'N' TO WS-CLI-MONEXT(WS-CLI-COUNT)
           MOVE 'N' TO WS-CLI-GEO(WS-CLI-COUNT).
       215-END.

       220-PERSONAS-JURIDICAS.
      *    La razon social reemplaza al nombre partido de la base
      *    para el control de listas de vigilancia.
           OPEN INPUT JURID-FILE
           IF WS-JURID-FSTATUS = '00'
               PERFORM UNTIL WS-JURID-FSTATUS NOT = '00'
                   READ JURID-FILE
                       AT END MOVE '10' TO WS-JURID-FSTATUS
                       NOT AT END
                           IF JUR-ESTADO = 'A'
                               MOVE JUR-DOC TO WS-CLI-DOC-BUSCA
                               PERFORM 290-BUSCA-CLIENTE
                               IF WS-CLI-SEL > 0
                                   MOVE 'S' TO
                                       WS-CLI-JURIDICA(WS-CLI-SEL)
                                   MOVE JUR-RAZON-SOCIAL TO
                                       WS-CLI-NOMBRE(WS-CLI-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JURID-FILE
           END-IF.
       220-END.

       230-CUENTAS.
           OPEN INPUT TIPOCTA-FILE
           IF WS-TIPOCTA-STATUS = '00'
               PERFORM UNTIL WS-TIPOCTA-STATUS NOT = '00'
                   READ TIPOCTA-FILE
                       AT END MOVE '10' TO WS-TIPOCTA-STATUS
                       NOT AT END
                           MOVE TIPCTA-DOC TO WS-CLI-DOC-BUSCA
                           PERFORM 290-BUSCA-CLIENTE
                           IF WS-CLI-SEL > 0
                               ADD 1 TO WS-CLI-PRODUCTOS(WS-CLI-SEL)
                               IF TIPCTA-MONEDA NOT = 'LOC'
                                  AND TIPCTA-MONEDA NOT = SPACES
                                   MOVE 'S' TO
                                       WS-CLI-MONEXT(WS-CLI-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIPOCTA-FILE
           END-IF.
       230-END.

       240-PLAZOS-FIJOS.
           OPEN INPUT PLAZO-FILE
           IF WS-PLAZO-FSTATUS = '00'
               PERFORM UNTIL WS-PLAZO-FSTATUS NOT = '00'
                   READ PLAZO-FILE
                       AT END MOVE '10' TO WS-PLAZO-FSTATUS
                       NOT AT END
                           IF PF-ESTADO = 'V'
                               MOVE PF-DOC TO WS-CLI-DOC-BUSCA
                               PERFORM 290-BUSCA-CLIENTE
                               IF WS-CLI-SEL > 0
                                   ADD 1 TO
                                       WS-CLI-PRODUCTOS(WS-CLI-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAZO-FILE
           END-IF.
       240-END.

       250-COTITULARIDADES.
           OPEN INPUT COTIT-FILE
           IF WS-COTIT-FSTATUS = '00'
               PERFORM UNTIL WS-COTIT-FSTATUS NOT = '00'
                   READ COTIT-FILE
                       AT END MOVE '10' TO WS-COTIT-FSTATUS
                       NOT AT END
                           IF COT-ESTADO = 'A'
                               MOVE COT-DOC-PERSONA TO
                                   WS-CLI-DOC-BUSCA
                               PERFORM 290-BUSCA-CLIENTE
                               IF WS-CLI-SEL > 0
                                   ADD 1 TO
                                       WS-CLI-PRODUCTOS(WS-CLI-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTIT-FILE
           END-IF.
       250-END.

       260-EFECTIVO.
      *    Depositos y extracciones en ventanilla de los ultimos 30
      *    dias, en valor absoluto.
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
               READ CANAL-FILE
                   AT END MOVE '10' TO WS-CANAL-FSTATUS
                   NOT AT END
                       PERFORM 265-ACUMULA-EFECTIVO
               END-READ
           END-PERFORM
           CLOSE CANAL-FILE.
       260-END.

       265-ACUMULA-EFECTIVO.
           UNSTRING CANAL-RECORD DELIMITED BY ';'
               INTO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID WS-JRN-DOC
                    WS-JRN-MONTO WS-JRN-REF WS-JRN-USR
           END-UNSTRING
           IF WS-JRN-CANAL NOT = 'VENTANILLA'
              OR WS-JRN-FHA(1:8) < WS-DESDE-30
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JRN-DOC TO WS-CLI-DOC-BUSCA
           PERFORM 290-BUSCA-CLIENTE
           IF WS-CLI-SEL = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JRN-IMPORTE =
               FUNCTION NUMVAL(WS-JRN-MONTO)
           COMPUTE WS-CLI-EFECTIVO(WS-CLI-SEL) =
               WS-CLI-EFECTIVO(WS-CLI-SEL)
               + FUNCTION ABS(WS-JRN-IMPORTE).
       265-END.

       270-CASOS-AML.
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS = '00'
               PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
                   READ CASOS-FILE
                       AT END MOVE '10' TO WS-CASOS-FSTATUS
                       NOT AT END
                           IF AML-FECHA >= WS-DESDE-365
                              AND AML-ESTADO NOT = 'F'
                               MOVE AML-DOC TO WS-CLI-DOC-BUSCA
                               PERFORM 290-BUSCA-CLIENTE
                               IF WS-CLI-SEL > 0
                                   ADD 1 TO WS-CLI-CASOS(WS-CLI-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASOS-FILE
           END-IF.
       270-END.

       280-GEOGRAFIA.
      *    Residencia fiscal fuera de AR, US person o indicio sin
      *    resolver en la autocertificacion vigente.
           OPEN INPUT ACF-FILE
           IF WS-ACF-FSTATUS = '00'
               PERFORM UNTIL WS-ACF-FSTATUS NOT = '00'
                   READ ACF-FILE
                       AT END MOVE '10' TO WS-ACF-FSTATUS
                       NOT AT END
                           IF ACF-ESTADO = 'V'
                               PERFORM 285-EVALUA-AUTOCERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACF-FILE
           END-IF.
       280-END.

       285-EVALUA-AUTOCERT.
           MOVE ACF-DOC TO WS-CLI-DOC-BUSCA
           PERFORM 290-BUSCA-CLIENTE
           IF WS-CLI-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF ACF-US-PERSONA = 'S' OR ACF-INDICIOS = 'S'
               MOVE 'S' TO WS-CLI-GEO(WS-CLI-SEL)
           END-IF
           IF (ACF-PAIS(1) NOT = SPACES AND ACF-PAIS(1) NOT = 'AR')
              OR (ACF-PAIS(2) NOT = SPACES AND ACF-PAIS(2) NOT = 'AR')
              OR (ACF-PAIS(3) NOT = SPACES AND ACF-PAIS(3) NOT = 'AR')
               MOVE 'S' TO WS-CLI-GEO(WS-CLI-SEL)
           END-IF.
       285-END.

       290-BUSCA-CLIENTE.
           MOVE 0 TO WS-CLI-SEL
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-COUNT
               IF WS-CLI-DOC(WS-CLI-IDX) = WS-CLI-DOC-BUSCA
                   MOVE WS-CLI-IDX TO WS-CLI-SEL
                   MOVE WS-CLI-COUNT TO WS-CLI-IDX
               END-IF
           END-PERFORM.
       290-END.

       300-CALIFICA-CLIENTES.
           MOVE 0 TO WS-CONT-CAMBIOS WS-CONT-ALTOS
           MOVE 0 TO WS-CONT-NIVEL-A WS-CONT-NIVEL-M WS-CONT-NIVEL-B
           OPEN OUTPUT ALTOS-FILE
           MOVE SPACES TO ALTOS-RECORD
           STRING "CLIENTES QUE PASAN A RIESGO ALTO - "
                  WS-FECHA-HOY
               DELIMITED BY SIZE INTO ALTOS-RECORD
           WRITE ALTOS-RECORD
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-COUNT
               PERFORM 310-PUNTAJE-CLIENTE
               PERFORM 320-REGISTRA-NIVEL
           END-PERFORM
           MOVE SPACES TO ALTOS-RECORD
           STRING "NUEVOS RIESGO ALTO=" WS-CONT-ALTOS
               DELIMITED BY SIZE INTO ALTOS-RECORD
           WRITE ALTOS-RECORD
           CLOSE ALTOS-FILE
           DISPLAY "Clientes calificados: " WS-CLI-COUNT
           DISPLAY "  Alto=" WS-CONT-NIVEL-A
                   " Medio=" WS-CONT-NIVEL-M
                   " Bajo=" WS-CONT-NIVEL-B
           DISPLAY "Cambios de nivel: " WS-CONT-CAMBIOS
           DISPLAY "Nuevos riesgo alto: " WS-CONT-ALTOS
                   " (RIESGO_ALTO_NUEVOS.TXT)".
       300-END.

       310-PUNTAJE-CLIENTE.
           MOVE 0 TO WS-PUNTAJE
           MOVE SPACES TO WS-FACTORES
           MOVE 1 TO WS-FAC-PTR
           IF WS-CLI-JURIDICA(WS-CLI-IDX) = 'S'
               ADD WS-PESO-JURID TO WS-PUNTAJE
               STRING "JUR " DELIMITED BY SIZE
                   INTO WS-FACTORES WITH POINTER WS-FAC-PTR
           END-IF
           MOVE SPACES TO WS-WL-DOC
           MOVE WS-CLI-DOC(WS-CLI-IDX) TO WS-WL-DOC
           MOVE WS-CLI-NOMBRE(WS-CLI-IDX) TO WS-WL-NOMBRE
           MOVE 'L' TO WS-WL-RESULTADO
           CALL 'WATCHLST1' USING WS-WL-DOC WS-WL-NOMBRE
                                  WS-WL-RESULTADO WS-WL-TIPO
           IF WS-WL-RESULTADO = 'M'
               IF WS-WL-TIPO = 'SAN'
                   ADD WS-PESO-SAN TO WS-PUNTAJE
                   STRING "SAN " DELIMITED BY SIZE
                       INTO WS-FACTORES WITH POINTER WS-FAC-PTR
               ELSE
                   ADD WS-PESO-PEP TO WS-PUNTAJE
                   STRING "PEP " DELIMITED BY SIZE
                       INTO WS-FACTORES WITH POINTER WS-FAC-PTR
               END-IF
           END-IF
           IF WS-CLI-MONEXT(WS-CLI-IDX) = 'S'
               ADD WS-PESO-MONEXT TO WS-PUNTAJE
               STRING "MEX " DELIMITED BY SIZE
                   INTO WS-FACTORES WITH POINTER WS-FAC-PTR
           END-IF
           IF WS-CLI-PRODUCTOS(WS-CLI-IDX) >= 3
               ADD WS-PESO-PRODUC TO WS-PUNTAJE
               STRING "PRD " DELIMITED BY SIZE
                   INTO WS-FACTORES WITH POINTER WS-FAC-PTR
           END-IF
           IF WS-CLI-EFECTIVO(WS-CLI-IDX) >= WS-EFECT-MES
               ADD WS-PESO-EFECT TO WS-PUNTAJE
               STRING "EFE " DELIMITED BY SIZE
                   INTO WS-FACTORES WITH POINTER WS-FAC-PTR
           END-IF
           IF WS-CLI-CASOS(WS-CLI-IDX) > 0
      *        Hasta dos casos suman; mas alla el cliente ya esta
      *        en la franja alta por este factor.
               IF WS-CLI-CASOS(WS-CLI-IDX) > 2
                   COMPUTE WS-CASOS-PUNT = WS-PESO-CASO * 2
               ELSE
                   COMPUTE WS-CASOS-PUNT =
                       WS-PESO-CASO * WS-CLI-CASOS(WS-CLI-IDX)
               END-IF
               ADD WS-CASOS-PUNT TO WS-PUNTAJE
               STRING "AML " DELIMITED BY SIZE
                   INTO WS-FACTORES WITH POINTER WS-FAC-PTR
           END-IF
           IF WS-CLI-GEO(WS-CLI-IDX) = 'S'
               ADD WS-PESO-GEO TO WS-PUNTAJE
               STRING "GEO " DELIMITED BY SIZE
                   INTO WS-FACTORES WITH POINTER WS-FAC-PTR
           END-IF
           EVALUATE TRUE
               WHEN WS-PUNTAJE >= WS-CORTE-ALTO
                   MOVE 'A' TO WS-NIVEL
                   MOVE WS-ANIOS-ALTO TO WS-ANIOS
                   ADD 1 TO WS-CONT-NIVEL-A
               WHEN WS-PUNTAJE >= WS-CORTE-MEDIO
                   MOVE 'M' TO WS-NIVEL
                   MOVE WS-ANIOS-MEDIO TO WS-ANIOS
                   ADD 1 TO WS-CONT-NIVEL-M
               WHEN OTHER
                   MOVE 'B' TO WS-NIVEL
                   MOVE WS-ANIOS-BAJO TO WS-ANIOS
                   ADD 1 TO WS-CONT-NIVEL-B
           END-EVALUATE.
       310-END.

       320-REGISTRA-NIVEL.
           MOVE 0 TO WS-RIE-SEL
           PERFORM VARYING WS-RIE-IDX FROM 1 BY 1
                   UNTIL WS-RIE-IDX > WS-RIE-COUNT
               IF WS-RIE-DOC(WS-RIE-IDX) = WS-CLI-DOC(WS-CLI-IDX)
                   MOVE WS-RIE-IDX TO WS-RIE-SEL
                   MOVE WS-RIE-COUNT TO WS-RIE-IDX
               END-IF
           END-PERFORM
           IF WS-RIE-SEL = 0
               IF WS-RIE-COUNT >= 500
                   DISPLAY "AVISO: tabla de calificaciones llena; "
                       "documento " WS-CLI-DOC(WS-CLI-IDX) " omitido."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RIE-COUNT
               MOVE WS-RIE-COUNT TO WS-RIE-SEL
               INITIALIZE WS-RIE(WS-RIE-SEL)
               MOVE WS-CLI-DOC(WS-CLI-IDX) TO WS-RIE-DOC(WS-RIE-SEL)
               MOVE SPACES TO WS-RIE-NIVEL(WS-RIE-SEL)
           END-IF
           MOVE WS-RIE-NIVEL(WS-RIE-SEL) TO WS-NIVEL-ANT
           IF WS-NIVEL NOT = WS-NIVEL-ANT
               ADD 1 TO WS-CONT-CAMBIOS
               MOVE WS-NIVEL-ANT TO WS-RIE-NIVEL-ANT(WS-RIE-SEL)
               MOVE WS-RIE-FECHA(WS-RIE-SEL)
                   TO WS-RIE-FECHA-ANT(WS-RIE-SEL)
               PERFORM 330-AUDITA-CAMBIO
               IF WS-NIVEL = 'A'
                   PERFORM 340-INFORMA-ALTO
               END-IF
           END-IF
           MOVE WS-NIVEL TO WS-RIE-NIVEL(WS-RIE-SEL)
           MOVE WS-PUNTAJE TO WS-RIE-PUNTAJE(WS-RIE-SEL)
           MOVE WS-ANIOS TO WS-RIE-ANIOS(WS-RIE-SEL)
           MOVE WS-FECHA-HOY TO WS-RIE-FECHA(WS-RIE-SEL)
           MOVE WS-FACTORES TO WS-RIE-FACTORES(WS-RIE-SEL).
       320-END.

       330-AUDITA-CAMBIO.
           MOVE LK-OPERADOR TO WT-AUDIT-USUARIO
           MOVE 'RIESGO_CLIENTES' TO WT-AUDIT-TABLA
           MOVE WS-CLI-DOC(WS-CLI-IDX) TO WT-AUDIT-ID-REG
           MOVE 'NIVEL RIESGO AML' TO WT-AUDIT-CAMPO
           MOVE WS-NIVEL-ANT TO WT-AUDIT-VALOR-ANT
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING WS-NIVEL " PUNTAJE " WS-PUNTAJE
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 900-REGISTRA-AUDITORIA.
       330-END.

       340-INFORMA-ALTO.
           ADD 1 TO WS-CONT-ALTOS
           MOVE WS-CLI-EFECTIVO(WS-CLI-IDX) TO WS-ED-EFECT
           MOVE SPACES TO ALTOS-RECORD
           STRING WS-CLI-DOC(WS-CLI-IDX) " "
                  WS-CLI-NOMBRE(WS-CLI-IDX)(1:30)
                  " ANT=" WS-NIVEL-ANT
                  " PTS=" WS-PUNTAJE
                  " " WS-FACTORES
               DELIMITED BY SIZE INTO ALTOS-RECORD
           WRITE ALTOS-RECORD
           DISPLAY ALTOS-RECORD
           MOVE SPACES TO ALTOS-RECORD
           STRING "    EFECTIVO 30 DIAS=" WS-ED-EFECT
                  " CASOS AML 12 MESES=" WS-CLI-CASOS(WS-CLI-IDX)
               DELIMITED BY SIZE INTO ALTOS-RECORD
           WRITE ALTOS-RECORD.
       340-END.

       500-CARGA-CALIFICACIONES.
           MOVE 0 TO WS-RIE-COUNT
           MOVE 'N' TO WS-RIE-DESBORDE
           OPEN INPUT RIESGO-FILE
           IF WS-RIE-FSTATUS = '00'
               PERFORM UNTIL WS-RIE-FSTATUS NOT = '00'
                   READ RIESGO-FILE
                       AT END MOVE '10' TO WS-RIE-FSTATUS
                       NOT AT END
                           IF WS-RIE-COUNT >= 500
                               MOVE 'S' TO WS-RIE-DESBORDE
                               MOVE '10' TO WS-RIE-FSTATUS
                           ELSE
                               ADD 1 TO WS-RIE-COUNT
                               MOVE RIESGO-RECORD TO
                                   WS-RIE(WS-RIE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RIESGO-FILE
           END-IF.
       500-END.

       510-GRABA-CALIFICACIONES.
           IF WS-RIE-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RIESGO-FILE
           PERFORM VARYING WS-RIE-IDX FROM 1 BY 1
                   UNTIL WS-RIE-IDX > WS-RIE-COUNT
               MOVE WS-RIE(WS-RIE-IDX) TO RIESGO-RECORD
               WRITE RIESGO-RECORD
           END-PERFORM
           CLOSE RIESGO-FILE.
       510-END.

       600-CONSULTA-CLIENTE.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           PERFORM 500-CARGA-CALIFICACIONES
           MOVE 0 TO WS-RIE-SEL
           PERFORM VARYING WS-RIE-IDX FROM 1 BY 1
                   UNTIL WS-RIE-IDX > WS-RIE-COUNT
               IF WS-RIE-DOC(WS-RIE-IDX) = WS-DOC-ING
                   MOVE WS-RIE-IDX TO WS-RIE-SEL
               END-IF
           END-PERFORM
           IF WS-RIE-SEL = 0
               DISPLAY "Cliente sin calificacion de riesgo."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Nivel          : " WS-RIE-NIVEL(WS-RIE-SEL)
                   " (puntaje " WS-RIE-PUNTAJE(WS-RIE-SEL) ")"
           DISPLAY "Factores       : " WS-RIE-FACTORES(WS-RIE-SEL)
           DISPLAY "Calificado el  : " WS-RIE-FECHA(WS-RIE-SEL)
           DISPLAY "Renovacion KYC : cada " WS-RIE-ANIOS(WS-RIE-SEL)
                   " anio(s)"
           DISPLAY "Nivel anterior : " WS-RIE-NIVEL-ANT(WS-RIE-SEL)
                   " hasta " WS-RIE-FECHA-ANT(WS-RIE-SEL).
       600-END.

       610-LISTA-ALTOS.
           PERFORM 500-CARGA-CALIFICACIONES
           DISPLAY "DOCUMENTO     PTS FECHA    FACTORES"
           PERFORM VARYING WS-RIE-IDX FROM 1 BY 1
                   UNTIL WS-RIE-IDX > WS-RIE-COUNT
               IF WS-RIE-NIVEL(WS-RIE-IDX) = 'A'
                   DISPLAY WS-RIE-DOC(WS-RIE-IDX) " "
                           WS-RIE-PUNTAJE(WS-RIE-IDX) " "
                           WS-RIE-FECHA(WS-RIE-IDX) " "
                           WS-RIE-FACTORES(WS-RIE-IDX)
               END-IF
           END-PERFORM.
       610-END.

       900-REGISTRA-AUDITORIA.
      *    EXEC SQL
      *        SELECT RegistrarAuditoria(:WT-AUDIT-TABLA,
      *               :WT-AUDIT-ID-REG, :WT-AUDIT-CAMPO,
      *               :WT-AUDIT-VALOR-ANT, :WT-AUDIT-VALOR-NUE,
      *               :WT-AUDIT-USUARIO) INTO :WT-AUDIT-RESULT
      *          FROM DUAL;
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-1 = 'N'
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
                                   SQL-STMT-1
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
           CALL 'OCSQLCMT' USING SQLCA END-CALL
                   .

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
       END PROGRAM RIESGO001.
