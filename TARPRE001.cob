      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Importacion nocturna de la presentacion diaria del
      *          procesador de tarjetas (PRESENTACION_TARJ.DAT), en
      *          lugar de cargar los consumos uno a uno por
      *          TARJCRE001. Campos separados por ';':
      *            H;fecha de presentacion AAAAMMDD
      *            D;tarjeta;comercio;fecha AAAAMMDD;importe;moneda;
      *              cuotas;codigo de autorizacion
      *            T;cantidad de detalles;importe total presentado
      *          Cada detalle pasa los mismos controles que la carga
      *          manual: la adicional se resuelve al titular (205),
      *          denuncia activa o bloqueo temporal por fraude (206,
      *          TARJ_DENUNCIAS.DAT), titular
      *          fallecido (207, FALLECIDOS.DAT), plan de pagos de
      *          deuda vencida activo (208), disponible del limite
      *          (240, neto de las reservas de autorizacion abiertas
      *          de AUTRES1) y sublimite del adicional; la tarjeta de
      *          empleado de una cuenta corporativa (CORPTAR1) se
      *          controla contra su sublimite del ciclo y el consumo
      *          queda con su plastico en MOVS_CORPORATIVOS.DAT. La
      *          moneda extranjera se convierte a la cotizacion vigente
      *          de MONEDAS.DAT (LOC o vacia = moneda local) y la moneda
      *          e importe de origen quedan en
      *          MOVS_TARJ_MONEDA.DAT (TARMON1): los dolares se
      *          facturan en el saldo en dolares del resumen y no
      *          admiten cuotas. El
      *          consumo valido se postea en MOVIMIENTOS_TARJETAS
      *          (entidad MOVTARJ de SECUENCIAS.DAT), suma ACUM_MES,
      *          acredita puntos (PUNTOS1) y, en cuotas, genera el
      *          plan en CONSUMOS_CUOTAS.DAT; el detalle con comercio
      *          y autorizacion queda en PRESENTAC_APLICADAS.DAT.
      *          La presentacion que coincide con una reserva (codigo
      *          de autorizacion e importe dentro de la tolerancia)
      *          cuenta con lo que esa reserva retenia y la libera.
      *          Los rechazos van a PRESENTACION_RECHAZOS.DAT con el
      *          codigo de motivo y abren caso de partida pendiente
      *          (SUSPALTA1, origen PRESENTAC). Al final se emiten los
      *          totales de control contra la cola del procesador.
      *          La corrida por fecha de presentacion queda en RUNCTL1
      *          para no postear dos veces el mismo archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARPRE001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT ENTRADA-FILE ASSIGN TO "PRESENTACION_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-FSTATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "PRESENTACION_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APLICADAS-FILE ASSIGN TO "PRESENTAC_APLICADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLIC-FSTATUS.
           SELECT DENUNCIAS-FILE ASSIGN TO "TARJ_DENUNCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEN-FSTATUS.
           SELECT ADIC-FILE ASSIGN TO "TARJ_ADICIONALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADIC-FSTATUS.
           SELECT FALLEC-FILE ASSIGN TO "FALLECIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALLEC-FSTATUS.
           SELECT PLANTAR-FILE ASSIGN TO "PLANES_PAGO_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANTAR-FSTATUS.
           SELECT MONEDAS-FILE ASSIGN TO "MONEDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONEDAS-FSTATUS.
           SELECT CUOTAS-FILE ASSIGN TO "CONSUMOS_CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUOTAS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  ENTRADA-FILE.
       01  ENTRADA-RECORD              PIC X(120).
       FD  RECHAZOS-FILE.
       01  RECHAZO-RECORD              PIC X(150).
       FD  APLICADAS-FILE.
       01  APLICADA-RECORD.
           05  PRA-ID-MOVIMIENTO       PIC 9(09).
           05  PRA-FECHA-PROC          PIC X(08).
           05  PRA-FECHA-PRES          PIC X(08).
           05  PRA-NRO-TARJETA         PIC X(16).
           05  PRA-TITULAR             PIC X(16).
           05  PRA-COMERCIO            PIC X(25).
           05  PRA-FECHA-CONSUMO       PIC X(08).
           05  PRA-IMPORTE-ORIG        PIC 9(10)V99.
           05  PRA-MONEDA              PIC X(03).
           05  PRA-IMPORTE             PIC 9(10)V99.
           05  PRA-CUOTAS              PIC 9(02).
           05  PRA-AUTORIZACION        PIC X(06).
       FD  DENUNCIAS-FILE.
       01  DENUNCIA-RECORD.
           05  DEN-NRO-TARJETA         PIC X(16).
           05  DEN-FECHA-HORA          PIC X(15).
           05  DEN-QUIEN-LLAMO         PIC X(30).
           05  DEN-MOTIVO              PIC X(01).
           05  DEN-ESTADO              PIC X(01).
       FD  ADIC-FILE.
       01  ADICIONAL-RECORD.
           05  AD-NRO-TITULAR          PIC X(16).
           05  AD-NRO-ADICIONAL        PIC X(16).
           05  AD-NOMBRE               PIC X(30).
           05  AD-SUBLIMITE            PIC 9(09)V99.
           05  AD-ESTADO               PIC X(01).
       FD  FALLEC-FILE.
       01  FALLEC-RECORD.
           05  FAL-DOC                 PIC X(13).
           05  FAL-FECHA-FALLEC        PIC X(08).
           05  FAL-EXPEDIENTE          PIC X(20).
           05  FAL-ESTADO              PIC X(01).
           05  FAL-OPERADOR            PIC X(30).
           05  FAL-FECHA-LIB           PIC X(08).
       FD  PLANTAR-FILE.
       01  PLANTAR-RECORD.
           05  PLT-NRO                 PIC 9(06).
           05  PLT-NRO-TARJETA         PIC X(16).
           05  FILLER                  PIC X(95).
           05  PLT-ESTADO              PIC X(01).
           05  PLT-OPERADOR            PIC X(30).
       FD  MONEDAS-FILE.
       01  MONEDA-RECORD.
           05  MON-CODIGO              PIC X(03).
           05  MON-TASA                PIC 9(06)V9(4).
           05  MON-TASA-CIERRE-ANT     PIC 9(06)V9(4).
           05  MON-FECHA               PIC X(08).
       FD  CUOTAS-FILE.
       01  CUOTA-PLAN-RECORD.
           05  CC-NRO-TARJETA          PIC X(16).
           05  CC-ID-CONSUMO           PIC 9(09).
           05  CC-CUOTA-NRO            PIC 9(02).
           05  CC-CUOTA-TOT            PIC 9(02).
           05  CC-IMPORTE              PIC 9(09)V99.
           05  CC-ESTADO               PIC X(01).

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
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 91.
           05 SQL-STMT   PIC X(91) VALUE 'SELECT ID_CLIENTE,LIMITE_TARJE
      -    'TA - ACUM_MES FROM BANCO.TARJETAS WHERE NRO_TARJETA = TRIM(?
      -    ')'.
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
       01 SQL-STMT-2.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 59.
           05 SQL-STMT   PIC X(59) VALUE 'SELECT DOC_CLIENTE FROM BANCO.
      -    'CLIENTES WHERE ID_CLIENTE = ?'.
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
           05 SQL-VAR-0001  PIC S9(9) COMP-3.
           05 SQL-VAR-0002  PIC S9(11)V9(2) COMP-3.
           05 SQL-VAR-0003  PIC S9(9) COMP-3.
           05 SQL-VAR-0004  PIC S9(9)V9(2) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  WT-NRO-TARJETA          PIC X(16).
           05  WT-ID-CLIENTE           PIC 9(10).
           05  WT-DOC-CLI              PIC X(13).
           05  WT-DISPONIBLE           PIC S9(11)V99.
           05  WT-ID-MOVIMIENTO        PIC 9(9).
           05  WT-FECHA-MOVIMIENTO     PIC X(10).
           05  WT-TIPO-MOVIMIENTO      PIC X(1).

       01  WS-ENTRADA-FSTATUS          PIC XX.
       01  WS-APLIC-FSTATUS            PIC XX.
       01  WS-DEN-FSTATUS              PIC XX.
       01  WS-ADIC-FSTATUS             PIC XX.
       01  WS-FALLEC-FSTATUS           PIC XX.
       01  WS-PLANTAR-FSTATUS          PIC XX.
       01  WS-MONEDAS-FSTATUS          PIC XX.
       01  WS-CUOTAS-FSTATUS           PIC XX.

       01  WS-CAMPO-TIPO               PIC X(01).
       01  WS-CAMPO-TARJETA            PIC X(16).
       01  WS-CAMPO-COMERCIO           PIC X(25).
       01  WS-CAMPO-FECHA              PIC X(08).
       01  WS-CAMPO-IMPORTE            PIC X(15).
       01  WS-CAMPO-MONEDA             PIC X(03).
       01  WS-CAMPO-CUOTAS             PIC X(02).
       01  WS-CAMPO-AUTORIZ            PIC X(06).
       01  WS-FECHA-CONSUMO-NUM        PIC 9(08).
       01  WS-IMPORTE-ORIG             PIC 9(10)V99.
       01  WS-IMPORTE                  PIC 9(10)V99.
       01  WS-CANT-CUOTAS              PIC 9(02).
       01  WS-MOTIVO                   PIC X(02).
       01  WS-MOTIVO-DESC              PIC X(25).

       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY8               PIC X(08).
       01  WS-FECHA-PRES               PIC X(08).
       01  WS-HAY-CABECERA             PIC X(01) VALUE 'N'.
       01  WS-HAY-COLA                 PIC X(01) VALUE 'N'.
       01  WS-COLA-CANT                PIC 9(07) VALUE 0.
       01  WS-COLA-IMPORTE             PIC 9(12)V99 VALUE 0.

       01  WS-ADIC-USADA               PIC X(01).
       01  WS-ADIC-NRO                 PIC X(16).
       01  WS-ADIC-SUBLIMITE           PIC 9(09)V99.
       01  WS-ADIC-DISPONIBLE          PIC S9(11)V99.
       01  WS-CORP-EMPLEADO            PIC X(01).
       01  WS-COR-FUNCION              PIC X(01).
       01  WS-COR-CUENTA               PIC X(16).
       01  WS-COR-PLASTICO             PIC X(16).
       01  WS-COR-ID-MOV               PIC 9(09).
       01  WS-COR-FECHA                PIC X(10).
       01  WS-COR-TIPO                 PIC X(01).
       01  WS-COR-MONTO                PIC 9(11)V99.
       01  WS-COR-REVERSA              PIC X(01).
       01  WS-COR-RESULTADO            PIC X(01).
       01  WS-DENUNCIADA               PIC X(01).
       01  WS-FALLECIDO                PIC X(01).
       01  WS-CON-PLAN                 PIC X(01).

       01  WS-MONEDAS.
           05  WS-MON OCCURS 20 TIMES.
               10  WS-MON-CODIGO       PIC X(03).
               10  WS-MON-TASA         PIC 9(06)V9(4).
       01  WS-MON-COUNT                PIC 9(2) VALUE 0.
       01  WS-MON-IDX                  PIC 9(2).
       01  WS-MON-SEL                  PIC 9(2).
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

      *    Tarjeta + autorizacion de los detalles ya leidos, para
      *    rechazar la presentacion repetida dentro del archivo.
       01  WS-AUTORIZADAS.
           05  WS-AUT-CLAVE OCCURS 2000 TIMES PIC X(22).
       01  WS-AUT-COUNT                PIC 9(4) VALUE 0.
       01  WS-AUT-IDX                  PIC 9(4).
       01  WS-AUT-BUSCA                PIC X(22).
       01  WS-AUT-REPETIDA             PIC X(01).

       01  WS-CUOTA-IMPORTE            PIC 9(09)V99.
       01  WS-CUOTA-PRIMERA            PIC 9(09)V99.
       01  WS-CUO-IDX                  PIC 9(02).

       01  WS-TOT-LEIDOS               PIC 9(7) VALUE 0.
       01  WS-TOT-POSTEADOS            PIC 9(7) VALUE 0.
       01  WS-TOT-RECHAZADOS           PIC 9(7) VALUE 0.
       01  WS-SUM-PRESENTADO           PIC 9(12)V99 VALUE 0.
       01  WS-SUM-POSTEADOS            PIC 9(12)V99 VALUE 0.
       01  WS-SUM-RECHAZADOS           PIC 9(12)V99 VALUE 0.
       01  WS-IMP-MONTO                PIC ZZZZZZZZZZZ9.99.

       01  WS-MASK-INPUT               PIC X(16).
       01  WS-MASK-OUTPUT              PIC X(16).

       01  WS-PTS-FUNCION              PIC X(01).
       01  WS-PTS-MONTO                PIC 9(08)V99.
       01  WS-PTS-PUNTOS               PIC 9(09).
       01  WS-PTS-RESULTADO            PIC X(01).

       01  WS-SP-ORIGEN                PIC X(10).
       01  WS-SP-DOC                   PIC X(13).
       01  WS-SP-REF                   PIC X(22).
       01  WS-SP-IMPORTE               PIC 9(10)V99.
       01  WS-SP-NRO                   PIC 9(09).

       01  WS-RC-FUNCION               PIC X(1).
       01  WS-RC-PROCESO               PIC X(15).
       01  WS-RC-PERIODO               PIC X(6).
       01  WS-RC-CONTADORES            PIC X(20).
       01  WS-RC-PERMITIDO             PIC X(1).
       01  WS-RC-YA                    PIC X(1).
       01  WS-RC-CONFIRMA              PIC X(1).

       01  WS-AUT-FUNCION              PIC X(01).
       01  WS-AUT-IMPORTE              PIC 9(09)V99.
       01  WS-AUT-RESERVADO            PIC 9(11)V99.
       01  WS-AUT-RESULTADO            PIC X(01).
       01  WS-AUT-CON-RESERVA          PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           DISPLAY "===================================="
           DISPLAY "  PRESENTACION DIARIA DE TARJETAS   "
           DISPLAY "===================================="
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY8
           STRING "20" WS-FECHA(1:6)
               DELIMITED BY SIZE INTO WS-FECHA-HOY8
           MOVE SPACES TO WT-FECHA-MOVIMIENTO
           STRING "20" WS-FECHA(1:2) "-" WS-FECHA(3:2) "-"
                  WS-FECHA(5:2)
               DELIMITED BY SIZE INTO WT-FECHA-MOVIMIENTO
           OPEN INPUT ENTRADA-FILE
           IF WS-ENTRADA-FSTATUS NOT = '00'
               DISPLAY "No se encontro PRESENTACION_TARJ.DAT."
               GOBACK
           END-IF
           PERFORM 100-LEE-CABECERA
           PERFORM 150-RUNCTL-INICIA
           IF WS-RC-PERMITIDO NOT = 'S'
               CLOSE ENTRADA-FILE
               GOBACK
           END-IF
           PERFORM 0100-INICIO
           PERFORM 120-CARGA-MONEDAS
           OPEN OUTPUT RECHAZOS-FILE
           OPEN EXTEND APLICADAS-FILE
           IF WS-APLIC-FSTATUS NOT = '00'
               OPEN OUTPUT APLICADAS-FILE
           END-IF
           PERFORM UNTIL WS-ENTRADA-FSTATUS NOT = '00'
               READ ENTRADA-FILE
                   AT END MOVE '10' TO WS-ENTRADA-FSTATUS
                   NOT AT END
                       PERFORM 200-PROCESA-REGISTRO
               END-READ
           END-PERFORM
           CLOSE ENTRADA-FILE
           CLOSE RECHAZOS-FILE
           CLOSE APLICADAS-FILE
           PERFORM 900-TOTALES-CONTROL
           MOVE SPACES TO WS-RC-CONTADORES
           STRING WS-TOT-POSTEADOS "/" WS-TOT-RECHAZADOS
               DELIMITED BY SIZE INTO WS-RC-CONTADORES
           PERFORM 160-RUNCTL-FIN
           GOBACK.

       100-LEE-CABECERA.
      *    La cabecera trae la fecha de presentacion; sin cabecera se
      *    toma la fecha del dia y el primer registro se procesa como
      *    detalle.
           MOVE WS-FECHA-HOY8 TO WS-FECHA-PRES
           READ ENTRADA-FILE
               AT END MOVE '10' TO WS-ENTRADA-FSTATUS
           END-READ
           IF WS-ENTRADA-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF ENTRADA-RECORD(1:2) = "H;"
               MOVE 'S' TO WS-HAY-CABECERA
               IF ENTRADA-RECORD(3:8) IS NUMERIC
                   MOVE ENTRADA-RECORD(3:8) TO WS-FECHA-PRES
               END-IF
           END-IF.
       100-END.

       120-CARGA-MONEDAS.
           MOVE 0 TO WS-MON-COUNT
           OPEN INPUT MONEDAS-FILE
           IF WS-MONEDAS-FSTATUS = '00'
               PERFORM UNTIL WS-MONEDAS-FSTATUS NOT = '00'
                   READ MONEDAS-FILE
                       AT END MOVE '10' TO WS-MONEDAS-FSTATUS
                       NOT AT END
                           IF WS-MON-COUNT < 20
                               ADD 1 TO WS-MON-COUNT
                               MOVE MON-CODIGO
                                   TO WS-MON-CODIGO(WS-MON-COUNT)
                               MOVE MON-TASA
                                   TO WS-MON-TASA(WS-MON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONEDAS-FILE
           END-IF.
       120-END.

       150-RUNCTL-INICIA.
      *    Control de corridas batch compartido (ver RUNCTL1): una
      *    segunda corrida sobre la misma presentacion duplicaria
      *    todos los consumos. El proceso lleva el dia y el periodo
      *    el mes de la fecha de presentacion.
           MOVE SPACES TO WS-RC-PROCESO
           STRING "PRESENT-TARJ-" WS-FECHA-PRES(7:2)
               DELIMITED BY SIZE INTO WS-RC-PROCESO
           MOVE WS-FECHA-PRES(1:6) TO WS-RC-PERIODO
           MOVE 'C' TO WS-RC-FUNCION
           MOVE SPACES TO WS-RC-CONTADORES
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA
           IF WS-RC-PERMITIDO NOT = 'S'
               DISPLAY "La presentacion del " WS-FECHA-PRES
                       " ya se esta procesando; espere a que "
                       "termine."
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-YA = 'S'
               DISPLAY "La presentacion del " WS-FECHA-PRES
                       " ya fue procesada. Repetirla? (S/N): "
               ACCEPT WS-RC-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-RC-CONFIRMA)
                   TO WS-RC-CONFIRMA
               IF WS-RC-CONFIRMA NOT = 'S'
                   MOVE 'N' TO WS-RC-PERMITIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO WS-RC-FUNCION
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA.
       150-END.

       160-RUNCTL-FIN.
           MOVE 'F' TO WS-RC-FUNCION
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA.
       160-END.

       200-PROCESA-REGISTRO.
           IF ENTRADA-RECORD(1:2) = "H;"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAMPO-TIPO WS-CAMPO-TARJETA
                          WS-CAMPO-COMERCIO WS-CAMPO-FECHA
                          WS-CAMPO-IMPORTE WS-CAMPO-MONEDA
                          WS-CAMPO-CUOTAS WS-CAMPO-AUTORIZ
           MOVE 0 TO WS-IMPORTE-ORIG WS-IMPORTE WT-ID-CLIENTE
           MOVE SPACES TO WT-DOC-CLI
           IF ENTRADA-RECORD(1:2) = "T;"
               PERFORM 210-LEE-COLA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-LEIDOS
           UNSTRING ENTRADA-RECORD DELIMITED BY ';'
               INTO WS-CAMPO-TIPO WS-CAMPO-TARJETA
                    WS-CAMPO-COMERCIO WS-CAMPO-FECHA
                    WS-CAMPO-IMPORTE WS-CAMPO-MONEDA
                    WS-CAMPO-CUOTAS WS-CAMPO-AUTORIZ
           END-UNSTRING
           IF WS-CAMPO-TIPO NOT = 'D' OR WS-CAMPO-TARJETA = SPACES
               MOVE '12' TO WS-MOTIVO
               MOVE 'REGISTRO INVALIDO' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CAMPO-IMPORTE) = 0
               COMPUTE WS-IMPORTE-ORIG =
                   FUNCTION NUMVAL(WS-CAMPO-IMPORTE)
           END-IF
           ADD WS-IMPORTE-ORIG TO WS-SUM-PRESENTADO
           IF WS-IMPORTE-ORIG = 0
               MOVE '01' TO WS-MOTIVO
               MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMPO-FECHA NOT NUMERIC
               MOVE '11' TO WS-MOTIVO
               MOVE 'FECHA INVALIDA' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-FECHA TO WS-FECHA-CONSUMO-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CONSUMO-NUM)
              NOT = 0
               MOVE '11' TO WS-MOTIVO
               MOVE 'FECHA INVALIDA' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           PERFORM 220-CONVIERTE-MONEDA
           IF WS-IMPORTE = 0
               MOVE '02' TO WS-MOTIVO
               MOVE 'MONEDA SIN COTIZACION' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMPO-CUOTAS = SPACES
               MOVE 1 TO WS-CANT-CUOTAS
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CAMPO-CUOTAS) = 0
                   COMPUTE WS-CANT-CUOTAS =
                       FUNCTION NUMVAL(WS-CAMPO-CUOTAS)
               ELSE
                   MOVE 0 TO WS-CANT-CUOTAS
               END-IF
           END-IF
           IF WS-CANT-CUOTAS NOT = 1 AND WS-CANT-CUOTAS NOT = 3
              AND WS-CANT-CUOTAS NOT = 6 AND WS-CANT-CUOTAS NOT = 12
               MOVE '03' TO WS-MOTIVO
               MOVE 'CUOTAS INVALIDAS' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMPO-MONEDA = 'USD' AND WS-CANT-CUOTAS > 1
               MOVE '03' TO WS-MOTIVO
               MOVE 'CUOTAS EN DOLARES' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           PERFORM 230-VERIFICA-REPETIDA
           IF WS-AUT-REPETIDA = 'S'
               MOVE '04' TO WS-MOTIVO
               MOVE 'PRESENTACION DUPLICADA' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF

      *    Mismos controles que la carga manual de TARJCRE001.
           MOVE WS-CAMPO-TARJETA TO WT-NRO-TARJETA
           PERFORM 240-RESUELVE-ADICIONAL
           PERFORM 250-VERIFICA-DENUNCIA
           IF WS-DENUNCIADA = 'S'
               MOVE '05' TO WS-MOTIVO
               MOVE 'TARJETA DENUNCIADA' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           PERFORM 260-VERIFICA-LIMITE
           IF WT-ID-CLIENTE = 0
               MOVE '06' TO WS-MOTIVO
               MOVE 'TARJETA INEXISTENTE' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           PERFORM 265-DOCUMENTO-CLIENTE
           PERFORM 270-VERIFICA-FALLECIDO
           IF WS-FALLECIDO = 'S'
               MOVE '07' TO WS-MOTIVO
               MOVE 'TITULAR FALLECIDO' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           PERFORM 275-VERIFICA-PLAN-PAGOS
           IF WS-CON-PLAN = 'S'
               MOVE '08' TO WS-MOTIVO
               MOVE 'PLAN DE PAGOS ACTIVO' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           IF WS-IMPORTE > WT-DISPONIBLE
               MOVE '09' TO WS-MOTIVO
               MOVE 'LIMITE INSUFICIENTE' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           PERFORM 245-DISPONIBLE-ADICIONAL
           IF WS-ADIC-USADA = 'S'
              AND WS-ADIC-SUBLIMITE > 0
              AND WS-IMPORTE > WS-ADIC-DISPONIBLE
               MOVE '10' TO WS-MOTIVO
               IF WS-CORP-EMPLEADO = 'S'
                   MOVE 'SUPERA SUBLIMITE EMPL.' TO WS-MOTIVO-DESC
               ELSE
                   MOVE 'SUPERA SUBLIMITE ADIC.' TO WS-MOTIVO-DESC
               END-IF
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF

           PERFORM 400-POSTEA-CONSUMO
           IF SQLCODE < 0
               MOVE '99' TO WS-MOTIVO
               MOVE 'ERROR DE POSTEO' TO WS-MOTIVO-DESC
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-POSTEADOS
           ADD WS-IMPORTE TO WS-SUM-POSTEADOS.
       200-END.

       210-LEE-COLA.
           MOVE 'S' TO WS-HAY-COLA
           MOVE SPACES TO WS-CAMPO-TIPO WS-CAMPO-FECHA
                          WS-CAMPO-IMPORTE
           UNSTRING ENTRADA-RECORD DELIMITED BY ';'
               INTO WS-CAMPO-TIPO WS-CAMPO-FECHA WS-CAMPO-IMPORTE
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-CAMPO-FECHA) = 0
               COMPUTE WS-COLA-CANT =
                   FUNCTION NUMVAL(WS-CAMPO-FECHA)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CAMPO-IMPORTE) = 0
               COMPUTE WS-COLA-IMPORTE =
                   FUNCTION NUMVAL(WS-CAMPO-IMPORTE)
           END-IF.
       210-END.

       220-CONVIERTE-MONEDA.
      *    Importe en moneda local: la moneda extranjera se pasa a la
      *    cotizacion vigente (MON-TASA, unidades locales por unidad
      *    extranjera). Sin cotizacion el importe queda en cero.
           MOVE FUNCTION UPPER-CASE(WS-CAMPO-MONEDA)
               TO WS-CAMPO-MONEDA
           IF WS-CAMPO-MONEDA = SPACES OR WS-CAMPO-MONEDA = 'LOC'
               MOVE 'LOC' TO WS-CAMPO-MONEDA
               MOVE WS-IMPORTE-ORIG TO WS-IMPORTE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MON-SEL
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-COUNT
               IF WS-MON-CODIGO(WS-MON-IDX) = WS-CAMPO-MONEDA
                   MOVE WS-MON-IDX TO WS-MON-SEL
               END-IF
           END-PERFORM
           IF WS-MON-SEL > 0
               COMPUTE WS-IMPORTE ROUNDED =
                   WS-IMPORTE-ORIG * WS-MON-TASA(WS-MON-SEL)
           END-IF.
       220-END.

       230-VERIFICA-REPETIDA.
           MOVE 'N' TO WS-AUT-REPETIDA
           MOVE SPACES TO WS-AUT-BUSCA
           STRING WS-CAMPO-TARJETA WS-CAMPO-AUTORIZ
               DELIMITED BY SIZE INTO WS-AUT-BUSCA
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-AUT-COUNT
               IF WS-AUT-CLAVE(WS-AUT-IDX) = WS-AUT-BUSCA
                   MOVE 'S' TO WS-AUT-REPETIDA
                   MOVE WS-AUT-COUNT TO WS-AUT-IDX
               END-IF
           END-PERFORM
           IF WS-AUT-REPETIDA = 'N' AND WS-AUT-COUNT < 2000
               ADD 1 TO WS-AUT-COUNT
               MOVE WS-AUT-BUSCA TO WS-AUT-CLAVE(WS-AUT-COUNT)
           END-IF.
       230-END.

       240-RESUELVE-ADICIONAL.
      *    Como 205-RESUELVE-ADICIONAL de TARJCRE001: el consumo de
      *    una adicional activa se postea sobre la tarjeta titular.
           MOVE 'N' TO WS-ADIC-USADA
           MOVE 'N' TO WS-CORP-EMPLEADO
           MOVE 0 TO WS-ADIC-SUBLIMITE
           MOVE SPACES TO WS-ADIC-NRO
           OPEN INPUT ADIC-FILE
           IF WS-ADIC-FSTATUS = '00'
               PERFORM UNTIL WS-ADIC-FSTATUS NOT = '00'
                   READ ADIC-FILE
                       AT END MOVE '10' TO WS-ADIC-FSTATUS
                       NOT AT END
                           IF AD-NRO-ADICIONAL = WS-CAMPO-TARJETA
                              AND AD-ESTADO = 'A'
                               MOVE 'S' TO WS-ADIC-USADA
                               MOVE AD-SUBLIMITE
                                   TO WS-ADIC-SUBLIMITE
                               MOVE AD-NRO-ADICIONAL TO WS-ADIC-NRO
                               MOVE AD-NRO-TITULAR TO WT-NRO-TARJETA
                               MOVE '10' TO WS-ADIC-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADIC-FILE
           END-IF
           IF WS-ADIC-USADA = 'S'
               MOVE 'E' TO WS-COR-FUNCION
               MOVE WT-NRO-TARJETA TO WS-COR-CUENTA
               PERFORM 247-LLAMA-CORPTAR
               IF WS-COR-RESULTADO = 'S'
                   MOVE 'S' TO WS-CORP-EMPLEADO
               END-IF
           END-IF.
       240-END.

       245-DISPONIBLE-ADICIONAL.
      *    Tarjeta de empleado: el sublimite es por ciclo, se descuenta
      *    lo ya consumido desde el ultimo corte de la cuenta.
           MOVE WS-ADIC-SUBLIMITE TO WS-ADIC-DISPONIBLE
           IF WS-CORP-EMPLEADO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'U' TO WS-COR-FUNCION
           MOVE WT-NRO-TARJETA TO WS-COR-CUENTA
           MOVE WS-ADIC-NRO TO WS-COR-PLASTICO
           PERFORM 247-LLAMA-CORPTAR
           SUBTRACT WS-COR-MONTO FROM WS-ADIC-DISPONIBLE
           IF WS-ADIC-DISPONIBLE < 0
               MOVE 0 TO WS-ADIC-DISPONIBLE
           END-IF.
       245-END.

       247-LLAMA-CORPTAR.
           CALL 'CORPTAR1' USING WS-COR-FUNCION WS-COR-CUENTA
                                 WS-COR-PLASTICO WS-COR-ID-MOV
                                 WS-COR-FECHA WS-COR-TIPO
                                 WS-COR-MONTO WS-COR-REVERSA
                                 WS-COR-RESULTADO.
       247-END.

       250-VERIFICA-DENUNCIA.
      *    Hot card sobre el plastico presentado y sobre el titular;
      *    el bloqueo temporal por sospecha de fraude (T) tambien.
           MOVE 'N' TO WS-DENUNCIADA
           OPEN INPUT DENUNCIAS-FILE
           IF WS-DEN-FSTATUS = '00'
               PERFORM UNTIL WS-DEN-FSTATUS NOT = '00'
                   READ DENUNCIAS-FILE
                       AT END MOVE '10' TO WS-DEN-FSTATUS
                       NOT AT END
                           IF (DEN-ESTADO = 'A' OR DEN-ESTADO = 'T')
                              AND (DEN-NRO-TARJETA = WS-CAMPO-TARJETA
                               OR DEN-NRO-TARJETA = WT-NRO-TARJETA)
                               MOVE 'S' TO WS-DENUNCIADA
                               MOVE '10' TO WS-DEN-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DENUNCIAS-FILE
           END-IF.
       250-END.

       260-VERIFICA-LIMITE.
      *    EXEC SQL
      *        SELECT ID_CLIENTE, LIMITE_TARJETA - ACUM_MES
      *          INTO :WT-ID-CLIENTE, :WT-DISPONIBLE
      *          FROM BANCO.TARJETAS
      *         WHERE NRO_TARJETA = TRIM(:WT-NRO-TARJETA)
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(2)
               MOVE 7 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 WT-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 16 TO SQL-LEN(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE 0 TO SQL-VAR-0001 SQL-VAR-0002
           CALL 'OCSQLEXE' USING SQL-STMT-0
                               SQLCA
           IF SQLCODE = 100
               MOVE 0 TO SQL-VAR-0001
           END-IF
           MOVE SQL-VAR-0001 TO WT-ID-CLIENTE
           MOVE SQL-VAR-0002 TO WT-DISPONIBLE
           IF WT-ID-CLIENTE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 262-DESCUENTA-RESERVAS.
       260-END.

       262-DESCUENTA-RESERVAS.
      *    Disponible neto de las reservas abiertas; la reserva de
      *    esta misma autorizacion vuelve al disponible.
           MOVE 'N' TO WS-AUT-CON-RESERVA
           MOVE 'C' TO WS-AUT-FUNCION
           CALL 'AUTRES1' USING WS-AUT-FUNCION WT-NRO-TARJETA
                                WS-CAMPO-AUTORIZ WS-AUT-IMPORTE
                                WS-CAMPO-COMERCIO WS-AUT-RESERVADO
                                WS-AUT-RESULTADO
           SUBTRACT WS-AUT-RESERVADO FROM WT-DISPONIBLE
           IF WS-CAMPO-AUTORIZ = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-AUT-FUNCION
           MOVE WS-IMPORTE TO WS-AUT-IMPORTE
           CALL 'AUTRES1' USING WS-AUT-FUNCION WT-NRO-TARJETA
                                WS-CAMPO-AUTORIZ WS-AUT-IMPORTE
                                WS-CAMPO-COMERCIO WS-AUT-RESERVADO
                                WS-AUT-RESULTADO
           IF WS-AUT-RESULTADO = 'S'
               MOVE 'S' TO WS-AUT-CON-RESERVA
               ADD WS-AUT-RESERVADO TO WT-DISPONIBLE
           END-IF.
       262-END.

       265-DOCUMENTO-CLIENTE.
      *    EXEC SQL
      *        SELECT DOC_CLIENTE
      *          INTO :WT-DOC-CLI
      *          FROM BANCO.CLIENTES
      *         WHERE ID_CLIENTE = :WT-ID-CLIENTE
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-2 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 WT-DOC-CLI
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 13 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(2)
               MOVE 5 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-2
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE WT-ID-CLIENTE TO SQL-VAR-0001
           MOVE SPACES TO WT-DOC-CLI
           CALL 'OCSQLEXE' USING SQL-STMT-2
                               SQLCA.
       265-END.

       270-VERIFICA-FALLECIDO.
           MOVE 'N' TO WS-FALLECIDO
           IF WT-DOC-CLI = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FALLEC-FILE
           IF WS-FALLEC-FSTATUS = '00'
               PERFORM UNTIL WS-FALLEC-FSTATUS NOT = '00'
                   READ FALLEC-FILE
                       AT END MOVE '10' TO WS-FALLEC-FSTATUS
                       NOT AT END
                           IF FAL-DOC = WT-DOC-CLI
                              AND FAL-ESTADO = 'A'
                               MOVE 'S' TO WS-FALLECIDO
                               MOVE '10' TO WS-FALLEC-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALLEC-FILE
           END-IF.
       270-END.

       275-VERIFICA-PLAN-PAGOS.
           MOVE 'N' TO WS-CON-PLAN
           OPEN INPUT PLANTAR-FILE
           IF WS-PLANTAR-FSTATUS = '00'
               PERFORM UNTIL WS-PLANTAR-FSTATUS NOT = '00'
                   READ PLANTAR-FILE
                       AT END MOVE '10' TO WS-PLANTAR-FSTATUS
                       NOT AT END
                           IF PLT-NRO-TARJETA = WT-NRO-TARJETA
                              AND PLT-ESTADO = 'A'
                               MOVE 'S' TO WS-CON-PLAN
                               MOVE '10' TO WS-PLANTAR-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANTAR-FILE
           END-IF.
       275-END.

       300-RECHAZA.
           ADD 1 TO WS-TOT-RECHAZADOS
           IF WS-IMPORTE > 0
               ADD WS-IMPORTE TO WS-SUM-RECHAZADOS
               MOVE WS-IMPORTE TO WS-SP-IMPORTE
           ELSE
               ADD WS-IMPORTE-ORIG TO WS-SUM-RECHAZADOS
               MOVE WS-IMPORTE-ORIG TO WS-SP-IMPORTE
           END-IF
           MOVE 'PRESENTAC ' TO WS-SP-ORIGEN
           MOVE WT-DOC-CLI TO WS-SP-DOC
           MOVE SPACES TO WS-SP-REF
           STRING WS-CAMPO-TARJETA WS-CAMPO-AUTORIZ
               DELIMITED BY SIZE INTO WS-SP-REF
           MOVE 0 TO WS-SP-NRO
           CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC WS-SP-REF
                                  WS-SP-IMPORTE WS-SP-NRO
           MOVE SPACES TO RECHAZO-RECORD
           STRING WS-CAMPO-TARJETA ";"
                  FUNCTION TRIM(WS-CAMPO-COMERCIO) ";"
                  WS-CAMPO-FECHA ";"
                  FUNCTION TRIM(WS-CAMPO-IMPORTE) ";"
                  WS-CAMPO-MONEDA ";"
                  FUNCTION TRIM(WS-CAMPO-CUOTAS) ";"
                  WS-CAMPO-AUTORIZ ";"
                  WS-MOTIVO ";"
                  WS-MOTIVO-DESC ";"
                  WS-SP-NRO
               DELIMITED BY SIZE INTO RECHAZO-RECORD
           WRITE RECHAZO-RECORD
           MOVE WS-CAMPO-TARJETA TO WS-MASK-INPUT
           PERFORM 399-MASK-TARJETA
           DISPLAY "RECHAZO " WS-MASK-OUTPUT " AUT " WS-CAMPO-AUTORIZ
                   " MOTIVO " WS-MOTIVO " " WS-MOTIVO-DESC.
       300-END.

       399-MASK-TARJETA.
           MOVE "************" TO WS-MASK-OUTPUT(1:12)
           MOVE WS-MASK-INPUT(13:4) TO WS-MASK-OUTPUT(13:4).
       399-END.

       400-POSTEA-CONSUMO.
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
      *    reserva el asignador central (entidad MOVTARJ), el mismo
      *    que usan la captura interactiva y los cierres.
           MOVE 'MOVTARJ     ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE WT-ID-MOVIMIENTO TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           MOVE WS-SEQ-PRIMER-ID TO WT-ID-MOVIMIENTO
      *    La fecha del movimiento es la de proceso, para que el
      *    consumo caiga en el ciclo abierto de TARRES001 aunque la
      *    presentacion llegue tarde; la fecha del consumo queda en
      *    PRESENTAC_APLICADAS.DAT.
           MOVE 'C' TO WT-TIPO-MOVIMIENTO
      *    EXEC SQL
      *        INSERT INTO BANCO.MOVIMIENTOS_TARJETAS
      *               (ID_MOVIMIENTO, ID_CLIENTE, NRO_TARJETA,
      *                FECHA_MOV, TIPO_MOV, MONTO)
      *        VALUES (:WT-ID-MOVIMIENTO, :WT-ID-CLIENTE,
      *                :WT-NRO-TARJETA, :WT-FECHA-MOVIMIENTO,
      *                :WT-TIPO-MOVIMIENTO, :WS-IMPORTE)
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
               MOVE 5 TO SQL-LEN(2)
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
           MOVE WT-ID-CLIENTE TO SQL-VAR-0001
           MOVE WS-IMPORTE TO SQL-VAR-0004
           CALL 'OCSQLEXE' USING SQL-STMT-4
                               SQLCA
           IF SQLCODE < 0
               EXIT PARAGRAPH
           END-IF
      *    EXEC SQL
      *        UPDATE BANCO.TARJETAS
      *           SET ACUM_MES = ACUM_MES + :WS-IMPORTE
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
           IF SQLCODE < 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMPO-MONEDA NOT = 'LOC'
               PERFORM 405-REGISTRA-MONEDA
           END-IF
           IF WS-CORP-EMPLEADO = 'S'
               PERFORM 407-REGISTRA-CORPORATIVA
           END-IF
           PERFORM 410-ACREDITA-PUNTOS
           IF WS-CANT-CUOTAS > 1
               PERFORM 420-GENERA-PLAN-CUOTAS
           END-IF
           PERFORM 430-REGISTRA-APLICADA
           IF WS-AUT-CON-RESERVA = 'S'
               MOVE 'P' TO WS-AUT-FUNCION
               MOVE WS-IMPORTE TO WS-AUT-IMPORTE
               CALL 'AUTRES1' USING WS-AUT-FUNCION WT-NRO-TARJETA
                                    WS-CAMPO-AUTORIZ WS-AUT-IMPORTE
                                    WS-CAMPO-COMERCIO
                                    WS-AUT-RESERVADO
                                    WS-AUT-RESULTADO
           END-IF.
       400-END.

       405-REGISTRA-MONEDA.
      *    Moneda de origen del consumo para el resumen (TARMON1).
           MOVE 'A' TO WS-TMN-FUNCION
           MOVE WT-ID-MOVIMIENTO TO WS-TMN-ID-MOV
           MOVE WT-NRO-TARJETA TO WS-TMN-NRO-TARJETA
           MOVE WT-FECHA-MOVIMIENTO TO WS-TMN-FECHA
           MOVE WT-TIPO-MOVIMIENTO TO WS-TMN-TIPO
           MOVE WS-CAMPO-MONEDA TO WS-TMN-MONEDA
           MOVE WS-IMPORTE-ORIG TO WS-TMN-ORIG
           MOVE WS-MON-TASA(WS-MON-SEL) TO WS-TMN-TASA
           MOVE WS-IMPORTE TO WS-TMN-LOC
           MOVE 'N' TO WS-TMN-REVERSA
           CALL 'TARMON1' USING WS-TMN-FUNCION WS-TMN-ID-MOV
                                WS-TMN-NRO-TARJETA WS-TMN-FECHA
                                WS-TMN-TIPO WS-TMN-MONEDA
                                WS-TMN-ORIG WS-TMN-TASA
                                WS-TMN-LOC WS-TMN-REVERSA.
       405-END.

       407-REGISTRA-CORPORATIVA.
      *    Consumo de tarjeta de empleado, por plastico (CORPTAR1).
           MOVE 'A' TO WS-COR-FUNCION
           MOVE WT-NRO-TARJETA TO WS-COR-CUENTA
           MOVE WS-ADIC-NRO TO WS-COR-PLASTICO
           MOVE WT-ID-MOVIMIENTO TO WS-COR-ID-MOV
           MOVE WT-FECHA-MOVIMIENTO TO WS-COR-FECHA
           MOVE WT-TIPO-MOVIMIENTO TO WS-COR-TIPO
           MOVE WS-IMPORTE TO WS-COR-MONTO
           MOVE 'N' TO WS-COR-REVERSA
           PERFORM 247-LLAMA-CORPTAR.
       407-END.

       410-ACREDITA-PUNTOS.
      *    El consumo acredita puntos sobre la tarjeta titular, como
      *    228-ACREDITA-PUNTOS de TARJCRE001.
           MOVE 'A' TO WS-PTS-FUNCION
           MOVE WS-IMPORTE TO WS-PTS-MONTO
           MOVE 0 TO WS-PTS-PUNTOS
           MOVE 'S' TO WS-PTS-RESULTADO
           CALL 'PUNTOS1' USING WS-PTS-FUNCION WT-NRO-TARJETA
                                WS-PTS-MONTO WS-PTS-PUNTOS
                                WS-PTS-RESULTADO.
       410-END.

       420-GENERA-PLAN-CUOTAS.
      *    Mismo plan que 225-GENERA-PLAN-CUOTAS de TARJCRE001: el
      *    consumo toma el limite por el total y TARRES001 factura
      *    una cuota por ciclo; la primera absorbe el redondeo.
           COMPUTE WS-CUOTA-IMPORTE =
               WS-IMPORTE / WS-CANT-CUOTAS
           COMPUTE WS-CUOTA-PRIMERA =
               WS-IMPORTE
               - (WS-CUOTA-IMPORTE * (WS-CANT-CUOTAS - 1))
           OPEN EXTEND CUOTAS-FILE
           IF WS-CUOTAS-FSTATUS NOT = '00'
               OPEN OUTPUT CUOTAS-FILE
           END-IF
           PERFORM VARYING WS-CUO-IDX FROM 1 BY 1
                   UNTIL WS-CUO-IDX > WS-CANT-CUOTAS
               MOVE WT-NRO-TARJETA TO CC-NRO-TARJETA
               MOVE WT-ID-MOVIMIENTO TO CC-ID-CONSUMO
               MOVE WS-CUO-IDX TO CC-CUOTA-NRO
               MOVE WS-CANT-CUOTAS TO CC-CUOTA-TOT
               IF WS-CUO-IDX = 1
                   MOVE WS-CUOTA-PRIMERA TO CC-IMPORTE
               ELSE
                   MOVE WS-CUOTA-IMPORTE TO CC-IMPORTE
               END-IF
               MOVE 'P' TO CC-ESTADO
               WRITE CUOTA-PLAN-RECORD
           END-PERFORM
           CLOSE CUOTAS-FILE.
       420-END.

       430-REGISTRA-APLICADA.
           MOVE WT-ID-MOVIMIENTO TO PRA-ID-MOVIMIENTO
           MOVE WS-FECHA-HOY8 TO PRA-FECHA-PROC
           MOVE WS-FECHA-PRES TO PRA-FECHA-PRES
           MOVE WS-CAMPO-TARJETA TO PRA-NRO-TARJETA
           MOVE WT-NRO-TARJETA TO PRA-TITULAR
           MOVE WS-CAMPO-COMERCIO TO PRA-COMERCIO
           MOVE WS-CAMPO-FECHA TO PRA-FECHA-CONSUMO
           MOVE WS-IMPORTE-ORIG TO PRA-IMPORTE-ORIG
           MOVE WS-CAMPO-MONEDA TO PRA-MONEDA
           MOVE WS-IMPORTE TO PRA-IMPORTE
           MOVE WS-CANT-CUOTAS TO PRA-CUOTAS
           MOVE WS-CAMPO-AUTORIZ TO PRA-AUTORIZACION
           WRITE APLICADA-RECORD.
       430-END.

       900-TOTALES-CONTROL.
           DISPLAY "------------------------------------"
           DISPLAY "TOTALES DE CONTROL PRESENTACION " WS-FECHA-PRES
           MOVE WS-SUM-PRESENTADO TO WS-IMP-MONTO
           DISPLAY "DETALLES LEIDOS      : " WS-TOT-LEIDOS
                   "  IMPORTE: " WS-IMP-MONTO
           MOVE WS-SUM-POSTEADOS TO WS-IMP-MONTO
           DISPLAY "CONSUMOS POSTEADOS   : " WS-TOT-POSTEADOS
                   "  IMPORTE: " WS-IMP-MONTO
           MOVE WS-SUM-RECHAZADOS TO WS-IMP-MONTO
           DISPLAY "DETALLES RECHAZADOS  : " WS-TOT-RECHAZADOS
                   "  IMPORTE: " WS-IMP-MONTO
      *    La cola del procesador trae cantidad e importe presentado
      *    (en la moneda de cada detalle, sin convertir).
           IF WS-HAY-COLA = 'S'
               MOVE WS-COLA-IMPORTE TO WS-IMP-MONTO
               DISPLAY "CONTROL PROCESADOR   : " WS-COLA-CANT
                       "  IMPORTE: " WS-IMP-MONTO
               IF WS-COLA-CANT NOT = WS-TOT-LEIDOS
                  OR WS-COLA-IMPORTE NOT = WS-SUM-PRESENTADO
                   DISPLAY "*** DIFERENCIA CONTRA EL CONTROL DEL "
                           "PROCESADOR: conciliar antes del cierre "
                           "de ciclo. ***"
               ELSE
                   DISPLAY "Presentacion conciliada con el control "
                           "del procesador."
               END-IF
           ELSE
               DISPLAY "*** La presentacion no trae registro de "
                       "control (T); no se pudo conciliar. ***"
           END-IF
           DISPLAY "------------------------------------".
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
       END PROGRAM TARPRE001.
