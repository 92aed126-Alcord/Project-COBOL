      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Cartas de intimacion por etapa de mora. Recorre los
      *          casos abiertos de GESTION_COBRANZA.DAT (COBRAN001) y
      *          segun los dias de atraso de la deuda (cuota impaga
      *          mas vieja de la hipoteca o vencimiento del resumen
      *          de tarjeta abierto) emite la carta de la etapa que
      *          corresponde: 1=recordatorio (30 dias), 2=intimacion
      *          formal (60 dias), 3=aviso prejudicial (90 dias);
      *          umbrales en PARAMETROS.DAT via PARAM1
      *          (CARTA-DIAS-ETAPA1/2/3). Cada carta lleva el
      *          domicilio del deudor (banco.clientes), lo adeudado y
      *          la tarjeta enmascarada, y va al lote imprimible
      *          CARTAS_INTIMACION.TXT. Toda carta emitida queda como
      *          contacto CARTA en GESTION_CONTACTOS.DAT y en
      *          CARTAS_EMITIDAS.DAT; como cada episodio de mora es un
      *          caso, una etapa ya enviada (o una posterior) no se
      *          vuelve a emitir para el mismo caso. Los casos con
      *          promesa vigente, cerrados o en agencia externa no
      *          reciben carta; los deudores sin domicilio van a
      *          CARTAS_SIN_DOMICILIO.TXT y se reintentan en la
      *          proxima corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT CASOS-FILE ASSIGN TO "GESTION_COBRANZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT CONTACTOS-FILE ASSIGN TO "GESTION_CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONT-FSTATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-FSTATUS.
           SELECT CARTAEM-FILE ASSIGN TO "CARTAS_EMITIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAEM-FSTATUS.
           SELECT LOTE-FILE ASSIGN TO "CARTAS_INTIMACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SINDOM-FILE ASSIGN TO "CARTAS_SIN_DOMICILIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
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
       FD  CARTAEM-FILE.
       01  CARTAEM-RECORD.
           05  CEM-NRO                 PIC 9(06).
           05  CEM-CASO                PIC 9(06).
           05  CEM-ETAPA               PIC 9(01).
           05  CEM-FECHA               PIC X(08).
           05  CEM-ORIGEN              PIC X(01).
           05  CEM-REF                 PIC X(16).
           05  CEM-ID-CLIENTE          PIC 9(10).
           05  CEM-DIAS                PIC 9(05).
           05  CEM-ADEUDADO            PIC 9(10)V99.
           05  CEM-OPERADOR            PIC X(30).
       FD  LOTE-FILE.
       01  LOTE-RECORD                 PIC X(80).
       FD  SINDOM-FILE.
       01  SINDOM-RECORD               PIC X(80).

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
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_CARTAS'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 194.
           05 SQL-STMT   PIC X(194) VALUE 'SELECT COUNT(*),IFNULL(SUM(MO
      -    'NTO_CUOTA),0),IFNULL(DATEDIFF(CURDATE(),MIN(FECHA)),0) FROM
      -    'banco.cuotas_hipoteca WHERE ID_HIPOTECA = ? AND ESTADO IN  (
      -    '''Pendiente'',''Parcial'') AND FECHA <= CURDATE()'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(3) COMP-3.
           05 SQL-VAR-0002  PIC S9(3) COMP-3.
           05 SQL-VAR-0003  PIC S9(5) COMP-3.
           05 SQL-VAR-0004  PIC S9(5) COMP-3.
           05 SQL-VAR-0005  PIC S9(13)V99 COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-CONT-FSTATUS             PIC XX.
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-CARTAEM-FSTATUS          PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  DB-ID-HIPOTECA          PIC 9(6).
           05  DB-DOC                  PIC X(13).
           05  DB-NOMBRE               PIC X(25).
           05  DB-APELLIDO             PIC X(25).
           05  DB-DIRECCION            PIC X(40).
           05  DB-TELEFONO             PIC X(12).
           05  DB-EMAIL                PIC X(40).

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
      *    Etapa mas alta ya enviada por caso, paralela a WS-CAS.
       01  WS-ENVIADAS.
           05  WS-ENV-ETAPA OCCURS 300 TIMES PIC 9(01).

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).
       01  WS-UMBRALES.
           05  WS-UMBRAL OCCURS 3 TIMES PIC 9(05).
       01  WS-ETAPA-IDX                PIC 9(01).
       01  WS-ETAPA                    PIC 9(01).

       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-VTO8                     PIC X(8).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-VTO-ENTERO               PIC 9(8).
       01  WS-DIAS                     PIC S9(5).
       01  WS-CUOTAS-VENC              PIC 9(5).
       01  WS-ADEUDADO                 PIC 9(10)V99.
       01  WS-UVA-ID                   PIC 9(6).
       01  WS-UVA-ES                   PIC X(1).
       01  WS-UVA-VALOR                PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA           PIC X(8).
       01  WS-UVA-VALOR-ALTA           PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA           PIC 9(12)V99.
       01  WS-PAGO-MINIMO              PIC 9(10)V99.
       01  WS-VTO-RES                  PIC X(10).
       01  WS-CARTA-NRO                PIC 9(6) VALUE 0.
       01  WS-CONT-CARTAS              PIC 9(4).
       01  WS-CONT-ETAPA OCCURS 3 TIMES PIC 9(4).
       01  WS-CONT-SINDOM              PIC 9(4).
       01  WS-MASK-INPUT               PIC X(16).
       01  WS-MASK-OUTPUT              PIC X(16).
       01  WS-REF-CARTA                PIC X(16).
       01  WS-ED1                      PIC ZZZZZZZZZ9.99.
       01  WS-ED-DIAS                  PIC ZZZZ9.
       01  WS-ED-CUOTAS                PIC ZZZZ9.

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
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "     CARTAS DE INTIMACION           "
           DISPLAY "===================================="
           DISPLAY "1 - Generar lote de cartas"
           DISPLAY "2 - Listar cartas emitidas"
           DISPLAY "3 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-GENERA-LOTE
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 700-LISTA-CARTAS
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-CASOS.
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
       110-END.

       120-CARGA-ENVIADAS.
      *    Etapa mas alta ya emitida para cada caso y ultimo numero
      *    de carta.
           INITIALIZE WS-ENVIADAS
           MOVE 0 TO WS-CARTA-NRO
           OPEN INPUT CARTAEM-FILE
           IF WS-CARTAEM-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CARTAEM-FSTATUS NOT = '00'
               READ CARTAEM-FILE
                   AT END MOVE '10' TO WS-CARTAEM-FSTATUS
                   NOT AT END
                       IF CEM-NRO > WS-CARTA-NRO
                           MOVE CEM-NRO TO WS-CARTA-NRO
                       END-IF
                       PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                               UNTIL WS-CAS-IDX > WS-CAS-COUNT
                           IF WS-CAS-NRO(WS-CAS-IDX) = CEM-CASO
                              AND CEM-ETAPA > WS-ENV-ETAPA(WS-CAS-IDX)
                               MOVE CEM-ETAPA
                                   TO WS-ENV-ETAPA(WS-CAS-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CARTAEM-FILE.
       120-END.

       130-CARGA-UMBRALES.
           MOVE 30 TO WS-UMBRAL(1)
           MOVE 60 TO WS-UMBRAL(2)
           MOVE 90 TO WS-UMBRAL(3)
           PERFORM VARYING WS-ETAPA-IDX FROM 1 BY 1
                   UNTIL WS-ETAPA-IDX > 3
               MOVE SPACES TO WS-PM-CLAVE
               STRING "CARTA-DIAS-ETAPA" WS-ETAPA-IDX
                   DELIMITED BY SIZE INTO WS-PM-CLAVE
               MOVE WS-FECHA-HOY TO WS-PM-FECHA
               MOVE 0 TO WS-PM-VALOR
               CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                                   WS-PM-VALOR WS-PM-ENC
               IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
                   MOVE WS-PM-VALOR TO WS-UMBRAL(WS-ETAPA-IDX)
               END-IF
           END-PERFORM.
       130-END.

       200-GENERA-LOTE.
           PERFORM 110-CARGA-CASOS
           PERFORM 120-CARGA-ENVIADAS
           PERFORM 130-CARGA-UMBRALES
           MOVE 0 TO WS-CONT-CARTAS WS-CONT-SINDOM
           MOVE 0 TO WS-CONT-ETAPA(1) WS-CONT-ETAPA(2)
                     WS-CONT-ETAPA(3)
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY))
           OPEN OUTPUT LOTE-FILE
           OPEN OUTPUT SINDOM-FILE
           PERFORM VARYING WS-CAS-SEL FROM 1 BY 1
                   UNTIL WS-CAS-SEL > WS-CAS-COUNT
               IF WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'C'
                  AND WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'X'
                  AND WS-CAS-ESTADO(WS-CAS-SEL) NOT = 'P'
                   PERFORM 210-EVALUA-CASO
               END-IF
           END-PERFORM
           CLOSE LOTE-FILE
           CLOSE SINDOM-FILE
           DISPLAY "Cartas emitidas: " WS-CONT-CARTAS
           DISPLAY "  Recordatorio (etapa 1): " WS-CONT-ETAPA(1)
           DISPLAY "  Intimacion   (etapa 2): " WS-CONT-ETAPA(2)
           DISPLAY "  Prejudicial  (etapa 3): " WS-CONT-ETAPA(3)
           DISPLAY "Lote: CARTAS_INTIMACION.TXT"
           IF WS-CONT-SINDOM > 0
               DISPLAY "Deudores sin domicilio: " WS-CONT-SINDOM
                       " (CARTAS_SIN_DOMICILIO.TXT)"
           END-IF.
       200-END.

       210-EVALUA-CASO.
           IF WS-CAS-ORIGEN(WS-CAS-SEL) = 'H'
               PERFORM 220-DEUDA-HIPOTECA
           ELSE
               PERFORM 230-DEUDA-TARJETA
           END-IF
      *    Etapa que corresponde por dias; si el caso llego tarde a
      *    la cola se emite solo la etapa alcanzada.
           MOVE 0 TO WS-ETAPA
           PERFORM VARYING WS-ETAPA-IDX FROM 1 BY 1
                   UNTIL WS-ETAPA-IDX > 3
               IF WS-DIAS >= WS-UMBRAL(WS-ETAPA-IDX)
                   MOVE WS-ETAPA-IDX TO WS-ETAPA
               END-IF
           END-PERFORM
           IF WS-ETAPA = 0 OR WS-ADEUDADO = 0
              OR WS-ETAPA <= WS-ENV-ETAPA(WS-CAS-SEL)
               EXIT PARAGRAPH
           END-IF
           PERFORM 240-DATOS-DEUDOR
           IF DB-DIRECCION = SPACES
               ADD 1 TO WS-CONT-SINDOM
               MOVE SPACES TO SINDOM-RECORD
               STRING "CASO " WS-CAS-NRO(WS-CAS-SEL)
                      " CLIENTE " WS-CAS-ID-CLIENTE(WS-CAS-SEL)
                      " ETAPA " WS-ETAPA
                      " SIN DOMICILIO EN CLIENTES"
                   DELIMITED BY SIZE INTO SINDOM-RECORD
               WRITE SINDOM-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARTA-NRO
           IF WS-CAS-ORIGEN(WS-CAS-SEL) = 'T'
               MOVE WS-CAS-REF(WS-CAS-SEL) TO WS-MASK-INPUT
               PERFORM 399-MASK-TARJETA
               MOVE WS-MASK-OUTPUT TO WS-REF-CARTA
           ELSE
               MOVE WS-CAS-REF(WS-CAS-SEL) TO WS-REF-CARTA
           END-IF
           PERFORM 300-IMPRIME-CARTA
           PERFORM 350-REGISTRA-CARTA
           MOVE WS-ETAPA TO WS-ENV-ETAPA(WS-CAS-SEL)
           ADD 1 TO WS-CONT-CARTAS
           ADD 1 TO WS-CONT-ETAPA(WS-ETAPA).
       210-END.

       220-DEUDA-HIPOTECA.
           MOVE 0 TO WS-DIAS WS-CUOTAS-VENC WS-ADEUDADO
           MOVE WS-CAS-REF(WS-CAS-SEL)(5:6) TO DB-ID-HIPOTECA
      *    EXEC SQL
      *        SELECT COUNT(*), IFNULL(SUM(MONTO_CUOTA),0),
      *               IFNULL(DATEDIFF(CURDATE(),MIN(FECHA)),0)
      *          INTO :SQL-VAR-0003, :SQL-VAR-0005, :SQL-VAR-0004
      *          FROM banco.cuotas_hipoteca
      *         WHERE ID_HIPOTECA = :SQL-VAR-0002
      *           AND ESTADO IN ('Pendiente','Parcial')
      *           AND FECHA <= CURDATE()
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(1)
               MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0005
               MOVE '3' TO SQL-TYPE(2)
               MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(3)
               MOVE 3 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               SET SQL-ADDR(4) TO ADDRESS OF SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(4)
               MOVE 2 TO SQL-LEN(4)
               MOVE X'00' TO SQL-PREC(4)
               MOVE 4 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE DB-ID-HIPOTECA TO SQL-VAR-0002
           MOVE 0 TO SQL-VAR-0003 SQL-VAR-0004 SQL-VAR-0005
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
           MOVE SQL-VAR-0003 TO WS-CUOTAS-VENC
      *    En las hipotecas UVA MONTO_CUOTA esta en unidades: la
      *    carta intima en pesos al valor UVA del dia.
           MOVE DB-ID-HIPOTECA TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID
                                WS-FECHA-HOY
                                WS-UVA-ES
                                WS-UVA-VALOR
                                WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA
                                WS-UVA-MONTO-ALTA
           END-CALL
           COMPUTE WS-ADEUDADO ROUNDED = SQL-VAR-0005 * WS-UVA-VALOR
           MOVE SQL-VAR-0004 TO WS-DIAS.
       220-END.

       230-DEUDA-TARJETA.
      *    Resumen abierto vencido e impago de la tarjeta (mismo
      *    criterio que COBRAN001 200 y AGING001).
           MOVE 0 TO WS-DIAS WS-ADEUDADO WS-PAGO-MINIMO
           MOVE SPACES TO WS-VTO-RES
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
                           MOVE RES-SALDO TO WS-ADEUDADO
                           MOVE RES-PAGO-MINIMO TO WS-PAGO-MINIMO
                           MOVE RES-FECHA-VTO TO WS-VTO-RES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESUMEN-FILE
           IF WS-DIAS < 0
               MOVE 0 TO WS-DIAS
           END-IF.
       230-END.

       240-DATOS-DEUDOR.
           MOVE SPACES TO DB-DOC DB-NOMBRE DB-APELLIDO DB-DIRECCION
                          DB-TELEFONO DB-EMAIL
      *    EXEC SQL
      *        DECLARE CUR_CARTAS CURSOR FOR
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
       240-END.

       300-IMPRIME-CARTA.
           MOVE ALL "=" TO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           STRING "BANCO - GESTION DE COBRANZAS"
                  "                    FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           STRING "CARTA NRO " WS-CARTA-NRO
                  "   CASO " WS-CAS-NRO(WS-CAS-SEL)
                  "   ETAPA " WS-ETAPA
               DELIMITED BY SIZE INTO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           STRING "Sr./Sra. " DB-NOMBRE " " DB-APELLIDO
               DELIMITED BY SIZE INTO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           STRING "Documento: " DB-DOC
               DELIMITED BY SIZE INTO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           STRING "Domicilio: " DB-DIRECCION
               DELIMITED BY SIZE INTO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           IF WS-CAS-ORIGEN(WS-CAS-SEL) = 'H'
               STRING "Ref.: Prestamo hipotecario " WS-REF-CARTA
                   DELIMITED BY SIZE INTO LOTE-RECORD
           ELSE
               STRING "Ref.: Tarjeta de credito " WS-REF-CARTA
                   DELIMITED BY SIZE INTO LOTE-RECORD
           END-IF
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           WRITE LOTE-RECORD
           EVALUATE WS-ETAPA
               WHEN 1
                   MOVE "RECORDATORIO DE PAGO" TO LOTE-RECORD
                   WRITE LOTE-RECORD
                   MOVE "Le recordamos que registra un saldo vencido "
                       TO LOTE-RECORD
                   WRITE LOTE-RECORD
                   MOVE "impago. Si ya lo abono, desestime este aviso."
                       TO LOTE-RECORD
                   WRITE LOTE-RECORD
               WHEN 2
                   MOVE "INTIMACION DE PAGO" TO LOTE-RECORD
                   WRITE LOTE-RECORD
                   MOVE "Por la presente lo intimamos a regularizar la "
                       TO LOTE-RECORD
                   WRITE LOTE-RECORD
                   MOVE "deuda dentro de los 10 dias de recibida."
                       TO LOTE-RECORD
                   WRITE LOTE-RECORD
               WHEN OTHER
                   MOVE "AVISO PREVIO A ACCIONES LEGALES" TO LOTE-RECORD
                   WRITE LOTE-RECORD
                   MOVE "De no regularizar la deuda en 5 dias habiles, "
                       TO LOTE-RECORD
                   WRITE LOTE-RECORD
                   MOVE "el caso pasara a gestion judicial sin aviso."
                       TO LOTE-RECORD
                   WRITE LOTE-RECORD
           END-EVALUATE
           MOVE SPACES TO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE WS-ADEUDADO TO WS-ED1
           MOVE SPACES TO LOTE-RECORD
           STRING "Importe adeudado:  " WS-ED1
               DELIMITED BY SIZE INTO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           IF WS-CAS-ORIGEN(WS-CAS-SEL) = 'H'
               MOVE WS-CUOTAS-VENC TO WS-ED-CUOTAS
               STRING "Cuotas vencidas:   " WS-ED-CUOTAS
                   DELIMITED BY SIZE INTO LOTE-RECORD
           ELSE
               MOVE WS-PAGO-MINIMO TO WS-ED1
               STRING "Pago minimo:       " WS-ED1
                      "   Vencido el " WS-VTO-RES
                   DELIMITED BY SIZE INTO LOTE-RECORD
           END-IF
           WRITE LOTE-RECORD
           MOVE WS-DIAS TO WS-ED-DIAS
           MOVE SPACES TO LOTE-RECORD
           STRING "Dias de atraso:    " WS-ED-DIAS
               DELIMITED BY SIZE INTO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE "Mas los intereses punitorios a la fecha de pago."
               TO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE SPACES TO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE "Atentamente," TO LOTE-RECORD
           WRITE LOTE-RECORD
           MOVE "Gerencia de Cobranzas" TO LOTE-RECORD
           WRITE LOTE-RECORD.
       300-END.

       350-REGISTRA-CARTA.
           OPEN EXTEND CARTAEM-FILE
           IF WS-CARTAEM-FSTATUS NOT = '00'
               OPEN OUTPUT CARTAEM-FILE
           END-IF
           MOVE WS-CARTA-NRO TO CEM-NRO
           MOVE WS-CAS-NRO(WS-CAS-SEL) TO CEM-CASO
           MOVE WS-ETAPA TO CEM-ETAPA
           MOVE WS-FECHA-HOY TO CEM-FECHA
           MOVE WS-CAS-ORIGEN(WS-CAS-SEL) TO CEM-ORIGEN
           MOVE WS-CAS-REF(WS-CAS-SEL) TO CEM-REF
           MOVE WS-CAS-ID-CLIENTE(WS-CAS-SEL) TO CEM-ID-CLIENTE
           MOVE WS-DIAS TO CEM-DIAS
           MOVE WS-ADEUDADO TO CEM-ADEUDADO
           MOVE LK-OPERADOR TO CEM-OPERADOR
           WRITE CARTAEM-RECORD
           CLOSE CARTAEM-FILE
      *    La carta queda en la bitacora del caso como contacto.
           OPEN EXTEND CONTACTOS-FILE
           IF WS-CONT-FSTATUS NOT = '00'
               OPEN OUTPUT CONTACTOS-FILE
           END-IF
           MOVE WS-CAS-NRO(WS-CAS-SEL) TO CON-CASO
           MOVE WS-FECHA-HOY TO CON-FECHA
           MOVE "CARTA" TO CON-CANAL
           MOVE SPACES TO CON-RESULTADO
           EVALUATE WS-ETAPA
               WHEN 1
                   STRING "RECORDATORIO NRO " WS-CARTA-NRO
                       DELIMITED BY SIZE INTO CON-RESULTADO
               WHEN 2
                   STRING "INTIMACION NRO " WS-CARTA-NRO
                       DELIMITED BY SIZE INTO CON-RESULTADO
               WHEN OTHER
                   STRING "AVISO PREJUDICIAL NRO " WS-CARTA-NRO
                       DELIMITED BY SIZE INTO CON-RESULTADO
           END-EVALUATE
           MOVE 'C' TO CON-TIPO
           MOVE 0 TO CON-IMPORTE
           MOVE WS-CAS-GESTOR(WS-CAS-SEL) TO CON-GESTOR
           WRITE CONTACTO-RECORD
           CLOSE CONTACTOS-FILE.
       350-END.

       399-MASK-TARJETA.
           MOVE "************" TO WS-MASK-OUTPUT(1:12)
           MOVE WS-MASK-INPUT(13:4) TO WS-MASK-OUTPUT(13:4).
       399-END.

       700-LISTA-CARTAS.
           OPEN INPUT CARTAEM-FILE
           IF WS-CARTAEM-FSTATUS NOT = '00'
               DISPLAY "No hay cartas emitidas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CARTA  CASO   E FECHA    P REFERENCIA       "
                   "DIAS       ADEUDADO"
           PERFORM UNTIL WS-CARTAEM-FSTATUS NOT = '00'
               READ CARTAEM-FILE
                   AT END MOVE '10' TO WS-CARTAEM-FSTATUS
                   NOT AT END
                       IF CEM-ORIGEN = 'T'
                           MOVE CEM-REF TO WS-MASK-INPUT
                           PERFORM 399-MASK-TARJETA
                           MOVE WS-MASK-OUTPUT TO WS-REF-CARTA
                       ELSE
                           MOVE CEM-REF TO WS-REF-CARTA
                       END-IF
                       MOVE CEM-DIAS TO WS-ED-DIAS
                       MOVE CEM-ADEUDADO TO WS-ED1
                       DISPLAY CEM-NRO " " CEM-CASO " " CEM-ETAPA " "
                               CEM-FECHA " " CEM-ORIGEN " "
                               WS-REF-CARTA " " WS-ED-DIAS " " WS-ED1
               END-READ
           END-PERFORM
           CLOSE CARTAEM-FILE.
       700-END.

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
       END PROGRAM CARTAS001.
