      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Efectivo minimo (encaje), operado desde el cierre
      *          mensual CIEMEN001:
      *            - registro del saldo de la cuenta en el BCRA por
      *              moneda y fecha (CUENTA_BCRA.DAT); el saldo en
      *              moneda local tambien lo deja CONBCR001 al
      *              importar el extracto de liquidacion si trae saldo
      *              de cierre;
      *            - calculo a pedido de la posicion de un dia
      *              (ENCAJE001, que ademas corre en cada cierre
      *              diario);
      *            - informe mensual de cumplimiento para el BCRA
      *              (ENCAJE_MENSUAL.TXT): por moneda, promedio de la
      *              exigencia y de la integracion sobre los dias
      *              corridos del periodo, tomando para el dia sin
      *              calculo (feriados, fines de semana) la ultima
      *              posicion del mes; se archiva en el repositorio
      *              (REPOSIT1);
      *            - consulta de las posiciones de un periodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCMEN001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTABCRA-FILE ASSIGN TO "CUENTA_BCRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTABCRA-FSTATUS.
           SELECT POSICION-FILE ASSIGN TO "ENCAJE_POSICION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSICION-FSTATUS.
           SELECT REPORTE-FILE ASSIGN TO "ENCAJE_MENSUAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTABCRA-FILE.
       01  CTABCRA-RECORD.
           05  CBS-FECHA               PIC X(08).
           05  CBS-MONEDA              PIC X(03).
           05  CBS-SALDO               PIC S9(13)V99
               SIGN LEADING SEPARATE.
           05  CBS-ORIGEN              PIC X(01).
           05  CBS-OPERADOR            PIC X(30).
       FD  POSICION-FILE.
       01  POSICION-RECORD.
           05  ENP-FECHA               PIC X(08).
           05  ENP-MONEDA              PIC X(03).
           05  ENP-VISTA               PIC 9(13)V99.
           05  ENP-PLAZO               PIC 9(13)V99.
           05  ENP-EXIGENCIA           PIC 9(13)V99.
           05  ENP-EFECTIVO            PIC 9(13)V99.
           05  ENP-BCRA                PIC S9(13)V99
               SIGN LEADING SEPARATE.
           05  ENP-INTEGRACION         PIC S9(13)V99
               SIGN LEADING SEPARATE.
           05  ENP-POSICION            PIC S9(13)V99
               SIGN LEADING SEPARATE.
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CTABCRA-FSTATUS          PIC XX.
       01  WS-POSICION-FSTATUS         PIC XX.

      *    Posicion de cada dia del periodo por moneda; si el dia se
      *    calculo mas de una vez vale el ultimo registro.
       01  WS-MES.
           05  WS-MM OCCURS 10 TIMES.
               10  WS-MM-MONEDA        PIC X(03).
               10  WS-MM-DIA OCCURS 31 TIMES.
                   15  WS-MM-HAY       PIC X(01).
                   15  WS-MM-EXIGENCIA PIC 9(13)V99.
                   15  WS-MM-INTEGRA   PIC S9(13)V99.
       01  WS-MM-COUNT                 PIC 9(2) VALUE 0.
       01  WS-MM-IDX                   PIC 9(2).
       01  WS-MM-SEL                   PIC 9(2).
       01  WS-DIA-IDX                  PIC 9(2).
       01  WS-ULTIMO-DIA               PIC 9(2).

       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-ING                PIC X(8).
       01  WS-FECHA-CALC               PIC X(10).
       01  WS-MONEDA-ING               PIC X(03).
       01  WS-SALDO-ING                PIC S9(13)V99.
       01  WS-PERIODO                  PIC X(6).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO
                                       PIC 9(6).
       01  WS-PERIODO-SIG              PIC 9(6).
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-FECHA-ENTERO             PIC 9(8).
       01  WS-FECHA-FIN                PIC 9(8).
       01  WS-FECHA-FIN-X REDEFINES WS-FECHA-FIN
                                       PIC X(8).

       01  WS-ACT-HAY                  PIC X(01).
       01  WS-ACT-EXIGENCIA            PIC 9(13)V99.
       01  WS-ACT-INTEGRA              PIC S9(13)V99.
       01  WS-DIAS                     PIC 9(2).
       01  WS-DIAS-DEFECTO             PIC 9(2).
       01  WS-SUMA-EXIGENCIA           PIC 9(15)V99.
       01  WS-SUMA-INTEGRA             PIC S9(15)V99.
       01  WS-PROM-EXIGENCIA           PIC 9(13)V99.
       01  WS-PROM-INTEGRA             PIC S9(13)V99.
       01  WS-PROM-POSICION            PIC S9(13)V99.
       01  WS-CANT-DEFECTO             PIC 9(2).
       01  WS-HAY-DATOS                PIC X(01).
       01  WS-ED1                      PIC ZZZZZZZZZZZZ9.99.
       01  WS-ED-NETO                  PIC -ZZZZZZZZZZZZ9.99.
       01  WS-ED-NETO2                 PIC -ZZZZZZZZZZZZ9.99.

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-REP-FUNCION              PIC X(01).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(06).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "  EFECTIVO MINIMO (ENCAJE)          "
           DISPLAY "===================================="
           DISPLAY "1 - Registrar saldo cuenta BCRA (SUPERVISOR)"
           DISPLAY "2 - Calcular posicion de un dia"
           DISPLAY "3 - Informe mensual de cumplimiento"
           DISPLAY "4 - Consultar posiciones de un periodo"
           DISPLAY "5 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-REGISTRA-SALDO
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-CALCULA-POSICION
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 400-INFORME-MENSUAL
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 600-CONSULTA
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       200-REGISTRA-SALDO.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "El registro requiere rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fecha del saldo (AAAAMMDD, vacio = hoy): "
           MOVE SPACES TO WS-FECHA-ING
           ACCEPT WS-FECHA-ING
           IF WS-FECHA-ING = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-ING
           END-IF
           IF WS-FECHA-ING NOT NUMERIC
               DISPLAY "Fecha invalida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Moneda (vacio = LOC): "
           MOVE SPACES TO WS-MONEDA-ING
           ACCEPT WS-MONEDA-ING
           MOVE FUNCTION UPPER-CASE(WS-MONEDA-ING) TO WS-MONEDA-ING
           IF WS-MONEDA-ING = SPACES
               MOVE 'LOC' TO WS-MONEDA-ING
           END-IF
           DISPLAY "Saldo de la cuenta (negativo si es deudor): "
           MOVE 0 TO WS-SALDO-ING
           ACCEPT WS-SALDO-ING
           OPEN EXTEND CTABCRA-FILE
           IF WS-CTABCRA-FSTATUS NOT = '00'
               OPEN OUTPUT CTABCRA-FILE
           END-IF
           MOVE WS-FECHA-ING TO CBS-FECHA
           MOVE WS-MONEDA-ING TO CBS-MONEDA
           MOVE WS-SALDO-ING TO CBS-SALDO
           MOVE 'M' TO CBS-ORIGEN
           MOVE LK-OPERADOR TO CBS-OPERADOR
           WRITE CTABCRA-RECORD
           CLOSE CTABCRA-FILE
           MOVE WS-SALDO-ING TO WS-ED-NETO
           DISPLAY "Saldo BCRA " WS-MONEDA-ING " al " WS-FECHA-ING
                   " registrado: " WS-ED-NETO.
       200-END.

       300-CALCULA-POSICION.
           DISPLAY "Fecha a calcular (AAAAMMDD, vacio = hoy): "
           MOVE SPACES TO WS-FECHA-ING
           ACCEPT WS-FECHA-ING
           IF WS-FECHA-ING = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-ING
           END-IF
           IF WS-FECHA-ING NOT NUMERIC
               DISPLAY "Fecha invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FECHA-CALC
           STRING WS-FECHA-ING(1:4) "-" WS-FECHA-ING(5:2) "-"
                  WS-FECHA-ING(7:2)
               DELIMITED BY SIZE INTO WS-FECHA-CALC
           CALL 'ENCAJE001' USING WS-FECHA-CALC
           DISPLAY "Detalle en ENCAJE_DIARIO.TXT.".
       300-END.

       400-INFORME-MENSUAL.
           PERFORM 410-PIDE-PERIODO
           IF WS-PERIODO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 420-CARGA-PERIODO
           IF WS-HAY-DATOS = 'N'
               DISPLAY "No hay posiciones calculadas para " WS-PERIODO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REPORTE-RECORD
           STRING "EFECTIVO MINIMO - CUMPLIMIENTO MENSUAL PERIODO "
                  WS-PERIODO
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE SPACES TO REPORTE-RECORD
           STRING "PROMEDIO SOBRE DIAS CORRIDOS DEL 01 AL "
                  WS-ULTIMO-DIA
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           PERFORM VARYING WS-MM-IDX FROM 1 BY 1
                   UNTIL WS-MM-IDX > WS-MM-COUNT
               PERFORM 450-PROMEDIA-MONEDA
           END-PERFORM
           CLOSE REPORTE-FILE
           PERFORM 700-ARCHIVA-REPOSITORIO
           DISPLAY "Informe en ENCAJE_MENSUAL.TXT, repositorio nro "
                   WS-REP-NRO.
       400-END.

       410-PIDE-PERIODO.
      *    Deja el periodo AAAAMM y el ultimo dia a promediar: el fin
      *    de mes, o hoy si es el mes en curso.
           DISPLAY "Periodo (AAAAMM, vacio = mes en curso): "
           MOVE SPACES TO WS-PERIODO
           ACCEPT WS-PERIODO
           IF WS-PERIODO = SPACES
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           END-IF
           IF WS-PERIODO NOT NUMERIC
              OR WS-PERIODO(5:2) < '01' OR WS-PERIODO(5:2) > '12'
               DISPLAY "Periodo invalido."
               MOVE SPACES TO WS-PERIODO
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIODO > WS-FECHA-HOY(1:6)
               DISPLAY "El periodo todavia no comenzo."
               MOVE SPACES TO WS-PERIODO
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIODO = WS-FECHA-HOY(1:6)
               MOVE WS-FECHA-HOY(7:2) TO WS-ULTIMO-DIA
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIODO(5:2) = '12'
               COMPUTE WS-PERIODO-SIG = WS-PERIODO-NUM + 89
           ELSE
               COMPUTE WS-PERIODO-SIG = WS-PERIODO-NUM + 1
           END-IF
           COMPUTE WS-FECHA-NUM = WS-PERIODO-SIG * 100 + 1
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) - 1
           COMPUTE WS-FECHA-FIN =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO)
           MOVE WS-FECHA-FIN-X(7:2) TO WS-ULTIMO-DIA.
       410-END.

       420-CARGA-PERIODO.
           MOVE 0 TO WS-MM-COUNT
           MOVE 'N' TO WS-HAY-DATOS
           OPEN INPUT POSICION-FILE
           IF WS-POSICION-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POSICION-FSTATUS NOT = '00'
               READ POSICION-FILE
                   AT END MOVE '10' TO WS-POSICION-FSTATUS
                   NOT AT END
                       IF ENP-FECHA(1:6) = WS-PERIODO
                          AND ENP-FECHA(7:2) IS NUMERIC
                          AND ENP-FECHA(7:2) >= '01'
                          AND ENP-FECHA(7:2) <= WS-ULTIMO-DIA
                           PERFORM 430-GUARDA-DIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSICION-FILE.
       420-END.

       430-GUARDA-DIA.
           MOVE 0 TO WS-MM-SEL
           PERFORM VARYING WS-MM-IDX FROM 1 BY 1
                   UNTIL WS-MM-IDX > WS-MM-COUNT
               IF WS-MM-MONEDA(WS-MM-IDX) = ENP-MONEDA
                   MOVE WS-MM-IDX TO WS-MM-SEL
               END-IF
           END-PERFORM
           IF WS-MM-SEL = 0
               IF WS-MM-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MM-COUNT
               MOVE WS-MM-COUNT TO WS-MM-SEL
               MOVE ENP-MONEDA TO WS-MM-MONEDA(WS-MM-SEL)
               PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                       UNTIL WS-DIA-IDX > 31
                   MOVE 'N' TO WS-MM-HAY(WS-MM-SEL, WS-DIA-IDX)
               END-PERFORM
           END-IF
           MOVE ENP-FECHA(7:2) TO WS-DIA-IDX
           MOVE 'S' TO WS-MM-HAY(WS-MM-SEL, WS-DIA-IDX)
                       WS-HAY-DATOS
           MOVE ENP-EXIGENCIA TO WS-MM-EXIGENCIA(WS-MM-SEL, WS-DIA-IDX)
           MOVE ENP-INTEGRACION
               TO WS-MM-INTEGRA(WS-MM-SEL, WS-DIA-IDX).
       430-END.

       450-PROMEDIA-MONEDA.
      *    Los dias previos a la primera posicion del mes no se
      *    promedian; los dias sin calculo repiten la posicion
      *    anterior.
           MOVE 'N' TO WS-ACT-HAY
           MOVE 0 TO WS-ACT-EXIGENCIA WS-ACT-INTEGRA WS-DIAS
                     WS-CANT-DEFECTO WS-SUMA-EXIGENCIA WS-SUMA-INTEGRA
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                   UNTIL WS-DIA-IDX > WS-ULTIMO-DIA
               IF WS-MM-HAY(WS-MM-IDX, WS-DIA-IDX) = 'S'
                   MOVE 'S' TO WS-ACT-HAY
                   MOVE WS-MM-EXIGENCIA(WS-MM-IDX, WS-DIA-IDX)
                       TO WS-ACT-EXIGENCIA
                   MOVE WS-MM-INTEGRA(WS-MM-IDX, WS-DIA-IDX)
                       TO WS-ACT-INTEGRA
               END-IF
               IF WS-ACT-HAY = 'S'
                   ADD 1 TO WS-DIAS
                   ADD WS-ACT-EXIGENCIA TO WS-SUMA-EXIGENCIA
                   ADD WS-ACT-INTEGRA TO WS-SUMA-INTEGRA
                   IF WS-ACT-INTEGRA < WS-ACT-EXIGENCIA
                       ADD 1 TO WS-CANT-DEFECTO
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-PROM-EXIGENCIA ROUNDED =
               WS-SUMA-EXIGENCIA / WS-DIAS
           COMPUTE WS-PROM-INTEGRA ROUNDED =
               WS-SUMA-INTEGRA / WS-DIAS
           COMPUTE WS-PROM-POSICION =
               WS-PROM-INTEGRA - WS-PROM-EXIGENCIA
           MOVE SPACES TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE SPACES TO REPORTE-RECORD
           STRING "MONEDA " WS-MM-MONEDA(WS-MM-IDX)
                  "   DIAS PROMEDIADOS: " WS-DIAS
                  "   DIAS EN DEFECTO: " WS-CANT-DEFECTO
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-PROM-EXIGENCIA TO WS-ED1
           MOVE SPACES TO REPORTE-RECORD
           STRING "   EXIGENCIA PROMEDIO           " WS-ED1
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-PROM-INTEGRA TO WS-ED-NETO
           MOVE SPACES TO REPORTE-RECORD
           STRING "   INTEGRACION PROMEDIO        " WS-ED-NETO
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-PROM-POSICION TO WS-ED-NETO
           MOVE SPACES TO REPORTE-RECORD
           IF WS-PROM-POSICION < 0
               STRING "   POSICION PROMEDIO           " WS-ED-NETO
                      "  NO CUMPLE"
                   DELIMITED BY SIZE INTO REPORTE-RECORD
           ELSE
               STRING "   POSICION PROMEDIO           " WS-ED-NETO
                      "  CUMPLE"
                   DELIMITED BY SIZE INTO REPORTE-RECORD
           END-IF
           WRITE REPORTE-RECORD
           DISPLAY WS-MM-MONEDA(WS-MM-IDX) REPORTE-RECORD(4:60).
       450-END.

       600-CONSULTA.
           PERFORM 410-PIDE-PERIODO
           IF WS-PERIODO = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT POSICION-FILE
           IF WS-POSICION-FSTATUS NOT = '00'
               DISPLAY "No hay posiciones calculadas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FECHA    MON        EXIGENCIA       INTEGRACION"
                   "          POSICION"
           PERFORM UNTIL WS-POSICION-FSTATUS NOT = '00'
               READ POSICION-FILE
                   AT END MOVE '10' TO WS-POSICION-FSTATUS
                   NOT AT END
                       IF ENP-FECHA(1:6) = WS-PERIODO
                           MOVE ENP-EXIGENCIA TO WS-ED1
                           MOVE ENP-INTEGRACION TO WS-ED-NETO
                           MOVE ENP-POSICION TO WS-ED-NETO2
                           DISPLAY ENP-FECHA " " ENP-MONEDA " "
                                   WS-ED1 " " WS-ED-NETO " "
                                   WS-ED-NETO2
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSICION-FILE.
       600-END.

       700-ARCHIVA-REPOSITORIO.
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'ENCAJEMENS' TO WS-REP-TIPO
           MOVE 'ENCAJE_MENSUAL.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING "PERIODO " WS-PERIODO
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO.
       700-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM ENCMEN001.
