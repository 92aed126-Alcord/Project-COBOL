      *          HIP-DEVENG, IMP-RETEN y CLI-SALDOS; ademas informa
      *          lo que paso por la cuenta puente 99999999 y sigue
      *          sin mapeo.
      *          Estados contables: el plan de cuentas
      *          (PLAN_CUENTAS.DAT) clasifica cada cuenta por tipo
      *          (A activo, P pasivo, N patrimonio neto, I ingreso,
      *          E egreso) y la cuelga de su rubro superior (hasta 4
      *          niveles). Cada acumulacion deja ademas lo movido por
      *          cuenta y dia en GL_MOVS_MES.DAT, y con eso se emite
      *          el balance general y el estado de resultados de un
      *          mes comparados con el mes anterior
      *          (ESTADOS_CONTABLES.TXT, archivado en REPOSIT1): el
      *          saldo a fin de un mes es el acumulado menos lo
      *          movido despues.
      *          Cierre de ejercicio (SUPERVISOR): cancela las
      *          cuentas de ingresos y egresos contra la cuenta de
      *          resultados acumulados (GLMAP.DAT tipo RES-ACUM) con
      *          asientos de cierre al 31/12 (CIERRE_EJERCICIO.TXT) y
      *          marca el ejercicio cerrado en GL_EJERCICIOS.DAT; los
      *          asientos fechados en un ejercicio cerrado se
      *          rechazan hasta que un SUPERVISOR lo reabre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HIST-FILE ASSIGN TO "CONSOLIDADO_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FSTATUS.
           SELECT PLAN-FILE ASSIGN TO "PLAN_CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FSTATUS.
           SELECT MOVMES-FILE ASSIGN TO "GL_MOVS_MES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-FSTATUS.
           SELECT EJERC-FILE ASSIGN TO "GL_EJERCICIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EJE-FSTATUS.
           SELECT ESTADOS-FILE ASSIGN TO "ESTADOS_CONTABLES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CIERRE-FILE ASSIGN TO "CIERRE_EJERCICIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               SIGN LEADING SEPARATE.
           05  HIS-SALDO-HIP           PIC S9(12)V99
               SIGN LEADING SEPARATE.
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05  PC-CUENTA               PIC X(08).
           05  PC-NOMBRE               PIC X(30).
           05  PC-TIPO                 PIC X(01).
           05  PC-NIVEL                PIC 9(01).
           05  PC-PADRE                PIC X(08).
       FD  MOVMES-FILE.
       01  MOVMES-RECORD.
           05  GMM-FECHA               PIC X(10).
           05  GMM-CUENTA              PIC X(08).
           05  GMM-CLASE               PIC X(01).
           05  GMM-DEBE                PIC 9(13)V99.
           05  GMM-HABER               PIC 9(13)V99.
       FD  EJERC-FILE.
       01  EJERC-RECORD.
           05  EJ-ANIO                 PIC X(04).
           05  EJ-ESTADO               PIC X(01).
           05  EJ-FECHAHORA            PIC X(15).
           05  EJ-OPERADOR             PIC X(30).
           05  EJ-RESULTADO            PIC S9(13)V99
               SIGN LEADING SEPARATE.
       FD  ESTADOS-FILE.
       01  ESTADOS-RECORD              PIC X(110).
       FD  CIERRE-FILE.
       01  CIERRE-RECORD               PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-ASI-FSTATUS              PIC XX.
       01  WS-DEV-FSTATUS              PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-HIST-FSTATUS             PIC XX.
       01  WS-PLAN-FSTATUS             PIC XX.
       01  WS-MOV-FSTATUS              PIC XX.
       01  WS-EJE-FSTATUS              PIC XX.

       01  WS-SALDOS.
           05  WS-SGL OCCURS 200 TIMES.
       01  WS-SGL-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-SGL-IDX                  PIC 9(3).
       01  WS-SGL-SEL                  PIC 9(3).
       01  WS-DIAS-MOV.
           05  WS-DIA OCCURS 200 TIMES.
               10  WS-DIA-DEBE         PIC 9(13)V99.
               10  WS-DIA-HABER        PIC 9(13)V99.

       01  WS-PLAN.
           05  WS-PC OCCURS 300 TIMES.
               10  WS-PC-CUENTA        PIC X(08).
               10  WS-PC-NOMBRE        PIC X(30).
               10  WS-PC-TIPO          PIC X(01).
               10  WS-PC-NIVEL         PIC 9(01).
               10  WS-PC-PADRE         PIC X(08).
       01  WS-PC-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PC-IDX                   PIC 9(3).
       01  WS-PC-SEL                   PIC 9(3).
       01  WS-PC-J                     PIC 9(3).
       01  WS-PC-GUARDA                PIC 9(3).
      *    Por cuenta del plan, en neto deudor: 1 saldo al cierre del
      *    mes, 2 saldo al cierre del mes anterior, 3 resultado del
      *    mes, 4 resultado del mes anterior, 5 resultado del
      *    ejercicio a la fecha. PROPIO es lo imputado a la cuenta;
      *    TOTAL suma ademas lo de sus subcuentas.
       01  WS-ESTADOS.
           05  WS-EST OCCURS 300 TIMES.
               10  WS-EST-PROPIO       PIC S9(14)V99 OCCURS 5 TIMES.
               10  WS-EST-TOTAL        PIC S9(14)V99 OCCURS 5 TIMES.
      *    Totales por tipo (A, P, N, I, E) en las mismas columnas.
       01  WS-TIPOS-SUMA.
           05  WS-TS OCCURS 5 TIMES.
               10  WS-TS-COL           PIC S9(14)V99 OCCURS 5 TIMES.
       01  WS-COL                      PIC 9(1).
       01  WS-COL-BASE                 PIC 9(1).
       01  WS-CANT-COLS                PIC 9(1).
       01  WS-TS-IDX                   PIC 9(1).
       01  WS-TIPO-AUX                 PIC X(1).
       01  WS-NIVEL-GUARDA             PIC 9(1).
       01  WS-SIGNO                    PIC S9(1).
       01  WS-VAL-1                    PIC S9(14)V99.
       01  WS-VAL-2                    PIC S9(14)V99.
       01  WS-VAL-3                    PIC S9(14)V99.
       01  WS-NOMBRE-IND               PIC X(36).
       01  WS-IND-POS                  PIC 9(2).
       01  WS-TITULO                   PIC X(40).

       01  WS-GLMAPS.
           05  WS-GLM OCCURS 100 TIMES.
       01  WS-GLM-IDX                  PIC 9(3).

       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHAHORA                PIC X(26).
       01  WS-PER-ACTUAL               PIC X(06).
       01  WS-PER-ANTERIOR             PIC X(06).
       01  WS-PER-MOV                  PIC X(06).
       01  WS-ANIO-AUX                 PIC X(04).
       01  WS-ANIO-NUM                 PIC 9(04).
       01  WS-MES-NUM                  PIC 9(02).
       01  WS-EJ-CERRADO               PIC X(1).
       01  WS-EJ-NUEVO                 PIC X(1).
       01  WS-MOV-NETO                 PIC S9(14)V99.
       01  WS-SIN-PLAN                 PIC 9(3).
       01  WS-CTA-RESULTADOS           PIC X(08).
       01  WS-RESULTADO-EJ             PIC S9(13)V99.
       01  WS-IMPORTE-CIERRE           PIC 9(13)V99.
       01  WS-RES-DEBE                 PIC 9(13)V99.
       01  WS-RES-HABER                PIC 9(13)V99.
       01  WS-CONT-CIERRE              PIC 9(3).
       01  WS-CONFIRMA                 PIC X(1).
       01  WS-CTA-ING                  PIC X(08).
       01  WS-NOMBRE-ING               PIC X(30).
       01  WS-TIPO-ING                 PIC X(01).
       01  WS-NIVEL-ING                PIC 9(01).
       01  WS-PADRE-ING                PIC X(08).
       01  WS-TIENE-HIJAS              PIC X(1).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-REP-FUNCION              PIC X(01).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(06).
       01  WS-FECHA-ASI                PIC X(10).
       01  WS-FECHA-YA                 PIC X(1).
       01  WS-ASI-CUENTA-D             PIC X(8).
           DISPLAY "1 - Acumular asientos del dia"
           DISPLAY "2 - Balance de comprobacion"
           DISPLAY "3 - Conciliacion mensual con auxiliares"
           DISPLAY "4 - Listar plan de cuentas"
           DISPLAY "5 - Cargar/actualizar cuenta del plan"
           DISPLAY "6 - Balance general y estado de resultados"
           DISPLAY "7 - Cierre de ejercicio (SUPERVISOR)"
           DISPLAY "8 - Reapertura de ejercicio (SUPERVISOR)"
           DISPLAY "9 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                   PERFORM 400-CONCILIACION
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 500-PLAN-LISTAR
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 510-PLAN-CARGAR
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 600-ESTADOS-CONTABLES
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 700-CIERRE-EJERCICIO
                   PERFORM 100-MENU
               WHEN 8
                   PERFORM 800-REAPERTURA
                   PERFORM 100-MENU
               WHEN 9
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
           END-PERFORM.
       150-END.

       160-CARGA-PLAN.
           MOVE 0 TO WS-PC-COUNT
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FSTATUS = '00'
               PERFORM UNTIL WS-PLAN-FSTATUS NOT = '00'
                   READ PLAN-FILE
                       AT END MOVE '10' TO WS-PLAN-FSTATUS
                       NOT AT END
                           IF WS-PC-COUNT < 300
                               ADD 1 TO WS-PC-COUNT
                               MOVE PLAN-RECORD TO WS-PC(WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.
       160-END.

       165-GRABA-PLAN.
           OPEN OUTPUT PLAN-FILE
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE WS-PC(WS-PC-IDX) TO PLAN-RECORD
               WRITE PLAN-RECORD
           END-PERFORM
           CLOSE PLAN-FILE.
       165-END.

       170-BUSCA-PLAN.
      *    Ubica WS-CTA-AUX en el plan de cuentas (0 = no figura).
           MOVE 0 TO WS-PC-SEL
           PERFORM VARYING WS-PC-J FROM 1 BY 1
                   UNTIL WS-PC-J > WS-PC-COUNT
               IF WS-PC-CUENTA(WS-PC-J) = WS-CTA-AUX
                   MOVE WS-PC-J TO WS-PC-SEL
                   MOVE WS-PC-COUNT TO WS-PC-J
               END-IF
           END-PERFORM.
       170-END.

       175-INDICE-TIPO.
           EVALUATE WS-TIPO-AUX
               WHEN 'A'
                   MOVE 1 TO WS-TS-IDX
               WHEN 'P'
                   MOVE 2 TO WS-TS-IDX
               WHEN 'N'
                   MOVE 3 TO WS-TS-IDX
               WHEN 'I'
                   MOVE 4 TO WS-TS-IDX
               WHEN OTHER
                   MOVE 5 TO WS-TS-IDX
           END-EVALUATE.
       175-END.

       180-EJERCICIO-CERRADO.
      *    El ultimo registro del ejercicio WS-ANIO-AUX en
      *    GL_EJERCICIOS.DAT manda: C = cerrado, A = reabierto.
           MOVE 'N' TO WS-EJ-CERRADO
           OPEN INPUT EJERC-FILE
           IF WS-EJE-FSTATUS = '00'
               PERFORM UNTIL WS-EJE-FSTATUS NOT = '00'
                   READ EJERC-FILE
                       AT END MOVE '10' TO WS-EJE-FSTATUS
                       NOT AT END
                           IF EJ-ANIO = WS-ANIO-AUX
                               IF EJ-ESTADO = 'C'
                                   MOVE 'S' TO WS-EJ-CERRADO
                               ELSE
                                   MOVE 'N' TO WS-EJ-CERRADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EJERC-FILE
           END-IF.
       180-END.

       190-REGISTRA-EJERCICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           OPEN EXTEND EJERC-FILE
           IF WS-EJE-FSTATUS NOT = '00'
               OPEN OUTPUT EJERC-FILE
           END-IF
           MOVE WS-ANIO-AUX TO EJ-ANIO
           MOVE WS-EJ-NUEVO TO EJ-ESTADO
           MOVE WS-FECHAHORA(1:15) TO EJ-FECHAHORA
           MOVE LK-OPERADOR TO EJ-OPERADOR
           MOVE WS-RESULTADO-EJ TO EJ-RESULTADO
           WRITE EJERC-RECORD
           CLOSE EJERC-FILE.
       190-END.

       195-VERIFICA-SUPERVISOR.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO.
       195-END.

       200-ACUMULA-ASIENTOS.
           OPEN INPUT ASIENTOS-FILE
           IF WS-ASI-FSTATUS NOT = '00'
               CLOSE ASIENTOS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-ASI(1:4) TO WS-ANIO-AUX
           PERFORM 180-EJERCICIO-CERRADO
           IF WS-EJ-CERRADO = 'S'
               DISPLAY "El ejercicio " WS-ANIO-AUX " esta cerrado; "
                       "los asientos del " WS-FECHA-ASI " se "
                       "rechazan. Un SUPERVISOR debe reabrirlo."
               CLOSE ASIENTOS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-CARGA-SALDOS
           INITIALIZE WS-DIAS-MOV
           MOVE 0 TO WS-CONT-DET
           MOVE 0 TO WS-SUM-DET
           MOVE 'N' TO WS-COLA-VISTA
           END-IF
           PERFORM 120-GRABA-SALDOS
           PERFORM 230-MARCA-FECHA
           PERFORM 240-GRABA-MOVS-DIA
           DISPLAY "Acumulados " WS-CONT-DET " asientos del "
                   WS-FECHA-ASI ".".
       200-END.
                   IF WS-SGL-SEL > 0
                       ADD WS-ASI-IMPORTE
                           TO WS-SGL-DEBE(WS-SGL-SEL)
                       ADD WS-ASI-IMPORTE
                           TO WS-DIA-DEBE(WS-SGL-SEL)
                   END-IF
                   MOVE WS-ASI-CUENTA-H TO WS-CTA-AUX
                   PERFORM 130-BUSCA-CUENTA
                   IF WS-SGL-SEL > 0
                       ADD WS-ASI-IMPORTE
                           TO WS-SGL-HABER(WS-SGL-SEL)
                       ADD WS-ASI-IMPORTE
                           TO WS-DIA-HABER(WS-SGL-SEL)
                   END-IF
               WHEN 'T'
                   MOVE 'S' TO WS-COLA-VISTA
           CLOSE FECHAS-FILE.
       230-END.

       240-GRABA-MOVS-DIA.
      *    Lo movido en el dia por cuenta, para los estados
      *    contables por periodo.
           OPEN EXTEND MOVMES-FILE
           IF WS-MOV-FSTATUS NOT = '00'
               OPEN OUTPUT MOVMES-FILE
           END-IF
           PERFORM VARYING WS-SGL-IDX FROM 1 BY 1
                   UNTIL WS-SGL-IDX > WS-SGL-COUNT
               IF WS-DIA-DEBE(WS-SGL-IDX) > 0
                  OR WS-DIA-HABER(WS-SGL-IDX) > 0
                   MOVE WS-FECHA-ASI TO GMM-FECHA
                   MOVE WS-SGL-CUENTA(WS-SGL-IDX) TO GMM-CUENTA
                   MOVE 'M' TO GMM-CLASE
                   MOVE WS-DIA-DEBE(WS-SGL-IDX) TO GMM-DEBE
                   MOVE WS-DIA-HABER(WS-SGL-IDX) TO GMM-HABER
                   WRITE MOVMES-RECORD
               END-IF
           END-PERFORM
           CLOSE MOVMES-FILE.
       240-END.

       300-BALANCE.
           PERFORM 110-CARGA-SALDOS
           IF WS-SGL-COUNT = 0
           DISPLAY CONCIL-RECORD.
       450-END.

       500-PLAN-LISTAR.
           PERFORM 160-CARGA-PLAN
           IF WS-PC-COUNT = 0
               DISPLAY "El plan de cuentas esta vacio."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUENTA   T N SUPERIOR DENOMINACION"
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               DISPLAY WS-PC-CUENTA(WS-PC-IDX) " "
                       WS-PC-TIPO(WS-PC-IDX) " "
                       WS-PC-NIVEL(WS-PC-IDX) " "
                       WS-PC-PADRE(WS-PC-IDX) " "
                       WS-PC-NOMBRE(WS-PC-IDX)
           END-PERFORM
           DISPLAY "Cuentas en el plan: " WS-PC-COUNT.
       500-END.

       510-PLAN-CARGAR.
      *    Alta o modificacion de una cuenta. La cuenta superior debe
      *    existir, ser del mismo tipo y estar un nivel arriba; no se
      *    cambia tipo ni nivel a una cuenta que ya tiene subcuentas.
           PERFORM 160-CARGA-PLAN
           DISPLAY "Cuenta contable: "
           ACCEPT WS-CTA-ING
           IF WS-CTA-ING = SPACES
               DISPLAY "Cuenta invalida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Denominacion: "
           ACCEPT WS-NOMBRE-ING
           DISPLAY "Tipo (A activo, P pasivo, N patrimonio neto, "
                   "I ingreso, E egreso): "
           ACCEPT WS-TIPO-ING
           MOVE FUNCTION UPPER-CASE(WS-TIPO-ING) TO WS-TIPO-ING
           IF WS-TIPO-ING NOT = 'A' AND NOT = 'P' AND NOT = 'N'
                          AND NOT = 'I' AND NOT = 'E'
               DISPLAY "Tipo invalido."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Nivel (1 rubro a 4 cuenta imputable): "
           ACCEPT WS-NIVEL-ING
           IF WS-NIVEL-ING < 1 OR WS-NIVEL-ING > 4
               DISPLAY "Nivel invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PADRE-ING
           IF WS-NIVEL-ING > 1
               DISPLAY "Cuenta superior: "
               ACCEPT WS-PADRE-ING
               MOVE WS-PADRE-ING TO WS-CTA-AUX
               PERFORM 170-BUSCA-PLAN
               IF WS-PC-SEL = 0
                   DISPLAY "La cuenta superior no esta en el plan."
                   EXIT PARAGRAPH
               END-IF
               IF WS-PC-TIPO(WS-PC-SEL) NOT = WS-TIPO-ING
                   DISPLAY "La cuenta superior es de otro tipo."
                   EXIT PARAGRAPH
               END-IF
               IF WS-PC-NIVEL(WS-PC-SEL) NOT = WS-NIVEL-ING - 1
                   DISPLAY "La cuenta superior debe ser de nivel "
                           "inmediato anterior."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CTA-ING TO WS-CTA-AUX
           PERFORM 170-BUSCA-PLAN
           IF WS-PC-SEL > 0
               IF WS-PC-TIPO(WS-PC-SEL) NOT = WS-TIPO-ING
                  OR WS-PC-NIVEL(WS-PC-SEL) NOT = WS-NIVEL-ING
                   MOVE 'N' TO WS-TIENE-HIJAS
                   PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                           UNTIL WS-PC-IDX > WS-PC-COUNT
                       IF WS-PC-PADRE(WS-PC-IDX) = WS-CTA-ING
                           MOVE 'S' TO WS-TIENE-HIJAS
                       END-IF
                   END-PERFORM
                   IF WS-TIENE-HIJAS = 'S'
                       DISPLAY "La cuenta tiene subcuentas; no se "
                               "cambia su tipo ni su nivel."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WS-NOMBRE-ING TO WS-PC-NOMBRE(WS-PC-SEL)
               MOVE WS-TIPO-ING TO WS-PC-TIPO(WS-PC-SEL)
               MOVE WS-NIVEL-ING TO WS-PC-NIVEL(WS-PC-SEL)
               MOVE WS-PADRE-ING TO WS-PC-PADRE(WS-PC-SEL)
               PERFORM 165-GRABA-PLAN
               DISPLAY "Cuenta " WS-CTA-ING " actualizada."
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-COUNT >= 300
               DISPLAY "El plan de cuentas esta completo."
               EXIT PARAGRAPH
           END-IF
      *    Alta ordenada por numero de cuenta.
           MOVE WS-PC-COUNT TO WS-PC-IDX
           ADD 1 TO WS-PC-COUNT
           MOVE WS-PC-COUNT TO WS-PC-GUARDA
           PERFORM UNTIL WS-PC-IDX = 0
               IF WS-PC-CUENTA(WS-PC-IDX) > WS-CTA-ING
                   MOVE WS-PC(WS-PC-IDX) TO WS-PC(WS-PC-GUARDA)
                   SUBTRACT 1 FROM WS-PC-IDX WS-PC-GUARDA
               ELSE
                   MOVE 0 TO WS-PC-IDX
               END-IF
           END-PERFORM
           MOVE WS-CTA-ING TO WS-PC-CUENTA(WS-PC-GUARDA)
           MOVE WS-NOMBRE-ING TO WS-PC-NOMBRE(WS-PC-GUARDA)
           MOVE WS-TIPO-ING TO WS-PC-TIPO(WS-PC-GUARDA)
           MOVE WS-NIVEL-ING TO WS-PC-NIVEL(WS-PC-GUARDA)
           MOVE WS-PADRE-ING TO WS-PC-PADRE(WS-PC-GUARDA)
           PERFORM 165-GRABA-PLAN
           DISPLAY "Cuenta " WS-CTA-ING " dada de alta en el plan.".
       510-END.

       600-ESTADOS-CONTABLES.
           DISPLAY "Mes a informar (AAAAMM): "
           ACCEPT WS-PER-ACTUAL
           IF WS-PER-ACTUAL IS NOT NUMERIC
              OR WS-PER-ACTUAL(5:2) < '01'
              OR WS-PER-ACTUAL(5:2) > '12'
               DISPLAY "Periodo invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 160-CARGA-PLAN
           IF WS-PC-COUNT = 0
               DISPLAY "Cargue primero el plan de cuentas."
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-CARGA-SALDOS
           IF WS-SGL-DESBORDE = 'S'
               DISPLAY "SALDOS_GL.DAT supera la tabla de trabajo; "
                       "no se emiten estados."
               EXIT PARAGRAPH
           END-IF
           PERFORM 605-PERIODO-ANTERIOR
           PERFORM 610-CALCULA-ESTADOS
           OPEN OUTPUT ESTADOS-FILE
           PERFORM 630-BALANCE-GENERAL
           PERFORM 640-ESTADO-RESULTADOS
           CLOSE ESTADOS-FILE
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'ESTADOS' TO WS-REP-TIPO
           MOVE 'ESTADOS_CONTABLES.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING 'PERIODO ' WS-PER-ACTUAL
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO
           DISPLAY "Estados contables en ESTADOS_CONTABLES.TXT".
       600-END.

       605-PERIODO-ANTERIOR.
           MOVE WS-PER-ACTUAL(1:4) TO WS-ANIO-NUM
           MOVE WS-PER-ACTUAL(5:2) TO WS-MES-NUM
           IF WS-MES-NUM = 1
               SUBTRACT 1 FROM WS-ANIO-NUM
               MOVE 12 TO WS-MES-NUM
           ELSE
               SUBTRACT 1 FROM WS-MES-NUM
           END-IF
           MOVE WS-ANIO-NUM TO WS-PER-ANTERIOR(1:4)
           MOVE WS-MES-NUM TO WS-PER-ANTERIOR(5:2).
       605-END.

       610-CALCULA-ESTADOS.
      *    Parte de los saldos acumulados a hoy y les descuenta lo
      *    movido despues de cada periodo; los resultados salen solo
      *    de los movimientos de la operatoria (sin los de cierre).
           INITIALIZE WS-ESTADOS WS-TIPOS-SUMA
           MOVE 0 TO WS-SIN-PLAN
           MOVE WS-PER-ACTUAL(1:4) TO WS-ANIO-AUX
           PERFORM VARYING WS-SGL-IDX FROM 1 BY 1
                   UNTIL WS-SGL-IDX > WS-SGL-COUNT
               MOVE WS-SGL-CUENTA(WS-SGL-IDX) TO WS-CTA-AUX
               PERFORM 170-BUSCA-PLAN
               COMPUTE WS-NETO = WS-SGL-DEBE(WS-SGL-IDX)
                   - WS-SGL-HABER(WS-SGL-IDX)
               IF WS-PC-SEL = 0
                   IF WS-NETO NOT = 0
                       ADD 1 TO WS-SIN-PLAN
                       DISPLAY "Cuenta " WS-CTA-AUX
                               " con saldo y fuera del plan."
                   END-IF
               ELSE
                   ADD WS-NETO TO WS-EST-PROPIO(WS-PC-SEL, 1)
                   ADD WS-NETO TO WS-EST-PROPIO(WS-PC-SEL, 2)
               END-IF
           END-PERFORM
           OPEN INPUT MOVMES-FILE
           IF WS-MOV-FSTATUS = '00'
               PERFORM UNTIL WS-MOV-FSTATUS NOT = '00'
                   READ MOVMES-FILE
                       AT END MOVE '10' TO WS-MOV-FSTATUS
                       NOT AT END PERFORM 615-APLICA-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE MOVMES-FILE
           END-IF
           PERFORM 620-CONSOLIDA-RUBROS.
       610-END.

       615-APLICA-MOVIMIENTO.
           MOVE GMM-CUENTA TO WS-CTA-AUX
           PERFORM 170-BUSCA-PLAN
           IF WS-PC-SEL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GMM-FECHA(1:4) TO WS-PER-MOV(1:4)
           MOVE GMM-FECHA(6:2) TO WS-PER-MOV(5:2)
           COMPUTE WS-MOV-NETO = GMM-DEBE - GMM-HABER
           IF WS-PER-MOV > WS-PER-ACTUAL
               SUBTRACT WS-MOV-NETO FROM WS-EST-PROPIO(WS-PC-SEL, 1)
           END-IF
           IF WS-PER-MOV > WS-PER-ANTERIOR
               SUBTRACT WS-MOV-NETO FROM WS-EST-PROPIO(WS-PC-SEL, 2)
           END-IF
           IF GMM-CLASE NOT = 'M'
               EXIT PARAGRAPH
           END-IF
           IF WS-PER-MOV = WS-PER-ACTUAL
               ADD WS-MOV-NETO TO WS-EST-PROPIO(WS-PC-SEL, 3)
           END-IF
           IF WS-PER-MOV = WS-PER-ANTERIOR
               ADD WS-MOV-NETO TO WS-EST-PROPIO(WS-PC-SEL, 4)
           END-IF
           IF WS-PER-MOV(1:4) = WS-ANIO-AUX
              AND WS-PER-MOV NOT > WS-PER-ACTUAL
               ADD WS-MOV-NETO TO WS-EST-PROPIO(WS-PC-SEL, 5)
           END-IF.
       615-END.

       620-CONSOLIDA-RUBROS.
      *    Suma lo propio de cada cuenta en ella y en todas sus
      *    cuentas superiores, y en el total de su tipo.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE WS-PC-IDX TO WS-PC-SEL
               MOVE 0 TO WS-NIVEL-GUARDA
               PERFORM UNTIL WS-PC-SEL = 0 OR WS-NIVEL-GUARDA > 8
                   PERFORM VARYING WS-COL FROM 1 BY 1
                           UNTIL WS-COL > 5
                       ADD WS-EST-PROPIO(WS-PC-IDX, WS-COL)
                           TO WS-EST-TOTAL(WS-PC-SEL, WS-COL)
                   END-PERFORM
                   ADD 1 TO WS-NIVEL-GUARDA
                   IF WS-PC-PADRE(WS-PC-SEL) = SPACES
                       MOVE 0 TO WS-PC-SEL
                   ELSE
                       MOVE WS-PC-PADRE(WS-PC-SEL) TO WS-CTA-AUX
                       PERFORM 170-BUSCA-PLAN
                   END-IF
               END-PERFORM
               MOVE WS-PC-TIPO(WS-PC-IDX) TO WS-TIPO-AUX
               PERFORM 175-INDICE-TIPO
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 5
                   ADD WS-EST-PROPIO(WS-PC-IDX, WS-COL)
                       TO WS-TS-COL(WS-TS-IDX, WS-COL)
               END-PERFORM
           END-PERFORM.
       620-END.

       630-BALANCE-GENERAL.
           MOVE 1 TO WS-COL-BASE
           MOVE 2 TO WS-CANT-COLS
           MOVE SPACES TO ESTADOS-RECORD
           STRING "BALANCE GENERAL AL CIERRE DE " WS-PER-ACTUAL
                  " COMPARATIVO CON " WS-PER-ANTERIOR
               DELIMITED BY SIZE INTO ESTADOS-RECORD
           WRITE ESTADOS-RECORD
           MOVE "CUENTA   DENOMINACION" TO ESTADOS-RECORD
           MOVE "AL" TO ESTADOS-RECORD(55:2)
           MOVE WS-PER-ACTUAL TO ESTADOS-RECORD(58:6)
           MOVE "AL" TO ESTADOS-RECORD(73:2)
           MOVE WS-PER-ANTERIOR TO ESTADOS-RECORD(76:6)
           WRITE ESTADOS-RECORD
           MOVE 'A' TO WS-TIPO-AUX
           MOVE 1 TO WS-SIGNO
           MOVE "ACTIVO" TO WS-TITULO
           PERFORM 632-SECCION
           MOVE 'P' TO WS-TIPO-AUX
           MOVE -1 TO WS-SIGNO
           MOVE "PASIVO" TO WS-TITULO
           PERFORM 632-SECCION
           MOVE 'N' TO WS-TIPO-AUX
           MOVE "PATRIMONIO NETO" TO WS-TITULO
           PERFORM 632-SECCION
      *    Ingresos y egresos que todavia no se volcaron a resultados
      *    acumulados con el cierre del ejercicio.
           COMPUTE WS-VAL-1 = (WS-TS-COL(4, 1) + WS-TS-COL(5, 1)) * -1
           COMPUTE WS-VAL-2 = (WS-TS-COL(4, 2) + WS-TS-COL(5, 2)) * -1
           MOVE SPACES TO WS-CTA-AUX
           MOVE "RESULTADO NO CERRADO" TO WS-NOMBRE-IND
           PERFORM 638-ESCRIBE-LINEA
           COMPUTE WS-VAL-1 = (WS-TS-COL(2, 1) + WS-TS-COL(3, 1)
               + WS-TS-COL(4, 1) + WS-TS-COL(5, 1)) * -1
           COMPUTE WS-VAL-2 = (WS-TS-COL(2, 2) + WS-TS-COL(3, 2)
               + WS-TS-COL(4, 2) + WS-TS-COL(5, 2)) * -1
           MOVE "TOTAL PASIVO Y PATRIMONIO NETO" TO WS-NOMBRE-IND
           PERFORM 638-ESCRIBE-LINEA
           COMPUTE WS-NETO = WS-TS-COL(1, 1) - WS-VAL-1
           COMPUTE WS-DIF = WS-TS-COL(1, 2) - WS-VAL-2
           IF WS-NETO = 0 AND WS-DIF = 0
               MOVE "EL ACTIVO IGUALA AL PASIVO MAS EL PATRIMONIO NETO"
                   TO ESTADOS-RECORD
           ELSE
               MOVE "ATENCION: EL BALANCE GENERAL NO CUADRA"
                   TO ESTADOS-RECORD
           END-IF
           WRITE ESTADOS-RECORD
           DISPLAY ESTADOS-RECORD
           IF WS-SIN-PLAN > 0
               MOVE SPACES TO ESTADOS-RECORD
               STRING "CUENTAS CON SALDO FUERA DEL PLAN: " WS-SIN-PLAN
                   DELIMITED BY SIZE INTO ESTADOS-RECORD
               WRITE ESTADOS-RECORD
               DISPLAY ESTADOS-RECORD
           END-IF
           MOVE SPACES TO ESTADOS-RECORD
           WRITE ESTADOS-RECORD.
       630-END.

       632-SECCION.
      *    Cuentas del tipo WS-TIPO-AUX con sus rubros y el total.
           MOVE SPACES TO ESTADOS-RECORD
           MOVE WS-TITULO TO ESTADOS-RECORD
           WRITE ESTADOS-RECORD
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-TIPO(WS-PC-IDX) = WS-TIPO-AUX
                   PERFORM 635-LINEA-CUENTA
               END-IF
           END-PERFORM
           PERFORM 175-INDICE-TIPO
           COMPUTE WS-VAL-1 =
               WS-TS-COL(WS-TS-IDX, WS-COL-BASE) * WS-SIGNO
           COMPUTE WS-VAL-2 =
               WS-TS-COL(WS-TS-IDX, WS-COL-BASE + 1) * WS-SIGNO
           IF WS-CANT-COLS = 3
               COMPUTE WS-VAL-3 =
                   WS-TS-COL(WS-TS-IDX, WS-COL-BASE + 2) * WS-SIGNO
           END-IF
           MOVE SPACES TO WS-CTA-AUX
           MOVE SPACES TO WS-NOMBRE-IND
           STRING "TOTAL " WS-TITULO DELIMITED BY "  "
               INTO WS-NOMBRE-IND
           PERFORM 638-ESCRIBE-LINEA.
       632-END.

       635-LINEA-CUENTA.
           MOVE WS-PC-CUENTA(WS-PC-IDX) TO WS-CTA-AUX
           MOVE SPACES TO WS-NOMBRE-IND
           COMPUTE WS-IND-POS = (WS-PC-NIVEL(WS-PC-IDX) - 1) * 2 + 1
           MOVE WS-PC-NOMBRE(WS-PC-IDX)
               TO WS-NOMBRE-IND(WS-IND-POS:30)
           COMPUTE WS-VAL-1 =
               WS-EST-TOTAL(WS-PC-IDX, WS-COL-BASE) * WS-SIGNO
           COMPUTE WS-VAL-2 =
               WS-EST-TOTAL(WS-PC-IDX, WS-COL-BASE + 1) * WS-SIGNO
           IF WS-CANT-COLS = 3
               COMPUTE WS-VAL-3 =
                   WS-EST-TOTAL(WS-PC-IDX, WS-COL-BASE + 2) * WS-SIGNO
           END-IF
           PERFORM 638-ESCRIBE-LINEA.
       635-END.

       638-ESCRIBE-LINEA.
           MOVE WS-VAL-1 TO WS-ED-1
           MOVE WS-VAL-2 TO WS-ED-2
           MOVE SPACES TO ESTADOS-RECORD
           IF WS-CANT-COLS = 3
               MOVE WS-VAL-3 TO WS-ED-3
               STRING WS-CTA-AUX " " WS-NOMBRE-IND " " WS-ED-1
                      " " WS-ED-2 " " WS-ED-3
                   DELIMITED BY SIZE INTO ESTADOS-RECORD
           ELSE
               STRING WS-CTA-AUX " " WS-NOMBRE-IND " " WS-ED-1
                      " " WS-ED-2
                   DELIMITED BY SIZE INTO ESTADOS-RECORD
           END-IF
           WRITE ESTADOS-RECORD.
       638-END.

       640-ESTADO-RESULTADOS.
           MOVE 3 TO WS-COL-BASE
           MOVE 3 TO WS-CANT-COLS
           MOVE SPACES TO ESTADOS-RECORD
           STRING "ESTADO DE RESULTADOS DE " WS-PER-ACTUAL
                  " COMPARATIVO CON " WS-PER-ANTERIOR
               DELIMITED BY SIZE INTO ESTADOS-RECORD
           WRITE ESTADOS-RECORD
           MOVE "CUENTA   DENOMINACION" TO ESTADOS-RECORD
           MOVE "MES" TO ESTADOS-RECORD(54:3)
           MOVE WS-PER-ACTUAL TO ESTADOS-RECORD(58:6)
           MOVE "MES" TO ESTADOS-RECORD(72:3)
           MOVE WS-PER-ANTERIOR TO ESTADOS-RECORD(76:6)
           MOVE "EJERC." TO ESTADOS-RECORD(89:6)
           MOVE WS-ANIO-AUX TO ESTADOS-RECORD(96:4)
           WRITE ESTADOS-RECORD
           MOVE 'I' TO WS-TIPO-AUX
           MOVE -1 TO WS-SIGNO
           MOVE "INGRESOS" TO WS-TITULO
           PERFORM 632-SECCION
           MOVE 'E' TO WS-TIPO-AUX
           MOVE 1 TO WS-SIGNO
           MOVE "EGRESOS" TO WS-TITULO
           PERFORM 632-SECCION
           COMPUTE WS-VAL-1 = (WS-TS-COL(4, 3) + WS-TS-COL(5, 3)) * -1
           COMPUTE WS-VAL-2 = (WS-TS-COL(4, 4) + WS-TS-COL(5, 4)) * -1
           COMPUTE WS-VAL-3 = (WS-TS-COL(4, 5) + WS-TS-COL(5, 5)) * -1
           MOVE SPACES TO WS-CTA-AUX
           MOVE "RESULTADO DEL PERIODO" TO WS-NOMBRE-IND
           PERFORM 638-ESCRIBE-LINEA
           DISPLAY ESTADOS-RECORD.
       640-END.

       700-CIERRE-EJERCICIO.
      *    Cancela ingresos y egresos contra resultados acumulados al
      *    31/12 y marca el ejercicio cerrado. Un ejercicio reabierto
      *    se vuelve a cerrar por lo imputado despues del cierre.
           PERFORM 195-VERIFICA-SUPERVISOR
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "El cierre de ejercicio requiere rol "
                       "SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ejercicio a cerrar (AAAA): "
           ACCEPT WS-ANIO-AUX
           IF WS-ANIO-AUX IS NOT NUMERIC
               DISPLAY "Ejercicio invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           IF WS-ANIO-AUX NOT < WS-FECHAHORA(1:4)
               DISPLAY "Solo se cierran ejercicios ya terminados."
               EXIT PARAGRAPH
           END-IF
           PERFORM 180-EJERCICIO-CERRADO
           IF WS-EJ-CERRADO = 'S'
               DISPLAY "El ejercicio " WS-ANIO-AUX " ya esta cerrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM 140-CARGA-GLMAP
           MOVE 'RES-ACUM' TO WS-TIPO-BUSCADO
           PERFORM 150-CUENTA-DE-TIPO
           IF WS-CTA-AUX = SPACES
               DISPLAY "Falta la cuenta de resultados acumulados "
                       "(GLMAP.DAT tipo RES-ACUM)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTA-AUX TO WS-CTA-RESULTADOS
           PERFORM 160-CARGA-PLAN
           PERFORM 170-BUSCA-PLAN
           IF WS-PC-SEL = 0
               DISPLAY "La cuenta de resultados acumulados "
                       WS-CTA-RESULTADOS " no esta en el plan."
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-TIPO(WS-PC-SEL) NOT = 'N'
               DISPLAY "La cuenta de resultados acumulados debe ser "
                       "de patrimonio neto."
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-CARGA-SALDOS
           MOVE WS-CTA-RESULTADOS TO WS-CTA-AUX
           PERFORM 130-BUSCA-CUENTA
           IF WS-SGL-DESBORDE = 'S'
               DISPLAY "SALDOS_GL.DAT supera la tabla de trabajo; "
                       "no se cierra."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PER-ACTUAL
           STRING WS-ANIO-AUX "12" DELIMITED BY SIZE
               INTO WS-PER-ACTUAL
           PERFORM 605-PERIODO-ANTERIOR
           PERFORM 610-CALCULA-ESTADOS
           IF WS-SIN-PLAN > 0
               DISPLAY "Hay " WS-SIN-PLAN " cuentas con saldo fuera "
                       "del plan; carguelas antes de cerrar."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RESULTADO-EJ =
               (WS-TS-COL(4, 1) + WS-TS-COL(5, 1)) * -1
           MOVE WS-RESULTADO-EJ TO WS-ED-1
           DISPLAY "Resultado a cerrar del ejercicio " WS-ANIO-AUX
                   ": " WS-ED-1
           DISPLAY "Se cancelan ingresos y egresos contra la cuenta "
                   WS-CTA-RESULTADOS ". Confirma? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "Cierre cancelado."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-CIERRE WS-RES-DEBE WS-RES-HABER
           MOVE SPACES TO WS-FECHA
           STRING WS-ANIO-AUX "-12-31" DELIMITED BY SIZE
               INTO WS-FECHA
           OPEN OUTPUT CIERRE-FILE
           MOVE SPACES TO CIERRE-RECORD
           STRING "CIERRE DEL EJERCICIO " WS-ANIO-AUX
                  " - ASIENTOS AL " WS-FECHA " - OPERADOR "
                  LK-OPERADOR
               DELIMITED BY SIZE INTO CIERRE-RECORD
           WRITE CIERRE-RECORD
           MOVE "CUENTA   DENOMINACION"
               TO CIERRE-RECORD
           MOVE "DEBE" TO CIERRE-RECORD(60:4)
           MOVE "HABER" TO CIERRE-RECORD(77:5)
           WRITE CIERRE-RECORD
           OPEN EXTEND MOVMES-FILE
           IF WS-MOV-FSTATUS NOT = '00'
               OPEN OUTPUT MOVMES-FILE
           END-IF
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF (WS-PC-TIPO(WS-PC-IDX) = 'I'
                   OR WS-PC-TIPO(WS-PC-IDX) = 'E')
                  AND WS-EST-PROPIO(WS-PC-IDX, 1) NOT = 0
                   PERFORM 710-ASIENTO-CIERRE
               END-IF
           END-PERFORM
           IF WS-RES-DEBE > 0 OR WS-RES-HABER > 0
               MOVE WS-CTA-RESULTADOS TO WS-CTA-AUX
               PERFORM 130-BUSCA-CUENTA
               ADD WS-RES-DEBE TO WS-SGL-DEBE(WS-SGL-SEL)
               ADD WS-RES-HABER TO WS-SGL-HABER(WS-SGL-SEL)
               MOVE WS-FECHA TO GMM-FECHA
               MOVE WS-CTA-RESULTADOS TO GMM-CUENTA
               MOVE 'C' TO GMM-CLASE
               MOVE WS-RES-DEBE TO GMM-DEBE
               MOVE WS-RES-HABER TO GMM-HABER
               WRITE MOVMES-RECORD
               MOVE WS-RES-DEBE TO WS-ED-1
               MOVE WS-RES-HABER TO WS-ED-2
               MOVE SPACES TO CIERRE-RECORD
               STRING WS-CTA-RESULTADOS " RESULTADOS ACUMULADOS"
                      "               " WS-ED-1 " " WS-ED-2
                   DELIMITED BY SIZE INTO CIERRE-RECORD
               WRITE CIERRE-RECORD
           END-IF
           CLOSE MOVMES-FILE
           PERFORM 120-GRABA-SALDOS
           MOVE WS-RESULTADO-EJ TO WS-ED-1
           MOVE SPACES TO CIERRE-RECORD
           STRING "ASIENTOS DE CIERRE: " WS-CONT-CIERRE
                  "  RESULTADO DEL EJERCICIO: " WS-ED-1
               DELIMITED BY SIZE INTO CIERRE-RECORD
           WRITE CIERRE-RECORD
           DISPLAY CIERRE-RECORD
           CLOSE CIERRE-FILE
           MOVE 'C' TO WS-EJ-NUEVO
           PERFORM 190-REGISTRA-EJERCICIO
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'CIERRE-EJERC' TO WS-REP-TIPO
           MOVE 'CIERRE_EJERCICIO.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING 'EJERCICIO ' WS-ANIO-AUX
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO
           DISPLAY "Ejercicio " WS-ANIO-AUX " cerrado. Detalle en "
                   "CIERRE_EJERCICIO.TXT".
       700-END.

       710-ASIENTO-CIERRE.
      *    Lleva a cero la cuenta de resultado; la contrapartida se
      *    junta en la cuenta de resultados acumulados.
           MOVE WS-PC-CUENTA(WS-PC-IDX) TO WS-CTA-AUX
           PERFORM 130-BUSCA-CUENTA
           MOVE 0 TO GMM-DEBE GMM-HABER
           IF WS-EST-PROPIO(WS-PC-IDX, 1) > 0
               MOVE WS-EST-PROPIO(WS-PC-IDX, 1) TO WS-IMPORTE-CIERRE
               ADD WS-IMPORTE-CIERRE TO WS-SGL-HABER(WS-SGL-SEL)
               MOVE WS-IMPORTE-CIERRE TO GMM-HABER
               ADD WS-IMPORTE-CIERRE TO WS-RES-DEBE
           ELSE
               COMPUTE WS-IMPORTE-CIERRE =
                   WS-EST-PROPIO(WS-PC-IDX, 1) * -1
               ADD WS-IMPORTE-CIERRE TO WS-SGL-DEBE(WS-SGL-SEL)
               MOVE WS-IMPORTE-CIERRE TO GMM-DEBE
               ADD WS-IMPORTE-CIERRE TO WS-RES-HABER
           END-IF
           MOVE WS-FECHA TO GMM-FECHA
           MOVE WS-CTA-AUX TO GMM-CUENTA
           MOVE 'C' TO GMM-CLASE
           WRITE MOVMES-RECORD
           ADD 1 TO WS-CONT-CIERRE
           MOVE GMM-DEBE TO WS-ED-1
           MOVE GMM-HABER TO WS-ED-2
           MOVE SPACES TO CIERRE-RECORD
           STRING WS-CTA-AUX " " WS-PC-NOMBRE(WS-PC-IDX) "      "
                  WS-ED-1 " " WS-ED-2
               DELIMITED BY SIZE INTO CIERRE-RECORD
           WRITE CIERRE-RECORD.
       710-END.

       800-REAPERTURA.
           PERFORM 195-VERIFICA-SUPERVISOR
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "La reapertura de ejercicio requiere rol "
                       "SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ejercicio a reabrir (AAAA): "
           ACCEPT WS-ANIO-AUX
           PERFORM 180-EJERCICIO-CERRADO
           IF WS-EJ-CERRADO NOT = 'S'
               DISPLAY "El ejercicio " WS-ANIO-AUX " no esta cerrado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reabrir admite otra vez asientos fechados en "
                   WS-ANIO-AUX ". Confirma? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "Reapertura cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RESULTADO-EJ
           MOVE 'A' TO WS-EJ-NUEVO
           PERFORM 190-REGISTRA-EJERCICIO
           DISPLAY "Ejercicio " WS-ANIO-AUX " reabierto. Al cerrarlo "
                   "de nuevo solo se cancela lo imputado despues.".
       800-END.

       0300-FIN.
           DISPLAY "Regresando a Menu Principal..."
           EXIT PROGRAM.
