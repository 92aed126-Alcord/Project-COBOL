      *          valor vigente de cada indice en INDICES.DAT. La
      *          corrida aplica indice + spread como nueva
      *          TASA_INTERES de cada hipoteca variable, recalcula las
      *          cuotas pendientes con el sistema de amortizacion de
      *          la hipoteca (CUOHIP1 sobre el capital que resta segun
      *          su base en CONDICIONES_HIP.DAT, que queda actualizada
      *          con la tasa nueva) y emite el aviso por cliente
      *          (REPRECIO_AVISOS.TXT) con tasa anterior, tasa nueva y
      *          cuota nueva; las hipotecas con cuotas vencidas se
      *          reprecian igual pero salen marcadas EN MORA para el
      *          escritorio de cobranzas.
      *          Tambien carga la serie diaria de los indices de
      *          ajuste de capital (UVA) en INDICES.DAT, con cuatro
      *          decimales en IDX-VALOR-UNIDAD, que leen IDXVAL1 y
      *          UVAHIP1 para las hipotecas UVA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TASTMP-FILE ASSIGN TO "HIPOTECAS_TASA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASTMP-FSTATUS.
           SELECT CONDHIP-FILE ASSIGN TO "CONDICIONES_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDHIP-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  IDX-NOMBRE              PIC X(10).
           05  IDX-VALOR               PIC 9(03)V99.
           05  IDX-FECHA               PIC X(08).
           05  IDX-VALOR-UNIDAD        PIC 9(07)V9(04).
       FD  AVISOS-FILE.
       01  AVISO-RECORD                PIC X(120).
       FD  TASTMP-FILE.
       01  TASTMP-RECORD               PIC X(25).
       FD  CONDHIP-FILE.
       01  CONDHIP-RECORD.
           05  CHP-ID-HIPOTECA         PIC 9(06).
           05  CHP-FECHA               PIC X(08).
           05  CHP-SISTEMA             PIC X(01).
           05  CHP-MESES-GRACIA        PIC 9(02).
           05  CHP-CAPITAL             PIC 9(12)V99.
           05  CHP-TASA                PIC 9(03)V99.
           05  CHP-CUOTA-DESDE         PIC 9(03).
           05  CHP-CUOTAS              PIC 9(03).
           05  CHP-MOTIVO              PIC X(10).
           05  CHP-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
      **********************************************************************
           05 SQL-STMT   PIC X(112) VALUE 'SELECT COUNT(*) FROM banco.cu
      -    'otas_hipoteca WHERE ID_HIPOTECA = ? AND ESTADO = ''Pendiente
      -    ''' AND FECHA <= CURDATE()'.
       01 SQL-STMT-5.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 106.
           05 SQL-STMT   PIC X(106) VALUE 'SELECT N_CUOTA FROM banco.cuo
      -    'tas_hipoteca WHERE ID_HIPOTECA = ? AND ESTADO =  ''Pendiente
      -    ''' ORDER BY N_CUOTA'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_REPCUO'.
           05 FILLER     PIC X VALUE LOW-VALUE.
       01 SQL-STMT-6.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 111.
           05 SQL-STMT   PIC X(111) VALUE 'UPDATE banco.cuotas_hipoteca
      -    'SET MONTO_CUOTA = ? WHERE ID_HIPOTECA = ? AND N_CUOTA = ? AN
      -    'D ESTADO = ''Pendiente'''.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0003  PIC S9(3) COMP-3.
           05 SQL-VAR-0004  PIC S9(3) COMP-3.
           05 SQL-VAR-0005  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0006  PIC S9(3) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
       01  WS-TASAS-FSTATUS            PIC XX.
       01  WS-INDICES-FSTATUS          PIC XX.
       01  WS-TASTMP-FSTATUS           PIC XX.
       01  WS-CONDHIP-FSTATUS          PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
       01  WS-SPREAD-ING               PIC 9(3)V99.
       01  WS-VALOR-ING                PIC 9(3)V99.
       01  WS-IDX-VALOR                PIC 9(3)V99.
       01  WS-SERIE-FECHA              PIC X(8).
       01  WS-SERIE-VALOR              PIC 9(7)V9(4).
       01  WS-SERIE-CONT               PIC 9(5).
       01  WS-IDX-ENCONTRADO           PIC X(1).
       01  WS-TASA-NUEVA               PIC 9(3)V99.
       01  WS-CUOTA-NUEVA              PIC 9(10)V99.
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-ED1                      PIC ZZZZZZZZ9.99.

      *    Base de amortizacion de la hipoteca (CONDICIONES_HIP.DAT)
      *    y cuotas Pendientes a reescribir.
       01  WS-AMO-HAY                  PIC X(1).
       01  WS-AMO-SISTEMA              PIC X(1).
       01  WS-AMO-GRACIA               PIC 9(2).
       01  WS-AMO-CAPITAL              PIC 9(12)V99.
       01  WS-AMO-TASA                 PIC 9(3)V99.
       01  WS-AMO-DESDE                PIC 9(3).
       01  WS-AMO-CUOTAS               PIC 9(3).
       01  WS-AMO-NRO-REL              PIC 9(3).
       01  WS-AMO-CUOTA                PIC 9(12)V99.
       01  WS-AMO-INTERES              PIC 9(12)V99.
       01  WS-AMO-AMORT                PIC 9(12)V99.
       01  WS-AMO-SALDO                PIC 9(12)V99.
       01  WS-AMO-GRACIA-RES           PIC 9(2).
       01  WS-AMO-PEND                 PIC 9(3).
       01  WS-AMO-IDX                  PIC 9(3).
       01  WS-AMO-PEND-TAB.
           05  WS-AMO-NRO OCCURS 999 TIMES PIC 9(3).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).
           DISPLAY "1 - Marcar tipo de tasa de una hipoteca"
           DISPLAY "2 - Cargar valor de un indice"
           DISPLAY "3 - Ejecutar reprecio de la cartera variable"
           DISPLAY "4 - Cargar serie diaria de un indice de ajuste "
                   "(UVA)"
           DISPLAY "5 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                   PERFORM 400-EJECUTAR-REPRECIO
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 310-CARGAR-SERIE
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
           MOVE FUNCTION UPPER-CASE(WS-INDICE-ING) TO IDX-NOMBRE
           MOVE WS-VALOR-ING TO IDX-VALOR
           MOVE WS-FECHA-HOY TO IDX-FECHA
           MOVE 0 TO IDX-VALOR-UNIDAD
           WRITE INDICE-RECORD
           CLOSE INDICES-FILE
           DISPLAY "Valor de indice cargado.".
       300-END.

       310-CARGAR-SERIE.
      *    Un valor por dia; una fecha recargada vale por la ultima
      *    carga (IDXVAL1).
           DISPLAY "Nombre del indice de ajuste (ej. UVA): "
           ACCEPT WS-INDICE-ING
           MOVE FUNCTION UPPER-CASE(WS-INDICE-ING) TO WS-INDICE-ING
           IF WS-INDICE-ING = SPACES
               MOVE 'UVA' TO WS-INDICE-ING
           END-IF
           MOVE 0 TO WS-SERIE-CONT
           OPEN EXTEND INDICES-FILE
           IF WS-INDICES-FSTATUS NOT = '00'
               OPEN OUTPUT INDICES-FILE
           END-IF
           PERFORM UNTIL WS-SERIE-FECHA = '00000000'
               DISPLAY "Fecha (AAAAMMDD, 00000000 para terminar): "
               ACCEPT WS-SERIE-FECHA
               IF WS-SERIE-FECHA NOT = '00000000'
                   IF WS-SERIE-FECHA NOT NUMERIC
                       DISPLAY "Fecha invalida."
                   ELSE
                       DISPLAY "Valor del " WS-INDICE-ING
                               " (ej. 0001234.5678): "
                       ACCEPT WS-SERIE-VALOR
                       IF WS-SERIE-VALOR = 0
                           DISPLAY "Valor invalido."
                       ELSE
                           MOVE WS-INDICE-ING TO IDX-NOMBRE
                           MOVE 0 TO IDX-VALOR
                           MOVE WS-SERIE-FECHA TO IDX-FECHA
                           MOVE WS-SERIE-VALOR TO IDX-VALOR-UNIDAD
                           WRITE INDICE-RECORD
                           ADD 1 TO WS-SERIE-CONT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SERIE-FECHA
           CLOSE INDICES-FILE
           DISPLAY "Valores cargados: " WS-SERIE-CONT.
       310-END.

       350-ULTIMO-VALOR-INDICE.
      *    Vale la ultima carga del indice (el archivo es un
      *    historial por fecha).
           IF DB-PENDIENTES = 0
               EXIT PARAGRAPH
           END-IF
      *    El capital que resta se reamortiza a la tasa nueva en las
      *    cuotas Pendientes, con el sistema y la gracia restante de
      *    la hipoteca.
           PERFORM 415-LEE-CONDICIONES
           PERFORM 416-CARGA-PENDIENTES
           IF WS-AMO-PEND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 417-CAPITAL-VIGENTE
           PERFORM 440-ACTUALIZA-TASA
           PERFORM 450-ACTUALIZA-CUOTAS
           PERFORM 470-GRABA-CONDICIONES
           PERFORM 460-CUOTAS-VENCIDAS
           IF DB-VENCIDAS > 0
               MOVE "EN MORA " TO WS-MORA-FLAG
           DISPLAY AVISO-RECORD.
       410-END.

       415-LEE-CONDICIONES.
      *    Vale el ultimo registro de la hipoteca; sin registro es
      *    francesa sin gracia sobre el saldo actual.
           MOVE 'N' TO WS-AMO-HAY
           MOVE 'F' TO WS-AMO-SISTEMA
           MOVE 0 TO WS-AMO-GRACIA WS-AMO-CAPITAL WS-AMO-TASA
                     WS-AMO-DESDE WS-AMO-CUOTAS
           OPEN INPUT CONDHIP-FILE
           IF WS-CONDHIP-FSTATUS = '00'
               PERFORM UNTIL WS-CONDHIP-FSTATUS NOT = '00'
                   READ CONDHIP-FILE
                       AT END MOVE '10' TO WS-CONDHIP-FSTATUS
                       NOT AT END
                           IF CHP-ID-HIPOTECA = HT-ID-HIPOTECA
                               MOVE 'S' TO WS-AMO-HAY
                               MOVE CHP-SISTEMA TO WS-AMO-SISTEMA
                               MOVE CHP-MESES-GRACIA
                                   TO WS-AMO-GRACIA
                               MOVE CHP-CAPITAL TO WS-AMO-CAPITAL
                               MOVE CHP-TASA TO WS-AMO-TASA
                               MOVE CHP-CUOTA-DESDE TO WS-AMO-DESDE
                               MOVE CHP-CUOTAS TO WS-AMO-CUOTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONDHIP-FILE
           END-IF.
       415-END.

       416-CARGA-PENDIENTES.
           MOVE 0 TO WS-AMO-PEND
           IF SQL-PREP OF SQL-STMT-5 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-5
                                   SQLCA
           END-IF
           MOVE HT-ID-HIPOTECA TO SQL-VAR-0004
           CALL 'OCSQLOCU' USING SQL-STMT-5
                               SQLCA
           END-CALL
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SQLCODE = 100
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0006
               MOVE '3' TO SQL-TYPE(1)
               MOVE 2 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-5
                                   SQLCA
               IF SQLCODE = 0 AND WS-AMO-PEND < 999
                   ADD 1 TO WS-AMO-PEND
                   MOVE SQL-VAR-0006 TO WS-AMO-NRO(WS-AMO-PEND)
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-5
                               SQLCA
           END-CALL.
       416-END.

       417-CAPITAL-VIGENTE.
      *    Saldo de capital de la base antes de la primera cuota
      *    Pendiente, y la gracia que le queda; la nueva base va
      *    desde esa cuota, a la tasa nueva.
           MOVE 0 TO WS-AMO-GRACIA-RES
           IF WS-AMO-HAY = 'S'
              AND WS-AMO-NRO(1) >= WS-AMO-DESDE
               COMPUTE WS-AMO-NRO-REL =
                   WS-AMO-NRO(1) - WS-AMO-DESDE + 1
               CALL 'CUOHIP1' USING WS-AMO-SISTEMA WS-AMO-GRACIA
                                    WS-AMO-CAPITAL WS-AMO-TASA
                                    WS-AMO-CUOTAS WS-AMO-NRO-REL
                                    WS-AMO-CUOTA WS-AMO-INTERES
                                    WS-AMO-AMORT WS-AMO-SALDO
               MOVE WS-AMO-SALDO TO WS-AMO-CAPITAL
               IF WS-AMO-GRACIA >= WS-AMO-NRO-REL
                   COMPUTE WS-AMO-GRACIA-RES =
                       WS-AMO-GRACIA - WS-AMO-NRO-REL + 1
               END-IF
           ELSE
               MOVE 0 TO WS-AMO-CAPITAL
               IF DB-SALDO > 0
                   MOVE DB-SALDO TO WS-AMO-CAPITAL
               END-IF
           END-IF
           MOVE WS-AMO-GRACIA-RES TO WS-AMO-GRACIA
           MOVE WS-TASA-NUEVA TO WS-AMO-TASA
           MOVE WS-AMO-NRO(1) TO WS-AMO-DESDE
           MOVE WS-AMO-PEND TO WS-AMO-CUOTAS.
       417-END.

       420-LEE-HIPOTECA.
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0001
       440-END.

       450-ACTUALIZA-CUOTAS.
      *    Cada cuota Pendiente con su importe segun la nueva base;
      *    el aviso informa la primera.
           IF SQL-PREP OF SQL-STMT-6 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0005
               MOVE '3' TO SQL-TYPE(1)
               MOVE 8 TO SQL-LEN(1)
               MOVE '3' TO SQL-TYPE(2)
               MOVE 2 TO SQL-LEN(2)
               MOVE X'00' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF SQL-VAR-0006
               MOVE '3' TO SQL-TYPE(3)
               MOVE 2 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-6
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE 0 TO WS-CUOTA-NUEVA
           PERFORM VARYING WS-AMO-IDX FROM 1 BY 1
                   UNTIL WS-AMO-IDX > WS-AMO-PEND
               MOVE WS-AMO-IDX TO WS-AMO-NRO-REL
               CALL 'CUOHIP1' USING WS-AMO-SISTEMA WS-AMO-GRACIA
                                    WS-AMO-CAPITAL WS-AMO-TASA
                                    WS-AMO-CUOTAS WS-AMO-NRO-REL
                                    WS-AMO-CUOTA WS-AMO-INTERES
                                    WS-AMO-AMORT WS-AMO-SALDO
               IF WS-AMO-IDX = 1
                   MOVE WS-AMO-CUOTA TO WS-CUOTA-NUEVA
               END-IF
               MOVE WS-AMO-CUOTA TO SQL-VAR-0005
               MOVE HT-ID-HIPOTECA TO SQL-VAR-0004
               MOVE WS-AMO-NRO(WS-AMO-IDX) TO SQL-VAR-0006
               CALL 'OCSQLEXE' USING SQL-STMT-6
                                   SQLCA
           END-PERFORM
           CALL 'OCSQLCMT' USING SQLCA END-CALL.
       450-END.

           MOVE SQL-VAR-0003 TO DB-VENCIDAS.
       460-END.

       470-GRABA-CONDICIONES.
           OPEN EXTEND CONDHIP-FILE
           IF WS-CONDHIP-FSTATUS NOT = '00'
               OPEN OUTPUT CONDHIP-FILE
           END-IF
           MOVE HT-ID-HIPOTECA TO CHP-ID-HIPOTECA
           MOVE WS-FECHA-HOY TO CHP-FECHA
           MOVE WS-AMO-SISTEMA TO CHP-SISTEMA
           MOVE WS-AMO-GRACIA TO CHP-MESES-GRACIA
           MOVE WS-AMO-CAPITAL TO CHP-CAPITAL
           MOVE WS-AMO-TASA TO CHP-TASA
           MOVE WS-AMO-DESDE TO CHP-CUOTA-DESDE
           MOVE WS-AMO-CUOTAS TO CHP-CUOTAS
           MOVE 'REPRECIO' TO CHP-MOTIVO
           MOVE LK-OPERADOR TO CHP-OPERADOR
           WRITE CONDHIP-RECORD
           CLOSE CONDHIP-FILE.
       470-END.

       COPY "DBPARM001".

       0100-INICIO.
