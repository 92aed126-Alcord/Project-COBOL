           SELECT PRENDAS-FILE ASSIGN TO "PF_PRENDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENDAS-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.
           SELECT TASAPREF-FILE ASSIGN TO "PF_TASA_PREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASAPREF-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PRE-ESTADO              PIC X(01).
           05  PRE-FECHA               PIC X(08).

       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).

       FD  TASAPREF-FILE.
       01  TASAPREF-RECORD.
           05  TPR-PF-NRO              PIC 9(05).
           05  TPR-DOC                 PIC X(13).
           05  TPR-FECHA               PIC X(08).
           05  TPR-MONEDA              PIC X(03).
           05  TPR-PLAZO               PIC 9(03).
           05  TPR-CAPITAL             PIC 9(10)V99.
           05  TPR-PIZ-ENC             PIC X(01).
           05  TPR-TASA-PIZARRA        PIC 9(03)V99.
           05  TPR-TASA-APLICADA       PIC 9(03)V99.
           05  TPR-OPERADOR            PIC X(30).
           05  TPR-APROBADOR           PIC X(30).

       WORKING-STORAGE SECTION.
      **********************************************************************
      *******                EMBEDDED SQL VARIABLES                  *******
       01  WS-PRE-COUNT                PIC 9(3) VALUE 0.
       01  WS-PRE-IDX                  PIC 9(3).
       01  WS-PRE-DESB                 PIC X(1) VALUE 'N'.
       01  WS-TIPOCTA-STATUS           PIC XX.
       01  WS-TIPCTA-DOC               PIC X(13).
       01  WS-TIPCTA-FOUND             PIC X(01).
       01  WS-TIPCTA-TIPO              PIC X(02).
       01  WS-TIPCTA-MONEDA            PIC X(03).
       01  WS-TIPCTA-SUCURSAL          PIC X(03).
       01  WS-TIPCTA-RET-PERIODO       PIC X(06).
       01  WS-TIPCTA-RETIROS           PIC 9(03).
       01  WS-TASAPREF-FSTATUS         PIC XX.
       01  WS-PZ-TASA                  PIC 9(3)V99.
       01  WS-PZ-ENC                   PIC X(01).
       01  WS-PZ-CAPITAL               PIC 9(10)V99.
       01  WS-PZ-ACEPTA                PIC X(01).
       01  WS-TASA-PREF                PIC X(01).
       01  WS-APROBADOR                PIC X(30).
       01  WS-AUT-RESULTADO            PIC X(01).
       01  WS-TASA-ED2                 PIC ZZ9.99.

       01  WS-BP-FUNCION               PIC X(01).
       01  WS-BP-CLAVE                 PIC X(20).
       01  WS-BP-VALOR                 PIC X(60).
       01  WS-BP-RESULTADO             PIC X(01).
       01  WS-BP-MODO                  PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           PERFORM 950-MODO-NOCTURNO
           ACCEPT WS-FECHA FROM DATE
           PERFORM 951-FECHA-NOCTURNA
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-PLAZOS
      *        sin poder persistir el estado de los certificados).
               DISPLAY "Modulo de plazos fijos no disponible hasta "
                       "depurar PLAZOFIJO.DAT o ampliar la tabla."
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "PLAZOFIJO.DAT SUPERA LA TABLA" TO WS-BP-VALOR
               PERFORM 952-INFORMA-NOCTURNO
               PERFORM 0300-FIN
           END-IF
           IF WS-BP-MODO = 'S'
               PERFORM 953-DESATENDIDO
               GOBACK
           END-IF
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "2 - Consultar plazos fijos de un cliente"
           DISPLAY "3 - Procesar vencimientos del dia"
           DISPLAY "4 - Precancelacion (SUPERVISOR)"
           DISPLAY "5 - Pizarra de tasas"
           DISPLAY "6 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                   PERFORM 500-PRECANCELAR
                   PERFORM 100-MENU
               WHEN 5
                   CALL 'PZPF001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
               DISPLAY "Fondos insuficientes para la colocacion."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ingrese el plazo en dias (30/60/90/180/365): "
           ACCEPT WS-PLAZO-ING
           IF WS-PLAZO-ING = 0
               DISPLAY "Plazo invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 220-DEFINE-TASA
           IF WS-TASA-ING = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-PEDIR-INSTRUCCION

           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-INSTR-ING TO WS-PF-INSTRUCCION(WS-PF-COUNT)
           MOVE 'V' TO WS-PF-ESTADO(WS-PF-COUNT)
           PERFORM 120-GRABA-PLAZOS
           IF WS-TASA-PREF = 'S'
               PERFORM 230-REGISTRA-TASA-PREF
           END-IF
           DISPLAY "Plazo fijo " WS-PF-NRO(WS-PF-COUNT)
                   " constituido. Vence el " WS-FECHA-VTO.
       200-END.
           END-IF.
       210-END.

      *    La tasa sale de la pizarra (PZPFTAS1) segun la moneda de
      *    la cuenta, el plazo y el capital. Cualquier otra tasa, o
      *    una colocacion que la pizarra no cubre, es preferencial y
      *    necesita la autorizacion de un SUPERVISOR (SUPAUT1).
      *    WS-TASA-ING en cero indica que la colocacion no sigue.
       220-DEFINE-TASA.
           MOVE 'N' TO WS-TASA-PREF
           MOVE SPACES TO WS-APROBADOR
           MOVE WS-DOC-CLI TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           CALL 'PZPFTAS1' USING WS-TIPCTA-MONEDA WS-PLAZO-ING
                                 WS-CAPITAL-ING WS-FECHA-HOY
                                 WS-PZ-TASA WS-PZ-ENC
           MOVE 'N' TO WS-PZ-ACEPTA
           IF WS-PZ-ENC = 'S'
               MOVE WS-PZ-TASA TO WS-TASA-ED
               DISPLAY "Tasa de pizarra: " WS-TASA-ED
               DISPLAY "Aplica la tasa de pizarra? (S/N): "
               ACCEPT WS-PZ-ACEPTA
               MOVE FUNCTION UPPER-CASE(WS-PZ-ACEPTA) TO WS-PZ-ACEPTA
           ELSE
               DISPLAY "La pizarra no cubre esta colocacion "
                       "(moneda " WS-TIPCTA-MONEDA ")."
           END-IF
           IF WS-PZ-ACEPTA = 'S'
               MOVE WS-PZ-TASA TO WS-TASA-ING
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ingrese la tasa nominal anual (ej. 030.00): "
           ACCEPT WS-TASA-ING
           IF WS-TASA-ING = 0
               DISPLAY "Tasa invalida."
               EXIT PARAGRAPH
           END-IF
           IF WS-PZ-ENC = 'S' AND WS-TASA-ING = WS-PZ-TASA
               EXIT PARAGRAPH
           END-IF
           CALL 'SUPAUT1' USING LK-OPERADOR WS-APROBADOR
                                WS-AUT-RESULTADO
           IF WS-AUT-RESULTADO NOT = 'S'
               DISPLAY "Tasa preferencial no autorizada. Colocacion "
                       "cancelada."
               MOVE 0 TO WS-TASA-ING
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-TASA-PREF.
       220-END.

       230-REGISTRA-TASA-PREF.
           OPEN EXTEND TASAPREF-FILE
           IF WS-TASAPREF-FSTATUS NOT = '00'
               OPEN OUTPUT TASAPREF-FILE
           END-IF
           MOVE WS-PF-NRO(WS-PF-COUNT) TO TPR-PF-NRO
           MOVE WS-DOC-CLI             TO TPR-DOC
           MOVE WS-FECHA-HOY           TO TPR-FECHA
           MOVE WS-TIPCTA-MONEDA       TO TPR-MONEDA
           MOVE WS-PLAZO-ING           TO TPR-PLAZO
           MOVE WS-CAPITAL-ING         TO TPR-CAPITAL
           MOVE WS-PZ-ENC              TO TPR-PIZ-ENC
           MOVE WS-PZ-TASA             TO TPR-TASA-PIZARRA
           MOVE WS-TASA-ING            TO TPR-TASA-APLICADA
           MOVE LK-OPERADOR            TO TPR-OPERADOR
           MOVE WS-APROBADOR           TO TPR-APROBADOR
           WRITE TASAPREF-RECORD
           CLOSE TASAPREF-FILE
           IF WS-CONECTADO = 'N'
               PERFORM 0100-INICIO
               MOVE 'S' TO WS-CONECTADO
           END-IF
           MOVE LK-OPERADOR TO WT-AUDIT-USUARIO
           MOVE 'PLAZOFIJO' TO WT-AUDIT-TABLA
           MOVE SPACES TO WT-AUDIT-ID-REG
           STRING "PF " WS-PF-NRO(WS-PF-COUNT)
               DELIMITED BY SIZE INTO WT-AUDIT-ID-REG
           MOVE 'TASA PREFERENCIAL' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           IF WS-PZ-ENC = 'S'
               MOVE WS-PZ-TASA TO WS-TASA-ED
               STRING "PIZARRA " FUNCTION TRIM(WS-TASA-ED)
                   DELIMITED BY SIZE INTO WT-AUDIT-VALOR-ANT
           ELSE
               MOVE "SIN PIZARRA" TO WT-AUDIT-VALOR-ANT
           END-IF
           MOVE WS-TASA-ING TO WS-TASA-ED2
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING FUNCTION TRIM(WS-TASA-ED2) " AUT "
                  FUNCTION TRIM(WS-APROBADOR)
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 530-REGISTRA-AUDITORIA.
       230-END.

       300-CONSULTAR.
           DISPLAY "Ingrese Documento Cliente: "
           ACCEPT WS-DOC-CLI
           MOVE WS-PF-NRO-MAX TO WS-PF-NRO(WS-PF-COUNT)
           MOVE WS-PF-DOC(WS-PF-IDX) TO WS-PF-DOC(WS-PF-COUNT)
           MOVE WS-MONTO-ACRED TO WS-PF-CAPITAL(WS-PF-COUNT)
           PERFORM 440-TASA-RENOVACION
           MOVE WS-PF-PLAZO-DIAS(WS-PF-IDX)
               TO WS-PF-PLAZO-DIAS(WS-PF-COUNT)
           MOVE WS-FECHA-HOY TO WS-PF-FECHA-ALTA(WS-PF-COUNT)
           END-IF.
       430-END.

      *    La renovacion toma la tasa de pizarra vigente hoy para el
      *    nuevo capital; una tasa preferencial no se arrastra. Si la
      *    pizarra no cubre la colocacion se mantiene la tasa anterior
      *    y queda anotado en el reporte de vencimientos.
       440-TASA-RENOVACION.
           MOVE WS-PF-DOC(WS-PF-IDX) TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           MOVE WS-MONTO-ACRED TO WS-PZ-CAPITAL
           CALL 'PZPFTAS1' USING WS-TIPCTA-MONEDA
                                 WS-PF-PLAZO-DIAS(WS-PF-IDX)
                                 WS-PZ-CAPITAL WS-FECHA-HOY
                                 WS-PZ-TASA WS-PZ-ENC
           IF WS-PZ-ENC = 'S'
               MOVE WS-PZ-TASA TO WS-PF-TASA(WS-PF-COUNT)
           ELSE
               MOVE WS-PF-TASA(WS-PF-IDX) TO WS-PF-TASA(WS-PF-COUNT)
               MOVE WS-PF-TASA(WS-PF-IDX) TO WS-TASA-ED
               MOVE SPACES TO VTOS-RECORD
               STRING "PF " WS-PF-NRO(WS-PF-IDX)
                      " SIN TASA DE PIZARRA; RENUEVA A TASA ANTERIOR "
                      WS-TASA-ED
                   DELIMITED BY SIZE INTO VTOS-RECORD
               WRITE VTOS-RECORD
               DISPLAY VTOS-RECORD
           END-IF.
       440-END.

       500-PRECANCELAR.
      *    Rescate anticipado del certificado, con la venia del
      *    SUPERVISOR: paga el capital mas el interes por los dias
                   .

       COPY "DBPARM001".
       COPY "CTATIP001".

       0100-INICIO.
      *-----------------------------------------------------------------
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       950-MODO-NOCTURNO.
      *    Corrida nocturna desatendida (NOCTUR001): sin operador en
      *    pantalla, los parametros llegan por BATPARM1.
           MOVE 'M' TO WS-BP-FUNCION
           MOVE SPACES TO WS-BP-CLAVE WS-BP-VALOR
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-MODO.
       950-END.

       951-FECHA-NOCTURNA.
      *    La fecha de proceso de la corrida reemplaza a la del dia.
           IF WS-BP-MODO = 'S'
               MOVE 'G' TO WS-BP-FUNCION
               MOVE 'FECHA' TO WS-BP-CLAVE
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
               IF WS-BP-RESULTADO = 'S'
                   MOVE WS-BP-VALOR(3:6) TO WS-FECHA
               END-IF
           END-IF.
       951-END.

       952-INFORMA-NOCTURNO.
      *    Resultado del paso ('C'/'E' en WS-BP-RESULTADO) y sus
      *    contadores o el motivo del error en WS-BP-VALOR.
           IF WS-BP-MODO = 'S'
               MOVE 'R' TO WS-BP-FUNCION
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
           END-IF.
       952-END.

       953-DESATENDIDO.
           MOVE 0 TO WS-CONT-VTOS
           PERFORM 400-PROCESAR-VENCIMIENTOS
           MOVE 'C' TO WS-BP-RESULTADO
           MOVE SPACES TO WS-BP-VALOR
           STRING "VENCIMIENTOS=" WS-CONT-VTOS
               DELIMITED BY SIZE INTO WS-BP-VALOR
           PERFORM 952-INFORMA-NOCTURNO.
       953-END.

       0300-FIN.
           DISPLAY "Regresando a Menu Principal..."
           EXIT PROGRAM.
