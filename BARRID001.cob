      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Acuerdos de barrido automatico de saldos
      *          (BARRIDOS.DAT), operados desde cuentas corrientes
      *          (CTACTE001). Un acuerdo por cuenta corriente con su
      *          saldo objetivo, importe minimo de barrido, direccion
      *          (E excedente / F faltante / A ambas) y producto
      *          destino del excedente (A caja de ahorro / P plazo
      *          fijo a 30 dias). La caja de ahorro vinculada es la
      *          destinataria del excedente y la que cubre los
      *          faltantes. La ejecucion la hace BARRIDO1: todas las
      *          noches desde el cierre diario y, para no rechazar un
      *          cheque sin fondos, desde la camara (CAMARA001).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRID001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUERDOS-FILE ASSIGN TO "BARRIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-FSTATUS.
           SELECT LOG-FILE ASSIGN TO "BARRIDOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACUERDOS-FILE.
       01  ACUERDO-RECORD.
           05  BAR-DOC-CC              PIC X(13).
           05  BAR-SALDO-OBJ           PIC 9(10)V99.
           05  BAR-MINIMO              PIC 9(10)V99.
           05  BAR-DIRECCION           PIC X(01).
           05  BAR-PRODUCTO            PIC X(01).
           05  BAR-DOC-CA              PIC X(13).
           05  BAR-ESTADO              PIC X(01).
           05  BAR-FECHA-ALTA          PIC X(08).
           05  BAR-OPERADOR            PIC X(30).
       FD  LOG-FILE.
       01  LOG-RECORD                  PIC X(120).
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-ACU-FSTATUS              PIC XX.
       01  WS-LOG-FSTATUS              PIC XX.
       01  WS-TIPOCTA-STATUS           PIC XX.

       01  WS-ACUERDOS.
           05  WS-ACU OCCURS 300 TIMES.
               10  WS-ACU-DOC-CC       PIC X(13).
               10  WS-ACU-SALDO-OBJ    PIC 9(10)V99.
               10  WS-ACU-MINIMO       PIC 9(10)V99.
               10  WS-ACU-DIRECCION    PIC X(01).
               10  WS-ACU-PRODUCTO     PIC X(01).
               10  WS-ACU-DOC-CA       PIC X(13).
               10  WS-ACU-ESTADO       PIC X(01).
               10  WS-ACU-FECHA-ALTA   PIC X(08).
               10  WS-ACU-OPERADOR     PIC X(30).
       01  WS-ACU-COUNT                PIC 9(3) VALUE 0.
       01  WS-ACU-IDX                  PIC 9(3).
       01  WS-ACU-SEL                  PIC 9(3).
       01  WS-ACU-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-TIPCTA-DOC               PIC X(13).
       01  WS-TIPCTA-TIPO              PIC X(02).
           88  CUENTA-ES-AHORRO            VALUE 'CA'.
       01  WS-TIPCTA-MONEDA            PIC X(03).
       01  WS-TIPCTA-SUCURSAL          PIC X(03).
       01  WS-TIPCTA-RET-PERIODO       PIC X(06).
       01  WS-TIPCTA-RETIROS           PIC 9(03).
       01  WS-TIPCTA-FOUND             PIC X(01).
       01  WS-MONEDA-CC                PIC X(03).

       01  WS-OPCION                   PIC 9.
       01  WS-DOC-CC-ING               PIC X(13).
       01  WS-DOC-CA-ING               PIC X(13).
       01  WS-OBJ-ING                  PIC 9(10)V99.
       01  WS-MINIMO-ING               PIC 9(10)V99.
       01  WS-DIRECCION-ING            PIC X(1).
       01  WS-PRODUCTO-ING             PIC X(1).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.
       01  WS-IMP-MONTO2               PIC ZZZZZZZZZ9.99.

       01  WS-BR-FUNCION               PIC X(01).
       01  WS-BR-DOC                   PIC X(13).
       01  WS-BR-IMPORTE               PIC 9(10)V99.
       01  WS-BR-RESULTADO             PIC X(01).
       01  WS-BR-CANTIDAD              PIC 9(05).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-ACUERDOS
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   BARRIDO AUTOMATICO DE SALDOS     "
           DISPLAY "===================================="
           DISPLAY "1 - Alta de acuerdo de barrido"
           DISPLAY "2 - Baja de acuerdo"
           DISPLAY "3 - Listar acuerdos"
           DISPLAY "4 - Consultar log de barridos de una cuenta"
           DISPLAY "5 - Ejecutar barrido ahora (SUPERVISOR)"
           DISPLAY "6 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-ALTA-ACUERDO
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-BAJA-ACUERDO
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 400-LISTAR-ACUERDOS
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 450-CONSULTA-LOG
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 500-EJECUTA-BARRIDO
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-ACUERDOS.
           MOVE 0 TO WS-ACU-COUNT
           MOVE 'N' TO WS-ACU-DESBORDE
           OPEN INPUT ACUERDOS-FILE
           IF WS-ACU-FSTATUS = '00'
               PERFORM UNTIL WS-ACU-FSTATUS NOT = '00'
                   READ ACUERDOS-FILE
                       AT END MOVE '10' TO WS-ACU-FSTATUS
                       NOT AT END
                           IF WS-ACU-COUNT >= 300
                               DISPLAY "AVISO: BARRIDOS.DAT supera "
                                   "los 300 acuerdos."
                               MOVE 'S' TO WS-ACU-DESBORDE
                               MOVE '10' TO WS-ACU-FSTATUS
                           ELSE
                               ADD 1 TO WS-ACU-COUNT
                               MOVE ACUERDO-RECORD TO
                                   WS-ACU(WS-ACU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUERDOS-FILE
           END-IF.
       110-END.

       150-GRABA-ACUERDOS.
           IF WS-ACU-DESBORDE = 'S'
               DISPLAY "BARRIDOS.DAT supera la tabla de trabajo; "
                       "no se regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACUERDOS-FILE
           PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-COUNT
               MOVE WS-ACU(WS-ACU-IDX) TO ACUERDO-RECORD
               WRITE ACUERDO-RECORD
           END-PERFORM
           CLOSE ACUERDOS-FILE.
       150-END.

       170-BUSCA-ACUERDO.
           MOVE 0 TO WS-ACU-SEL
           PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-COUNT
               IF WS-ACU-DOC-CC(WS-ACU-IDX) = WS-DOC-CC-ING
                  AND WS-ACU-ESTADO(WS-ACU-IDX) = 'A'
                   MOVE WS-ACU-IDX TO WS-ACU-SEL
               END-IF
           END-PERFORM.
       170-END.

       200-ALTA-ACUERDO.
           IF WS-ACU-DESBORDE = 'S' OR WS-ACU-COUNT >= 300
               DISPLAY "Registro de acuerdos lleno."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento de la cuenta corriente: "
           ACCEPT WS-DOC-CC-ING
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-DOC-CC-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "La cuenta no existe."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CC-ING TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           IF CUENTA-ES-AHORRO
               DISPLAY "El barrido se pacta sobre una cuenta "
                       "corriente."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIPCTA-MONEDA TO WS-MONEDA-CC
           PERFORM 170-BUSCA-ACUERDO
           IF WS-ACU-SEL NOT = 0
               DISPLAY "La cuenta ya tiene un acuerdo activo; de "
                       "de baja el anterior."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Saldo objetivo de la cuenta corriente: "
           ACCEPT WS-OBJ-ING
           DISPLAY "Importe minimo de barrido: "
           ACCEPT WS-MINIMO-ING
           DISPLAY "Direccion (E=excedente F=faltante A=ambas): "
           ACCEPT WS-DIRECCION-ING
           MOVE FUNCTION UPPER-CASE(WS-DIRECCION-ING)
               TO WS-DIRECCION-ING
           IF WS-DIRECCION-ING NOT = 'E' AND NOT = 'F'
              AND NOT = 'A'
               DISPLAY "Direccion invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-PRODUCTO-ING
           IF WS-DIRECCION-ING NOT = 'F'
               DISPLAY "Destino del excedente (A=caja de ahorro "
                       "P=plazo fijo 30 dias): "
               ACCEPT WS-PRODUCTO-ING
               MOVE FUNCTION UPPER-CASE(WS-PRODUCTO-ING)
                   TO WS-PRODUCTO-ING
               IF WS-PRODUCTO-ING NOT = 'A' AND NOT = 'P'
                   DISPLAY "Destino invalido."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-DOC-CA-ING
           IF WS-DIRECCION-ING NOT = 'E' OR WS-PRODUCTO-ING = 'A'
               PERFORM 210-PIDE-CAJA-AHORRO
               IF WS-DOC-CA-ING = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ACU-COUNT
           MOVE WS-DOC-CC-ING    TO WS-ACU-DOC-CC(WS-ACU-COUNT)
           MOVE WS-OBJ-ING       TO WS-ACU-SALDO-OBJ(WS-ACU-COUNT)
           MOVE WS-MINIMO-ING    TO WS-ACU-MINIMO(WS-ACU-COUNT)
           MOVE WS-DIRECCION-ING TO WS-ACU-DIRECCION(WS-ACU-COUNT)
           MOVE WS-PRODUCTO-ING  TO WS-ACU-PRODUCTO(WS-ACU-COUNT)
           MOVE WS-DOC-CA-ING    TO WS-ACU-DOC-CA(WS-ACU-COUNT)
           MOVE 'A'              TO WS-ACU-ESTADO(WS-ACU-COUNT)
           MOVE WS-FECHA-HOY     TO WS-ACU-FECHA-ALTA(WS-ACU-COUNT)
           MOVE LK-OPERADOR      TO WS-ACU-OPERADOR(WS-ACU-COUNT)
           PERFORM 150-GRABA-ACUERDOS
           DISPLAY "Acuerdo de barrido registrado; corre en el "
                   "proximo cierre diario.".
       200-END.

       210-PIDE-CAJA-AHORRO.
      *    La caja de ahorro vinculada debe existir, ser caja de
      *    ahorro y estar en la misma moneda que la cuenta corriente.
           DISPLAY "Documento de la caja de ahorro vinculada: "
           ACCEPT WS-DOC-CA-ING
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-DOC-CA-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "La caja de ahorro no existe."
               MOVE SPACES TO WS-DOC-CA-ING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CA-ING TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           IF NOT CUENTA-ES-AHORRO
               DISPLAY "La cuenta vinculada no es caja de ahorro."
               MOVE SPACES TO WS-DOC-CA-ING
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPCTA-MONEDA NOT = WS-MONEDA-CC
               DISPLAY "La caja de ahorro es de otra moneda."
               MOVE SPACES TO WS-DOC-CA-ING
           END-IF.
       210-END.

       300-BAJA-ACUERDO.
           DISPLAY "Documento de la cuenta corriente: "
           ACCEPT WS-DOC-CC-ING
           PERFORM 170-BUSCA-ACUERDO
           IF WS-ACU-SEL = 0
               DISPLAY "La cuenta no tiene acuerdo activo."
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-ACU-ESTADO(WS-ACU-SEL)
           PERFORM 150-GRABA-ACUERDOS
           DISPLAY "Acuerdo de barrido dado de baja.".
       300-END.

       400-LISTAR-ACUERDOS.
           DISPLAY "CTA CORRIENTE OBJETIVO      MINIMO        D P "
                   "CAJA AHORRO   E ALTA"
           PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-COUNT
               MOVE WS-ACU-SALDO-OBJ(WS-ACU-IDX) TO WS-IMP-MONTO
               MOVE WS-ACU-MINIMO(WS-ACU-IDX) TO WS-IMP-MONTO2
               DISPLAY WS-ACU-DOC-CC(WS-ACU-IDX) " "
                       WS-IMP-MONTO " " WS-IMP-MONTO2 " "
                       WS-ACU-DIRECCION(WS-ACU-IDX) " "
                       WS-ACU-PRODUCTO(WS-ACU-IDX) " "
                       WS-ACU-DOC-CA(WS-ACU-IDX) " "
                       WS-ACU-ESTADO(WS-ACU-IDX) " "
                       WS-ACU-FECHA-ALTA(WS-ACU-IDX)
           END-PERFORM.
       400-END.

       450-CONSULTA-LOG.
           DISPLAY "Documento de la cuenta corriente: "
           ACCEPT WS-DOC-CC-ING
           OPEN INPUT LOG-FILE
           IF WS-LOG-FSTATUS NOT = '00'
               DISPLAY "No hay barridos registrados."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-FSTATUS NOT = '00'
               READ LOG-FILE
                   AT END MOVE '10' TO WS-LOG-FSTATUS
                   NOT AT END
                       IF LOG-RECORD(13:13) = WS-DOC-CC-ING
                           DISPLAY LOG-RECORD(1:100)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.
       450-END.

       500-EJECUTA-BARRIDO.
      *    Normalmente corre en el cierre diario; a mano solo un
      *    SUPERVISOR (p. ej. para recuperar una noche sin cierre).
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "La ejecucion manual requiere rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BR-FUNCION
           MOVE SPACES TO WS-BR-DOC
           MOVE 0 TO WS-BR-IMPORTE
           CALL 'BARRIDO1' USING WS-BR-FUNCION WS-BR-DOC
                                 WS-BR-IMPORTE LK-OPERADOR
                                 WS-BR-RESULTADO WS-BR-CANTIDAD
           DISPLAY "Barridos realizados: " WS-BR-CANTIDAD
                   " (detalle en BARRIDOS.LOG).".
       500-END.

       700-LLAMA-MOVPOST.
           MOVE 'BARRIDO   ' TO WS-MV-CANAL
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.

       COPY "CTATIP001".
       END PROGRAM BARRID001.
