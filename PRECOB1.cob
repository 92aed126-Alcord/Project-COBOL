      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Cobro de cuotas de prestamos personales. Lo usan la
      *          ventanilla de PREPER001 y la corrida de DEBAUT001,
      *          asi las dos vias marcan las cuotas y bajan el saldo
      *          del prestamo con la misma regla. Las cuotas se cobran
      *          en orden, una por una, mientras alcancen los fondos:
      *            LK-MAX-CUOTAS = 0  cobra todas las cuotas vencidas
      *                               a hoy (debito automatico).
      *            LK-MAX-CUOTAS > 0  cobra las proximas N cuotas
      *                               pendientes, vencidas o no
      *                               (pago por ventanilla).
      *          LK-MODO: 'C' = debito en la cuenta del titular via
      *          MOVPOST1 (mismas reglas de disponible que la
      *          ventanilla), 'E' = efectivo contra la sesion de caja
      *          del operador (CAJASES1).
      *          LK-RESULTADO: 'S' = se cobro al menos una cuota,
      *          'N' = no habia cuotas para cobrar, 'F' = fondos
      *          insuficientes, 'B' = cuenta bloqueada o inexistente,
      *          'C' = el operador no tiene la caja abierta,
      *          'X' = prestamo inexistente o no vigente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOB1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREST-FSTATUS.
           SELECT CUOTAS-FILE ASSIGN TO "PREST_CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUOTAS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-FILE.
       01  PRESTAMO-RECORD.
           05  PP-NRO                  PIC 9(06).
           05  PP-DOC                  PIC X(13).
           05  PP-ID-CLIENTE           PIC 9(10).
           05  PP-CAPITAL              PIC 9(10)V99.
           05  PP-TASA                 PIC 9(03)V99.
           05  PP-CUOTAS               PIC 9(03).
           05  PP-CUOTA-IMP            PIC 9(10)V99.
           05  PP-SALDO                PIC 9(10)V99.
           05  PP-FECHA-ALTA           PIC X(08).
           05  PP-SCORE                PIC 9(04).
           05  PP-OPERADOR             PIC X(30).
           05  PP-APROBADOR            PIC X(30).
           05  PP-ESTADO               PIC X(01).
       FD  CUOTAS-FILE.
       01  CUOTA-RECORD.
           05  PC-NRO                  PIC 9(06).
           05  PC-CUOTA                PIC 9(03).
           05  PC-DOC                  PIC X(13).
           05  PC-ID-CLIENTE           PIC 9(10).
           05  PC-VTO                  PIC X(08).
           05  PC-CAPITAL              PIC 9(10)V99.
           05  PC-INTERES              PIC 9(10)V99.
           05  PC-IMPORTE              PIC 9(10)V99.
           05  PC-ESTADO               PIC X(01).
           05  PC-FECHA-PAGO           PIC X(08).
           05  PC-CANAL                PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PREST-FSTATUS            PIC XX.
       01  WS-CUOTAS-FSTATUS           PIC XX.
       01  WS-PRESTAMOS.
           05  WS-PP OCCURS 500 TIMES  PIC X(146).
       01  WS-PP-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PP-IDX                   PIC 9(3).
       01  WS-PP-SEL                   PIC 9(3).
       01  WS-CUOTAS.
           05  WS-PC OCCURS 3000 TIMES.
               10  WS-PC-NRO           PIC 9(06).
               10  WS-PC-CUOTA         PIC 9(03).
               10  WS-PC-DOC           PIC X(13).
               10  WS-PC-ID-CLIENTE    PIC 9(10).
               10  WS-PC-VTO           PIC X(08).
               10  WS-PC-CAPITAL       PIC 9(10)V99.
               10  WS-PC-INTERES       PIC 9(10)V99.
               10  WS-PC-IMPORTE       PIC 9(10)V99.
               10  WS-PC-ESTADO        PIC X(01).
               10  WS-PC-FECHA-PAGO    PIC X(08).
               10  WS-PC-CANAL         PIC X(10).
       01  WS-PC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PC-IDX                   PIC 9(4).
       01  WS-DESBORDE                 PIC X(1) VALUE 'N'.
       01  WS-CORTA                    PIC X(1).
       01  WS-PENDIENTES               PIC 9(3).
       01  WS-CAPITAL-COBRADO          PIC 9(10)V99.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).
       01  WS-CS-TIPO                  PIC X(01).
       01  WS-CS-MONTO                 PIC 9(10)V99.
       01  WS-CS-RESULTADO             PIC X(01).

       LINKAGE SECTION.
       01  LK-NRO-PREST                PIC 9(06).
       01  LK-MODO                     PIC X(01).
       01  LK-MAX-CUOTAS               PIC 9(03).
       01  LK-CANAL                    PIC X(10).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-CUOTAS-PAG               PIC 9(03).
       01  LK-IMPORTE                  PIC 9(10)V99.
       01  LK-RESULTADO                PIC X(01).

       PROCEDURE DIVISION USING LK-NRO-PREST LK-MODO LK-MAX-CUOTAS
                                LK-CANAL LK-OPERADOR LK-CUOTAS-PAG
                                LK-IMPORTE LK-RESULTADO.
       MAIN-PROGRAM.
           MOVE 'X' TO LK-RESULTADO
           MOVE 0 TO LK-CUOTAS-PAG LK-IMPORTE WS-CAPITAL-COBRADO
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-PRESTAMOS
           PERFORM 120-CARGA-CUOTAS
           IF WS-DESBORDE = 'S'
      *        Con la carga truncada no se puede regrabar sin perder
      *        prestamos o cuotas: no se cobra nada.
               DISPLAY "PRESTAMOS.DAT o PREST_CUOTAS.DAT superan la "
                       "tabla de trabajo; cobro no realizado."
               GOBACK
           END-IF
           MOVE 0 TO WS-PP-SEL
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               MOVE WS-PP(WS-PP-IDX) TO PRESTAMO-RECORD
               IF PP-NRO = LK-NRO-PREST
                   MOVE WS-PP-IDX TO WS-PP-SEL
                   MOVE WS-PP-COUNT TO WS-PP-IDX
               END-IF
           END-PERFORM
           IF WS-PP-SEL = 0
               GOBACK
           END-IF
           MOVE WS-PP(WS-PP-SEL) TO PRESTAMO-RECORD
           IF PP-ESTADO NOT = 'V'
               GOBACK
           END-IF
           MOVE 'N' TO LK-RESULTADO
           MOVE 'N' TO WS-CORTA
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT OR WS-CORTA = 'S'
               IF WS-PC-NRO(WS-PC-IDX) = LK-NRO-PREST
                  AND WS-PC-ESTADO(WS-PC-IDX) = 'P'
                   PERFORM 200-EVALUA-CUOTA
               END-IF
           END-PERFORM
           IF LK-CUOTAS-PAG = 0
               GOBACK
           END-IF
           PERFORM 300-ACTUALIZA-PRESTAMO
           PERFORM 150-GRABA-CUOTAS
           PERFORM 140-GRABA-PRESTAMOS
           MOVE 'S' TO LK-RESULTADO
           GOBACK.

       110-CARGA-PRESTAMOS.
           MOVE 0 TO WS-PP-COUNT
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PREST-FSTATUS = '00'
               PERFORM UNTIL WS-PREST-FSTATUS NOT = '00'
                   READ PRESTAMOS-FILE
                       AT END MOVE '10' TO WS-PREST-FSTATUS
                       NOT AT END
                           IF WS-PP-COUNT >= 500
                               MOVE 'S' TO WS-DESBORDE
                               MOVE '10' TO WS-PREST-FSTATUS
                           ELSE
                               ADD 1 TO WS-PP-COUNT
                               MOVE PRESTAMO-RECORD
                                   TO WS-PP(WS-PP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF.
       110-END.

       120-CARGA-CUOTAS.
           MOVE 0 TO WS-PC-COUNT
           OPEN INPUT CUOTAS-FILE
           IF WS-CUOTAS-FSTATUS = '00'
               PERFORM UNTIL WS-CUOTAS-FSTATUS NOT = '00'
                   READ CUOTAS-FILE
                       AT END MOVE '10' TO WS-CUOTAS-FSTATUS
                       NOT AT END
                           IF WS-PC-COUNT >= 3000
                               MOVE 'S' TO WS-DESBORDE
                               MOVE '10' TO WS-CUOTAS-FSTATUS
                           ELSE
                               ADD 1 TO WS-PC-COUNT
                               MOVE CUOTA-RECORD
                                   TO WS-PC(WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-FILE
           END-IF.
       120-END.

       140-GRABA-PRESTAMOS.
           OPEN OUTPUT PRESTAMOS-FILE
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               MOVE WS-PP(WS-PP-IDX) TO PRESTAMO-RECORD
               WRITE PRESTAMO-RECORD
           END-PERFORM
           CLOSE PRESTAMOS-FILE.
       140-END.

       150-GRABA-CUOTAS.
           OPEN OUTPUT CUOTAS-FILE
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE WS-PC(WS-PC-IDX) TO CUOTA-RECORD
               WRITE CUOTA-RECORD
           END-PERFORM
           CLOSE CUOTAS-FILE.
       150-END.

       200-EVALUA-CUOTA.
           IF LK-MAX-CUOTAS = 0
               IF WS-PC-VTO(WS-PC-IDX) > WS-FECHA-HOY
                   MOVE 'S' TO WS-CORTA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF LK-CUOTAS-PAG >= LK-MAX-CUOTAS
                   MOVE 'S' TO WS-CORTA
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LK-MODO = 'E'
               PERFORM 220-COBRA-EFECTIVO
           ELSE
               PERFORM 210-COBRA-CUENTA
           END-IF
           IF WS-CORTA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-PC-ESTADO(WS-PC-IDX)
           MOVE WS-FECHA-HOY TO WS-PC-FECHA-PAGO(WS-PC-IDX)
           MOVE LK-CANAL TO WS-PC-CANAL(WS-PC-IDX)
           ADD 1 TO LK-CUOTAS-PAG
           ADD WS-PC-IMPORTE(WS-PC-IDX) TO LK-IMPORTE
           ADD WS-PC-CAPITAL(WS-PC-IDX) TO WS-CAPITAL-COBRADO.
       200-END.

       210-COBRA-CUENTA.
           MOVE 'D' TO WS-MV-FUNCION
           MOVE PP-DOC TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               MOVE 'S' TO WS-CORTA
               IF LK-CUOTAS-PAG = 0
                   MOVE 'B' TO LK-RESULTADO
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-IMPORTE(WS-PC-IDX) > WS-MV-SALDO
               MOVE 'S' TO WS-CORTA
               IF LK-CUOTAS-PAG = 0
                   MOVE 'F' TO LK-RESULTADO
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-PC-IMPORTE(WS-PC-IDX) * (-1)
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE 'S' TO WS-CORTA
               IF LK-CUOTAS-PAG = 0
                   MOVE 'B' TO LK-RESULTADO
               END-IF
           END-IF.
       210-END.

       220-COBRA-EFECTIVO.
           MOVE 'D' TO WS-CS-TIPO
           MOVE WS-PC-IMPORTE(WS-PC-IDX) TO WS-CS-MONTO
           MOVE 'N' TO WS-CS-RESULTADO
           CALL 'CAJASES1' USING LK-OPERADOR WS-CS-TIPO WS-CS-MONTO
                                 WS-CS-RESULTADO
           IF WS-CS-RESULTADO NOT = 'S'
               MOVE 'S' TO WS-CORTA
               IF LK-CUOTAS-PAG = 0
                   MOVE 'C' TO LK-RESULTADO
               END-IF
           END-IF.
       220-END.

       300-ACTUALIZA-PRESTAMO.
      *    El saldo del prestamo es capital: baja por la porcion de
      *    capital de las cuotas cobradas. Sin cuotas pendientes el
      *    prestamo queda Cancelado.
           MOVE WS-PP(WS-PP-SEL) TO PRESTAMO-RECORD
           IF WS-CAPITAL-COBRADO > PP-SALDO
               MOVE 0 TO PP-SALDO
           ELSE
               SUBTRACT WS-CAPITAL-COBRADO FROM PP-SALDO
           END-IF
           MOVE 0 TO WS-PENDIENTES
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-NRO(WS-PC-IDX) = LK-NRO-PREST
                  AND WS-PC-ESTADO(WS-PC-IDX) = 'P'
                   ADD 1 TO WS-PENDIENTES
               END-IF
           END-PERFORM
           IF WS-PENDIENTES = 0
               MOVE 0 TO PP-SALDO
               MOVE 'C' TO PP-ESTADO
           END-IF
           MOVE PRESTAMO-RECORD TO WS-PP(WS-PP-SEL).
       300-END.

       700-LLAMA-MOVPOST.
           MOVE SPACES TO WS-MV-REF
           STRING "PRE=" LK-NRO-PREST " CUO=" WS-PC-CUOTA(WS-PC-IDX)
               DELIMITED BY SIZE INTO WS-MV-REF
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 LK-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.
       END PROGRAM PRECOB1.
