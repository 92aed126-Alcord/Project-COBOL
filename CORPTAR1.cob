      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Tarjetas corporativas. La cuenta corporativa es una
      *          tarjeta de la empresa (cliente con RUC) registrada en
      *          TARJ_CORPORATIVAS.DAT: su LIMITE_TARJETA es el limite
      *          global de la empresa y su ACUM_MES el total usado.
      *          Las tarjetas de empleado son adicionales de esa cuenta
      *          (TARJ_ADICIONALES.DAT, con el sublimite del empleado)
      *          y postean sobre ella; cada movimiento hecho con una
      *          tarjeta de empleado queda ademas en
      *          MOVS_CORPORATIVOS.DAT con el plastico, para controlar
      *          el sublimite del ciclo y detallar el resumen
      *          consolidado por empleado (TARRES001).
      *          Funciones:
      *            'E' = LK-RESULTADO 'S' si LK-NRO-CUENTA es una
      *                  cuenta corporativa activa
      *            'A' = registra el movimiento LK-ID-MOV del
      *                  plastico LK-NRO-PLASTICO
      *            'U' = usado del ciclo: en LK-MONTO los consumos del
      *                  plastico desde el ultimo corte de la cuenta
      *                  (en LK-FECHA), neto de consumos anulados
      *            'B' = busqueda: devuelve cuenta y plastico del
      *                  movimiento LK-ID-MOV (LK-RESULTADO 'N' si el
      *                  movimiento no es de una tarjeta de empleado)
      *          LK-REVERSA = 'S' marca el asiento de reversa de una
      *          anulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPTAR1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORP-FILE ASSIGN TO "TARJ_CORPORATIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-FSTATUS.
           SELECT MOVCORP-FILE ASSIGN TO "MOVS_CORPORATIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCO-FSTATUS.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN_TARJETAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORP-FILE.
       01  CORP-RECORD.
           05  CRP-NRO-CUENTA          PIC X(16).
           05  CRP-ID-CLIENTE          PIC 9(10).
           05  CRP-DOC                 PIC X(13).
           05  CRP-FECHA-ALTA          PIC X(08).
           05  CRP-ESTADO              PIC X(01).
       FD  MOVCORP-FILE.
       01  MOVCORP-RECORD.
           05  MCO-ID-MOV              PIC 9(09).
           05  MCO-NRO-CUENTA          PIC X(16).
           05  MCO-NRO-PLASTICO        PIC X(16).
           05  MCO-FECHA               PIC X(10).
           05  MCO-TIPO                PIC X(01).
           05  MCO-MONTO               PIC 9(11)V99.
           05  MCO-REVERSA             PIC X(01).
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

       WORKING-STORAGE SECTION.
       01  WS-CORP-FSTATUS             PIC XX.
       01  WS-MCO-FSTATUS              PIC XX.
       01  WS-RESUMEN-FSTATUS          PIC XX.
       01  WS-USADO                    PIC S9(11)V99.

       LINKAGE SECTION.
       01  LK-FUNCION                  PIC X(01).
       01  LK-NRO-CUENTA               PIC X(16).
       01  LK-NRO-PLASTICO             PIC X(16).
       01  LK-ID-MOV                   PIC 9(09).
       01  LK-FECHA                    PIC X(10).
       01  LK-TIPO                     PIC X(01).
       01  LK-MONTO                    PIC 9(11)V99.
       01  LK-REVERSA                  PIC X(01).
       01  LK-RESULTADO                PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCION LK-NRO-CUENTA
                                LK-NRO-PLASTICO LK-ID-MOV LK-FECHA
                                LK-TIPO LK-MONTO LK-REVERSA
                                LK-RESULTADO.
       MAIN-PROGRAM.
           MOVE 'N' TO LK-RESULTADO
           EVALUATE LK-FUNCION
               WHEN 'E'
                   PERFORM 100-ES-CORPORATIVA
               WHEN 'A'
                   PERFORM 200-ALTA-MOVIMIENTO
               WHEN 'U'
                   PERFORM 300-USADO-CICLO
               WHEN 'B'
                   PERFORM 400-BUSCA-MOVIMIENTO
           END-EVALUATE
           GOBACK.

       100-ES-CORPORATIVA.
           OPEN INPUT CORP-FILE
           IF WS-CORP-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CORP-FSTATUS NOT = '00'
               READ CORP-FILE
                   AT END MOVE '10' TO WS-CORP-FSTATUS
                   NOT AT END
                       IF CRP-NRO-CUENTA = LK-NRO-CUENTA
                          AND CRP-ESTADO = 'A'
                           MOVE 'S' TO LK-RESULTADO
                           MOVE '10' TO WS-CORP-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORP-FILE.
       100-END.

       200-ALTA-MOVIMIENTO.
           OPEN EXTEND MOVCORP-FILE
           IF WS-MCO-FSTATUS NOT = '00'
               OPEN OUTPUT MOVCORP-FILE
           END-IF
           MOVE LK-ID-MOV TO MCO-ID-MOV
           MOVE LK-NRO-CUENTA TO MCO-NRO-CUENTA
           MOVE LK-NRO-PLASTICO TO MCO-NRO-PLASTICO
           MOVE LK-FECHA TO MCO-FECHA
           MOVE LK-TIPO TO MCO-TIPO
           MOVE LK-MONTO TO MCO-MONTO
           IF LK-REVERSA = 'S'
               MOVE 'S' TO MCO-REVERSA
           ELSE
               MOVE 'N' TO MCO-REVERSA
           END-IF
           WRITE MOVCORP-RECORD
           CLOSE MOVCORP-FILE
           MOVE 'S' TO LK-RESULTADO.
       200-END.

       300-USADO-CICLO.
      *    El ciclo arranca en el ultimo corte de la cuenta
      *    (RESUMEN_TARJETAS.DAT); los pagos de la empresa no
      *    reponen el sublimite del empleado dentro del ciclo.
           MOVE '0000-00-00' TO LK-FECHA
           MOVE 0 TO WS-USADO
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS = '00'
               PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
                   READ RESUMEN-FILE
                       AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                       NOT AT END
                           IF RES-NRO-TARJETA = LK-NRO-CUENTA
                              AND RES-FECHA-CORTE > LK-FECHA
                               MOVE RES-FECHA-CORTE TO LK-FECHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-FILE
           END-IF
           OPEN INPUT MOVCORP-FILE
           IF WS-MCO-FSTATUS = '00'
               PERFORM UNTIL WS-MCO-FSTATUS NOT = '00'
                   READ MOVCORP-FILE
                       AT END MOVE '10' TO WS-MCO-FSTATUS
                       NOT AT END
                           IF MCO-NRO-PLASTICO = LK-NRO-PLASTICO
                              AND MCO-FECHA > LK-FECHA
                               EVALUATE TRUE
                                   WHEN MCO-TIPO = 'C'
                                        AND MCO-REVERSA = 'N'
                                       ADD MCO-MONTO TO WS-USADO
                                   WHEN MCO-TIPO = 'P'
                                        AND MCO-REVERSA = 'S'
                                       SUBTRACT MCO-MONTO
                                           FROM WS-USADO
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVCORP-FILE
           END-IF
           IF WS-USADO < 0
               MOVE 0 TO WS-USADO
           END-IF
           MOVE WS-USADO TO LK-MONTO
           MOVE 'S' TO LK-RESULTADO.
       300-END.

       400-BUSCA-MOVIMIENTO.
           MOVE SPACES TO LK-NRO-PLASTICO
           OPEN INPUT MOVCORP-FILE
           IF WS-MCO-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MCO-FSTATUS NOT = '00'
               READ MOVCORP-FILE
                   AT END MOVE '10' TO WS-MCO-FSTATUS
                   NOT AT END
                       IF MCO-ID-MOV = LK-ID-MOV
                           MOVE MCO-NRO-CUENTA TO LK-NRO-CUENTA
                           MOVE MCO-NRO-PLASTICO TO LK-NRO-PLASTICO
                           MOVE MCO-TIPO TO LK-TIPO
                           MOVE MCO-MONTO TO LK-MONTO
                           MOVE 'S' TO LK-RESULTADO
                           MOVE '10' TO WS-MCO-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVCORP-FILE.
       400-END.
       END PROGRAM CORPTAR1.
