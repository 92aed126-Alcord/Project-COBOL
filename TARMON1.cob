      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Moneda de origen de los movimientos de tarjeta
      *          (MOVS_TARJ_MONEDA.DAT). MOVIMIENTOS_TARJETAS guarda
      *          el importe en moneda local (el que consume limite y
      *          suma ACUM_MES); cada movimiento en moneda extranjera
      *          deja aca su moneda, el importe original, la
      *          cotizacion aplicada (MONEDAS.DAT del dia) y el
      *          contravalor local. Los dolares (USD) se facturan
      *          aparte en el resumen (TARRES001) y lo impago al
      *          vencimiento se pasa a pesos (TARCNV001, tipo V); las
      *          demas monedas se facturan en pesos y el registro
      *          queda para mostrar el importe de origen.
      *          Funciones:
      *            'T' = cotizacion: devuelve en LK-TASA la cotizacion
      *                  vigente de LK-MONEDA (1 para LOC o vacia,
      *                  0 si la moneda no tiene cotizacion)
      *            'A' = alta: registra el movimiento LK-ID-MOV
      *            'B' = busqueda: devuelve los datos de moneda del
      *                  movimiento LK-ID-MOV (LK-MONEDA en blanco si
      *                  el movimiento es en moneda local)
      *          LK-REVERSA = 'S' marca el asiento de reversa de una
      *          anulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARMON1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVMON-FILE ASSIGN TO "MOVS_TARJ_MONEDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTM-FSTATUS.
           SELECT MONEDAS-FILE ASSIGN TO "MONEDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONEDAS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVMON-FILE.
       01  MOVMON-RECORD.
           05  MTM-ID-MOV              PIC 9(09).
           05  MTM-NRO-TARJETA         PIC X(16).
           05  MTM-FECHA               PIC X(10).
           05  MTM-TIPO                PIC X(01).
           05  MTM-MONEDA              PIC X(03).
           05  MTM-IMPORTE-ORIG        PIC 9(09)V99.
           05  MTM-TASA                PIC 9(06)V9(4).
           05  MTM-IMPORTE-LOC         PIC 9(11)V99.
           05  MTM-REVERSA             PIC X(01).
       FD  MONEDAS-FILE.
       01  MONEDA-RECORD.
           05  MON-CODIGO              PIC X(03).
           05  MON-TASA                PIC 9(06)V9(4).
           05  MON-TASA-CIERRE-ANT     PIC 9(06)V9(4).
           05  MON-FECHA               PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-MTM-FSTATUS              PIC XX.
       01  WS-MONEDAS-FSTATUS          PIC XX.

       LINKAGE SECTION.
       01  LK-FUNCION                  PIC X(01).
       01  LK-ID-MOV                   PIC 9(09).
       01  LK-NRO-TARJETA              PIC X(16).
       01  LK-FECHA                    PIC X(10).
       01  LK-TIPO                     PIC X(01).
       01  LK-MONEDA                   PIC X(03).
       01  LK-IMPORTE-ORIG             PIC 9(09)V99.
       01  LK-TASA                     PIC 9(06)V9(4).
       01  LK-IMPORTE-LOC              PIC 9(11)V99.
       01  LK-REVERSA                  PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCION LK-ID-MOV LK-NRO-TARJETA
                                LK-FECHA LK-TIPO LK-MONEDA
                                LK-IMPORTE-ORIG LK-TASA
                                LK-IMPORTE-LOC LK-REVERSA.
       MAIN-PROGRAM.
           EVALUATE LK-FUNCION
               WHEN 'T'
                   PERFORM 100-COTIZACION
               WHEN 'A'
                   PERFORM 200-ALTA-MOVIMIENTO
               WHEN 'B'
                   PERFORM 300-BUSCA-MOVIMIENTO
               WHEN OTHER
                   MOVE 0 TO LK-TASA
           END-EVALUATE
           GOBACK.

       100-COTIZACION.
           MOVE 0 TO LK-TASA
           IF LK-MONEDA = SPACES OR LK-MONEDA = 'LOC'
               MOVE 1 TO LK-TASA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MONEDAS-FILE
           IF WS-MONEDAS-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MONEDAS-FSTATUS NOT = '00'
               READ MONEDAS-FILE
                   AT END MOVE '10' TO WS-MONEDAS-FSTATUS
                   NOT AT END
                       IF MON-CODIGO = LK-MONEDA
                           MOVE MON-TASA TO LK-TASA
                           MOVE '10' TO WS-MONEDAS-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MONEDAS-FILE.
       100-END.

       200-ALTA-MOVIMIENTO.
           OPEN EXTEND MOVMON-FILE
           IF WS-MTM-FSTATUS NOT = '00'
               OPEN OUTPUT MOVMON-FILE
           END-IF
           MOVE LK-ID-MOV TO MTM-ID-MOV
           MOVE LK-NRO-TARJETA TO MTM-NRO-TARJETA
           MOVE LK-FECHA TO MTM-FECHA
           MOVE LK-TIPO TO MTM-TIPO
           MOVE LK-MONEDA TO MTM-MONEDA
           MOVE LK-IMPORTE-ORIG TO MTM-IMPORTE-ORIG
           MOVE LK-TASA TO MTM-TASA
           MOVE LK-IMPORTE-LOC TO MTM-IMPORTE-LOC
           IF LK-REVERSA = 'S'
               MOVE 'S' TO MTM-REVERSA
           ELSE
               MOVE 'N' TO MTM-REVERSA
           END-IF
           WRITE MOVMON-RECORD
           CLOSE MOVMON-FILE.
       200-END.

       300-BUSCA-MOVIMIENTO.
           MOVE SPACES TO LK-MONEDA
           MOVE 0 TO LK-IMPORTE-ORIG LK-TASA LK-IMPORTE-LOC
           OPEN INPUT MOVMON-FILE
           IF WS-MTM-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MTM-FSTATUS NOT = '00'
               READ MOVMON-FILE
                   AT END MOVE '10' TO WS-MTM-FSTATUS
                   NOT AT END
                       IF MTM-ID-MOV = LK-ID-MOV
                           MOVE MTM-NRO-TARJETA TO LK-NRO-TARJETA
                           MOVE MTM-FECHA TO LK-FECHA
                           MOVE MTM-TIPO TO LK-TIPO
                           MOVE MTM-MONEDA TO LK-MONEDA
                           MOVE MTM-IMPORTE-ORIG TO LK-IMPORTE-ORIG
                           MOVE MTM-TASA TO LK-TASA
                           MOVE MTM-IMPORTE-LOC TO LK-IMPORTE-LOC
                           MOVE MTM-REVERSA TO LK-REVERSA
                           MOVE '10' TO WS-MTM-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVMON-FILE.
       300-END.
       END PROGRAM TARMON1.
