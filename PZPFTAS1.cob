      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Tasa de pizarra de plazo fijo vigente a una fecha.
      *          PIZARRA_PF.DAT tiene una fila por moneda, banda de
      *          plazo en dias (desde/hasta) y tramo de capital
      *          (desde/hasta), con su vigencia-desde igual que
      *          PARAMETROS.DAT: entre las filas que encierran el
      *          plazo y el capital pedidos rige la de vigencia mas
      *          reciente que no sea posterior a la fecha. Lo usan
      *          PLZFIJ001 (apertura y renovacion) y PZPF001.
      *          LK-ENCONTRADO: 'S' = hay tasa, 'N' = la pizarra no
      *          cubre esa combinacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PZPFTAS1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIZARRA-FILE ASSIGN TO "PIZARRA_PF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIZARRA-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PIZARRA-FILE.
       01  PIZARRA-RECORD.
           05  PZ-MONEDA               PIC X(03).
           05  PZ-PLAZO-DESDE          PIC 9(03).
           05  PZ-PLAZO-HASTA          PIC 9(03).
           05  PZ-MONTO-DESDE          PIC 9(10)V99.
           05  PZ-MONTO-HASTA          PIC 9(10)V99.
           05  PZ-TASA                 PIC 9(03)V99.
           05  PZ-VIG-DESDE            PIC X(08).
           05  PZ-OPERADOR             PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-PIZARRA-FSTATUS          PIC XX.
       01  WS-MEJOR-VIG                PIC X(08).

       LINKAGE SECTION.
       01  LK-MONEDA                   PIC X(03).
       01  LK-PLAZO                    PIC 9(03).
       01  LK-CAPITAL                  PIC 9(10)V99.
       01  LK-FECHA                    PIC X(08).
       01  LK-TASA                     PIC 9(03)V99.
       01  LK-ENCONTRADO               PIC X(01).

       PROCEDURE DIVISION USING LK-MONEDA LK-PLAZO LK-CAPITAL
                                LK-FECHA LK-TASA LK-ENCONTRADO.
       MAIN-PROGRAM.
           MOVE 'N' TO LK-ENCONTRADO
           MOVE 0 TO LK-TASA
           MOVE LOW-VALUES TO WS-MEJOR-VIG
           OPEN INPUT PIZARRA-FILE
           IF WS-PIZARRA-FSTATUS NOT = '00'
               GOBACK
           END-IF
           PERFORM UNTIL WS-PIZARRA-FSTATUS NOT = '00'
               READ PIZARRA-FILE
                   AT END MOVE '10' TO WS-PIZARRA-FSTATUS
                   NOT AT END
                       IF PZ-MONEDA = LK-MONEDA
                          AND LK-PLAZO >= PZ-PLAZO-DESDE
                          AND LK-PLAZO <= PZ-PLAZO-HASTA
                          AND LK-CAPITAL >= PZ-MONTO-DESDE
                          AND LK-CAPITAL <= PZ-MONTO-HASTA
                          AND PZ-VIG-DESDE <= LK-FECHA
                          AND PZ-VIG-DESDE >= WS-MEJOR-VIG
                           MOVE PZ-VIG-DESDE TO WS-MEJOR-VIG
                           MOVE PZ-TASA TO LK-TASA
                           MOVE 'S' TO LK-ENCONTRADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIZARRA-FILE
           GOBACK.
       END PROGRAM PZPFTAS1.
