      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Repasa la agenda de beneficiarios (BENEFICIARIOS.DAT)
      *          contra la version vigente de WATCHLIST.DAT. Cada
      *          beneficiario activo pasa por CTPSCR1; el que coincide
      *          con la lista de sancionados queda retenido (estado S)
      *          hasta que cumplimiento lo libere o rechace desde
      *          RETCTP001. Lo llama MODCLI001 al correr el rescreening
      *          de clientes tras cargar una lista nueva.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENSCR1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEF-FILE ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEF-FILE.
       01  BENEF-RECORD.
           05  BEN-DOC-CLI             PIC X(13).
           05  BEN-ALIAS               PIC X(15).
           05  BEN-CBU                 PIC X(22).
           05  BEN-TITULAR             PIC X(30).
           05  BEN-ESTADO              PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-BENEF-FSTATUS            PIC XX.
       01  WS-BENEFICIARIOS.
           05  WS-BEN OCCURS 300 TIMES.
               10  WS-BEN-DOC-CLI      PIC X(13).
               10  WS-BEN-ALIAS        PIC X(15).
               10  WS-BEN-CBU          PIC X(22).
               10  WS-BEN-TITULAR      PIC X(30).
               10  WS-BEN-ESTADO       PIC X(01).
       01  WS-BEN-COUNT                PIC 9(3) VALUE 0.
       01  WS-BEN-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-BEN-IDX                  PIC 9(3).

       01  WS-CT-ORIGEN                PIC X(10) VALUE 'BENEFICIAR'.
       01  WS-CT-DOC                   PIC X(15).
       01  WS-CT-NOMBRE                PIC X(50).
       01  WS-CT-IMPORTE               PIC 9(10)V99 VALUE 0.
       01  WS-CT-MEDIO                 PIC X(01) VALUE SPACE.
       01  WS-CT-REF                   PIC X(20).
       01  WS-CT-RESULTADO             PIC X(01).
       01  WS-CT-NRO                   PIC 9(09).

       LINKAGE SECTION.
       01  LK-OPERADOR                 PIC X(30).
       01  LK-REVISADOS                PIC 9(5).
       01  LK-RETENIDOS                PIC 9(5).

       PROCEDURE DIVISION USING LK-OPERADOR LK-REVISADOS LK-RETENIDOS.
       MAIN-PROGRAM.
           MOVE 0 TO LK-REVISADOS LK-RETENIDOS
           PERFORM 100-CARGA
           IF WS-BEN-DESBORDE = 'S'
               DISPLAY "BENEFICIARIOS.DAT supera la tabla de trabajo; "
                       "no se repasa la agenda."
               GOBACK
           END-IF
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-BEN-COUNT
               IF WS-BEN-ESTADO(WS-BEN-IDX) = 'A'
                   ADD 1 TO LK-REVISADOS
                   PERFORM 200-FILTRA
               END-IF
           END-PERFORM
           IF LK-RETENIDOS > 0
               PERFORM 300-GRABA
           END-IF
           GOBACK.

       100-CARGA.
           MOVE 0 TO WS-BEN-COUNT
           MOVE 'N' TO WS-BEN-DESBORDE
           OPEN INPUT BENEF-FILE
           IF WS-BENEF-FSTATUS = '00'
               PERFORM UNTIL WS-BENEF-FSTATUS NOT = '00'
                   READ BENEF-FILE
                       AT END MOVE '10' TO WS-BENEF-FSTATUS
                       NOT AT END
                           IF WS-BEN-COUNT >= 300
                               MOVE 'S' TO WS-BEN-DESBORDE
                               MOVE '10' TO WS-BENEF-FSTATUS
                           ELSE
                               ADD 1 TO WS-BEN-COUNT
                               MOVE BENEF-RECORD TO
                                   WS-BEN(WS-BEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEF-FILE
           END-IF.
       100-END.

       200-FILTRA.
           MOVE SPACES TO WS-CT-DOC WS-CT-NOMBRE WS-CT-REF
           MOVE WS-BEN-TITULAR(WS-BEN-IDX) TO WS-CT-NOMBRE
           MOVE WS-BEN-ALIAS(WS-BEN-IDX) TO WS-CT-REF
           MOVE 'L' TO WS-CT-RESULTADO
           MOVE 0 TO WS-CT-NRO
           CALL 'CTPSCR1' USING WS-CT-ORIGEN
                                WS-BEN-DOC-CLI(WS-BEN-IDX)
                                WS-CT-DOC WS-CT-NOMBRE
                                WS-BEN-CBU(WS-BEN-IDX)
                                WS-CT-IMPORTE WS-CT-MEDIO WS-CT-REF
                                LK-OPERADOR WS-CT-RESULTADO WS-CT-NRO
           IF WS-CT-RESULTADO = 'M'
               MOVE 'S' TO WS-BEN-ESTADO(WS-BEN-IDX)
               ADD 1 TO LK-RETENIDOS
           END-IF.
       200-END.

       300-GRABA.
           OPEN OUTPUT BENEF-FILE
           PERFORM VARYING WS-BEN-IDX FROM 1 BY 1
                   UNTIL WS-BEN-IDX > WS-BEN-COUNT
               MOVE WS-BEN(WS-BEN-IDX) TO BENEF-RECORD
               WRITE BENEF-RECORD
           END-PERFORM
           CLOSE BENEF-FILE.
       300-END.
       END PROGRAM BENSCR1.
