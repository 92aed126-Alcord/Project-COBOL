      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Valor de un indice a una fecha, desde el historial
      *          INDICES.DAT. Vale la carga de fecha mas reciente que
      *          no pase de LK-FECHA (a igual fecha, la ultima
      *          cargada). Los indices de tasa (REPREC001) traen el
      *          valor en IDX-VALOR; los indices de ajuste de capital
      *          (UVA, serie diaria) en IDX-VALOR-UNIDAD con cuatro
      *          decimales.
      *          Lo usan UVAHIP1, MODHIP001 (alta de hipotecas UVA) y
      *          UVAREP001. Fechas en AAAAMMDD; LK-ENCONTRADO 'N' y
      *          LK-VALOR en cero si no hay carga a esa fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXVAL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES-FILE ASSIGN TO "INDICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICES-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICES-FILE.
       01  INDICE-RECORD.
           05  IDX-NOMBRE              PIC X(10).
           05  IDX-VALOR               PIC 9(03)V99.
           05  IDX-FECHA               PIC X(08).
           05  IDX-VALOR-UNIDAD        PIC 9(07)V9(04).
       WORKING-STORAGE SECTION.
       01  WS-INDICES-FSTATUS          PIC XX.

       LINKAGE SECTION.
       01  LK-INDICE                   PIC X(10).
       01  LK-FECHA                    PIC X(08).
       01  LK-VALOR                    PIC 9(07)V9(04).
       01  LK-FECHA-VALOR              PIC X(08).
       01  LK-ENCONTRADO               PIC X(01).

       PROCEDURE DIVISION USING LK-INDICE LK-FECHA LK-VALOR
                                LK-FECHA-VALOR LK-ENCONTRADO.
       MAIN-PROGRAM.
           MOVE 0 TO LK-VALOR
           MOVE SPACES TO LK-FECHA-VALOR
           MOVE 'N' TO LK-ENCONTRADO
           OPEN INPUT INDICES-FILE
           IF WS-INDICES-FSTATUS NOT = '00'
               GOBACK
           END-IF
           PERFORM UNTIL WS-INDICES-FSTATUS NOT = '00'
               READ INDICES-FILE
                   AT END MOVE '10' TO WS-INDICES-FSTATUS
                   NOT AT END
                       IF IDX-NOMBRE = LK-INDICE
                          AND IDX-FECHA <= LK-FECHA
                          AND (LK-ENCONTRADO = 'N'
                               OR IDX-FECHA >= LK-FECHA-VALOR)
                           PERFORM 100-TOMA-VALOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDICES-FILE
           GOBACK.

       100-TOMA-VALOR.
           MOVE 'S' TO LK-ENCONTRADO
           MOVE IDX-FECHA TO LK-FECHA-VALOR
           IF IDX-VALOR-UNIDAD NUMERIC AND IDX-VALOR-UNIDAD > 0
               MOVE IDX-VALOR-UNIDAD TO LK-VALOR
           ELSE
               MOVE IDX-VALOR TO LK-VALOR
           END-IF.
       100-END.
