      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Datos de ajuste de una hipoteca UVA. Las hipotecas
      *          UVA quedan registradas al alta en HIPOTECAS_UVA.DAT
      *          (indice, valor del indice y monto en pesos del
      *          desembolso); en la base SALDO_ACTUAL, MONTO_ORIGINAL
      *          y MONTO_CUOTA estan en unidades del indice.
      *          Devuelve LK-ES-UVA 'S' y el valor del indice a
      *          LK-FECHA (IDXVAL1) para pasar unidades a pesos; para
      *          las hipotecas en pesos LK-ES-UVA es 'N' y LK-VALOR 1,
      *          asi el que llama puede multiplicar siempre.
      *          Si la hipoteca es UVA pero no hay valor del indice a
      *          la fecha se toma el valor del alta.
      *          Lo usan MODHIP001, DEBAUT001, NOTIF001, DEVENG001,
      *          UVAREP001, CASTIG001, GLEXT001, CARTAS001, AGING001,
      *          CLASIF001, POSCON001, GRUPEXP1, MODCLI001, LIQUID001 y
      *          COBRAN001. Fechas en AAAAMMDD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UVAHIP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UVAHIP-FILE ASSIGN TO "HIPOTECAS_UVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UVAHIP-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UVAHIP-FILE.
       01  UVAHIP-RECORD.
           05  UVA-ID-HIPOTECA         PIC 9(06).
           05  UVA-FECHA-ALTA          PIC X(08).
           05  UVA-INDICE              PIC X(10).
           05  UVA-VALOR-ALTA          PIC 9(07)V9(04).
           05  UVA-MONTO-PESOS         PIC 9(12)V99.
           05  UVA-OPERADOR            PIC X(30).
       WORKING-STORAGE SECTION.
       01  WS-UVAHIP-FSTATUS           PIC XX.
       01  WS-INDICE                   PIC X(10).
       01  WS-FECHA-VALOR              PIC X(08).
       01  WS-ENCONTRADO               PIC X(01).

       LINKAGE SECTION.
       01  LK-ID-HIPOTECA              PIC 9(06).
       01  LK-FECHA                    PIC X(08).
       01  LK-ES-UVA                   PIC X(01).
       01  LK-VALOR                    PIC 9(07)V9(04).
       01  LK-FECHA-ALTA               PIC X(08).
       01  LK-VALOR-ALTA               PIC 9(07)V9(04).
       01  LK-MONTO-ALTA               PIC 9(12)V99.

       PROCEDURE DIVISION USING LK-ID-HIPOTECA LK-FECHA LK-ES-UVA
                                LK-VALOR LK-FECHA-ALTA LK-VALOR-ALTA
                                LK-MONTO-ALTA.
       MAIN-PROGRAM.
           MOVE 'N' TO LK-ES-UVA
           MOVE 1 TO LK-VALOR
           MOVE SPACES TO LK-FECHA-ALTA
           MOVE 0 TO LK-VALOR-ALTA
           MOVE 0 TO LK-MONTO-ALTA
           OPEN INPUT UVAHIP-FILE
           IF WS-UVAHIP-FSTATUS NOT = '00'
               GOBACK
           END-IF
           PERFORM UNTIL WS-UVAHIP-FSTATUS NOT = '00'
               READ UVAHIP-FILE
                   AT END MOVE '10' TO WS-UVAHIP-FSTATUS
                   NOT AT END
                       IF UVA-ID-HIPOTECA = LK-ID-HIPOTECA
                           MOVE 'S' TO LK-ES-UVA
                           MOVE UVA-INDICE TO WS-INDICE
                           MOVE UVA-FECHA-ALTA TO LK-FECHA-ALTA
                           MOVE UVA-VALOR-ALTA TO LK-VALOR-ALTA
                           MOVE UVA-MONTO-PESOS TO LK-MONTO-ALTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UVAHIP-FILE
           IF LK-ES-UVA = 'S'
               CALL 'IDXVAL1' USING WS-INDICE LK-FECHA LK-VALOR
                                    WS-FECHA-VALOR WS-ENCONTRADO
               IF LK-VALOR = 0
                   MOVE LK-VALOR-ALTA TO LK-VALOR
               END-IF
           END-IF
           GOBACK.
