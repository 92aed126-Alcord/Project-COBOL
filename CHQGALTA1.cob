      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Alta centralizada de un cheque de gerencia, en la
      *          linea de SUSPALTA1 para las partidas pendientes.
      *          Asigna el numero de instrumento (entidad CHQGER en
      *          SECUENCIAS.DAT via SEQALLOC1) y lo agrega como
      *          Emitido a CHEQUES_GERENCIA.DAT con comprador,
      *          beneficiario, importe, fecha y operador. Lo usan la
      *          venta en ventanilla de CHQGER001 (una vez cobrado el
      *          importe) y el pago a proveedores de PAGPRV001; el
      *          cobro del importe y de la tarifa queda a cargo de
      *          quien llama. Devuelve en LK-NRO el numero de cheque
      *          (0 si no se pudo registrar).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQGALTA1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GERENCIA-FILE ASSIGN TO "CHEQUES_GERENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GER-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GERENCIA-FILE.
       01  GERENCIA-RECORD.
           05  CHG-NRO                 PIC 9(09).
           05  CHG-DOC-COMPRADOR       PIC X(13).
           05  CHG-BENEFICIARIO        PIC X(30).
           05  CHG-IMPORTE             PIC 9(10)V99.
           05  CHG-FECHA-EMISION       PIC X(08).
           05  CHG-ESTADO              PIC X(01).
           05  CHG-FECHA-PAGO          PIC X(08).
           05  CHG-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-GER-FSTATUS              PIC XX.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       LINKAGE SECTION.
       01  LK-DOC-COMPRADOR            PIC X(13).
       01  LK-BENEFICIARIO             PIC X(30).
       01  LK-IMPORTE                  PIC 9(10)V99.
       01  LK-OPERADOR                 PIC X(30).
       01  LK-NRO                      PIC 9(09).

       PROCEDURE DIVISION USING LK-DOC-COMPRADOR LK-BENEFICIARIO
                                LK-IMPORTE LK-OPERADOR LK-NRO.
       MAIN-PROGRAM.
           MOVE 0 TO LK-NRO
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE 'CHQGER      ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           OPEN EXTEND GERENCIA-FILE
           IF WS-GER-FSTATUS NOT = '00'
               OPEN OUTPUT GERENCIA-FILE
           END-IF
           IF WS-GER-FSTATUS NOT = '00'
               GOBACK
           END-IF
           MOVE WS-SEQ-PRIMER-ID TO CHG-NRO
           MOVE LK-DOC-COMPRADOR TO CHG-DOC-COMPRADOR
           MOVE LK-BENEFICIARIO TO CHG-BENEFICIARIO
           MOVE LK-IMPORTE TO CHG-IMPORTE
           MOVE WS-FECHA-HOY TO CHG-FECHA-EMISION
           MOVE 'E' TO CHG-ESTADO
           MOVE SPACES TO CHG-FECHA-PAGO
           MOVE LK-OPERADOR TO CHG-OPERADOR
           WRITE GERENCIA-RECORD
           CLOSE GERENCIA-FILE
           MOVE CHG-NRO TO LK-NRO
           GOBACK.
       END PROGRAM CHQGALTA1.
