      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Consulta de inhabilitacion por cheques rechazados.
      *          Devuelve LK-INHABILITADO 'S' si el documento tiene
      *          una inhabilitacion activa en INHABILITADOS.DAT (la
      *          da de alta RCHREG1) y todavia no cumple las dos
      *          condiciones de rehabilitacion: plazo vencido y todas
      *          sus multas por cheques rechazados pagas en
      *          CHEQUES_RECHAZADOS.DAT. Cumplidas ambas devuelve 'N'
      *          aunque el proceso de rehabilitacion de RCHINH001 no
      *          haya corrido todavia. En LK-HASTA devuelve el fin del
      *          plazo. La usa CTACTE001 para negar chequeras y
      *          cuentas corrientes nuevas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INHAB1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INHAB-FILE ASSIGN TO "INHABILITADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INH-FSTATUS.
           SELECT RECHAZADOS-FILE ASSIGN TO "CHEQUES_RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCH-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INHAB-FILE.
       01  INHAB-RECORD.
           05  INH-DOC                 PIC X(13).
           05  INH-FECHA-DESDE         PIC X(08).
           05  INH-FECHA-HASTA         PIC X(08).
           05  INH-CANT-RECHAZOS       PIC 9(03).
           05  INH-ESTADO              PIC X(01).
           05  INH-FECHA-REHAB         PIC X(08).
       FD  RECHAZADOS-FILE.
       01  RECHAZADO-RECORD.
           05  RCH-DOC                 PIC X(13).
           05  RCH-NRO                 PIC 9(08).
           05  RCH-IMPORTE             PIC 9(10)V99.
           05  RCH-FECHA               PIC X(08).
           05  RCH-MOTIVO              PIC X(02).
           05  RCH-ORIGEN              PIC X(10).
           05  RCH-MULTA               PIC 9(08)V99.
           05  RCH-MULTA-ESTADO        PIC X(01).
           05  RCH-MULTA-FECHA-PAGO    PIC X(08).
           05  RCH-PERIODO-INF         PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-INH-FSTATUS              PIC XX.
       01  WS-RCH-FSTATUS              PIC XX.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-ACTIVA                   PIC X(1).
       01  WS-MULTAS-IMPAGAS           PIC X(1).

       LINKAGE SECTION.
       01  LK-DOC                      PIC X(13).
       01  LK-INHABILITADO             PIC X(01).
       01  LK-HASTA                    PIC X(08).

       PROCEDURE DIVISION USING LK-DOC LK-INHABILITADO LK-HASTA.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE 'N' TO LK-INHABILITADO
           MOVE SPACES TO LK-HASTA
           MOVE 'N' TO WS-ACTIVA
           OPEN INPUT INHAB-FILE
           IF WS-INH-FSTATUS NOT = '00'
               GOBACK
           END-IF
           PERFORM UNTIL WS-INH-FSTATUS NOT = '00'
               READ INHAB-FILE
                   AT END MOVE '10' TO WS-INH-FSTATUS
                   NOT AT END
                       IF INH-DOC = LK-DOC AND INH-ESTADO = 'A'
                           MOVE 'S' TO WS-ACTIVA
                           MOVE INH-FECHA-HASTA TO LK-HASTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INHAB-FILE
           IF WS-ACTIVA = 'N'
               GOBACK
           END-IF
           IF LK-HASTA > WS-FECHA-HOY
               MOVE 'S' TO LK-INHABILITADO
               GOBACK
           END-IF
           MOVE 'N' TO WS-MULTAS-IMPAGAS
           OPEN INPUT RECHAZADOS-FILE
           IF WS-RCH-FSTATUS = '00'
               PERFORM UNTIL WS-RCH-FSTATUS NOT = '00'
                   READ RECHAZADOS-FILE
                       AT END MOVE '10' TO WS-RCH-FSTATUS
                       NOT AT END
                           IF RCH-DOC = LK-DOC
                              AND RCH-MULTA-ESTADO = 'I'
                               MOVE 'S' TO WS-MULTAS-IMPAGAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECHAZADOS-FILE
           END-IF
           MOVE WS-MULTAS-IMPAGAS TO LK-INHABILITADO
           GOBACK.
       END PROGRAM INHAB1.
