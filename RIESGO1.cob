      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Devuelve la calificacion de riesgo AML vigente de un
      *          cliente (B=bajo, M=medio, A=alto) y el periodo de
      *          renovacion KYC en anios que le corresponde, leyendo
      *          RIESGO_CLIENTES.DAT que mantiene el proceso mensual
      *          RIESGO001. Un cliente todavia no calificado devuelve
      *          nivel en blanco y periodo 0: rige solo el vencimiento
      *          propio de cada documento. Lo llaman KYCCHK1 (bloqueo
      *          de operaciones) y el reporte KYC_VENCIMIENTOS.TXT de
      *          MODCLI001, que toman como vencimiento el menor entre
      *          el del documento y su emision mas el periodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIESGO1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIESGO-FILE ASSIGN TO "RIESGO_CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIE-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RIESGO-FILE.
       01  RIESGO-RECORD.
           05  RIE-DOC                 PIC X(13).
           05  RIE-NIVEL               PIC X(01).
           05  RIE-PUNTAJE             PIC 9(03).
           05  RIE-ANIOS-KYC           PIC 9(01).
           05  RIE-FECHA               PIC X(08).
           05  RIE-NIVEL-ANT           PIC X(01).
           05  RIE-FECHA-ANT           PIC X(08).
           05  RIE-FACTORES            PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-RIE-FSTATUS              PIC XX.

       LINKAGE SECTION.
       01  LK-DOC                      PIC X(13).
       01  LK-NIVEL                    PIC X(01).
       01  LK-ANIOS                    PIC 9(01).

       PROCEDURE DIVISION USING LK-DOC LK-NIVEL LK-ANIOS.
       MAIN-PROCEDURE.
           MOVE SPACES TO LK-NIVEL
           MOVE 0 TO LK-ANIOS
           OPEN INPUT RIESGO-FILE
           IF WS-RIE-FSTATUS = '00'
               PERFORM UNTIL WS-RIE-FSTATUS NOT = '00'
                   READ RIESGO-FILE
                       AT END MOVE '10' TO WS-RIE-FSTATUS
                       NOT AT END
                           IF RIE-DOC = LK-DOC
                               MOVE RIE-NIVEL TO LK-NIVEL
                               MOVE RIE-ANIOS-KYC TO LK-ANIOS
                               MOVE '10' TO WS-RIE-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RIESGO-FILE
           END-IF
           GOBACK.
       END PROGRAM RIESGO1.
