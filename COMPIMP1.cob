      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Impresion del comprobante de caja en COMPROBANTE.TXT
      *          (y por pantalla) a partir del registro de
      *          COMPROBANTES.DAT. LK-LEYENDA va en el encabezado:
      *          ORIGINAL al emitir (COMPRO1), DUPLICADO en la
      *          reimpresion y ANULADO en la anulacion (COMPRO001).
      *          Un comprobante anulado lleva ademas los datos de la
      *          anulacion y del movimiento de reversa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPIMP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPRESION-FILE ASSIGN TO "COMPROBANTE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPRESION-FILE.
       01  IMPRESION-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.
       01  WS-MEDIO-DESC               PIC X(17).
       01  WS-SEPARADOR                PIC X(60) VALUE ALL "=".

       LINKAGE SECTION.
       01  LK-COMPROBANTE.
           05  CMP-SUCURSAL            PIC X(03).
           05  CMP-NRO                 PIC 9(09).
           05  CMP-FECHA               PIC X(08).
           05  CMP-HORA                PIC X(06).
           05  CMP-SESION              PIC 9(05).
           05  CMP-OPERADOR            PIC X(30).
           05  CMP-TIPO                PIC X(10).
           05  CMP-DOC                 PIC X(13).
           05  CMP-CUENTA              PIC X(22).
           05  CMP-IMPORTE             PIC 9(10)V99.
           05  CMP-MEDIO               PIC X(01).
           05  CMP-MOV-ORIGEN          PIC X(01).
           05  CMP-MOV-ID              PIC 9(09).
           05  CMP-MOV-REF             PIC X(20).
           05  CMP-ESTADO              PIC X(01).
           05  CMP-REIMPRESIONES       PIC 9(03).
           05  CMP-ANU-FECHA           PIC X(08).
           05  CMP-ANU-OPERADOR        PIC X(30).
           05  CMP-ANU-REVERSA         PIC 9(09).
           05  CMP-ANU-MOTIVO          PIC X(30).
       01  LK-LEYENDA                  PIC X(20).

       PROCEDURE DIVISION USING LK-COMPROBANTE LK-LEYENDA.
       MAIN-PROGRAM.
           EVALUATE CMP-MEDIO
               WHEN 'E'
                   MOVE "EFECTIVO" TO WS-MEDIO-DESC
               WHEN 'D'
                   MOVE "DEBITO EN CUENTA" TO WS-MEDIO-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-MEDIO-DESC
           END-EVALUATE
           OPEN OUTPUT IMPRESION-FILE
           MOVE WS-SEPARADOR TO IMPRESION-RECORD
           PERFORM 200-LINEA
           MOVE SPACES TO IMPRESION-RECORD
           STRING "COMPROBANTE DE CAJA              " LK-LEYENDA
               DELIMITED BY SIZE INTO IMPRESION-RECORD
           PERFORM 200-LINEA
           MOVE SPACES TO IMPRESION-RECORD
           STRING "SUCURSAL " CMP-SUCURSAL
                  "   COMPROBANTE NRO " CMP-NRO
               DELIMITED BY SIZE INTO IMPRESION-RECORD
           PERFORM 200-LINEA
           MOVE SPACES TO IMPRESION-RECORD
           STRING "FECHA " CMP-FECHA " HORA " CMP-HORA
                  "   SESION DE CAJA " CMP-SESION
               DELIMITED BY SIZE INTO IMPRESION-RECORD
           PERFORM 200-LINEA
           MOVE SPACES TO IMPRESION-RECORD
           STRING "OPERADOR  : " CMP-OPERADOR
               DELIMITED BY SIZE INTO IMPRESION-RECORD
           PERFORM 200-LINEA
           MOVE SPACES TO IMPRESION-RECORD
           STRING "OPERACION : " CMP-TIPO "   MEDIO: " WS-MEDIO-DESC
               DELIMITED BY SIZE INTO IMPRESION-RECORD
           PERFORM 200-LINEA
           MOVE SPACES TO IMPRESION-RECORD
           STRING "CLIENTE   : " CMP-DOC
               DELIMITED BY SIZE INTO IMPRESION-RECORD
           PERFORM 200-LINEA
           MOVE SPACES TO IMPRESION-RECORD
           STRING "CUENTA    : " CMP-CUENTA
               DELIMITED BY SIZE INTO IMPRESION-RECORD
           PERFORM 200-LINEA
           MOVE CMP-IMPORTE TO WS-IMP-MONTO
           MOVE SPACES TO IMPRESION-RECORD
           STRING "IMPORTE   : " WS-IMP-MONTO
               DELIMITED BY SIZE INTO IMPRESION-RECORD
           PERFORM 200-LINEA
           MOVE SPACES TO IMPRESION-RECORD
           STRING "MOVIMIENTO: " CMP-MOV-ID "   REF: " CMP-MOV-REF
               DELIMITED BY SIZE INTO IMPRESION-RECORD
           PERFORM 200-LINEA
           IF CMP-ESTADO = 'A'
               MOVE SPACES TO IMPRESION-RECORD
               STRING "ANULADO EL " CMP-ANU-FECHA " POR "
                      CMP-ANU-OPERADOR
                   DELIMITED BY SIZE INTO IMPRESION-RECORD
               PERFORM 200-LINEA
               MOVE SPACES TO IMPRESION-RECORD
               STRING "MOVIMIENTO DE REVERSA: " CMP-ANU-REVERSA
                      "  " CMP-ANU-MOTIVO
                   DELIMITED BY SIZE INTO IMPRESION-RECORD
               PERFORM 200-LINEA
           END-IF
           MOVE WS-SEPARADOR TO IMPRESION-RECORD
           PERFORM 200-LINEA
           CLOSE IMPRESION-FILE
           GOBACK.

       200-LINEA.
           WRITE IMPRESION-RECORD
           DISPLAY IMPRESION-RECORD.
       200-END.
       END PROGRAM COMPIMP1.
