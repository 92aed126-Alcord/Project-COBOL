      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Posicion diaria de moneda extranjera. Recorre
      *          FX_OPERACIONES.DAT (mesa de cambios, FXOPE001) y arma
      *          POSICION_FX.TXT con una linea por moneda: lo comprado
      *          y lo vendido en el dia del cierre (en moneda
      *          extranjera y su contravalor local), la posicion neta
      *          del dia, el diferencial ganado contra la media y la
      *          posicion abierta acumulada (todo lo comprado menos
      *          todo lo vendido hasta ese dia), que es lo expuesto
      *          hasta que REVAL001 revalua a fin de mes. Solo cuentan
      *          las operaciones aplicadas (estado A). Lo corre
      *          CIERDIA01 en cada cierre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXPOS001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXOPER-FILE ASSIGN TO "FX_OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXOPER-FSTATUS.
           SELECT REPORTE-FILE ASSIGN TO "POSICION_FX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FXOPER-FILE.
       01  FXOPER-RECORD.
           05  FXO-NRO                 PIC 9(09).
           05  FXO-FECHA               PIC X(08).
           05  FXO-TIPO                PIC X(01).
           05  FXO-MONEDA              PIC X(03).
           05  FXO-IMPORTE-ME          PIC 9(10)V99.
           05  FXO-COTIZACION          PIC 9(06)V9(4).
           05  FXO-COTIZ-MEDIA         PIC 9(06)V9(4).
           05  FXO-IMPORTE-LOC         PIC 9(12)V99.
           05  FXO-DIFERENCIAL         PIC 9(10)V99.
           05  FXO-LIQ-LOC             PIC X(01).
           05  FXO-DOC-LOC             PIC X(13).
           05  FXO-LIQ-ME              PIC X(01).
           05  FXO-DOC-ME              PIC X(13).
           05  FXO-ESTADO              PIC X(01).
           05  FXO-OPERADOR            PIC X(30).
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-FXOPER-FSTATUS           PIC XX.

       01  WS-POSICIONES.
           05  WS-POS OCCURS 20 TIMES.
               10  WS-POS-MONEDA       PIC X(03).
               10  WS-POS-COMPRADO     PIC 9(12)V99.
               10  WS-POS-COMPRADO-LOC PIC 9(14)V99.
               10  WS-POS-VENDIDO      PIC 9(12)V99.
               10  WS-POS-VENDIDO-LOC  PIC 9(14)V99.
               10  WS-POS-DIFERENCIAL  PIC 9(12)V99.
               10  WS-POS-ACUMULADA    PIC S9(12)V99.
               10  WS-POS-OPS          PIC 9(5).
       01  WS-POS-COUNT                PIC 9(2) VALUE 0.
       01  WS-POS-IDX                  PIC 9(2).
       01  WS-POS-SEL                  PIC 9(2).
       01  WS-POS-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-FECHA-DIA                PIC X(08).
       01  WS-NETA                     PIC S9(12)V99.
       01  WS-TOTAL-DIFERENCIAL        PIC 9(12)V99 VALUE 0.
       01  WS-IMP-1                    PIC ZZZZZZZZZZZ9.99.
       01  WS-IMP-2                    PIC ZZZZZZZZZZZ9.99.
       01  WS-IMP-3                    PIC ZZZZZZZZZZZ9.99-.
       01  WS-IMP-4                    PIC ZZZZZZZZZZZ9.99.
       01  WS-IMP-5                    PIC ZZZZZZZZZZZ9.99-.
       01  WS-IMP-OPS                  PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-FECHA                    PIC X(10).

       PROCEDURE DIVISION USING LK-FECHA.
       MAIN-PROGRAM.
           MOVE SPACES TO WS-FECHA-DIA
           STRING LK-FECHA(1:4) LK-FECHA(6:2) LK-FECHA(9:2)
               DELIMITED BY SIZE INTO WS-FECHA-DIA
           PERFORM 200-ACUMULA
           PERFORM 300-EMITE-REPORTE
           GOBACK.

       200-ACUMULA.
           MOVE 0 TO WS-POS-COUNT WS-TOTAL-DIFERENCIAL
           MOVE 'N' TO WS-POS-DESBORDE
           OPEN INPUT FXOPER-FILE
           IF WS-FXOPER-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FXOPER-FSTATUS NOT = '00'
               READ FXOPER-FILE
                   AT END MOVE '10' TO WS-FXOPER-FSTATUS
                   NOT AT END PERFORM 210-SUMA-OPERACION
               END-READ
           END-PERFORM
           CLOSE FXOPER-FILE.
       200-END.

       210-SUMA-OPERACION.
           IF FXO-ESTADO NOT = 'A' OR FXO-FECHA > WS-FECHA-DIA
               EXIT PARAGRAPH
           END-IF
           PERFORM 220-BUSCA-MONEDA
           IF WS-POS-SEL = 0
               EXIT PARAGRAPH
           END-IF
      *    Tipo V: el cliente vende, el banco compra (posicion +).
      *    Tipo C: el cliente compra, el banco vende (posicion -).
           IF FXO-TIPO = 'V'
               ADD FXO-IMPORTE-ME TO WS-POS-ACUMULADA(WS-POS-SEL)
           ELSE
               SUBTRACT FXO-IMPORTE-ME
                   FROM WS-POS-ACUMULADA(WS-POS-SEL)
           END-IF
           IF FXO-FECHA NOT = WS-FECHA-DIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POS-OPS(WS-POS-SEL)
           ADD FXO-DIFERENCIAL TO WS-POS-DIFERENCIAL(WS-POS-SEL)
           IF FXO-TIPO = 'V'
               ADD FXO-IMPORTE-ME TO WS-POS-COMPRADO(WS-POS-SEL)
               ADD FXO-IMPORTE-LOC TO WS-POS-COMPRADO-LOC(WS-POS-SEL)
           ELSE
               ADD FXO-IMPORTE-ME TO WS-POS-VENDIDO(WS-POS-SEL)
               ADD FXO-IMPORTE-LOC TO WS-POS-VENDIDO-LOC(WS-POS-SEL)
           END-IF.
       210-END.

       220-BUSCA-MONEDA.
           MOVE 0 TO WS-POS-SEL
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-MONEDA(WS-POS-IDX) = FXO-MONEDA
                   MOVE WS-POS-IDX TO WS-POS-SEL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-POS-COUNT >= 20
               MOVE 'S' TO WS-POS-DESBORDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POS-COUNT
           INITIALIZE WS-POS(WS-POS-COUNT)
           MOVE FXO-MONEDA TO WS-POS-MONEDA(WS-POS-COUNT)
           MOVE WS-POS-COUNT TO WS-POS-SEL.
       220-END.

       300-EMITE-REPORTE.
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REPORTE-RECORD
           STRING "POSICION DE MONEDA EXTRANJERA DEL " WS-FECHA-DIA
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           MOVE SPACES TO REPORTE-RECORD
           STRING "MON   OPS        COMPRADO         VENDIDO"
                  "      NETA DEL DIA     DIFERENCIAL"
                  "  POSICION ABIERTA"
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               PERFORM 310-LINEA-MONEDA
           END-PERFORM
           MOVE WS-TOTAL-DIFERENCIAL TO WS-IMP-4
           MOVE SPACES TO REPORTE-RECORD
           STRING "DIFERENCIAL TOTAL DEL DIA (MONEDA LOCAL): "
                  WS-IMP-4
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           IF WS-POS-DESBORDE = 'S'
               MOVE "AVISO: MAS DE 20 MONEDAS; REPORTE INCOMPLETO"
                   TO REPORTE-RECORD
               WRITE REPORTE-RECORD
               DISPLAY REPORTE-RECORD
           END-IF
           CLOSE REPORTE-FILE.
       300-END.

       310-LINEA-MONEDA.
           COMPUTE WS-NETA = WS-POS-COMPRADO(WS-POS-IDX)
                           - WS-POS-VENDIDO(WS-POS-IDX)
           ADD WS-POS-DIFERENCIAL(WS-POS-IDX) TO WS-TOTAL-DIFERENCIAL
           MOVE WS-POS-OPS(WS-POS-IDX) TO WS-IMP-OPS
           MOVE WS-POS-COMPRADO(WS-POS-IDX) TO WS-IMP-1
           MOVE WS-POS-VENDIDO(WS-POS-IDX) TO WS-IMP-2
           MOVE WS-NETA TO WS-IMP-3
           MOVE WS-POS-DIFERENCIAL(WS-POS-IDX) TO WS-IMP-4
           MOVE WS-POS-ACUMULADA(WS-POS-IDX) TO WS-IMP-5
           MOVE SPACES TO REPORTE-RECORD
           STRING WS-POS-MONEDA(WS-POS-IDX) " " WS-IMP-OPS " "
                  WS-IMP-1 " " WS-IMP-2 " " WS-IMP-3 " "
                  WS-IMP-4 " " WS-IMP-5
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           MOVE WS-POS-COMPRADO-LOC(WS-POS-IDX) TO WS-IMP-1
           MOVE WS-POS-VENDIDO-LOC(WS-POS-IDX) TO WS-IMP-2
           MOVE SPACES TO REPORTE-RECORD
           STRING "      CONTRAVALOR LOCAL PAGADO: " WS-IMP-1
                  "  COBRADO: " WS-IMP-2
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD.
       310-END.
       END PROGRAM FXPOS001.
