      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Batch diario de reservas de autorizacion de tarjetas
      *          (AUTORIZ_TARJ.DAT, ver AUTRES1). Marca vencidas (V)
      *          las reservas abiertas cuyo vencimiento ya paso sin
      *          que llegara la presentacion, y emite para la mesa de
      *          operaciones de tarjetas AUTORIZ_PENDIENTES.TXT con
      *          las reservas vencidas en la corrida y las que siguen
      *          abiertas sin presentacion (con sus dias de
      *          antiguedad). El reporte queda archivado en el
      *          repositorio (REPOSIT1). Las reservas cerradas
      *          (presentadas o vencidas) hace mas de AUT-DIAS-DEPURA
      *          dias (90 por defecto) pasan a AUTORIZ_TARJ_HIST.DAT
      *          para que el archivo de trabajo no crezca. La corrida
      *          por dia queda en RUNCTL1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTVEN001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTRES-FILE ASSIGN TO "AUTORIZ_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTRES-FSTATUS.
           SELECT HIST-FILE ASSIGN TO "AUTORIZ_TARJ_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FSTATUS.
           SELECT REPORTE-FILE ASSIGN TO "AUTORIZ_PENDIENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTRES-FILE.
       01  AUTRES-RECORD.
           05  ATR-AUTORIZACION        PIC X(06).
           05  ATR-NRO-TARJETA         PIC X(16).
           05  ATR-COMERCIO            PIC X(25).
           05  ATR-IMPORTE             PIC 9(09)V99.
           05  ATR-FECHA               PIC X(08).
           05  ATR-HORA                PIC X(06).
           05  ATR-FECHA-VTO           PIC X(08).
           05  ATR-ESTADO              PIC X(01).
           05  ATR-FECHA-CIERRE        PIC X(08).
           05  ATR-IMPORTE-PRES        PIC 9(09)V99.
       FD  HIST-FILE.
       01  HIST-RECORD                 PIC X(100).
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AUTRES-FSTATUS           PIC XX.
       01  WS-HIST-FSTATUS             PIC XX.
       01  WS-RESERVAS.
           05  WS-ATR OCCURS 2000 TIMES PIC X(100).
       01  WS-ATR-COUNT                PIC 9(4) VALUE 0.
       01  WS-ATR-IDX                  PIC 9(4).
       01  WS-ATR-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-QUEDAN-COUNT             PIC 9(4) VALUE 0.

       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(08).
       01  WS-FECHA-LIMITE             PIC X(08).
       01  WS-FECHA-NUM                PIC 9(08).
       01  WS-DIA-HOY                  PIC 9(08).
       01  WS-DIAS-ANTIG               PIC 9(05).
       01  WS-DIAS-DEPURA              PIC 9(03) VALUE 90.

       01  WS-CANT-VENCIDAS            PIC 9(05) VALUE 0.
       01  WS-CANT-ABIERTAS            PIC 9(05) VALUE 0.
       01  WS-CANT-DEPURADAS           PIC 9(05) VALUE 0.
       01  WS-IMP-VENCIDAS             PIC 9(12)V99 VALUE 0.
       01  WS-IMP-ABIERTAS             PIC 9(12)V99 VALUE 0.
       01  WS-ED-IMPORTE               PIC ZZZZZZZZ9.99.
       01  WS-ED-TOTAL                 PIC ZZZZZZZZZZZ9.99.
       01  WS-ED-DIAS                  PIC ZZZZ9.

       01  WS-MASK-INPUT               PIC X(16).
       01  WS-MASK-OUTPUT              PIC X(16).

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-RC-FUNCION               PIC X(1).
       01  WS-RC-PROCESO               PIC X(15).
       01  WS-RC-PERIODO               PIC X(6).
       01  WS-RC-CONTADORES            PIC X(20).
       01  WS-RC-PERMITIDO             PIC X(1).
       01  WS-RC-YA                    PIC X(1).
       01  WS-RC-CONFIRMA              PIC X(1).

       01  WS-REP-FUNCION              PIC X(01).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(06).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           DISPLAY "===================================="
           DISPLAY "  RESERVAS DE AUTORIZACION TARJETAS "
           DISPLAY "===================================="
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6)
               DELIMITED BY SIZE INTO WS-FECHA-HOY
           PERFORM 150-RUNCTL-INICIA
           IF WS-RC-PERMITIDO NOT = 'S'
               GOBACK
           END-IF
           PERFORM 110-CARGA-RESERVAS
           IF WS-ATR-DESBORDE = 'S'
               DISPLAY "AUTORIZ_TARJ.DAT supera la tabla de trabajo; "
                       "no se procesa."
               MOVE 'E' TO WS-RC-FUNCION
               MOVE "DESBORDE" TO WS-RC-CONTADORES
               PERFORM 160-RUNCTL-FIN
               GOBACK
           END-IF
           PERFORM 120-FECHA-DEPURACION
           OPEN OUTPUT REPORTE-FILE
           PERFORM 300-CABECERA
           PERFORM 200-VENCE-RESERVAS
           PERFORM 400-LISTA-ABIERTAS
           PERFORM 500-DEPURA-CERRADAS
           PERFORM 600-TOTALES
           CLOSE REPORTE-FILE
           PERFORM 130-GRABA-RESERVAS
           PERFORM 700-ARCHIVA-REPOSITORIO
           DISPLAY "Vencidas en la corrida : " WS-CANT-VENCIDAS
           DISPLAY "Abiertas sin presentac.: " WS-CANT-ABIERTAS
           DISPLAY "Pasadas a historico    : " WS-CANT-DEPURADAS
           DISPLAY "Reporte: AUTORIZ_PENDIENTES.TXT"
           MOVE 'F' TO WS-RC-FUNCION
           MOVE SPACES TO WS-RC-CONTADORES
           STRING WS-CANT-VENCIDAS "/" WS-CANT-ABIERTAS
               DELIMITED BY SIZE INTO WS-RC-CONTADORES
           PERFORM 160-RUNCTL-FIN
           GOBACK.

       110-CARGA-RESERVAS.
           MOVE 0 TO WS-ATR-COUNT
           MOVE 'N' TO WS-ATR-DESBORDE
           OPEN INPUT AUTRES-FILE
           IF WS-AUTRES-FSTATUS = '00'
               PERFORM UNTIL WS-AUTRES-FSTATUS NOT = '00'
                   READ AUTRES-FILE
                       AT END MOVE '10' TO WS-AUTRES-FSTATUS
                       NOT AT END
                           IF WS-ATR-COUNT >= 2000
                               MOVE 'S' TO WS-ATR-DESBORDE
                               MOVE '10' TO WS-AUTRES-FSTATUS
                           ELSE
                               ADD 1 TO WS-ATR-COUNT
                               MOVE AUTRES-RECORD TO
                                   WS-ATR(WS-ATR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTRES-FILE
           END-IF.
       110-END.

       120-FECHA-DEPURACION.
           MOVE 'AUT-DIAS-DEPURA     ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-DEPURA
           END-IF
           MOVE WS-FECHA-HOY TO WS-FECHA-NUM
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(
                    WS-DIA-HOY - WS-DIAS-DEPURA)
           MOVE WS-FECHA-NUM TO WS-FECHA-LIMITE.
       120-END.

       130-GRABA-RESERVAS.
           OPEN OUTPUT AUTRES-FILE
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-COUNT
               MOVE WS-ATR(WS-ATR-IDX) TO AUTRES-RECORD
               WRITE AUTRES-RECORD
           END-PERFORM
           CLOSE AUTRES-FILE.
       130-END.

       150-RUNCTL-INICIA.
           MOVE SPACES TO WS-RC-PROCESO
           STRING "AUTORIZ-VTO-" WS-FECHA-HOY(7:2)
               DELIMITED BY SIZE INTO WS-RC-PROCESO
           MOVE WS-FECHA-HOY(1:6) TO WS-RC-PERIODO
           MOVE 'C' TO WS-RC-FUNCION
           MOVE SPACES TO WS-RC-CONTADORES
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA
           IF WS-RC-PERMITIDO NOT = 'S'
               DISPLAY "El proceso de reservas ya esta en curso."
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-YA = 'S'
               DISPLAY "El proceso de reservas ya corrio hoy. "
                       "Repetirlo? (S/N): "
               ACCEPT WS-RC-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-RC-CONFIRMA)
                   TO WS-RC-CONFIRMA
               IF WS-RC-CONFIRMA NOT = 'S'
                   MOVE 'N' TO WS-RC-PERMITIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO WS-RC-FUNCION
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA.
       150-END.

       160-RUNCTL-FIN.
           CALL 'RUNCTL1' USING WS-RC-FUNCION WS-RC-PROCESO
                                WS-RC-PERIODO LK-OPERADOR
                                WS-RC-CONTADORES WS-RC-PERMITIDO
                                WS-RC-YA.
       160-END.

       200-VENCE-RESERVAS.
           MOVE SPACES TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE "RESERVAS VENCIDAS SIN PRESENTACION EN ESTA CORRIDA"
               TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           PERFORM 310-TITULOS
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-COUNT
               MOVE WS-ATR(WS-ATR-IDX) TO AUTRES-RECORD
               IF ATR-ESTADO = 'A' AND ATR-FECHA-VTO < WS-FECHA-HOY
                   MOVE 'V' TO ATR-ESTADO
                   MOVE WS-FECHA-HOY TO ATR-FECHA-CIERRE
                   MOVE AUTRES-RECORD TO WS-ATR(WS-ATR-IDX)
                   ADD 1 TO WS-CANT-VENCIDAS
                   ADD ATR-IMPORTE TO WS-IMP-VENCIDAS
                   PERFORM 320-DETALLE
               END-IF
           END-PERFORM
           IF WS-CANT-VENCIDAS = 0
               MOVE "  (ninguna)" TO REPORTE-RECORD
               WRITE REPORTE-RECORD
           END-IF.
       200-END.

       300-CABECERA.
           MOVE SPACES TO REPORTE-RECORD
           STRING "RESERVAS DE AUTORIZACION PENDIENTES AL "
                  WS-FECHA-HOY(7:2) "/" WS-FECHA-HOY(5:2) "/"
                  WS-FECHA-HOY(1:4)
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE ALL "=" TO REPORTE-RECORD
           WRITE REPORTE-RECORD.
       300-END.

       310-TITULOS.
           MOVE SPACES TO REPORTE-RECORD
           STRING "AUTORIZ TARJETA          COMERCIO                 "
                  "     IMPORTE  FECHA    VENCE    DIAS"
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD.
       310-END.

       320-DETALLE.
           MOVE ATR-FECHA TO WS-FECHA-NUM
           COMPUTE WS-DIAS-ANTIG = WS-DIA-HOY
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           MOVE ATR-NRO-TARJETA TO WS-MASK-INPUT
           PERFORM 399-MASK-TARJETA
           MOVE ATR-IMPORTE TO WS-ED-IMPORTE
           MOVE WS-DIAS-ANTIG TO WS-ED-DIAS
           MOVE SPACES TO REPORTE-RECORD
           STRING ATR-AUTORIZACION "  " WS-MASK-OUTPUT " "
                  ATR-COMERCIO " " WS-ED-IMPORTE " "
                  ATR-FECHA " " ATR-FECHA-VTO WS-ED-DIAS
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD.
       320-END.

       399-MASK-TARJETA.
           MOVE "************" TO WS-MASK-OUTPUT(1:12)
           MOVE WS-MASK-INPUT(13:4) TO WS-MASK-OUTPUT(13:4).
       399-END.

       400-LISTA-ABIERTAS.
           MOVE SPACES TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE "RESERVAS ABIERTAS SIN PRESENTACION" TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           PERFORM 310-TITULOS
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-COUNT
               MOVE WS-ATR(WS-ATR-IDX) TO AUTRES-RECORD
               IF ATR-ESTADO = 'A'
                   ADD 1 TO WS-CANT-ABIERTAS
                   ADD ATR-IMPORTE TO WS-IMP-ABIERTAS
                   PERFORM 320-DETALLE
               END-IF
           END-PERFORM
           IF WS-CANT-ABIERTAS = 0
               MOVE "  (ninguna)" TO REPORTE-RECORD
               WRITE REPORTE-RECORD
           END-IF.
       400-END.

       500-DEPURA-CERRADAS.
      *    Las reservas cerradas antes de la fecha limite pasan al
      *    historico; la tabla se compacta en el mismo recorrido.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-FSTATUS NOT = '00'
               OPEN OUTPUT HIST-FILE
           END-IF
           MOVE 0 TO WS-QUEDAN-COUNT
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-COUNT
               MOVE WS-ATR(WS-ATR-IDX) TO AUTRES-RECORD
               IF (ATR-ESTADO = 'P' OR ATR-ESTADO = 'V')
                  AND ATR-FECHA-CIERRE < WS-FECHA-LIMITE
                   MOVE AUTRES-RECORD TO HIST-RECORD
                   WRITE HIST-RECORD
                   ADD 1 TO WS-CANT-DEPURADAS
               ELSE
                   ADD 1 TO WS-QUEDAN-COUNT
                   MOVE AUTRES-RECORD TO WS-ATR(WS-QUEDAN-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-QUEDAN-COUNT TO WS-ATR-COUNT
           CLOSE HIST-FILE.
       500-END.

       600-TOTALES.
           MOVE SPACES TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE ALL "-" TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-IMP-VENCIDAS TO WS-ED-TOTAL
           MOVE SPACES TO REPORTE-RECORD
           STRING "VENCIDAS EN LA CORRIDA : " WS-CANT-VENCIDAS
                  "  IMPORTE: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-IMP-ABIERTAS TO WS-ED-TOTAL
           MOVE SPACES TO REPORTE-RECORD
           STRING "ABIERTAS SIN PRESENTAC.: " WS-CANT-ABIERTAS
                  "  IMPORTE: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD.
       600-END.

       700-ARCHIVA-REPOSITORIO.
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'AUTPENDIENTE' TO WS-REP-TIPO
           MOVE 'AUTORIZ_PENDIENTES.TXT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING "FECHA " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO.
       700-END.
       END PROGRAM AUTVEN001.
