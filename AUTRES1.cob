      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Reservas de limite por autorizacion de tarjeta. El
      *          disponible de 240-VALIDAR-LIMITE-CONSUMO
      *          (LIMITE_TARJETA - ACUM_MES) solo baja cuando el
      *          consumo se postea, de modo que sin reservas la misma
      *          tarjeta puede autorizarse varias veces contra el
      *          mismo disponible. Cada autorizacion aprobada queda en
      *          AUTORIZ_TARJ.DAT sobre la tarjeta titular y retiene
      *          su importe hasta que llega la presentacion que la
      *          cancela (por codigo de autorizacion e importe dentro
      *          de la tolerancia AUT-TOLERANCIA-PORC, 20% por
      *          defecto) o hasta que vence (AUT-DIAS-VENCE, 7 dias
      *          por defecto; la reserva deja de retener el dia
      *          siguiente a su vencimiento aunque el batch AUTVEN001
      *          todavia no la haya marcado). Estados:
      *            A = abierta (retiene limite)
      *            P = presentada (liberada por la presentacion)
      *            V = vencida sin presentacion (AUTVEN001)
      *          Funciones:
      *            'C' = consulta: LK-RESERVADO = total retenido por
      *                  las reservas abiertas de la tarjeta
      *            'A' = alta: registra la reserva por LK-IMPORTE y
      *                  devuelve el codigo en LK-AUTORIZACION
      *            'P' = presentacion: busca la reserva abierta o
      *                  vencida de la tarjeta con ese codigo y un
      *                  importe dentro de la tolerancia; la marca
      *                  presentada y devuelve en LK-RESERVADO lo que
      *                  todavia retenia (LK-RESULTADO N = sin reserva)
      *            'B' = busqueda: como 'P' pero sin liberar la
      *                  reserva, para que la captura sume al
      *                  disponible lo que retiene la autorizacion
      *                  antes de validar el limite
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTRES1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTRES-FILE ASSIGN TO "AUTORIZ_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTRES-FSTATUS.

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

       WORKING-STORAGE SECTION.
       01  WS-AUTRES-FSTATUS           PIC XX.
       01  WS-RESERVAS.
           05  WS-ATR OCCURS 500 TIMES PIC X(100).
       01  WS-ATR-COUNT                PIC 9(3) VALUE 0.
       01  WS-ATR-IDX                  PIC 9(3).
       01  WS-ATR-SEL                  PIC 9(3).
       01  WS-ATR-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-FECHA                    PIC X(10).
       01  WS-HORA                     PIC X(08).
       01  WS-FECHA-HOY                PIC X(08).
       01  WS-FECHA-VTO                PIC X(08).
       01  WS-FECHA-NUM                PIC 9(08).
       01  WS-DIAS-VENCE               PIC 9(3) VALUE 7.
       01  WS-TOLERANCIA               PIC 9(3)V99 VALUE 20.
       01  WS-IMP-MIN                  PIC 9(09)V99.
       01  WS-IMP-MAX                  PIC 9(10)V99.
       01  WS-AUT-NUM                  PIC 9(06).
       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).
       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       LINKAGE SECTION.
       01  LK-FUNCION                  PIC X(01).
       01  LK-NRO-TARJETA              PIC X(16).
       01  LK-AUTORIZACION             PIC X(06).
       01  LK-IMPORTE                  PIC 9(09)V99.
       01  LK-COMERCIO                 PIC X(25).
       01  LK-RESERVADO                PIC 9(11)V99.
       01  LK-RESULTADO                PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCION LK-NRO-TARJETA
                                LK-AUTORIZACION LK-IMPORTE
                                LK-COMERCIO LK-RESERVADO
                                LK-RESULTADO.
       MAIN-PROGRAM.
           MOVE 'S' TO LK-RESULTADO
           MOVE 0 TO LK-RESERVADO
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           EVALUATE LK-FUNCION
               WHEN 'C'
                   PERFORM 200-CONSULTA-RESERVADO
               WHEN 'A'
                   PERFORM 110-CARGA-RESERVAS
                   IF WS-ATR-DESBORDE = 'S'
                       PERFORM 190-DESBORDE
                       GOBACK
                   END-IF
                   PERFORM 300-ALTA-RESERVA
                   PERFORM 150-GRABA-RESERVAS
               WHEN 'P'
               WHEN 'B'
                   PERFORM 110-CARGA-RESERVAS
                   IF WS-ATR-DESBORDE = 'S'
                       PERFORM 190-DESBORDE
                       GOBACK
                   END-IF
                   PERFORM 400-APLICA-PRESENTACION
                   IF LK-RESULTADO = 'S' AND LK-FUNCION = 'P'
                       PERFORM 150-GRABA-RESERVAS
                   END-IF
               WHEN OTHER
                   MOVE 'E' TO LK-RESULTADO
           END-EVALUATE
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
                           IF WS-ATR-COUNT >= 500
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

       150-GRABA-RESERVAS.
           OPEN OUTPUT AUTRES-FILE
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-COUNT
               MOVE WS-ATR(WS-ATR-IDX) TO AUTRES-RECORD
               WRITE AUTRES-RECORD
           END-PERFORM
           CLOSE AUTRES-FILE.
       150-END.

       190-DESBORDE.
           DISPLAY "AUTORIZ_TARJ.DAT supera la tabla de trabajo; "
                   "ejecute AUTVEN001 para depurar las reservas."
           MOVE 'E' TO LK-RESULTADO.
       190-END.

       200-CONSULTA-RESERVADO.
           OPEN INPUT AUTRES-FILE
           IF WS-AUTRES-FSTATUS = '00'
               PERFORM UNTIL WS-AUTRES-FSTATUS NOT = '00'
                   READ AUTRES-FILE
                       AT END MOVE '10' TO WS-AUTRES-FSTATUS
                       NOT AT END
                           IF ATR-NRO-TARJETA = LK-NRO-TARJETA
                              AND ATR-ESTADO = 'A'
                              AND ATR-FECHA-VTO >= WS-FECHA-HOY
                               ADD ATR-IMPORTE TO LK-RESERVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTRES-FILE
           END-IF.
       200-END.

       300-ALTA-RESERVA.
           IF WS-ATR-COUNT >= 500
               PERFORM 190-DESBORDE
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-PARAMETROS
           MOVE FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-FECHA-HOY))
               TO WS-FECHA-NUM
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(
                    WS-FECHA-NUM + WS-DIAS-VENCE)
           MOVE WS-FECHA-NUM TO WS-FECHA-VTO
      *    Codigo de autorizacion de 6 digitos tomado del asignador
      *    central (entidad AUTORIZ); gira al llegar a 999999.
           MOVE 'AUTORIZ     ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           COMPUTE WS-AUT-NUM =
               FUNCTION MOD(WS-SEQ-PRIMER-ID, 1000000)
           IF WS-AUT-NUM = 0
               MOVE 1 TO WS-AUT-NUM
           END-IF
           ACCEPT WS-HORA FROM TIME
           MOVE SPACES TO AUTRES-RECORD
           MOVE WS-AUT-NUM TO ATR-AUTORIZACION
           MOVE LK-NRO-TARJETA TO ATR-NRO-TARJETA
           MOVE LK-COMERCIO TO ATR-COMERCIO
           MOVE LK-IMPORTE TO ATR-IMPORTE
           MOVE WS-FECHA-HOY TO ATR-FECHA
           MOVE WS-HORA(1:6) TO ATR-HORA
           MOVE WS-FECHA-VTO TO ATR-FECHA-VTO
           MOVE 'A' TO ATR-ESTADO
           MOVE 0 TO ATR-IMPORTE-PRES
           ADD 1 TO WS-ATR-COUNT
           MOVE AUTRES-RECORD TO WS-ATR(WS-ATR-COUNT)
           MOVE ATR-AUTORIZACION TO LK-AUTORIZACION.
       300-END.

       310-PARAMETROS.
           MOVE 'AUT-DIAS-VENCE      ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-VENCE
           ELSE
               MOVE 7 TO WS-DIAS-VENCE
           END-IF
           MOVE 'AUT-TOLERANCIA-PORC ' TO WS-PM-CLAVE
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S'
               MOVE WS-PM-VALOR TO WS-TOLERANCIA
           ELSE
               MOVE 20 TO WS-TOLERANCIA
           END-IF.
       310-END.

       400-APLICA-PRESENTACION.
           PERFORM 310-PARAMETROS
           MOVE 0 TO WS-ATR-SEL
           PERFORM VARYING WS-ATR-IDX FROM 1 BY 1
                   UNTIL WS-ATR-IDX > WS-ATR-COUNT
               MOVE WS-ATR(WS-ATR-IDX) TO AUTRES-RECORD
               IF ATR-NRO-TARJETA = LK-NRO-TARJETA
                  AND ATR-AUTORIZACION = LK-AUTORIZACION
                  AND (ATR-ESTADO = 'A' OR ATR-ESTADO = 'V')
                   COMPUTE WS-IMP-MIN ROUNDED =
                       ATR-IMPORTE * (100 - WS-TOLERANCIA) / 100
                   COMPUTE WS-IMP-MAX ROUNDED =
                       ATR-IMPORTE * (100 + WS-TOLERANCIA) / 100
                   IF LK-IMPORTE >= WS-IMP-MIN
                      AND LK-IMPORTE <= WS-IMP-MAX
                       MOVE WS-ATR-IDX TO WS-ATR-SEL
                       MOVE WS-ATR-COUNT TO WS-ATR-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ATR-SEL = 0
               MOVE 'N' TO LK-RESULTADO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ATR(WS-ATR-SEL) TO AUTRES-RECORD
           IF ATR-ESTADO = 'A' AND ATR-FECHA-VTO >= WS-FECHA-HOY
               MOVE ATR-IMPORTE TO LK-RESERVADO
           END-IF
           IF LK-FUNCION = 'B'
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO ATR-ESTADO
           MOVE WS-FECHA-HOY TO ATR-FECHA-CIERRE
           MOVE LK-IMPORTE TO ATR-IMPORTE-PRES
           MOVE AUTRES-RECORD TO WS-ATR(WS-ATR-SEL).
       400-END.
       END PROGRAM AUTRES1.
