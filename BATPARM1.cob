      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Tarjetas de parametros del paso en curso de la
      *          corrida nocturna (NOCTUR001). El driver arma el paso
      *          con las tarjetas PARM de NOCTURNO.CTL y llama al
      *          programa de interfaz; el programa pregunta si corre
      *          desatendido, toma sus parametros de aca en lugar de
      *          pedirlos por pantalla e informa su resultado. Sin
      *          paso armado el modo es 'N' y el informe no hace nada,
      *          asi los mismos programas siguen andando por menu.
      *          Funciones:
      *            'I' = arma un paso nuevo (LK-CLAVE = programa)
      *            'P' = agrega una tarjeta LK-CLAVE = LK-VALOR
      *            'M' = modo: LK-RESULTADO 'S' si hay paso armado
      *            'G' = busca LK-CLAVE; LK-RESULTADO 'S'/'N'
      *            'R' = el programa informa LK-RESULTADO ('C' ok,
      *                  'E' error) y LK-VALOR (contadores/motivo);
      *                  un error informado no se pisa con un ok
      *            'Q' = el driver recupera el informe (' ' si el
      *                  programa no informo nada)
      *            'F' = desarma el paso
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATPARM1.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BP-ACTIVO                PIC X(01) VALUE 'N'.
       01  WS-BP-PROGRAMA              PIC X(20) VALUE SPACES.
       01  WS-BP-TABLA.
           05  WS-BP-TARJETA OCCURS 30 TIMES.
               10  WS-BP-CLAVE         PIC X(20).
               10  WS-BP-VALOR         PIC X(60).
       01  WS-BP-COUNT                 PIC 9(2) VALUE 0.
       01  WS-BP-IDX                   PIC 9(2).
       01  WS-BP-ESTADO                PIC X(01) VALUE SPACE.
       01  WS-BP-MENSAJE               PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FUNCION                  PIC X(01).
       01  LK-CLAVE                    PIC X(20).
       01  LK-VALOR                    PIC X(60).
       01  LK-RESULTADO                PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCION LK-CLAVE LK-VALOR
                                LK-RESULTADO.
       MAIN-PROGRAM.
           EVALUATE LK-FUNCION
               WHEN 'I'
                   MOVE 'S' TO WS-BP-ACTIVO
                   MOVE LK-CLAVE TO WS-BP-PROGRAMA
                   MOVE 0 TO WS-BP-COUNT
                   MOVE SPACE TO WS-BP-ESTADO
                   MOVE SPACES TO WS-BP-MENSAJE
               WHEN 'P'
                   PERFORM 200-AGREGA-TARJETA
               WHEN 'M'
                   MOVE WS-BP-ACTIVO TO LK-RESULTADO
               WHEN 'G'
                   PERFORM 300-BUSCA-TARJETA
               WHEN 'R'
                   PERFORM 400-INFORMA
               WHEN 'Q'
                   MOVE WS-BP-ESTADO TO LK-RESULTADO
                   MOVE WS-BP-MENSAJE TO LK-VALOR
               WHEN 'F'
                   MOVE 'N' TO WS-BP-ACTIVO
                   MOVE 0 TO WS-BP-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       200-AGREGA-TARJETA.
      *    Una clave repetida en el mismo paso reemplaza el valor.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-BP-CLAVE(WS-BP-IDX) = LK-CLAVE
                   MOVE LK-VALOR TO WS-BP-VALOR(WS-BP-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BP-COUNT < 30
               ADD 1 TO WS-BP-COUNT
               MOVE LK-CLAVE TO WS-BP-CLAVE(WS-BP-COUNT)
               MOVE LK-VALOR TO WS-BP-VALOR(WS-BP-COUNT)
           END-IF.
       200-END.

       300-BUSCA-TARJETA.
           MOVE 'N' TO LK-RESULTADO
           MOVE SPACES TO LK-VALOR
           IF WS-BP-ACTIVO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-BP-CLAVE(WS-BP-IDX) = LK-CLAVE
                   MOVE WS-BP-VALOR(WS-BP-IDX) TO LK-VALOR
                   MOVE 'S' TO LK-RESULTADO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
       300-END.

       400-INFORMA.
           IF WS-BP-ACTIVO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-BP-ESTADO = 'E' AND LK-RESULTADO NOT = 'E'
               EXIT PARAGRAPH
           END-IF
           MOVE LK-RESULTADO TO WS-BP-ESTADO
           MOVE LK-VALOR TO WS-BP-MENSAJE.
       400-END.
       END PROGRAM BATPARM1.
