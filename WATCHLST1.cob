      *          lista; 'L' si esta limpio. Lo llaman el alta de
      *          clientes y la importacion masiva de MODCLI001 y el
      *          rescreening de toda la base cuando se carga una
      *          nueva version de la lista, y CTPSCR1 para las
      *          contrapartes de transferencias, cheques de gerencia
      *          y pagos a proveedores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-WL-FSTATUS               PIC XX.
       01  WS-NOMBRE-NORM              PIC X(50).
       01  WS-LISTA-NORM               PIC X(50).
       01  WS-NORM-ENTRA               PIC X(50).
       01  WS-NORM-SALE                PIC X(50).
       01  WS-NORM-IDX                 PIC 9(2).
       01  WS-NORM-POS                 PIC 9(2).

       LINKAGE SECTION.
       01  LK-DOC                      PIC X(15).
       MAIN-PROGRAM.
           MOVE 'L' TO LK-RESULTADO
           MOVE SPACES TO LK-TIPO-LISTA
           MOVE LK-NOMBRE-COMPLETO TO WS-NORM-ENTRA
           PERFORM 300-NORMALIZA
           MOVE WS-NORM-SALE TO WS-NOMBRE-NORM
           OPEN INPUT WATCHLIST-FILE
           IF WS-WL-FSTATUS NOT = '00'
      *        Sin lista cargada no hay contra que filtrar: el alta
               MOVE '10' TO WS-WL-FSTATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WL-NOMBRE TO WS-NORM-ENTRA
           PERFORM 300-NORMALIZA
           MOVE WS-NORM-SALE TO WS-LISTA-NORM
           IF WS-LISTA-NORM NOT = SPACES
              AND WS-LISTA-NORM = WS-NOMBRE-NORM
               MOVE 'M' TO LK-RESULTADO
               MOVE '10' TO WS-WL-FSTATUS
           END-IF.
       200-END.

       300-NORMALIZA.
      *    Mayusculas, sin blancos al frente y un solo espacio entre
      *    palabras: el nombre que llega de un archivo de otro banco
      *    o de un proveedor rara vez viene con el mismo espaciado
      *    que el de la lista.
           MOVE SPACES TO WS-NORM-SALE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NORM-ENTRA))
               TO WS-NORM-ENTRA
           MOVE 0 TO WS-NORM-POS
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 50
               IF WS-NORM-ENTRA(WS-NORM-IDX:1) NOT = SPACE
                  OR (WS-NORM-POS > 0
                      AND WS-NORM-SALE(WS-NORM-POS:1) NOT = SPACE)
                   ADD 1 TO WS-NORM-POS
                   MOVE WS-NORM-ENTRA(WS-NORM-IDX:1)
                       TO WS-NORM-SALE(WS-NORM-POS:1)
               END-IF
           END-PERFORM.
       300-END.
       END PROGRAM WATCHLST1.
