
       01  WS-OPCION                   PIC 9.
       01  WS-DOC-ING                  PIC X(13).
       01  WS-MRC-MODULO               PIC X(10) VALUE 'RECLAM001'.
       01  WS-MRC-RESULTADO            PIC X(01).
       01  WS-PROD-ING                 PIC X(10).
       01  WS-MOV-ING                  PIC 9(9).
       01  WS-CLASE-ING                PIC X(10).
           END-IF
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           CALL 'MARCAS1' USING WS-DOC-ING WS-MRC-MODULO LK-OPERADOR
                                WS-MRC-RESULTADO
           IF WS-MRC-RESULTADO = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Producto (CTACTE/TARJETA/HIPOTECA/SERVICIO): "
           ACCEPT WS-PROD-ING
           MOVE FUNCTION UPPER-CASE(WS-PROD-ING) TO WS-PROD-ING
