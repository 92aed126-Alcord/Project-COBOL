      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Ofertas preaprobadas de OFERTAS.DAT (las genera
      *          OFERTA001 por campania mensual) para los circuitos
      *          normales de apertura: el alta de tarjeta de
      *          TARJCRE001 (producto T) y el ingreso de solicitudes
      *          de SOLHIP001 (producto H).
      *          Funciones:
      *            'B' = busca la oferta pendiente y vigente del
      *                  documento LK-DOC para el producto
      *                  LK-PRODUCTO; devuelve LK-NRO, LK-MONTO y
      *                  LK-CAMPANIA con LK-RESULTADO 'S', o 'N' si
      *                  no hay (con varias, la mas nueva)
      *            'A' = marca aceptada la oferta LK-NRO con la
      *                  referencia del producto abierto (LK-REF) y
      *                  el operador; LK-RESULTADO 'N' si la oferta
      *                  no existe, ya no esta pendiente o vencio
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFERTA1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFERTAS-FILE ASSIGN TO "OFERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFE-FSTATUS.
           SELECT TMP-FILE ASSIGN TO "OFERTAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFERTAS-FILE.
       01  OFERTA-RECORD.
           05  OFE-NRO                 PIC 9(09).
           05  OFE-CAMPANIA            PIC 9(06).
           05  OFE-DOC                 PIC X(13).
           05  OFE-ID-CLIENTE          PIC 9(10).
           05  OFE-PRODUCTO            PIC X(01).
           05  OFE-MONTO               PIC 9(10)V99.
           05  OFE-SUCURSAL            PIC X(03).
           05  OFE-MOTIVO              PIC X(20).
           05  OFE-FECHA-ALTA          PIC X(08).
           05  OFE-FECHA-VTO           PIC X(08).
           05  OFE-ESTADO              PIC X(01).
           05  OFE-FECHA-ACEPTA        PIC X(08).
           05  OFE-REF                 PIC X(16).
           05  OFE-OPERADOR            PIC X(30).
       FD  TMP-FILE.
       01  TMP-RECORD                  PIC X(145).

       WORKING-STORAGE SECTION.
       01  WS-OFE-FSTATUS              PIC XX.
       01  WS-TMP-FSTATUS              PIC XX.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(08).

       LINKAGE SECTION.
       01  LK-FUNCION                  PIC X(01).
       01  LK-DOC                      PIC X(13).
       01  LK-PRODUCTO                 PIC X(01).
       01  LK-NRO                      PIC 9(09).
       01  LK-MONTO                    PIC 9(10)V99.
       01  LK-CAMPANIA                 PIC 9(06).
       01  LK-REF                      PIC X(16).
       01  LK-OPERADOR                 PIC X(30).
       01  LK-RESULTADO                PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCION LK-DOC LK-PRODUCTO
                                LK-NRO LK-MONTO LK-CAMPANIA
                                LK-REF LK-OPERADOR LK-RESULTADO.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE 'N' TO LK-RESULTADO
           EVALUATE LK-FUNCION
               WHEN 'B'
                   PERFORM 200-BUSCA-OFERTA
               WHEN 'A'
                   PERFORM 300-ACEPTA-OFERTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       200-BUSCA-OFERTA.
           MOVE 0 TO LK-NRO LK-MONTO LK-CAMPANIA
           OPEN INPUT OFERTAS-FILE
           IF WS-OFE-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OFE-FSTATUS NOT = '00'
               READ OFERTAS-FILE
                   AT END MOVE '10' TO WS-OFE-FSTATUS
                   NOT AT END
                       IF OFE-DOC = LK-DOC
                          AND OFE-PRODUCTO = LK-PRODUCTO
                          AND OFE-ESTADO = 'P'
                          AND OFE-FECHA-VTO >= WS-FECHA-HOY
                          AND OFE-NRO > LK-NRO
                           MOVE OFE-NRO TO LK-NRO
                           MOVE OFE-MONTO TO LK-MONTO
                           MOVE OFE-CAMPANIA TO LK-CAMPANIA
                           MOVE 'S' TO LK-RESULTADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFERTAS-FILE.
       200-END.

       300-ACEPTA-OFERTA.
      *    Copia el archivo a OFERTAS.TMP marcando la oferta y lo
      *    vuelca sobre el original solo si hubo cambio.
           OPEN INPUT OFERTAS-FILE
           IF WS-OFE-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-OFE-FSTATUS NOT = '00'
               READ OFERTAS-FILE
                   AT END MOVE '10' TO WS-OFE-FSTATUS
                   NOT AT END
                       IF OFE-NRO = LK-NRO
                          AND OFE-ESTADO = 'P'
                          AND OFE-FECHA-VTO >= WS-FECHA-HOY
                           MOVE 'A' TO OFE-ESTADO
                           MOVE WS-FECHA-HOY TO OFE-FECHA-ACEPTA
                           MOVE LK-REF TO OFE-REF
                           MOVE LK-OPERADOR TO OFE-OPERADOR
                           MOVE 'S' TO LK-RESULTADO
                       END-IF
                       MOVE OFERTA-RECORD TO TMP-RECORD
                       WRITE TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE OFERTAS-FILE
           CLOSE TMP-FILE
           IF LK-RESULTADO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT OFERTAS-FILE
           MOVE '00' TO WS-TMP-FSTATUS
           PERFORM UNTIL WS-TMP-FSTATUS NOT = '00'
               READ TMP-FILE
                   AT END MOVE '10' TO WS-TMP-FSTATUS
                   NOT AT END
                       MOVE TMP-RECORD TO OFERTA-RECORD
                       WRITE OFERTA-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE OFERTAS-FILE.
       300-END.
       END PROGRAM OFERTA1.
