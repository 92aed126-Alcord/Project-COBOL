       WORKING-STORAGE SECTION.
       01  WS-SEQ-FSTATUS              PIC XX.
       01  WS-SEQ-TABLA.
           05  WS-SEQ-REG OCCURS 99 TIMES.
               10  WS-SEQ-ENTIDAD      PIC X(12).
               10  WS-SEQ-PROXIMO      PIC 9(09).
       01  WS-SEQ-COUNT                PIC 9(2) VALUE 0.
                   READ SECUENCIAS-FILE
                       AT END MOVE '10' TO WS-SEQ-FSTATUS
                       NOT AT END
                           IF WS-SEQ-COUNT < 99
                               ADD 1 TO WS-SEQ-COUNT
                               MOVE SECUENCIA-RECORD TO
                                   WS-SEQ-REG(WS-SEQ-COUNT)
                           ELSE
                               DISPLAY "AVISO: SECUENCIAS.DAT supera "
                                   "las 99 entidades."
                               MOVE 'S' TO WS-SEQ-DESBORDE
                               MOVE '10' TO WS-SEQ-FSTATUS
                           END-IF
               END-IF
           END-PERFORM
           IF WS-SEQ-SEL = 0
               IF WS-SEQ-DESBORDE = 'S' OR WS-SEQ-COUNT >= 99
      *            Tabla de entidades llena: se sirve la semilla sin
      *            persistir contador (vuelve al MAX+1 del llamador,
      *            cuyo error de clave duplicada es visible) antes
