      *          El reporte diario de antiguedad (SUSPENSO_AGING.TXT)
      *          abre en cubetas 0-30 / 31-60 / 61+ dias lo que sigue
      *          Pendiente y marca lo mayor a 30 dias, que es lo que
      *          la auditoria reclamo como invisible. Las partidas de
      *          origen SANCIONES (entrantes de un ordenante
      *          sancionado que cumplimiento rechazo en RETCTP001)
      *          son fondos inmovilizados: no se aplican ni se
      *          devuelven desde aca.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           END-IF.
       190-END.

       195-VERIFICA-INMOVILIZADO.
           IF WS-SUS-ORIGEN(WS-SUS-SEL) = 'SANCIONES '
               DISPLAY "Fondos inmovilizados por sanciones: no se "
                       "aplican ni se devuelven sin orden de "
                       "cumplimiento."
               MOVE 0 TO WS-SUS-SEL
           END-IF.
       195-END.

       200-LISTAR.
           DISPLAY "CASO      ORIGEN     DOCUMENTO     "
                   "IMPORTE         ALTA     DIAS"

       300-APLICAR.
           PERFORM 190-BUSCA-PENDIENTE
           IF WS-SUS-SEL > 0
               PERFORM 195-VERIFICA-INMOVILIZADO
           END-IF
           IF WS-SUS-SEL = 0
               EXIT PARAGRAPH
           END-IF

       400-DEVOLVER.
           PERFORM 190-BUSCA-PENDIENTE
           IF WS-SUS-SEL > 0
               PERFORM 195-VERIFICA-INMOVILIZADO
           END-IF
           IF WS-SUS-SEL = 0
               EXIT PARAGRAPH
           END-IF
