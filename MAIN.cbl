                   VALUE "11. Consulta de Auditoria".
               10 WS-TXTMN12 PIC X(30) VALUE "12. Reclamos".
               10 WS-TXTMN13 PIC X(30) VALUE "13. Aprobaciones".
               10 WS-TXTMN14 PIC X(30) VALUE "14. Bandeja de trabajo".

       LOCAL-STORAGE SECTION.
       01  WS-OPTION       PIC 9(02).
               DISPLAY "Acceso denegado. Finalizando..."
               STOP RUN
           END-IF.
      *    Lo pendiente del operador y de su rol, antes del menu.
           CALL 'BANDEJA001' USING WS-USUARIO-ING WS-OPERADOR-ACTUAL
                                   WS-OPERADOR-ROL WS-OPERADOR-SUCURSAL.
           PERFORM 0100-INICIO THRU 0200-PROCEDIMIENTO.
           STOP RUN.

                   DISPLAY "Aprobaciones (control de a dos)..."
                   CALL 'APROBA001' USING WS-OPTION WS-OPERADOR-ACTUAL
                   PERFORM 0200-PROCEDIMIENTO
               WHEN 14
                   DISPLAY "Bandeja de trabajo..."
                   CALL 'BANDEJA001' USING WS-USUARIO-ING
                                           WS-OPERADOR-ACTUAL
                                           WS-OPERADOR-ROL
                                           WS-OPERADOR-SUCURSAL
                   PERFORM 0200-PROCEDIMIENTO
               WHEN OTHER
                   DISPLAY "Opción invalida, ingrese del 1 al 14".
                   STOP RUN.

           0220-PRINT-MENU.
           DISPLAY WS-LEFT-WALL WS-TXTMN11 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN12 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN13 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN14 WS-RGTH-WALL.
           DISPLAY "+" WS-LINE "+".
           0220-END.

