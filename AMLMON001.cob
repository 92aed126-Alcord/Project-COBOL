       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-BP-FUNCION               PIC X(01).
       01  WS-BP-CLAVE                 PIC X(20).
       01  WS-BP-VALOR                 PIC X(60).
       01  WS-BP-RESULTADO             PIC X(01).
       01  WS-BP-MODO                  PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           PERFORM 950-MODO-NOCTURNO
           DISPLAY "===================================="
           DISPLAY "   MONITOREO AML NOCTURNO           "
           DISPLAY "===================================="
           ACCEPT WS-FECHA FROM DATE
           PERFORM 951-FECHA-NOCTURNA
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           COMPUTE WS-HOY-ENTERO =
           DISPLAY REVISION-RECORD
           CLOSE REVISION-FILE
           DISPLAY "Reporte emitido en AML_REVISION.TXT."
           MOVE 'C' TO WS-BP-RESULTADO
           MOVE SPACES TO WS-BP-VALOR
           STRING "CASOS ABIERTOS=" WS-CONT-CASOS
               DELIMITED BY SIZE INTO WS-BP-VALOR
           PERFORM 952-INFORMA-NOCTURNO
           GOBACK.

       110-LEE-PARAMETROS.
           WRITE REVISION-RECORD
           DISPLAY REVISION-RECORD.
       410-END.

       950-MODO-NOCTURNO.
      *    Corrida nocturna desatendida (NOCTUR001): sin operador en
      *    pantalla, los parametros llegan por BATPARM1.
           MOVE 'M' TO WS-BP-FUNCION
           MOVE SPACES TO WS-BP-CLAVE WS-BP-VALOR
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-MODO.
       950-END.

       951-FECHA-NOCTURNA.
      *    La fecha de proceso de la corrida reemplaza a la del dia.
           IF WS-BP-MODO = 'S'
               MOVE 'G' TO WS-BP-FUNCION
               MOVE 'FECHA' TO WS-BP-CLAVE
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
               IF WS-BP-RESULTADO = 'S'
                   MOVE WS-BP-VALOR(3:6) TO WS-FECHA
               END-IF
           END-IF.
       951-END.

       952-INFORMA-NOCTURNO.
      *    Resultado del paso ('C'/'E' en WS-BP-RESULTADO) y sus
      *    contadores o el motivo del error en WS-BP-VALOR.
           IF WS-BP-MODO = 'S'
               MOVE 'R' TO WS-BP-FUNCION
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
           END-IF.
       952-END.
       END PROGRAM AMLMON001.
