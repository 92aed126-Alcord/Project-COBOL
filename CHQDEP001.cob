      *          devoluciones lee CAMARA_DEVOLUCIONES.DAT, debita al
      *          cliente el cheque rebotado con su motivo y, si el
      *          debito no se puede aplicar, abre un caso de partida
      *          pendiente via SUSPALTA1. El ECHEQ librado contra otro
      *          banco que deposita nuestro cliente sigue el mismo
      *          circuito, marcado con tipo E en la cola y en el
      *          detalle de presentacion (el ECHEQ librado contra
      *          nosotros se liquida en forma interna en ECHEQ001).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  DEP-NRO                 PIC 9(08).
           05  DEP-IMPORTE             PIC 9(10)V99.
           05  DEP-FECHA               PIC X(08).
           05  DEP-TIPO                PIC X(01).
       FD  PRESENTAR-FILE.
       01  PRESENTAR-RECORD            PIC X(80).
       FD  DEVOLUCIONES-FILE.
               10  WS-DEP-NRO          PIC 9(08).
               10  WS-DEP-IMPORTE      PIC 9(10)V99.
               10  WS-DEP-FECHA        PIC X(08).
               10  WS-DEP-TIPO         PIC X(01).
       01  WS-DEP-COUNT                PIC 9(3) VALUE 0.
       01  WS-DEP-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-DEP-IDX                  PIC 9(3).
       01  WS-BANCO-ING                PIC X(20).
       01  WS-NRO-ING                  PIC 9(8).
       01  WS-MONTO-ING                PIC 9(10)V99.
       01  WS-TIPO-ING                 PIC X(01).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).

           05  PRE-DOC                 PIC X(13).
           05  PRE-IMPORTE             PIC 9(10)V99.
           05  PRE-FECHA               PIC X(08).
           05  PRE-TIPO                PIC X(01).
       01  WS-DEV-TIPO                 PIC X(01).
       01  WS-DEV-NRO-TXT              PIC X(08).
       01  WS-DEV-NRO REDEFINES WS-DEV-NRO-TXT
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-BP-FUNCION               PIC X(01).
       01  WS-BP-CLAVE                 PIC X(20).
       01  WS-BP-VALOR                 PIC X(60).
       01  WS-BP-RESULTADO             PIC X(01).
       01  WS-BP-MODO                  PIC X(01) VALUE 'N'.
       01  WS-BP-TAREA                 PIC X(20).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           PERFORM 950-MODO-NOCTURNO
           ACCEPT WS-FECHA FROM DATE
           PERFORM 951-FECHA-NOCTURNA
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-DEPOSITADOS
           IF WS-BP-MODO = 'S'
               PERFORM 953-DESATENDIDO
               GOBACK
           END-IF
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "3 - Procesar archivo de devoluciones"
           DISPLAY "4 - Listar cola de presentacion"
           DISPLAY "5 - Liberar retenciones vencidas (nocturno)"
           DISPLAY "6 - Depositar ECHEQ de otro banco"
           DISPLAY "7 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   MOVE SPACE TO WS-TIPO-ING
                   PERFORM 200-DEPOSITO-CHEQUE
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 600-LIBERA-RETENCIONES
                   PERFORM 100-MENU
               WHEN 6
                   MOVE 'E' TO WS-TIPO-ING
                   PERFORM 200-DEPOSITO-CHEQUE
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-MONTO-ING TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           IF WS-TIPO-ING = 'E'
               STRING "ECHQDEP=" WS-NRO-ING
                   DELIMITED BY SIZE INTO WS-MV-REF
           ELSE
               STRING "CHQDEP=" WS-NRO-ING
                   DELIMITED BY SIZE INTO WS-MV-REF
           END-IF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo acreditar el deposito."
           MOVE WS-NRO-ING    TO WS-DEP-NRO(WS-DEP-COUNT)
           MOVE WS-MONTO-ING  TO WS-DEP-IMPORTE(WS-DEP-COUNT)
           MOVE WS-FECHA-HOY  TO WS-DEP-FECHA(WS-DEP-COUNT)
           MOVE WS-TIPO-ING   TO WS-DEP-TIPO(WS-DEP-COUNT)
           PERFORM 150-GRABA-DEPOSITADOS
           PERFORM 250-ALTA-RETENCION
           DISPLAY "Cheque acreditado y encolado para la proxima "
                   MOVE WS-DEP-DOC(WS-DEP-IDX) TO PRE-DOC
                   MOVE WS-DEP-IMPORTE(WS-DEP-IDX) TO PRE-IMPORTE
                   MOVE WS-DEP-FECHA(WS-DEP-IDX) TO PRE-FECHA
                   MOVE WS-DEP-TIPO(WS-DEP-IDX) TO PRE-TIPO
                   MOVE WS-PRE-DETALLE TO PRESENTAR-RECORD
                   WRITE PRESENTAR-RECORD
                   ADD 1 TO WS-CONT-GENERADOS

       500-LISTAR-COLA.
           DISPLAY "E BANCO                CHEQUE   DOCUMENTO     "
                   "IMPORTE        T"
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE WS-DEP-IMPORTE(WS-DEP-IDX) TO WS-IMP-MONTO
                       WS-DEP-BANCO(WS-DEP-IDX) " "
                       WS-DEP-NRO(WS-DEP-IDX) " "
                       WS-DEP-DOC(WS-DEP-IDX) " "
                       WS-IMP-MONTO " "
                       WS-DEP-TIPO(WS-DEP-IDX)
           END-PERFORM.
       500-END.

                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

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

       953-DESATENDIDO.
      *    Tarjeta FUNCION: DEVOLUCIONES, PRESENTACION, RETENCIONES
      *    o TODAS (por defecto, en ese orden).
           MOVE 'G' TO WS-BP-FUNCION
           MOVE 'FUNCION' TO WS-BP-CLAVE
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-RESULTADO
           IF WS-BP-RESULTADO = 'S'
               MOVE FUNCTION UPPER-CASE(WS-BP-VALOR) TO WS-BP-TAREA
           ELSE
               MOVE 'TODAS' TO WS-BP-TAREA
           END-IF
           MOVE 0 TO WS-CONT-GENERADOS WS-CONT-DEVUELTOS
                     WS-RET-LIBERADAS
           MOVE '10' TO WS-DEV-FSTATUS
           MOVE 'N' TO WS-RET-DESBORDE
           EVALUATE WS-BP-TAREA
               WHEN 'DEVOLUCIONES'
                   PERFORM 400-PROCESAR-DEVOLUCIONES
               WHEN 'PRESENTACION'
                   PERFORM 300-GENERAR-PRESENTACION
               WHEN 'RETENCIONES'
                   PERFORM 600-LIBERA-RETENCIONES
               WHEN 'TODAS'
                   PERFORM 400-PROCESAR-DEVOLUCIONES
                   PERFORM 300-GENERAR-PRESENTACION
                   PERFORM 600-LIBERA-RETENCIONES
               WHEN OTHER
                   MOVE 'E' TO WS-BP-RESULTADO
                   MOVE SPACES TO WS-BP-VALOR
                   STRING "FUNCION INVALIDA: " WS-BP-TAREA
                       DELIMITED BY SIZE INTO WS-BP-VALOR
                   PERFORM 952-INFORMA-NOCTURNO
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'C' TO WS-BP-RESULTADO
           MOVE SPACES TO WS-BP-VALOR
           STRING "PRESENTADOS=" WS-CONT-GENERADOS
                  " DEVUELTOS=" WS-CONT-DEVUELTOS
                  " LIBERADAS=" WS-RET-LIBERADAS
               DELIMITED BY SIZE INTO WS-BP-VALOR
           IF WS-DEV-FSTATUS NOT = '10'
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "NO SE ENCONTRO CAMARA_DEVOLUCIONES.DAT"
                   TO WS-BP-VALOR
           END-IF
           IF WS-DEP-DESBORDE = 'S'
              AND (WS-BP-TAREA = 'PRESENTACION' OR 'TODAS')
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "CHEQUES_DEPOSITADOS.DAT SUPERA LA TABLA"
                   TO WS-BP-VALOR
           END-IF
           IF WS-RET-DESBORDE = 'S'
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "RETENCIONES.DAT SUPERA LA TABLA"
                   TO WS-BP-VALOR
           END-IF
           PERFORM 952-INFORMA-NOCTURNO.
       953-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
