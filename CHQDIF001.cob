      *              CAMARA), con las mismas validaciones de fondos
      *              que CAMARA001; el debito que no entra deja el
      *              cheque Rechazado y abre partida pendiente via
      *              SUSPALTA1; si fue por falta de fondos entra ademas
      *              al registro de rechazados del librador (RCHREG1).
      *          El reporte diario lista lo que entra al clearing
      *          maniana para que tesoreria lo anticipe.
      * Tectonics: cobc
           05  DEP-NRO                 PIC 9(08).
           05  DEP-IMPORTE             PIC 9(10)V99.
           05  DEP-FECHA               PIC X(08).
           05  DEP-TIPO                PIC X(01).
       FD  MANIANA-FILE.
       01  MANIANA-RECORD              PIC X(120).
       FD  RETEN-FILE.
       01  WS-SP-IMPORTE               PIC 9(10)V99.
       01  WS-SP-NRO                   PIC 9(09).

       01  WS-RG-MOTIVO                PIC X(02).
       01  WS-RG-ORIGEN                PIC X(10).

       01  WS-RETEN-FSTATUS            PIC XX.
       01  WS-DH-FECHA                 PIC X(8).
       01  WS-DH-HABIL                 PIC X(8).
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
           COMPUTE WS-HOY-ENTERO =
               FUNCTION DATE-OF-INTEGER(WS-HOY-ENTERO + 1)
           MOVE WS-MANIANA-NUM TO WS-FECHA-MANIANA
           PERFORM 110-CARGA-DIFERIDOS
           IF WS-BP-MODO = 'S'
               PERFORM 953-DESATENDIDO
               GOBACK
           END-IF
           PERFORM 100-MENU.

       100-MENU.
           MOVE WS-DIF-NRO(WS-DIF-IDX) TO DEP-NRO
           MOVE WS-DIF-IMPORTE(WS-DIF-IDX) TO DEP-IMPORTE
           MOVE WS-FECHA-HOY TO DEP-FECHA
           MOVE SPACE TO DEP-TIPO
           WRITE DEPOSITADO-RECORD
           CLOSE DEPOSITADOS-FILE
           PERFORM 315-ALTA-RETENCION
               CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC
                                      WS-SP-REF WS-SP-IMPORTE
                                      WS-SP-NRO
               IF WS-MV-EXISTE = 'S'
                   MOVE '07' TO WS-RG-MOTIVO
                   MOVE 'CUSTODIA  ' TO WS-RG-ORIGEN
                   CALL 'RCHREG1' USING
                        WS-DIF-DOC-LIBRADOR(WS-DIF-IDX)
                        WS-DIF-NRO(WS-DIF-IDX)
                        WS-DIF-IMPORTE(WS-DIF-IDX)
                        WS-RG-MOTIVO WS-RG-ORIGEN LK-OPERADOR
               END-IF
               MOVE 'R' TO WS-CHQ-NUEVO-ESTADO
               PERFORM 325-MARCA-REGISTRO
               DISPLAY "CHEQUE DIFERIDO SIN FONDOS CHQ="
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
      *    Tarjeta FUNCION: CLEARING (pase a clearing), REPORTE
      *    (ingresos de maniana) o TODAS (por defecto).
           MOVE 'G' TO WS-BP-FUNCION
           MOVE 'FUNCION' TO WS-BP-CLAVE
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-RESULTADO
           IF WS-BP-RESULTADO = 'S'
               MOVE FUNCTION UPPER-CASE(WS-BP-VALOR) TO WS-BP-TAREA
           ELSE
               MOVE 'TODAS' TO WS-BP-TAREA
           END-IF
           MOVE 0 TO WS-CONT-CLEARING WS-CONT-RECHAZADOS
                     WS-CONT-MANIANA
           EVALUATE WS-BP-TAREA
               WHEN 'CLEARING'
                   PERFORM 300-PASE-A-CLEARING
               WHEN 'REPORTE'
                   PERFORM 400-REPORTE-MANIANA
               WHEN 'TODAS'
                   PERFORM 300-PASE-A-CLEARING
                   PERFORM 400-REPORTE-MANIANA
               WHEN OTHER
                   MOVE 'E' TO WS-BP-RESULTADO
                   MOVE SPACES TO WS-BP-VALOR
                   STRING "FUNCION INVALIDA: " WS-BP-TAREA
                       DELIMITED BY SIZE INTO WS-BP-VALOR
                   PERFORM 952-INFORMA-NOCTURNO
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-DIF-DESBORDE = 'S'
              AND (WS-BP-TAREA = 'CLEARING' OR 'TODAS')
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "CHEQUES_DIFERIDOS.DAT SUPERA LA TABLA"
                   TO WS-BP-VALOR
           ELSE
               MOVE 'C' TO WS-BP-RESULTADO
               MOVE SPACES TO WS-BP-VALOR
               STRING "CLEARING=" WS-CONT-CLEARING
                      " RECHAZADOS=" WS-CONT-RECHAZADOS
                      " MANIANA=" WS-CONT-MANIANA
                   DELIMITED BY SIZE INTO WS-BP-VALOR
           END-IF
           PERFORM 952-INFORMA-NOCTURNO.
       953-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
