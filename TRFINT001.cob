      *          identificados al reporte de suspenso
      *          TRANSF_SUSPENSO.TXT, abriendo ademas un caso
      *          numerado de partida pendiente (SUSPALTA1) para que
      *          SUSPEN001 lo trabaje hasta resolverlo. El detalle
      *          entrante trae ademas el documento (pos. 49-61) y el
      *          nombre (pos. 62-111) del ordenante. Antes de mover
      *          fondos la contraparte pasa por CTPSCR1 (ordenante de
      *          la entrante, destinatario de la saliente): si figura
      *          en la lista de sancionados la operacion queda
      *          retenida para cumplimiento (RETCTP001) en lugar de
      *          acreditarse o encolarse en TRANSF_PEND.IDX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  SALIENTES-FILE.
       01  SALIENTE-RECORD             PIC X(80).
       FD  ENTRANTES-FILE.
       01  ENTRANTE-RECORD             PIC X(120).
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD             PIC X(100).
       FD  BENEF-FILE.
       01  WS-ENT-RESTO                PIC X(79).
       01  WS-ENT-DOC                  PIC X(13).
       01  WS-ENT-CBU                  PIC X(22).
       01  WS-ENT-ORD-DOC              PIC X(13).
       01  WS-ENT-ORD-NOMBRE           PIC X(50).
       01  WS-TITULAR-DEST             PIC X(30).
       01  WS-ENT-IMPORTE              PIC 9(10)V99.
       01  WS-ENT-IMPORTE-TXT          PIC X(12).
       01  WS-ENT-IMPORTE-NUM REDEFINES WS-ENT-IMPORTE-TXT
       01  WS-SUM-ACRED                PIC 9(12)V99 VALUE 0.
       01  WS-CONT-SUSPENSO            PIC 9(6) VALUE 0.
       01  WS-SUM-SUSPENSO             PIC 9(12)V99 VALUE 0.
       01  WS-CONT-RETENIDAS           PIC 9(6) VALUE 0.
       01  WS-SUM-RETENIDAS            PIC 9(12)V99 VALUE 0.
       01  WS-TRL-COUNT                PIC 9(6).
       01  WS-TRL-SUM                  PIC 9(12)V99.
       01  WS-IMP-MONTO                PIC ZZZZZZZZZZ9.99.
       01  WS-SP-IMPORTE               PIC 9(10)V99.
       01  WS-SP-NRO                   PIC 9(09).

       01  WS-CT-ORIGEN                PIC X(10).
       01  WS-CT-DOC-CLI               PIC X(13).
       01  WS-CT-DOC                   PIC X(15).
       01  WS-CT-NOMBRE                PIC X(50).
       01  WS-CT-CUENTA                PIC X(22).
       01  WS-CT-IMPORTE               PIC 9(10)V99.
       01  WS-CT-MEDIO                 PIC X(01).
       01  WS-CT-REF                   PIC X(20).
       01  WS-CT-RESULTADO             PIC X(01).
       01  WS-CT-NRO                   PIC 9(09).

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
           IF WS-BP-MODO = 'S'
               PERFORM 953-DESATENDIDO
               GOBACK
           END-IF
           PERFORM 100-MENU.

       100-MENU.
                       "sobregiro y embargos) menor al importe."
               EXIT PARAGRAPH
           END-IF
      *    Filtro del destinatario antes de cualquier debito: con
      *    coincidencia en sancionados no se debita ni se encola;
      *    la ejecuta cumplimiento si libera la retencion.
           MOVE 'INTERBANC ' TO WS-CT-ORIGEN
           MOVE WS-DOC-CLI TO WS-CT-DOC-CLI
           MOVE SPACES TO WS-CT-DOC WS-CT-NOMBRE WS-CT-REF
           MOVE WS-TITULAR-DEST TO WS-CT-NOMBRE
           MOVE WS-CBU-ING TO WS-CT-CUENTA
           MOVE WS-MONTO-ING TO WS-CT-IMPORTE
           MOVE SPACE TO WS-CT-MEDIO
           PERFORM 800-FILTRA-CONTRAPARTE
           IF WS-CT-RESULTADO = 'M'
               DISPLAY "Transferencia no ejecutada: queda retenida "
                       "para cumplimiento."
               EXIT PARAGRAPH
           END-IF
      *    Control de a dos: por encima del umbral la saliente
      *    queda en la cola de aprobaciones y la debita y encola
      *    un SUPERVISOR distinto desde APROBA001.
      *    mano solo se acepta si VALCBU1 prueba sus dos digitos
      *    verificadores, asi el error de tipeo salta aca y no
      *    cuando el otro banco devuelve los fondos.
           MOVE SPACES TO WS-CBU-ING WS-TITULAR-DEST
           MOVE 0 TO WS-AGE-COUNT
           OPEN INPUT BENEF-FILE
           IF WS-BENEF-FSTATUS = '00'
               ACCEPT WS-AGE-SEL
               IF WS-AGE-SEL > 0 AND WS-AGE-SEL <= WS-AGE-COUNT
                   MOVE WS-AGE-CBU(WS-AGE-SEL) TO WS-CBU-ING
                   MOVE WS-AGE-TITULAR(WS-AGE-SEL) TO WS-TITULAR-DEST
                   EXIT PARAGRAPH
               END-IF
           END-IF
                       "cierran. Use la agenda (BENEF001) o revise "
                       "el numero."
               MOVE SPACES TO WS-CBU-ING
               EXIT PARAGRAPH
           END-IF
      *    El CBU tipeado no trae titular: se pide para poder
      *    filtrarlo contra las listas.
           DISPLAY "Nombre del titular de la cuenta destino: "
           ACCEPT WS-TITULAR-DEST
           IF WS-TITULAR-DEST = SPACES
               DISPLAY "El titular es obligatorio."
               MOVE SPACES TO WS-CBU-ING
           END-IF.
       250-END.

       400-PROCESAR-ENTRANTES.
           MOVE 0 TO WS-CONT-ACRED WS-SUM-ACRED
                     WS-CONT-SUSPENSO WS-SUM-SUSPENSO
                     WS-CONT-RETENIDAS WS-SUM-RETENIDAS
           OPEN INPUT ENTRANTES-FILE
           IF WS-ENTR-FSTATUS NOT = '00'
               DISPLAY "No se encontro TRANSF_ENTRANTES.DAT."
                   "  IMPORTE: " WS-IMP-MONTO
           MOVE WS-SUM-SUSPENSO TO WS-IMP-MONTO
           DISPLAY "EN SUSPENSO: " WS-CONT-SUSPENSO
                   "  IMPORTE: " WS-IMP-MONTO
           MOVE WS-SUM-RETENIDAS TO WS-IMP-MONTO
           DISPLAY "RETENIDAS  : " WS-CONT-RETENIDAS
                   "  IMPORTE: " WS-IMP-MONTO
                   " (COLA DE CUMPLIMIENTO)".
       400-END.

       410-PROCESA-ENTRANTE.
               PERFORM 420-A-SUSPENSO
               EXIT PARAGRAPH
           END-IF
      *    El ordenante se filtra antes que nada: una entrante de un
      *    sancionado no se acredita ni pasa a suspenso (donde podria
      *    devolverse); queda retenida para cumplimiento.
           MOVE ENTRANTE-RECORD(49:13) TO WS-ENT-ORD-DOC
           MOVE ENTRANTE-RECORD(62:50) TO WS-ENT-ORD-NOMBRE
           MOVE 'ENTRANTE  ' TO WS-CT-ORIGEN
           MOVE WS-ENT-DOC TO WS-CT-DOC-CLI
           MOVE WS-ENT-ORD-DOC TO WS-CT-DOC
           MOVE WS-ENT-ORD-NOMBRE TO WS-CT-NOMBRE
           MOVE WS-ENT-CBU TO WS-CT-CUENTA
           MOVE WS-ENT-IMPORTE TO WS-CT-IMPORTE
           MOVE SPACE TO WS-CT-MEDIO
           MOVE SPACES TO WS-CT-REF
           PERFORM 800-FILTRA-CONTRAPARTE
           IF WS-CT-RESULTADO = 'M'
               ADD 1 TO WS-CONT-RETENIDAS
               ADD WS-ENT-IMPORTE TO WS-SUM-RETENIDAS
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-ENT-DOC TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       800-FILTRA-CONTRAPARTE.
           MOVE 'L' TO WS-CT-RESULTADO
           MOVE 0 TO WS-CT-NRO
           CALL 'CTPSCR1' USING WS-CT-ORIGEN WS-CT-DOC-CLI WS-CT-DOC
                                WS-CT-NOMBRE WS-CT-CUENTA
                                WS-CT-IMPORTE WS-CT-MEDIO WS-CT-REF
                                LK-OPERADOR WS-CT-RESULTADO
                                WS-CT-NRO.
       800-END.

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
      *    Tarjeta FUNCION: SALIENTES (archivo de salientes),
      *    ENTRANTES (proceso de entrantes) o TODAS (por defecto).
           MOVE 'G' TO WS-BP-FUNCION
           MOVE 'FUNCION' TO WS-BP-CLAVE
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-RESULTADO
           IF WS-BP-RESULTADO = 'S'
               MOVE FUNCTION UPPER-CASE(WS-BP-VALOR) TO WS-BP-TAREA
           ELSE
               MOVE 'TODAS' TO WS-BP-TAREA
           END-IF
           MOVE 0 TO WS-CONT-GENERADAS WS-CONT-ACRED
                     WS-CONT-SUSPENSO
           MOVE '10' TO WS-ENTR-FSTATUS
           EVALUATE WS-BP-TAREA
               WHEN 'SALIENTES'
                   PERFORM 300-GENERAR-SALIENTES
               WHEN 'ENTRANTES'
                   PERFORM 400-PROCESAR-ENTRANTES
               WHEN 'TODAS'
                   PERFORM 300-GENERAR-SALIENTES
                   PERFORM 400-PROCESAR-ENTRANTES
               WHEN OTHER
                   MOVE 'E' TO WS-BP-RESULTADO
                   MOVE SPACES TO WS-BP-VALOR
                   STRING "FUNCION INVALIDA: " WS-BP-TAREA
                       DELIMITED BY SIZE INTO WS-BP-VALOR
                   PERFORM 952-INFORMA-NOCTURNO
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-ENTR-FSTATUS NOT = '10'
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "NO SE ENCONTRO TRANSF_ENTRANTES.DAT"
                   TO WS-BP-VALOR
           ELSE
               MOVE 'C' TO WS-BP-RESULTADO
               MOVE SPACES TO WS-BP-VALOR
               STRING "SALIENTES=" WS-CONT-GENERADAS
                      " ACREDITADAS=" WS-CONT-ACRED
                      " SUSPENSO=" WS-CONT-SUSPENSO
                   DELIMITED BY SIZE INTO WS-BP-VALOR
           END-IF
           PERFORM 952-INFORMA-NOCTURNO.
       953-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
