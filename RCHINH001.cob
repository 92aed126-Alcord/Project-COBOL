      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Cheques rechazados e inhabilitaciones (operado desde
      *          el cierre mensual CIEMEN001). Sobre el registro por
      *          librador que arma RCHREG1 (CHEQUES_RECHAZADOS.DAT) y
      *          las inhabilitaciones (INHABILITADOS.DAT):
      *            - consulta de rechazos, multas e inhabilitacion de
      *              un librador;
      *            - cobro de las multas impagas via MOVPOST1 (canal
      *              COMISION, ref MULTACHQ) cuando el disponible
      *              alcanza;
      *            - listado de inhabilitados;
      *            - rehabilitacion: la inhabilitacion activa con el
      *              plazo cumplido y sin multas impagas pasa a
      *              Rehabilitada;
      *            - informe mensual al BCRA en
      *              CHEQUES_RECHAZADOS_BCRA.DAT, con cabecera,
      *              detalle de rechazos (D), altas de inhabilitacion
      *              (I) y rehabilitaciones (R) del periodo y cola de
      *              control, igual que CAMARA_PRESENTAR.DAT. Los
      *              rechazos quedan marcados con el periodo
      *              informado; los de periodos anteriores que no se
      *              informaron salen en el informe siguiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCHINH001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECHAZADOS-FILE ASSIGN TO "CHEQUES_RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCH-FSTATUS.
           SELECT INHAB-FILE ASSIGN TO "INHABILITADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INH-FSTATUS.
           SELECT BCRA-FILE ASSIGN TO "CHEQUES_RECHAZADOS_BCRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECHAZADOS-FILE.
       01  RECHAZADO-RECORD.
           05  RCH-DOC                 PIC X(13).
           05  RCH-NRO                 PIC 9(08).
           05  RCH-IMPORTE             PIC 9(10)V99.
           05  RCH-FECHA               PIC X(08).
           05  RCH-MOTIVO              PIC X(02).
           05  RCH-ORIGEN              PIC X(10).
           05  RCH-MULTA               PIC 9(08)V99.
           05  RCH-MULTA-ESTADO        PIC X(01).
           05  RCH-MULTA-FECHA-PAGO    PIC X(08).
           05  RCH-PERIODO-INF         PIC X(06).
       FD  INHAB-FILE.
       01  INHAB-RECORD.
           05  INH-DOC                 PIC X(13).
           05  INH-FECHA-DESDE         PIC X(08).
           05  INH-FECHA-HASTA         PIC X(08).
           05  INH-CANT-RECHAZOS       PIC 9(03).
           05  INH-ESTADO              PIC X(01).
           05  INH-FECHA-REHAB         PIC X(08).
       FD  BCRA-FILE.
       01  BCRA-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RCH-FSTATUS              PIC XX.
       01  WS-INH-FSTATUS              PIC XX.

       01  WS-RECHAZADOS.
           05  WS-RCH OCCURS 1000 TIMES.
               10  WS-RCH-DOC          PIC X(13).
               10  WS-RCH-NRO          PIC 9(08).
               10  WS-RCH-IMPORTE      PIC 9(10)V99.
               10  WS-RCH-FECHA        PIC X(08).
               10  WS-RCH-MOTIVO       PIC X(02).
               10  WS-RCH-ORIGEN       PIC X(10).
               10  WS-RCH-MULTA        PIC 9(08)V99.
               10  WS-RCH-MULTA-ESTADO PIC X(01).
               10  WS-RCH-MULTA-FPAGO  PIC X(08).
               10  WS-RCH-PERIODO-INF  PIC X(06).
       01  WS-RCH-COUNT                PIC 9(4) VALUE 0.
       01  WS-RCH-IDX                  PIC 9(4).
       01  WS-RCH-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-INHABILITADOS.
           05  WS-INH OCCURS 300 TIMES.
               10  WS-INH-DOC          PIC X(13).
               10  WS-INH-DESDE        PIC X(08).
               10  WS-INH-HASTA        PIC X(08).
               10  WS-INH-CANT         PIC 9(03).
               10  WS-INH-ESTADO       PIC X(01).
               10  WS-INH-FECHA-REHAB  PIC X(08).
       01  WS-INH-COUNT                PIC 9(3) VALUE 0.
       01  WS-INH-IDX                  PIC 9(3).
       01  WS-INH-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-OPCION                   PIC 9.
       01  WS-DOC-ING                  PIC X(13).
       01  WS-PERIODO-ING              PIC X(6).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.
       01  WS-IMP-MULTA                PIC ZZZZZZZ9.99.
       01  WS-MULTAS-IMPAGAS           PIC X(1).
       01  WS-CONT-COBRADAS            PIC 9(5).
       01  WS-CONT-IMPAGAS             PIC 9(5).
       01  WS-CONT-REHAB               PIC 9(5).
       01  WS-CONT-INFORMADOS          PIC 9(6).
       01  WS-SUM-INFORMADOS           PIC 9(12)V99.
       01  WS-INFORMA                  PIC X(1).

       01  WS-BCRA-RECHAZO.
           05  FILLER                  PIC X(01) VALUE 'D'.
           05  BCR-DOC                 PIC X(13).
           05  BCR-NRO                 PIC 9(08).
           05  BCR-IMPORTE             PIC 9(10)V99.
           05  BCR-FECHA               PIC X(08).
           05  BCR-MOTIVO              PIC X(02).
           05  BCR-MULTA-ESTADO        PIC X(01).
       01  WS-BCRA-INHAB.
           05  BCI-TIPO                PIC X(01).
           05  BCI-DOC                 PIC X(13).
           05  BCI-DESDE               PIC X(08).
           05  BCI-HASTA               PIC X(08).
           05  BCI-CANT                PIC 9(03).
           05  BCI-FECHA-REHAB         PIC X(08).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-RECHAZADOS
           PERFORM 120-CARGA-INHABILITADOS
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "  CHEQUES RECHAZADOS E INHABILITADOS"
           DISPLAY "===================================="
           DISPLAY "1 - Consultar librador"
           DISPLAY "2 - Cobrar multas impagas"
           DISPLAY "3 - Listar inhabilitados"
           DISPLAY "4 - Rehabilitar (plazo cumplido y multas pagas)"
           DISPLAY "5 - Informe mensual al BCRA (SUPERVISOR)"
           DISPLAY "6 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-CONSULTA-LIBRADOR
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-COBRA-MULTAS
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 400-LISTA-INHABILITADOS
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 500-REHABILITA
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 600-INFORME-BCRA
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-RECHAZADOS.
           MOVE 0 TO WS-RCH-COUNT
           MOVE 'N' TO WS-RCH-DESBORDE
           OPEN INPUT RECHAZADOS-FILE
           IF WS-RCH-FSTATUS = '00'
               PERFORM UNTIL WS-RCH-FSTATUS NOT = '00'
                   READ RECHAZADOS-FILE
                       AT END MOVE '10' TO WS-RCH-FSTATUS
                       NOT AT END
                           IF WS-RCH-COUNT >= 1000
                               DISPLAY "AVISO: CHEQUES_RECHAZADOS.DAT"
                                   " supera los 1000 registros."
                               MOVE 'S' TO WS-RCH-DESBORDE
                               MOVE '10' TO WS-RCH-FSTATUS
                           ELSE
                               ADD 1 TO WS-RCH-COUNT
                               MOVE RECHAZADO-RECORD TO
                                   WS-RCH(WS-RCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECHAZADOS-FILE
           END-IF.
       110-END.

       120-CARGA-INHABILITADOS.
           MOVE 0 TO WS-INH-COUNT
           MOVE 'N' TO WS-INH-DESBORDE
           OPEN INPUT INHAB-FILE
           IF WS-INH-FSTATUS = '00'
               PERFORM UNTIL WS-INH-FSTATUS NOT = '00'
                   READ INHAB-FILE
                       AT END MOVE '10' TO WS-INH-FSTATUS
                       NOT AT END
                           IF WS-INH-COUNT >= 300
                               DISPLAY "AVISO: INHABILITADOS.DAT "
                                   "supera los 300 registros."
                               MOVE 'S' TO WS-INH-DESBORDE
                               MOVE '10' TO WS-INH-FSTATUS
                           ELSE
                               ADD 1 TO WS-INH-COUNT
                               MOVE INHAB-RECORD TO
                                   WS-INH(WS-INH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INHAB-FILE
           END-IF.
       120-END.

       150-GRABA-RECHAZADOS.
      *    Nunca reescribe a partir de una carga truncada: el
      *    registro es la base del informe al BCRA.
           IF WS-RCH-DESBORDE = 'S'
               DISPLAY "CHEQUES_RECHAZADOS.DAT supera la tabla de "
                       "trabajo; no se regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RECHAZADOS-FILE
           PERFORM VARYING WS-RCH-IDX FROM 1 BY 1
                   UNTIL WS-RCH-IDX > WS-RCH-COUNT
               MOVE WS-RCH(WS-RCH-IDX) TO RECHAZADO-RECORD
               WRITE RECHAZADO-RECORD
           END-PERFORM
           CLOSE RECHAZADOS-FILE.
       150-END.

       160-GRABA-INHABILITADOS.
           IF WS-INH-DESBORDE = 'S'
               DISPLAY "INHABILITADOS.DAT supera la tabla de "
                       "trabajo; no se regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INHAB-FILE
           PERFORM VARYING WS-INH-IDX FROM 1 BY 1
                   UNTIL WS-INH-IDX > WS-INH-COUNT
               MOVE WS-INH(WS-INH-IDX) TO INHAB-RECORD
               WRITE INHAB-RECORD
           END-PERFORM
           CLOSE INHAB-FILE.
       160-END.

       200-CONSULTA-LIBRADOR.
           DISPLAY "Documento del librador: "
           ACCEPT WS-DOC-ING
           DISPLAY "FECHA    CHEQUE   IMPORTE       MOT ORIGEN     "
                   "MULTA      E INFORM"
           PERFORM VARYING WS-RCH-IDX FROM 1 BY 1
                   UNTIL WS-RCH-IDX > WS-RCH-COUNT
               IF WS-RCH-DOC(WS-RCH-IDX) = WS-DOC-ING
                   MOVE WS-RCH-IMPORTE(WS-RCH-IDX) TO WS-IMP-MONTO
                   MOVE WS-RCH-MULTA(WS-RCH-IDX) TO WS-IMP-MULTA
                   DISPLAY WS-RCH-FECHA(WS-RCH-IDX) " "
                           WS-RCH-NRO(WS-RCH-IDX) " "
                           WS-IMP-MONTO " "
                           WS-RCH-MOTIVO(WS-RCH-IDX) "  "
                           WS-RCH-ORIGEN(WS-RCH-IDX) " "
                           WS-IMP-MULTA " "
                           WS-RCH-MULTA-ESTADO(WS-RCH-IDX) " "
                           WS-RCH-PERIODO-INF(WS-RCH-IDX)
               END-IF
           END-PERFORM
           DISPLAY "(Multa: P=Pagada I=Impaga N=Sin multa)"
           PERFORM VARYING WS-INH-IDX FROM 1 BY 1
                   UNTIL WS-INH-IDX > WS-INH-COUNT
               IF WS-INH-DOC(WS-INH-IDX) = WS-DOC-ING
                   DISPLAY "INHABILITACION " WS-INH-DESDE(WS-INH-IDX)
                           " A " WS-INH-HASTA(WS-INH-IDX)
                           " ESTADO " WS-INH-ESTADO(WS-INH-IDX)
                           " " WS-INH-FECHA-REHAB(WS-INH-IDX)
               END-IF
           END-PERFORM.
       200-END.

       300-COBRA-MULTAS.
      *    Reintenta cada multa impaga contra el disponible del
      *    librador; la que no alcanza sigue impaga.
           IF WS-RCH-DESBORDE = 'S'
               DISPLAY "CHEQUES_RECHAZADOS.DAT supera la tabla de "
                       "trabajo; cobro abortado."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-COBRADAS WS-CONT-IMPAGAS
           PERFORM VARYING WS-RCH-IDX FROM 1 BY 1
                   UNTIL WS-RCH-IDX > WS-RCH-COUNT
               IF WS-RCH-MULTA-ESTADO(WS-RCH-IDX) = 'I'
                   PERFORM 310-COBRA-UNA-MULTA
               END-IF
           END-PERFORM
           PERFORM 150-GRABA-RECHAZADOS
           DISPLAY "MULTAS COBRADAS    : " WS-CONT-COBRADAS
           DISPLAY "MULTAS SIGUEN IMPAG: " WS-CONT-IMPAGAS.
       300-END.

       310-COBRA-UNA-MULTA.
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-RCH-DOC(WS-RCH-IDX) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
              OR WS-RCH-MULTA(WS-RCH-IDX) > WS-MV-SALDO
               ADD 1 TO WS-CONT-IMPAGAS
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-RCH-MULTA(WS-RCH-IDX) * (-1)
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               ADD 1 TO WS-CONT-IMPAGAS
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-RCH-MULTA-ESTADO(WS-RCH-IDX)
           MOVE WS-FECHA-HOY TO WS-RCH-MULTA-FPAGO(WS-RCH-IDX)
           ADD 1 TO WS-CONT-COBRADAS.
       310-END.

       400-LISTA-INHABILITADOS.
           DISPLAY "DOCUMENTO     DESDE    HASTA    RECH E REHAB"
           PERFORM VARYING WS-INH-IDX FROM 1 BY 1
                   UNTIL WS-INH-IDX > WS-INH-COUNT
               IF WS-INH-ESTADO(WS-INH-IDX) = 'A'
                   DISPLAY WS-INH-DOC(WS-INH-IDX) " "
                           WS-INH-DESDE(WS-INH-IDX) " "
                           WS-INH-HASTA(WS-INH-IDX) " "
                           WS-INH-CANT(WS-INH-IDX) "  "
                           WS-INH-ESTADO(WS-INH-IDX)
               END-IF
           END-PERFORM.
       400-END.

       500-REHABILITA.
           IF WS-INH-DESBORDE = 'S'
               DISPLAY "INHABILITADOS.DAT supera la tabla de "
                       "trabajo; proceso abortado."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-REHAB
           PERFORM VARYING WS-INH-IDX FROM 1 BY 1
                   UNTIL WS-INH-IDX > WS-INH-COUNT
               IF WS-INH-ESTADO(WS-INH-IDX) = 'A'
                  AND WS-INH-HASTA(WS-INH-IDX) <= WS-FECHA-HOY
                   PERFORM 510-MULTAS-IMPAGAS
                   IF WS-MULTAS-IMPAGAS = 'N'
                       MOVE 'R' TO WS-INH-ESTADO(WS-INH-IDX)
                       MOVE WS-FECHA-HOY
                           TO WS-INH-FECHA-REHAB(WS-INH-IDX)
                       ADD 1 TO WS-CONT-REHAB
                       DISPLAY "REHABILITADO " WS-INH-DOC(WS-INH-IDX)
                   ELSE
                       DISPLAY "PLAZO CUMPLIDO CON MULTAS IMPAGAS: "
                               WS-INH-DOC(WS-INH-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 160-GRABA-INHABILITADOS
           DISPLAY "REHABILITACIONES: " WS-CONT-REHAB.
       500-END.

       510-MULTAS-IMPAGAS.
           MOVE 'N' TO WS-MULTAS-IMPAGAS
           PERFORM VARYING WS-RCH-IDX FROM 1 BY 1
                   UNTIL WS-RCH-IDX > WS-RCH-COUNT
               IF WS-RCH-DOC(WS-RCH-IDX) = WS-INH-DOC(WS-INH-IDX)
                  AND WS-RCH-MULTA-ESTADO(WS-RCH-IDX) = 'I'
                   MOVE 'S' TO WS-MULTAS-IMPAGAS
               END-IF
           END-PERFORM.
       510-END.

       600-INFORME-BCRA.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "El informe al BCRA requiere rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           IF WS-RCH-DESBORDE = 'S' OR WS-INH-DESBORDE = 'S'
               DISPLAY "Los registros superan la tabla de trabajo; "
                       "informe abortado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Periodo a informar (AAAAMM): "
           ACCEPT WS-PERIODO-ING
           IF WS-PERIODO-ING NOT NUMERIC
               DISPLAY "Periodo invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-INFORMADOS WS-SUM-INFORMADOS
           OPEN OUTPUT BCRA-FILE
           MOVE SPACES TO BCRA-RECORD
           STRING "H" WS-PERIODO-ING WS-FECHA-HOY "BANCO-PROPIO"
               DELIMITED BY SIZE INTO BCRA-RECORD
           WRITE BCRA-RECORD
           PERFORM VARYING WS-RCH-IDX FROM 1 BY 1
                   UNTIL WS-RCH-IDX > WS-RCH-COUNT
      *        Rechazos del periodo, los ya informados en este mismo
      *        periodo (regeneracion) y los atrasados sin informar.
               MOVE 'N' TO WS-INFORMA
               IF WS-RCH-FECHA(WS-RCH-IDX)(1:6) = WS-PERIODO-ING
                  OR WS-RCH-PERIODO-INF(WS-RCH-IDX) = WS-PERIODO-ING
                   MOVE 'S' TO WS-INFORMA
               END-IF
               IF WS-RCH-PERIODO-INF(WS-RCH-IDX) = SPACES
                  AND WS-RCH-FECHA(WS-RCH-IDX)(1:6) < WS-PERIODO-ING
                   MOVE 'S' TO WS-INFORMA
               END-IF
               IF WS-INFORMA = 'S'
                   MOVE WS-RCH-DOC(WS-RCH-IDX) TO BCR-DOC
                   MOVE WS-RCH-NRO(WS-RCH-IDX) TO BCR-NRO
                   MOVE WS-RCH-IMPORTE(WS-RCH-IDX) TO BCR-IMPORTE
                   MOVE WS-RCH-FECHA(WS-RCH-IDX) TO BCR-FECHA
                   MOVE WS-RCH-MOTIVO(WS-RCH-IDX) TO BCR-MOTIVO
                   MOVE WS-RCH-MULTA-ESTADO(WS-RCH-IDX)
                       TO BCR-MULTA-ESTADO
                   MOVE WS-BCRA-RECHAZO TO BCRA-RECORD
                   WRITE BCRA-RECORD
                   ADD 1 TO WS-CONT-INFORMADOS
                   ADD WS-RCH-IMPORTE(WS-RCH-IDX) TO WS-SUM-INFORMADOS
                   MOVE WS-PERIODO-ING
                       TO WS-RCH-PERIODO-INF(WS-RCH-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-INH-IDX FROM 1 BY 1
                   UNTIL WS-INH-IDX > WS-INH-COUNT
               IF WS-INH-DESDE(WS-INH-IDX)(1:6) = WS-PERIODO-ING
                   MOVE 'I' TO BCI-TIPO
                   PERFORM 610-DETALLE-INHAB
               END-IF
               IF WS-INH-ESTADO(WS-INH-IDX) = 'R'
                  AND WS-INH-FECHA-REHAB(WS-INH-IDX)(1:6)
                      = WS-PERIODO-ING
                   MOVE 'R' TO BCI-TIPO
                   PERFORM 610-DETALLE-INHAB
               END-IF
           END-PERFORM
           MOVE SPACES TO BCRA-RECORD
           STRING "T" WS-CONT-INFORMADOS WS-SUM-INFORMADOS
               DELIMITED BY SIZE INTO BCRA-RECORD
           WRITE BCRA-RECORD
           CLOSE BCRA-FILE
           PERFORM 150-GRABA-RECHAZADOS
           MOVE WS-SUM-INFORMADOS TO WS-IMP-MONTO
           DISPLAY "CHEQUES_RECHAZADOS_BCRA.DAT generado: "
                   WS-CONT-INFORMADOS " rechazos, total "
                   WS-IMP-MONTO.
       600-END.

       610-DETALLE-INHAB.
           MOVE WS-INH-DOC(WS-INH-IDX) TO BCI-DOC
           MOVE WS-INH-DESDE(WS-INH-IDX) TO BCI-DESDE
           MOVE WS-INH-HASTA(WS-INH-IDX) TO BCI-HASTA
           MOVE WS-INH-CANT(WS-INH-IDX) TO BCI-CANT
           MOVE WS-INH-FECHA-REHAB(WS-INH-IDX) TO BCI-FECHA-REHAB
           MOVE WS-BCRA-INHAB TO BCRA-RECORD
           WRITE BCRA-RECORD.
       610-END.

       700-LLAMA-MOVPOST.
           MOVE 'COMISION  ' TO WS-MV-CANAL
           MOVE 'MULTACHQ' TO WS-MV-REF
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM RCHINH001.
