      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Registro de cheques rechazados por falta de fondos,
      *          por librador (CHEQUES_RECHAZADOS.DAT). Lo llaman los
      *          circuitos que rechazan un cheque propio sin fondos:
      *          la camara (CAMARA001), la liquidacion interna de
      *          ECHEQ (ECHEQ001) y la custodia de diferidos
      *          (CHQDIF001). Por cada rechazo:
      *            - deja el rechazo en el registro, pendiente de
      *              informar al BCRA en el informe mensual;
      *            - cobra al librador la multa de la tarifa
      *              MULTACHQ via MOVPOST1 (canal COMISION) si el
      *              disponible alcanza; si no, la multa queda impaga
      *              y la cobra despues RCHINH001;
      *            - cuenta los rechazos del librador en los ultimos
      *              365 dias y, si llegan al tope del parametro
      *              INHAB-RECHAZOS (5 por defecto), lo inhabilita en
      *              INHABILITADOS.DAT por INHAB-DIAS dias (365 por
      *              defecto). La inhabilitacion le impide chequeras y
      *              cuentas corrientes nuevas (INHAB1) hasta cumplir
      *              el plazo con las multas pagas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCHREG1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECHAZADOS-FILE ASSIGN TO "CHEQUES_RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCH-FSTATUS.
           SELECT INHAB-FILE ASSIGN TO "INHABILITADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INH-FSTATUS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-FSTATUS.

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
       FD  TARIFAS-FILE.
       01  TARIFA-RECORD.
           05  TAR-CODIGO              PIC X(10).
           05  TAR-DESCRIPCION         PIC X(30).
           05  TAR-IMPORTE             PIC 9(08)V99.
           05  TAR-VIG-DESDE           PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-RCH-FSTATUS              PIC XX.
       01  WS-INH-FSTATUS              PIC XX.
       01  WS-TARIFAS-FSTATUS          PIC XX.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-DESDE-ENTERO             PIC 9(8).
       01  WS-VENTANA-DESDE            PIC X(8).
       01  WS-HASTA-NUM                PIC 9(8).

       01  WS-TARIFA-CODIGO            PIC X(10).
       01  WS-TARIFA-IMPORTE           PIC 9(8)V99.
       01  WS-TARIFA-VIG-MAX           PIC X(8).
       01  WS-MULTA-ESTADO             PIC X(1).

       01  WS-CANT-RECHAZOS            PIC 9(3).
       01  WS-TOPE-RECHAZOS            PIC 9(3).
       01  WS-DIAS-INHAB               PIC 9(4).
       01  WS-YA-INHABILITADO          PIC X(1).
       01  WS-IMP-MONTO                PIC ZZZZZZZ9.99.

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       LINKAGE SECTION.
       01  LK-DOC                      PIC X(13).
       01  LK-NRO                      PIC 9(08).
       01  LK-IMPORTE                  PIC 9(10)V99.
       01  LK-MOTIVO                   PIC X(02).
       01  LK-ORIGEN                   PIC X(10).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-DOC LK-NRO LK-IMPORTE LK-MOTIVO
                                LK-ORIGEN LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           IF LK-DOC = SPACES
               GOBACK
           END-IF
           PERFORM 200-COBRA-MULTA
           PERFORM 100-REGISTRA-RECHAZO
           PERFORM 300-EVALUA-INHABILITACION
           GOBACK.

       100-REGISTRA-RECHAZO.
           OPEN EXTEND RECHAZADOS-FILE
           IF WS-RCH-FSTATUS NOT = '00'
               OPEN OUTPUT RECHAZADOS-FILE
           END-IF
           MOVE LK-DOC TO RCH-DOC
           MOVE LK-NRO TO RCH-NRO
           MOVE LK-IMPORTE TO RCH-IMPORTE
           MOVE WS-FECHA-HOY TO RCH-FECHA
           MOVE LK-MOTIVO TO RCH-MOTIVO
           MOVE LK-ORIGEN TO RCH-ORIGEN
           MOVE WS-TARIFA-IMPORTE TO RCH-MULTA
           MOVE WS-MULTA-ESTADO TO RCH-MULTA-ESTADO
           IF WS-MULTA-ESTADO = 'P'
               MOVE WS-FECHA-HOY TO RCH-MULTA-FECHA-PAGO
           ELSE
               MOVE SPACES TO RCH-MULTA-FECHA-PAGO
           END-IF
           MOVE SPACES TO RCH-PERIODO-INF
           WRITE RECHAZADO-RECORD
           CLOSE RECHAZADOS-FILE.
       100-END.

       200-COBRA-MULTA.
      *    Multa de la tarifa MULTACHQ vigente. Sin tarifa cargada no
      *    hay multa (N); si el disponible no alcanza queda impaga (I)
      *    para el cobro posterior de RCHINH001.
           MOVE 'N' TO WS-MULTA-ESTADO
           MOVE 'MULTACHQ  ' TO WS-TARIFA-CODIGO
           PERFORM 210-LEE-TARIFA
           IF WS-TARIFA-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'I' TO WS-MULTA-ESTADO
           MOVE 'D' TO WS-MV-FUNCION
           MOVE LK-DOC TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
              OR WS-TARIFA-IMPORTE > WS-MV-SALDO
               MOVE WS-TARIFA-IMPORTE TO WS-IMP-MONTO
               DISPLAY "MULTA CHEQUE RECHAZADO IMPAGA DOC=" LK-DOC
                       " IMPORTE " WS-IMP-MONTO
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           MOVE LK-DOC TO WS-MV-DOC
           COMPUTE WS-MV-MONTO = WS-TARIFA-IMPORTE * (-1)
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID > 0
               MOVE 'P' TO WS-MULTA-ESTADO
           END-IF.
       200-END.

       210-LEE-TARIFA.
           MOVE 0 TO WS-TARIFA-IMPORTE
           MOVE SPACES TO WS-TARIFA-VIG-MAX
           OPEN INPUT TARIFAS-FILE
           IF WS-TARIFAS-FSTATUS = '00'
               PERFORM UNTIL WS-TARIFAS-FSTATUS NOT = '00'
                   READ TARIFAS-FILE
                       AT END MOVE '10' TO WS-TARIFAS-FSTATUS
                       NOT AT END
                           IF TAR-CODIGO = WS-TARIFA-CODIGO
                              AND TAR-VIG-DESDE <= WS-FECHA-HOY
                              AND TAR-VIG-DESDE > WS-TARIFA-VIG-MAX
                               MOVE TAR-IMPORTE
                                   TO WS-TARIFA-IMPORTE
                               MOVE TAR-VIG-DESDE
                                   TO WS-TARIFA-VIG-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF.
       210-END.

       300-EVALUA-INHABILITACION.
           MOVE 'INHAB-RECHAZOS      ' TO WS-PM-CLAVE
           PERFORM 800-LEE-PARAMETRO
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-TOPE-RECHAZOS
           ELSE
               MOVE 5 TO WS-TOPE-RECHAZOS
           END-IF
           MOVE WS-FECHA-HOY TO WS-FECHA-NUM
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           COMPUTE WS-DESDE-ENTERO = WS-HOY-ENTERO - 365
           COMPUTE WS-FECHA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DESDE-ENTERO)
           MOVE WS-FECHA-NUM TO WS-VENTANA-DESDE
           MOVE 0 TO WS-CANT-RECHAZOS
           OPEN INPUT RECHAZADOS-FILE
           IF WS-RCH-FSTATUS = '00'
               PERFORM UNTIL WS-RCH-FSTATUS NOT = '00'
                   READ RECHAZADOS-FILE
                       AT END MOVE '10' TO WS-RCH-FSTATUS
                       NOT AT END
                           IF RCH-DOC = LK-DOC
                              AND RCH-FECHA > WS-VENTANA-DESDE
                               ADD 1 TO WS-CANT-RECHAZOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECHAZADOS-FILE
           END-IF
           IF WS-CANT-RECHAZOS < WS-TOPE-RECHAZOS
               EXIT PARAGRAPH
           END-IF
      *    Una sola inhabilitacion activa por librador: los rechazos
      *    que siguen no la extienden.
           MOVE 'N' TO WS-YA-INHABILITADO
           OPEN INPUT INHAB-FILE
           IF WS-INH-FSTATUS = '00'
               PERFORM UNTIL WS-INH-FSTATUS NOT = '00'
                   READ INHAB-FILE
                       AT END MOVE '10' TO WS-INH-FSTATUS
                       NOT AT END
                           IF INH-DOC = LK-DOC AND INH-ESTADO = 'A'
                               MOVE 'S' TO WS-YA-INHABILITADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INHAB-FILE
           END-IF
           IF WS-YA-INHABILITADO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'INHAB-DIAS          ' TO WS-PM-CLAVE
           PERFORM 800-LEE-PARAMETRO
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-INHAB
           ELSE
               MOVE 365 TO WS-DIAS-INHAB
           END-IF
           COMPUTE WS-DESDE-ENTERO = WS-HOY-ENTERO + WS-DIAS-INHAB
           COMPUTE WS-HASTA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DESDE-ENTERO)
           OPEN EXTEND INHAB-FILE
           IF WS-INH-FSTATUS NOT = '00'
               OPEN OUTPUT INHAB-FILE
           END-IF
           MOVE LK-DOC TO INH-DOC
           MOVE WS-FECHA-HOY TO INH-FECHA-DESDE
           MOVE WS-HASTA-NUM TO INH-FECHA-HASTA
           MOVE WS-CANT-RECHAZOS TO INH-CANT-RECHAZOS
           MOVE 'A' TO INH-ESTADO
           MOVE SPACES TO INH-FECHA-REHAB
           WRITE INHAB-RECORD
           CLOSE INHAB-FILE
           DISPLAY "LIBRADOR " LK-DOC " INHABILITADO HASTA "
                   INH-FECHA-HASTA " (" WS-CANT-RECHAZOS
                   " RECHAZOS SIN FONDOS).".
       300-END.

       700-LLAMA-MOVPOST.
           MOVE 'COMISION  ' TO WS-MV-CANAL
           MOVE 'MULTACHQ' TO WS-MV-REF
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       800-LEE-PARAMETRO.
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC.
       800-END.
       END PROGRAM RCHREG1.
