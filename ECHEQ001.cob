      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Cheques electronicos (ECHEQ), operados desde el menu
      *          de cheques de cuentas corrientes (CTACTE001). El
      *          librador emite el ECHEQ contra su cuenta corriente a
      *          favor de un documento, por un importe y con fecha de
      *          pago (hasta 360 dias); queda en ECHEQ.DAT con numero
      *          propio (entidad ECHEQ en SECUENCIAS.DAT, sembrada en
      *          90000001 para no cruzarse con los numeros de
      *          chequera en ORDENES_NOPAGO.DAT). El tenedor puede
      *          endosarlo a un tercero; cada endoso queda en
      *          ECHEQ_ENDOSOS.DAT y arma la cadena completa. El
      *          tenedor final con cuenta en el banco lo deposita y se
      *          liquida en forma interna por ECHQLIQ1 (las mismas
      *          validaciones de no pago y fondos que CAMARA001, que
      *          usa el mismo modulo cuando otro banco presenta un
      *          ECHEQ nuestro). El ECHEQ librado contra otro banco
      *          se deposita por la camara saliente (CHQDEP001). La
      *          orden de no pago se registra en ORDENES_NOPAGO.DAT
      *          con su causal legal y cobra la tarifa STOPCHEQUE,
      *          igual que en el cheque de papel. El rechazo sin fondos
      *          pasa al registro de cheques rechazados del librador
      *          con su multa (RCHREG1), como en la camara.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEQ001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHEQ-FILE ASSIGN TO "ECHEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-FSTATUS.
           SELECT ENDOSOS-FILE ASSIGN TO "ECHEQ_ENDOSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-END-FSTATUS.
           SELECT NOPAGO-FILE ASSIGN TO "ORDENES_NOPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOPAGO-FSTATUS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECHEQ-FILE.
       01  ECHEQ-RECORD.
           05  ECH-NRO                 PIC 9(08).
           05  ECH-DOC-LIBRADOR        PIC X(13).
           05  ECH-DOC-BENEF           PIC X(13).
           05  ECH-DOC-TENEDOR         PIC X(13).
           05  ECH-IMPORTE             PIC 9(10)V99.
           05  ECH-FECHA-EMISION       PIC X(08).
           05  ECH-FECHA-PAGO          PIC X(08).
           05  ECH-ESTADO              PIC X(01).
           05  ECH-CANT-ENDOSOS        PIC 9(02).
           05  ECH-FECHA-COBRO         PIC X(08).
           05  ECH-OPERADOR            PIC X(30).
       FD  ENDOSOS-FILE.
       01  ENDOSO-RECORD.
           05  END-NRO                 PIC 9(08).
           05  END-SECUENCIA           PIC 9(02).
           05  END-DOC-ENDOSANTE       PIC X(13).
           05  END-DOC-ENDOSATARIO     PIC X(13).
           05  END-FECHA               PIC X(08).
           05  END-OPERADOR            PIC X(30).
       FD  NOPAGO-FILE.
       01  NOPAGO-RECORD.
           05  ONP-DOC                 PIC X(13).
           05  ONP-NRO                 PIC 9(08).
           05  ONP-MOTIVO              PIC X(02).
           05  ONP-FECHA               PIC X(08).
           05  ONP-ESTADO              PIC X(01).
           05  ONP-OPERADOR            PIC X(30).
       FD  TARIFAS-FILE.
       01  TARIFA-RECORD.
           05  TAR-CODIGO              PIC X(10).
           05  TAR-DESCRIPCION         PIC X(30).
           05  TAR-IMPORTE             PIC 9(08)V99.
           05  TAR-VIG-DESDE           PIC X(08).
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-ECH-FSTATUS              PIC XX.
       01  WS-END-FSTATUS              PIC XX.
       01  WS-NOPAGO-FSTATUS           PIC XX.
       01  WS-TARIFAS-FSTATUS          PIC XX.
       01  WS-TIPOCTA-STATUS           PIC XX.

       01  WS-ECHEQS.
           05  WS-ECH OCCURS 500 TIMES.
               10  WS-ECH-NRO          PIC 9(08).
               10  WS-ECH-DOC-LIBRADOR PIC X(13).
               10  WS-ECH-DOC-BENEF    PIC X(13).
               10  WS-ECH-DOC-TENEDOR  PIC X(13).
               10  WS-ECH-IMPORTE      PIC 9(10)V99.
               10  WS-ECH-FECHA-EMI    PIC X(08).
               10  WS-ECH-FECHA-PAGO   PIC X(08).
               10  WS-ECH-ESTADO       PIC X(01).
               10  WS-ECH-CANT-END     PIC 9(02).
               10  WS-ECH-FECHA-COBRO  PIC X(08).
               10  WS-ECH-OPERADOR     PIC X(30).
       01  WS-ECH-COUNT                PIC 9(3) VALUE 0.
       01  WS-ECH-IDX                  PIC 9(3).
       01  WS-ECH-SEL                  PIC 9(3).
       01  WS-ECH-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-TIPCTA-DOC               PIC X(13).
       01  WS-TIPCTA-TIPO              PIC X(02).
           88  CUENTA-ES-AHORRO            VALUE 'CA'.
       01  WS-TIPCTA-MONEDA            PIC X(03).
       01  WS-TIPCTA-SUCURSAL          PIC X(03).
       01  WS-TIPCTA-RET-PERIODO       PIC X(06).
       01  WS-TIPCTA-RETIROS           PIC 9(03).
       01  WS-TIPCTA-FOUND             PIC X(01).

       01  WS-OPCION                   PIC 9.
       01  WS-DOC-ING                  PIC X(13).
       01  WS-DOC-DESTINO-ING          PIC X(13).
       01  WS-NRO-ING                  PIC 9(8).
       01  WS-MONTO-ING                PIC 9(10)V99.
       01  WS-FECHA-PAGO-ING           PIC X(8).
       01  WS-FECHA-PAGO-NUM REDEFINES WS-FECHA-PAGO-ING
                                       PIC 9(8).
       01  WS-ONP-MOTIVO-ING           PIC 9.
       01  WS-ONP-MOTIVO-COD           PIC X(2).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-PAGO-ENTERO              PIC 9(8).
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.
       01  WS-ROL                      PIC X(1).
       01  WS-HAY-ENDOSOS              PIC X(1).

       01  WS-TITULAR-ING              PIC X(1).
       01  WS-OPERANTE-OK              PIC X(1).
       01  WS-AP-DOC-CUENTA            PIC X(13).
       01  WS-AP-DOC-APOD              PIC X(13).
       01  WS-AP-OP                    PIC X(01).
       01  WS-AP-IMPORTE               PIC 9(10)V99.
       01  WS-AP-PERMITIDO             PIC X(01).

       01  WS-TARIFA-CODIGO            PIC X(10).
       01  WS-TARIFA-IMPORTE           PIC 9(8)V99.
       01  WS-TARIFA-VIG-MAX           PIC X(8).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-LQ-NRO                   PIC 9(08).
       01  WS-LQ-IMPORTE               PIC 9(10)V99.
       01  WS-LQ-CANAL                 PIC X(10).
       01  WS-LQ-MOTIVO                PIC X(02).
       01  WS-LQ-MOTIVO-DESC           PIC X(20).
       01  WS-LQ-DOC-LIBRADOR          PIC X(13).
       01  WS-LQ-DOC-TENEDOR           PIC X(13).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       01  WS-RG-ORIGEN                PIC X(10).
       01  WS-INH-INHABILITADO         PIC X(01).
       01  WS-INH-HASTA                PIC X(08).

       01  WS-SP-ORIGEN                PIC X(10).
       01  WS-SP-DOC                   PIC X(13).
       01  WS-SP-REF                   PIC X(22).
       01  WS-SP-IMPORTE               PIC 9(10)V99.
       01  WS-SP-NRO                   PIC 9(09).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-ECHEQS
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   CHEQUES ELECTRONICOS (ECHEQ)     "
           DISPLAY "===================================="
           DISPLAY "1 - Emitir ECHEQ"
           DISPLAY "2 - Cartera de ECHEQ de un cliente"
           DISPLAY "3 - Endosar ECHEQ"
           DISPLAY "4 - Depositar ECHEQ (tenedor final)"
           DISPLAY "5 - Orden de no pago sobre un ECHEQ"
           DISPLAY "6 - Cadena de endosos de un ECHEQ"
           DISPLAY "7 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-EMITIR-ECHEQ
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-CARTERA
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 400-ENDOSAR
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 500-DEPOSITAR
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 600-ORDEN-NO-PAGO
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 450-CADENA-ENDOSOS
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-ECHEQS.
           MOVE 0 TO WS-ECH-COUNT
           MOVE 'N' TO WS-ECH-DESBORDE
           OPEN INPUT ECHEQ-FILE
           IF WS-ECH-FSTATUS = '00'
               PERFORM UNTIL WS-ECH-FSTATUS NOT = '00'
                   READ ECHEQ-FILE
                       AT END MOVE '10' TO WS-ECH-FSTATUS
                       NOT AT END
                           IF WS-ECH-COUNT >= 500
                               DISPLAY "AVISO: ECHEQ.DAT supera "
                                   "los 500 registros."
                               MOVE 'S' TO WS-ECH-DESBORDE
                               MOVE '10' TO WS-ECH-FSTATUS
                           ELSE
                               ADD 1 TO WS-ECH-COUNT
                               MOVE ECHEQ-RECORD TO
                                   WS-ECH(WS-ECH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECHEQ-FILE
           END-IF.
       110-END.

       150-GRABA-ECHEQS.
      *    Nunca reescribe a partir de una carga truncada: un ECHEQ
      *    perdido es una orden de pago que sigue circulando.
           IF WS-ECH-DESBORDE = 'S'
               DISPLAY "ECHEQ.DAT supera la tabla de trabajo; no se "
                       "regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ECHEQ-FILE
           PERFORM VARYING WS-ECH-IDX FROM 1 BY 1
                   UNTIL WS-ECH-IDX > WS-ECH-COUNT
               MOVE WS-ECH(WS-ECH-IDX) TO ECHEQ-RECORD
               WRITE ECHEQ-RECORD
           END-PERFORM
           CLOSE ECHEQ-FILE.
       150-END.

       170-BUSCA-ECHEQ.
           MOVE 0 TO WS-ECH-SEL
           PERFORM VARYING WS-ECH-IDX FROM 1 BY 1
                   UNTIL WS-ECH-IDX > WS-ECH-COUNT
               IF WS-ECH-NRO(WS-ECH-IDX) = WS-NRO-ING
                   MOVE WS-ECH-IDX TO WS-ECH-SEL
                   MOVE WS-ECH-COUNT TO WS-ECH-IDX
               END-IF
           END-PERFORM.
       170-END.

       200-EMITIR-ECHEQ.
           IF WS-ECH-DESBORDE = 'S' OR WS-ECH-COUNT >= 500
               DISPLAY "Registro de ECHEQ lleno."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del librador: "
           ACCEPT WS-DOC-ING
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-DOC-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           MOVE 'ECHEQ     ' TO WS-MV-CANAL
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "El librador no posee cuenta habilitada."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-ING TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           IF CUENTA-ES-AHORRO
               DISPLAY "Las cajas de ahorro no libran cheques."
               EXIT PARAGRAPH
           END-IF
           CALL 'INHAB1' USING WS-DOC-ING WS-INH-INHABILITADO
                               WS-INH-HASTA
           IF WS-INH-INHABILITADO = 'S'
               DISPLAY "Librador inhabilitado por cheques rechazados "
                       "hasta " WS-INH-HASTA "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del beneficiario: "
           ACCEPT WS-DOC-DESTINO-ING
           IF WS-DOC-DESTINO-ING = SPACES
              OR WS-DOC-DESTINO-ING = WS-DOC-ING
               DISPLAY "Beneficiario invalido."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Importe: "
           ACCEPT WS-MONTO-ING
           IF WS-MONTO-ING = 0
               DISPLAY "El importe debe ser mayor a cero."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fecha de pago (AAAAMMDD): "
           ACCEPT WS-FECHA-PAGO-ING
           IF WS-FECHA-PAGO-ING NOT NUMERIC
              OR WS-FECHA-PAGO-ING < WS-FECHA-HOY
               DISPLAY "Fecha de pago invalida."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA-HOY))
           COMPUTE WS-PAGO-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PAGO-NUM)
           IF WS-PAGO-ENTERO - WS-HOY-ENTERO > 360
               DISPLAY "La fecha de pago no puede superar los 360 "
                       "dias."
               EXIT PARAGRAPH
           END-IF
      *    Librar un cheque exige firma: si no opera el titular, el
      *    poder se verifica con la operacion C por el importe.
           MOVE WS-DOC-ING TO WS-AP-DOC-CUENTA
           MOVE 'C' TO WS-AP-OP
           MOVE WS-MONTO-ING TO WS-AP-IMPORTE
           PERFORM 650-VERIFICA-OPERANTE
           IF WS-OPERANTE-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'ECHEQ       ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 90000001 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           IF WS-SEQ-PRIMER-ID = 0
               DISPLAY "No se pudo asignar numero de ECHEQ."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ECH-COUNT
           MOVE WS-SEQ-PRIMER-ID   TO WS-ECH-NRO(WS-ECH-COUNT)
           MOVE WS-DOC-ING         TO WS-ECH-DOC-LIBRADOR(WS-ECH-COUNT)
           MOVE WS-DOC-DESTINO-ING TO WS-ECH-DOC-BENEF(WS-ECH-COUNT)
           MOVE WS-DOC-DESTINO-ING TO WS-ECH-DOC-TENEDOR(WS-ECH-COUNT)
           MOVE WS-MONTO-ING       TO WS-ECH-IMPORTE(WS-ECH-COUNT)
           MOVE WS-FECHA-HOY       TO WS-ECH-FECHA-EMI(WS-ECH-COUNT)
           MOVE WS-FECHA-PAGO-ING  TO WS-ECH-FECHA-PAGO(WS-ECH-COUNT)
           MOVE 'E'                TO WS-ECH-ESTADO(WS-ECH-COUNT)
           MOVE 0                  TO WS-ECH-CANT-END(WS-ECH-COUNT)
           MOVE SPACES             TO WS-ECH-FECHA-COBRO(WS-ECH-COUNT)
           MOVE LK-OPERADOR        TO WS-ECH-OPERADOR(WS-ECH-COUNT)
           PERFORM 150-GRABA-ECHEQS
           DISPLAY "ECHEQ " WS-ECH-NRO(WS-ECH-COUNT)
                   " emitido a favor de " WS-DOC-DESTINO-ING
                   " con fecha de pago " WS-FECHA-PAGO-ING ".".
       200-END.

       300-CARTERA.
      *    ECHEQ librados por el cliente (L) y los que tiene en su
      *    poder como tenedor (T).
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           DISPLAY "R NRO      LIBRADOR      TENEDOR       "
                   "IMPORTE       F.PAGO   E"
           PERFORM VARYING WS-ECH-IDX FROM 1 BY 1
                   UNTIL WS-ECH-IDX > WS-ECH-COUNT
               MOVE SPACE TO WS-ROL
               IF WS-ECH-DOC-LIBRADOR(WS-ECH-IDX) = WS-DOC-ING
                   MOVE 'L' TO WS-ROL
               END-IF
               IF WS-ECH-DOC-TENEDOR(WS-ECH-IDX) = WS-DOC-ING
                   MOVE 'T' TO WS-ROL
               END-IF
               IF WS-ROL NOT = SPACE
                   MOVE WS-ECH-IMPORTE(WS-ECH-IDX) TO WS-IMP-MONTO
                   DISPLAY WS-ROL " "
                           WS-ECH-NRO(WS-ECH-IDX) " "
                           WS-ECH-DOC-LIBRADOR(WS-ECH-IDX) " "
                           WS-ECH-DOC-TENEDOR(WS-ECH-IDX) " "
                           WS-IMP-MONTO " "
                           WS-ECH-FECHA-PAGO(WS-ECH-IDX) " "
                           WS-ECH-ESTADO(WS-ECH-IDX)
               END-IF
           END-PERFORM
           DISPLAY "(E=En circulacion P=Pagado R=Rechazado "
                   "S=No pago)".
       300-END.

       400-ENDOSAR.
           DISPLAY "Numero de ECHEQ: "
           ACCEPT WS-NRO-ING
           PERFORM 170-BUSCA-ECHEQ
           IF WS-ECH-SEL = 0
               DISPLAY "El ECHEQ no existe en el registro."
               EXIT PARAGRAPH
           END-IF
           IF WS-ECH-ESTADO(WS-ECH-SEL) NOT = 'E'
               DISPLAY "El ECHEQ no esta en circulacion; no se puede "
                       "endosar."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del tenedor que endosa: "
           ACCEPT WS-DOC-ING
           IF WS-DOC-ING NOT = WS-ECH-DOC-TENEDOR(WS-ECH-SEL)
               DISPLAY "Solo el tenedor actual puede endosar."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del nuevo tenedor (endosatario): "
           ACCEPT WS-DOC-DESTINO-ING
           IF WS-DOC-DESTINO-ING = SPACES
              OR WS-DOC-DESTINO-ING = WS-DOC-ING
               DISPLAY "Endosatario invalido."
               EXIT PARAGRAPH
           END-IF
           IF WS-ECH-CANT-END(WS-ECH-SEL) >= 99
               DISPLAY "El ECHEQ alcanzo el maximo de endosos."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ECH-CANT-END(WS-ECH-SEL)
           OPEN EXTEND ENDOSOS-FILE
           IF WS-END-FSTATUS NOT = '00'
               OPEN OUTPUT ENDOSOS-FILE
           END-IF
           MOVE WS-NRO-ING TO END-NRO
           MOVE WS-ECH-CANT-END(WS-ECH-SEL) TO END-SECUENCIA
           MOVE WS-DOC-ING TO END-DOC-ENDOSANTE
           MOVE WS-DOC-DESTINO-ING TO END-DOC-ENDOSATARIO
           MOVE WS-FECHA-HOY TO END-FECHA
           MOVE LK-OPERADOR TO END-OPERADOR
           WRITE ENDOSO-RECORD
           CLOSE ENDOSOS-FILE
           MOVE WS-DOC-DESTINO-ING TO WS-ECH-DOC-TENEDOR(WS-ECH-SEL)
           PERFORM 150-GRABA-ECHEQS
           DISPLAY "ECHEQ " WS-NRO-ING " endosado a "
                   WS-DOC-DESTINO-ING " (endoso "
                   WS-ECH-CANT-END(WS-ECH-SEL) ").".
       400-END.

       450-CADENA-ENDOSOS.
           DISPLAY "Numero de ECHEQ: "
           ACCEPT WS-NRO-ING
           PERFORM 170-BUSCA-ECHEQ
           IF WS-ECH-SEL = 0
               DISPLAY "El ECHEQ no existe en el registro."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ECH-IMPORTE(WS-ECH-SEL) TO WS-IMP-MONTO
           DISPLAY "ECHEQ " WS-NRO-ING " IMPORTE " WS-IMP-MONTO
                   " PAGO " WS-ECH-FECHA-PAGO(WS-ECH-SEL)
                   " ESTADO " WS-ECH-ESTADO(WS-ECH-SEL)
           DISPLAY "LIBRADOR     : " WS-ECH-DOC-LIBRADOR(WS-ECH-SEL)
                   " EMITIDO " WS-ECH-FECHA-EMI(WS-ECH-SEL)
           DISPLAY "BENEFICIARIO : " WS-ECH-DOC-BENEF(WS-ECH-SEL)
           MOVE 'N' TO WS-HAY-ENDOSOS
           OPEN INPUT ENDOSOS-FILE
           IF WS-END-FSTATUS = '00'
               PERFORM UNTIL WS-END-FSTATUS NOT = '00'
                   READ ENDOSOS-FILE
                       AT END MOVE '10' TO WS-END-FSTATUS
                       NOT AT END
                           IF END-NRO = WS-NRO-ING
                               MOVE 'S' TO WS-HAY-ENDOSOS
                               DISPLAY "ENDOSO " END-SECUENCIA ": "
                                       END-DOC-ENDOSANTE " -> "
                                       END-DOC-ENDOSATARIO " "
                                       END-FECHA " "
                                       END-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDOSOS-FILE
           END-IF
           IF WS-HAY-ENDOSOS = 'N'
               DISPLAY "Sin endosos."
           END-IF
           DISPLAY "TENEDOR ACTUAL: " WS-ECH-DOC-TENEDOR(WS-ECH-SEL).
       450-END.

       500-DEPOSITAR.
           DISPLAY "Numero de ECHEQ: "
           ACCEPT WS-NRO-ING
           PERFORM 170-BUSCA-ECHEQ
           IF WS-ECH-SEL = 0
               DISPLAY "No es un ECHEQ librado contra el banco; "
                       "depositelo por la camara saliente (CHQDEP001)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del tenedor que deposita: "
           ACCEPT WS-DOC-ING
           IF WS-DOC-ING NOT = WS-ECH-DOC-TENEDOR(WS-ECH-SEL)
               DISPLAY "Solo el tenedor actual puede depositarlo."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-DOC-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           MOVE 'ECHEQ     ' TO WS-MV-CANAL
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "El tenedor no posee cuenta habilitada."
               EXIT PARAGRAPH
           END-IF
      *    Liquidacion interna: debito al librador con las mismas
      *    reglas que la camara.
           MOVE WS-NRO-ING TO WS-LQ-NRO
           MOVE WS-ECH-IMPORTE(WS-ECH-SEL) TO WS-LQ-IMPORTE
           MOVE 'ECHEQ     ' TO WS-LQ-CANAL
           CALL 'ECHQLIQ1' USING WS-LQ-NRO WS-LQ-IMPORTE WS-LQ-CANAL
                                 LK-OPERADOR WS-LQ-MOTIVO
                                 WS-LQ-MOTIVO-DESC
                                 WS-LQ-DOC-LIBRADOR WS-LQ-DOC-TENEDOR
           PERFORM 110-CARGA-ECHEQS
           IF WS-LQ-MOTIVO = '13'
               DISPLAY "El ECHEQ tiene fecha de pago "
                       WS-ECH-FECHA-PAGO(WS-ECH-SEL)
                       "; no se puede depositar antes."
               EXIT PARAGRAPH
           END-IF
           IF WS-LQ-MOTIVO NOT = '00'
      *        Rechazo: igual que en la camara, queda un caso de
      *        partida pendiente para trabajarlo.
               DISPLAY "ECHEQ RECHAZADO MOTIVO " WS-LQ-MOTIVO " "
                       WS-LQ-MOTIVO-DESC
               MOVE 'ECHEQ     ' TO WS-SP-ORIGEN
               MOVE WS-LQ-DOC-LIBRADOR TO WS-SP-DOC
               MOVE SPACES TO WS-SP-REF
               STRING "ECHQ=" WS-NRO-ING " M=" WS-LQ-MOTIVO
                   DELIMITED BY SIZE INTO WS-SP-REF
               MOVE WS-LQ-IMPORTE TO WS-SP-IMPORTE
               PERFORM 800-ALTA-SUSPENSO
               IF WS-LQ-MOTIVO = '07'
                   MOVE 'ECHEQ     ' TO WS-RG-ORIGEN
                   CALL 'RCHREG1' USING WS-LQ-DOC-LIBRADOR WS-LQ-NRO
                                        WS-LQ-IMPORTE WS-LQ-MOTIVO
                                        WS-RG-ORIGEN LK-OPERADOR
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-DOC-ING TO WS-MV-DOC
           MOVE WS-LQ-IMPORTE TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           STRING "ECHQDEP=" WS-NRO-ING
               DELIMITED BY SIZE INTO WS-MV-REF
           MOVE 'ECHEQ     ' TO WS-MV-CANAL
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
      *        El librador ya fue debitado: el credito que no entra
      *        queda como partida pendiente con dueno.
               MOVE 'ECHEQ     ' TO WS-SP-ORIGEN
               MOVE WS-DOC-ING TO WS-SP-DOC
               MOVE SPACES TO WS-SP-REF
               STRING "ECHQDEP=" WS-NRO-ING
                   DELIMITED BY SIZE INTO WS-SP-REF
               MOVE WS-LQ-IMPORTE TO WS-SP-IMPORTE
               PERFORM 800-ALTA-SUSPENSO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LQ-IMPORTE TO WS-IMP-MONTO
           DISPLAY "ECHEQ " WS-NRO-ING " pagado: acreditado "
                   WS-IMP-MONTO " a " WS-DOC-ING ".".
       500-END.

       600-ORDEN-NO-PAGO.
      *    Misma orden formal que el cheque de papel (CTACTE001):
      *    causal legal en ORDENES_NOPAGO.DAT, tarifa STOPCHEQUE y
      *    el ECHEQ pasa a estado S. ECHQLIQ1 rechaza con el codigo
      *    de la causal.
           DISPLAY "Numero de ECHEQ: "
           ACCEPT WS-NRO-ING
           PERFORM 170-BUSCA-ECHEQ
           IF WS-ECH-SEL = 0
               DISPLAY "El ECHEQ no existe en el registro."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del librador: "
           ACCEPT WS-DOC-ING
           IF WS-DOC-ING NOT = WS-ECH-DOC-LIBRADOR(WS-ECH-SEL)
               DISPLAY "El ECHEQ no fue librado por ese documento."
               EXIT PARAGRAPH
           END-IF
           IF WS-ECH-ESTADO(WS-ECH-SEL) NOT = 'E'
               DISPLAY "El ECHEQ no esta en circulacion; la orden no "
                       "corresponde."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motivo legal de la orden:"
           DISPLAY "1 - Extravio"
           DISPLAY "2 - Robo o hurto"
           DISPLAY "3 - Desconocimiento / disputa"
           DISPLAY "Seleccione el motivo: "
           ACCEPT WS-ONP-MOTIVO-ING
           EVALUATE WS-ONP-MOTIVO-ING
               WHEN 1
                   MOVE '10' TO WS-ONP-MOTIVO-COD
               WHEN 2
                   MOVE '11' TO WS-ONP-MOTIVO-COD
               WHEN 3
                   MOVE '12' TO WS-ONP-MOTIVO-COD
               WHEN OTHER
                   DISPLAY "Motivo invalido; la orden requiere una "
                           "causal legal."
                   EXIT PARAGRAPH
           END-EVALUATE
           OPEN EXTEND NOPAGO-FILE
           IF WS-NOPAGO-FSTATUS NOT = '00'
               OPEN OUTPUT NOPAGO-FILE
           END-IF
           MOVE WS-DOC-ING TO ONP-DOC
           MOVE WS-NRO-ING TO ONP-NRO
           MOVE WS-ONP-MOTIVO-COD TO ONP-MOTIVO
           MOVE WS-FECHA-HOY TO ONP-FECHA
           MOVE 'A' TO ONP-ESTADO
           MOVE LK-OPERADOR TO ONP-OPERADOR
           WRITE NOPAGO-RECORD
           CLOSE NOPAGO-FILE
           MOVE 'S' TO WS-ECH-ESTADO(WS-ECH-SEL)
           PERFORM 150-GRABA-ECHEQS
           MOVE 'STOPCHEQUE' TO WS-TARIFA-CODIGO
           PERFORM 610-LEE-TARIFA
           IF WS-TARIFA-IMPORTE > 0
               MOVE 'P' TO WS-MV-FUNCION
               MOVE WS-DOC-ING TO WS-MV-DOC
               COMPUTE WS-MV-MONTO = WS-TARIFA-IMPORTE * (-1)
               MOVE WS-TARIFA-CODIGO TO WS-MV-REF
               MOVE 'COMISION  ' TO WS-MV-CANAL
               PERFORM 700-LLAMA-MOVPOST
               IF WS-MV-NEWID > 0
                   MOVE WS-TARIFA-IMPORTE TO WS-IMP-MONTO
                   DISPLAY "Comision STOPCHEQUE debitada: "
                           WS-IMP-MONTO
               END-IF
           END-IF
           DISPLAY "Orden de no pago registrada sobre el ECHEQ "
                   WS-NRO-ING " (motivo " WS-ONP-MOTIVO-COD ").".
       600-END.

       610-LEE-TARIFA.
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
       610-END.

       650-VERIFICA-OPERANTE.
           MOVE 'S' TO WS-OPERANTE-OK
           DISPLAY "Opera el titular de la cuenta? (S/N): "
           ACCEPT WS-TITULAR-ING
           MOVE FUNCTION UPPER-CASE(WS-TITULAR-ING)
               TO WS-TITULAR-ING
           IF WS-TITULAR-ING = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento de quien opera (apoderado): "
           ACCEPT WS-AP-DOC-APOD
           MOVE 'N' TO WS-AP-PERMITIDO
           CALL 'APODVAL1' USING WS-AP-DOC-CUENTA WS-AP-DOC-APOD
                                 WS-AP-OP WS-AP-IMPORTE
                                 WS-AP-PERMITIDO
           EVALUATE WS-AP-PERMITIDO
               WHEN 'S'
                   CONTINUE
               WHEN 'V'
                   DISPLAY "El poder esta vencido o revocado."
                   MOVE 'N' TO WS-OPERANTE-OK
               WHEN 'O'
                   DISPLAY "El poder no habilita esta operacion."
                   MOVE 'N' TO WS-OPERANTE-OK
               WHEN 'T'
                   DISPLAY "El importe supera el tope del poder."
                   MOVE 'N' TO WS-OPERANTE-OK
               WHEN OTHER
                   DISPLAY "No hay poder registrado para esa "
                           "persona sobre la cuenta."
                   MOVE 'N' TO WS-OPERANTE-OK
           END-EVALUATE.
       650-END.

       700-LLAMA-MOVPOST.
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       800-ALTA-SUSPENSO.
           MOVE 0 TO WS-SP-NRO
           CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC WS-SP-REF
                                  WS-SP-IMPORTE WS-SP-NRO
           DISPLAY "Caso de partida pendiente " WS-SP-NRO
                   " abierto.".
       800-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.

       COPY "CTATIP001".
       END PROGRAM ECHEQ001.
