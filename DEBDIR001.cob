      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Debito directo de terceros. Las empresas
      *          recaudadoras (servicios, seguros, gimnasios) se
      *          registran en DEBDIR_EMPRESAS.DAT con la cuenta donde
      *          se les liquida lo cobrado; el cliente autoriza a cada
      *          una con un mandato (DEBDIR_MANDATOS.DAT: empresa,
      *          cuenta del cliente, referencia del cliente en la
      *          empresa, importe maximo opcional y estado). El
      *          archivo de debitos de la empresa llega como
      *          DEBDIR_<empresa>.DAT (campos separados por ';':
      *          referencia del cliente;importe;identificador del
      *          debito) y cada debito se controla contra el mandato
      *          y el disponible (MOVPOST1 'D') y se postea con canal
      *          DEBDIRECTO; los aplicados quedan numerados (entidad
      *          DEBDIR de SECUENCIAS.DAT) en DEBDIR_APLICADOS.DAT.
      *          Todo debito no aplicado vuelve a la empresa en
      *          DEBDIR_<empresa>_DEV.DAT con su codigo de motivo:
      *            R01 sin mandato para la referencia
      *            R02 mandato dado de baja
      *            R03 supera el importe maximo del mandato
      *            R04 fondos insuficientes
      *            R05 cuenta inexistente, bloqueada o de fallecido
      *            R06 importe invalido
      *            R07 error de posteo
      *            R10 reversado por el cliente (informado en el
      *                archivo siguiente a la reversa)
      *          El cliente puede reversar un debito dentro de los
      *          DEBDIR-DIAS-REVERSA dias (tabla de parametros, 30 por
      *          defecto): se le acredita y el importe queda a
      *          recuperar de la empresa, que se descuenta de su
      *          proxima liquidacion. Los mandatos y las reversas se
      *          operan desde cuentas corrientes (CTACTE001); el
      *          proceso de archivos, desde el menu batch (CIEMEN001).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBDIR001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS-FILE ASSIGN TO "DEBDIR_EMPRESAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-FSTATUS.
           SELECT MANDATOS-FILE ASSIGN TO "DEBDIR_MANDATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FSTATUS.
           SELECT APLICADOS-FILE ASSIGN TO "DEBDIR_APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APL-FSTATUS.
           SELECT TMP-APL-FILE ASSIGN TO "DEBDIR_APLICADOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPAPL-FSTATUS.
           SELECT ENTRADA-FILE ASSIGN TO WS-ENTRADA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-FSTATUS.
           SELECT DEVOL-FILE ASSIGN TO WS-DEVOL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS-FILE.
       01  EMPRESAS-RECORD.
           05  EMP-CODIGO              PIC X(06).
           05  EMP-NOMBRE              PIC X(30).
           05  EMP-DOC-CUENTA          PIC X(13).
           05  EMP-ESTADO              PIC X(01).
           05  EMP-A-RECUPERAR         PIC 9(10)V99.
       FD  MANDATOS-FILE.
       01  MANDATOS-RECORD.
           05  MAN-EMPRESA             PIC X(06).
           05  MAN-DOC                 PIC X(13).
           05  MAN-REF-CLIENTE         PIC X(20).
           05  MAN-TOPE                PIC 9(10)V99.
           05  MAN-ESTADO              PIC X(01).
           05  MAN-FECHA-ALTA          PIC X(08).
           05  MAN-FECHA-BAJA          PIC X(08).
      *    Debitos aplicados. Estado: A aplicado, R reversado por el
      *    cliente (pendiente de informar a la empresa), I reversado
      *    e informado en el archivo de devoluciones.
       FD  APLICADOS-FILE.
       01  APLICADOS-RECORD.
           05  APL-NRO                 PIC 9(09).
           05  APL-EMPRESA             PIC X(06).
           05  APL-DOC                 PIC X(13).
           05  APL-REF-CLIENTE         PIC X(20).
           05  APL-ID-DEBITO           PIC X(20).
           05  APL-IMPORTE             PIC 9(10)V99.
           05  APL-FECHA               PIC X(08).
           05  APL-ESTADO              PIC X(01).
           05  APL-FECHA-REV           PIC X(08).
       FD  TMP-APL-FILE.
       01  TMP-APL-RECORD              PIC X(97).
       FD  ENTRADA-FILE.
       01  ENTRADA-RECORD              PIC X(80).
       FD  DEVOL-FILE.
       01  DEVOL-RECORD                PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EMP-FSTATUS              PIC XX.
       01  WS-MAN-FSTATUS              PIC XX.
       01  WS-APL-FSTATUS              PIC XX.
       01  WS-TMPAPL-FSTATUS           PIC XX.
       01  WS-ENTRADA-FSTATUS          PIC XX.
       01  WS-DEVOL-FSTATUS            PIC XX.
       01  WS-ENTRADA-NOMBRE           PIC X(30).
       01  WS-DEVOL-NOMBRE             PIC X(30).

       01  WS-EMPRESAS.
           05  WS-EMP OCCURS 50 TIMES.
               10  WS-EMP-CODIGO       PIC X(06).
               10  WS-EMP-NOMBRE       PIC X(30).
               10  WS-EMP-DOC-CUENTA   PIC X(13).
               10  WS-EMP-ESTADO       PIC X(01).
               10  WS-EMP-A-RECUPERAR  PIC 9(10)V99.
       01  WS-EMP-COUNT                PIC 9(2) VALUE 0.
       01  WS-EMP-IDX                  PIC 9(2).
       01  WS-EMP-SEL                  PIC 9(2).
       01  WS-EMP-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-MANDATOS.
           05  WS-MAN OCCURS 500 TIMES.
               10  WS-MAN-EMPRESA      PIC X(06).
               10  WS-MAN-DOC          PIC X(13).
               10  WS-MAN-REF-CLIENTE  PIC X(20).
               10  WS-MAN-TOPE         PIC 9(10)V99.
               10  WS-MAN-ESTADO       PIC X(01).
               10  WS-MAN-FECHA-ALTA   PIC X(08).
               10  WS-MAN-FECHA-BAJA   PIC X(08).
       01  WS-MAN-COUNT                PIC 9(3) VALUE 0.
       01  WS-MAN-IDX                  PIC 9(3).
       01  WS-MAN-SEL                  PIC 9(3).
       01  WS-MAN-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-OPCION                   PIC 9.
       01  WS-EMPRESA-ING              PIC X(6).
       01  WS-NOMBRE-ING               PIC X(30).
       01  WS-DOC-ING                  PIC X(13).
       01  WS-REF-ING                  PIC X(20).
       01  WS-TOPE-ING                 PIC 9(10)V99.
       01  WS-NRO-ING                  PIC 9(9).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.
       01  WS-IMP-MONTO2               PIC ZZZZZZZZZ9.99.

       01  WS-CAMPO-REF                PIC X(20).
       01  WS-CAMPO-IMPORTE            PIC X(15).
       01  WS-CAMPO-ID                 PIC X(20).
       01  WS-IMPORTE                  PIC 9(10)V99.
       01  WS-MOTIVO                   PIC X(3).
       01  WS-MOTIVO-DESC              PIC X(30).

       01  WS-TOT-LEIDOS               PIC 9(5).
       01  WS-TOT-APLICADOS            PIC 9(5).
       01  WS-TOT-DEVUELTOS            PIC 9(5).
       01  WS-TOT-REVERSADOS           PIC 9(5).
       01  WS-SUM-APLICADOS            PIC 9(12)V99.
       01  WS-SUM-DEVUELTOS            PIC 9(12)V99.
       01  WS-RECUPERADO               PIC 9(12)V99.
       01  WS-NETO-LIQUIDAR            PIC 9(12)V99.
       01  WS-APL-HALLADO              PIC X(1).

       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-DIAS-REVERSA             PIC 9(5).
       01  WS-DIAS-TRANSC              PIC 9(8).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(8).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(1).

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-EMPRESAS
           PERFORM 120-CARGA-MANDATOS
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "      DEBITO DIRECTO DE TERCEROS    "
           DISPLAY "===================================="
           DISPLAY "1 - Alta de empresa recaudadora (SUPERVISOR)"
           DISPLAY "2 - Listar empresas"
           DISPLAY "3 - Alta de mandato"
           DISPLAY "4 - Baja de mandato"
           DISPLAY "5 - Mandatos de un cliente"
           DISPLAY "6 - Procesar archivo de debitos de una empresa"
           DISPLAY "7 - Reversa de debito a pedido del cliente"
           DISPLAY "8 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-ALTA-EMPRESA
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 250-LISTAR-EMPRESAS
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 300-ALTA-MANDATO
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 350-BAJA-MANDATO
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 380-LISTAR-MANDATOS
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 400-PROCESA-ARCHIVO
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 600-REVERSA-DEBITO
                   PERFORM 100-MENU
               WHEN 8
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-EMPRESAS.
           MOVE 0 TO WS-EMP-COUNT
           MOVE 'N' TO WS-EMP-DESBORDE
           OPEN INPUT EMPRESAS-FILE
           IF WS-EMP-FSTATUS = '00'
               PERFORM UNTIL WS-EMP-FSTATUS NOT = '00'
                   READ EMPRESAS-FILE
                       AT END MOVE '10' TO WS-EMP-FSTATUS
                       NOT AT END
                           IF WS-EMP-COUNT >= 50
                               DISPLAY "AVISO: DEBDIR_EMPRESAS.DAT "
                                   "supera las 50 empresas."
                               MOVE 'S' TO WS-EMP-DESBORDE
                               MOVE '10' TO WS-EMP-FSTATUS
                           ELSE
                               ADD 1 TO WS-EMP-COUNT
                               MOVE EMPRESAS-RECORD TO
                                   WS-EMP(WS-EMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS-FILE
           END-IF.
       110-END.

       120-CARGA-MANDATOS.
           MOVE 0 TO WS-MAN-COUNT
           MOVE 'N' TO WS-MAN-DESBORDE
           OPEN INPUT MANDATOS-FILE
           IF WS-MAN-FSTATUS = '00'
               PERFORM UNTIL WS-MAN-FSTATUS NOT = '00'
                   READ MANDATOS-FILE
                       AT END MOVE '10' TO WS-MAN-FSTATUS
                       NOT AT END
                           IF WS-MAN-COUNT >= 500
                               DISPLAY "AVISO: DEBDIR_MANDATOS.DAT "
                                   "supera los 500 mandatos."
                               MOVE 'S' TO WS-MAN-DESBORDE
                               MOVE '10' TO WS-MAN-FSTATUS
                           ELSE
                               ADD 1 TO WS-MAN-COUNT
                               MOVE MANDATOS-RECORD TO
                                   WS-MAN(WS-MAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATOS-FILE
           END-IF.
       120-END.

       150-GRABA-EMPRESAS.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-EMP-DESBORDE = 'S'
               DISPLAY "DEBDIR_EMPRESAS.DAT supera la tabla de "
                       "trabajo; no se regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EMPRESAS-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE WS-EMP(WS-EMP-IDX) TO EMPRESAS-RECORD
               WRITE EMPRESAS-RECORD
           END-PERFORM
           CLOSE EMPRESAS-FILE.
       150-END.

       160-GRABA-MANDATOS.
           IF WS-MAN-DESBORDE = 'S'
               DISPLAY "DEBDIR_MANDATOS.DAT supera la tabla de "
                       "trabajo; no se regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MANDATOS-FILE
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               MOVE WS-MAN(WS-MAN-IDX) TO MANDATOS-RECORD
               WRITE MANDATOS-RECORD
           END-PERFORM
           CLOSE MANDATOS-FILE.
       160-END.

       170-BUSCA-EMPRESA.
           MOVE 0 TO WS-EMP-SEL
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-CODIGO(WS-EMP-IDX) = WS-EMPRESA-ING
                   MOVE WS-EMP-IDX TO WS-EMP-SEL
                   MOVE WS-EMP-COUNT TO WS-EMP-IDX
               END-IF
           END-PERFORM.
       170-END.

       180-BUSCA-MANDATO.
      *    Mandato de la empresa para la referencia del cliente; si
      *    hay varios gana el activo.
           MOVE 0 TO WS-MAN-SEL
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF WS-MAN-EMPRESA(WS-MAN-IDX) = WS-EMPRESA-ING
                  AND WS-MAN-REF-CLIENTE(WS-MAN-IDX) = WS-REF-ING
                   IF WS-MAN-SEL = 0
                      OR WS-MAN-ESTADO(WS-MAN-IDX) = 'A'
                       MOVE WS-MAN-IDX TO WS-MAN-SEL
                   END-IF
               END-IF
           END-PERFORM.
       180-END.

       200-ALTA-EMPRESA.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "El alta de empresas requiere rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-DESBORDE = 'S' OR WS-EMP-COUNT >= 50
               DISPLAY "Registro de empresas lleno."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Codigo de empresa (6 caracteres): "
           ACCEPT WS-EMPRESA-ING
           MOVE FUNCTION UPPER-CASE(WS-EMPRESA-ING) TO WS-EMPRESA-ING
           IF WS-EMPRESA-ING = SPACES
               DISPLAY "Codigo invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-BUSCA-EMPRESA
           IF WS-EMP-SEL NOT = 0
               DISPLAY "La empresa ya esta registrada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Razon social: "
           ACCEPT WS-NOMBRE-ING
           DISPLAY "Documento de la cuenta de liquidacion: "
           ACCEPT WS-DOC-ING
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-DOC-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-EXISTE = 'N'
               DISPLAY "La cuenta de liquidacion no existe."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT
           MOVE WS-EMPRESA-ING TO WS-EMP-CODIGO(WS-EMP-COUNT)
           MOVE WS-NOMBRE-ING  TO WS-EMP-NOMBRE(WS-EMP-COUNT)
           MOVE WS-DOC-ING     TO WS-EMP-DOC-CUENTA(WS-EMP-COUNT)
           MOVE 'A'            TO WS-EMP-ESTADO(WS-EMP-COUNT)
           MOVE 0              TO WS-EMP-A-RECUPERAR(WS-EMP-COUNT)
           PERFORM 150-GRABA-EMPRESAS
           DISPLAY "Empresa " WS-EMPRESA-ING " registrada. Archivo "
                   "de debitos: DEBDIR_" WS-EMPRESA-ING ".DAT".
       200-END.

       250-LISTAR-EMPRESAS.
           DISPLAY "CODIGO RAZON SOCIAL                  "
                   "CTA.LIQUIDACION E   A RECUPERAR"
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE WS-EMP-A-RECUPERAR(WS-EMP-IDX) TO WS-IMP-MONTO
               DISPLAY WS-EMP-CODIGO(WS-EMP-IDX) " "
                       WS-EMP-NOMBRE(WS-EMP-IDX) " "
                       WS-EMP-DOC-CUENTA(WS-EMP-IDX) " "
                       WS-EMP-ESTADO(WS-EMP-IDX) " "
                       WS-IMP-MONTO
           END-PERFORM.
       250-END.

       300-ALTA-MANDATO.
           IF WS-MAN-DESBORDE = 'S' OR WS-MAN-COUNT >= 500
               DISPLAY "Registro de mandatos lleno."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-DOC-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-EXISTE = 'N'
               DISPLAY "El cliente no posee cuenta."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Codigo de empresa: "
           ACCEPT WS-EMPRESA-ING
           MOVE FUNCTION UPPER-CASE(WS-EMPRESA-ING) TO WS-EMPRESA-ING
           PERFORM 170-BUSCA-EMPRESA
           IF WS-EMP-SEL = 0
               DISPLAY "Empresa no registrada."
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-ESTADO(WS-EMP-SEL) NOT = 'A'
               DISPLAY "La empresa no esta activa."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Referencia del cliente en la empresa: "
           ACCEPT WS-REF-ING
           IF WS-REF-ING = SPACES
               DISPLAY "La referencia es obligatoria."
               EXIT PARAGRAPH
           END-IF
           PERFORM 180-BUSCA-MANDATO
           IF WS-MAN-SEL NOT = 0
               IF WS-MAN-ESTADO(WS-MAN-SEL) = 'A'
                   DISPLAY "La referencia ya tiene un mandato activo."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Importe maximo por debito (0 = sin maximo): "
           ACCEPT WS-TOPE-ING
           ADD 1 TO WS-MAN-COUNT
           MOVE WS-EMPRESA-ING TO WS-MAN-EMPRESA(WS-MAN-COUNT)
           MOVE WS-DOC-ING     TO WS-MAN-DOC(WS-MAN-COUNT)
           MOVE WS-REF-ING     TO WS-MAN-REF-CLIENTE(WS-MAN-COUNT)
           MOVE WS-TOPE-ING    TO WS-MAN-TOPE(WS-MAN-COUNT)
           MOVE 'A'            TO WS-MAN-ESTADO(WS-MAN-COUNT)
           MOVE WS-FECHA-HOY   TO WS-MAN-FECHA-ALTA(WS-MAN-COUNT)
           MOVE SPACES         TO WS-MAN-FECHA-BAJA(WS-MAN-COUNT)
           PERFORM 160-GRABA-MANDATOS
           DISPLAY "Mandato registrado.".
       300-END.

       350-BAJA-MANDATO.
           DISPLAY "Codigo de empresa: "
           ACCEPT WS-EMPRESA-ING
           MOVE FUNCTION UPPER-CASE(WS-EMPRESA-ING) TO WS-EMPRESA-ING
           DISPLAY "Referencia del cliente en la empresa: "
           ACCEPT WS-REF-ING
           PERFORM 180-BUSCA-MANDATO
           IF WS-MAN-SEL = 0
               DISPLAY "No existe el mandato."
               EXIT PARAGRAPH
           END-IF
           IF WS-MAN-ESTADO(WS-MAN-SEL) NOT = 'A'
               DISPLAY "El mandato ya esta dado de baja."
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-MAN-ESTADO(WS-MAN-SEL)
           MOVE WS-FECHA-HOY TO WS-MAN-FECHA-BAJA(WS-MAN-SEL)
           PERFORM 160-GRABA-MANDATOS
           DISPLAY "Mandato dado de baja; los proximos debitos de "
                   "la referencia se devuelven a la empresa.".
       350-END.

       380-LISTAR-MANDATOS.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           DISPLAY "EMPRES REFERENCIA           MAXIMO        E ALTA"
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF WS-MAN-DOC(WS-MAN-IDX) = WS-DOC-ING
                   MOVE WS-MAN-TOPE(WS-MAN-IDX) TO WS-IMP-MONTO
                   DISPLAY WS-MAN-EMPRESA(WS-MAN-IDX) " "
                           WS-MAN-REF-CLIENTE(WS-MAN-IDX) " "
                           WS-IMP-MONTO " "
                           WS-MAN-ESTADO(WS-MAN-IDX) " "
                           WS-MAN-FECHA-ALTA(WS-MAN-IDX)
               END-IF
           END-PERFORM.
       380-END.

       400-PROCESA-ARCHIVO.
      *    Aplica el archivo de debitos de una empresa, devuelve lo
      *    no aplicado con su motivo e informa las reversas de los
      *    clientes; lo cobrado, neto de lo que la empresa debe
      *    devolver por reversas, se acredita en su cuenta.
           IF WS-EMP-DESBORDE = 'S'
               DISPLAY "DEBDIR_EMPRESAS.DAT supera la tabla de "
                       "trabajo; proceso abortado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Codigo de empresa: "
           ACCEPT WS-EMPRESA-ING
           MOVE FUNCTION UPPER-CASE(WS-EMPRESA-ING) TO WS-EMPRESA-ING
           PERFORM 170-BUSCA-EMPRESA
           IF WS-EMP-SEL = 0
               DISPLAY "Empresa no registrada."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENTRADA-NOMBRE WS-DEVOL-NOMBRE
           STRING "DEBDIR_" WS-EMPRESA-ING DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-ENTRADA-NOMBRE
           STRING "DEBDIR_" WS-EMPRESA-ING DELIMITED BY SIZE
                  "_DEV.DAT" DELIMITED BY SIZE
               INTO WS-DEVOL-NOMBRE
           OPEN INPUT ENTRADA-FILE
           IF WS-ENTRADA-FSTATUS NOT = '00'
               DISPLAY "No se encontro " WS-ENTRADA-NOMBRE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOT-LEIDOS WS-TOT-APLICADOS WS-TOT-DEVUELTOS
                     WS-TOT-REVERSADOS
           MOVE 0 TO WS-SUM-APLICADOS WS-SUM-DEVUELTOS
           OPEN OUTPUT DEVOL-FILE
           PERFORM UNTIL WS-ENTRADA-FSTATUS NOT = '00'
               READ ENTRADA-FILE
                   AT END MOVE '10' TO WS-ENTRADA-FSTATUS
                   NOT AT END
                       ADD 1 TO WS-TOT-LEIDOS
                       PERFORM 410-PROCESA-DEBITO
               END-READ
           END-PERFORM
           CLOSE ENTRADA-FILE
           PERFORM 450-INFORMA-REVERSAS
           PERFORM 470-LIQUIDA-EMPRESA
           MOVE WS-SUM-APLICADOS TO WS-IMP-MONTO
           MOVE WS-NETO-LIQUIDAR TO WS-IMP-MONTO2
           MOVE SPACES TO DEVOL-RECORD
           STRING "TOTAL;" WS-TOT-APLICADOS ";" WS-IMP-MONTO
                  ";NETO ACREDITADO;" WS-IMP-MONTO2
               DELIMITED BY SIZE INTO DEVOL-RECORD
           WRITE DEVOL-RECORD
           CLOSE DEVOL-FILE
           PERFORM 150-GRABA-EMPRESAS
           DISPLAY "------------------------------------"
           DISPLAY "DEBITO DIRECTO EMPRESA " WS-EMPRESA-ING
           DISPLAY "REGISTROS LEIDOS     : " WS-TOT-LEIDOS
           DISPLAY "DEBITOS APLICADOS    : " WS-TOT-APLICADOS
                   "  IMPORTE: " WS-IMP-MONTO
           MOVE WS-SUM-DEVUELTOS TO WS-IMP-MONTO
           DISPLAY "DEBITOS DEVUELTOS    : " WS-TOT-DEVUELTOS
                   "  IMPORTE: " WS-IMP-MONTO
           DISPLAY "REVERSAS INFORMADAS  : " WS-TOT-REVERSADOS
           MOVE WS-RECUPERADO TO WS-IMP-MONTO
           DISPLAY "RECUPERADO REVERSAS  : " WS-IMP-MONTO
           DISPLAY "NETO ACREDITADO      : " WS-IMP-MONTO2
           DISPLAY "Devoluciones en " WS-DEVOL-NOMBRE
           DISPLAY "------------------------------------".
       400-END.

       410-PROCESA-DEBITO.
           MOVE SPACES TO WS-CAMPO-REF WS-CAMPO-IMPORTE WS-CAMPO-ID
           UNSTRING ENTRADA-RECORD DELIMITED BY ';'
               INTO WS-CAMPO-REF WS-CAMPO-IMPORTE WS-CAMPO-ID
           END-UNSTRING
           MOVE 0 TO WS-IMPORTE
           IF FUNCTION TEST-NUMVAL(WS-CAMPO-IMPORTE) = 0
               COMPUTE WS-IMPORTE =
                   FUNCTION NUMVAL(WS-CAMPO-IMPORTE)
           END-IF
           IF WS-IMPORTE = 0
               MOVE 'R06' TO WS-MOTIVO
               MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO-DESC
               PERFORM 420-DEVUELVE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-REF TO WS-REF-ING
           PERFORM 180-BUSCA-MANDATO
           IF WS-MAN-SEL = 0
               MOVE 'R01' TO WS-MOTIVO
               MOVE 'SIN MANDATO' TO WS-MOTIVO-DESC
               PERFORM 420-DEVUELVE
               EXIT PARAGRAPH
           END-IF
           IF WS-MAN-ESTADO(WS-MAN-SEL) NOT = 'A'
               MOVE 'R02' TO WS-MOTIVO
               MOVE 'MANDATO DADO DE BAJA' TO WS-MOTIVO-DESC
               PERFORM 420-DEVUELVE
               EXIT PARAGRAPH
           END-IF
           IF WS-MAN-TOPE(WS-MAN-SEL) > 0
              AND WS-IMPORTE > WS-MAN-TOPE(WS-MAN-SEL)
               MOVE 'R03' TO WS-MOTIVO
               MOVE 'SUPERA MAXIMO DEL MANDATO' TO WS-MOTIVO-DESC
               PERFORM 420-DEVUELVE
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-MAN-DOC(WS-MAN-SEL) TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               MOVE 'R05' TO WS-MOTIVO
               MOVE 'CUENTA INEXISTENTE O BLOQUEADA'
                   TO WS-MOTIVO-DESC
               PERFORM 420-DEVUELVE
               EXIT PARAGRAPH
           END-IF
           IF WS-IMPORTE > WS-MV-SALDO
               MOVE 'R04' TO WS-MOTIVO
               MOVE 'FONDOS INSUFICIENTES' TO WS-MOTIVO-DESC
               PERFORM 420-DEVUELVE
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-IMPORTE * (-1)
           MOVE SPACES TO WS-MV-REF
           STRING "DD " WS-EMPRESA-ING " " WS-CAMPO-ID
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               MOVE 'R07' TO WS-MOTIVO
               MOVE 'ERROR DE POSTEO' TO WS-MOTIVO-DESC
               PERFORM 420-DEVUELVE
               EXIT PARAGRAPH
           END-IF
           PERFORM 430-REGISTRA-APLICADO
           ADD 1 TO WS-TOT-APLICADOS
           ADD WS-IMPORTE TO WS-SUM-APLICADOS.
       410-END.

       420-DEVUELVE.
           ADD 1 TO WS-TOT-DEVUELTOS
           ADD WS-IMPORTE TO WS-SUM-DEVUELTOS
           MOVE SPACES TO DEVOL-RECORD
           STRING FUNCTION TRIM(WS-CAMPO-REF) ";"
                  FUNCTION TRIM(WS-CAMPO-IMPORTE) ";"
                  FUNCTION TRIM(WS-CAMPO-ID) ";"
                  WS-MOTIVO ";"
                  WS-MOTIVO-DESC
               DELIMITED BY SIZE INTO DEVOL-RECORD
           WRITE DEVOL-RECORD.
       420-END.

       430-REGISTRA-APLICADO.
           MOVE 'DEBDIR      ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           OPEN EXTEND APLICADOS-FILE
           IF WS-APL-FSTATUS NOT = '00'
               OPEN OUTPUT APLICADOS-FILE
           END-IF
           MOVE WS-SEQ-PRIMER-ID TO APL-NRO
           MOVE WS-EMPRESA-ING TO APL-EMPRESA
           MOVE WS-MAN-DOC(WS-MAN-SEL) TO APL-DOC
           MOVE WS-CAMPO-REF TO APL-REF-CLIENTE
           MOVE WS-CAMPO-ID TO APL-ID-DEBITO
           MOVE WS-IMPORTE TO APL-IMPORTE
           MOVE WS-FECHA-HOY TO APL-FECHA
           MOVE 'A' TO APL-ESTADO
           MOVE SPACES TO APL-FECHA-REV
           WRITE APLICADOS-RECORD
           CLOSE APLICADOS-FILE.
       430-END.

       450-INFORMA-REVERSAS.
      *    Las reversas de clientes aun no informadas a la empresa
      *    van al archivo de devoluciones (R10) y quedan en I, por
      *    copia del registro y vuelco sobre el original.
           OPEN INPUT APLICADOS-FILE
           IF WS-APL-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-APL-FILE
           PERFORM UNTIL WS-APL-FSTATUS NOT = '00'
               READ APLICADOS-FILE
                   AT END MOVE '10' TO WS-APL-FSTATUS
                   NOT AT END
                       IF APL-EMPRESA = WS-EMPRESA-ING
                          AND APL-ESTADO = 'R'
                           MOVE APL-IMPORTE TO WS-IMP-MONTO
                           MOVE SPACES TO DEVOL-RECORD
                           STRING FUNCTION TRIM(APL-REF-CLIENTE) ";"
                                  FUNCTION TRIM(WS-IMP-MONTO) ";"
                                  FUNCTION TRIM(APL-ID-DEBITO) ";"
                                  "R10;REVERSADO POR EL CLIENTE "
                                  APL-FECHA-REV
                               DELIMITED BY SIZE INTO DEVOL-RECORD
                           WRITE DEVOL-RECORD
                           ADD 1 TO WS-TOT-REVERSADOS
                           MOVE 'I' TO APL-ESTADO
                       END-IF
                       MOVE APLICADOS-RECORD TO TMP-APL-RECORD
                       WRITE TMP-APL-RECORD
               END-READ
           END-PERFORM
           CLOSE APLICADOS-FILE
           CLOSE TMP-APL-FILE
           PERFORM 480-VUELCA-APLICADOS.
       450-END.

       470-LIQUIDA-EMPRESA.
      *    Lo cobrado se acredita neto de lo que la empresa debe
      *    por reversas; si no alcanza, el saldo a recuperar queda
      *    para la proxima liquidacion.
           MOVE 0 TO WS-RECUPERADO WS-NETO-LIQUIDAR
           IF WS-EMP-A-RECUPERAR(WS-EMP-SEL) >= WS-SUM-APLICADOS
               MOVE WS-SUM-APLICADOS TO WS-RECUPERADO
               SUBTRACT WS-SUM-APLICADOS
                   FROM WS-EMP-A-RECUPERAR(WS-EMP-SEL)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-A-RECUPERAR(WS-EMP-SEL) TO WS-RECUPERADO
           COMPUTE WS-NETO-LIQUIDAR =
               WS-SUM-APLICADOS - WS-RECUPERADO
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-EMP-DOC-CUENTA(WS-EMP-SEL) TO WS-MV-DOC
           MOVE WS-NETO-LIQUIDAR TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           STRING "LIQ DEBDIR " WS-EMPRESA-ING
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "ATENCION: no se pudo acreditar la "
                       "liquidacion en la cuenta de la empresa."
               MOVE 0 TO WS-NETO-LIQUIDAR WS-RECUPERADO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EMP-A-RECUPERAR(WS-EMP-SEL).
       470-END.

       480-VUELCA-APLICADOS.
           OPEN INPUT TMP-APL-FILE
           OPEN OUTPUT APLICADOS-FILE
           MOVE '00' TO WS-TMPAPL-FSTATUS
           PERFORM UNTIL WS-TMPAPL-FSTATUS NOT = '00'
               READ TMP-APL-FILE
                   AT END MOVE '10' TO WS-TMPAPL-FSTATUS
                   NOT AT END
                       MOVE TMP-APL-RECORD TO APLICADOS-RECORD
                       WRITE APLICADOS-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-APL-FILE
           CLOSE APLICADOS-FILE.
       480-END.

       600-REVERSA-DEBITO.
      *    El cliente desconoce un debito dentro del plazo
      *    reglamentario: se le acredita y el importe queda a
      *    recuperar de la proxima liquidacion de la empresa.
           MOVE 'DEBDIR-DIAS-REVERSA ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-REVERSA
           ELSE
               MOVE 30 TO WS-DIAS-REVERSA
           END-IF
           MOVE WS-FECHA-HOY TO WS-FECHA-NUM
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           DISPLAY "Documento del cliente: "
           ACCEPT WS-DOC-ING
           DISPLAY "Debitos reversables (" WS-DIAS-REVERSA " dias):"
           DISPLAY "NUMERO    EMPRES FECHA    IMPORTE       "
                   "IDENTIFICADOR"
           OPEN INPUT APLICADOS-FILE
           IF WS-APL-FSTATUS NOT = '00'
               DISPLAY "No hay debitos directos aplicados."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APL-FSTATUS NOT = '00'
               READ APLICADOS-FILE
                   AT END MOVE '10' TO WS-APL-FSTATUS
                   NOT AT END
                       IF APL-DOC = WS-DOC-ING AND APL-ESTADO = 'A'
                           PERFORM 610-DIAS-DEBITO
                           IF WS-DIAS-TRANSC <= WS-DIAS-REVERSA
                               MOVE APL-IMPORTE TO WS-IMP-MONTO
                               DISPLAY APL-NRO " " APL-EMPRESA " "
                                       APL-FECHA " " WS-IMP-MONTO " "
                                       APL-ID-DEBITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLICADOS-FILE
           DISPLAY "Numero de debito a reversar (0 = ninguno): "
           ACCEPT WS-NRO-ING
           IF WS-NRO-ING = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 620-MARCA-REVERSA
           IF WS-APL-HALLADO NOT = 'S'
               DISPLAY "Debito inexistente, ya reversado o fuera "
                       "de plazo."
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-DOC-ING TO WS-MV-DOC
           MOVE WS-IMPORTE TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           STRING "REV DD " WS-NRO-ING
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo acreditar la reversa; el debito "
                       "sigue aplicado."
               EXIT PARAGRAPH
           END-IF
           PERFORM 480-VUELCA-APLICADOS
           PERFORM 170-BUSCA-EMPRESA
           IF WS-EMP-SEL NOT = 0
               ADD WS-IMPORTE TO WS-EMP-A-RECUPERAR(WS-EMP-SEL)
               PERFORM 150-GRABA-EMPRESAS
           END-IF
           MOVE WS-IMPORTE TO WS-IMP-MONTO
           DISPLAY "Debito " WS-NRO-ING " reversado: acreditados "
                   WS-IMP-MONTO " al cliente.".
       600-END.

       610-DIAS-DEBITO.
           MOVE APL-FECHA TO WS-FECHA-NUM
           COMPUTE WS-DIAS-TRANSC = WS-HOY-ENTERO -
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM).
       610-END.

       620-MARCA-REVERSA.
      *    Copia el registro marcando R el debito elegido (si es del
      *    cliente, esta aplicado y en plazo); el vuelco sobre el
      *    original se hace recien con el credito posteado.
           MOVE 'N' TO WS-APL-HALLADO
           OPEN INPUT APLICADOS-FILE
           IF WS-APL-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-APL-FILE
           PERFORM UNTIL WS-APL-FSTATUS NOT = '00'
               READ APLICADOS-FILE
                   AT END MOVE '10' TO WS-APL-FSTATUS
                   NOT AT END
                       IF APL-NRO = WS-NRO-ING
                          AND APL-DOC = WS-DOC-ING
                          AND APL-ESTADO = 'A'
                           PERFORM 610-DIAS-DEBITO
                           IF WS-DIAS-TRANSC <= WS-DIAS-REVERSA
                               MOVE 'S' TO WS-APL-HALLADO
                               MOVE APL-IMPORTE TO WS-IMPORTE
                               MOVE APL-EMPRESA TO WS-EMPRESA-ING
                               MOVE 'R' TO APL-ESTADO
                               MOVE WS-FECHA-HOY TO APL-FECHA-REV
                           END-IF
                       END-IF
                       MOVE APLICADOS-RECORD TO TMP-APL-RECORD
                       WRITE TMP-APL-RECORD
               END-READ
           END-PERFORM
           CLOSE APLICADOS-FILE
           CLOSE TMP-APL-FILE.
       620-END.

       800-LLAMA-MOVPOST.
           MOVE 'DEBDIRECTO' TO WS-MV-CANAL
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       800-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM DEBDIR001.
