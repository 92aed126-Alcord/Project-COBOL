      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Pago a proveedores para empresas clientes, en la
      *          linea de HABERES01 para los sueldos. Lee el archivo
      *          de la empresa (PAGPRV_ENTRADA.DAT, campos separados
      *          por ';': beneficiario;importe;medio;factura;nombre)
      *          donde el medio es
      *            C = credito en cuenta de este banco (beneficiario =
      *                documento, acreditado via MOVPOST1)
      *            T = transferencia a otro banco (beneficiario = CBU
      *                de 22 digitos, validado con VALCBU1 y encolado
      *                en TRANSF_PEND.IDX como las salientes de
      *                TRFINT001, entidad TRFSAL)
      *            Q = cheque de gerencia a la orden de nombre (alta
      *                por CHQGALTA1, como la venta de CHQGER001)
      *          Valida todas las lineas, debita la cuenta de la
      *          empresa por el total aceptado en un unico movimiento
      *          (canal PROVEEDOR) y cobra aparte la comision del
      *          tarifario por cada pago aceptado (PAGPRV-CTA,
      *          PAGPRV-TRF, PAGPRV-CHQ). La empresa recibe la remesa
      *          PAGPRV_REMESA.DAT con el resultado de cada linea
      *          (ACREDITADO, ENCOLADO con el id de transferencia,
      *          CHEQUE con su numero, RECHAZADO con el motivo o
      *          SUSPENSO con el caso) y un registro final con los
      *          totales y la comision. Un pago que falla despues del
      *          debito a la empresa abre caso en partidas pendientes
      *          (SUSPALTA1, origen PROVEEDOR). Cada proveedor se
      *          filtra por documento y nombre contra la lista de
      *          sancionados (CTPSCR1) antes del debito: la linea con
      *          coincidencia no se debita ni se paga, vuelve RETENIDO
      *          con el numero de retencion, y si cumplimiento la
      *          libera (RETCTP001) se paga desde ahi con su propio
      *          debito a la empresa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGPRV001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "PAGPRV_ENTRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-FSTATUS.
           SELECT REMESA-FILE ASSIGN TO "PAGPRV_REMESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDIENTES-FILE ASSIGN TO "TRANSF_PEND.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-FSTATUS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  ENTRADA-RECORD              PIC X(120).
       FD  REMESA-FILE.
       01  REMESA-RECORD               PIC X(150).
       FD  PENDIENTES-FILE.
       01  PENDIENTE-RECORD.
           05  PEND-ID                 PIC 9(09).
           05  PEND-ESTADO             PIC X(01).
           05  PEND-CBU                PIC X(22).
           05  PEND-DOC                PIC X(13).
           05  PEND-IMPORTE            PIC 9(10)V99.
           05  PEND-FECHA              PIC X(08).
       FD  TARIFAS-FILE.
       01  TARIFA-RECORD.
           05  TAR-CODIGO              PIC X(10).
           05  TAR-DESCRIPCION         PIC X(30).
           05  TAR-IMPORTE             PIC 9(08)V99.
           05  TAR-VIG-DESDE           PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-ENTRADA-FSTATUS          PIC XX.
       01  WS-PEND-FSTATUS             PIC XX.
       01  WS-TARIFAS-FSTATUS          PIC XX.
       01  WS-CAMPO-BENEF              PIC X(22).
       01  WS-CAMPO-IMPORTE            PIC X(15).
       01  WS-CAMPO-MEDIO              PIC X(01).
       01  WS-CAMPO-FACTURA            PIC X(20).
       01  WS-CAMPO-NOMBRE             PIC X(30).
       01  WS-IMPORTE                  PIC 9(10)V99.
       01  WS-MOTIVO-DESC              PIC X(30).
       01  WS-CBU-VALIDO               PIC X(1).

      *    Lineas aceptadas, a ejecutar despues del debito unico.
       01  WS-PAGOS.
           05  WS-PAG OCCURS 500 TIMES.
               10  WS-PAG-BENEF        PIC X(22).
               10  WS-PAG-IMPORTE      PIC 9(10)V99.
               10  WS-PAG-MEDIO        PIC X(01).
               10  WS-PAG-FACTURA      PIC X(20).
               10  WS-PAG-NOMBRE       PIC X(30).
       01  WS-PAG-COUNT                PIC 9(3) VALUE 0.
       01  WS-PAG-IDX                  PIC 9(3).

       01  WS-DOC-EMPRESA              PIC X(13).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).

       01  WS-TOT-LEIDOS               PIC 9(5) VALUE 0.
       01  WS-TOT-ACEPTADOS            PIC 9(5) VALUE 0.
       01  WS-TOT-RECHAZADOS           PIC 9(5) VALUE 0.
       01  WS-TOT-ACREDITADOS          PIC 9(5) VALUE 0.
       01  WS-TOT-ENCOLADOS            PIC 9(5) VALUE 0.
       01  WS-TOT-CHEQUES              PIC 9(5) VALUE 0.
       01  WS-TOT-SUSPENSO             PIC 9(5) VALUE 0.
       01  WS-TOT-RETENIDOS            PIC 9(5) VALUE 0.
       01  WS-SUM-RETENIDOS            PIC 9(12)V99 VALUE 0.
       01  WS-CANT-CTA                 PIC 9(5) VALUE 0.
       01  WS-CANT-TRF                 PIC 9(5) VALUE 0.
       01  WS-CANT-CHQ                 PIC 9(5) VALUE 0.
       01  WS-SUM-ACEPTADOS            PIC 9(12)V99 VALUE 0.
       01  WS-SUM-RECHAZADOS           PIC 9(12)V99 VALUE 0.
       01  WS-COMISION                 PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-DEBITO             PIC 9(12)V99 VALUE 0.
       01  WS-COMISION-COBRADA         PIC X(1) VALUE 'N'.

       01  WS-TARIFA-CODIGO            PIC X(10).
       01  WS-TARIFA-IMPORTE           PIC 9(8)V99.
       01  WS-TARIFA-VIG-MAX           PIC X(8).

       01  WS-RESULTADO                PIC X(12).
       01  WS-DETALLE                  PIC X(30).
       01  WS-NRO-EDIT                 PIC Z(8)9.
       01  WS-IMP-MONTO                PIC ZZZZZZZZZZ9.99.
       01  WS-IMP-MONTO2               PIC ZZZZZZZZZZ9.99.

       01  WS-CHG-NRO                  PIC 9(09).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-SP-ORIGEN                PIC X(10).
       01  WS-SP-DOC                   PIC X(13).
       01  WS-SP-REF                   PIC X(22).
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
           DISPLAY "===================================="
           DISPLAY "   PAGO A PROVEEDORES               "
           DISPLAY "===================================="
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           DISPLAY "Documento de la cuenta de la empresa pagadora: "
           ACCEPT WS-DOC-EMPRESA
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-DOC-EMPRESA TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "La empresa no posee cuenta."
               GOBACK
           END-IF
           OPEN INPUT ENTRADA-FILE
           IF WS-ENTRADA-FSTATUS NOT = '00'
               DISPLAY "No se encontro PAGPRV_ENTRADA.DAT."
               GOBACK
           END-IF
           OPEN OUTPUT REMESA-FILE
           PERFORM UNTIL WS-ENTRADA-FSTATUS NOT = '00'
               READ ENTRADA-FILE
                   AT END MOVE '10' TO WS-ENTRADA-FSTATUS
                   NOT AT END
                       ADD 1 TO WS-TOT-LEIDOS
                       PERFORM 200-VALIDA-REGISTRO
               END-READ
           END-PERFORM
           CLOSE ENTRADA-FILE
           IF WS-TOT-ACEPTADOS = 0
               DISPLAY "Ningun pago valido; no se debita a la "
                       "empresa."
               PERFORM 900-CIERRA-REMESA
               GOBACK
           END-IF
           PERFORM 300-CALCULA-COMISION
           PERFORM 350-DEBITA-EMPRESA
           IF WS-MV-NEWID = 0
               DISPLAY "No se pudo debitar la cuenta de la empresa; "
                       "ningun pago se ejecuta."
               PERFORM 380-RECHAZA-ACEPTADOS
               PERFORM 900-CIERRA-REMESA
               GOBACK
           END-IF
           PERFORM 400-EJECUTA-PAGOS
           PERFORM 900-CIERRA-REMESA
           GOBACK.

       200-VALIDA-REGISTRO.
           MOVE SPACES TO WS-CAMPO-BENEF WS-CAMPO-IMPORTE
                          WS-CAMPO-MEDIO WS-CAMPO-FACTURA
                          WS-CAMPO-NOMBRE
           UNSTRING ENTRADA-RECORD DELIMITED BY ';'
               INTO WS-CAMPO-BENEF WS-CAMPO-IMPORTE WS-CAMPO-MEDIO
                    WS-CAMPO-FACTURA WS-CAMPO-NOMBRE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CAMPO-MEDIO) TO WS-CAMPO-MEDIO
           MOVE 0 TO WS-IMPORTE
           IF FUNCTION TEST-NUMVAL(WS-CAMPO-IMPORTE) = 0
               COMPUTE WS-IMPORTE =
                   FUNCTION NUMVAL(WS-CAMPO-IMPORTE)
           END-IF
           IF WS-IMPORTE = 0
               MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO-DESC
               PERFORM 250-RECHAZA
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CAMPO-MEDIO
               WHEN 'C'
                   MOVE 'S' TO WS-MV-FUNCION
                   MOVE WS-CAMPO-BENEF TO WS-MV-DOC
                   MOVE 0 TO WS-MV-MONTO
                   MOVE SPACES TO WS-MV-REF
                   PERFORM 700-LLAMA-MOVPOST
                   IF WS-MV-EXISTE NOT = 'S'
                       MOVE 'BENEFICIARIO SIN CUENTA' TO WS-MOTIVO-DESC
                       PERFORM 250-RECHAZA
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'T'
                   MOVE 'N' TO WS-CBU-VALIDO
                   CALL 'VALCBU1' USING WS-CAMPO-BENEF WS-CBU-VALIDO
                   IF WS-CBU-VALIDO NOT = 'S'
                       MOVE 'CBU INVALIDO' TO WS-MOTIVO-DESC
                       PERFORM 250-RECHAZA
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'Q'
                   IF WS-CAMPO-NOMBRE = SPACES
                       MOVE 'CHEQUE SIN NOMBRE DEL BENEF.'
                           TO WS-MOTIVO-DESC
                       PERFORM 250-RECHAZA
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE 'MEDIO DE PAGO INVALIDO' TO WS-MOTIVO-DESC
                   PERFORM 250-RECHAZA
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 270-FILTRA-PROVEEDOR
           IF WS-CT-RESULTADO = 'M'
               EXIT PARAGRAPH
           END-IF
           IF WS-PAG-COUNT >= 500
               MOVE 'ARCHIVO SUPERA LA TABLA' TO WS-MOTIVO-DESC
               PERFORM 250-RECHAZA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAG-COUNT
           MOVE WS-CAMPO-BENEF   TO WS-PAG-BENEF(WS-PAG-COUNT)
           MOVE WS-IMPORTE       TO WS-PAG-IMPORTE(WS-PAG-COUNT)
           MOVE WS-CAMPO-MEDIO   TO WS-PAG-MEDIO(WS-PAG-COUNT)
           MOVE WS-CAMPO-FACTURA TO WS-PAG-FACTURA(WS-PAG-COUNT)
           MOVE WS-CAMPO-NOMBRE  TO WS-PAG-NOMBRE(WS-PAG-COUNT)
           EVALUATE WS-CAMPO-MEDIO
               WHEN 'C'
                   ADD 1 TO WS-CANT-CTA
               WHEN 'T'
                   ADD 1 TO WS-CANT-TRF
               WHEN 'Q'
                   ADD 1 TO WS-CANT-CHQ
           END-EVALUATE
           ADD 1 TO WS-TOT-ACEPTADOS
           ADD WS-IMPORTE TO WS-SUM-ACEPTADOS.
       200-END.

       250-RECHAZA.
           ADD 1 TO WS-TOT-RECHAZADOS
           ADD WS-IMPORTE TO WS-SUM-RECHAZADOS
           MOVE 'RECHAZADO' TO WS-RESULTADO
           MOVE WS-MOTIVO-DESC TO WS-DETALLE
           PERFORM 260-ESCRIBE-REMESA.
       250-END.

       260-ESCRIBE-REMESA.
           MOVE SPACES TO REMESA-RECORD
           STRING FUNCTION TRIM(WS-CAMPO-BENEF) ";"
                  FUNCTION TRIM(WS-CAMPO-IMPORTE) ";"
                  WS-CAMPO-MEDIO ";"
                  FUNCTION TRIM(WS-CAMPO-FACTURA) ";"
                  FUNCTION TRIM(WS-RESULTADO) ";"
                  WS-DETALLE
               DELIMITED BY SIZE INTO REMESA-RECORD
           WRITE REMESA-RECORD.
       260-END.

       270-FILTRA-PROVEEDOR.
      *    Con credito en cuenta el beneficiario es un documento y se
      *    compara tambien por documento; en los demas medios solo
      *    por nombre.
           MOVE 'PROVEEDOR ' TO WS-CT-ORIGEN
           MOVE WS-DOC-EMPRESA TO WS-CT-DOC-CLI
           MOVE SPACES TO WS-CT-DOC WS-CT-NOMBRE WS-CT-REF
           IF WS-CAMPO-MEDIO = 'C'
               MOVE WS-CAMPO-BENEF TO WS-CT-DOC
           END-IF
           MOVE WS-CAMPO-NOMBRE TO WS-CT-NOMBRE
           MOVE WS-CAMPO-BENEF TO WS-CT-CUENTA
           MOVE WS-IMPORTE TO WS-CT-IMPORTE
           MOVE WS-CAMPO-MEDIO TO WS-CT-MEDIO
           MOVE WS-CAMPO-FACTURA TO WS-CT-REF
           MOVE 'L' TO WS-CT-RESULTADO
           MOVE 0 TO WS-CT-NRO
           CALL 'CTPSCR1' USING WS-CT-ORIGEN WS-CT-DOC-CLI WS-CT-DOC
                                WS-CT-NOMBRE WS-CT-CUENTA
                                WS-CT-IMPORTE WS-CT-MEDIO WS-CT-REF
                                LK-OPERADOR WS-CT-RESULTADO
                                WS-CT-NRO
           IF WS-CT-RESULTADO = 'M'
               ADD 1 TO WS-TOT-RETENIDOS
               ADD WS-IMPORTE TO WS-SUM-RETENIDOS
               MOVE 'RETENIDO' TO WS-RESULTADO
               MOVE WS-CT-NRO TO WS-NRO-EDIT
               MOVE SPACES TO WS-DETALLE
               STRING "RETENCION " WS-NRO-EDIT
                   DELIMITED BY SIZE INTO WS-DETALLE
               PERFORM 260-ESCRIBE-REMESA
           END-IF.
       270-END.

       300-CALCULA-COMISION.
      *    Comision por pago aceptado segun el medio, vigente a la
      *    fecha en el tarifario.
           MOVE 0 TO WS-COMISION
           MOVE 'PAGPRV-CTA' TO WS-TARIFA-CODIGO
           PERFORM 310-LEE-TARIFA
           COMPUTE WS-COMISION = WS-COMISION
               + WS-TARIFA-IMPORTE * WS-CANT-CTA
           MOVE 'PAGPRV-TRF' TO WS-TARIFA-CODIGO
           PERFORM 310-LEE-TARIFA
           COMPUTE WS-COMISION = WS-COMISION
               + WS-TARIFA-IMPORTE * WS-CANT-TRF
           MOVE 'PAGPRV-CHQ' TO WS-TARIFA-CODIGO
           PERFORM 310-LEE-TARIFA
           COMPUTE WS-COMISION = WS-COMISION
               + WS-TARIFA-IMPORTE * WS-CANT-CHQ.
       300-END.

       310-LEE-TARIFA.
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
       310-END.

       350-DEBITA-EMPRESA.
      *    Un unico debito por el total aceptado y otro por la
      *    comision, validados juntos contra el disponible real.
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-DOC-EMPRESA TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           MOVE 0 TO WS-MV-NEWID
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "La cuenta de la empresa no admite debitos."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOTAL-DEBITO = WS-SUM-ACEPTADOS + WS-COMISION
           IF WS-TOTAL-DEBITO > WS-MV-SALDO
               MOVE WS-MV-SALDO TO WS-IMP-MONTO
               DISPLAY "Fondos insuficientes (pagos mas comision). "
                       "Disponible: " WS-IMP-MONTO
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-SUM-ACEPTADOS * (-1)
           MOVE SPACES TO WS-MV-REF
           STRING "PAGO PROV " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0 OR WS-COMISION = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-COMISION * (-1)
           MOVE 'COM PAGO PROV' TO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID = 0
               DISPLAY "ATENCION: no se pudo debitar la comision."
           ELSE
               MOVE 'S' TO WS-COMISION-COBRADA
           END-IF
      *    Los pagos ya estan fondeados aunque falle la comision.
           MOVE 1 TO WS-MV-NEWID.
       350-END.

       380-RECHAZA-ACEPTADOS.
      *    Sin fondeo ningun pago se ejecuta: todas las lineas
      *    aceptadas vuelven rechazadas en la remesa.
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                   UNTIL WS-PAG-IDX > WS-PAG-COUNT
               PERFORM 410-CARGA-CAMPOS
               MOVE 'SIN FONDOS EN CUENTA EMPRESA' TO WS-MOTIVO-DESC
               PERFORM 250-RECHAZA
           END-PERFORM
           MOVE 0 TO WS-TOT-ACEPTADOS WS-SUM-ACEPTADOS WS-COMISION.
       380-END.

       400-EJECUTA-PAGOS.
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                   UNTIL WS-PAG-IDX > WS-PAG-COUNT
               PERFORM 410-CARGA-CAMPOS
               EVALUATE WS-PAG-MEDIO(WS-PAG-IDX)
                   WHEN 'C'
                       PERFORM 420-ACREDITA-CUENTA
                   WHEN 'T'
                       PERFORM 430-ENCOLA-TRANSFERENCIA
                   WHEN 'Q'
                       PERFORM 440-EMITE-CHEQUE
               END-EVALUATE
               PERFORM 260-ESCRIBE-REMESA
           END-PERFORM.
       400-END.

       410-CARGA-CAMPOS.
           MOVE WS-PAG-BENEF(WS-PAG-IDX) TO WS-CAMPO-BENEF
           MOVE WS-PAG-IMPORTE(WS-PAG-IDX) TO WS-IMPORTE
           MOVE WS-IMPORTE TO WS-IMP-MONTO
           MOVE WS-IMP-MONTO TO WS-CAMPO-IMPORTE
           MOVE FUNCTION TRIM(WS-CAMPO-IMPORTE) TO WS-CAMPO-IMPORTE
           MOVE WS-PAG-MEDIO(WS-PAG-IDX) TO WS-CAMPO-MEDIO
           MOVE WS-PAG-FACTURA(WS-PAG-IDX) TO WS-CAMPO-FACTURA.
       410-END.

       420-ACREDITA-CUENTA.
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-PAG-BENEF(WS-PAG-IDX) TO WS-MV-DOC
           MOVE WS-IMPORTE TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           STRING "FC " WS-PAG-FACTURA(WS-PAG-IDX)
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID > 0
               ADD 1 TO WS-TOT-ACREDITADOS
               MOVE 'ACREDITADO' TO WS-RESULTADO
               MOVE SPACES TO WS-DETALLE
           ELSE
               PERFORM 450-ABRE-SUSPENSO
           END-IF.
       420-END.

       430-ENCOLA-TRANSFERENCIA.
      *    Misma cola y numeracion que las salientes de ventanilla:
      *    el proximo archivo de intercambio de TRFINT001 la envia.
           MOVE 'TRFSAL      ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           OPEN I-O PENDIENTES-FILE
           IF WS-PEND-FSTATUS = '35'
               OPEN OUTPUT PENDIENTES-FILE
               CLOSE PENDIENTES-FILE
               OPEN I-O PENDIENTES-FILE
           END-IF
           MOVE WS-SEQ-PRIMER-ID TO PEND-ID
           MOVE 'P'              TO PEND-ESTADO
           MOVE WS-PAG-BENEF(WS-PAG-IDX) TO PEND-CBU
           MOVE WS-DOC-EMPRESA   TO PEND-DOC
           MOVE WS-IMPORTE       TO PEND-IMPORTE
           MOVE WS-FECHA-HOY     TO PEND-FECHA
           WRITE PENDIENTE-RECORD
               INVALID KEY
                   MOVE '99' TO WS-PEND-FSTATUS
           END-WRITE
           CLOSE PENDIENTES-FILE
           IF WS-PEND-FSTATUS = '99'
               PERFORM 450-ABRE-SUSPENSO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-ENCOLADOS
           MOVE 'ENCOLADO' TO WS-RESULTADO
           MOVE WS-SEQ-PRIMER-ID TO WS-NRO-EDIT
           MOVE SPACES TO WS-DETALLE
           STRING "TRANSFERENCIA " WS-NRO-EDIT
               DELIMITED BY SIZE INTO WS-DETALLE.
       430-END.

       440-EMITE-CHEQUE.
           MOVE 0 TO WS-CHG-NRO
           CALL 'CHQGALTA1' USING WS-DOC-EMPRESA
                                  WS-PAG-NOMBRE(WS-PAG-IDX)
                                  WS-IMPORTE LK-OPERADOR WS-CHG-NRO
           IF WS-CHG-NRO = 0
               PERFORM 450-ABRE-SUSPENSO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-CHEQUES
           MOVE 'CHEQUE' TO WS-RESULTADO
           MOVE WS-CHG-NRO TO WS-NRO-EDIT
           MOVE SPACES TO WS-DETALLE
           STRING "GERENCIA " WS-NRO-EDIT
               DELIMITED BY SIZE INTO WS-DETALLE.
       440-END.

       450-ABRE-SUSPENSO.
      *    La empresa ya fue debitada por el total: el pago fallido
      *    abre su caso en partidas pendientes para resolverlo en
      *    SUSPEN001 (reintentar o devolver a la empresa).
           MOVE 'PROVEEDOR ' TO WS-SP-ORIGEN
           MOVE WS-DOC-EMPRESA TO WS-SP-DOC
           MOVE SPACES TO WS-SP-REF
           STRING "FC " WS-PAG-FACTURA(WS-PAG-IDX)
               DELIMITED BY SIZE INTO WS-SP-REF
           MOVE WS-IMPORTE TO WS-SP-IMPORTE
           MOVE 0 TO WS-SP-NRO
           CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC
                                  WS-SP-REF WS-SP-IMPORTE
                                  WS-SP-NRO
           ADD 1 TO WS-TOT-SUSPENSO
           MOVE 'SUSPENSO' TO WS-RESULTADO
           MOVE WS-SP-NRO TO WS-NRO-EDIT
           MOVE SPACES TO WS-DETALLE
           STRING "CASO " WS-NRO-EDIT
               DELIMITED BY SIZE INTO WS-DETALLE
           DISPLAY "PAGO NO EJECUTADO: FC " WS-PAG-FACTURA(WS-PAG-IDX)
                   " CASO SUSPENSO " WS-SP-NRO.
       450-END.

       900-CIERRA-REMESA.
           MOVE WS-SUM-ACEPTADOS TO WS-IMP-MONTO
           IF WS-COMISION-COBRADA = 'S'
               MOVE WS-COMISION TO WS-IMP-MONTO2
           ELSE
               MOVE 0 TO WS-IMP-MONTO2
           END-IF
           MOVE SPACES TO REMESA-RECORD
           STRING "TOTAL;" WS-TOT-ACEPTADOS ";" WS-IMP-MONTO
                  ";RECHAZADOS;" WS-TOT-RECHAZADOS
                  ";COMISION;" WS-IMP-MONTO2
                  ";RETENIDOS;" WS-TOT-RETENIDOS
               DELIMITED BY SIZE INTO REMESA-RECORD
           WRITE REMESA-RECORD
           CLOSE REMESA-FILE
           DISPLAY "------------------------------------"
           DISPLAY "PAGO A PROVEEDORES - EMPRESA " WS-DOC-EMPRESA
                   " FECHA " WS-FECHA-HOY
           DISPLAY "REGISTROS LEIDOS     : " WS-TOT-LEIDOS
           DISPLAY "PAGOS DEBITADOS      : " WS-TOT-ACEPTADOS
                   "  IMPORTE " WS-IMP-MONTO
           MOVE WS-SUM-RECHAZADOS TO WS-IMP-MONTO
           DISPLAY "PAGOS RECHAZADOS     : " WS-TOT-RECHAZADOS
                   "  IMPORTE " WS-IMP-MONTO
           DISPLAY "ACREDITADOS EN CUENTA: " WS-TOT-ACREDITADOS
           DISPLAY "TRANSFERENCIAS       : " WS-TOT-ENCOLADOS
           DISPLAY "CHEQUES DE GERENCIA  : " WS-TOT-CHEQUES
           IF WS-TOT-RETENIDOS > 0
               MOVE WS-SUM-RETENIDOS TO WS-IMP-MONTO
               DISPLAY "RETENIDOS (LISTAS)   : " WS-TOT-RETENIDOS
                       "  IMPORTE " WS-IMP-MONTO
           END-IF
           IF WS-TOT-SUSPENSO > 0
               DISPLAY "PAGOS A SUSPENSO     : " WS-TOT-SUSPENSO
                       " (VER PARTIDAS PENDIENTES)"
           END-IF
           DISPLAY "COMISION             : " WS-IMP-MONTO2
           DISPLAY "Remesa en PAGPRV_REMESA.DAT"
           DISPLAY "------------------------------------".
       900-END.

       700-LLAMA-MOVPOST.
           MOVE 'PROVEEDOR ' TO WS-MV-CANAL
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.
       END PROGRAM PAGPRV001.
