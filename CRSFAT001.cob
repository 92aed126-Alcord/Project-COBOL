      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Reporte anual de cuentas reportables CRS / FATCA.
      *          Para el anio pedido arma el universo de titulares
      *          con los mismos datos que suma CERTIF001:
      *            - saldo de cada cuenta de CUENTAS_TIPO.DAT al
      *              31/12, que es el saldo actual por MOVPOST1 menos
      *              los movimientos de MOVS_CANAL.DAT posteriores al
      *              cierre del anio (un saldo deudor se informa 0);
      *            - capital de los plazos fijos de PLAZOFIJO.DAT
      *              vivos al 31/12;
      *            - interes pagado en el anio (canal INTERES y
      *              canal PLAZOFIJO con referencia PFINT=).
      *          Con la autocertificacion vigente de
      *          AUTOCERT_FISCAL.DAT (opcion 16 de clientes) cada
      *          titular se informa en cada jurisdiccion declarada
      *          distinta de AR, y en US si es US person. Salidas:
      *            - CRS_FATCA_REPORTE.DAT, formato fijo, agrupado
      *              por jurisdiccion con cabecera, detalle y cola;
      *            - CRS_FATCA_CONTROL.TXT, totales por jurisdiccion;
      *            - CRS_PENDIENTES.TXT, cola de seguimiento de los
      *              titulares del universo sin autocertificacion
      *              vigente o con indicios sin resolver.
      *          El reporte queda archivado en el repositorio
      *          (REPOSIT1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSFAT001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.
           SELECT PLAZO-FILE ASSIGN TO "PLAZOFIJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZO-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.
           SELECT ACF-FILE ASSIGN TO "AUTOCERT_FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACF-FSTATUS.
           SELECT REPORTE-FILE ASSIGN TO "CRS_FATCA_REPORTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "CRS_FATCA_CONTROL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEND-FILE ASSIGN TO "CRS_PENDIENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).
       FD  PLAZO-FILE.
       01  PLAZO-RECORD.
           05  PF-NRO                  PIC 9(05).
           05  PF-DOC                  PIC X(13).
           05  PF-CAPITAL              PIC 9(10)V99.
           05  PF-TASA                 PIC 9(03)V99.
           05  PF-PLAZO-DIAS           PIC 9(03).
           05  PF-FECHA-ALTA           PIC X(08).
           05  PF-FECHA-VTO            PIC X(08).
           05  PF-INSTRUCCION          PIC X(01).
           05  PF-ESTADO               PIC X(01).
       FD  CANAL-FILE.
       01  CANAL-RECORD                PIC X(140).
       FD  ACF-FILE.
       01  ACF-RECORD.
           05  ACF-DOC                 PIC X(13).
           05  ACF-NOMBRE              PIC X(50).
           05  ACF-FECHA               PIC X(08).
           05  ACF-RESIDENCIA OCCURS 3 TIMES.
               10  ACF-PAIS            PIC X(02).
               10  ACF-NIF             PIC X(20).
           05  ACF-US-PERSONA          PIC X(01).
           05  ACF-TIN-US              PIC X(11).
           05  ACF-INDICIOS            PIC X(01).
           05  ACF-IND-DETALLE         PIC X(40).
           05  ACF-ESTADO              PIC X(01).
           05  ACF-OPERADOR            PIC X(30).
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(150).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD              PIC X(120).
       FD  PEND-FILE.
       01  PEND-RECORD                 PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-TIPOCTA-STATUS           PIC XX.
       01  WS-PLAZO-FSTATUS            PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-ACF-FSTATUS              PIC XX.

       01  WS-PAIS-LOCAL               PIC X(02) VALUE 'AR'.

       01  WS-JRN-FHA                  PIC X(15).
       01  WS-JRN-CANAL                PIC X(10).
       01  WS-JRN-ID                   PIC X(5).
       01  WS-JRN-DOC                  PIC X(13).
       01  WS-JRN-MONTO                PIC X(15).
       01  WS-JRN-REF                  PIC X(20).
       01  WS-JRN-USR                  PIC X(30).
       01  WS-JRN-IMPORTE              PIC S9(12)V99.

      *    Universo de titulares. SALDO-ACT es el saldo de hoy de la
      *    cuenta; POST-CIERRE acumula lo movido despues del 31/12.
       01  WS-TITULARES.
           05  WS-TIT OCCURS 500 TIMES.
               10  WS-TIT-DOC          PIC X(13).
               10  WS-TIT-CUENTA       PIC X(01).
               10  WS-TIT-CERRADA      PIC X(01).
               10  WS-TIT-MONEDA       PIC X(03).
               10  WS-TIT-SALDO-ACT    PIC S9(12)V99.
               10  WS-TIT-POST-CIERRE  PIC S9(12)V99.
               10  WS-TIT-SALDO-CIE    PIC 9(12)V99.
               10  WS-TIT-PLAZO        PIC 9(13)V99.
               10  WS-TIT-INTERES      PIC 9(12)V99.
               10  WS-TIT-ACF          PIC 9(3).
       01  WS-TIT-COUNT                PIC 9(3) VALUE 0.
       01  WS-TIT-IDX                  PIC 9(3).
       01  WS-TIT-SEL                  PIC 9(3).
       01  WS-TIT-DOC-BUSCA            PIC X(13).

      *    Autocertificaciones vigentes (estado V).
       01  WS-AUTOCERT.
           05  WS-ACF OCCURS 500 TIMES.
               10  WS-ACF-DOC          PIC X(13).
               10  WS-ACF-NOMBRE       PIC X(50).
               10  WS-ACF-PAIS OCCURS 3 TIMES PIC X(02).
               10  WS-ACF-NIF OCCURS 3 TIMES PIC X(20).
               10  WS-ACF-US           PIC X(01).
               10  WS-ACF-TIN          PIC X(11).
               10  WS-ACF-INDICIOS     PIC X(01).
               10  WS-ACF-IND-DET      PIC X(40).
       01  WS-ACF-COUNT                PIC 9(3) VALUE 0.
       01  WS-ACF-IDX                  PIC 9(3).
       01  WS-ACF-R                    PIC 9(1).

       01  WS-JURISDICCIONES.
           05  WS-JUR OCCURS 30 TIMES.
               10  WS-JUR-PAIS         PIC X(02).
               10  WS-JUR-CUENTAS      PIC 9(5).
               10  WS-JUR-SALDO        PIC 9(14)V99.
               10  WS-JUR-INTERES      PIC 9(14)V99.
       01  WS-JUR-COUNT                PIC 9(2) VALUE 0.
       01  WS-JUR-IDX                  PIC 9(2).
       01  WS-JUR-SEL                  PIC 9(2).
       01  WS-JUR-BUSCA                PIC X(02).
       01  WS-JUR-NIF                  PIC X(20).
       01  WS-JUR-INFORMA              PIC X(01).

       01  WS-ANIO-ING                 PIC 9(4).
       01  WS-CIERRE                   PIC X(8).
       01  WS-FECHA-MOV                PIC X(8).
       01  WS-SALDO-TMP                PIC S9(12)V99.
       01  WS-CONT-PEND                PIC 9(5).
       01  WS-CONT-DET                 PIC 9(5).
       01  WS-ED1                      PIC ZZZZZZZZZZZZ9.99.
       01  WS-ED2                      PIC ZZZZZZZZZZZZ9.99.
       01  WS-ED3                      PIC ZZZZ9.

       01  WS-REP-CABECERA.
           05  FILLER                  PIC X(01) VALUE 'H'.
           05  REP-CAB-ANIO            PIC 9(04).
           05  REP-CAB-PAIS            PIC X(02).
           05  REP-CAB-REGIMEN         PIC X(05).
       01  WS-REP-DETALLE.
           05  FILLER                  PIC X(01) VALUE 'D'.
           05  REP-PAIS                PIC X(02).
           05  REP-DOC                 PIC X(13).
           05  REP-NOMBRE              PIC X(50).
           05  REP-NIF                 PIC X(20).
           05  REP-MONEDA              PIC X(03).
           05  REP-SALDO-CTA           PIC 9(12)V99.
           05  REP-SALDO-PF            PIC 9(13)V99.
           05  REP-INTERES             PIC 9(12)V99.
           05  REP-CERRADA             PIC X(01).
       01  WS-REP-COLA.
           05  FILLER                  PIC X(01) VALUE 'T'.
           05  REP-COLA-PAIS           PIC X(02).
           05  REP-COLA-CUENTAS        PIC 9(05).
           05  REP-COLA-SALDO          PIC 9(14)V99.
           05  REP-COLA-INTERES        PIC 9(14)V99.

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       01  WS-REP-FUNCION              PIC X(01).
       01  WS-REP-TIPO                 PIC X(12).
       01  WS-REP-ARCHIVO              PIC X(30).
       01  WS-REP-PARAMS               PIC X(30).
       01  WS-REP-NRO                  PIC 9(06).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(2).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           DISPLAY "===================================="
           DISPLAY "  REPORTE ANUAL CRS / FATCA         "
           DISPLAY "===================================="
           DISPLAY "Anio a informar (AAAA): "
           ACCEPT WS-ANIO-ING
           IF WS-ANIO-ING = 0
               DISPLAY "Anio invalido."
               GOBACK
           END-IF
           MOVE SPACES TO WS-CIERRE
           STRING WS-ANIO-ING "1231" DELIMITED BY SIZE
               INTO WS-CIERRE
           MOVE 0 TO WS-TIT-COUNT WS-ACF-COUNT WS-JUR-COUNT
           PERFORM 200-CUENTAS-A-LA-VISTA
           PERFORM 300-PLAZOS-FIJOS
           PERFORM 400-BARRIDO-CANAL
           PERFORM 500-CARGA-AUTOCERT
           PERFORM 600-CIERRA-SALDOS
           PERFORM 700-EMITE-REPORTE
           PERFORM 800-COLA-PENDIENTES
           PERFORM 900-ARCHIVA-REPOSITORIO
           GOBACK.

       150-BUSCA-TITULAR.
           MOVE 0 TO WS-TIT-SEL
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TIT-COUNT
               IF WS-TIT-DOC(WS-TIT-IDX) = WS-TIT-DOC-BUSCA
                   MOVE WS-TIT-IDX TO WS-TIT-SEL
                   MOVE WS-TIT-COUNT TO WS-TIT-IDX
               END-IF
           END-PERFORM
           IF WS-TIT-SEL = 0
               IF WS-TIT-COUNT >= 500
                   DISPLAY "AVISO: tabla de titulares llena; "
                       "documento " WS-TIT-DOC-BUSCA " omitido."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TIT-COUNT
               MOVE WS-TIT-COUNT TO WS-TIT-SEL
               INITIALIZE WS-TIT(WS-TIT-SEL)
               MOVE WS-TIT-DOC-BUSCA TO WS-TIT-DOC(WS-TIT-SEL)
               MOVE 'N' TO WS-TIT-CUENTA(WS-TIT-SEL)
               MOVE 'N' TO WS-TIT-CERRADA(WS-TIT-SEL)
           END-IF.
       150-END.

       200-CUENTAS-A-LA-VISTA.
           OPEN INPUT TIPOCTA-FILE
           IF WS-TIPOCTA-STATUS = '00'
               PERFORM UNTIL WS-TIPOCTA-STATUS NOT = '00'
                   READ TIPOCTA-FILE
                       AT END MOVE '10' TO WS-TIPOCTA-STATUS
                       NOT AT END
                           PERFORM 210-SALDO-CUENTA
                   END-READ
               END-PERFORM
               CLOSE TIPOCTA-FILE
           END-IF.
       200-END.

       210-SALDO-CUENTA.
      *    Una cuenta cerrada despues del 31/12 tenia saldo al
      *    cierre: se toma saldo actual 0 y se reconstruye con el
      *    diario igual que las demas.
           MOVE TIPCTA-DOC TO WS-TIT-DOC-BUSCA
           PERFORM 150-BUSCA-TITULAR
           IF WS-TIT-SEL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-MV-FUNCION
           MOVE TIPCTA-DOC TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           MOVE 'CRSFATCA  ' TO WS-MV-CANAL
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE
           MOVE 'S' TO WS-TIT-CUENTA(WS-TIT-SEL)
           MOVE TIPCTA-MONEDA TO WS-TIT-MONEDA(WS-TIT-SEL)
           IF WS-MV-EXISTE = 'S'
               MOVE WS-MV-SALDO TO WS-TIT-SALDO-ACT(WS-TIT-SEL)
           ELSE
               MOVE 'S' TO WS-TIT-CERRADA(WS-TIT-SEL)
               MOVE 0 TO WS-TIT-SALDO-ACT(WS-TIT-SEL)
           END-IF.
       210-END.

       300-PLAZOS-FIJOS.
      *    Vivo al cierre: constituido hasta el 31/12 y con
      *    vencimiento posterior (o todavia vigente).
           OPEN INPUT PLAZO-FILE
           IF WS-PLAZO-FSTATUS = '00'
               PERFORM UNTIL WS-PLAZO-FSTATUS NOT = '00'
                   READ PLAZO-FILE
                       AT END MOVE '10' TO WS-PLAZO-FSTATUS
                       NOT AT END
                           IF PF-FECHA-ALTA <= WS-CIERRE
                              AND (PF-FECHA-VTO > WS-CIERRE
                                   OR PF-ESTADO = 'V')
                               MOVE PF-DOC TO WS-TIT-DOC-BUSCA
                               PERFORM 150-BUSCA-TITULAR
                               IF WS-TIT-SEL > 0
                                   ADD PF-CAPITAL TO
                                       WS-TIT-PLAZO(WS-TIT-SEL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAZO-FILE
           END-IF.
       300-END.

       400-BARRIDO-CANAL.
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               DISPLAY "No se encontro MOVS_CANAL.DAT."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
               READ CANAL-FILE
                   AT END MOVE '10' TO WS-CANAL-FSTATUS
                   NOT AT END
                       PERFORM 410-ACUMULA-MOVIMIENTO
               END-READ
           END-PERFORM
           CLOSE CANAL-FILE.
       400-END.

       410-ACUMULA-MOVIMIENTO.
           UNSTRING CANAL-RECORD DELIMITED BY ';'
               INTO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID WS-JRN-DOC
                    WS-JRN-MONTO WS-JRN-REF WS-JRN-USR
           END-UNSTRING
           MOVE WS-JRN-FHA(1:8) TO WS-FECHA-MOV
           COMPUTE WS-JRN-IMPORTE =
               FUNCTION NUMVAL(WS-JRN-MONTO)
           IF WS-FECHA-MOV > WS-CIERRE
               MOVE 0 TO WS-TIT-SEL
               PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                       UNTIL WS-TIT-IDX > WS-TIT-COUNT
                   IF WS-TIT-DOC(WS-TIT-IDX) = WS-JRN-DOC
                      AND WS-TIT-CUENTA(WS-TIT-IDX) = 'S'
                       MOVE WS-TIT-IDX TO WS-TIT-SEL
                       MOVE WS-TIT-COUNT TO WS-TIT-IDX
                   END-IF
               END-PERFORM
               IF WS-TIT-SEL > 0
                   ADD WS-JRN-IMPORTE TO
                       WS-TIT-POST-CIERRE(WS-TIT-SEL)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-FECHA-MOV(1:4) NOT = WS-CIERRE(1:4)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-JRN-CANAL = 'INTERES'
                   CONTINUE
               WHEN WS-JRN-CANAL = 'PLAZOFIJO'
                    AND WS-JRN-REF(1:6) = 'PFINT='
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-JRN-DOC TO WS-TIT-DOC-BUSCA
           PERFORM 150-BUSCA-TITULAR
           IF WS-TIT-SEL = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TIT-INTERES(WS-TIT-SEL) =
               WS-TIT-INTERES(WS-TIT-SEL)
               + FUNCTION ABS(WS-JRN-IMPORTE).
       410-END.

       500-CARGA-AUTOCERT.
           OPEN INPUT ACF-FILE
           IF WS-ACF-FSTATUS NOT = '00'
               DISPLAY "AVISO: no hay autocertificaciones fiscales "
                       "(AUTOCERT_FISCAL.DAT)."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACF-FSTATUS NOT = '00'
               READ ACF-FILE
                   AT END MOVE '10' TO WS-ACF-FSTATUS
                   NOT AT END
                       IF ACF-ESTADO = 'V'
                           PERFORM 510-GUARDA-AUTOCERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACF-FILE.
       500-END.

       510-GUARDA-AUTOCERT.
           IF WS-ACF-COUNT >= 500
               DISPLAY "AVISO: tabla de autocertificaciones llena; "
                   "documento " ACF-DOC " omitido."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACF-COUNT
           MOVE ACF-DOC TO WS-ACF-DOC(WS-ACF-COUNT)
           MOVE ACF-NOMBRE TO WS-ACF-NOMBRE(WS-ACF-COUNT)
           PERFORM VARYING WS-ACF-R FROM 1 BY 1 UNTIL WS-ACF-R > 3
               MOVE ACF-PAIS(WS-ACF-R)
                   TO WS-ACF-PAIS(WS-ACF-COUNT WS-ACF-R)
               MOVE ACF-NIF(WS-ACF-R)
                   TO WS-ACF-NIF(WS-ACF-COUNT WS-ACF-R)
           END-PERFORM
           MOVE ACF-US-PERSONA TO WS-ACF-US(WS-ACF-COUNT)
           MOVE ACF-TIN-US TO WS-ACF-TIN(WS-ACF-COUNT)
           MOVE ACF-INDICIOS TO WS-ACF-INDICIOS(WS-ACF-COUNT)
           MOVE ACF-IND-DETALLE TO WS-ACF-IND-DET(WS-ACF-COUNT).
       510-END.

       600-CIERRA-SALDOS.
      *    Saldo al cierre, autocertificacion y jurisdicciones de
      *    cada titular.
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TIT-COUNT
               COMPUTE WS-SALDO-TMP =
                   WS-TIT-SALDO-ACT(WS-TIT-IDX)
                   - WS-TIT-POST-CIERRE(WS-TIT-IDX)
               IF WS-SALDO-TMP > 0
                   MOVE WS-SALDO-TMP TO WS-TIT-SALDO-CIE(WS-TIT-IDX)
               ELSE
                   MOVE 0 TO WS-TIT-SALDO-CIE(WS-TIT-IDX)
               END-IF
               MOVE 0 TO WS-TIT-ACF(WS-TIT-IDX)
               PERFORM VARYING WS-ACF-IDX FROM 1 BY 1
                       UNTIL WS-ACF-IDX > WS-ACF-COUNT
                   IF WS-ACF-DOC(WS-ACF-IDX) = WS-TIT-DOC(WS-TIT-IDX)
                       MOVE WS-ACF-IDX TO WS-TIT-ACF(WS-TIT-IDX)
                   END-IF
               END-PERFORM
               IF WS-TIT-ACF(WS-TIT-IDX) > 0
                   MOVE WS-TIT-ACF(WS-TIT-IDX) TO WS-ACF-IDX
                   PERFORM VARYING WS-ACF-R FROM 1 BY 1
                           UNTIL WS-ACF-R > 3
                       MOVE WS-ACF-PAIS(WS-ACF-IDX WS-ACF-R)
                           TO WS-JUR-BUSCA
                       IF WS-JUR-BUSCA NOT = SPACES
                          AND WS-JUR-BUSCA NOT = WS-PAIS-LOCAL
                           PERFORM 610-REGISTRA-JURISDICCION
                       END-IF
                   END-PERFORM
                   IF WS-ACF-US(WS-ACF-IDX) = 'S'
                       MOVE 'US' TO WS-JUR-BUSCA
                       PERFORM 610-REGISTRA-JURISDICCION
                   END-IF
               END-IF
           END-PERFORM.
       600-END.

       610-REGISTRA-JURISDICCION.
           MOVE 0 TO WS-JUR-SEL
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                   UNTIL WS-JUR-IDX > WS-JUR-COUNT
               IF WS-JUR-PAIS(WS-JUR-IDX) = WS-JUR-BUSCA
                   MOVE WS-JUR-IDX TO WS-JUR-SEL
               END-IF
           END-PERFORM
           IF WS-JUR-SEL > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-JUR-COUNT >= 30
               DISPLAY "AVISO: demasiadas jurisdicciones; "
                   WS-JUR-BUSCA " omitida."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JUR-COUNT
           MOVE WS-JUR-BUSCA TO WS-JUR-PAIS(WS-JUR-COUNT)
           MOVE 0 TO WS-JUR-CUENTAS(WS-JUR-COUNT)
           MOVE 0 TO WS-JUR-SALDO(WS-JUR-COUNT)
           MOVE 0 TO WS-JUR-INTERES(WS-JUR-COUNT).
       610-END.

       700-EMITE-REPORTE.
           MOVE 0 TO WS-CONT-DET
           OPEN OUTPUT REPORTE-FILE
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           STRING "REPORTE CRS / FATCA - ANIO " WS-ANIO-ING
                  " - SALDOS AL " WS-CIERRE
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           DISPLAY CONTROL-RECORD
           PERFORM VARYING WS-JUR-IDX FROM 1 BY 1
                   UNTIL WS-JUR-IDX > WS-JUR-COUNT
               PERFORM 710-EMITE-JURISDICCION
           END-PERFORM
           CLOSE REPORTE-FILE
           MOVE SPACES TO CONTROL-RECORD
           STRING "JURISDICCIONES=" WS-JUR-COUNT
                  " REGISTROS DE DETALLE=" WS-CONT-DET
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           DISPLAY CONTROL-RECORD
           CLOSE CONTROL-FILE
           DISPLAY "Archivo CRS_FATCA_REPORTE.DAT emitido.".
       700-END.

       710-EMITE-JURISDICCION.
           MOVE WS-ANIO-ING TO REP-CAB-ANIO
           MOVE WS-JUR-PAIS(WS-JUR-IDX) TO REP-CAB-PAIS
           IF WS-JUR-PAIS(WS-JUR-IDX) = 'US'
               MOVE 'FATCA' TO REP-CAB-REGIMEN
           ELSE
               MOVE 'CRS  ' TO REP-CAB-REGIMEN
           END-IF
           MOVE WS-REP-CABECERA TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TIT-COUNT
               IF WS-TIT-ACF(WS-TIT-IDX) > 0
                   PERFORM 720-DETALLE-TITULAR
               END-IF
           END-PERFORM
           MOVE WS-JUR-PAIS(WS-JUR-IDX) TO REP-COLA-PAIS
           MOVE WS-JUR-CUENTAS(WS-JUR-IDX) TO REP-COLA-CUENTAS
           MOVE WS-JUR-SALDO(WS-JUR-IDX) TO REP-COLA-SALDO
           MOVE WS-JUR-INTERES(WS-JUR-IDX) TO REP-COLA-INTERES
           MOVE WS-REP-COLA TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE WS-JUR-CUENTAS(WS-JUR-IDX) TO WS-ED3
           MOVE WS-JUR-SALDO(WS-JUR-IDX) TO WS-ED1
           MOVE WS-JUR-INTERES(WS-JUR-IDX) TO WS-ED2
           MOVE SPACES TO CONTROL-RECORD
           STRING REP-CAB-PAIS " " REP-CAB-REGIMEN
                  " CUENTAS=" WS-ED3
                  " SALDOS=" WS-ED1
                  " INTERESES=" WS-ED2
               DELIMITED BY SIZE INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           DISPLAY CONTROL-RECORD.
       710-END.

       720-DETALLE-TITULAR.
      *    El titular se informa en la jurisdiccion si la declaro
      *    como residencia o, para US, si es US person.
           MOVE WS-TIT-ACF(WS-TIT-IDX) TO WS-ACF-IDX
           MOVE 'N' TO WS-JUR-INFORMA
           MOVE SPACES TO WS-JUR-NIF
           PERFORM VARYING WS-ACF-R FROM 1 BY 1 UNTIL WS-ACF-R > 3
               IF WS-ACF-PAIS(WS-ACF-IDX WS-ACF-R)
                  = WS-JUR-PAIS(WS-JUR-IDX)
                   MOVE 'S' TO WS-JUR-INFORMA
                   MOVE WS-ACF-NIF(WS-ACF-IDX WS-ACF-R) TO WS-JUR-NIF
               END-IF
           END-PERFORM
           IF WS-JUR-PAIS(WS-JUR-IDX) = 'US'
              AND WS-ACF-US(WS-ACF-IDX) = 'S'
               MOVE 'S' TO WS-JUR-INFORMA
               IF WS-ACF-TIN(WS-ACF-IDX) NOT = SPACES
                   MOVE WS-ACF-TIN(WS-ACF-IDX) TO WS-JUR-NIF
               END-IF
           END-IF
           IF WS-JUR-INFORMA = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JUR-PAIS(WS-JUR-IDX) TO REP-PAIS
           MOVE WS-TIT-DOC(WS-TIT-IDX) TO REP-DOC
           MOVE WS-ACF-NOMBRE(WS-ACF-IDX) TO REP-NOMBRE
           MOVE WS-JUR-NIF TO REP-NIF
           MOVE WS-TIT-MONEDA(WS-TIT-IDX) TO REP-MONEDA
           MOVE WS-TIT-SALDO-CIE(WS-TIT-IDX) TO REP-SALDO-CTA
           MOVE WS-TIT-PLAZO(WS-TIT-IDX) TO REP-SALDO-PF
           MOVE WS-TIT-INTERES(WS-TIT-IDX) TO REP-INTERES
           MOVE WS-TIT-CERRADA(WS-TIT-IDX) TO REP-CERRADA
           MOVE WS-REP-DETALLE TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           ADD 1 TO WS-CONT-DET
           ADD 1 TO WS-JUR-CUENTAS(WS-JUR-IDX)
           ADD WS-TIT-SALDO-CIE(WS-TIT-IDX) TO WS-JUR-SALDO(WS-JUR-IDX)
           ADD WS-TIT-PLAZO(WS-TIT-IDX) TO WS-JUR-SALDO(WS-JUR-IDX)
           ADD WS-TIT-INTERES(WS-TIT-IDX)
               TO WS-JUR-INTERES(WS-JUR-IDX).
       720-END.

       800-COLA-PENDIENTES.
      *    Titulares del universo que no se pueden clasificar: sin
      *    autocertificacion vigente o con indicios sin resolver.
           MOVE 0 TO WS-CONT-PEND
           OPEN OUTPUT PEND-FILE
           MOVE SPACES TO PEND-RECORD
           STRING "SEGUIMIENTO CRS / FATCA - ANIO " WS-ANIO-ING
               DELIMITED BY SIZE INTO PEND-RECORD
           WRITE PEND-RECORD
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TIT-COUNT
               MOVE SPACES TO PEND-RECORD
               IF WS-TIT-ACF(WS-TIT-IDX) = 0
                   STRING WS-TIT-DOC(WS-TIT-IDX)
                          " SIN AUTOCERTIFICACION FISCAL VIGENTE"
                       DELIMITED BY SIZE INTO PEND-RECORD
               ELSE
                   MOVE WS-TIT-ACF(WS-TIT-IDX) TO WS-ACF-IDX
                   IF WS-ACF-INDICIOS(WS-ACF-IDX) = 'S'
                       STRING WS-TIT-DOC(WS-TIT-IDX)
                              " INDICIO SIN RESOLVER: "
                              WS-ACF-IND-DET(WS-ACF-IDX)
                           DELIMITED BY SIZE INTO PEND-RECORD
                   END-IF
               END-IF
               IF PEND-RECORD NOT = SPACES
                   WRITE PEND-RECORD
                   ADD 1 TO WS-CONT-PEND
               END-IF
           END-PERFORM
           MOVE SPACES TO PEND-RECORD
           STRING "TOTAL PENDIENTES=" WS-CONT-PEND
               DELIMITED BY SIZE INTO PEND-RECORD
           WRITE PEND-RECORD
           DISPLAY PEND-RECORD
           CLOSE PEND-FILE.
       800-END.

       900-ARCHIVA-REPOSITORIO.
           MOVE 'G' TO WS-REP-FUNCION
           MOVE 'CRSFATCA    ' TO WS-REP-TIPO
           MOVE 'CRS_FATCA_REPORTE.DAT' TO WS-REP-ARCHIVO
           MOVE SPACES TO WS-REP-PARAMS
           STRING "ANIO " WS-ANIO-ING
               DELIMITED BY SIZE INTO WS-REP-PARAMS
           MOVE 0 TO WS-REP-NRO
           CALL 'REPOSIT1' USING WS-REP-FUNCION WS-REP-TIPO
                                 WS-REP-ARCHIVO WS-REP-PARAMS
                                 LK-OPERADOR WS-REP-NRO.
       900-END.
       END PROGRAM CRSFAT001.
