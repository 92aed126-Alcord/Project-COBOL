      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Cajas de seguridad. Reemplaza las fichas de la
      *          sucursal: registro de cajas por sucursal con numero,
      *          tamano (C chica, M mediana, G grande) y estado (L
      *          libre, A alquilada, F fuera de servicio) en
      *          CAJAS_SEGURIDAD.DAT, y contratos de alquiler
      *          numerados (entidad CAJSEG en SECUENCIAS.DAT) en
      *          CAJAS_CONTRATOS.DAT, atados al cliente titular y,
      *          si el contrato lo habilita, a los cotitulares
      *          activos de su cuenta (COTITULARES.DAT). El alquiler
      *          es anual y se debita de la cuenta del titular via
      *          MOVPOST1 con la tarifa vigente del tamano
      *          (CAJASEG-C / CAJASEG-M / CAJASEG-G en TARIFAS.DAT):
      *          el primer anio al alquilar y los siguientes con el
      *          cobro de alquileres vencidos; lo que no se puede
      *          debitar deja el contrato Moroso. Cada acceso queda
      *          en CAJAS_ACCESOS.LOG con la persona y su calidad
      *          (titular, cotitular o apoderado verificado con
      *          APODVAL1), se conceda o no. Con el titular fallecido
      *          (FALLECIDOS.DAT) la caja queda bloqueada hasta la
      *          sucesion. El reporte de morosidad
      *          (CAJAS_MOROSAS.TXT) lista los alquileres impagos y
      *          marca los que superan CAJSEG-DIAS-APERT dias (tabla
      *          de parametros, 90 por defecto) para la apertura por
      *          el procedimiento legal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJSEG001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJAS-FILE ASSIGN TO "CAJAS_SEGURIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAJAS-FSTATUS.
           SELECT CONTRATOS-FILE ASSIGN TO "CAJAS_CONTRATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTR-FSTATUS.
           SELECT ACCESOS-FILE ASSIGN TO "CAJAS_ACCESOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESOS-FSTATUS.
           SELECT MOROSAS-FILE ASSIGN TO "CAJAS_MOROSAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-FSTATUS.
           SELECT FALLEC-FILE ASSIGN TO "FALLECIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALLEC-FSTATUS.
           SELECT COTIT-FILE ASSIGN TO "COTITULARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTIT-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAJAS-FILE.
       01  CAJAS-RECORD.
           05  CSG-SUCURSAL            PIC X(03).
           05  CSG-NRO                 PIC 9(04).
           05  CSG-TAMANO              PIC X(01).
           05  CSG-ESTADO              PIC X(01).
      *    Contratos de alquiler. Estado: V vigente, M moroso
      *    (alquiler vencido sin poder debitar), B baja.
       FD  CONTRATOS-FILE.
       01  CONTRATOS-RECORD.
           05  CCT-NRO                 PIC 9(09).
           05  CCT-SUCURSAL            PIC X(03).
           05  CCT-NRO-CAJA            PIC 9(04).
           05  CCT-TAMANO              PIC X(01).
           05  CCT-DOC                 PIC X(13).
           05  CCT-COTITULARES         PIC X(01).
           05  CCT-FECHA-ALTA          PIC X(08).
           05  CCT-FECHA-VTO           PIC X(08).
           05  CCT-FECHA-PAGO          PIC X(08).
           05  CCT-IMPORTE             PIC 9(08)V99.
           05  CCT-ESTADO              PIC X(01).
           05  CCT-OPERADOR            PIC X(30).
       FD  ACCESOS-FILE.
       01  ACCESOS-RECORD              PIC X(132).
       FD  MOROSAS-FILE.
       01  MOROSAS-RECORD              PIC X(120).
       FD  TARIFAS-FILE.
       01  TARIFA-RECORD.
           05  TAR-CODIGO              PIC X(10).
           05  TAR-DESCRIPCION         PIC X(30).
           05  TAR-IMPORTE             PIC 9(08)V99.
           05  TAR-VIG-DESDE           PIC X(08).
       FD  FALLEC-FILE.
       01  FALLEC-RECORD.
           05  FAL-DOC                 PIC X(13).
           05  FAL-FECHA-FALLEC        PIC X(08).
           05  FAL-EXPEDIENTE          PIC X(20).
           05  FAL-ESTADO              PIC X(01).
           05  FAL-OPERADOR            PIC X(30).
           05  FAL-FECHA-LIB           PIC X(08).
       FD  COTIT-FILE.
       01  COTIT-RECORD.
           05  COT-DOC-CUENTA          PIC X(13).
           05  COT-DOC-PERSONA         PIC X(13).
           05  COT-NOMBRE              PIC X(30).
           05  COT-TIPO                PIC X(01).
           05  COT-ESTADO              PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-CAJAS-FSTATUS            PIC XX.
       01  WS-CONTR-FSTATUS            PIC XX.
       01  WS-ACCESOS-FSTATUS          PIC XX.
       01  WS-TARIFAS-FSTATUS          PIC XX.
       01  WS-FALLEC-FSTATUS           PIC XX.
       01  WS-COTIT-FSTATUS            PIC XX.

       01  WS-CAJAS.
           05  WS-CSG OCCURS 300 TIMES.
               10  WS-CSG-SUCURSAL     PIC X(03).
               10  WS-CSG-NRO          PIC 9(04).
               10  WS-CSG-TAMANO       PIC X(01).
               10  WS-CSG-ESTADO       PIC X(01).
       01  WS-CSG-COUNT                PIC 9(3) VALUE 0.
       01  WS-CSG-IDX                  PIC 9(3).
       01  WS-CSG-SEL                  PIC 9(3).
       01  WS-CSG-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-CONTRATOS.
           05  WS-CCT OCCURS 300 TIMES.
               10  WS-CCT-NRO          PIC 9(09).
               10  WS-CCT-SUCURSAL     PIC X(03).
               10  WS-CCT-NRO-CAJA     PIC 9(04).
               10  WS-CCT-TAMANO       PIC X(01).
               10  WS-CCT-DOC          PIC X(13).
               10  WS-CCT-COTITULARES  PIC X(01).
               10  WS-CCT-FECHA-ALTA   PIC X(08).
               10  WS-CCT-FECHA-VTO    PIC X(08).
               10  WS-CCT-FECHA-PAGO   PIC X(08).
               10  WS-CCT-IMPORTE      PIC 9(08)V99.
               10  WS-CCT-ESTADO       PIC X(01).
               10  WS-CCT-OPERADOR     PIC X(30).
       01  WS-CCT-COUNT                PIC 9(3) VALUE 0.
       01  WS-CCT-IDX                  PIC 9(3).
       01  WS-CCT-SEL                  PIC 9(3).
       01  WS-CCT-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-OPCION                   PIC 9.
       01  WS-SUCURSAL-ING             PIC X(3).
       01  WS-NRO-CAJA-ING             PIC 9(4).
       01  WS-TAMANO-ING               PIC X(1).
       01  WS-DOC-ING                  PIC X(13).
       01  WS-PERSONA-ING              PIC X(13).
       01  WS-COTIT-ING                PIC X(1).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHAHORA                PIC X(26).
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.

       01  WS-FECHA-CALC               PIC X(8).
       01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           05  WS-FC-ANIO              PIC 9(4).
           05  WS-FC-MMDD              PIC 9(4).
       01  WS-FECHA-NUM                PIC 9(8).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-DIAS-ATRASO              PIC 9(5).
       01  WS-DIAS-APERTURA            PIC 9(5).

       01  WS-TARIFA-CODIGO            PIC X(10).
       01  WS-TARIFA-IMPORTE           PIC 9(8)V99.
       01  WS-TARIFA-VIG-MAX           PIC X(8).

       01  WS-FALLECIDO                PIC X(1).
       01  WS-DOC-FALLEC               PIC X(13).
       01  WS-ES-COTITULAR             PIC X(1).
       01  WS-CALIDAD                  PIC X(10).
       01  WS-RESULTADO-ACC            PIC X(20).
       01  WS-CONT-COBRADOS            PIC 9(4).
       01  WS-CONT-MOROSOS             PIC 9(4).
       01  WS-CONT-APERTURA            PIC 9(4).
       01  WS-TOT-COBRADO              PIC 9(10)V99.

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       01  WS-AP-OP                    PIC X(01).
       01  WS-AP-IMPORTE               PIC 9(10)V99.
       01  WS-AP-PERMITIDO             PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9).

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(8).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(1).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-CAJAS
           PERFORM 120-CARGA-CONTRATOS
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "       CAJAS DE SEGURIDAD           "
           DISPLAY "===================================="
           DISPLAY "1 - Alta de caja en el registro"
           DISPLAY "2 - Listar cajas de una sucursal"
           DISPLAY "3 - Alquilar caja (contrato)"
           DISPLAY "4 - Acceso a caja"
           DISPLAY "5 - Baja de contrato"
           DISPLAY "6 - Cobro de alquileres vencidos"
           DISPLAY "7 - Reporte de morosidad"
           DISPLAY "8 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-ALTA-CAJA
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 250-LISTAR-CAJAS
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 300-ALQUILAR
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 400-ACCESO
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 500-BAJA-CONTRATO
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 600-COBRO-ALQUILERES
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 700-REPORTE-MOROSIDAD
                   PERFORM 100-MENU
               WHEN 8
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-CAJAS.
           MOVE 0 TO WS-CSG-COUNT
           MOVE 'N' TO WS-CSG-DESBORDE
           OPEN INPUT CAJAS-FILE
           IF WS-CAJAS-FSTATUS = '00'
               PERFORM UNTIL WS-CAJAS-FSTATUS NOT = '00'
                   READ CAJAS-FILE
                       AT END MOVE '10' TO WS-CAJAS-FSTATUS
                       NOT AT END
                           IF WS-CSG-COUNT >= 300
                               DISPLAY "AVISO: CAJAS_SEGURIDAD.DAT "
                                   "supera las 300 cajas."
                               MOVE 'S' TO WS-CSG-DESBORDE
                               MOVE '10' TO WS-CAJAS-FSTATUS
                           ELSE
                               ADD 1 TO WS-CSG-COUNT
                               MOVE CAJAS-RECORD TO
                                   WS-CSG(WS-CSG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAJAS-FILE
           END-IF.
       110-END.

       120-CARGA-CONTRATOS.
           MOVE 0 TO WS-CCT-COUNT
           MOVE 'N' TO WS-CCT-DESBORDE
           OPEN INPUT CONTRATOS-FILE
           IF WS-CONTR-FSTATUS = '00'
               PERFORM UNTIL WS-CONTR-FSTATUS NOT = '00'
                   READ CONTRATOS-FILE
                       AT END MOVE '10' TO WS-CONTR-FSTATUS
                       NOT AT END
                           IF WS-CCT-COUNT >= 300
                               DISPLAY "AVISO: CAJAS_CONTRATOS.DAT "
                                   "supera los 300 contratos."
                               MOVE 'S' TO WS-CCT-DESBORDE
                               MOVE '10' TO WS-CONTR-FSTATUS
                           ELSE
                               ADD 1 TO WS-CCT-COUNT
                               MOVE CONTRATOS-RECORD TO
                                   WS-CCT(WS-CCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRATOS-FILE
           END-IF.
       120-END.

       150-GRABA-CAJAS.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-CSG-DESBORDE = 'S'
               DISPLAY "CAJAS_SEGURIDAD.DAT supera la tabla de "
                       "trabajo; no se regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CAJAS-FILE
           PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                   UNTIL WS-CSG-IDX > WS-CSG-COUNT
               MOVE WS-CSG(WS-CSG-IDX) TO CAJAS-RECORD
               WRITE CAJAS-RECORD
           END-PERFORM
           CLOSE CAJAS-FILE.
       150-END.

       160-GRABA-CONTRATOS.
           IF WS-CCT-DESBORDE = 'S'
               DISPLAY "CAJAS_CONTRATOS.DAT supera la tabla de "
                       "trabajo; no se regraba."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTRATOS-FILE
           PERFORM VARYING WS-CCT-IDX FROM 1 BY 1
                   UNTIL WS-CCT-IDX > WS-CCT-COUNT
               MOVE WS-CCT(WS-CCT-IDX) TO CONTRATOS-RECORD
               WRITE CONTRATOS-RECORD
           END-PERFORM
           CLOSE CONTRATOS-FILE.
       160-END.

       170-PIDE-CAJA.
      *    Pide sucursal y numero y localiza la caja en el registro.
           MOVE 0 TO WS-CSG-SEL
           DISPLAY "Sucursal: "
           ACCEPT WS-SUCURSAL-ING
           DISPLAY "Numero de caja: "
           ACCEPT WS-NRO-CAJA-ING
           PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                   UNTIL WS-CSG-IDX > WS-CSG-COUNT
               IF WS-CSG-SUCURSAL(WS-CSG-IDX) = WS-SUCURSAL-ING
                  AND WS-CSG-NRO(WS-CSG-IDX) = WS-NRO-CAJA-ING
                   MOVE WS-CSG-IDX TO WS-CSG-SEL
                   MOVE WS-CSG-COUNT TO WS-CSG-IDX
               END-IF
           END-PERFORM.
       170-END.

       175-BUSCA-CONTRATO.
      *    Contrato no dado de baja de la caja pedida.
           MOVE 0 TO WS-CCT-SEL
           PERFORM VARYING WS-CCT-IDX FROM 1 BY 1
                   UNTIL WS-CCT-IDX > WS-CCT-COUNT
               IF WS-CCT-SUCURSAL(WS-CCT-IDX) = WS-SUCURSAL-ING
                  AND WS-CCT-NRO-CAJA(WS-CCT-IDX) = WS-NRO-CAJA-ING
                  AND WS-CCT-ESTADO(WS-CCT-IDX) NOT = 'B'
                   MOVE WS-CCT-IDX TO WS-CCT-SEL
                   MOVE WS-CCT-COUNT TO WS-CCT-IDX
               END-IF
           END-PERFORM.
       175-END.

       180-LEE-TARIFA.
      *    Tarifa anual vigente del tamano de la caja.
           MOVE SPACES TO WS-TARIFA-CODIGO
           STRING "CAJASEG-" WS-TAMANO-ING
               DELIMITED BY SIZE INTO WS-TARIFA-CODIGO
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
       180-END.

       185-VERIFICA-FALLECIDO.
      *    WS-FALLECIDO = 'S' si WS-DOC-FALLEC tiene un registro de
      *    fallecimiento activo.
           MOVE 'N' TO WS-FALLECIDO
           OPEN INPUT FALLEC-FILE
           IF WS-FALLEC-FSTATUS = '00'
               PERFORM UNTIL WS-FALLEC-FSTATUS NOT = '00'
                   READ FALLEC-FILE
                       AT END MOVE '10' TO WS-FALLEC-FSTATUS
                       NOT AT END
                           IF FAL-DOC = WS-DOC-FALLEC
                              AND FAL-ESTADO = 'A'
                               MOVE 'S' TO WS-FALLECIDO
                               MOVE '10' TO WS-FALLEC-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALLEC-FILE
           END-IF.
       185-END.

       190-VERIFICA-COTITULAR.
      *    WS-ES-COTITULAR = 'S' si WS-PERSONA-ING es cotitular o
      *    firmante activo de la cuenta de WS-DOC-ING.
           MOVE 'N' TO WS-ES-COTITULAR
           OPEN INPUT COTIT-FILE
           IF WS-COTIT-FSTATUS = '00'
               PERFORM UNTIL WS-COTIT-FSTATUS NOT = '00'
                   READ COTIT-FILE
                       AT END MOVE '10' TO WS-COTIT-FSTATUS
                       NOT AT END
                           IF COT-DOC-CUENTA = WS-DOC-ING
                              AND COT-DOC-PERSONA = WS-PERSONA-ING
                              AND COT-ESTADO = 'A'
                               MOVE 'S' TO WS-ES-COTITULAR
                               MOVE '10' TO WS-COTIT-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTIT-FILE
           END-IF.
       190-END.

       195-SUMA-ANIO.
      *    Avanza WS-FECHA-CALC un anio (el 29/02 pasa al 28/02).
           ADD 1 TO WS-FC-ANIO
           IF WS-FC-MMDD = 0229
               MOVE 0228 TO WS-FC-MMDD
           END-IF.
       195-END.

       200-ALTA-CAJA.
           IF WS-CSG-DESBORDE = 'S' OR WS-CSG-COUNT >= 300
               DISPLAY "Registro de cajas lleno."
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-PIDE-CAJA
           IF WS-SUCURSAL-ING = SPACES OR WS-NRO-CAJA-ING = 0
               DISPLAY "Sucursal y numero son obligatorios."
               EXIT PARAGRAPH
           END-IF
           IF WS-CSG-SEL NOT = 0
               DISPLAY "La caja ya esta registrada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tamano (C=chica M=mediana G=grande): "
           ACCEPT WS-TAMANO-ING
           MOVE FUNCTION UPPER-CASE(WS-TAMANO-ING) TO WS-TAMANO-ING
           IF WS-TAMANO-ING NOT = 'C' AND WS-TAMANO-ING NOT = 'M'
              AND WS-TAMANO-ING NOT = 'G'
               DISPLAY "Tamano invalido."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CSG-COUNT
           MOVE WS-SUCURSAL-ING TO WS-CSG-SUCURSAL(WS-CSG-COUNT)
           MOVE WS-NRO-CAJA-ING TO WS-CSG-NRO(WS-CSG-COUNT)
           MOVE WS-TAMANO-ING   TO WS-CSG-TAMANO(WS-CSG-COUNT)
           MOVE 'L'             TO WS-CSG-ESTADO(WS-CSG-COUNT)
           PERFORM 150-GRABA-CAJAS
           DISPLAY "Caja " WS-NRO-CAJA-ING " registrada en sucursal "
                   WS-SUCURSAL-ING ".".
       200-END.

       250-LISTAR-CAJAS.
           DISPLAY "Sucursal: "
           ACCEPT WS-SUCURSAL-ING
           DISPLAY "CAJA T E CONTRATO  TITULAR       VENCE    E"
           PERFORM VARYING WS-CSG-IDX FROM 1 BY 1
                   UNTIL WS-CSG-IDX > WS-CSG-COUNT
               IF WS-CSG-SUCURSAL(WS-CSG-IDX) = WS-SUCURSAL-ING
                   MOVE WS-CSG-NRO(WS-CSG-IDX) TO WS-NRO-CAJA-ING
                   PERFORM 175-BUSCA-CONTRATO
                   IF WS-CCT-SEL = 0
                       DISPLAY WS-CSG-NRO(WS-CSG-IDX) " "
                               WS-CSG-TAMANO(WS-CSG-IDX) " "
                               WS-CSG-ESTADO(WS-CSG-IDX)
                   ELSE
                       DISPLAY WS-CSG-NRO(WS-CSG-IDX) " "
                               WS-CSG-TAMANO(WS-CSG-IDX) " "
                               WS-CSG-ESTADO(WS-CSG-IDX) " "
                               WS-CCT-NRO(WS-CCT-SEL) " "
                               WS-CCT-DOC(WS-CCT-SEL) " "
                               WS-CCT-FECHA-VTO(WS-CCT-SEL) " "
                               WS-CCT-ESTADO(WS-CCT-SEL)
                   END-IF
               END-IF
           END-PERFORM.
       250-END.

       300-ALQUILAR.
      *    El contrato nace con el primer anio cobrado: sin debito
      *    no hay alquiler.
           IF WS-CCT-DESBORDE = 'S' OR WS-CCT-COUNT >= 300
               DISPLAY "Registro de contratos lleno."
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-PIDE-CAJA
           IF WS-CSG-SEL = 0
               DISPLAY "Caja inexistente."
               EXIT PARAGRAPH
           END-IF
           IF WS-CSG-ESTADO(WS-CSG-SEL) NOT = 'L'
               DISPLAY "La caja no esta libre."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del titular: "
           ACCEPT WS-DOC-ING
           MOVE WS-DOC-ING TO WS-DOC-FALLEC
           PERFORM 185-VERIFICA-FALLECIDO
           IF WS-FALLECIDO = 'S'
               DISPLAY "El titular figura fallecido."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Acceden los cotitulares de la cuenta? (S/N): "
           ACCEPT WS-COTIT-ING
           MOVE FUNCTION UPPER-CASE(WS-COTIT-ING) TO WS-COTIT-ING
           IF WS-COTIT-ING NOT = 'S'
               MOVE 'N' TO WS-COTIT-ING
           END-IF
           MOVE WS-CSG-TAMANO(WS-CSG-SEL) TO WS-TAMANO-ING
           PERFORM 180-LEE-TARIFA
           IF WS-TARIFA-IMPORTE = 0
               DISPLAY "No hay tarifa vigente " WS-TARIFA-CODIGO "."
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-DEBITA-ALQUILER
           IF WS-MV-NEWID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'CAJSEG      ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           MOVE WS-FECHA-HOY TO WS-FECHA-CALC
           PERFORM 195-SUMA-ANIO
           ADD 1 TO WS-CCT-COUNT
           MOVE WS-SEQ-PRIMER-ID  TO WS-CCT-NRO(WS-CCT-COUNT)
           MOVE WS-SUCURSAL-ING   TO WS-CCT-SUCURSAL(WS-CCT-COUNT)
           MOVE WS-NRO-CAJA-ING   TO WS-CCT-NRO-CAJA(WS-CCT-COUNT)
           MOVE WS-TAMANO-ING     TO WS-CCT-TAMANO(WS-CCT-COUNT)
           MOVE WS-DOC-ING        TO WS-CCT-DOC(WS-CCT-COUNT)
           MOVE WS-COTIT-ING      TO WS-CCT-COTITULARES(WS-CCT-COUNT)
           MOVE WS-FECHA-HOY      TO WS-CCT-FECHA-ALTA(WS-CCT-COUNT)
           MOVE WS-FECHA-CALC     TO WS-CCT-FECHA-VTO(WS-CCT-COUNT)
           MOVE WS-FECHA-HOY      TO WS-CCT-FECHA-PAGO(WS-CCT-COUNT)
           MOVE WS-TARIFA-IMPORTE TO WS-CCT-IMPORTE(WS-CCT-COUNT)
           MOVE 'V'               TO WS-CCT-ESTADO(WS-CCT-COUNT)
           MOVE LK-OPERADOR       TO WS-CCT-OPERADOR(WS-CCT-COUNT)
           MOVE 'A' TO WS-CSG-ESTADO(WS-CSG-SEL)
           PERFORM 160-GRABA-CONTRATOS
           PERFORM 150-GRABA-CAJAS
           MOVE WS-TARIFA-IMPORTE TO WS-IMP-MONTO
           DISPLAY "Contrato " WS-SEQ-PRIMER-ID " alquilado hasta "
                   WS-FECHA-CALC ". Debitado: " WS-IMP-MONTO.
       300-END.

       310-DEBITA-ALQUILER.
      *    Debita WS-TARIFA-IMPORTE de la cuenta de WS-DOC-ING con las
      *    reglas de disponible de la ventanilla; WS-MV-NEWID en cero
      *    si no se pudo.
           MOVE 0 TO WS-MV-NEWID
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-DOC-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           MOVE SPACES TO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "El titular " WS-DOC-ING
                       " no posee cuenta debitable."
               MOVE 0 TO WS-MV-NEWID
               EXIT PARAGRAPH
           END-IF
           IF WS-TARIFA-IMPORTE > WS-MV-SALDO
               MOVE WS-MV-SALDO TO WS-IMP-MONTO
               DISPLAY "Fondos insuficientes del titular " WS-DOC-ING
                       ". Disponible: " WS-IMP-MONTO
               MOVE 0 TO WS-MV-NEWID
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           COMPUTE WS-MV-MONTO = WS-TARIFA-IMPORTE * (-1)
           MOVE SPACES TO WS-MV-REF
           STRING "CAJSEG " WS-SUCURSAL-ING "-" WS-NRO-CAJA-ING
               DELIMITED BY SIZE INTO WS-MV-REF
           PERFORM 800-LLAMA-MOVPOST.
       310-END.

       400-ACCESO.
      *    Todo intento queda en CAJAS_ACCESOS.LOG, se conceda o no.
           PERFORM 170-PIDE-CAJA
           IF WS-CSG-SEL = 0
               DISPLAY "Caja inexistente."
               EXIT PARAGRAPH
           END-IF
           PERFORM 175-BUSCA-CONTRATO
           IF WS-CCT-SEL = 0
               DISPLAY "La caja no tiene contrato vigente."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CCT-DOC(WS-CCT-SEL) TO WS-DOC-ING
           DISPLAY "Documento de quien accede: "
           ACCEPT WS-PERSONA-ING
           MOVE SPACES TO WS-CALIDAD
           MOVE SPACES TO WS-RESULTADO-ACC
           PERFORM 410-VERIFICA-ACCESO
           PERFORM 420-LOG-ACCESO
           IF WS-RESULTADO-ACC = 'CONCEDIDO'
               DISPLAY "Acceso concedido (" WS-CALIDAD ")."
           ELSE
               DISPLAY "Acceso denegado: " WS-RESULTADO-ACC
           END-IF.
       400-END.

       410-VERIFICA-ACCESO.
           IF WS-CCT-ESTADO(WS-CCT-SEL) = 'M'
               MOVE 'ALQUILER IMPAGO' TO WS-RESULTADO-ACC
               EXIT PARAGRAPH
           END-IF
      *    Titular fallecido: la caja queda cerrada para todos (los
      *    poderes se extinguen) hasta la sucesion.
           MOVE WS-DOC-ING TO WS-DOC-FALLEC
           PERFORM 185-VERIFICA-FALLECIDO
           IF WS-FALLECIDO = 'S'
               MOVE 'TITULAR FALLECIDO' TO WS-RESULTADO-ACC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERSONA-ING TO WS-DOC-FALLEC
           PERFORM 185-VERIFICA-FALLECIDO
           IF WS-FALLECIDO = 'S'
               MOVE 'PERSONA FALLECIDA' TO WS-RESULTADO-ACC
               EXIT PARAGRAPH
           END-IF
           IF WS-PERSONA-ING = WS-DOC-ING
               MOVE 'TITULAR' TO WS-CALIDAD
               MOVE 'CONCEDIDO' TO WS-RESULTADO-ACC
               EXIT PARAGRAPH
           END-IF
           IF WS-CCT-COTITULARES(WS-CCT-SEL) = 'S'
               PERFORM 190-VERIFICA-COTITULAR
               IF WS-ES-COTITULAR = 'S'
                   MOVE 'COTITULAR' TO WS-CALIDAD
                   MOVE 'CONCEDIDO' TO WS-RESULTADO-ACC
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    Ni titular ni cotitular: solo con un poder vigente que
      *    habilite el acceso a la caja (operacion S de APODVAL1).
           MOVE 'S' TO WS-AP-OP
           MOVE 0 TO WS-AP-IMPORTE
           MOVE 'N' TO WS-AP-PERMITIDO
           CALL 'APODVAL1' USING WS-DOC-ING WS-PERSONA-ING
                                 WS-AP-OP WS-AP-IMPORTE
                                 WS-AP-PERMITIDO
           MOVE 'APODERADO' TO WS-CALIDAD
           EVALUATE WS-AP-PERMITIDO
               WHEN 'S'
                   MOVE 'CONCEDIDO' TO WS-RESULTADO-ACC
               WHEN 'V'
                   MOVE 'PODER VENCIDO' TO WS-RESULTADO-ACC
               WHEN 'O'
                   MOVE 'PODER NO HABILITA' TO WS-RESULTADO-ACC
               WHEN OTHER
                   MOVE SPACES TO WS-CALIDAD
                   MOVE 'SIN CALIDAD' TO WS-RESULTADO-ACC
           END-EVALUATE.
       410-END.

       420-LOG-ACCESO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA
           OPEN EXTEND ACCESOS-FILE
           IF WS-ACCESOS-FSTATUS NOT = '00'
               OPEN OUTPUT ACCESOS-FILE
           END-IF
           MOVE SPACES TO ACCESOS-RECORD
           STRING WS-FECHAHORA(1:8) "-" WS-FECHAHORA(9:6)
                  " SUC=" WS-SUCURSAL-ING
                  " CAJA=" WS-NRO-CAJA-ING
                  " CONTRATO=" WS-CCT-NRO(WS-CCT-SEL)
                  " DOC=" WS-PERSONA-ING
                  " " WS-CALIDAD
                  " " WS-RESULTADO-ACC
                  " OPER=" LK-OPERADOR
               DELIMITED BY SIZE INTO ACCESOS-RECORD
           WRITE ACCESOS-RECORD
           CLOSE ACCESOS-FILE.
       420-END.

       500-BAJA-CONTRATO.
      *    Con alquiler impago la caja no se libera: sigue el
      *    procedimiento de apertura.
           PERFORM 170-PIDE-CAJA
           IF WS-CSG-SEL = 0
               DISPLAY "Caja inexistente."
               EXIT PARAGRAPH
           END-IF
           PERFORM 175-BUSCA-CONTRATO
           IF WS-CCT-SEL = 0
               DISPLAY "La caja no tiene contrato vigente."
               EXIT PARAGRAPH
           END-IF
           IF WS-CCT-ESTADO(WS-CCT-SEL) = 'M'
               DISPLAY "El contrato tiene alquiler impago."
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-CCT-ESTADO(WS-CCT-SEL)
           MOVE 'L' TO WS-CSG-ESTADO(WS-CSG-SEL)
           PERFORM 160-GRABA-CONTRATOS
           PERFORM 150-GRABA-CAJAS
           DISPLAY "Contrato " WS-CCT-NRO(WS-CCT-SEL)
                   " dado de baja; caja liberada.".
       500-END.

       600-COBRO-ALQUILERES.
      *    Cobra el anio siguiente de cada contrato vigente o moroso
      *    con vencimiento cumplido; sin fondos queda (o sigue)
      *    Moroso y se reintenta en la proxima corrida.
           IF WS-CCT-DESBORDE = 'S'
               DISPLAY "CAJAS_CONTRATOS.DAT supera la tabla de "
                       "trabajo; cobro abortado."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-COBRADOS WS-CONT-MOROSOS
           MOVE 0 TO WS-TOT-COBRADO
           PERFORM VARYING WS-CCT-IDX FROM 1 BY 1
                   UNTIL WS-CCT-IDX > WS-CCT-COUNT
               IF WS-CCT-ESTADO(WS-CCT-IDX) NOT = 'B'
                  AND WS-CCT-FECHA-VTO(WS-CCT-IDX) <= WS-FECHA-HOY
                   PERFORM 610-COBRA-CONTRATO
               END-IF
           END-PERFORM
           PERFORM 160-GRABA-CONTRATOS
           MOVE WS-TOT-COBRADO TO WS-IMP-MONTO
           DISPLAY "Alquileres cobrados: " WS-CONT-COBRADOS
                   " por " WS-IMP-MONTO
           DISPLAY "Contratos morosos  : " WS-CONT-MOROSOS.
       600-END.

       610-COBRA-CONTRATO.
           MOVE WS-CCT-DOC(WS-CCT-IDX) TO WS-DOC-ING
           MOVE WS-CCT-SUCURSAL(WS-CCT-IDX) TO WS-SUCURSAL-ING
           MOVE WS-CCT-NRO-CAJA(WS-CCT-IDX) TO WS-NRO-CAJA-ING
           MOVE WS-CCT-TAMANO(WS-CCT-IDX) TO WS-TAMANO-ING
           PERFORM 180-LEE-TARIFA
           IF WS-TARIFA-IMPORTE = 0
               DISPLAY "No hay tarifa vigente " WS-TARIFA-CODIGO
                       "; contrato " WS-CCT-NRO(WS-CCT-IDX)
                       " sin cobrar."
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-DEBITA-ALQUILER
           IF WS-MV-NEWID = 0
               MOVE 'M' TO WS-CCT-ESTADO(WS-CCT-IDX)
               ADD 1 TO WS-CONT-MOROSOS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CCT-FECHA-VTO(WS-CCT-IDX) TO WS-FECHA-CALC
           PERFORM 195-SUMA-ANIO
           MOVE WS-FECHA-CALC TO WS-CCT-FECHA-VTO(WS-CCT-IDX)
           MOVE WS-FECHA-HOY TO WS-CCT-FECHA-PAGO(WS-CCT-IDX)
           MOVE WS-TARIFA-IMPORTE TO WS-CCT-IMPORTE(WS-CCT-IDX)
           MOVE 'V' TO WS-CCT-ESTADO(WS-CCT-IDX)
           ADD 1 TO WS-CONT-COBRADOS
           ADD WS-TARIFA-IMPORTE TO WS-TOT-COBRADO.
       610-END.

       700-REPORTE-MOROSIDAD.
      *    Alquileres impagos con los dias de atraso desde el
      *    vencimiento; pasados CAJSEG-DIAS-APERT dias la caja queda
      *    habilitada para la apertura por el procedimiento legal.
           MOVE 'CAJSEG-DIAS-APERT   ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-APERTURA
           ELSE
               MOVE 90 TO WS-DIAS-APERTURA
           END-IF
           MOVE WS-FECHA-HOY TO WS-FECHA-NUM
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           MOVE 0 TO WS-CONT-MOROSOS WS-CONT-APERTURA
           OPEN OUTPUT MOROSAS-FILE
           MOVE SPACES TO MOROSAS-RECORD
           STRING "CAJAS DE SEGURIDAD CON ALQUILER IMPAGO AL "
                  WS-FECHA-HOY
               DELIMITED BY SIZE INTO MOROSAS-RECORD
           WRITE MOROSAS-RECORD
           DISPLAY MOROSAS-RECORD
           MOVE SPACES TO MOROSAS-RECORD
           STRING "CONTRATO  SUC CAJA TITULAR       VENCIO   "
                  "ATRASO IMPORTE"
               DELIMITED BY SIZE INTO MOROSAS-RECORD
           WRITE MOROSAS-RECORD
           DISPLAY MOROSAS-RECORD
           PERFORM VARYING WS-CCT-IDX FROM 1 BY 1
                   UNTIL WS-CCT-IDX > WS-CCT-COUNT
               IF WS-CCT-ESTADO(WS-CCT-IDX) = 'M'
                   PERFORM 710-LINEA-MOROSO
               END-IF
           END-PERFORM
           MOVE SPACES TO MOROSAS-RECORD
           STRING "CONTRATOS MOROSOS: " WS-CONT-MOROSOS
                  "  HABILITADOS PARA APERTURA: " WS-CONT-APERTURA
               DELIMITED BY SIZE INTO MOROSAS-RECORD
           WRITE MOROSAS-RECORD
           DISPLAY MOROSAS-RECORD
           CLOSE MOROSAS-FILE
           DISPLAY "Reporte emitido en CAJAS_MOROSAS.TXT.".
       700-END.

       710-LINEA-MOROSO.
           ADD 1 TO WS-CONT-MOROSOS
           MOVE WS-CCT-FECHA-VTO(WS-CCT-IDX) TO WS-FECHA-NUM
           COMPUTE WS-DIAS-ATRASO = WS-HOY-ENTERO -
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           MOVE WS-CCT-TAMANO(WS-CCT-IDX) TO WS-TAMANO-ING
           PERFORM 180-LEE-TARIFA
           MOVE WS-TARIFA-IMPORTE TO WS-IMP-MONTO
           MOVE SPACES TO MOROSAS-RECORD
           IF WS-DIAS-ATRASO >= WS-DIAS-APERTURA
               ADD 1 TO WS-CONT-APERTURA
               STRING WS-CCT-NRO(WS-CCT-IDX) " "
                      WS-CCT-SUCURSAL(WS-CCT-IDX) " "
                      WS-CCT-NRO-CAJA(WS-CCT-IDX) " "
                      WS-CCT-DOC(WS-CCT-IDX) " "
                      WS-CCT-FECHA-VTO(WS-CCT-IDX) " "
                      WS-DIAS-ATRASO " " WS-IMP-MONTO
                      " *APERTURA HABILITADA*"
                   DELIMITED BY SIZE INTO MOROSAS-RECORD
           ELSE
               STRING WS-CCT-NRO(WS-CCT-IDX) " "
                      WS-CCT-SUCURSAL(WS-CCT-IDX) " "
                      WS-CCT-NRO-CAJA(WS-CCT-IDX) " "
                      WS-CCT-DOC(WS-CCT-IDX) " "
                      WS-CCT-FECHA-VTO(WS-CCT-IDX) " "
                      WS-DIAS-ATRASO " " WS-IMP-MONTO
                   DELIMITED BY SIZE INTO MOROSAS-RECORD
           END-IF
           WRITE MOROSAS-RECORD
           DISPLAY MOROSAS-RECORD.
       710-END.

       800-LLAMA-MOVPOST.
           MOVE 'VENTANILLA' TO WS-MV-CANAL
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       800-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM CAJSEG001.
