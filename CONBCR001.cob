      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Conciliacion diaria de la cuenta de liquidacion en el
      *          banco central (operado desde el cierre mensual
      *          CIEMEN001). Cada proceso de camara emite sus propios
      *          totales de control, pero nada probaba que el neto de
      *          lo enviado y recibido sea lo que efectivamente se
      *          movio en la cuenta BCRA:
      *            - importacion del extracto diario de liquidacion
      *              que entrega el BCRA (BCRA_LIQUIDACION.DAT, con
      *              cabecera, detalle y cola de control): se valida
      *              contra la cola y se guarda por fecha en
      *              BCRA_EXTRACTOS.DAT; si la cola trae el saldo de
      *              cierre de la cuenta se registra en
      *              CUENTA_BCRA.DAT para el calculo de encaje;
      *            - conciliacion de una fecha contra los archivos de
      *              camara del dia: cheques que nos presentan
      *              (CHEQUES_PRESENTADOS.DAT, CAMARA001), rechazos que
      *              devolvemos (CAMARA_RECHAZOS.DAT), cheques que
      *              presentamos (CAMARA_PRESENTAR.DAT, CHQDEP001, que
      *              incluye los diferidos de custodia de CHQDIF001),
      *              devoluciones que recibimos
      *              (CAMARA_DEVOLUCIONES.DAT) y transferencias
      *              salientes y entrantes (TRANSF_SALIENTES.DAT y
      *              TRANSF_ENTRANTES.DAT, TRFINT001). Cada partida se
      *              aparea por tipo, referencia (numero de cheque o
      *              CBU) e importe. El reporte CONCIL_BCRA.TXT lista
      *              las conciliadas, las que solo estan de nuestro
      *              lado y las que solo estan en el extracto, con el
      *              neto de cada lado; cada partida sin aparear abre
      *              un caso de partida pendiente (SUSPALTA1, origen
      *              CONCILBCRA) y el resultado del dia queda en
      *              CONCIL_BCRA.DAT, que consulta CIERDIA01 para
      *              advertir la cuenta sin conciliar;
      *            - consulta de las conciliaciones realizadas.
      *          Una fecha se concilia una sola vez: las diferencias
      *          se trabajan despues como casos en SUSPEN001.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONBCR001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQBCRA-FILE ASSIGN TO "BCRA_LIQUIDACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIQ-FSTATUS.
           SELECT EXTRACTOS-FILE ASSIGN TO "BCRA_EXTRACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FSTATUS.
           SELECT CONCIL-FILE ASSIGN TO "CONCIL_BCRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-FSTATUS.
           SELECT CTABCRA-FILE ASSIGN TO "CUENTA_BCRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTABCRA-FSTATUS.
           SELECT REPORTE-FILE ASSIGN TO "CONCIL_BCRA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRESENTADOS-FILE ASSIGN TO "CHEQUES_PRESENTADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRES-FSTATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "CAMARA_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECH-FSTATUS.
           SELECT PRESENTAR-FILE ASSIGN TO "CAMARA_PRESENTAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-FSTATUS.
           SELECT DEVOLUCIONES-FILE ASSIGN TO "CAMARA_DEVOLUCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEV-FSTATUS.
           SELECT SALIENTES-FILE ASSIGN TO "TRANSF_SALIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-FSTATUS.
           SELECT ENTRANTES-FILE ASSIGN TO "TRANSF_ENTRANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQBCRA-FILE.
       01  LIQBCRA-RECORD              PIC X(80).
       FD  EXTRACTOS-FILE.
       01  EXTRACTO-RECORD.
           05  EXT-FECHA               PIC X(08).
           05  EXT-TIPO                PIC X(02).
           05  EXT-REF                 PIC X(22).
           05  EXT-IMPORTE             PIC 9(10)V99.
           05  EXT-SENTIDO             PIC X(01).
       FD  CONCIL-FILE.
       01  CONCIL-RECORD.
           05  CON-FECHA               PIC X(08).
           05  CON-ESTADO              PIC X(03).
           05  CON-CONCILIADAS         PIC 9(05).
           05  CON-SOLO-PROPIO         PIC 9(05).
           05  CON-SOLO-BCRA           PIC 9(05).
           05  CON-DIFERENCIA          PIC 9(12)V99.
           05  CON-OPERADOR            PIC X(30).
       FD  CTABCRA-FILE.
       01  CTABCRA-RECORD.
           05  CBS-FECHA               PIC X(08).
           05  CBS-MONEDA              PIC X(03).
           05  CBS-SALDO               PIC S9(13)V99
               SIGN LEADING SEPARATE.
           05  CBS-ORIGEN              PIC X(01).
           05  CBS-OPERADOR            PIC X(30).
       FD  REPORTE-FILE.
       01  REPORTE-RECORD              PIC X(100).
       FD  PRESENTADOS-FILE.
       01  PRESENTADO-RECORD           PIC X(80).
       FD  RECHAZOS-FILE.
       01  RECHAZO-RECORD              PIC X(100).
       FD  PRESENTAR-FILE.
       01  PRESENTAR-RECORD            PIC X(80).
       FD  DEVOLUCIONES-FILE.
       01  DEVOLUCION-RECORD           PIC X(80).
       FD  SALIENTES-FILE.
       01  SALIENTE-RECORD             PIC X(80).
       FD  ENTRANTES-FILE.
       01  ENTRANTE-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LIQ-FSTATUS              PIC XX.
       01  WS-EXT-FSTATUS              PIC XX.
       01  WS-CON-FSTATUS              PIC XX.
       01  WS-CTABCRA-FSTATUS          PIC XX.
       01  WS-PRES-FSTATUS             PIC XX.
       01  WS-RECH-FSTATUS             PIC XX.
       01  WS-PRE-FSTATUS              PIC XX.
       01  WS-DEV-FSTATUS              PIC XX.
       01  WS-SAL-FSTATUS              PIC XX.
       01  WS-ENT-FSTATUS              PIC XX.

      *    Partidas del extracto del BCRA para la fecha.
       01  WS-BCRA-ITEMS.
           05  WS-BI OCCURS 1000 TIMES.
               10  WS-BI-TIPO          PIC X(02).
               10  WS-BI-REF           PIC X(22).
               10  WS-BI-IMPORTE       PIC 9(10)V99.
               10  WS-BI-SENTIDO       PIC X(01).
               10  WS-BI-MARCA         PIC X(01).
       01  WS-BI-COUNT                 PIC 9(4) VALUE 0.
       01  WS-BI-IDX                   PIC 9(4).
       01  WS-BI-DESBORDE              PIC X(1) VALUE 'N'.

      *    Partidas propias armadas con los archivos de camara.
       01  WS-PROPIOS.
           05  WS-PI OCCURS 1000 TIMES.
               10  WS-PI-TIPO          PIC X(02).
               10  WS-PI-REF           PIC X(22).
               10  WS-PI-IMPORTE       PIC 9(10)V99.
               10  WS-PI-SENTIDO       PIC X(01).
               10  WS-PI-DOC           PIC X(13).
               10  WS-PI-MARCA         PIC X(01).
       01  WS-PI-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PI-IDX                   PIC 9(4).
       01  WS-PI-DESBORDE              PIC X(1) VALUE 'N'.

       01  WS-AG-TIPO                  PIC X(02).
       01  WS-AG-REF                   PIC X(22).
       01  WS-AG-IMPORTE               PIC 9(10)V99.
       01  WS-AG-SENTIDO               PIC X(01).
       01  WS-AG-DOC                   PIC X(13).

       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-ING                PIC X(8).
       01  WS-FECHA-LIQ                PIC X(8).
       01  WS-HAY-CABECERA             PIC X(1).
       01  WS-HAY-COLA                 PIC X(1).
       01  WS-YA-EXISTE                PIC X(1).
       01  WS-ERROR                    PIC X(1).

       01  WS-LIQ-DET.
           05  WS-LIQ-TIPO             PIC X(02).
           05  WS-LIQ-REF              PIC X(22).
           05  WS-LIQ-IMPORTE-TXT      PIC X(12).
           05  WS-LIQ-IMPORTE-NUM REDEFINES WS-LIQ-IMPORTE-TXT
                                       PIC 9(10)V99.
           05  WS-LIQ-SENTIDO          PIC X(01).
       01  WS-TRL-CANT-TXT             PIC X(06).
       01  WS-TRL-CANT REDEFINES WS-TRL-CANT-TXT
                                       PIC 9(06).
       01  WS-TRL-DEB-TXT              PIC X(14).
       01  WS-TRL-DEB REDEFINES WS-TRL-DEB-TXT
                                       PIC 9(12)V99.
       01  WS-TRL-CRE-TXT              PIC X(14).
       01  WS-TRL-CRE REDEFINES WS-TRL-CRE-TXT
                                       PIC 9(12)V99.
       01  WS-TRL-SALDO-TXT            PIC X(16).
       01  WS-TRL-SALDO REDEFINES WS-TRL-SALDO-TXT
                                       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
       01  WS-HAY-SALDO                PIC X(1).

       01  WS-CAMPO-DOC                PIC X(13).
       01  WS-CAMPO-NRO                PIC X(8).
       01  WS-CAMPO-IMPORTE            PIC X(15).
       01  WS-CAMPO-BANCO              PIC X(20).
       01  WS-CHEQUE-NRO               PIC 9(8).
       01  WS-REG-NRO-TXT              PIC X(08).
       01  WS-REG-NRO REDEFINES WS-REG-NRO-TXT
                                       PIC 9(08).
       01  WS-REG-IMPORTE-TXT          PIC X(12).
       01  WS-REG-IMPORTE REDEFINES WS-REG-IMPORTE-TXT
                                       PIC 9(10)V99.

       01  WS-CONT-DET                 PIC 9(6).
       01  WS-SUM-DEB                  PIC 9(12)V99.
       01  WS-SUM-CRE                  PIC 9(12)V99.
       01  WS-CONT-CONCILIADAS         PIC 9(5).
       01  WS-CONT-SOLO-PROPIO         PIC 9(5).
       01  WS-CONT-SOLO-BCRA           PIC 9(5).
       01  WS-NETO-PROPIO              PIC S9(12)V99.
       01  WS-NETO-BCRA                PIC S9(12)V99.
       01  WS-DIFERENCIA               PIC S9(12)V99.
       01  WS-IMP-MONTO                PIC ZZZZZZZZZZZ9.99.
       01  WS-IMP-NETO                 PIC -ZZZZZZZZZZZ9.99.

       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

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
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "  CONCILIACION CUENTA BCRA          "
           DISPLAY "===================================="
           DISPLAY "1 - Importar extracto de liquidacion (SUPERVISOR)"
           DISPLAY "2 - Conciliar una fecha (SUPERVISOR)"
           DISPLAY "3 - Consultar conciliaciones"
           DISPLAY "4 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-IMPORTA-EXTRACTO
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-CONCILIA
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 600-CONSULTA
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       200-IMPORTA-EXTRACTO.
      *    Formato del extracto recibido: cabecera 'H' + fecha de
      *    liquidacion AAAAMMDD; detalle 'D' + tipo X(2) +
      *    referencia X(22) + importe 9(10)V99 con decimal implicito
      *    + sentido D/C; cola 'T' + cantidad 9(6) + suma de debitos
      *    y suma de creditos 9(12)V99, opcionalmente seguidas del
      *    saldo de cierre de la cuenta con signo adelante (+/-) y
      *    S9(13)V99. Se importa completo o nada.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "La importacion requiere rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BI-COUNT WS-CONT-DET WS-SUM-DEB WS-SUM-CRE
           MOVE 'N' TO WS-BI-DESBORDE WS-HAY-CABECERA WS-HAY-COLA
                       WS-ERROR WS-HAY-SALDO
           MOVE SPACES TO WS-FECHA-LIQ
           OPEN INPUT LIQBCRA-FILE
           IF WS-LIQ-FSTATUS NOT = '00'
               DISPLAY "No se encontro BCRA_LIQUIDACION.DAT."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIQ-FSTATUS NOT = '00'
               READ LIQBCRA-FILE
                   AT END MOVE '10' TO WS-LIQ-FSTATUS
                   NOT AT END
                       PERFORM 210-LEE-LINEA-EXTRACTO
               END-READ
           END-PERFORM
           CLOSE LIQBCRA-FILE
           IF WS-HAY-CABECERA = 'N' OR WS-FECHA-LIQ NOT NUMERIC
               DISPLAY "Extracto sin cabecera o fecha invalida."
               MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-HAY-COLA = 'N'
               DISPLAY "Extracto sin registro de cola."
               MOVE 'S' TO WS-ERROR
           ELSE
               IF WS-TRL-CANT NOT = WS-CONT-DET
                  OR WS-TRL-DEB NOT = WS-SUM-DEB
                  OR WS-TRL-CRE NOT = WS-SUM-CRE
                   DISPLAY "La cola de control no coincide con el "
                           "detalle del extracto."
                   MOVE 'S' TO WS-ERROR
               END-IF
           END-IF
           IF WS-BI-DESBORDE = 'S'
               DISPLAY "El extracto supera la tabla de trabajo."
               MOVE 'S' TO WS-ERROR
           END-IF
           IF WS-ERROR = 'S'
               DISPLAY "Extracto rechazado; no se importo."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-YA-EXISTE
           OPEN INPUT EXTRACTOS-FILE
           IF WS-EXT-FSTATUS = '00'
               PERFORM UNTIL WS-EXT-FSTATUS NOT = '00'
                   READ EXTRACTOS-FILE
                       AT END MOVE '10' TO WS-EXT-FSTATUS
                       NOT AT END
                           IF EXT-FECHA = WS-FECHA-LIQ
                               MOVE 'S' TO WS-YA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACTOS-FILE
           END-IF
           IF WS-YA-EXISTE = 'S'
               DISPLAY "El extracto del " WS-FECHA-LIQ
                       " ya fue importado."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND EXTRACTOS-FILE
           IF WS-EXT-FSTATUS NOT = '00'
               OPEN OUTPUT EXTRACTOS-FILE
           END-IF
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               MOVE WS-FECHA-LIQ TO EXT-FECHA
               MOVE WS-BI-TIPO(WS-BI-IDX) TO EXT-TIPO
               MOVE WS-BI-REF(WS-BI-IDX) TO EXT-REF
               MOVE WS-BI-IMPORTE(WS-BI-IDX) TO EXT-IMPORTE
               MOVE WS-BI-SENTIDO(WS-BI-IDX) TO EXT-SENTIDO
               WRITE EXTRACTO-RECORD
           END-PERFORM
           CLOSE EXTRACTOS-FILE
           MOVE WS-SUM-DEB TO WS-IMP-MONTO
           DISPLAY "Extracto del " WS-FECHA-LIQ " importado: "
                   WS-CONT-DET " partidas, debitos " WS-IMP-MONTO
           MOVE WS-SUM-CRE TO WS-IMP-MONTO
           DISPLAY "creditos " WS-IMP-MONTO
           IF WS-HAY-SALDO = 'S'
               OPEN EXTEND CTABCRA-FILE
               IF WS-CTABCRA-FSTATUS NOT = '00'
                   OPEN OUTPUT CTABCRA-FILE
               END-IF
               MOVE WS-FECHA-LIQ TO CBS-FECHA
               MOVE 'LOC' TO CBS-MONEDA
               MOVE WS-TRL-SALDO TO CBS-SALDO
               MOVE 'E' TO CBS-ORIGEN
               MOVE LK-OPERADOR TO CBS-OPERADOR
               WRITE CTABCRA-RECORD
               CLOSE CTABCRA-FILE
               MOVE WS-TRL-SALDO TO WS-IMP-NETO
               DISPLAY "Saldo de cierre registrado: " WS-IMP-NETO
           END-IF.
       200-END.

       210-LEE-LINEA-EXTRACTO.
           EVALUATE LIQBCRA-RECORD(1:1)
               WHEN 'H'
                   MOVE 'S' TO WS-HAY-CABECERA
                   MOVE LIQBCRA-RECORD(2:8) TO WS-FECHA-LIQ
               WHEN 'T'
                   MOVE 'S' TO WS-HAY-COLA
                   MOVE LIQBCRA-RECORD(2:6) TO WS-TRL-CANT-TXT
                   MOVE LIQBCRA-RECORD(8:14) TO WS-TRL-DEB-TXT
                   MOVE LIQBCRA-RECORD(22:14) TO WS-TRL-CRE-TXT
                   IF WS-TRL-CANT-TXT NOT NUMERIC
                      OR WS-TRL-DEB-TXT NOT NUMERIC
                      OR WS-TRL-CRE-TXT NOT NUMERIC
                       DISPLAY "Cola de control ilegible."
                       MOVE 'N' TO WS-HAY-COLA
                   END-IF
                   MOVE LIQBCRA-RECORD(36:16) TO WS-TRL-SALDO-TXT
                   IF (WS-TRL-SALDO-TXT(1:1) = '+'
                       OR WS-TRL-SALDO-TXT(1:1) = '-')
                      AND WS-TRL-SALDO-TXT(2:15) IS NUMERIC
                       MOVE 'S' TO WS-HAY-SALDO
                   END-IF
               WHEN 'D'
                   MOVE LIQBCRA-RECORD(2:37) TO WS-LIQ-DET
                   IF WS-LIQ-IMPORTE-TXT NOT NUMERIC
                      OR (WS-LIQ-SENTIDO NOT = 'D'
                          AND WS-LIQ-SENTIDO NOT = 'C')
                       DISPLAY "PARTIDA ILEGIBLE: "
                               LIQBCRA-RECORD(1:60)
                       MOVE 'S' TO WS-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CONT-DET
                   IF WS-LIQ-SENTIDO = 'D'
                       ADD WS-LIQ-IMPORTE-NUM TO WS-SUM-DEB
                   ELSE
                       ADD WS-LIQ-IMPORTE-NUM TO WS-SUM-CRE
                   END-IF
                   IF WS-BI-COUNT >= 1000
                       MOVE 'S' TO WS-BI-DESBORDE
                   ELSE
                       ADD 1 TO WS-BI-COUNT
                       MOVE WS-LIQ-TIPO TO WS-BI-TIPO(WS-BI-COUNT)
                       MOVE WS-LIQ-REF TO WS-BI-REF(WS-BI-COUNT)
                       MOVE WS-LIQ-IMPORTE-NUM
                           TO WS-BI-IMPORTE(WS-BI-COUNT)
                       MOVE WS-LIQ-SENTIDO
                           TO WS-BI-SENTIDO(WS-BI-COUNT)
                       MOVE 'N' TO WS-BI-MARCA(WS-BI-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-END.

       300-CONCILIA.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "La conciliacion requiere rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fecha de liquidacion (AAAAMMDD, vacio = hoy): "
           ACCEPT WS-FECHA-ING
           IF WS-FECHA-ING = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-ING
           END-IF
           IF WS-FECHA-ING NOT NUMERIC
               DISPLAY "Fecha invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-YA-EXISTE
           OPEN INPUT CONCIL-FILE
           IF WS-CON-FSTATUS = '00'
               PERFORM UNTIL WS-CON-FSTATUS NOT = '00'
                   READ CONCIL-FILE
                       AT END MOVE '10' TO WS-CON-FSTATUS
                       NOT AT END
                           IF CON-FECHA = WS-FECHA-ING
                               MOVE 'S' TO WS-YA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONCIL-FILE
           END-IF
           IF WS-YA-EXISTE = 'S'
               DISPLAY "La fecha " WS-FECHA-ING " ya fue conciliada; "
                       "las diferencias se trabajan en SUSPEN001."
               EXIT PARAGRAPH
           END-IF
           PERFORM 310-CARGA-EXTRACTO
           IF WS-BI-COUNT = 0 AND WS-BI-DESBORDE = 'N'
               DISPLAY "No hay extracto importado para el "
                       WS-FECHA-ING "."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PI-COUNT
           MOVE 'N' TO WS-PI-DESBORDE
           PERFORM 410-CARGA-PRESENTADOS
           PERFORM 420-CARGA-RECHAZOS
           PERFORM 430-CARGA-PRESENTAR
           PERFORM 440-CARGA-DEVOLUCIONES
           PERFORM 450-CARGA-SALIENTES
           PERFORM 460-CARGA-ENTRANTES
           IF WS-BI-DESBORDE = 'S' OR WS-PI-DESBORDE = 'S'
               DISPLAY "Las partidas del dia superan la tabla de "
                       "trabajo; conciliacion abortada."
               EXIT PARAGRAPH
           END-IF
           PERFORM 500-APAREA
           PERFORM 510-REPORTE
           PERFORM 520-GRABA-RESULTADO.
       300-END.

       310-CARGA-EXTRACTO.
           MOVE 0 TO WS-BI-COUNT
           MOVE 'N' TO WS-BI-DESBORDE
           OPEN INPUT EXTRACTOS-FILE
           IF WS-EXT-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXT-FSTATUS NOT = '00'
               READ EXTRACTOS-FILE
                   AT END MOVE '10' TO WS-EXT-FSTATUS
                   NOT AT END
                       IF EXT-FECHA = WS-FECHA-ING
                           IF WS-BI-COUNT >= 1000
                               MOVE 'S' TO WS-BI-DESBORDE
                           ELSE
                               ADD 1 TO WS-BI-COUNT
                               MOVE EXT-TIPO
                                   TO WS-BI-TIPO(WS-BI-COUNT)
                               MOVE EXT-REF
                                   TO WS-BI-REF(WS-BI-COUNT)
                               MOVE EXT-IMPORTE
                                   TO WS-BI-IMPORTE(WS-BI-COUNT)
                               MOVE EXT-SENTIDO
                                   TO WS-BI-SENTIDO(WS-BI-COUNT)
                               MOVE 'N' TO WS-BI-MARCA(WS-BI-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACTOS-FILE.
       310-END.

       410-CARGA-PRESENTADOS.
      *    Cheques que otros bancos nos presentan (CAMARA001): el BCRA
      *    nos debita el total presentado. Tipo CR.
           OPEN INPUT PRESENTADOS-FILE
           IF WS-PRES-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRES-FSTATUS NOT = '00'
               READ PRESENTADOS-FILE
                   AT END MOVE '10' TO WS-PRES-FSTATUS
                   NOT AT END
                       MOVE SPACES TO WS-CAMPO-DOC WS-CAMPO-NRO
                                      WS-CAMPO-IMPORTE WS-CAMPO-BANCO
                       UNSTRING PRESENTADO-RECORD DELIMITED BY ';'
                           INTO WS-CAMPO-DOC WS-CAMPO-NRO
                                WS-CAMPO-IMPORTE WS-CAMPO-BANCO
                       END-UNSTRING
                       MOVE 'CR' TO WS-AG-TIPO
                       MOVE 'D' TO WS-AG-SENTIDO
                       PERFORM 470-AGREGA-CHEQUE-CSV
               END-READ
           END-PERFORM
           CLOSE PRESENTADOS-FILE.
       410-END.

       420-CARGA-RECHAZOS.
      *    Rechazos que devolvemos (CAMARA001): el BCRA nos los
      *    acredita. Tipo DE.
           OPEN INPUT RECHAZOS-FILE
           IF WS-RECH-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RECH-FSTATUS NOT = '00'
               READ RECHAZOS-FILE
                   AT END MOVE '10' TO WS-RECH-FSTATUS
                   NOT AT END
                       MOVE SPACES TO WS-CAMPO-DOC WS-CAMPO-NRO
                                      WS-CAMPO-IMPORTE WS-CAMPO-BANCO
                       UNSTRING RECHAZO-RECORD DELIMITED BY ';'
                           INTO WS-CAMPO-DOC WS-CAMPO-NRO
                                WS-CAMPO-IMPORTE WS-CAMPO-BANCO
                       END-UNSTRING
                       MOVE 'DE' TO WS-AG-TIPO
                       MOVE 'C' TO WS-AG-SENTIDO
                       PERFORM 470-AGREGA-CHEQUE-CSV
               END-READ
           END-PERFORM
           CLOSE RECHAZOS-FILE.
       420-END.

       430-CARGA-PRESENTAR.
      *    Cheques que presentamos a otros bancos (CHQDEP001): nos
      *    los acredita el BCRA. Tipo CP. Detalle: 'D' + banco X(20)
      *    + nro 9(8) + documento X(13) + importe 9(10)V99 + fecha +
      *    tipo.
           OPEN INPUT PRESENTAR-FILE
           IF WS-PRE-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRE-FSTATUS NOT = '00'
               READ PRESENTAR-FILE
                   AT END MOVE '10' TO WS-PRE-FSTATUS
                   NOT AT END
                       IF PRESENTAR-RECORD(1:1) = 'D'
                           MOVE PRESENTAR-RECORD(22:8)
                               TO WS-REG-NRO-TXT
                           MOVE PRESENTAR-RECORD(30:13) TO WS-AG-DOC
                           MOVE PRESENTAR-RECORD(43:12)
                               TO WS-REG-IMPORTE-TXT
                           MOVE 'CP' TO WS-AG-TIPO
                           MOVE 'C' TO WS-AG-SENTIDO
                           PERFORM 475-AGREGA-CHEQUE-FIJO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESENTAR-FILE.
       430-END.

       440-CARGA-DEVOLUCIONES.
      *    Cheques nuestros que otros bancos nos devuelven
      *    (CHQDEP001): el BCRA nos los debita. Tipo DR. Detalle:
      *    'D' + nro 9(8) + documento X(13) + importe 9(10)V99.
           OPEN INPUT DEVOLUCIONES-FILE
           IF WS-DEV-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEV-FSTATUS NOT = '00'
               READ DEVOLUCIONES-FILE
                   AT END MOVE '10' TO WS-DEV-FSTATUS
                   NOT AT END
                       IF DEVOLUCION-RECORD(1:1) = 'D'
                           MOVE DEVOLUCION-RECORD(2:8)
                               TO WS-REG-NRO-TXT
                           MOVE DEVOLUCION-RECORD(10:13) TO WS-AG-DOC
                           MOVE DEVOLUCION-RECORD(23:12)
                               TO WS-REG-IMPORTE-TXT
                           MOVE 'DR' TO WS-AG-TIPO
                           MOVE 'D' TO WS-AG-SENTIDO
                           PERFORM 475-AGREGA-CHEQUE-FIJO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEVOLUCIONES-FILE.
       440-END.

       450-CARGA-SALIENTES.
      *    Transferencias salientes (TRFINT001): debito en la cuenta
      *    BCRA. Tipo TS, referencia el CBU destino. Detalle: 'D' +
      *    CBU X(22) + documento X(13) + importe 9(10)V99.
           OPEN INPUT SALIENTES-FILE
           IF WS-SAL-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SAL-FSTATUS NOT = '00'
               READ SALIENTES-FILE
                   AT END MOVE '10' TO WS-SAL-FSTATUS
                   NOT AT END
                       IF SALIENTE-RECORD(1:1) = 'D'
                           MOVE SALIENTE-RECORD(2:22) TO WS-AG-REF
                           MOVE SALIENTE-RECORD(24:13) TO WS-AG-DOC
                           MOVE SALIENTE-RECORD(37:12)
                               TO WS-REG-IMPORTE-TXT
                           MOVE 'TS' TO WS-AG-TIPO
                           MOVE 'D' TO WS-AG-SENTIDO
                           PERFORM 478-AGREGA-TRANSFERENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALIENTES-FILE.
       450-END.

       460-CARGA-ENTRANTES.
      *    Transferencias entrantes (TRFINT001): credito en la cuenta
      *    BCRA, se hayan acreditado al cliente o derivado a
      *    suspenso. Tipo TE, mismo formato que las salientes.
           OPEN INPUT ENTRANTES-FILE
           IF WS-ENT-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENT-FSTATUS NOT = '00'
               READ ENTRANTES-FILE
                   AT END MOVE '10' TO WS-ENT-FSTATUS
                   NOT AT END
                       IF ENTRANTE-RECORD(1:1) = 'D'
                           MOVE ENTRANTE-RECORD(2:22) TO WS-AG-REF
                           MOVE ENTRANTE-RECORD(24:13) TO WS-AG-DOC
                           MOVE ENTRANTE-RECORD(37:12)
                               TO WS-REG-IMPORTE-TXT
                           MOVE 'TE' TO WS-AG-TIPO
                           MOVE 'C' TO WS-AG-SENTIDO
                           PERFORM 478-AGREGA-TRANSFERENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTRANTES-FILE.
       460-END.

       470-AGREGA-CHEQUE-CSV.
      *    Archivos de CAMARA001: documento;nro;importe;banco, con el
      *    importe editado.
           COMPUTE WS-CHEQUE-NRO = FUNCTION NUMVAL(WS-CAMPO-NRO)
           COMPUTE WS-AG-IMPORTE = FUNCTION NUMVAL(WS-CAMPO-IMPORTE)
           MOVE SPACES TO WS-AG-REF
           MOVE WS-CHEQUE-NRO TO WS-AG-REF(1:8)
           MOVE WS-CAMPO-DOC TO WS-AG-DOC
           PERFORM 480-AGREGA-PROPIO.
       470-END.

       475-AGREGA-CHEQUE-FIJO.
           IF WS-REG-NRO-TXT NOT NUMERIC
              OR WS-REG-IMPORTE-TXT NOT NUMERIC
               DISPLAY "PARTIDA PROPIA ILEGIBLE " WS-AG-TIPO
                       " CHQ=" WS-REG-NRO-TXT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AG-REF
           MOVE WS-REG-NRO TO WS-AG-REF(1:8)
           MOVE WS-REG-IMPORTE TO WS-AG-IMPORTE
           PERFORM 480-AGREGA-PROPIO.
       475-END.

       478-AGREGA-TRANSFERENCIA.
           IF WS-REG-IMPORTE-TXT NOT NUMERIC
               DISPLAY "PARTIDA PROPIA ILEGIBLE " WS-AG-TIPO
                       " CBU=" WS-AG-REF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-IMPORTE TO WS-AG-IMPORTE
           PERFORM 480-AGREGA-PROPIO.
       478-END.

       480-AGREGA-PROPIO.
           IF WS-PI-COUNT >= 1000
               MOVE 'S' TO WS-PI-DESBORDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PI-COUNT
           MOVE WS-AG-TIPO TO WS-PI-TIPO(WS-PI-COUNT)
           MOVE WS-AG-REF TO WS-PI-REF(WS-PI-COUNT)
           MOVE WS-AG-IMPORTE TO WS-PI-IMPORTE(WS-PI-COUNT)
           MOVE WS-AG-SENTIDO TO WS-PI-SENTIDO(WS-PI-COUNT)
           MOVE WS-AG-DOC TO WS-PI-DOC(WS-PI-COUNT)
           MOVE 'N' TO WS-PI-MARCA(WS-PI-COUNT).
       480-END.

       500-APAREA.
      *    Cada partida del extracto toma la primera partida propia
      *    libre del mismo tipo, referencia e importe.
           MOVE 0 TO WS-CONT-CONCILIADAS
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                       UNTIL WS-PI-IDX > WS-PI-COUNT
                          OR WS-BI-MARCA(WS-BI-IDX) = 'S'
                   IF WS-PI-MARCA(WS-PI-IDX) = 'N'
                      AND WS-PI-TIPO(WS-PI-IDX) = WS-BI-TIPO(WS-BI-IDX)
                      AND WS-PI-REF(WS-PI-IDX) = WS-BI-REF(WS-BI-IDX)
                      AND WS-PI-IMPORTE(WS-PI-IDX)
                          = WS-BI-IMPORTE(WS-BI-IDX)
                       MOVE 'S' TO WS-PI-MARCA(WS-PI-IDX)
                       MOVE 'S' TO WS-BI-MARCA(WS-BI-IDX)
                       ADD 1 TO WS-CONT-CONCILIADAS
                   END-IF
               END-PERFORM
           END-PERFORM.
       500-END.

       510-REPORTE.
           MOVE 0 TO WS-CONT-SOLO-PROPIO WS-CONT-SOLO-BCRA
           MOVE 0 TO WS-NETO-PROPIO WS-NETO-BCRA
           OPEN OUTPUT REPORTE-FILE
           MOVE SPACES TO REPORTE-RECORD
           STRING "CONCILIACION CUENTA BCRA - LIQUIDACION DEL "
                  WS-FECHA-ING " - PROCESO " WS-FECHA-HOY
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           MOVE "PARTIDAS CONCILIADAS" TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               IF WS-BI-SENTIDO(WS-BI-IDX) = 'D'
                   SUBTRACT WS-BI-IMPORTE(WS-BI-IDX) FROM WS-NETO-BCRA
               ELSE
                   ADD WS-BI-IMPORTE(WS-BI-IDX) TO WS-NETO-BCRA
               END-IF
               IF WS-BI-MARCA(WS-BI-IDX) = 'S'
                   MOVE WS-BI-IMPORTE(WS-BI-IDX) TO WS-IMP-MONTO
                   MOVE SPACES TO REPORTE-RECORD
                   STRING "  OK   " WS-BI-TIPO(WS-BI-IDX) " "
                          WS-BI-REF(WS-BI-IDX) " "
                          WS-BI-SENTIDO(WS-BI-IDX) " " WS-IMP-MONTO
                       DELIMITED BY SIZE INTO REPORTE-RECORD
                   WRITE REPORTE-RECORD
               END-IF
           END-PERFORM
           MOVE "PARTIDAS SOLO EN NUESTROS ARCHIVOS" TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           PERFORM VARYING WS-PI-IDX FROM 1 BY 1
                   UNTIL WS-PI-IDX > WS-PI-COUNT
               IF WS-PI-SENTIDO(WS-PI-IDX) = 'D'
                   SUBTRACT WS-PI-IMPORTE(WS-PI-IDX)
                       FROM WS-NETO-PROPIO
               ELSE
                   ADD WS-PI-IMPORTE(WS-PI-IDX) TO WS-NETO-PROPIO
               END-IF
               IF WS-PI-MARCA(WS-PI-IDX) = 'N'
                   ADD 1 TO WS-CONT-SOLO-PROPIO
                   MOVE 'CONCILBCRA' TO WS-SP-ORIGEN
                   MOVE WS-PI-DOC(WS-PI-IDX) TO WS-SP-DOC
                   MOVE SPACES TO WS-SP-REF
                   STRING "P" WS-PI-TIPO(WS-PI-IDX) "="
                          WS-PI-REF(WS-PI-IDX)
                       DELIMITED BY SIZE INTO WS-SP-REF
                   MOVE WS-PI-IMPORTE(WS-PI-IDX) TO WS-SP-IMPORTE
                   PERFORM 530-ALTA-SUSPENSO
                   MOVE WS-PI-IMPORTE(WS-PI-IDX) TO WS-IMP-MONTO
                   MOVE SPACES TO REPORTE-RECORD
                   STRING "  PROP " WS-PI-TIPO(WS-PI-IDX) " "
                          WS-PI-REF(WS-PI-IDX) " "
                          WS-PI-SENTIDO(WS-PI-IDX) " " WS-IMP-MONTO
                          " DOC=" WS-PI-DOC(WS-PI-IDX)
                          " CASO=" WS-SP-NRO
                       DELIMITED BY SIZE INTO REPORTE-RECORD
                   WRITE REPORTE-RECORD
               END-IF
           END-PERFORM
           MOVE "PARTIDAS SOLO EN EL EXTRACTO BCRA" TO REPORTE-RECORD
           WRITE REPORTE-RECORD
           PERFORM VARYING WS-BI-IDX FROM 1 BY 1
                   UNTIL WS-BI-IDX > WS-BI-COUNT
               IF WS-BI-MARCA(WS-BI-IDX) = 'N'
                   ADD 1 TO WS-CONT-SOLO-BCRA
                   MOVE 'CONCILBCRA' TO WS-SP-ORIGEN
                   MOVE SPACES TO WS-SP-DOC
                   MOVE SPACES TO WS-SP-REF
                   STRING "B" WS-BI-TIPO(WS-BI-IDX) "="
                          WS-BI-REF(WS-BI-IDX)
                       DELIMITED BY SIZE INTO WS-SP-REF
                   MOVE WS-BI-IMPORTE(WS-BI-IDX) TO WS-SP-IMPORTE
                   PERFORM 530-ALTA-SUSPENSO
                   MOVE WS-BI-IMPORTE(WS-BI-IDX) TO WS-IMP-MONTO
                   MOVE SPACES TO REPORTE-RECORD
                   STRING "  BCRA " WS-BI-TIPO(WS-BI-IDX) " "
                          WS-BI-REF(WS-BI-IDX) " "
                          WS-BI-SENTIDO(WS-BI-IDX) " " WS-IMP-MONTO
                          " CASO=" WS-SP-NRO
                       DELIMITED BY SIZE INTO REPORTE-RECORD
                   WRITE REPORTE-RECORD
               END-IF
           END-PERFORM
           COMPUTE WS-DIFERENCIA = WS-NETO-PROPIO - WS-NETO-BCRA
           MOVE SPACES TO REPORTE-RECORD
           STRING "CONCILIADAS=" WS-CONT-CONCILIADAS
                  " SOLO PROPIAS=" WS-CONT-SOLO-PROPIO
                  " SOLO BCRA=" WS-CONT-SOLO-BCRA
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           MOVE WS-NETO-PROPIO TO WS-IMP-NETO
           MOVE SPACES TO REPORTE-RECORD
           STRING "NETO SEGUN NUESTROS ARCHIVOS: " WS-IMP-NETO
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           MOVE WS-NETO-BCRA TO WS-IMP-NETO
           MOVE SPACES TO REPORTE-RECORD
           STRING "NETO SEGUN EXTRACTO BCRA   : " WS-IMP-NETO
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           MOVE WS-DIFERENCIA TO WS-IMP-NETO
           MOVE SPACES TO REPORTE-RECORD
           STRING "DIFERENCIA                 : " WS-IMP-NETO
               DELIMITED BY SIZE INTO REPORTE-RECORD
           WRITE REPORTE-RECORD
           DISPLAY REPORTE-RECORD
           CLOSE REPORTE-FILE
           DISPLAY "Reporte generado en CONCIL_BCRA.TXT".
       510-END.

       520-GRABA-RESULTADO.
           OPEN EXTEND CONCIL-FILE
           IF WS-CON-FSTATUS NOT = '00'
               OPEN OUTPUT CONCIL-FILE
           END-IF
           MOVE WS-FECHA-ING TO CON-FECHA
           IF WS-CONT-SOLO-PROPIO = 0 AND WS-CONT-SOLO-BCRA = 0
               MOVE 'OK ' TO CON-ESTADO
           ELSE
               MOVE 'DIF' TO CON-ESTADO
           END-IF
           MOVE WS-CONT-CONCILIADAS TO CON-CONCILIADAS
           MOVE WS-CONT-SOLO-PROPIO TO CON-SOLO-PROPIO
           MOVE WS-CONT-SOLO-BCRA TO CON-SOLO-BCRA
           IF WS-DIFERENCIA < 0
               COMPUTE CON-DIFERENCIA = WS-DIFERENCIA * (-1)
           ELSE
               MOVE WS-DIFERENCIA TO CON-DIFERENCIA
           END-IF
           MOVE LK-OPERADOR TO CON-OPERADOR
           WRITE CONCIL-RECORD
           CLOSE CONCIL-FILE
           IF CON-ESTADO = 'OK '
               DISPLAY "Cuenta BCRA conciliada para el " WS-FECHA-ING
           ELSE
               DISPLAY "CUENTA BCRA CON DIFERENCIAS para el "
                       WS-FECHA-ING "; casos abiertos en SUSPEN001."
           END-IF.
       520-END.

       530-ALTA-SUSPENSO.
           MOVE 0 TO WS-SP-NRO
           CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC WS-SP-REF
                                  WS-SP-IMPORTE WS-SP-NRO.
       530-END.

       600-CONSULTA.
           OPEN INPUT CONCIL-FILE
           IF WS-CON-FSTATUS NOT = '00'
               DISPLAY "No hay conciliaciones registradas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FECHA    EST CONCIL PROPIA  BCRA  DIFERENCIA"
           PERFORM UNTIL WS-CON-FSTATUS NOT = '00'
               READ CONCIL-FILE
                   AT END MOVE '10' TO WS-CON-FSTATUS
                   NOT AT END
                       MOVE CON-DIFERENCIA TO WS-IMP-MONTO
                       DISPLAY CON-FECHA " " CON-ESTADO " "
                               CON-CONCILIADAS "  " CON-SOLO-PROPIO
                               " " CON-SOLO-BCRA " " WS-IMP-MONTO
               END-READ
           END-PERFORM
           CLOSE CONCIL-FILE.
       600-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM CONBCR001.
