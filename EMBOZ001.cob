      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Circuito del plastico de tarjeta, desde el embozado
      *          hasta la activacion. TARJCRE001 deja cada numero
      *          nuevo, repuesto o adicional en PLASTICOS_TARJ.DAT
      *          (PLASTI1) en estado G, sin consumos. Este programa:
      *            - arma el archivo diario para la embozadora
      *              EMBOZADO_SALIDA.DAT (H cabecera, D un plastico
      *              por linea con nombre y vencimiento de TARJETAS,
      *              T cantidad) y pasa los plasticos a E;
      *            - registra la recepcion en la sucursal (S) y la
      *              entrega al cliente (D);
      *            - activa el plastico en la sucursal o a pedido del
      *              cliente (V), validando el documento del titular;
      *              desde ese momento la tarjeta acepta consumos;
      *            - informa en PLASTICOS_DESTRUCCION.TXT los
      *              plasticos en sucursal sin retirar hace mas de
      *              PLASTICO-DIAS-RETIRO dias (PARAM1, 60 por
      *              defecto) y los pasa a X.
      *          Cada cambio de estado queda en la pista de auditoria
      *          via RegistrarAuditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBOZ001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT PLASTICOS-FILE ASSIGN TO "PLASTICOS_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLA-FSTATUS.
           SELECT EMBOZADO-FILE ASSIGN TO "EMBOZADO_SALIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESTRUC-FILE ASSIGN TO "PLASTICOS_DESTRUCCION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  PLASTICOS-FILE.
       01  PLASTICO-RECORD.
           05  PLA-NRO-TARJETA         PIC X(16).
           05  PLA-NRO-TITULAR         PIC X(16).
           05  PLA-TIPO                PIC X(01).
           05  PLA-NOMBRE              PIC X(30).
           05  PLA-SUCURSAL            PIC X(03).
           05  PLA-FECHA-ALTA          PIC X(08).
           05  PLA-ESTADO              PIC X(01).
           05  PLA-FECHA-ESTADO        PIC X(08).
           05  PLA-CANAL-ACT           PIC X(01).
           05  PLA-OPERADOR            PIC X(30).
       FD  EMBOZADO-FILE.
       01  EMBOZADO-RECORD             PIC X(120).
       FD  DESTRUC-FILE.
       01  DESTRUC-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
      **********************************************************************
      *******                EMBEDDED SQL VARIABLES                  *******
       01 SQLCA.
           05 SQLSTATE PIC X(5).
              88  SQL-SUCCESS           VALUE '00000'.
              88  SQL-RIGHT-TRUNC       VALUE '01004'.
              88  SQL-NODATA            VALUE '02000'.
              88  SQL-DUPLICATE         VALUE '23000' THRU '23999'.
              88  SQL-MULTIPLE-ROWS     VALUE '21000'.
              88  SQL-NULL-NO-IND       VALUE '22002'.
              88  SQL-INVALID-CURSOR-STATE VALUE '24000'.
           05 FILLER   PIC X.
           05 SQLVERSN PIC 99 VALUE 03.
           05 SQLCODE  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQLERRM.
               49 SQLERRML PIC S9(4) COMP-5 VALUE ZERO.
               49 SQLERRMC PIC X(486).
           05 SQLERRD OCCURS 6 TIMES PIC S9(9) COMP-5 VALUE ZERO.
           05 FILLER   PIC X(4).
           05 SQL-HCONN USAGE POINTER VALUE NULL.
       01 SQLV.
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 7.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 7 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 7 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 7 TIMES.
           05 SQL-PREC   PIC X OCCURS 7 TIMES.
      **********************************************************************
       01 SQL-STMT-0.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 280.
           05 SQL-STMT   PIC X(280) VALUE 'SELECT IFNULL(MAX(C.DOC_CLIEN
      -    'TE),'' ''), IFNULL(MAX(CONCAT(TRIM(C.NOMBRE_CLIENTE),'' '',T
      -    'RIM(C.APELLIDOS_CLIENTE))),'' ''), IFNULL(MAX(DATE_FORMAT(T.
      -    'FECHA_VENCIMIENTO,''%m/%y'')),'' '') FROM BANCO.TARJETAS T J
      -    'OIN BANCO.CLIENTES C ON C.ID_CLIENTE = T.ID_CLIENTE WHERE T.
      -    'NRO_TARJETA = TRIM(?)'.
      **********************************************************************
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 6.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 48.
           05 SQL-STMT   PIC X(48) VALUE 'SELECT RegistrarAuditoria(?,?,?,?,
      -    '?,?) FROM DUAL'.
      **********************************************************************
           COPY "BD001".
           COPY "AUDIT0001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-PLA-FSTATUS              PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).
           05  WT-NRO-TITULAR          PIC X(16).
           05  WT-DOC-CLI              PIC X(13).
           05  WT-NOMBRE-CLI           PIC X(40).
           05  WT-VENCIMIENTO          PIC X(05).

       01  WS-PLASTICOS.
           05  WS-PLA OCCURS 500 TIMES PIC X(114).
       01  WS-PLA-COUNT                PIC 9(3) VALUE 0.
       01  WS-PLA-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-PLA-IDX                  PIC 9(3).
       01  WS-PLA-SEL                  PIC 9(3).

       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(08).
       01  WS-HOY-ENTERO               PIC 9(8).
       01  WS-AUX-ENTERO               PIC 9(8).
       01  WS-DIAS-SUCURSAL            PIC 9(5).
       01  WS-DIAS-RETIRO              PIC 9(3) VALUE 60.
       01  WS-NRO-ING                  PIC X(16).
       01  WS-DOC-ING                  PIC X(13).
       01  WS-CANAL-ING                PIC X(01).
       01  WS-ESTADO-ANT               PIC X(01).
       01  WS-ESTADO-NUE               PIC X(01).
       01  WS-ESTADO-DESDE             PIC X(01).
       01  WS-CONT-EMBOZADOS           PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-DATOS           PIC 9(5) VALUE 0.
       01  WS-CONT-DESTRUIR            PIC 9(5) VALUE 0.
       01  WS-NOMBRE-EMBOZ             PIC X(30).

       01  WS-MASK-INPUT               PIC X(16).
       01  WS-MASK-OUTPUT              PIC X(16).

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           MOVE LK-OPERADOR TO WT-AUDIT-USUARIO
           ACCEPT WS-FECHA FROM DATE
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FECHA-HOY))
           MOVE 'PLASTICO-DIAS-RETIRO' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-DIAS-RETIRO
           END-IF
           PERFORM 0100-INICIO
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   EMBOZADO Y ENTREGA DE PLASTICOS  "
           DISPLAY "===================================="
           DISPLAY "1 - Generar archivo de embozado del dia"
           DISPLAY "2 - Recepcion de plastico en sucursal"
           DISPLAY "3 - Entrega de plastico al cliente"
           DISPLAY "4 - Activacion de plastico"
           DISPLAY "5 - Plasticos no retirados (destruccion)"
           DISPLAY "6 - Consulta de plastico"
           DISPLAY "7 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-GENERA-EMBOZADO
                   PERFORM 100-MENU
               WHEN 2
                   MOVE 'E' TO WS-ESTADO-DESDE
                   MOVE 'S' TO WS-ESTADO-NUE
                   PERFORM 300-CAMBIA-ESTADO
                   PERFORM 100-MENU
               WHEN 3
                   MOVE 'S' TO WS-ESTADO-DESDE
                   MOVE 'D' TO WS-ESTADO-NUE
                   PERFORM 300-CAMBIA-ESTADO
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 400-ACTIVACION
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 500-NO-RETIRADOS
                   PERFORM 100-MENU
               WHEN 6
                   PERFORM 600-CONSULTA
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-CARGA-PLASTICOS.
           MOVE 0 TO WS-PLA-COUNT
           MOVE 'N' TO WS-PLA-DESBORDE
           OPEN INPUT PLASTICOS-FILE
           IF WS-PLA-FSTATUS = '00'
               PERFORM UNTIL WS-PLA-FSTATUS NOT = '00'
                   READ PLASTICOS-FILE
                       AT END MOVE '10' TO WS-PLA-FSTATUS
                       NOT AT END
                           IF WS-PLA-COUNT >= 500
                               DISPLAY "AVISO: PLASTICOS_TARJ.DAT "
                                   "supera los 500 registros."
                               MOVE 'S' TO WS-PLA-DESBORDE
                               MOVE '10' TO WS-PLA-FSTATUS
                           ELSE
                               ADD 1 TO WS-PLA-COUNT
                               MOVE PLASTICO-RECORD TO
                                   WS-PLA(WS-PLA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLASTICOS-FILE
           END-IF.
       110-END.

       150-GRABA-PLASTICOS.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-PLA-DESBORDE = 'S'
               DISPLAY "PLASTICOS_TARJ.DAT supera la tabla de "
                       "trabajo; no se regraba. Ampliar la tabla."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PLASTICOS-FILE
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT
               MOVE WS-PLA(WS-PLA-IDX) TO PLASTICO-RECORD
               WRITE PLASTICO-RECORD
           END-PERFORM
           CLOSE PLASTICOS-FILE.
       150-END.

       160-BUSCA-PLASTICO.
      *    Ultimo registro del numero: un numero reemplazado y
      *    reutilizado no deberia repetirse, pero manda el mas nuevo.
           MOVE 0 TO WS-PLA-SEL
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT
               MOVE WS-PLA(WS-PLA-IDX) TO PLASTICO-RECORD
               IF PLA-NRO-TARJETA = WS-NRO-ING
                   MOVE WS-PLA-IDX TO WS-PLA-SEL
               END-IF
           END-PERFORM
           IF WS-PLA-SEL > 0
               MOVE WS-PLA(WS-PLA-SEL) TO PLASTICO-RECORD
           END-IF.
       160-END.

       170-DATOS-TITULAR.
      *    EXEC SQL
      *        SELECT IFNULL(MAX(C.DOC_CLIENTE),' '),
      *               IFNULL(MAX(CONCAT(TRIM(C.NOMBRE_CLIENTE),' ',
      *                      TRIM(C.APELLIDOS_CLIENTE))),' '),
      *               IFNULL(MAX(DATE_FORMAT(T.FECHA_VENCIMIENTO,
      *                      '%m/%y')),' ')
      *          INTO :WT-DOC-CLI, :WT-NOMBRE-CLI, :WT-VENCIMIENTO
      *          FROM BANCO.TARJETAS T
      *          JOIN BANCO.CLIENTES C ON C.ID_CLIENTE = T.ID_CLIENTE
      *         WHERE T.NRO_TARJETA = TRIM(:WT-NRO-TITULAR)
      *    END-EXEC
           MOVE SPACES TO WT-DOC-CLI WT-NOMBRE-CLI WT-VENCIMIENTO
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF WT-DOC-CLI
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 13 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF WT-NOMBRE-CLI
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 40 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF WT-VENCIMIENTO
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 5 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF WT-NRO-TITULAR
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 16 TO SQL-LEN(4)
               MOVE 4 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-0
                               SQLCA.
       170-END.

       200-GENERA-EMBOZADO.
           PERFORM 110-CARGA-PLASTICOS
           IF WS-PLA-DESBORDE = 'S'
               PERFORM 150-GRABA-PLASTICOS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-EMBOZADOS WS-CONT-SIN-DATOS
           OPEN OUTPUT EMBOZADO-FILE
           MOVE SPACES TO EMBOZADO-RECORD
           STRING "H;" WS-FECHA-HOY DELIMITED BY SIZE
               INTO EMBOZADO-RECORD
           WRITE EMBOZADO-RECORD
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT
               MOVE WS-PLA(WS-PLA-IDX) TO PLASTICO-RECORD
               IF PLA-ESTADO = 'G'
                   PERFORM 210-EMBOZA-PLASTICO
               END-IF
           END-PERFORM
           MOVE SPACES TO EMBOZADO-RECORD
           STRING "T;" WS-CONT-EMBOZADOS DELIMITED BY SIZE
               INTO EMBOZADO-RECORD
           WRITE EMBOZADO-RECORD
           CLOSE EMBOZADO-FILE
           PERFORM 150-GRABA-PLASTICOS
           DISPLAY "Plasticos enviados a embozar: " WS-CONT-EMBOZADOS
           IF WS-CONT-SIN-DATOS > 0
               DISPLAY "Plasticos sin datos en TARJETAS (quedan "
                       "pendientes): " WS-CONT-SIN-DATOS
           END-IF
           DISPLAY "Archivo emitido en EMBOZADO_SALIDA.DAT.".
       200-END.

       210-EMBOZA-PLASTICO.
           MOVE PLA-NRO-TITULAR TO WT-NRO-TITULAR
           PERFORM 170-DATOS-TITULAR
           IF WT-DOC-CLI = SPACES
               ADD 1 TO WS-CONT-SIN-DATOS
               MOVE PLA-NRO-TARJETA TO WS-MASK-INPUT
               PERFORM 299-MASK-TARJETA
               DISPLAY "Sin datos de titular para " WS-MASK-OUTPUT
               EXIT PARAGRAPH
           END-IF
      *    El adicional se emboza con su propio nombre.
           IF PLA-TIPO = 'A' AND PLA-NOMBRE NOT = SPACES
               MOVE PLA-NOMBRE TO WS-NOMBRE-EMBOZ
           ELSE
               MOVE WT-NOMBRE-CLI TO WS-NOMBRE-EMBOZ
           END-IF
           MOVE SPACES TO EMBOZADO-RECORD
           STRING "D;" PLA-NRO-TARJETA ";" WS-NOMBRE-EMBOZ ";"
                  WT-VENCIMIENTO ";" PLA-TIPO ";" PLA-SUCURSAL
               DELIMITED BY SIZE INTO EMBOZADO-RECORD
           WRITE EMBOZADO-RECORD
           ADD 1 TO WS-CONT-EMBOZADOS
           MOVE PLA-ESTADO TO WS-ESTADO-ANT
           MOVE 'E' TO PLA-ESTADO
           MOVE WS-FECHA-HOY TO PLA-FECHA-ESTADO
           MOVE PLASTICO-RECORD TO WS-PLA(WS-PLA-IDX)
           PERFORM 190-AUDITA-ESTADO.
       210-END.

       190-AUDITA-ESTADO.
           MOVE 'PLASTICOS' TO WT-AUDIT-TABLA
           MOVE PLA-NRO-TARJETA TO WT-AUDIT-ID-REG
           MOVE 'ESTADO' TO WT-AUDIT-CAMPO
           MOVE WS-ESTADO-ANT TO WT-AUDIT-VALOR-ANT
           MOVE PLA-ESTADO TO WT-AUDIT-VALOR-NUE
           PERFORM 180-REGISTRA-AUDITORIA.
       190-END.

       300-CAMBIA-ESTADO.
           PERFORM 110-CARGA-PLASTICOS
           DISPLAY "Numero de tarjeta del plastico: "
           ACCEPT WS-NRO-ING
           PERFORM 160-BUSCA-PLASTICO
           IF WS-PLA-SEL = 0
               DISPLAY "El numero no tiene plastico registrado."
               EXIT PARAGRAPH
           END-IF
           IF PLA-ESTADO NOT = WS-ESTADO-DESDE
               DISPLAY "El plastico esta en estado " PLA-ESTADO
                       "; se esperaba " WS-ESTADO-DESDE "."
               EXIT PARAGRAPH
           END-IF
           MOVE PLA-ESTADO TO WS-ESTADO-ANT
           MOVE WS-ESTADO-NUE TO PLA-ESTADO
           MOVE WS-FECHA-HOY TO PLA-FECHA-ESTADO
           MOVE PLASTICO-RECORD TO WS-PLA(WS-PLA-SEL)
           PERFORM 150-GRABA-PLASTICOS
           IF WS-PLA-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 190-AUDITA-ESTADO
           IF WS-ESTADO-NUE = 'S'
               DISPLAY "Plastico recibido en la sucursal."
           ELSE
               DISPLAY "Plastico entregado. Recuerde activarlo "
                       "para habilitar los consumos."
           END-IF.
       300-END.

       400-ACTIVACION.
           PERFORM 110-CARGA-PLASTICOS
           DISPLAY "Numero de tarjeta del plastico: "
           ACCEPT WS-NRO-ING
           PERFORM 160-BUSCA-PLASTICO
           IF WS-PLA-SEL = 0
               DISPLAY "El numero no tiene plastico registrado."
               EXIT PARAGRAPH
           END-IF
           IF PLA-ESTADO NOT = 'S' AND PLA-ESTADO NOT = 'D'
               DISPLAY "Solo se activa un plastico recibido en "
                       "sucursal o entregado (estado " PLA-ESTADO
                       ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Canal (S = sucursal, C = cliente): "
           ACCEPT WS-CANAL-ING
           MOVE FUNCTION UPPER-CASE(WS-CANAL-ING) TO WS-CANAL-ING
           IF WS-CANAL-ING NOT = 'S' AND WS-CANAL-ING NOT = 'C'
               DISPLAY "Canal invalido."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del titular: "
           ACCEPT WS-DOC-ING
           MOVE PLA-NRO-TITULAR TO WT-NRO-TITULAR
           PERFORM 170-DATOS-TITULAR
           IF WT-DOC-CLI = SPACES OR WT-DOC-CLI NOT = WS-DOC-ING
               DISPLAY "El documento no corresponde al titular de "
                       "la tarjeta. Activacion rechazada."
               EXIT PARAGRAPH
           END-IF
           MOVE PLA-ESTADO TO WS-ESTADO-ANT
           MOVE 'V' TO PLA-ESTADO
           MOVE WS-FECHA-HOY TO PLA-FECHA-ESTADO
           MOVE WS-CANAL-ING TO PLA-CANAL-ACT
           MOVE PLASTICO-RECORD TO WS-PLA(WS-PLA-SEL)
           PERFORM 150-GRABA-PLASTICOS
           IF WS-PLA-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 190-AUDITA-ESTADO
           DISPLAY "Plastico activado: la tarjeta acepta consumos.".
       400-END.

       500-NO-RETIRADOS.
           PERFORM 110-CARGA-PLASTICOS
           IF WS-PLA-DESBORDE = 'S'
               PERFORM 150-GRABA-PLASTICOS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONT-DESTRUIR
           OPEN OUTPUT DESTRUC-FILE
           MOVE SPACES TO DESTRUC-RECORD
           STRING "PLASTICOS NO RETIRADOS A DESTRUIR AL " WS-FECHA-HOY
                  " (MAS DE " WS-DIAS-RETIRO " DIAS EN SUCURSAL)"
               DELIMITED BY SIZE INTO DESTRUC-RECORD
           WRITE DESTRUC-RECORD
           MOVE "SUC TARJETA          TIPO RECIBIDO DIAS"
               TO DESTRUC-RECORD
           WRITE DESTRUC-RECORD
           PERFORM VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT
               MOVE WS-PLA(WS-PLA-IDX) TO PLASTICO-RECORD
               IF PLA-ESTADO = 'S'
                   COMPUTE WS-AUX-ENTERO =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(PLA-FECHA-ESTADO))
                   COMPUTE WS-DIAS-SUCURSAL =
                       WS-HOY-ENTERO - WS-AUX-ENTERO
                   IF WS-DIAS-SUCURSAL > WS-DIAS-RETIRO
                       PERFORM 510-MARCA-DESTRUCCION
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO DESTRUC-RECORD
           STRING "TOTAL PLASTICOS A DESTRUIR: " WS-CONT-DESTRUIR
               DELIMITED BY SIZE INTO DESTRUC-RECORD
           WRITE DESTRUC-RECORD
           CLOSE DESTRUC-FILE
           PERFORM 150-GRABA-PLASTICOS
           DISPLAY "Plasticos informados para destruccion: "
                   WS-CONT-DESTRUIR
           DISPLAY "Reporte emitido en PLASTICOS_DESTRUCCION.TXT.".
       500-END.

       510-MARCA-DESTRUCCION.
           MOVE PLA-NRO-TARJETA TO WS-MASK-INPUT
           PERFORM 299-MASK-TARJETA
           MOVE SPACES TO DESTRUC-RECORD
           STRING PLA-SUCURSAL " " WS-MASK-OUTPUT " " PLA-TIPO
                  "    " PLA-FECHA-ESTADO " " WS-DIAS-SUCURSAL
               DELIMITED BY SIZE INTO DESTRUC-RECORD
           WRITE DESTRUC-RECORD
           ADD 1 TO WS-CONT-DESTRUIR
           MOVE PLA-ESTADO TO WS-ESTADO-ANT
           MOVE 'X' TO PLA-ESTADO
           MOVE WS-FECHA-HOY TO PLA-FECHA-ESTADO
           MOVE PLASTICO-RECORD TO WS-PLA(WS-PLA-IDX)
           PERFORM 190-AUDITA-ESTADO.
       510-END.

       600-CONSULTA.
           PERFORM 110-CARGA-PLASTICOS
           DISPLAY "Numero de tarjeta del plastico: "
           ACCEPT WS-NRO-ING
           PERFORM 160-BUSCA-PLASTICO
           IF WS-PLA-SEL = 0
               DISPLAY "Sin plastico registrado: numero anterior al "
                       "circuito de embozado, se considera activo."
               EXIT PARAGRAPH
           END-IF
           MOVE PLA-NRO-TARJETA TO WS-MASK-INPUT
           PERFORM 299-MASK-TARJETA
           DISPLAY "Plastico   : " WS-MASK-OUTPUT " tipo " PLA-TIPO
                   " sucursal " PLA-SUCURSAL
           DISPLAY "Alta       : " PLA-FECHA-ALTA " por "
                   PLA-OPERADOR
           EVALUATE PLA-ESTADO
               WHEN 'G'
                   DISPLAY "Estado     : pendiente de embozado"
               WHEN 'E'
                   DISPLAY "Estado     : enviado a la embozadora"
               WHEN 'S'
                   DISPLAY "Estado     : en sucursal"
               WHEN 'D'
                   DISPLAY "Estado     : entregado, sin activar"
               WHEN 'V'
                   DISPLAY "Estado     : activado (canal "
                           PLA-CANAL-ACT ")"
               WHEN 'X'
                   DISPLAY "Estado     : no retirado, a destruir"
               WHEN OTHER
                   DISPLAY "Estado     : " PLA-ESTADO
           END-EVALUATE
           DISPLAY "Desde      : " PLA-FECHA-ESTADO.
       600-END.

       299-MASK-TARJETA.
           MOVE "************" TO WS-MASK-OUTPUT(1:12)
           MOVE WS-MASK-INPUT(13:4) TO WS-MASK-OUTPUT(13:4).
       299-END.

       180-REGISTRA-AUDITORIA.
      *    EXEC SQL
      *        SELECT RegistrarAuditoria(:WT-AUDIT-TABLA,
      *               :WT-AUDIT-ID-REG, :WT-AUDIT-CAMPO,
      *               :WT-AUDIT-VALOR-ANT, :WT-AUDIT-VALOR-NUE,
      *               :WT-AUDIT-USUARIO) INTO :WT-AUDIT-RESULT
      *          FROM DUAL;
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 WT-AUDIT-RESULT
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 1 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WT-AUDIT-TABLA
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 30 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 WT-AUDIT-ID-REG
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 20 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 WT-AUDIT-CAMPO
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 30 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 WT-AUDIT-VALOR-ANT
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 30 TO SQL-LEN(5)
               SET SQL-ADDR(6) TO ADDRESS OF
                 WT-AUDIT-VALOR-NUE
               MOVE 'X' TO SQL-TYPE(6)
               MOVE 30 TO SQL-LEN(6)
               SET SQL-ADDR(7) TO ADDRESS OF
                 WT-AUDIT-USUARIO
               MOVE 'X' TO SQL-TYPE(7)
               MOVE 30 TO SQL-LEN(7)
               MOVE 7 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
           CALL 'OCSQLCMT' USING SQLCA END-CALL
                   .

       COPY "DBPARM001".

       0100-INICIO.
      *-----------------------------------------------------------------
      * CONNECT TO THE DATABASE
      *-----------------------------------------------------------------
           PERFORM 0105-LOAD-DB-PARAMS.
           STRING  'DRIVER={MySQL ODBC 8.0 ANSI Driver};'
                   'SERVER=',DB-HOST,';'
                   'PORT=',DB-PORT,';'
                   'DATABASE=',DB-NAME,';'
                   'USER=',DB-USER,';'
                   'PASSWORD=',DB-PASSWORD,';'
                   'COMRESSED_PROTO=0;'
                   INTO BUFFER.
           MOVE 1024 TO SQL-LEN(1)
           CALL 'OCSQL'    USING BUFFER
                               SQL-LEN(1)
                               SQLCA
           END-CALL.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM EMBOZ001.
