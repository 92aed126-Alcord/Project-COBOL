      *          diaria del tesoro comparando los pases del dia
      *          contra los arqueos de las sesiones: una diferencia
      *          entre cajas y efectivo real deja de ser invisible.
      *          Los cajeros automaticos (CAJEROS_ATM.DAT) son puntos
      *          de efectivo de su sucursal: la carga sale del tesoro
      *          y la descarga (recuento) vuelve a el, por
      *          denominacion. En cada descarga se cuadra lo cargado
      *          menos las extracciones dispensadas segun el archivo
      *          del proveedor (CAJEROS_DISPENSADO.DAT, lo deja
      *          CANIMP001) contra lo contado; el cuadre queda en
      *          CUADRE_ATM.TXT y toda diferencia abre un caso de
      *          partida pendiente (SUSPALTA1, origen ATM).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-SESION-FSTATUS.
           SELECT PRUEBA-FILE ASSIGN TO "TESORO_PRUEBA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAJERO-FILE ASSIGN TO "CAJEROS_ATM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAJERO-FSTATUS.
           SELECT DISP-FILE ASSIGN TO "CAJEROS_DISPENSADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FSTATUS.
           SELECT TMP-DISP-FILE ASSIGN TO "CAJEROS_DISPENSADO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPDISP-FSTATUS.
           SELECT CUADRE-FILE ASSIGN TO "CUADRE_ATM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUADRE-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SES-TOT-EXTRACCIONES    PIC 9(10)V99.
       FD  PRUEBA-FILE.
       01  PRUEBA-RECORD               PIC X(120).
       FD  CAJERO-FILE.
       01  CAJERO-RECORD.
           05  ATM-ID                  PIC X(06).
           05  ATM-SUCURSAL            PIC X(03).
           05  ATM-UBICACION           PIC X(30).
           05  ATM-ESTADO              PIC X(01).
           05  ATM-CANT                PIC 9(07) OCCURS 7 TIMES.
           05  ATM-TOTAL               PIC 9(12)V99.
           05  ATM-FECHA-CARGA         PIC X(08).
       FD  DISP-FILE.
       01  DISP-RECORD.
           05  DSP-ATM                 PIC X(06).
           05  DSP-FECHA               PIC X(08).
           05  DSP-IMPORTE             PIC 9(10)V99.
           05  DSP-REF                 PIC X(20).
           05  DSP-ESTADO              PIC X(01).
       FD  TMP-DISP-FILE.
       01  TMP-DISP-RECORD             PIC X(47).
       FD  CUADRE-FILE.
       01  CUADRE-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-TESORO-FSTATUS           PIC XX.
       01  WS-MOVS-FSTATUS             PIC XX.
       01  WS-TRAN-FSTATUS             PIC XX.
       01  WS-SESION-FSTATUS           PIC XX.
       01  WS-CAJERO-FSTATUS           PIC XX.
       01  WS-DISP-FSTATUS             PIC XX.
       01  WS-TMPDISP-FSTATUS          PIC XX.
       01  WS-CUADRE-FSTATUS           PIC XX.

       01  WS-TESOROS.
           05  WS-TES OCCURS 10 TIMES.
       01  WS-TRA-IDX                  PIC 9(3).
       01  WS-TRA-DESBORDE             PIC X(1) VALUE 'N'.

       01  WS-CAJEROS.
           05  WS-ATM OCCURS 50 TIMES.
               10  WS-ATM-ID           PIC X(06).
               10  WS-ATM-SUCURSAL     PIC X(03).
               10  WS-ATM-UBICACION    PIC X(30).
               10  WS-ATM-ESTADO       PIC X(01).
               10  WS-ATM-CANT         PIC 9(07) OCCURS 7 TIMES.
               10  WS-ATM-TOTAL        PIC 9(12)V99.
               10  WS-ATM-FECHA-CARGA  PIC X(08).
       01  WS-ATM-COUNT                PIC 9(2) VALUE 0.
       01  WS-ATM-IDX                  PIC 9(2).
       01  WS-ATM-SEL                  PIC 9(2).
       01  WS-ATM-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-ATM-ING                  PIC X(6).
       01  WS-ATM-DISPENSADO           PIC 9(12)V99.
       01  WS-ATM-ESPERADO             PIC S9(12)V99.
       01  WS-ATM-DIFERENCIA           PIC S9(12)V99.
       01  WS-IMP-DIFER                PIC -ZZZZZZZZZZZ9.99.
       01  WS-SP-ORIGEN                PIC X(10).
       01  WS-SP-DOC                   PIC X(13).
       01  WS-SP-REF                   PIC X(22).
       01  WS-SP-IMPORTE               PIC 9(10)V99.
       01  WS-SP-NRO                   PIC 9(09).

       01  WS-DENOMINACIONES.
           05  WS-DENOM-VALOR          PIC 9(5) OCCURS 7 TIMES.
       01  WS-DENOM-INIT.
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           PERFORM 110-CARGA-TESOROS
           PERFORM 610-CARGA-CAJEROS
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "4 - Remesa (sucursal o banco central)"
           DISPLAY "5 - Recibir remesa en transito"
           DISPLAY "6 - Prueba diaria del tesoro"
           DISPLAY "7 - Cajeros automaticos (ATM)"
           DISPLAY "8 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                   PERFORM 500-PRUEBA-DIARIA
                   PERFORM 100-MENU
               WHEN 7
                   PERFORM 600-MENU-CAJEROS
                   PERFORM 100-MENU
               WHEN 8
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                       ": " WS-TES-CANT(WS-TES-SEL WS-DENOM-IDX)
           END-PERFORM
           MOVE WS-TES-TOTAL(WS-TES-SEL) TO WS-IMP-MONTO
           DISPLAY "TOTAL EN TESORO: " WS-IMP-MONTO
           PERFORM VARYING WS-ATM-IDX FROM 1 BY 1
                   UNTIL WS-ATM-IDX > WS-ATM-COUNT
               IF WS-ATM-SUCURSAL(WS-ATM-IDX) = WS-SUCURSAL-ING
                   MOVE WS-ATM-TOTAL(WS-ATM-IDX) TO WS-IMP-MONTO
                   DISPLAY "CAJERO " WS-ATM-ID(WS-ATM-IDX)
                           " CARGADO: " WS-IMP-MONTO
               END-IF
           END-PERFORM.
       200-END.

       300-PASE-CAJA.
           END-IF.
       510-END.

       600-MENU-CAJEROS.
           DISPLAY "===================================="
           DISPLAY "     CAJEROS AUTOMATICOS (ATM)      "
           DISPLAY "===================================="
           DISPLAY "1 - Alta de cajero"
           DISPLAY "2 - Listar cajeros"
           DISPLAY "3 - Carga de cajero desde el tesoro"
           DISPLAY "4 - Descarga (recuento) y cuadre"
           DISPLAY "5 - Volver"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 640-ALTA-CAJERO
                   PERFORM 600-MENU-CAJEROS
               WHEN 2
                   PERFORM 650-LISTA-CAJEROS
                   PERFORM 600-MENU-CAJEROS
               WHEN 3
                   PERFORM 660-CARGA-CAJERO
                   PERFORM 600-MENU-CAJEROS
               WHEN 4
                   PERFORM 670-DESCARGA-CAJERO
                   PERFORM 600-MENU-CAJEROS
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 600-MENU-CAJEROS
           END-EVALUATE.
       600-END.

       610-CARGA-CAJEROS.
           MOVE 0 TO WS-ATM-COUNT
           MOVE 'N' TO WS-ATM-DESBORDE
           OPEN INPUT CAJERO-FILE
           IF WS-CAJERO-FSTATUS = '00'
               PERFORM UNTIL WS-CAJERO-FSTATUS NOT = '00'
                   READ CAJERO-FILE
                       AT END MOVE '10' TO WS-CAJERO-FSTATUS
                       NOT AT END
                           IF WS-ATM-COUNT >= 50
                               DISPLAY "AVISO: CAJEROS_ATM.DAT "
                                   "supera los 50 cajeros."
                               MOVE 'S' TO WS-ATM-DESBORDE
                               MOVE '10' TO WS-CAJERO-FSTATUS
                           ELSE
                               ADD 1 TO WS-ATM-COUNT
                               MOVE CAJERO-RECORD TO
                                   WS-ATM(WS-ATM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAJERO-FILE
           END-IF.
       610-END.

       620-GRABA-CAJEROS.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-ATM-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CAJERO-FILE
           PERFORM VARYING WS-ATM-IDX FROM 1 BY 1
                   UNTIL WS-ATM-IDX > WS-ATM-COUNT
               MOVE WS-ATM(WS-ATM-IDX) TO CAJERO-RECORD
               WRITE CAJERO-RECORD
           END-PERFORM
           CLOSE CAJERO-FILE.
       620-END.

       630-BUSCA-CAJERO.
           MOVE 0 TO WS-ATM-SEL
           PERFORM VARYING WS-ATM-IDX FROM 1 BY 1
                   UNTIL WS-ATM-IDX > WS-ATM-COUNT
               IF WS-ATM-ID(WS-ATM-IDX) = WS-ATM-ING
                   MOVE WS-ATM-IDX TO WS-ATM-SEL
                   MOVE WS-ATM-COUNT TO WS-ATM-IDX
               END-IF
           END-PERFORM.
       630-END.

       635-PIDE-CAJERO.
      *    Pide el cajero y deja posicionado el tesoro de su
      *    sucursal; WS-TES-SEL en cero si no se puede operar.
           MOVE 0 TO WS-TES-SEL
           IF WS-ATM-DESBORDE = 'S'
               DISPLAY "CAJEROS_ATM.DAT supera la tabla de "
                       "trabajo; operacion abortada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cajero: "
           ACCEPT WS-ATM-ING
           PERFORM 630-BUSCA-CAJERO
           IF WS-ATM-SEL = 0
               DISPLAY "Cajero inexistente."
               EXIT PARAGRAPH
           END-IF
           IF WS-ATM-ESTADO(WS-ATM-SEL) NOT = 'A'
               DISPLAY "El cajero no esta activo."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ATM-SUCURSAL(WS-ATM-SEL) TO WS-SUCURSAL-ING
           PERFORM 160-BUSCA-TESORO.
       635-END.

       640-ALTA-CAJERO.
           IF WS-ATM-DESBORDE = 'S' OR WS-ATM-COUNT >= 50
               DISPLAY "Tabla de cajeros llena."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Identificador del cajero (6 caracteres): "
           ACCEPT WS-ATM-ING
           IF WS-ATM-ING = SPACES
               DISPLAY "Identificador invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 630-BUSCA-CAJERO
           IF WS-ATM-SEL NOT = 0
               DISPLAY "El cajero ya esta registrado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sucursal: "
           ACCEPT WS-SUCURSAL-ING
           PERFORM 160-BUSCA-TESORO
           IF WS-TES-SEL = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ATM-COUNT
           INITIALIZE WS-ATM(WS-ATM-COUNT)
           MOVE WS-ATM-ING TO WS-ATM-ID(WS-ATM-COUNT)
           MOVE WS-SUCURSAL-ING TO WS-ATM-SUCURSAL(WS-ATM-COUNT)
           DISPLAY "Ubicacion: "
           ACCEPT WS-ATM-UBICACION(WS-ATM-COUNT)
           MOVE 'A' TO WS-ATM-ESTADO(WS-ATM-COUNT)
           PERFORM 620-GRABA-CAJEROS
           PERFORM 150-GRABA-TESOROS
           DISPLAY "Cajero " WS-ATM-ING " registrado en sucursal "
                   WS-SUCURSAL-ING ".".
       640-END.

       650-LISTA-CAJEROS.
           DISPLAY "CAJERO SUC ESTADO     CARGADO       ULT.CARGA"
           PERFORM VARYING WS-ATM-IDX FROM 1 BY 1
                   UNTIL WS-ATM-IDX > WS-ATM-COUNT
               MOVE WS-ATM-TOTAL(WS-ATM-IDX) TO WS-IMP-MONTO
               DISPLAY WS-ATM-ID(WS-ATM-IDX) " "
                       WS-ATM-SUCURSAL(WS-ATM-IDX) " "
                       WS-ATM-ESTADO(WS-ATM-IDX) " "
                       WS-IMP-MONTO " "
                       WS-ATM-FECHA-CARGA(WS-ATM-IDX) " "
                       WS-ATM-UBICACION(WS-ATM-IDX)
           END-PERFORM.
       650-END.

       660-CARGA-CAJERO.
      *    El efectivo sale del tesoro de la sucursal del cajero
      *    (ATC); lo cargado queda a cuenta del cajero hasta la
      *    proxima descarga.
           PERFORM 635-PIDE-CAJERO
           IF WS-TES-SEL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 170-PIDE-DENOMINACIONES
           IF WS-MONTO-MOV = 0
               DISPLAY "La carga no puede ser cero."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 7
               IF WS-CANT-MOV(WS-DENOM-IDX) >
                  WS-TES-CANT(WS-TES-SEL WS-DENOM-IDX)
                   DISPLAY "El tesoro no tiene esos billetes de "
                           WS-DENOM-VALOR(WS-DENOM-IDX) "."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 7
               SUBTRACT WS-CANT-MOV(WS-DENOM-IDX) FROM
                   WS-TES-CANT(WS-TES-SEL WS-DENOM-IDX)
               ADD WS-CANT-MOV(WS-DENOM-IDX) TO
                   WS-ATM-CANT(WS-ATM-SEL WS-DENOM-IDX)
           END-PERFORM
           SUBTRACT WS-MONTO-MOV FROM WS-TES-TOTAL(WS-TES-SEL)
           ADD WS-MONTO-MOV TO WS-ATM-TOTAL(WS-ATM-SEL)
           MOVE WS-FECHA-HOY TO WS-ATM-FECHA-CARGA(WS-ATM-SEL)
           PERFORM 150-GRABA-TESOROS
           PERFORM 620-GRABA-CAJEROS
           MOVE 'ATC' TO TMV-TIPO
           MOVE SPACES TO TMV-REFERENCIA
           STRING "ATM=" WS-ATM-ING
               DELIMITED BY SIZE INTO TMV-REFERENCIA
           PERFORM 180-LOG-MOVIMIENTO
           MOVE WS-MONTO-MOV TO WS-IMP-MONTO
           DISPLAY "Carga del cajero " WS-ATM-ING " por "
                   WS-IMP-MONTO ".".
       660-END.

       670-DESCARGA-CAJERO.
      *    Recuento: lo contado en el cajero vuelve al tesoro (ATD)
      *    y el cajero queda en cero. Lo esperado es lo cargado
      *    menos las extracciones dispensadas pendientes de cuadre;
      *    la diferencia contra lo contado queda en CUADRE_ATM.TXT y
      *    abre un caso de partida pendiente.
           PERFORM 635-PIDE-CAJERO
           IF WS-TES-SEL = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Recuento del remanente del cajero " WS-ATM-ING
           PERFORM 170-PIDE-DENOMINACIONES
           PERFORM 680-DISPENSADO-CAJERO
           COMPUTE WS-ATM-ESPERADO =
               WS-ATM-TOTAL(WS-ATM-SEL) - WS-ATM-DISPENSADO
           COMPUTE WS-ATM-DIFERENCIA =
               WS-MONTO-MOV - WS-ATM-ESPERADO
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 7
               ADD WS-CANT-MOV(WS-DENOM-IDX) TO
                   WS-TES-CANT(WS-TES-SEL WS-DENOM-IDX)
               MOVE 0 TO WS-ATM-CANT(WS-ATM-SEL WS-DENOM-IDX)
           END-PERFORM
           ADD WS-MONTO-MOV TO WS-TES-TOTAL(WS-TES-SEL)
           PERFORM 690-IMPRIME-CUADRE
           MOVE 0 TO WS-ATM-TOTAL(WS-ATM-SEL)
           PERFORM 150-GRABA-TESOROS
           PERFORM 620-GRABA-CAJEROS
           IF WS-MONTO-MOV > 0
               MOVE 'ATD' TO TMV-TIPO
               MOVE SPACES TO TMV-REFERENCIA
               STRING "ATM=" WS-ATM-ING
                   DELIMITED BY SIZE INTO TMV-REFERENCIA
               PERFORM 180-LOG-MOVIMIENTO
           END-IF
           IF WS-ATM-DIFERENCIA NOT = 0
               MOVE 'ATM       ' TO WS-SP-ORIGEN
               MOVE SPACES TO WS-SP-DOC
               MOVE SPACES TO WS-SP-REF
               IF WS-ATM-DIFERENCIA < 0
                   STRING "ATM=" WS-ATM-ING " FALTANTE"
                       DELIMITED BY SIZE INTO WS-SP-REF
                   COMPUTE WS-SP-IMPORTE = WS-ATM-DIFERENCIA * -1
               ELSE
                   STRING "ATM=" WS-ATM-ING " SOBRANTE"
                       DELIMITED BY SIZE INTO WS-SP-REF
                   MOVE WS-ATM-DIFERENCIA TO WS-SP-IMPORTE
               END-IF
               MOVE 0 TO WS-SP-NRO
               CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC
                                      WS-SP-REF WS-SP-IMPORTE
                                      WS-SP-NRO
               DISPLAY "Diferencia en el cuadre: caso de partida "
                       "pendiente " WS-SP-NRO "."
           END-IF
           DISPLAY "Descarga registrada; cuadre en CUADRE_ATM.TXT.".
       670-END.

       680-DISPENSADO-CAJERO.
      *    Suma las extracciones dispensadas del cajero pendientes
      *    de cuadre y las marca como cuadradas (estado C), por
      *    copia del archivo y vuelco sobre el original.
           MOVE 0 TO WS-ATM-DISPENSADO
           OPEN INPUT DISP-FILE
           IF WS-DISP-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-DISP-FILE
           PERFORM UNTIL WS-DISP-FSTATUS NOT = '00'
               READ DISP-FILE
                   AT END MOVE '10' TO WS-DISP-FSTATUS
                   NOT AT END
                       IF DSP-ATM = WS-ATM-ING
                          AND DSP-ESTADO = 'P'
                           ADD DSP-IMPORTE TO WS-ATM-DISPENSADO
                           MOVE 'C' TO DSP-ESTADO
                       END-IF
                       MOVE DISP-RECORD TO TMP-DISP-RECORD
                       WRITE TMP-DISP-RECORD
               END-READ
           END-PERFORM
           CLOSE DISP-FILE
           CLOSE TMP-DISP-FILE
           OPEN INPUT TMP-DISP-FILE
           OPEN OUTPUT DISP-FILE
           MOVE '00' TO WS-TMPDISP-FSTATUS
           PERFORM UNTIL WS-TMPDISP-FSTATUS NOT = '00'
               READ TMP-DISP-FILE
                   AT END MOVE '10' TO WS-TMPDISP-FSTATUS
                   NOT AT END
                       MOVE TMP-DISP-RECORD TO DISP-RECORD
                       WRITE DISP-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-DISP-FILE
           CLOSE DISP-FILE.
       680-END.

       690-IMPRIME-CUADRE.
           OPEN EXTEND CUADRE-FILE
           IF WS-CUADRE-FSTATUS NOT = '00'
               OPEN OUTPUT CUADRE-FILE
           END-IF
           MOVE SPACES TO CUADRE-RECORD
           STRING "CUADRE CAJERO " WS-ATM-ING
                  " SUCURSAL " WS-ATM-SUCURSAL(WS-ATM-SEL)
                  " AL " WS-FECHA-HOY
                  " ULTIMA CARGA " WS-ATM-FECHA-CARGA(WS-ATM-SEL)
               DELIMITED BY SIZE INTO CUADRE-RECORD
           WRITE CUADRE-RECORD
           DISPLAY CUADRE-RECORD
           MOVE WS-ATM-TOTAL(WS-ATM-SEL) TO WS-IMP-MONTO
           MOVE WS-ATM-DISPENSADO TO WS-IMP-MONTO2
           MOVE SPACES TO CUADRE-RECORD
           STRING "  CARGADO      " WS-IMP-MONTO
                  "  DISPENSADO   " WS-IMP-MONTO2
               DELIMITED BY SIZE INTO CUADRE-RECORD
           WRITE CUADRE-RECORD
           DISPLAY CUADRE-RECORD
           MOVE WS-ATM-ESPERADO TO WS-IMP-DIFER
           MOVE WS-MONTO-MOV TO WS-IMP-MONTO
           MOVE SPACES TO CUADRE-RECORD
           STRING "  ESPERADO    " WS-IMP-DIFER
                  "  CONTADO      " WS-IMP-MONTO
               DELIMITED BY SIZE INTO CUADRE-RECORD
           WRITE CUADRE-RECORD
           DISPLAY CUADRE-RECORD
           MOVE WS-ATM-DIFERENCIA TO WS-IMP-DIFER
           MOVE SPACES TO CUADRE-RECORD
           IF WS-ATM-DIFERENCIA = 0
               STRING "  DIFERENCIA  " WS-IMP-DIFER "  CUADRADO"
                   DELIMITED BY SIZE INTO CUADRE-RECORD
           ELSE
               STRING "  DIFERENCIA  " WS-IMP-DIFER "  *NO ATA*"
                   DELIMITED BY SIZE INTO CUADRE-RECORD
           END-IF
           WRITE CUADRE-RECORD
           DISPLAY CUADRE-RECORD
           CLOSE CUADRE-FILE.
       690-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
