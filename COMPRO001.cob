      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Comprobantes de caja (COMPROBANTES.DAT, emitidos por
      *          COMPRO1). Lista los comprobantes de la sucursal del
      *          operador por fecha, los reimprime marcados como
      *          DUPLICADO (llevando la cuenta de reimpresiones) y
      *          anula el comprobante cuyo movimiento fue reversado:
      *          la anulacion la hace un SUPERVISOR indicando el
      *          movimiento de reversa, que para los comprobantes de
      *          cuenta se verifica en MOVS_CANAL.DAT (mismo cliente,
      *          signo contrario al movimiento original). El
      *          comprobante anulado no se borra: conserva su numero
      *          y se imprime con la leyenda ANULADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRO001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPROB-FILE ASSIGN TO "COMPROBANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FSTATUS.
           SELECT TMP-FILE ASSIGN TO "COMPROB.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPROB-FILE.
       01  COMPROBANTE-RECORD.
           05  CMP-SUCURSAL            PIC X(03).
           05  CMP-NRO                 PIC 9(09).
           05  CMP-FECHA               PIC X(08).
           05  CMP-HORA                PIC X(06).
           05  CMP-SESION              PIC 9(05).
           05  CMP-OPERADOR            PIC X(30).
           05  CMP-TIPO                PIC X(10).
           05  CMP-DOC                 PIC X(13).
           05  CMP-CUENTA              PIC X(22).
           05  CMP-IMPORTE             PIC 9(10)V99.
           05  CMP-MEDIO               PIC X(01).
           05  CMP-MOV-ORIGEN          PIC X(01).
           05  CMP-MOV-ID              PIC 9(09).
           05  CMP-MOV-REF             PIC X(20).
           05  CMP-ESTADO              PIC X(01).
           05  CMP-REIMPRESIONES       PIC 9(03).
           05  CMP-ANU-FECHA           PIC X(08).
           05  CMP-ANU-OPERADOR        PIC X(30).
           05  CMP-ANU-REVERSA         PIC 9(09).
           05  CMP-ANU-MOTIVO          PIC X(30).
       FD  TMP-FILE.
       01  TMP-RECORD                  PIC X(230).
       FD  CANAL-FILE.
       01  CANAL-RECORD                PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-CMP-FSTATUS              PIC XX.
       01  WS-TMP-FSTATUS              PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.

       01  WS-CMP.
           05  WS-CMP-SUCURSAL         PIC X(03).
           05  WS-CMP-NRO              PIC 9(09).
           05  WS-CMP-FECHA            PIC X(08).
           05  WS-CMP-HORA             PIC X(06).
           05  WS-CMP-SESION           PIC 9(05).
           05  WS-CMP-OPERADOR         PIC X(30).
           05  WS-CMP-TIPO             PIC X(10).
           05  WS-CMP-DOC              PIC X(13).
           05  WS-CMP-CUENTA           PIC X(22).
           05  WS-CMP-IMPORTE          PIC 9(10)V99.
           05  WS-CMP-MEDIO            PIC X(01).
           05  WS-CMP-MOV-ORIGEN       PIC X(01).
           05  WS-CMP-MOV-ID           PIC 9(09).
           05  WS-CMP-MOV-REF          PIC X(20).
           05  WS-CMP-ESTADO           PIC X(01).
           05  WS-CMP-REIMPRESIONES    PIC 9(03).
           05  WS-CMP-ANU-FECHA        PIC X(08).
           05  WS-CMP-ANU-OPERADOR     PIC X(30).
           05  WS-CMP-ANU-REVERSA      PIC 9(09).
           05  WS-CMP-ANU-MOTIVO       PIC X(30).
       01  WS-CMP-ENCONTRADO           PIC X(1).

       01  WS-OPCION                   PIC 9.
       01  WS-SUCURSAL                 PIC X(03).
       01  WS-NRO-ING                  PIC 9(09).
       01  WS-FECHA-ING                PIC X(08).
       01  WS-REVERSA-ING              PIC 9(09).
       01  WS-MOTIVO-ING               PIC X(30).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-IMP-MONTO                PIC ZZZZZZZZZ9.99.
       01  WS-LEYENDA                  PIC X(20).
       01  WS-CONT-LISTADOS            PIC 9(5).

       01  WS-JRN-FHA                  PIC X(15).
       01  WS-JRN-CANAL                PIC X(10).
       01  WS-JRN-ID                   PIC X(9).
       01  WS-JRN-DOC                  PIC X(13).
       01  WS-JRN-MONTO                PIC X(15).
       01  WS-JRN-IMPORTE              PIC S9(10)V99.
       01  WS-JRN-NRO                  PIC 9(9).
       01  WS-SIGNO-ORIGINAL           PIC X(1).
       01  WS-SIGNO-REVERSA            PIC X(1).

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
           MOVE '001' TO WS-SUCURSAL
           CALL 'OPERSUC1' USING LK-OPERADOR WS-SUCURSAL
           PERFORM 100-MENU.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "      COMPROBANTES DE CAJA          "
           DISPLAY "===================================="
           DISPLAY "1 - Listar comprobantes de una fecha"
           DISPLAY "2 - Reimprimir comprobante (DUPLICADO)"
           DISPLAY "3 - Anular comprobante reversado (SUPERVISOR)"
           DISPLAY "4 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-LISTAR
                   PERFORM 100-MENU
               WHEN 2
                   PERFORM 300-REIMPRIMIR
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 400-ANULAR
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       150-BUSCA-COMPROBANTE.
      *    Numeracion por sucursal: se busca el numero dentro de la
      *    sucursal del operador.
           MOVE 'N' TO WS-CMP-ENCONTRADO
           OPEN INPUT COMPROB-FILE
           IF WS-CMP-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CMP-FSTATUS NOT = '00'
               READ COMPROB-FILE
                   AT END MOVE '10' TO WS-CMP-FSTATUS
                   NOT AT END
                       IF CMP-SUCURSAL = WS-SUCURSAL
                          AND CMP-NRO = WS-NRO-ING
                           MOVE COMPROBANTE-RECORD TO WS-CMP
                           MOVE 'S' TO WS-CMP-ENCONTRADO
                           MOVE '10' TO WS-CMP-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPROB-FILE.
       150-END.

       160-REGRABA-COMPROBANTE.
      *    Reemplaza el comprobante de WS-CMP pasando por COMPROB.TMP;
      *    el resto del archivo se copia tal cual.
           OPEN INPUT COMPROB-FILE
           IF WS-CMP-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-CMP-FSTATUS NOT = '00'
               READ COMPROB-FILE
                   AT END MOVE '10' TO WS-CMP-FSTATUS
                   NOT AT END
                       IF CMP-SUCURSAL = WS-CMP-SUCURSAL
                          AND CMP-NRO = WS-CMP-NRO
                           MOVE WS-CMP TO TMP-RECORD
                       ELSE
                           MOVE COMPROBANTE-RECORD TO TMP-RECORD
                       END-IF
                       WRITE TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE COMPROB-FILE TMP-FILE
           OPEN INPUT TMP-FILE
           OPEN OUTPUT COMPROB-FILE
           PERFORM UNTIL WS-TMP-FSTATUS NOT = '00'
               READ TMP-FILE
                   AT END MOVE '10' TO WS-TMP-FSTATUS
                   NOT AT END
                       MOVE TMP-RECORD TO COMPROBANTE-RECORD
                       WRITE COMPROBANTE-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-FILE COMPROB-FILE.
       160-END.

       200-LISTAR.
           DISPLAY "Fecha (AAAAMMDD, en blanco = hoy): "
           ACCEPT WS-FECHA-ING
           IF WS-FECHA-ING = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-ING
           END-IF
           MOVE 0 TO WS-CONT-LISTADOS
           DISPLAY "E NUMERO    HORA   SESION TIPO       "
                   "IMPORTE        OPERADOR"
           OPEN INPUT COMPROB-FILE
           IF WS-CMP-FSTATUS = '00'
               PERFORM UNTIL WS-CMP-FSTATUS NOT = '00'
                   READ COMPROB-FILE
                       AT END MOVE '10' TO WS-CMP-FSTATUS
                       NOT AT END
                           IF CMP-SUCURSAL = WS-SUCURSAL
                              AND CMP-FECHA = WS-FECHA-ING
                               ADD 1 TO WS-CONT-LISTADOS
                               MOVE CMP-IMPORTE TO WS-IMP-MONTO
                               DISPLAY CMP-ESTADO " " CMP-NRO " "
                                       CMP-HORA " " CMP-SESION " "
                                       CMP-TIPO " " WS-IMP-MONTO " "
                                       CMP-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPROB-FILE
           END-IF
           DISPLAY "Comprobantes de la sucursal " WS-SUCURSAL ": "
                   WS-CONT-LISTADOS.
       200-END.

       300-REIMPRIMIR.
           DISPLAY "Numero de comprobante: "
           ACCEPT WS-NRO-ING
           PERFORM 150-BUSCA-COMPROBANTE
           IF WS-CMP-ENCONTRADO NOT = 'S'
               DISPLAY "No existe el comprobante en la sucursal "
                       WS-SUCURSAL "."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CMP-REIMPRESIONES
           PERFORM 160-REGRABA-COMPROBANTE
           IF WS-CMP-ESTADO = 'A'
               MOVE 'DUPLICADO - ANULADO' TO WS-LEYENDA
           ELSE
               MOVE 'DUPLICADO' TO WS-LEYENDA
           END-IF
           CALL 'COMPIMP1' USING WS-CMP WS-LEYENDA.
       300-END.

       400-ANULAR.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "La anulacion requiere rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de comprobante: "
           ACCEPT WS-NRO-ING
           PERFORM 150-BUSCA-COMPROBANTE
           IF WS-CMP-ENCONTRADO NOT = 'S'
               DISPLAY "No existe el comprobante en la sucursal "
                       WS-SUCURSAL "."
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-ESTADO NOT = 'E'
               DISPLAY "El comprobante ya esta anulado."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CMP-IMPORTE TO WS-IMP-MONTO
           DISPLAY "Comprobante " WS-CMP-NRO " " WS-CMP-TIPO " "
                   WS-CMP-DOC " " WS-IMP-MONTO
                   " movimiento " WS-CMP-MOV-ID
      *    Solo se anula el comprobante de una operacion ya
      *    reversada; la reversa la postea el modulo de origen.
           DISPLAY "Numero del movimiento de reversa: "
           ACCEPT WS-REVERSA-ING
           IF WS-REVERSA-ING = 0
               DISPLAY "Debe indicar el movimiento de reversa."
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-MOV-ORIGEN = 'C'
               PERFORM 410-VERIFICA-REVERSA
               IF WS-SIGNO-REVERSA = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Motivo de la anulacion: "
           ACCEPT WS-MOTIVO-ING
           IF WS-MOTIVO-ING = SPACES
               DISPLAY "El motivo es obligatorio."
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-CMP-ESTADO
           MOVE WS-FECHA-HOY TO WS-CMP-ANU-FECHA
           MOVE LK-OPERADOR TO WS-CMP-ANU-OPERADOR
           MOVE WS-REVERSA-ING TO WS-CMP-ANU-REVERSA
           MOVE WS-MOTIVO-ING TO WS-CMP-ANU-MOTIVO
           PERFORM 160-REGRABA-COMPROBANTE
           MOVE 'ANULADO' TO WS-LEYENDA
           CALL 'COMPIMP1' USING WS-CMP WS-LEYENDA
           DISPLAY "Comprobante " WS-CMP-NRO " anulado.".
       400-END.

       410-VERIFICA-REVERSA.
      *    El movimiento original y la reversa se buscan en el diario
      *    de canales: la reversa debe ser del mismo cliente, distinta
      *    del original y de signo contrario. WS-SIGNO-REVERSA queda
      *    en blanco si no se verifica.
           MOVE SPACE TO WS-SIGNO-ORIGINAL WS-SIGNO-REVERSA
           IF WS-REVERSA-ING = WS-CMP-MOV-ID
               DISPLAY "La reversa no puede ser el mismo movimiento."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               DISPLAY "No se puede leer MOVS_CANAL.DAT."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
               READ CANAL-FILE
                   AT END MOVE '10' TO WS-CANAL-FSTATUS
                   NOT AT END
                       PERFORM 420-EXAMINA-JOURNAL
               END-READ
           END-PERFORM
           CLOSE CANAL-FILE
           IF WS-SIGNO-ORIGINAL = SPACE
               DISPLAY "No se encontro el movimiento original "
                       WS-CMP-MOV-ID " en el diario de canales."
               MOVE SPACE TO WS-SIGNO-REVERSA
               EXIT PARAGRAPH
           END-IF
           IF WS-SIGNO-REVERSA = SPACE
               DISPLAY "No se encontro el movimiento " WS-REVERSA-ING
                       " del cliente " WS-CMP-DOC "."
               EXIT PARAGRAPH
           END-IF
           IF WS-SIGNO-REVERSA = WS-SIGNO-ORIGINAL
               DISPLAY "El movimiento " WS-REVERSA-ING
                       " no revierte al original (mismo signo)."
               MOVE SPACE TO WS-SIGNO-REVERSA
           END-IF.
       410-END.

       420-EXAMINA-JOURNAL.
           MOVE SPACES TO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID
                          WS-JRN-DOC WS-JRN-MONTO
           UNSTRING CANAL-RECORD DELIMITED BY ';'
               INTO WS-JRN-FHA WS-JRN-CANAL WS-JRN-ID WS-JRN-DOC
                    WS-JRN-MONTO
           END-UNSTRING
      *    Las retenciones de impuesto van vinculadas al movimiento
      *    con su mismo numero: no cuentan como original ni reversa.
           IF WS-JRN-DOC NOT = WS-CMP-DOC OR WS-JRN-MONTO = SPACES
              OR WS-JRN-CANAL = 'IMPUESTO'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JRN-NRO = FUNCTION NUMVAL(WS-JRN-ID)
           COMPUTE WS-JRN-IMPORTE = FUNCTION NUMVAL(WS-JRN-MONTO)
           IF WS-JRN-NRO = WS-CMP-MOV-ID
               IF WS-JRN-IMPORTE < 0
                   MOVE '-' TO WS-SIGNO-ORIGINAL
               ELSE
                   MOVE '+' TO WS-SIGNO-ORIGINAL
               END-IF
           END-IF
           IF WS-JRN-NRO = WS-REVERSA-ING
               IF WS-JRN-IMPORTE < 0
                   MOVE '-' TO WS-SIGNO-REVERSA
               ELSE
                   MOVE '+' TO WS-SIGNO-REVERSA
               END-IF
           END-IF.
       420-END.

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM COMPRO001.
