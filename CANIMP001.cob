      * Purpose: Importacion de movimientos de canales externos. Lee
      *          el archivo nocturno del proveedor de ATM/POS
      *          (ATMPOS_MOVS.DAT, campos separados por ';':
      *          tarjeta de debito;importe con signo;canal ATM|POS;
      *          referencia). Cada tarjeta se resuelve a su cuenta por
      *          el registro de tarjetas de debito (TARDEB1,
      *          TARJ_DEBITO.DAT): se rechazan las tarjetas
      *          inexistentes, bloqueadas o de baja, vencidas y las
      *          que superan el tope diario del canal (extraccion ATM
      *          o compra POS). El movimiento se postea por el mismo
      *          camino que la
      *          ventanilla (MOVPOST1 / InsertarMovimiento) con su
      *          codigo de canal, de modo que el extracto distinga
      *          VENTANILLA de ATM/POS. Los registros invalidos van a
      *          Cada rechazo abre ademas un caso numerado de partida
      *          pendiente (SUSPALTA1) para que SUSPEN001 lo trabaje
      *          hasta resolverlo.
      *          Toda extraccion ATM del archivo es efectivo que el
      *          cajero entrego, se postee o no: se deja en
      *          CAJEROS_DISPENSADO.DAT (cajero = referencia hasta el
      *          primer '-') para el cuadre de la descarga del cajero
      *          en TESORO001.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-ENTRADA-FSTATUS.
           SELECT RECHAZOS-FILE ASSIGN TO "ATMPOS_RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISP-FILE ASSIGN TO "CAJEROS_DISPENSADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  ENTRADA-RECORD              PIC X(80).
       FD  RECHAZOS-FILE.
       01  RECHAZO-RECORD              PIC X(120).
       FD  DISP-FILE.
       01  DISP-RECORD.
           05  DSP-ATM                 PIC X(06).
           05  DSP-FECHA               PIC X(08).
           05  DSP-IMPORTE             PIC 9(10)V99.
           05  DSP-REF                 PIC X(20).
           05  DSP-ESTADO              PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-ENTRADA-FSTATUS          PIC XX.
       01  WS-DISP-FSTATUS             PIC XX.
       01  WS-FECHA                    PIC X(06).
       01  WS-FECHA-HOY                PIC X(08).
       01  WS-CAMPO-TARJETA            PIC X(16).
       01  WS-CAMPO-DOC                PIC X(13).
       01  WS-CAMPO-IMPORTE            PIC X(15).
       01  WS-CAMPO-CANAL              PIC X(10).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       01  WS-TD-FUNCION               PIC X(01).
       01  WS-TD-LIM-ATM               PIC 9(7)V99.
       01  WS-TD-LIM-POS               PIC 9(7)V99.
       01  WS-TD-MOTIVO                PIC X(01).
       01  WS-TD-TEXTO                 PIC X(30).
       01  WS-TD-RESULTADO             PIC X(02).

       01  WS-SP-ORIGEN                PIC X(10).
       01  WS-SP-DOC                   PIC X(13).
       01  WS-SP-REF                   PIC X(22).
       01  WS-SP-IMPORTE               PIC 9(10)V99.
       01  WS-SP-NRO                   PIC 9(09).

       01  WS-BP-FUNCION               PIC X(01).
       01  WS-BP-CLAVE                 PIC X(20).
       01  WS-BP-VALOR                 PIC X(60).
       01  WS-BP-RESULTADO             PIC X(01).
       01  WS-BP-MODO                  PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           PERFORM 950-MODO-NOCTURNO
           DISPLAY "===================================="
           DISPLAY "   IMPORTACION MOVIMIENTOS ATM/POS  "
           DISPLAY "===================================="
           OPEN INPUT ENTRADA-FILE
           IF WS-ENTRADA-FSTATUS NOT = '00'
               DISPLAY "No se encontro ATMPOS_MOVS.DAT."
               MOVE 'E' TO WS-BP-RESULTADO
               MOVE "NO SE ENCONTRO ATMPOS_MOVS.DAT"
                   TO WS-BP-VALOR
               PERFORM 952-INFORMA-NOCTURNO
               GOBACK
           END-IF
           ACCEPT WS-FECHA FROM DATE
           PERFORM 951-FECHA-NOCTURNA
           MOVE SPACES TO WS-FECHA-HOY
           STRING "20" WS-FECHA DELIMITED BY SIZE INTO WS-FECHA-HOY
           OPEN OUTPUT RECHAZOS-FILE
           OPEN EXTEND DISP-FILE
           IF WS-DISP-FSTATUS NOT = '00'
               OPEN OUTPUT DISP-FILE
           END-IF
           PERFORM UNTIL WS-ENTRADA-FSTATUS NOT = '00'
               READ ENTRADA-FILE
                   AT END MOVE '10' TO WS-ENTRADA-FSTATUS
           END-PERFORM
           CLOSE ENTRADA-FILE
           CLOSE RECHAZOS-FILE
           CLOSE DISP-FILE
           PERFORM 900-TOTALES-CONTROL
           MOVE 'C' TO WS-BP-RESULTADO
           MOVE SPACES TO WS-BP-VALOR
           STRING "LEIDOS=" WS-TOT-LEIDOS " POSTEADOS=" WS-TOT-POSTEADOS
                  " RECHAZADOS=" WS-TOT-RECHAZADOS
               DELIMITED BY SIZE INTO WS-BP-VALOR
           PERFORM 952-INFORMA-NOCTURNO
           GOBACK.

       200-PROCESA-REGISTRO.
           MOVE SPACES TO WS-CAMPO-TARJETA WS-CAMPO-DOC
                          WS-CAMPO-IMPORTE WS-CAMPO-CANAL WS-CAMPO-REF
           UNSTRING ENTRADA-RECORD DELIMITED BY ';'
               INTO WS-CAMPO-TARJETA WS-CAMPO-IMPORTE
                    WS-CAMPO-CANAL WS-CAMPO-REF
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CAMPO-CANAL)
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF
           IF WS-CAMPO-CANAL = 'ATM' AND WS-IMPORTE < 0
               PERFORM 720-REGISTRA-DISPENSADO
           END-IF

      *    La tarjeta se resuelve a la cuenta por el registro de
      *    tarjetas de debito, con su estado, vencimiento y topes.
           MOVE 'V' TO WS-TD-FUNCION
           PERFORM 710-LLAMA-TARDEB
           IF WS-TD-RESULTADO NOT = '00'
               MOVE WS-TD-RESULTADO TO WS-MOTIVO
               EVALUATE WS-TD-RESULTADO
                   WHEN '06'
                       MOVE 'TARJETA INEXISTENTE' TO WS-MOTIVO-DESC
                   WHEN '07'
                       MOVE 'TARJETA BLOQUEADA' TO WS-MOTIVO-DESC
                   WHEN '08'
                       MOVE 'TARJETA VENCIDA' TO WS-MOTIVO-DESC
                   WHEN OTHER
                       MOVE 'SUPERA TOPE DIARIO' TO WS-MOTIVO-DESC
               END-EVALUATE
               PERFORM 300-RECHAZA
               EXIT PARAGRAPH
           END-IF

      *    Los debitos se validan contra el disponible de MOVPOST1
      *    (sobregiro vigente, embargos, dormancia, tope de retiros
           IF WS-MV-NEWID > 0
               ADD 1 TO WS-TOT-POSTEADOS
               ADD WS-IMPORTE TO WS-SUM-POSTEADOS
               IF WS-IMPORTE < 0
                   MOVE 'U' TO WS-TD-FUNCION
                   PERFORM 710-LLAMA-TARDEB
               END-IF
           ELSE
               MOVE '99' TO WS-MOTIVO
               MOVE 'ERROR DE POSTEO' TO WS-MOTIVO-DESC
           CALL 'SUSPALTA1' USING WS-SP-ORIGEN WS-SP-DOC WS-SP-REF
                                  WS-SP-IMPORTE WS-SP-NRO
           MOVE SPACES TO RECHAZO-RECORD
           STRING WS-CAMPO-TARJETA ";"
                  WS-CAMPO-DOC ";"
                  FUNCTION TRIM(WS-CAMPO-IMPORTE) ";"
                  FUNCTION TRIM(WS-CAMPO-CANAL) ";"
                  FUNCTION TRIM(WS-CAMPO-REF) ";"
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       710-LLAMA-TARDEB.
           CALL 'TARDEB1' USING WS-TD-FUNCION WS-CAMPO-TARJETA
                                WS-CAMPO-CANAL WS-IMPORTE
                                WS-TD-LIM-ATM WS-TD-LIM-POS
                                WS-TD-MOTIVO WS-TD-TEXTO
                                WS-CAMPO-DOC WS-TD-RESULTADO.
       710-END.

       720-REGISTRA-DISPENSADO.
           MOVE SPACES TO DISP-RECORD
           UNSTRING WS-CAMPO-REF DELIMITED BY '-'
               INTO DSP-ATM
           END-UNSTRING
           MOVE WS-FECHA-HOY TO DSP-FECHA
           COMPUTE DSP-IMPORTE = WS-IMPORTE * -1
           MOVE WS-CAMPO-REF TO DSP-REF
           MOVE 'P' TO DSP-ESTADO
           WRITE DISP-RECORD.
       720-END.

       900-TOTALES-CONTROL.
           DISPLAY "------------------------------------"
           DISPLAY "TOTALES DE CONTROL ATM/POS"
                   "  IMPORTE: " WS-IMP-MONTO
           DISPLAY "------------------------------------".
       900-END.

       950-MODO-NOCTURNO.
      *    Corrida nocturna desatendida (NOCTUR001): sin operador en
      *    pantalla, los parametros llegan por BATPARM1.
           MOVE 'M' TO WS-BP-FUNCION
           MOVE SPACES TO WS-BP-CLAVE WS-BP-VALOR
           CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                 WS-BP-VALOR WS-BP-MODO.
       950-END.

       951-FECHA-NOCTURNA.
      *    La fecha de proceso de la corrida reemplaza a la del dia.
           IF WS-BP-MODO = 'S'
               MOVE 'G' TO WS-BP-FUNCION
               MOVE 'FECHA' TO WS-BP-CLAVE
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
               IF WS-BP-RESULTADO = 'S'
                   MOVE WS-BP-VALOR(3:6) TO WS-FECHA
               END-IF
           END-IF.
       951-END.

       952-INFORMA-NOCTURNO.
      *    Resultado del paso ('C'/'E' en WS-BP-RESULTADO) y sus
      *    contadores o el motivo del error en WS-BP-VALOR.
           IF WS-BP-MODO = 'S'
               MOVE 'R' TO WS-BP-FUNCION
               CALL 'BATPARM1' USING WS-BP-FUNCION WS-BP-CLAVE
                                     WS-BP-VALOR WS-BP-RESULTADO
           END-IF.
       952-END.
       END PROGRAM CANIMP001.
