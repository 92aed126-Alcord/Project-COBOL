      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Mesa de cambios: compra-venta de moneda extranjera a
      *          clientes. El precio sale de la pizarra del dia
      *          (COTIZ_FX.DAT, comprador/vendedor, la carga el
      *          SUPERVISOR en TCAMB001); sin pizarra cargada hoy la
      *          moneda no opera. Cada pata se liquida por separado:
      *          en efectivo contra la sesion de caja del operador
      *          (CAJASES1, solo la pata en moneda local, que es la
      *          que entra en el arqueo por denominaciones) o en
      *          cuenta via MOVPOST1 con canal CAMBIOS, verificando
      *          en CUENTAS_TIPO.DAT que la cuenta sea de la moneda
      *          de la pata. Primero se cobra al cliente y despues se
      *          le paga; si el pago falla el cobro se revierte.
      *          Cada operacion toma numero de SECUENCIAS.DAT
      *          (entidad FXOPER) y queda en FX_OPERACIONES.DAT con
      *          la cotizacion aplicada, la media de MONEDAS.DAT y el
      *          diferencial ganado; FXPOS001 arma con ese archivo la
      *          posicion diaria por moneda en el cierre. Si alguna
      *          pata se liquida en efectivo se emite el comprobante
      *          de caja (COMPRO1, tipo CAMBIO, referencia FX=nro).
      *          Lo llaman CAJA001 y CTACTE001.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXOPE001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONEDAS-FILE ASSIGN TO "MONEDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONEDAS-FSTATUS.
           SELECT COTIZFX-FILE ASSIGN TO "COTIZ_FX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTIZFX-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-STATUS.
           SELECT FXOPER-FILE ASSIGN TO "FX_OPERACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXOPER-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MONEDAS-FILE.
       01  MONEDA-RECORD.
           05  MON-CODIGO              PIC X(03).
           05  MON-TASA                PIC 9(06)V9(4).
           05  MON-TASA-CIERRE-ANT     PIC 9(06)V9(4).
           05  MON-FECHA               PIC X(08).
       FD  COTIZFX-FILE.
       01  COTIZFX-RECORD.
           05  CFX-CODIGO              PIC X(03).
           05  CFX-COMPRA              PIC 9(06)V9(4).
           05  CFX-VENTA               PIC 9(06)V9(4).
           05  CFX-FECHA               PIC X(08).
           05  CFX-OPERADOR            PIC X(30).
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).
       FD  FXOPER-FILE.
       01  FXOPER-RECORD.
           05  FXO-NRO                 PIC 9(09).
           05  FXO-FECHA               PIC X(08).
           05  FXO-TIPO                PIC X(01).
           05  FXO-MONEDA              PIC X(03).
           05  FXO-IMPORTE-ME          PIC 9(10)V99.
           05  FXO-COTIZACION          PIC 9(06)V9(4).
           05  FXO-COTIZ-MEDIA         PIC 9(06)V9(4).
           05  FXO-IMPORTE-LOC         PIC 9(12)V99.
           05  FXO-DIFERENCIAL         PIC 9(10)V99.
           05  FXO-LIQ-LOC             PIC X(01).
           05  FXO-DOC-LOC             PIC X(13).
           05  FXO-LIQ-ME              PIC X(01).
           05  FXO-DOC-ME              PIC X(13).
           05  FXO-ESTADO              PIC X(01).
           05  FXO-OPERADOR            PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-MONEDAS-FSTATUS          PIC XX.
       01  WS-COTIZFX-FSTATUS          PIC XX.
       01  WS-TIPOCTA-STATUS           PIC XX.
       01  WS-FXOPER-FSTATUS           PIC XX.

       01  WS-TIPCTA-DOC               PIC X(13).
       01  WS-TIPCTA-TIPO              PIC X(02).
       01  WS-TIPCTA-MONEDA            PIC X(03).
       01  WS-TIPCTA-SUCURSAL          PIC X(03).
       01  WS-TIPCTA-RET-PERIODO       PIC X(06).
       01  WS-TIPCTA-RETIROS           PIC 9(03).
       01  WS-TIPCTA-FOUND             PIC X(01).

       01  WS-OPCION                   PIC 9.
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-CONFIRMA                 PIC X(1).

       01  WS-OP-TIPO                  PIC X(1).
           88  CLIENTE-COMPRA              VALUE 'C'.
           88  CLIENTE-VENDE               VALUE 'V'.
       01  WS-OP-MONEDA                PIC X(3).
       01  WS-OP-IMPORTE-ME            PIC 9(10)V99.
       01  WS-OP-COTIZACION            PIC 9(6)V9(4).
       01  WS-OP-MEDIA                 PIC 9(6)V9(4).
       01  WS-OP-IMPORTE-LOC           PIC 9(12)V99.
       01  WS-OP-DIFERENCIAL           PIC 9(10)V99.
       01  WS-OP-LIQ-LOC               PIC X(1).
       01  WS-OP-DOC-LOC               PIC X(13).
       01  WS-OP-LIQ-ME                PIC X(1).
       01  WS-OP-DOC-ME                PIC X(13).
       01  WS-OP-DOC-CLI               PIC X(13).
       01  WS-OP-OK                    PIC X(1).
       01  WS-OP-MAX-POSTEO            PIC 9(10)V99 VALUE 99999999.99.

      *    Pata en curso: moneda (LOC o la extranjera), modo de
      *    liquidacion, cuenta e importe.
       01  WS-PATA-MONEDA              PIC X(3).
       01  WS-PATA-LIQ                 PIC X(1).
       01  WS-PATA-DOC                 PIC X(13).
       01  WS-PATA-IMPORTE             PIC 9(10)V99.
       01  WS-PATA-OK                  PIC X(1).

       01  WS-CFX-ENC                  PIC X(1).
       01  WS-CFX-COMPRA-ENC           PIC 9(6)V9(4).
       01  WS-CFX-VENTA-ENC            PIC 9(6)V9(4).
       01  WS-MON-ENC                  PIC X(1).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-MV-CANAL                 PIC X(10).
       01  WS-MV-REF                   PIC X(20).
       01  WS-MV-NEWID                 PIC 9(3).
       01  WS-MV-SALDO                 PIC S9(9)V99.
       01  WS-MV-EXISTE                PIC X(01).

       01  WS-CS-TIPO                  PIC X(01).
       01  WS-CS-MONTO                 PIC 9(10)V99.
       01  WS-CS-RESULTADO             PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-SEQ-PRIMER-ID            PIC 9(9) VALUE 0.

      *    Comprobante de caja (COMPRO1) de las operaciones con
      *    alguna pata en efectivo.
       01  WS-CP-TIPO                  PIC X(10).
       01  WS-CP-DOC                   PIC X(13).
       01  WS-CP-CUENTA                PIC X(22).
       01  WS-CP-IMPORTE               PIC 9(10)V99.
       01  WS-CP-MEDIO                 PIC X(01) VALUE 'E'.
       01  WS-CP-ORIGEN                PIC X(01).
       01  WS-CP-MOV-ID                PIC 9(09).
       01  WS-CP-REF                   PIC X(20).
       01  WS-CP-NRO                   PIC 9(09).

       01  WS-CONT-OPS                 PIC 9(5).
       01  WS-IMP-ME                   PIC ZZZZZZZZZ9.99.
       01  WS-IMP-LOC                  PIC ZZZZZZZZZZZ9.99.
       01  WS-IMP-COT                  PIC ZZZZZ9.9999.
       01  WS-IMP-DIF                  PIC ZZZZZZZZZ9.99.

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
           DISPLAY "         MESA DE CAMBIOS            "
           DISPLAY "===================================="
           DISPLAY "1 - Cliente compra moneda extranjera"
           DISPLAY "2 - Cliente vende moneda extranjera"
           DISPLAY "3 - Operaciones del dia"
           DISPLAY "4 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   MOVE 'C' TO WS-OP-TIPO
                   PERFORM 200-OPERACION
                   PERFORM 100-MENU
               WHEN 2
                   MOVE 'V' TO WS-OP-TIPO
                   PERFORM 200-OPERACION
                   PERFORM 100-MENU
               WHEN 3
                   PERFORM 500-LISTA-DEL-DIA
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

       110-LEE-PIZARRA.
           MOVE 'N' TO WS-CFX-ENC
           OPEN INPUT COTIZFX-FILE
           IF WS-COTIZFX-FSTATUS = '00'
               PERFORM UNTIL WS-COTIZFX-FSTATUS NOT = '00'
                   READ COTIZFX-FILE
                       AT END MOVE '10' TO WS-COTIZFX-FSTATUS
                       NOT AT END
                           IF CFX-CODIGO = WS-OP-MONEDA
                              AND CFX-FECHA = WS-FECHA-HOY
                               MOVE 'S' TO WS-CFX-ENC
                               MOVE CFX-COMPRA TO WS-CFX-COMPRA-ENC
                               MOVE CFX-VENTA  TO WS-CFX-VENTA-ENC
                               MOVE '10' TO WS-COTIZFX-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTIZFX-FILE
           END-IF.
       110-END.

       120-LEE-MEDIA.
           MOVE 'N' TO WS-MON-ENC
           MOVE 0 TO WS-OP-MEDIA
           OPEN INPUT MONEDAS-FILE
           IF WS-MONEDAS-FSTATUS = '00'
               PERFORM UNTIL WS-MONEDAS-FSTATUS NOT = '00'
                   READ MONEDAS-FILE
                       AT END MOVE '10' TO WS-MONEDAS-FSTATUS
                       NOT AT END
                           IF MON-CODIGO = WS-OP-MONEDA
                               MOVE 'S' TO WS-MON-ENC
                               MOVE MON-TASA TO WS-OP-MEDIA
                               MOVE '10' TO WS-MONEDAS-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONEDAS-FILE
           END-IF.
       120-END.

       200-OPERACION.
           DISPLAY "Codigo de moneda (ej. USD): "
           ACCEPT WS-OP-MONEDA
           MOVE FUNCTION UPPER-CASE(WS-OP-MONEDA) TO WS-OP-MONEDA
           PERFORM 110-LEE-PIZARRA
           IF WS-CFX-ENC = 'N'
               DISPLAY "No hay pizarra de cambios cargada hoy para "
                       WS-OP-MONEDA ". La carga el SUPERVISOR en "
                       "Tipos de Cambio."
               EXIT PARAGRAPH
           END-IF
           PERFORM 120-LEE-MEDIA
           IF WS-MON-ENC = 'N'
               DISPLAY "Moneda sin cotizacion media en MONEDAS.DAT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Importe en " WS-OP-MONEDA ": "
           ACCEPT WS-OP-IMPORTE-ME
           IF WS-OP-IMPORTE-ME = 0
               DISPLAY "El importe debe ser mayor a cero."
               EXIT PARAGRAPH
           END-IF
      *    El cliente compra: el banco vende a la punta vendedora.
      *    El cliente vende: el banco compra a la punta compradora.
      *    El diferencial es siempre la distancia a la media.
           IF CLIENTE-COMPRA
               MOVE WS-CFX-VENTA-ENC TO WS-OP-COTIZACION
               COMPUTE WS-OP-DIFERENCIAL ROUNDED =
                   WS-OP-IMPORTE-ME * (WS-OP-COTIZACION - WS-OP-MEDIA)
           ELSE
               MOVE WS-CFX-COMPRA-ENC TO WS-OP-COTIZACION
               COMPUTE WS-OP-DIFERENCIAL ROUNDED =
                   WS-OP-IMPORTE-ME * (WS-OP-MEDIA - WS-OP-COTIZACION)
           END-IF
           COMPUTE WS-OP-IMPORTE-LOC ROUNDED =
               WS-OP-IMPORTE-ME * WS-OP-COTIZACION
           IF WS-OP-IMPORTE-LOC > WS-OP-MAX-POSTEO
              OR WS-OP-IMPORTE-ME > WS-OP-MAX-POSTEO
               DISPLAY "El importe supera el maximo por operacion; "
                       "fraccione la operacion."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OP-IMPORTE-ME TO WS-IMP-ME
           MOVE WS-OP-COTIZACION TO WS-IMP-COT
           MOVE WS-OP-IMPORTE-LOC TO WS-IMP-LOC
           IF CLIENTE-COMPRA
               DISPLAY "El cliente compra " WS-IMP-ME " "
                       WS-OP-MONEDA " a " WS-IMP-COT
               DISPLAY "Paga en moneda local: " WS-IMP-LOC
           ELSE
               DISPLAY "El cliente vende " WS-IMP-ME " "
                       WS-OP-MONEDA " a " WS-IMP-COT
               DISPLAY "Recibe en moneda local: " WS-IMP-LOC
           END-IF
           PERFORM 210-PIDE-LIQUIDACION
           IF WS-OP-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirma la operacion? (S/N): "
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY "Operacion cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE 'FXOPER      ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           PERFORM 300-LIQUIDA
           PERFORM 400-GRABA-OPERACION
           IF WS-OP-OK = 'S'
               MOVE WS-OP-DIFERENCIAL TO WS-IMP-DIF
               DISPLAY "Operacion de cambio " WS-SEQ-PRIMER-ID
                       " registrada. Diferencial: " WS-IMP-DIF
               IF WS-OP-LIQ-LOC = 'E' OR WS-OP-LIQ-ME = 'E'
                   PERFORM 410-EMITE-COMPROBANTE
               END-IF
           ELSE
               DISPLAY "Operacion " WS-SEQ-PRIMER-ID
                       " rechazada; no se movieron fondos."
           END-IF.
       200-END.

       210-PIDE-LIQUIDACION.
      *    Cada pata se liquida en efectivo (E) o en cuenta (C). La
      *    cuenta tiene que estar abierta en la moneda de la pata.
           MOVE 'N' TO WS-OP-OK
           MOVE SPACES TO WS-OP-DOC-LOC WS-OP-DOC-ME
           DISPLAY "Pata en moneda local - (E)fectivo o (C)uenta: "
           ACCEPT WS-OP-LIQ-LOC
           MOVE FUNCTION UPPER-CASE(WS-OP-LIQ-LOC) TO WS-OP-LIQ-LOC
           IF WS-OP-LIQ-LOC NOT = 'E' AND WS-OP-LIQ-LOC NOT = 'C'
               DISPLAY "Modo de liquidacion invalido."
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-LIQ-LOC = 'C'
               DISPLAY "Documento de la cuenta en moneda local: "
               ACCEPT WS-OP-DOC-LOC
               MOVE WS-OP-DOC-LOC TO WS-PATA-DOC
               MOVE 'LOC' TO WS-PATA-MONEDA
               PERFORM 220-VALIDA-CUENTA
               IF WS-PATA-OK NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Pata en " WS-OP-MONEDA
                   " - (E)fectivo o (C)uenta: "
           ACCEPT WS-OP-LIQ-ME
           MOVE FUNCTION UPPER-CASE(WS-OP-LIQ-ME) TO WS-OP-LIQ-ME
           IF WS-OP-LIQ-ME NOT = 'E' AND WS-OP-LIQ-ME NOT = 'C'
               DISPLAY "Modo de liquidacion invalido."
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-LIQ-ME = 'C'
               DISPLAY "Documento de la cuenta en " WS-OP-MONEDA ": "
               ACCEPT WS-OP-DOC-ME
               MOVE WS-OP-DOC-ME TO WS-PATA-DOC
               MOVE WS-OP-MONEDA TO WS-PATA-MONEDA
               PERFORM 220-VALIDA-CUENTA
               IF WS-PATA-OK NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    Documento del cliente para el comprobante: el de la
      *    cuenta si alguna pata va a cuenta; si no, se pide.
           EVALUATE TRUE
               WHEN WS-OP-LIQ-LOC = 'C'
                   MOVE WS-OP-DOC-LOC TO WS-OP-DOC-CLI
               WHEN WS-OP-LIQ-ME = 'C'
                   MOVE WS-OP-DOC-ME TO WS-OP-DOC-CLI
               WHEN OTHER
                   DISPLAY "Documento del cliente: "
                   ACCEPT WS-OP-DOC-CLI
                   IF WS-OP-DOC-CLI = SPACES
                       DISPLAY "Debe informar el documento del "
                               "cliente."
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
      *    Con alguna pata en efectivo el operador tiene que tener
      *    la caja abierta: un asiento en cero contra CAJASES1 lo
      *    verifica sin mover nada.
           IF WS-OP-LIQ-LOC = 'E' OR WS-OP-LIQ-ME = 'E'
               MOVE 'D' TO WS-CS-TIPO
               MOVE 0 TO WS-CS-MONTO
               MOVE 'N' TO WS-CS-RESULTADO
               CALL 'CAJASES1' USING LK-OPERADOR WS-CS-TIPO
                                     WS-CS-MONTO WS-CS-RESULTADO
               IF WS-CS-RESULTADO NOT = 'S'
                   DISPLAY "No tiene una sesion de caja abierta; "
                           "no puede liquidar en efectivo."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO WS-OP-OK.
       210-END.

       220-VALIDA-CUENTA.
           MOVE 'N' TO WS-PATA-OK
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-PATA-DOC TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-EXISTE NOT = 'S'
               DISPLAY "El documento no posee cuenta."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PATA-DOC TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           IF WS-TIPCTA-MONEDA NOT = WS-PATA-MONEDA
               DISPLAY "La cuenta opera en " WS-TIPCTA-MONEDA
                       ", no en " WS-PATA-MONEDA "."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-PATA-OK.
       220-END.

       300-LIQUIDA.
      *    Primero entra lo que entrega el cliente; recien con eso
      *    asentado sale lo que recibe. Si la segunda pata falla,
      *    la primera se revierte.
           MOVE 'N' TO WS-OP-OK
           MOVE ' ' TO WS-CP-ORIGEN
           MOVE 0 TO WS-CP-MOV-ID
           IF CLIENTE-COMPRA
               MOVE 'LOC' TO WS-PATA-MONEDA
               MOVE WS-OP-LIQ-LOC TO WS-PATA-LIQ
               MOVE WS-OP-DOC-LOC TO WS-PATA-DOC
               MOVE WS-OP-IMPORTE-LOC TO WS-PATA-IMPORTE
           ELSE
               MOVE WS-OP-MONEDA TO WS-PATA-MONEDA
               MOVE WS-OP-LIQ-ME TO WS-PATA-LIQ
               MOVE WS-OP-DOC-ME TO WS-PATA-DOC
               MOVE WS-OP-IMPORTE-ME TO WS-PATA-IMPORTE
           END-IF
           PERFORM 310-COBRA-PATA
           IF WS-PATA-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF CLIENTE-COMPRA
               MOVE WS-OP-MONEDA TO WS-PATA-MONEDA
               MOVE WS-OP-LIQ-ME TO WS-PATA-LIQ
               MOVE WS-OP-DOC-ME TO WS-PATA-DOC
               MOVE WS-OP-IMPORTE-ME TO WS-PATA-IMPORTE
           ELSE
               MOVE 'LOC' TO WS-PATA-MONEDA
               MOVE WS-OP-LIQ-LOC TO WS-PATA-LIQ
               MOVE WS-OP-DOC-LOC TO WS-PATA-DOC
               MOVE WS-OP-IMPORTE-LOC TO WS-PATA-IMPORTE
           END-IF
           PERFORM 320-PAGA-PATA
           IF WS-PATA-OK = 'S'
               MOVE 'S' TO WS-OP-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "No se pudo pagar al cliente; se revierte el "
                   "cobro."
           IF CLIENTE-COMPRA
               MOVE 'LOC' TO WS-PATA-MONEDA
               MOVE WS-OP-LIQ-LOC TO WS-PATA-LIQ
               MOVE WS-OP-DOC-LOC TO WS-PATA-DOC
               MOVE WS-OP-IMPORTE-LOC TO WS-PATA-IMPORTE
           ELSE
               MOVE WS-OP-MONEDA TO WS-PATA-MONEDA
               MOVE WS-OP-LIQ-ME TO WS-PATA-LIQ
               MOVE WS-OP-DOC-ME TO WS-PATA-DOC
               MOVE WS-OP-IMPORTE-ME TO WS-PATA-IMPORTE
           END-IF
           PERFORM 320-PAGA-PATA
           IF WS-PATA-OK NOT = 'S'
               DISPLAY "Error al revertir el cobro. Contacte a "
                       "soporte con la operacion " WS-SEQ-PRIMER-ID
           END-IF.
       300-END.

       310-COBRA-PATA.
      *    Entra dinero del cliente. El efectivo en moneda extranjera
      *    no pasa por el arqueo de la sesion (que es por
      *    denominaciones locales): queda en la operacion.
           MOVE 'N' TO WS-PATA-OK
           IF WS-PATA-LIQ = 'E'
               IF WS-PATA-MONEDA = 'LOC'
                   MOVE 'D' TO WS-CS-TIPO
                   PERFORM 330-ASIENTA-SESION
               ELSE
                   MOVE 'S' TO WS-PATA-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO WS-MV-FUNCION
           MOVE WS-PATA-DOC TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           EVALUATE WS-MV-EXISTE
               WHEN 'S'
                   CONTINUE
               WHEN 'B'
                   DISPLAY "La cuenta esta inactiva o abandonada."
                   EXIT PARAGRAPH
               WHEN 'L'
                   DISPLAY "La caja de ahorro ya alcanzo el maximo "
                           "de retiros del mes."
                   EXIT PARAGRAPH
               WHEN 'F'
                   DISPLAY "Titular fallecido: los debitos estan "
                           "congelados."
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "El documento no posee cuenta."
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-PATA-IMPORTE > WS-MV-SALDO
               DISPLAY "Fondos insuficientes en la cuenta "
                       WS-PATA-DOC
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-PATA-DOC TO WS-MV-DOC
           COMPUTE WS-MV-MONTO = WS-PATA-IMPORTE * (-1)
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID > 0
               MOVE 'C' TO WS-CP-ORIGEN
               MOVE WS-MV-NEWID TO WS-CP-MOV-ID
               MOVE 'S' TO WS-PATA-OK
           END-IF.
       310-END.

       320-PAGA-PATA.
           MOVE 'N' TO WS-PATA-OK
           IF WS-PATA-LIQ = 'E'
               IF WS-PATA-MONEDA = 'LOC'
                   MOVE 'E' TO WS-CS-TIPO
                   PERFORM 330-ASIENTA-SESION
               ELSE
                   MOVE 'S' TO WS-PATA-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-MV-FUNCION
           MOVE WS-PATA-DOC TO WS-MV-DOC
           MOVE WS-PATA-IMPORTE TO WS-MV-MONTO
           PERFORM 700-LLAMA-MOVPOST
           IF WS-MV-NEWID > 0
               MOVE 'C' TO WS-CP-ORIGEN
               MOVE WS-MV-NEWID TO WS-CP-MOV-ID
               MOVE 'S' TO WS-PATA-OK
           END-IF.
       320-END.

       330-ASIENTA-SESION.
           MOVE WS-PATA-IMPORTE TO WS-CS-MONTO
           MOVE 'N' TO WS-CS-RESULTADO
           CALL 'CAJASES1' USING LK-OPERADOR WS-CS-TIPO WS-CS-MONTO
                                 WS-CS-RESULTADO
           IF WS-CS-RESULTADO = 'S'
               MOVE 'S' TO WS-PATA-OK
           ELSE
               DISPLAY "No tiene una sesion de caja abierta."
           END-IF.
       330-END.

       400-GRABA-OPERACION.
      *    Las rechazadas tambien quedan, con estado R, para que la
      *    numeracion no tenga huecos.
           MOVE WS-SEQ-PRIMER-ID  TO FXO-NRO
           MOVE WS-FECHA-HOY      TO FXO-FECHA
           MOVE WS-OP-TIPO        TO FXO-TIPO
           MOVE WS-OP-MONEDA      TO FXO-MONEDA
           MOVE WS-OP-IMPORTE-ME  TO FXO-IMPORTE-ME
           MOVE WS-OP-COTIZACION  TO FXO-COTIZACION
           MOVE WS-OP-MEDIA       TO FXO-COTIZ-MEDIA
           MOVE WS-OP-IMPORTE-LOC TO FXO-IMPORTE-LOC
           MOVE WS-OP-DIFERENCIAL TO FXO-DIFERENCIAL
           MOVE WS-OP-LIQ-LOC     TO FXO-LIQ-LOC
           MOVE WS-OP-DOC-LOC     TO FXO-DOC-LOC
           MOVE WS-OP-LIQ-ME      TO FXO-LIQ-ME
           MOVE WS-OP-DOC-ME      TO FXO-DOC-ME
           MOVE LK-OPERADOR       TO FXO-OPERADOR
           IF WS-OP-OK = 'S'
               MOVE 'A' TO FXO-ESTADO
           ELSE
               MOVE 'R' TO FXO-ESTADO
           END-IF
           OPEN EXTEND FXOPER-FILE
           IF WS-FXOPER-FSTATUS NOT = '00'
               OPEN OUTPUT FXOPER-FILE
           END-IF
           WRITE FXOPER-RECORD
           CLOSE FXOPER-FILE.
       400-END.

       410-EMITE-COMPROBANTE.
      *    Comprobante de la operacion liquidada con efectivo, por el
      *    importe en moneda local. Si una pata fue a cuenta se
      *    vincula al movimiento que posteo MOVPOST1.
           MOVE 'CAMBIO' TO WS-CP-TIPO
           MOVE WS-OP-DOC-CLI TO WS-CP-DOC
           IF WS-CP-ORIGEN = 'C'
               MOVE WS-OP-DOC-CLI TO WS-CP-CUENTA
           ELSE
               MOVE SPACES TO WS-CP-CUENTA
           END-IF
           MOVE WS-OP-IMPORTE-LOC TO WS-CP-IMPORTE
           MOVE 'E' TO WS-CP-MEDIO
           MOVE SPACES TO WS-CP-REF
           STRING "FX=" WS-SEQ-PRIMER-ID
               DELIMITED BY SIZE INTO WS-CP-REF
           MOVE 0 TO WS-CP-NRO
           CALL 'COMPRO1' USING WS-CP-TIPO WS-CP-DOC WS-CP-CUENTA
                                WS-CP-IMPORTE WS-CP-MEDIO
                                WS-CP-ORIGEN WS-CP-MOV-ID WS-CP-REF
                                LK-OPERADOR WS-CP-NRO
           IF WS-CP-NRO > 0
               DISPLAY "Entregue al cliente el comprobante "
                       WS-CP-NRO "."
           END-IF.
       410-END.

       500-LISTA-DEL-DIA.
           MOVE 0 TO WS-CONT-OPS
           DISPLAY "NRO       T MON      IMPORTE ME  COTIZACION"
                   "      IMPORTE LOCAL E"
           OPEN INPUT FXOPER-FILE
           IF WS-FXOPER-FSTATUS = '00'
               PERFORM UNTIL WS-FXOPER-FSTATUS NOT = '00'
                   READ FXOPER-FILE
                       AT END MOVE '10' TO WS-FXOPER-FSTATUS
                       NOT AT END
                           IF FXO-FECHA = WS-FECHA-HOY
                               ADD 1 TO WS-CONT-OPS
                               MOVE FXO-IMPORTE-ME TO WS-IMP-ME
                               MOVE FXO-COTIZACION TO WS-IMP-COT
                               MOVE FXO-IMPORTE-LOC TO WS-IMP-LOC
                               DISPLAY FXO-NRO " " FXO-TIPO " "
                                       FXO-MONEDA " " WS-IMP-ME " "
                                       WS-IMP-COT " " WS-IMP-LOC " "
                                       FXO-ESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXOPER-FILE
           END-IF
           IF WS-CONT-OPS = 0
               DISPLAY "No hay operaciones de cambio hoy."
           END-IF.
       500-END.

       700-LLAMA-MOVPOST.
           MOVE 'CAMBIOS   ' TO WS-MV-CANAL
           MOVE SPACES TO WS-MV-REF
           STRING "FX=" WS-SEQ-PRIMER-ID
               DELIMITED BY SIZE INTO WS-MV-REF
           MOVE 0 TO WS-MV-NEWID
           CALL 'MOVPOST1' USING WS-MV-FUNCION WS-MV-DOC WS-MV-MONTO
                                 WS-MV-CANAL WS-MV-REF LK-OPERADOR
                                 WS-MV-NEWID WS-MV-SALDO WS-MV-EXISTE.
       700-END.

       COPY "CTATIP001".

       0300-FIN.
           DISPLAY "Regresando..."
           EXIT PROGRAM.
       END PROGRAM FXOPE001.
