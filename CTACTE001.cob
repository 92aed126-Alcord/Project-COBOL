           SELECT FALLEC-FILE ASSIGN TO "FALLECIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALLEC-FSTATUS.
           SELECT TARJDEB-FILE ASSIGN TO "TARJ_DEBITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TDB-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FAL-ESTADO              PIC X(01).
           05  FAL-OPERADOR            PIC X(30).
           05  FAL-FECHA-LIB           PIC X(08).
      *    Registro de tarjetas de debito (lo mantiene TARDEB1).
       FD  TARJDEB-FILE.
       01  TARJDEB-RECORD.
           05  TDB-NRO-TARJETA         PIC X(16).
           05  TDB-DOC                 PIC X(13).
           05  TDB-TIPO-CTA            PIC X(02).
           05  TDB-MONEDA              PIC X(03).
           05  TDB-ESTADO              PIC X(01).
           05  TDB-FECHA-EMISION       PIC X(08).
           05  TDB-FECHA-VTO           PIC X(08).
           05  TDB-LIM-ATM             PIC 9(7)V99.
           05  TDB-LIM-POS             PIC 9(7)V99.
           05  TDB-FECHA-USO           PIC X(08).
           05  TDB-USO-ATM             PIC 9(7)V99.
           05  TDB-USO-POS             PIC 9(7)V99.
           05  TDB-MOTIVO-BLOQ         PIC X(01).
           05  TDB-FECHA-BLOQ          PIC X(08).
           05  TDB-DENUNCIANTE         PIC X(30).
       FD  RPT-FILE-DETAIL.
       01  RPT-DETALLE-CLI.
           05  RPT-NOMBRE           PIC X(15).  *> Nombre del cliente
       01  WS-RETEN-FSTATUS            PIC XX.
       01  WS-RET-TOTAL                PIC 9(10)V99 VALUE 0.
       01  WS-FALLEC-FSTATUS           PIC XX.
       01  WS-TDB-FSTATUS              PIC XX.
       01  WS-TDB-NRO-ING               PIC X(16).
       01  WS-TDB-EXISTE                PIC X(01).
       01  WS-TDB-ANIO                  PIC 9(04).
       01  WS-TDB-MASK                  PIC X(16).
       01  WS-TDB-LIM-ATM-ED            PIC ZZZZZZ9.99.
       01  WS-TDB-LIM-POS-ED            PIC ZZZZZZ9.99.
       01  WS-TDB-FUNCION               PIC X(01).
       01  WS-TDB-CANAL                 PIC X(10).
       01  WS-TDB-IMPORTE               PIC S9(8)V99.
       01  WS-TDB-LIM-ATM               PIC 9(7)V99.
       01  WS-TDB-LIM-POS               PIC 9(7)V99.
       01  WS-TDB-MOTIVO                PIC X(01).
       01  WS-TDB-TEXTO                 PIC X(30).
       01  WS-TDB-DOC                   PIC X(13).
       01  WS-TDB-RESULTADO             PIC X(02).
       01  WS-FALLECIDO-BLOQ           PIC X(01) VALUE 'N'.
       01  WS-COTIT-VIVO               PIC X(01) VALUE 'N'.
       01  WS-ENT-DOC                  PIC X(13).
       01  WS-AP-OP                    PIC X(1).
       01  WS-AP-IMPORTE               PIC 9(10)V99.
       01  WS-AP-PERMITIDO             PIC X(1).

       01  WS-INH-INHABILITADO         PIC X(1).
       01  WS-INH-HASTA                PIC X(8).
       01  WS-OPERANTE-OK              PIC X(1).
       01  WS-CHQ-REF-ENC              PIC X(20).
       01  WS-JRN-FECHA                PIC X(8).
       01  WS-DEP-INICIAL              PIC S9(8)V99.
       01  WT-AUDIT-MONTO-ED           PIC -(9)9.99.
       01  WS-DOC-CLI                  PIC X(13).
       01  WS-MRC-MODULO               PIC X(10) VALUE 'CTACTE001'.
       01  WS-MRC-RESULTADO            PIC X(01).
       01  WS-TIPO-MOVIMIENTO          PIC X(02).
       01  WX-TIPO-MOVIMIENTO          PIC 9.
       01  WS-IMPORTE-FORM             PIC ZZZZZZ9.99-.
           DISPLAY "13 - Ajuste con Fecha Valor (SUPERVISOR)"
           DISPLAY "14 - Transferencias Programadas"
           DISPLAY "15 - Apoderados por Cuenta"
           DISPLAY "16 - Compra-venta de Moneda Extranjera"
           DISPLAY "17 - Tarjetas de Debito"
           DISPLAY "18 - Debitos Directos"
           DISPLAY "19 - Barrido automatico de saldos"
           DISPLAY "20 - Cerrar Cuenta (SUPERVISOR)"
           DISPLAY "Seleccione una opción: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                   DISPLAY "Apoderados por Cuenta..."
                   CALL 'APODER001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 16
                   DISPLAY "Mesa de cambios..."
                   CALL 'FXOPE001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 17
                   PERFORM 970-MENU-TARJ-DEBITO
               WHEN 18
                   DISPLAY "Debitos Directos..."
                   CALL 'DEBDIR001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 19
                   DISPLAY "Barrido automatico de saldos..."
                   CALL 'BARRID001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN 20
                   DISPLAY "Cierre de cuentas..."
                   CALL 'CIECTA001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 100-MENU
               WHEN OTHER
                   DISPLAY "Opción inválida, intente nuevamente."
           END-EVALUATE.
                 PERFORM 0300-FIN
              END-IF
              PERFORM 100-CONSULTA-CLIENTE
           ELSE
              CALL 'MARCAS1' USING WS-DOC-CLI WS-MRC-MODULO
                                   LK-OPERADOR WS-MRC-RESULTADO
              IF WS-MRC-RESULTADO = 'N'
                 PERFORM 100-CONSULTA-CLIENTE
              END-IF
           END-IF.

       100-REGISTRAR-MOVIMIENTO.

           PERFORM 100-CONSULTA-CLIENTE
           PERFORM 380-LEE-ESTADO-CUENTA
           IF WS-CTA-ESTADO = 'C'
               DISPLAY "La cuenta esta cerrada."
               PERFORM 100-MENU
               EXIT PARAGRAPH
           END-IF
           PERFORM 350-VALIDAR-TIPO
           MOVE 'N' TO WS-CHEQUE-PAGO
           IF WS-TIPO-MOVIMIENTO = 'E'
      *    Si el debito corresponde al pago de un cheque, la
      *    constancia quedo en MOVS_CANAL.DAT (ref CHQ=nro) al
      *    momento de postearlo; se busca por documento, fecha e
      *    importe para rotular la linea del extracto. Los
      *    barridos automaticos (canal BARRIDO) se rotulan igual, en
      *    ambos sentidos, con la referencia que dejo BARRIDO1, y
      *    el pago de un ECHEQ (ref ECHQ=nro) como el de papel.
           MOVE SPACES TO WS-CHQ-REF-ENC
           MOVE SPACES TO WS-JRN-FECHA
           STRING EXT-FECHA-MOVIMIENTO(WS-CONTX)(1:4)
                  EXT-FECHA-MOVIMIENTO(WS-CONTX)(6:2)
                           END-UNSTRING
                           IF WS-JRN-FHA(1:8) = WS-JRN-FECHA
                              AND WS-JRN-DOC = WS-DOC-CLI
                              AND (WS-JRN-REF(1:4) = 'CHQ='
                                   OR WS-JRN-REF(1:5) = 'ECHQ='
                                   OR WS-JRN-CANAL = 'BARRIDO')
                               COMPUTE WS-JRN-IMPORTE =
                                   FUNCTION NUMVAL(WS-JRN-MONTO)
                               IF WS-JRN-IMPORTE =
                                   EXT-IMPORTE(WS-CONTX)
                                   MOVE SPACES TO WS-CHQ-REF-ENC
                                   IF WS-JRN-CANAL = 'BARRIDO'
                                       MOVE WS-JRN-REF
                                           TO WS-CHQ-REF-ENC
                                   END-IF
                                   IF WS-JRN-REF(1:5) = 'ECHQ='
                                       STRING "ECHEQ NRO "
                                           WS-JRN-REF(6:8)
                                           DELIMITED BY SIZE
                                           INTO WS-CHQ-REF-ENC
                                   END-IF
                                   IF WS-JRN-REF(1:4) = 'CHQ='
                                       STRING "CHEQUE NRO "
                                           WS-JRN-REF(5:8)
                                           DELIMITED BY SIZE
                                           INTO WS-CHQ-REF-ENC
                                   END-IF
                                   MOVE '10' TO WS-CANAL-FSTATUS
                               END-IF
                           END-IF
           IF WS-TIPO-ING NOT = 'CC' AND WS-TIPO-ING NOT = 'CA'
               DISPLAY "Tipo invalido. Debe ser 'CC' o 'CA'."
               PERFORM 505-PEDIR-TIPO-CUENTA
           ELSE
               IF WS-TIPO-ING = 'CC'
      *            El librador inhabilitado por cheques rechazados no
      *            puede abrir cuenta corriente; si caja de ahorro.
                   CALL 'INHAB1' USING WS-DOC-CLI WS-INH-INHABILITADO
                                       WS-INH-HASTA
                   IF WS-INH-INHABILITADO = 'S'
                       DISPLAY "Cliente inhabilitado por cheques "
                               "rechazados hasta " WS-INH-HASTA
                               " o hasta pagar sus multas. Solo "
                               "puede abrir caja de ahorro."
                       PERFORM 505-PEDIR-TIPO-CUENTA
                   END-IF
               END-IF
           END-IF.

       506-PEDIR-MONEDA.
               PERFORM 100-MENU
               EXIT PARAGRAPH
           END-IF
           PERFORM 380-LEE-ESTADO-CUENTA
           IF WS-CTA-ESTADO = 'C'
               DISPLAY "La cuenta esta cerrada."
               PERFORM 100-MENU
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CLI TO WS-DOC-ORIGEN

           INITIALIZE WS-DOC-CLI
               PERFORM 100-MENU
               EXIT PARAGRAPH
           END-IF
           PERFORM 380-LEE-ESTADO-CUENTA
           IF WS-CTA-ESTADO = 'C'
               DISPLAY "La cuenta esta cerrada."
               PERFORM 100-MENU
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CLI TO WS-DOC-DESTINO

           IF WS-DOC-ORIGEN = WS-DOC-DESTINO THEN
           DISPLAY "2 - Consultar cheques de un cliente"
           DISPLAY "3 - Orden de no pago sobre un cheque"
           DISPLAY "4 - Anular un cheque"
           DISPLAY "5 - Cheques electronicos (ECHEQ)"
           DISPLAY "6 - Volver"
           DISPLAY "Seleccione una opción: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                   PERFORM 730-CAMBIA-ESTADO-CHEQUE
                   PERFORM 700-MENU-CHEQUES
               WHEN 5
                   DISPLAY "Cheques electronicos..."
                   CALL 'ECHEQ001' USING LK-USER-ID LK-OPERADOR
                   PERFORM 700-MENU-CHEQUES
               WHEN 6
                   PERFORM 100-MENU
               WHEN OTHER
                   DISPLAY "Opción inválida, intente nuevamente."
               DISPLAY "El cliente no posee cuenta."
               EXIT PARAGRAPH
           END-IF
           PERFORM 380-LEE-ESTADO-CUENTA
           IF WS-CTA-ESTADO = 'C'
               DISPLAY "La cuenta esta cerrada."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CLI TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           IF CUENTA-ES-AHORRO
               DISPLAY "Las cajas de ahorro no emiten chequeras."
               EXIT PARAGRAPH
           END-IF
           CALL 'INHAB1' USING WS-DOC-CLI WS-INH-INHABILITADO
                               WS-INH-HASTA
           IF WS-INH-INHABILITADO = 'S'
               DISPLAY "Cliente inhabilitado por cheques rechazados "
                       "hasta " WS-INH-HASTA " o hasta pagar sus "
                       "multas. No se emiten chequeras."
               EXIT PARAGRAPH
           END-IF
      *    La chequera habilita a firmar cheques: si no la pide el
      *    titular, el poder se verifica con la operacion C.
           MOVE WS-DOC-CLI TO WS-AP-DOC-CUENTA
               DISPLAY "El cliente no posee cuenta."
               EXIT PARAGRAPH
           END-IF
           PERFORM 380-LEE-ESTADO-CUENTA
           IF WS-CTA-ESTADO = 'C'
               DISPLAY "La cuenta esta cerrada."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CLI TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           IF CUENTA-ES-AHORRO

       380-LEE-ESTADO-CUENTA.
      *    Estado de dormancia marcado por el batch de deteccion de
      *    CIEMEN001 (A=Activa, I=Inactiva, B=Abandonada) o cierre
      *    de CIECTA001 (C=Cerrada). Sin registro la cuenta se
      *    considera activa.
           MOVE 'A' TO WS-CTA-ESTADO
           OPEN INPUT CTAEST-FILE
           IF WS-CTAEST-FSTATUS = '00'
               DISPLAY "La cuenta ya figura activa."
               EXIT PARAGRAPH
           END-IF
           IF WS-CTA-ESTADO = 'C'
               DISPLAY "La cuenta esta cerrada; no se reactiva."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CTAEST-COUNT
           MOVE 'N' TO WS-CTAEST-DESBORDE
           OPEN INPUT CTAEST-FILE
               END-IF
           END-PERFORM.

       970-MENU-TARJ-DEBITO.
           DISPLAY "===================================="
           DISPLAY "        TARJETAS DE DEBITO          "
           DISPLAY "===================================="
           DISPLAY "1 - Emitir tarjeta de debito"
           DISPLAY "2 - Listar tarjetas de un cliente"
           DISPLAY "3 - Modificar topes diarios"
           DISPLAY "4 - Denunciar perdida o robo"
           DISPLAY "5 - Baja de tarjeta"
           DISPLAY "6 - Volver"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 971-EMITIR-TARJ-DEBITO
                   PERFORM 970-MENU-TARJ-DEBITO
               WHEN 2
                   PERFORM 972-LISTAR-TARJ-DEBITO
                   PERFORM 970-MENU-TARJ-DEBITO
               WHEN 3
                   PERFORM 973-TOPES-TARJ-DEBITO
                   PERFORM 970-MENU-TARJ-DEBITO
               WHEN 4
                   PERFORM 974-DENUNCIAR-TARJ-DEBITO
                   PERFORM 970-MENU-TARJ-DEBITO
               WHEN 5
                   PERFORM 975-BAJA-TARJ-DEBITO
                   PERFORM 970-MENU-TARJ-DEBITO
               WHEN 6
                   PERFORM 100-MENU
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 970-MENU-TARJ-DEBITO
           END-EVALUATE.

       971-EMITIR-TARJ-DEBITO.
      *    La tarjeta queda vinculada a la cuenta del documento tal
      *    como figura en CUENTAS_TIPO.DAT (corriente o caja de
      *    ahorro) y nace activa, con los topes diarios pedidos o
      *    los de CONFCTA001.
           INITIALIZE WS-DOC-CLI
           PERFORM 100-CONSULTA-CLIENTE
           PERFORM 500-EXISTE-CUENTA
           IF WS-EXISTE-CUENTA NOT = 'S'
               DISPLAY "El cliente no posee cuenta."
               EXIT PARAGRAPH
           END-IF
           PERFORM 380-LEE-ESTADO-CUENTA
           IF WS-CTA-ESTADO = 'C'
               DISPLAY "La cuenta esta cerrada."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CLI TO WS-TIPCTA-DOC
           PERFORM 0107-LEE-TIPO-CUENTA
           DISPLAY "Numero de la tarjeta (16 digitos del plastico): "
           ACCEPT WS-TDB-NRO-ING
           IF WS-TDB-NRO-ING IS NOT NUMERIC
               DISPLAY "Numero de tarjeta invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 976-EXISTE-TARJ-DEBITO
           IF WS-TDB-EXISTE = 'S'
               DISPLAY "La tarjeta ya esta registrada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tope diario extraccion ATM (0 = por omision): "
           ACCEPT WS-TDB-LIM-ATM
           IF WS-TDB-LIM-ATM = 0
               MOVE TD-LIM-ATM TO WS-TDB-LIM-ATM
           END-IF
           DISPLAY "Tope diario compras POS (0 = por omision): "
           ACCEPT WS-TDB-LIM-POS
           IF WS-TDB-LIM-POS = 0
               MOVE TD-LIM-POS TO WS-TDB-LIM-POS
           END-IF
           PERFORM 0106-PERIODO-HOY
           MOVE WS-FECHA-HOY-LARGA(1:4) TO WS-TDB-ANIO
           ADD TD-ANIOS-VIGENCIA TO WS-TDB-ANIO
           OPEN EXTEND TARJDEB-FILE
           IF WS-TDB-FSTATUS NOT = '00'
               OPEN OUTPUT TARJDEB-FILE
           END-IF
           MOVE SPACES TO TARJDEB-RECORD
           MOVE WS-TDB-NRO-ING TO TDB-NRO-TARJETA
           MOVE WS-DOC-CLI TO TDB-DOC
           MOVE WS-TIPCTA-TIPO TO TDB-TIPO-CTA
           MOVE WS-TIPCTA-MONEDA TO TDB-MONEDA
           MOVE 'A' TO TDB-ESTADO
           MOVE WS-FECHA-HOY-LARGA TO TDB-FECHA-EMISION
           MOVE WS-TDB-ANIO TO TDB-FECHA-VTO(1:4)
           MOVE WS-FECHA-HOY-LARGA(5:4) TO TDB-FECHA-VTO(5:4)
           MOVE WS-TDB-LIM-ATM TO TDB-LIM-ATM
           MOVE WS-TDB-LIM-POS TO TDB-LIM-POS
           MOVE WS-FECHA-HOY-LARGA TO TDB-FECHA-USO
           MOVE 0 TO TDB-USO-ATM TDB-USO-POS
           WRITE TARJDEB-RECORD
           CLOSE TARJDEB-FILE
           MOVE 'TARJ_DEBITO' TO WT-AUDIT-TABLA
           MOVE WS-TDB-NRO-ING TO WT-AUDIT-ID-REG
           MOVE 'ESTADO' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING "ALTA " WS-DOC-CLI " " WS-TIPCTA-TIPO
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 110-REGISTRA-AUDITORIA
           DISPLAY "Tarjeta de debito emitida, vence "
                   TDB-FECHA-VTO(1:6) ".".

       972-LISTAR-TARJ-DEBITO.
           DISPLAY "Ingrese Documento Cliente: "
           ACCEPT WS-DOC-CLI
           DISPLAY "TARJETA          CTA E EMISION  VENCE    "
                   "TOPE ATM   TOPE POS   M"
           OPEN INPUT TARJDEB-FILE
           IF WS-TDB-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TDB-FSTATUS NOT = '00'
               READ TARJDEB-FILE
                   AT END MOVE '10' TO WS-TDB-FSTATUS
                   NOT AT END
                       IF TDB-DOC = WS-DOC-CLI
                           MOVE TDB-NRO-TARJETA TO WS-TDB-MASK
                           MOVE "******" TO WS-TDB-MASK(7:6)
                           MOVE TDB-LIM-ATM TO WS-TDB-LIM-ATM-ED
                           MOVE TDB-LIM-POS TO WS-TDB-LIM-POS-ED
                           DISPLAY WS-TDB-MASK " "
                                   TDB-TIPO-CTA "  "
                                   TDB-ESTADO " "
                                   TDB-FECHA-EMISION " "
                                   TDB-FECHA-VTO " "
                                   WS-TDB-LIM-ATM-ED " "
                                   WS-TDB-LIM-POS-ED " "
                                   TDB-MOTIVO-BLOQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARJDEB-FILE.

       973-TOPES-TARJ-DEBITO.
           DISPLAY "Numero de la tarjeta de debito: "
           ACCEPT WS-TDB-NRO-ING
           PERFORM 976-EXISTE-TARJ-DEBITO
           IF WS-TDB-EXISTE NOT = 'S'
               DISPLAY "Tarjeta de debito inexistente."
               EXIT PARAGRAPH
           END-IF
           MOVE TDB-LIM-ATM TO WS-TDB-LIM-ATM-ED
           MOVE TDB-LIM-POS TO WS-TDB-LIM-POS-ED
           DISPLAY "Topes actuales ATM " WS-TDB-LIM-ATM-ED
                   "  POS " WS-TDB-LIM-POS-ED
           DISPLAY "Nuevo tope diario extraccion ATM: "
           ACCEPT WS-TDB-LIM-ATM
           DISPLAY "Nuevo tope diario compras POS: "
           ACCEPT WS-TDB-LIM-POS
           MOVE 'L' TO WS-TDB-FUNCION
           PERFORM 979-LLAMA-TARDEB
           IF WS-TDB-RESULTADO NOT = '00'
               DISPLAY "No se pudieron actualizar los topes."
               EXIT PARAGRAPH
           END-IF
           MOVE 'TARJ_DEBITO' TO WT-AUDIT-TABLA
           MOVE WS-TDB-NRO-ING TO WT-AUDIT-ID-REG
           MOVE 'TOPES' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT WT-AUDIT-VALOR-NUE
           STRING WS-TDB-LIM-ATM-ED "/" WS-TDB-LIM-POS-ED
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-ANT
           MOVE WS-TDB-LIM-ATM TO WS-TDB-LIM-ATM-ED
           MOVE WS-TDB-LIM-POS TO WS-TDB-LIM-POS-ED
           STRING WS-TDB-LIM-ATM-ED "/" WS-TDB-LIM-POS-ED
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 110-REGISTRA-AUDITORIA
           DISPLAY "Topes diarios actualizados.".

       974-DENUNCIAR-TARJ-DEBITO.
      *    Igual que la denuncia de tarjetas de credito: la tarjeta
      *    queda bloqueada de inmediato y CANIMP001 rechaza sus
      *    movimientos (motivo 07).
           DISPLAY "Numero de tarjeta de debito denunciada: "
           ACCEPT WS-TDB-NRO-ING
           DISPLAY "Quien realiza la denuncia (nombre): "
           ACCEPT WS-TDB-TEXTO
           DISPLAY "Motivo (P=Perdida, R=Robo): "
           ACCEPT WS-TDB-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-TDB-MOTIVO) TO WS-TDB-MOTIVO
           IF WS-TDB-MOTIVO NOT = 'P' AND WS-TDB-MOTIVO NOT = 'R'
               DISPLAY "Motivo invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 977-BLOQUEA-TARJ-DEBITO
           IF WS-TDB-RESULTADO = '00'
               DISPLAY "Denuncia registrada: la tarjeta de debito "
                       "queda bloqueada de inmediato."
           END-IF.

       975-BAJA-TARJ-DEBITO.
           DISPLAY "Numero de la tarjeta de debito a dar de baja: "
           ACCEPT WS-TDB-NRO-ING
           MOVE 'B' TO WS-TDB-MOTIVO
           MOVE WT-AUDIT-USUARIO TO WS-TDB-TEXTO
           PERFORM 977-BLOQUEA-TARJ-DEBITO
           IF WS-TDB-RESULTADO = '00'
               DISPLAY "Tarjeta de debito dada de baja."
           END-IF.

       976-EXISTE-TARJ-DEBITO.
           MOVE 'N' TO WS-TDB-EXISTE
           OPEN INPUT TARJDEB-FILE
           IF WS-TDB-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TDB-FSTATUS NOT = '00'
               READ TARJDEB-FILE
                   AT END MOVE '10' TO WS-TDB-FSTATUS
                   NOT AT END
                       IF TDB-NRO-TARJETA = WS-TDB-NRO-ING
                           MOVE 'S' TO WS-TDB-EXISTE
                           MOVE '10' TO WS-TDB-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARJDEB-FILE.

       977-BLOQUEA-TARJ-DEBITO.
           MOVE 'K' TO WS-TDB-FUNCION
           PERFORM 979-LLAMA-TARDEB
           EVALUATE WS-TDB-RESULTADO
               WHEN '06'
                   DISPLAY "Tarjeta de debito inexistente."
               WHEN '07'
                   DISPLAY "La tarjeta ya estaba bloqueada o de baja."
               WHEN OTHER
                   MOVE 'TARJ_DEBITO' TO WT-AUDIT-TABLA
                   MOVE WS-TDB-NRO-ING TO WT-AUDIT-ID-REG
                   MOVE 'ESTADO' TO WT-AUDIT-CAMPO
                   MOVE 'A' TO WT-AUDIT-VALOR-ANT
                   MOVE SPACES TO WT-AUDIT-VALOR-NUE
                   STRING "BLOQUEO " WS-TDB-MOTIVO " " WS-TDB-DOC
                       DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
                   PERFORM 110-REGISTRA-AUDITORIA
           END-EVALUATE.

       979-LLAMA-TARDEB.
           MOVE SPACES TO WS-TDB-CANAL
           MOVE 0 TO WS-TDB-IMPORTE
           CALL 'TARDEB1' USING WS-TDB-FUNCION WS-TDB-NRO-ING
                                WS-TDB-CANAL WS-TDB-IMPORTE
                                WS-TDB-LIM-ATM WS-TDB-LIM-POS
                                WS-TDB-MOTIVO WS-TDB-TEXTO
                                WS-TDB-DOC WS-TDB-RESULTADO.

       745-BUSCA-CHEQUE.
      *    Lee el cheque por su clave (documento + numero) y deja
      *    el estado en WS-CHQ-ESTADO-LEIDO; WS-CHQ-IDX queda en 1
