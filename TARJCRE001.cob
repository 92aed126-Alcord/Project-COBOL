           SELECT TMP-ADIC-FILE ASSIGN TO "TARJ_ADICIONALES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMPADIC-FSTATUS.
           SELECT CORP-FILE ASSIGN TO "TARJ_CORPORATIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-FSTATUS.
           SELECT DENUNCIAS-FILE ASSIGN TO "TARJ_DENUNCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEN-FSTATUS.
           SELECT FALLEC-FILE ASSIGN TO "FALLECIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALLEC-FSTATUS.
           SELECT PLANTAR-FILE ASSIGN TO "PLANES_PAGO_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANTAR-FSTATUS.
           SELECT SCORES-FILE ASSIGN TO "SCORES_BUREAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORES-FSTATUS.
           05  FAL-ESTADO              PIC X(01).
           05  FAL-OPERADOR            PIC X(30).
           05  FAL-FECHA-LIB           PIC X(08).
       FD  PLANTAR-FILE.
       01  PLANTAR-RECORD.
           05  PLT-NRO                 PIC 9(06).
           05  PLT-NRO-TARJETA         PIC X(16).
           05  PLT-ID-CLIENTE          PIC 9(10).
           05  PLT-ID-CONSUMO          PIC 9(09).
           05  PLT-CASO                PIC 9(06).
           05  PLT-RES-NRO             PIC 9(06).
           05  PLT-CAPITAL             PIC 9(11)V99.
           05  PLT-TASA                PIC 9(03)V99.
           05  PLT-CUOTAS              PIC 9(02).
           05  PLT-CUOTA-IMP           PIC 9(09)V99.
           05  PLT-FACT                PIC 9(02).
           05  PLT-IMPAGAS             PIC 9(02).
           05  PLT-FECHA-ALTA          PIC X(08).
           05  PLT-FECHA-BAJA          PIC X(08).
           05  PLT-SALDO-CAIDA         PIC 9(11)V99.
           05  PLT-ESTADO              PIC X(01).
           05  PLT-OPERADOR            PIC X(30).
       FD  SCORES-FILE.
       01  SCORE-RECORD.
           05  SCO-DOC                 PIC X(13).
           05  AD-ESTADO               PIC X(01).
       FD  TMP-ADIC-FILE.
       01  TMP-ADIC-RECORD             PIC X(74).
      *    Cuentas corporativas (CORPTAR1): la tarjeta de la empresa
      *    cuyo limite es el global; sus adicionales son las tarjetas
      *    de los empleados.
       FD  CORP-FILE.
       01  CORP-RECORD.
           05  CRP-NRO-CUENTA          PIC X(16).
           05  CRP-ID-CLIENTE          PIC 9(10).
           05  CRP-DOC                 PIC X(13).
           05  CRP-FECHA-ALTA          PIC X(08).
           05  CRP-ESTADO              PIC X(01).
       FD  DENUNCIAS-FILE.
       01  DENUNCIA-RECORD.
           05  DEN-NRO-TARJETA         PIC X(16).
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 546.
           05 SQL-STMT   PIC X(546) VALUE 'SELECT ID_CLIENTE,NRO_TARJETA
      -    ',FECHA_MOV,CASE WHEN TIPO_MOV = ''P'' THEN ''PAGO'' WHEN TIP
      -    'O_MOV = ''D'' THEN ''CONTRACARGO'' WHEN TIPO_MOV = ''R'' THE
      -    'N ''REV.CONTRACARGO'' WHEN TIPO_MOV = ''F'' THEN ''COM.RENOV
      -    'ACION'' WHEN TIPO_MOV = ''B'' THEN ''DEV.COMISION'' WHEN TIP
      -    'O_MOV = ''V'' THEN ''CONV.SALDO USD'' ELSE ''CONSUMO'' END T
      -    'IPO_MOV,CASE WHEN TIPO_MOV IN (''P'',''D'',''B'') THEN MONTO
      -    ' * (- 1) ELSE MONTO END MONTO FROM BANCO.MOVIMIENTOS_TARJETA
      -    'S WHERE ID_CLIENTE = (SELECT ID_CLIENTE FROM BANCO.CLIENTES
      -    'WHERE CTA_ACTIVA = 1 AND DOC_CLIENTE =TRIM(?)) ORDER BY FECH
      -    'A_MOV ASC'.
           05 SQL-CNAME  PIC X(16) VALUE 'CURSOR_DEUDA-DET'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 72.
           05 SQL-STMT   PIC X(72) VALUE 'UPDATE BANCO.TARJETAS SET LIMI
      -    'TE_TARJETA = ? WHERE NRO_TARJETA = TRIM(?)'.
      **********************************************************************
       01 SQL-STMT-26.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 162.
           05 SQL-STMT   PIC X(162) VALUE 'SELECT C.TIPO_DOC,C.DOC_CLIEN
      -    'TE,C.ID_CLIENTE,T.LIMITE_TARJETA FROM BANCO.TARJETAS T JOIN
      -    'BANCO.CLIENTES C ON T.ID_CLIENTE=C.ID_CLIENTE WHERE T.NRO_TA
      -    'RJETA=TRIM(?)'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0023  PIC S9(9)V9(2) COMP-3.
           05 SQL-VAR-0024  PIC S9(9)V9(2) COMP-3.
           05 SQL-VAR-0025  PIC S9(11)V9(2) COMP-3.
           05 SQL-VAR-0026  PIC S9(11) COMP-3.
           05 SQL-VAR-0027  PIC S9(11)V9(2) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
       01  WS-ADIC-SUBLIM-ING          PIC 9(9)V99.
       01  WS-ADIC-SEQ                 PIC 9(2).
       01  WS-ADIC-NUEVO-NRO           PIC X(16).
       01  WS-ADIC-DISPONIBLE          PIC S9(11)V99.
       01  WS-CORP-FSTATUS             PIC XX.
       01  WS-CORP-EMPLEADO            PIC X(01) VALUE 'N'.
       01  WS-CORP-PLASTICO            PIC X(16) VALUE SPACES.
       01  WS-CORP-REVERSA             PIC X(01) VALUE 'N'.
       01  WS-CORP-CUENTA-ING          PIC X(16).
       01  WS-CORP-TIPO-DOC            PIC X(03).
       01  WS-CORP-DOC                 PIC X(13).
       01  WS-CORP-ID-CLIENTE          PIC 9(10).
       01  WS-CORP-LIMITE              PIC 9(11)V99.
       01  WS-CORP-LIMITE-ED           PIC ZZZZZZZZZZ9.99.
       01  WS-CORP-FECHA               PIC X(06).
       01  WS-COR-FUNCION              PIC X(01).
       01  WS-COR-CUENTA               PIC X(16).
       01  WS-COR-PLASTICO             PIC X(16).
       01  WS-COR-ID-MOV               PIC 9(09).
       01  WS-COR-FECHA                PIC X(10).
       01  WS-COR-TIPO                 PIC X(01).
       01  WS-COR-MONTO                PIC 9(11)V99.
       01  WS-COR-REVERSA              PIC X(01).
       01  WS-COR-RESULTADO            PIC X(01).
       01  WS-CRN-CUENTA               PIC X(16).
       01  WS-CRN-PLASTICO             PIC X(16).
       01  WS-CRN-DEVUELTO             PIC 9(09)V99.
       01  WS-CRN-DEVUELTO-ED          PIC ZZZZZZZZ9.99.
       01  WS-TMPADIC-FSTATUS          PIC XX.
       01  WS-RC-FUNCION               PIC X(1).
       01  WS-RC-PROCESO               PIC X(15).
       01  WS-KYC-CUMPLE               PIC X(1).
       01  WS-KYC-OK                   PIC X(1).
       01  WS-KYC-FORZAR               PIC X(1).
       01  WS-OFE-FUNCION              PIC X(1).
       01  WS-OFE-PRODUCTO             PIC X(1).
       01  WS-OFE-NRO                  PIC 9(9).
       01  WS-OFE-MONTO                PIC 9(10)V99.
       01  WS-OFE-CAMPANIA             PIC 9(6).
       01  WS-OFE-REF                  PIC X(16).
       01  WS-OFE-RESULTADO            PIC X(1).
       01  WS-OFE-TOMA                 PIC X(1).
       01  WS-OFE-TOMADA               PIC X(1) VALUE 'N'.
       01  WS-OFE-MONTO-ED             PIC ZZZZZZZZZ9.99.

       01  WS-DEN-FSTATUS              PIC XX.
       01  WS-TARJETA-DENUNCIADA       PIC X(1) VALUE 'N'.
       01  WS-BLOQUEO-FRAUDE           PIC X(1) VALUE 'N'.
       01  WS-DEN-NRO-ING              PIC X(16).
       01  WS-DEN-QUIEN-ING            PIC X(30).
       01  WS-DEN-MOTIVO-ING           PIC X(1).
           05  WS-TIPO-MOVIMIENTO            PIC X(1).
           05  WS-MONTO-TARJ                 PIC S9(12)V99.

       01  WS-MRC-MODULO                     PIC X(10)
                                             VALUE 'TARJCRE001'.
       01  WS-MRC-RESULTADO                  PIC X(01).

       01  WS-CONFIRMA-ANULA                 PIC X(01).
       01  WS-ANULA-TIPO-LEIDO               PIC X(01).
       01  WS-ANULA-MONTO-LEIDO              PIC 9(12)V99.

      *    Moneda de origen del movimiento (TARMON1): el importe
      *    ingresado en WS-MONTO-TARJ va en esa moneda y WT-MONTO-TARJ
      *    lleva su contravalor en pesos.
       01  WS-MOV-MONEDA               PIC X(03) VALUE 'LOC'.
       01  WS-MOV-TASA                 PIC 9(06)V9(4) VALUE 1.
       01  WS-MOV-ORIG                 PIC 9(09)V99 VALUE 0.
       01  WS-MOV-REVERSA              PIC X(01) VALUE 'N'.
       01  WS-TMN-FUNCION              PIC X(01).
       01  WS-TMN-ID-MOV               PIC 9(09).
       01  WS-TMN-NRO-TARJETA          PIC X(16).
       01  WS-TMN-FECHA                PIC X(10).
       01  WS-TMN-TIPO                 PIC X(01).
       01  WS-TMN-MONEDA               PIC X(03).
       01  WS-TMN-ORIG                 PIC 9(09)V99.
       01  WS-TMN-TASA                 PIC 9(06)V9(4).
       01  WS-TMN-LOC                  PIC 9(11)V99.
       01  WS-TMN-REVERSA              PIC X(01).

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
       01  WS-INTENTOS-FSTATUS         PIC XX.
       01  WS-FALLEC-FSTATUS           PIC XX.
       01  WS-FALLECIDO-BLOQ           PIC X(01) VALUE 'N'.
       01  WS-PLANTAR-FSTATUS          PIC XX.
       01  WS-PLAN-PAGO-BLOQ           PIC X(01) VALUE 'N'.
       01  WS-PLA-FUNCION              PIC X(01).
       01  WS-PLA-NRO                  PIC X(16).
       01  WS-PLA-TITULAR              PIC X(16).
       01  WS-PLA-TIPO                 PIC X(01).
       01  WS-PLA-NOMBRE               PIC X(30).
       01  WS-PLA-ESTADO               PIC X(01).
       01  WS-PLASTICO-INACTIVO        PIC X(01) VALUE 'N'.
       01  WS-MODO-AUTORIZ             PIC X(01) VALUE 'N'.
       01  WS-AUT-FUNCION              PIC X(01).
       01  WS-AUT-CODIGO               PIC X(06) VALUE SPACES.
       01  WS-AUT-IMPORTE              PIC 9(09)V99.
       01  WS-AUT-COMERCIO             PIC X(25).
       01  WS-AUT-RESERVADO            PIC 9(11)V99.
       01  WS-AUT-RESULTADO            PIC X(01).
       01  WS-SCORES-FSTATUS           PIC XX.
       01  WS-SCORE-OK                 PIC X(1).
       01  WS-SCORE-HAY                PIC X(1).
           DISPLAY "9 - Denuncias de tarjetas (hot card)"
           DISPLAY "10 - Programa de puntos"
           DISPLAY "11 - Propuestas de limite (SUPERVISOR)"
           DISPLAY "12 - Autorizar consumo (reserva de limite)"
           DISPLAY "13 - Salir"
           DISPLAY "Seleccione una opción: "
           ACCEPT OPCION

                   PERFORM 900-MENU-PROPUESTAS
                   PERFORM 100-MENU
               WHEN 12
                   PERFORM 950-AUTORIZAR-CONSUMO
               WHEN 13
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opción inválida, intente nuevamente."
             DISPLAY "Número de intentos superado. "
             DISPLAY "Ingrese otro documento."
             PERFORM 201-LOG-INTENTOS-FALLIDOS
             IF WS-MODO-AUTORIZ = 'S'
                 PERFORM 950-AUTORIZAR-CONSUMO
             ELSE
                 PERFORM 200-REGISTRAR-PAGOS-CONSUMO
             END-IF
           END-IF.

           DISPLAY "==============================================="
           PERFORM 205-RESUELVE-ADICIONAL.
           PERFORM 206-VERIFICA-DENUNCIA.
           IF WS-TARJETA-DENUNCIADA = 'S'
               IF WS-BLOQUEO-FRAUDE = 'S'
                   DISPLAY "TARJETA BLOQUEADA PREVENTIVAMENTE por "
                           "sospecha de fraude. Derivar al area "
                           "de fraude."
               ELSE
                   DISPLAY "TARJETA DENUNCIADA. No se aceptan "
                           "movimientos sobre este plastico."
               END-IF
               ADD 1 TO WS-INTENTOS
               MOVE WS-INTENTOS TO WS-INTENTOS-P
               IF WS-INTENTOS <= 4
           MOVE WT-EXISTE-TARJ TO WS-EXISTE-TARJ.
           IF WS-EXISTE-TARJ = 'S' THEN
              DISPLAY "Tarjeta encontrada. Continuando..."
              IF WS-MODO-AUTORIZ = 'S'
                  PERFORM 960-PEDIR-DATOS-AUTORIZ
              ELSE
                  PERFORM 210-PEDIR-DATOS-MOVIMIENTO
              END-IF
           ELSE
            DISPLAY "Número de tarjeta incorrecto. Intente nuevamente."

      *    sublimite propio del adicional para validarlo en 210.
           MOVE 'N' TO WS-ADIC-USADA
           MOVE 0 TO WS-ADIC-SUBLIMITE
           MOVE 'N' TO WS-CORP-EMPLEADO
           MOVE SPACES TO WS-CORP-PLASTICO
           OPEN INPUT ADIC-FILE
           IF WS-ADIC-FSTATUS = '00'
               PERFORM UNTIL WS-ADIC-FSTATUS NOT = '00'
                   END-READ
               END-PERFORM
               CLOSE ADIC-FILE
           END-IF
      *    Adicional de una cuenta corporativa = tarjeta de empleado:
      *    el sublimite se controla contra lo usado en el ciclo y el
      *    movimiento queda identificado por plastico (CORPTAR1).
           IF WS-ADIC-USADA = 'S'
               MOVE 'E' TO WS-COR-FUNCION
               MOVE WT-NRO-TARJETA TO WS-COR-CUENTA
               PERFORM 248-LLAMA-CORPTAR
               IF WS-COR-RESULTADO = 'S'
                   MOVE 'S' TO WS-CORP-EMPLEADO
                   MOVE WS-ADIC-NRO TO WS-CORP-PLASTICO
                   DISPLAY "Tarjeta de empleado de cuenta "
                           "corporativa."
               END-IF
           END-IF.

       207-VERIFICA-FALLECIDO.
               CLOSE FALLEC-FILE
           END-IF.

       208-VERIFICA-PLAN-PAGOS.
      *    Tarjeta con plan de pagos de deuda vencida activo
      *    (PLANES_PAGO_TARJ.DAT, alta en TARRES001).
           MOVE 'N' TO WS-PLAN-PAGO-BLOQ
           OPEN INPUT PLANTAR-FILE
           IF WS-PLANTAR-FSTATUS = '00'
               PERFORM UNTIL WS-PLANTAR-FSTATUS NOT = '00'
                   READ PLANTAR-FILE
                       AT END MOVE '10' TO WS-PLANTAR-FSTATUS
                       NOT AT END
                           IF PLT-NRO-TARJETA = WT-NRO-TARJETA
                              AND PLT-ESTADO = 'A'
                               MOVE 'S' TO WS-PLAN-PAGO-BLOQ
                               MOVE '10' TO WS-PLANTAR-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANTAR-FILE
           END-IF.

       209-VERIFICA-ACTIVACION.
      *    Se consulta el plastico presentado: el adicional propio si
      *    205 lo resolvio al titular. Sin registro en
      *    PLASTICOS_TARJ.DAT el numero es anterior al circuito de
      *    embozado y se considera activo.
           MOVE 'N' TO WS-PLASTICO-INACTIVO
           MOVE 'C' TO WS-PLA-FUNCION
           IF WS-ADIC-USADA = 'S'
               MOVE WS-ADIC-NRO TO WS-PLA-NRO
           ELSE
               MOVE WS-NRO-TARJETA TO WS-PLA-NRO
           END-IF
           MOVE SPACES TO WS-PLA-TITULAR WS-PLA-NOMBRE
           MOVE SPACE TO WS-PLA-TIPO WS-PLA-ESTADO
           CALL 'PLASTI1' USING WS-PLA-FUNCION WS-PLA-NRO
                                WS-PLA-TITULAR WS-PLA-TIPO
                                WS-PLA-NOMBRE WT-AUDIT-USUARIO
                                WS-PLA-ESTADO
           IF WS-PLA-ESTADO NOT = SPACE AND WS-PLA-ESTADO NOT = 'V'
               MOVE 'S' TO WS-PLASTICO-INACTIVO
           END-IF.

       206-VERIFICA-DENUNCIA.
      *    Toda entrada de movimientos rechaza los plasticos con
      *    denuncia activa por extravio o robo (hot card). Se chequea
      *    el numero ingresado, el del titular resuelto y - cuando
      *    205 resolvio una adicional - el numero propio del plastico
      *    adicional, que 205 ya piso en WS/WT-NRO-TARJETA. El
      *    bloqueo temporal por sospecha de fraude (estado T, que
      *    deja FRAMON001 hasta que el analista lo confirme o lo
      *    libere) rechaza igual que la denuncia.
           MOVE 'N' TO WS-TARJETA-DENUNCIADA
           MOVE 'N' TO WS-BLOQUEO-FRAUDE
           OPEN INPUT DENUNCIAS-FILE
           IF WS-DEN-FSTATUS = '00'
               PERFORM UNTIL WS-DEN-FSTATUS NOT = '00'
                   READ DENUNCIAS-FILE
                       AT END MOVE '10' TO WS-DEN-FSTATUS
                       NOT AT END
                           IF (DEN-ESTADO = 'A' OR DEN-ESTADO = 'T')
                              AND (DEN-NRO-TARJETA = WS-NRO-TARJETA
                               OR DEN-NRO-TARJETA = WT-NRO-TARJETA
                               OR (WS-ADIC-USADA = 'S'
                                   AND DEN-NRO-TARJETA
                                       = WS-ADIC-NRO))
                               MOVE 'S' TO WS-TARJETA-DENUNCIADA
                               IF DEN-ESTADO = 'T'
                                   MOVE 'S' TO WS-BLOQUEO-FRAUDE
                               END-IF
                               MOVE '10' TO WS-DEN-FSTATUS
                           END-IF
                   END-READ
               END-IF
           END-IF

      *    Mientras la deuda vencida este refinanciada en un plan de
      *    pagos la tarjeta queda cerrada a nuevos consumos.
           IF WS-TIPO-MOVIMIENTO = 'C'
               PERFORM 208-VERIFICA-PLAN-PAGOS
               IF WS-PLAN-PAGO-BLOQ = 'S'
                   DISPLAY "Tarjeta con plan de pagos activo: solo "
                           "se aceptan pagos."
                   PERFORM 210-PEDIR-DATOS-MOVIMIENTO
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    El plastico emitido no consume hasta que se activa en la
      *    sucursal o por el cliente (PLASTICOS_TARJ.DAT, EMBOZ001).
           IF WS-TIPO-MOVIMIENTO = 'C'
               PERFORM 209-VERIFICA-ACTIVACION
               IF WS-PLASTICO-INACTIVO = 'S'
                   DISPLAY "Plastico no activado (estado "
                           WS-PLA-ESTADO "): solo se aceptan pagos "
                           "hasta su activacion."
                   PERFORM 210-PEDIR-DATOS-MOVIMIENTO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-TIPO-MOVIMIENTO TO WT-TIPO-MOVIMIENTO
           PERFORM 211-PEDIR-MONEDA

      *    El consumo que viene de una autorizacion previa trae su
      *    codigo: la reserva que retiene se suma al disponible para
      *    validar el limite y se libera al postear (242).
           MOVE SPACES TO WS-AUT-CODIGO
           IF WS-TIPO-MOVIMIENTO = 'C'
               DISPLAY "Codigo de autorizacion (vacio si no tiene): "
               ACCEPT WS-AUT-CODIGO
           END-IF

           MOVE 'N' TO WS-VALIDO
           PERFORM UNTIL WS-VALIDO = 'S'
                        DISPLAY "Disponible: " WT-DISPONIBLE-TARJ
                        MOVE 'N' TO WS-VALIDO
                     ELSE
                        PERFORM 247-DISPONIBLE-ADICIONAL
                        IF WS-ADIC-USADA = 'S'
                           AND WS-ADIC-SUBLIMITE > 0
                           AND WT-MONTO-TARJ > WS-ADIC-DISPONIBLE
                            IF WS-CORP-EMPLEADO = 'S'
                                DISPLAY "Error: el consumo supera el "
                                        "sublimite del empleado en el "
                                        "ciclo."
                                DISPLAY "Disponible del empleado: "
                                        WS-ADIC-DISPONIBLE
                            ELSE
                                DISPLAY "Error: el consumo supera el "
                                        "sublimite del adicional."
                            END-IF
                            MOVE 'N' TO WS-VALIDO
                        ELSE
                            MOVE 'S' TO WS-VALIDO
                     END-IF
                  ELSE
                     MOVE WS-MONTO-TARJ TO WT-MONTO-TARJ
                     PERFORM 243-CONVIERTE-MONEDA
                     PERFORM 245-VALIDAR-PAGO-MINIMO
                     IF WT-MONTO-TARJ < WT-MONTO-MINIMO THEN
                        DISPLAY "Error: El pago no cubre el minimo exig"
               END-IF
           END-PERFORM

      *    El consumo en moneda extranjera va en un solo pago.
           MOVE 1 TO WS-CANT-CUOTAS
           IF WS-TIPO-MOVIMIENTO = 'C' AND WS-MOV-MONEDA = 'LOC'
               PERFORM 215-PEDIR-CUOTAS
           END-IF

                 AND WS-PTS-SUPRIMIR NOT = 'S'
                  PERFORM 228-ACREDITA-PUNTOS
              END-IF
              IF WS-MOV-MONEDA NOT = 'LOC'
                  PERFORM 226-REGISTRA-MONEDA
              END-IF
              IF WS-CORP-PLASTICO NOT = SPACES
                  PERFORM 224-REGISTRA-CORPORATIVA
              END-IF
           ELSE
              DISPLAY "Error en Inserta Movimiento....!"
           END-IF.

       224-REGISTRA-CORPORATIVA.
      *    Movimiento de una tarjeta de empleado: queda con el
      *    plastico en MOVS_CORPORATIVOS.DAT para el sublimite del
      *    ciclo y el detalle por empleado del resumen consolidado.
           MOVE 'A' TO WS-COR-FUNCION
           MOVE WT-NRO-TARJETA TO WS-COR-CUENTA
           MOVE WS-CORP-PLASTICO TO WS-COR-PLASTICO
           MOVE WT-ID-MOVIMIENTO TO WS-COR-ID-MOV
           MOVE WT-FECHA-MOVIMIENTO TO WS-COR-FECHA
           MOVE WT-TIPO-MOVIMIENTO TO WS-COR-TIPO
           MOVE WT-MONTO-TARJ TO WS-COR-MONTO
           MOVE WS-CORP-REVERSA TO WS-COR-REVERSA
           PERFORM 248-LLAMA-CORPTAR.

       226-REGISTRA-MONEDA.
      *    Moneda, importe de origen y cotizacion del movimiento en
      *    MOVS_TARJ_MONEDA.DAT: el resumen separa con esto el saldo
      *    en dolares y muestra el importe original.
           MOVE 'A' TO WS-TMN-FUNCION
           MOVE WT-ID-MOVIMIENTO TO WS-TMN-ID-MOV
           MOVE WT-NRO-TARJETA TO WS-TMN-NRO-TARJETA
           MOVE WT-FECHA-MOVIMIENTO TO WS-TMN-FECHA
           MOVE WT-TIPO-MOVIMIENTO TO WS-TMN-TIPO
           MOVE WS-MOV-MONEDA TO WS-TMN-MONEDA
           MOVE WS-MOV-ORIG TO WS-TMN-ORIG
           MOVE WS-MOV-TASA TO WS-TMN-TASA
           MOVE WT-MONTO-TARJ TO WS-TMN-LOC
           MOVE WS-MOV-REVERSA TO WS-TMN-REVERSA
           PERFORM 227-LLAMA-TARMON.

       227-LLAMA-TARMON.
           CALL 'TARMON1' USING WS-TMN-FUNCION WS-TMN-ID-MOV
                                WS-TMN-NRO-TARJETA WS-TMN-FECHA
                                WS-TMN-TIPO WS-TMN-MONEDA
                                WS-TMN-ORIG WS-TMN-TASA
                                WS-TMN-LOC WS-TMN-REVERSA.

       228-ACREDITA-PUNTOS.
           MOVE 'A' TO WS-PTS-FUNCION
           MOVE WT-MONTO-TARJ TO WS-PTS-MONTO

       200-REGISTRAR-PAGOS-CONSUMO.

           MOVE 'N' TO WS-MODO-AUTORIZ
           MOVE ZEROES TO WS-INTENTOS WS-INTENTOS-P WS-RESU-INT
           INITIALIZE WS-INTENTOS-LOG
           PERFORM 100-CONSULTA-CLIENTE
           PERFORM 200-VERIFICA-NRO-TARJETA
           PERFORM 220-INSERTA-PAGO-CONSUMO.
           PERFORM 230-ACTUALIZA-PAGO-CONSUMO.
           MOVE 'LOC' TO WS-MOV-MONEDA
           MOVE SPACES TO WS-CORP-PLASTICO
           IF WS-TIPO-MOVIMIENTO = 'C' AND WS-CANT-CUOTAS > 1
               PERFORM 225-GENERA-PLAN-CUOTAS
           END-IF
           IF WS-TIPO-MOVIMIENTO = 'C' AND WS-AUT-CODIGO NOT = SPACES
               PERFORM 242-LIBERA-RESERVA
           END-IF
           PERFORM 100-MENU.

       211-PEDIR-MONEDA.
      *    El consumo se carga en su moneda de origen; el pago se
      *    imputa al saldo en pesos o al saldo en dolares, como elija
      *    el cliente. La cotizacion es la del dia (MONEDAS.DAT).
           MOVE 'N' TO WS-MOV-REVERSA
           MOVE 1 TO WS-MOV-TASA
           MOVE 0 TO WS-MOV-ORIG
           IF WS-TIPO-MOVIMIENTO = 'P'
               DISPLAY "Saldo al que se imputa el pago (vacio = "
                       "pesos, USD = dolares): "
           ELSE
               DISPLAY "Moneda del consumo (vacio = pesos, USD, "
                       "EUR...): "
           END-IF
           MOVE SPACES TO WS-MOV-MONEDA
           ACCEPT WS-MOV-MONEDA
           MOVE FUNCTION UPPER-CASE(WS-MOV-MONEDA) TO WS-MOV-MONEDA
           IF WS-MOV-MONEDA = SPACES
               MOVE 'LOC' TO WS-MOV-MONEDA
           END-IF
           IF WS-MOV-MONEDA = 'LOC'
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-MOVIMIENTO = 'P' AND WS-MOV-MONEDA NOT = 'USD'
               DISPLAY "Los pagos se imputan en pesos o en dolares."
               PERFORM 211-PEDIR-MONEDA
               EXIT PARAGRAPH
           END-IF
           MOVE 'T' TO WS-TMN-FUNCION
           MOVE WS-MOV-MONEDA TO WS-TMN-MONEDA
           PERFORM 227-LLAMA-TARMON
           IF WS-TMN-TASA = 0
               DISPLAY "La moneda " WS-MOV-MONEDA " no tiene "
                       "cotizacion cargada."
               PERFORM 211-PEDIR-MONEDA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TMN-TASA TO WS-MOV-TASA
           DISPLAY "Cotizacion " WS-MOV-MONEDA ": " WS-MOV-TASA
           DISPLAY "El monto se ingresa en " WS-MOV-MONEDA ".".

       215-PEDIR-CUOTAS.
           DISPLAY "Cantidad de cuotas del consumo (1/3/6/12): "
           ACCEPT WS-CANT-CUOTAS
                               SQLCA
           MOVE SQL-VAR-0019 TO WX-ID-CLIENTE
           MOVE SQL-VAR-0020 TO WX-SALDO-ACTUAL
      *    Disponible neto de las reservas de autorizacion abiertas.
           IF SQLCODE NOT = 100
               MOVE 'C' TO WS-AUT-FUNCION
               CALL 'AUTRES1' USING WS-AUT-FUNCION WX-NRO-TARJETA
                                    WS-AUT-CODIGO WS-AUT-IMPORTE
                                    WS-AUT-COMERCIO WS-AUT-RESERVADO
                                    WS-AUT-RESULTADO
               IF WS-AUT-RESERVADO > WX-SALDO-ACTUAL
                   MOVE 0 TO WX-SALDO-ACTUAL
               ELSE
                   SUBTRACT WS-AUT-RESERVADO FROM WX-SALDO-ACTUAL
               END-IF
           END-IF

            IF SQLCODE NOT = 100 THEN
               *> Formatear línea del reporte
                               SQLCA
           MOVE SQL-VAR-0023 TO WT-DISPONIBLE-TARJ
                   .
           PERFORM 243-CONVIERTE-MONEDA
           PERFORM 241-DESCUENTA-RESERVAS.

       241-DESCUENTA-RESERVAS.
      *    Las autorizaciones aprobadas y todavia no presentadas
      *    retienen limite (AUTORIZ_TARJ.DAT, ver AUTRES1). Si el
      *    movimiento trae codigo de autorizacion, lo que retiene esa
      *    reserva vuelve al disponible: es el mismo consumo.
           MOVE 'C' TO WS-AUT-FUNCION
           CALL 'AUTRES1' USING WS-AUT-FUNCION WT-NRO-TARJETA
                                WS-AUT-CODIGO WS-AUT-IMPORTE
                                WS-AUT-COMERCIO WS-AUT-RESERVADO
                                WS-AUT-RESULTADO
           SUBTRACT WS-AUT-RESERVADO FROM WT-DISPONIBLE-TARJ
           IF WS-AUT-CODIGO NOT = SPACES
               MOVE 'B' TO WS-AUT-FUNCION
               MOVE WT-MONTO-TARJ TO WS-AUT-IMPORTE
               CALL 'AUTRES1' USING WS-AUT-FUNCION WT-NRO-TARJETA
                                    WS-AUT-CODIGO WS-AUT-IMPORTE
                                    WS-AUT-COMERCIO WS-AUT-RESERVADO
                                    WS-AUT-RESULTADO
               IF WS-AUT-RESULTADO = 'S'
                   ADD WS-AUT-RESERVADO TO WT-DISPONIBLE-TARJ
               ELSE
                   DISPLAY "Aviso: el codigo de autorizacion no "
                           "corresponde a una reserva de la tarjeta "
                           "por ese importe."
               END-IF
           END-IF.

       242-LIBERA-RESERVA.
           MOVE 'P' TO WS-AUT-FUNCION
           MOVE WT-MONTO-TARJ TO WS-AUT-IMPORTE
           CALL 'AUTRES1' USING WS-AUT-FUNCION WT-NRO-TARJETA
                                WS-AUT-CODIGO WS-AUT-IMPORTE
                                WS-AUT-COMERCIO WS-AUT-RESERVADO
                                WS-AUT-RESULTADO
           IF WS-AUT-RESULTADO = 'S'
               DISPLAY "Reserva de la autorizacion " WS-AUT-CODIGO
                       " liberada."
           END-IF
           MOVE SPACES TO WS-AUT-CODIGO.

       243-CONVIERTE-MONEDA.
      *    El disponible, el acumulado y el pago minimo son en pesos:
      *    el importe en moneda extranjera se convierte antes de
      *    compararlo.
           IF WS-MOV-MONEDA = 'LOC'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTO-TARJ TO WS-MOV-ORIG
           COMPUTE WT-MONTO-TARJ ROUNDED = WS-MOV-ORIG * WS-MOV-TASA
           DISPLAY WS-MOV-MONEDA " " WS-MOV-ORIG " equivale a $ "
                   WT-MONTO-TARJ.

       247-DISPONIBLE-ADICIONAL.
      *    Lo que le queda al adicional para este consumo: el
      *    sublimite por consumo, o para la tarjeta de empleado el
      *    sublimite menos lo ya consumido en el ciclo.
           MOVE WS-ADIC-SUBLIMITE TO WS-ADIC-DISPONIBLE
           IF WS-CORP-EMPLEADO NOT = 'S' OR WS-ADIC-USADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'U' TO WS-COR-FUNCION
           MOVE WT-NRO-TARJETA TO WS-COR-CUENTA
           MOVE WS-ADIC-NRO TO WS-COR-PLASTICO
           PERFORM 248-LLAMA-CORPTAR
           SUBTRACT WS-COR-MONTO FROM WS-ADIC-DISPONIBLE
           IF WS-ADIC-DISPONIBLE < 0
               MOVE 0 TO WS-ADIC-DISPONIBLE
           END-IF.

       248-LLAMA-CORPTAR.
           CALL 'CORPTAR1' USING WS-COR-FUNCION WS-COR-CUENTA
                                 WS-COR-PLASTICO WS-COR-ID-MOV
                                 WS-COR-FECHA WS-COR-TIPO
                                 WS-COR-MONTO WS-COR-REVERSA
                                 WS-COR-RESULTADO.

       245-VALIDAR-PAGO-MINIMO.
      *    EXEC SQL
           DISPLAY "2 - Listar denuncias"
           DISPLAY "3 - Reemplazo de plastico denunciado"
           DISPLAY "4 - Generar listado para comercios (hot list)"
           DISPLAY "5 - Baja de tarjeta a pedido del cliente"
           DISPLAY "6 - Volver"
           DISPLAY "Seleccione una opción: "
           ACCEPT OPCION
           EVALUATE OPCION
                   PERFORM 840-HOT-LIST
                   PERFORM 800-MENU-DENUNCIAS
               WHEN 5
                   PERFORM 850-BAJA-TARJETA
                   PERFORM 800-MENU-DENUNCIAS
               WHEN 6
                   PERFORM 100-MENU
               WHEN OTHER
                   DISPLAY "Opción inválida, intente nuevamente."
                                   WS-DEN-REG(WS-DEN-COUNT)
                               IF DEN-NRO-TARJETA = WS-DEN-NRO-ING
                                  AND DEN-ESTADO = 'A'
                                  AND DEN-MOTIVO NOT = 'B'
                                   MOVE 'S' TO WS-DEN-ENCONTRADA
                                   MOVE 'R' TO WS-DEN-REG
                                       (WS-DEN-COUNT)(63:1)
           MOVE 'NRO_TARJETA' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE WS-MASK-OUTPUT TO WT-AUDIT-VALOR-NUE
           PERFORM 235-REGISTRA-AUDITORIA
           MOVE WS-DEN-NUEVO-NRO TO WS-PLA-NRO
           MOVE WS-DEN-NUEVO-NRO TO WS-PLA-TITULAR
           MOVE 'R' TO WS-PLA-TIPO
           MOVE SPACES TO WS-PLA-NOMBRE
           PERFORM 137-ALTA-PLASTICO.

       835-RENUMERA-TARJETA.
           IF SQL-PREP OF SQL-STMT-24 = 'N'
           CLOSE TMP-ADIC-FILE
           CLOSE CUOTAS-FILE.

       850-BAJA-TARJETA.
      *    Baja de la tarjeta a pedido del cliente: queda bloqueada
      *    como denuncia activa con motivo B (rechazo inmediato de
      *    movimientos, hot list, sin reemplazo ni renovacion anual),
      *    se dan de baja sus adicionales y COMREN1 devuelve la
      *    comision de renovacion cobrada dentro del plazo.
           DISPLAY "Numero de la tarjeta a dar de baja: "
           ACCEPT WS-DEN-NRO-ING
           IF WS-DEN-NRO-ING = SPACES
               DISPLAY "Numero invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 832-ES-ADICIONAL
           IF WS-DEN-ES-ADIC = 'S'
               DISPLAY "El numero es una tarjeta ADICIONAL: de de "
                       "baja el plastico desde el menu de adicionales "
                       "(opcion 8)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEN-NRO-ING TO WT-NRO-TARJETA
           MOVE 'N' TO WT-EXISTE-TARJ
           IF SQL-PREP OF SQL-STMT-0 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 WT-EXISTE-TARJ
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 1 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WT-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 16 TO SQL-LEN(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-0
                               SQLCA
           IF WT-EXISTE-TARJ NOT = 'S'
               DISPLAY "Tarjeta inexistente."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirma la baja de la tarjeta y de sus "
                   "adicionales? (S/N): "
           ACCEPT WS-CONFIRMA-ANULA
           IF WS-CONFIRMA-ANULA NOT = 'S'
              AND WS-CONFIRMA-ANULA NOT = 's'
               DISPLAY "Baja cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA-LOG
           OPEN EXTEND DENUNCIAS-FILE
           IF WS-DEN-FSTATUS NOT = '00'
               OPEN OUTPUT DENUNCIAS-FILE
           END-IF
           MOVE WS-DEN-NRO-ING TO DEN-NRO-TARJETA
           MOVE WS-FECHAHORA-LOG(1:15) TO DEN-FECHA-HORA
           MOVE LK-OPERADOR TO DEN-QUIEN-LLAMO
           MOVE 'B' TO DEN-MOTIVO
           MOVE 'A' TO DEN-ESTADO
           WRITE DENUNCIA-RECORD
           CLOSE DENUNCIAS-FILE
           MOVE 'TARJETAS' TO WT-AUDIT-TABLA
           MOVE WS-DEN-NRO-ING TO WT-AUDIT-ID-REG
           MOVE 'BAJA' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE 'B' TO WT-AUDIT-VALOR-NUE
           PERFORM 235-REGISTRA-AUDITORIA
           MOVE WS-DEN-NRO-ING TO WS-ADIC-NRO
           MOVE 0 TO WS-ADIC-SEQ
           PERFORM 740-MARCA-BAJA-ADICIONAL
           MOVE WS-DEN-NRO-ING TO WS-CRN-CUENTA
           MOVE SPACES TO WS-CRN-PLASTICO
           PERFORM 745-DEVUELVE-RENOVACION
           DISPLAY "Tarjeta dada de baja; adicionales dadas de baja: "
                   WS-ADIC-SEQ.

       840-HOT-LIST.
      *    Listado diario con numero completo para distribuir a los
      *    comercios; en pantalla solo se muestra enmascarado.
           DISPLAY "1 - Alta de adicional"
           DISPLAY "2 - Listar plasticos de una cuenta"
           DISPLAY "3 - Baja de adicional"
           DISPLAY "4 - Alta de cuenta corporativa (empresa)"
           DISPLAY "5 - Listar cuentas corporativas"
           DISPLAY "6 - Volver"
           DISPLAY "Seleccione una opción: "
           ACCEPT OPCION
           EVALUATE OPCION
                   PERFORM 730-BAJA-ADICIONAL
                   PERFORM 700-MENU-ADICIONALES
               WHEN 4
                   PERFORM 750-ALTA-CORPORATIVA
                   PERFORM 700-MENU-ADICIONALES
               WHEN 5
                   PERFORM 760-LISTAR-CORPORATIVAS
                   PERFORM 700-MENU-ADICIONALES
               WHEN 6
                   PERFORM 100-MENU
               WHEN OTHER
                   DISPLAY "Opción inválida, intente nuevamente."
               DISPLAY "El nombre es obligatorio."
               EXIT PARAGRAPH
           END-IF
      *    Sobre una cuenta corporativa la adicional es la tarjeta
      *    de un empleado: el sublimite del ciclo es obligatorio y no
      *    puede pasar el limite global de la empresa.
           MOVE 'E' TO WS-COR-FUNCION
           MOVE WS-ADIC-TITULAR-ING TO WS-COR-CUENTA
           PERFORM 248-LLAMA-CORPTAR
           IF WS-COR-RESULTADO = 'S'
               MOVE WS-ADIC-TITULAR-ING TO WS-CORP-CUENTA-ING
               PERFORM 755-DATOS-CUENTA-EMPRESA
               DISPLAY "Tarjeta de empleado - sublimite mensual: "
               ACCEPT WS-ADIC-SUBLIM-ING
               IF WS-ADIC-SUBLIM-ING = 0
                  OR WS-ADIC-SUBLIM-ING > WS-CORP-LIMITE
                   MOVE WS-CORP-LIMITE TO WS-CORP-LIMITE-ED
                   DISPLAY "El sublimite debe ser mayor a cero y no "
                           "superar el limite de la empresa ("
                           FUNCTION TRIM(WS-CORP-LIMITE-ED) ")."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Sublimite del adicional (0 = sin sublimite): "
               ACCEPT WS-ADIC-SUBLIM-ING
           END-IF
      *    El numero del plastico adicional deriva del titular: se
      *    conservan los primeros 12 digitos y los ultimos 4 son 90
      *    mas el correlativo de adicional de la cuenta.
           MOVE 'ADICIONAL' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE WS-MASK-OUTPUT TO WT-AUDIT-VALOR-NUE
           PERFORM 235-REGISTRA-AUDITORIA
           MOVE WS-ADIC-NUEVO-NRO TO WS-PLA-NRO
           MOVE WS-ADIC-TITULAR-ING TO WS-PLA-TITULAR
           MOVE 'A' TO WS-PLA-TIPO
           MOVE WS-ADIC-NOMBRE-ING TO WS-PLA-NOMBRE
           PERFORM 137-ALTA-PLASTICO.

       720-LISTAR-PLASTICOS.
           DISPLAY "Numero de la tarjeta del titular: "
               DISPLAY "Adicional no encontrada."
           ELSE
               DISPLAY "Adicional dada de baja."
               MOVE SPACES TO WS-CRN-CUENTA
               MOVE WS-ADIC-NRO TO WS-CRN-PLASTICO
               PERFORM 745-DEVUELVE-RENOVACION
           END-IF.

       740-MARCA-BAJA-ADICIONAL.
      *    Reescritura simple: copia todos los registros cambiando el
      *    estado del plastico pedido (o de todas las adicionales de
      *    la cuenta, si WS-ADIC-NRO es el numero del titular).
           OPEN INPUT ADIC-FILE
           IF WS-ADIC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
               READ ADIC-FILE
                   AT END MOVE '10' TO WS-ADIC-FSTATUS
                   NOT AT END
                       IF (AD-NRO-ADICIONAL = WS-ADIC-NRO
                           OR AD-NRO-TITULAR = WS-ADIC-NRO)
                          AND AD-ESTADO = 'A'
                           MOVE 'B' TO AD-ESTADO
                           ADD 1 TO WS-ADIC-SEQ
           CLOSE TMP-ADIC-FILE
           CLOSE ADIC-FILE.

       750-ALTA-CORPORATIVA.
      *    La cuenta corporativa es una tarjeta ya contratada por la
      *    empresa (cliente con RUC): su limite es el limite global.
      *    Desde el alta, sus adicionales son tarjetas de empleados
      *    con sublimite propio y el resumen sale consolidado con el
      *    detalle por empleado.
           DISPLAY "Numero de la tarjeta de la empresa: "
           ACCEPT WS-CORP-CUENTA-ING
           PERFORM 755-DATOS-CUENTA-EMPRESA
           IF WS-CORP-ID-CLIENTE = 0
               DISPLAY "Tarjeta inexistente."
               EXIT PARAGRAPH
           END-IF
           IF WS-CORP-TIPO-DOC NOT = 'RUC'
               DISPLAY "La cuenta corporativa es de una empresa: el "
                       "titular de la tarjeta debe tener RUC."
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO WS-COR-FUNCION
           MOVE WS-CORP-CUENTA-ING TO WS-COR-CUENTA
           PERFORM 248-LLAMA-CORPTAR
           IF WS-COR-RESULTADO = 'S'
               DISPLAY "La tarjeta ya es una cuenta corporativa."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-CORP-FECHA FROM DATE
           OPEN EXTEND CORP-FILE
           IF WS-CORP-FSTATUS NOT = '00'
               OPEN OUTPUT CORP-FILE
           END-IF
           MOVE WS-CORP-CUENTA-ING TO CRP-NRO-CUENTA
           MOVE WS-CORP-ID-CLIENTE TO CRP-ID-CLIENTE
           MOVE WS-CORP-DOC TO CRP-DOC
           MOVE SPACES TO CRP-FECHA-ALTA
           STRING "20" WS-CORP-FECHA DELIMITED BY SIZE
               INTO CRP-FECHA-ALTA
           MOVE 'A' TO CRP-ESTADO
           WRITE CORP-RECORD
           CLOSE CORP-FILE
           MOVE WS-CORP-LIMITE TO WS-CORP-LIMITE-ED
           MOVE WS-CORP-CUENTA-ING TO WS-MASK-INPUT
           PERFORM 299-MASK-TARJETA
           DISPLAY "Cuenta corporativa " WS-MASK-OUTPUT " de RUC "
                   WS-CORP-DOC " - limite global "
                   FUNCTION TRIM(WS-CORP-LIMITE-ED)
           MOVE 'TARJETAS' TO WT-AUDIT-TABLA
           MOVE WS-CORP-CUENTA-ING TO WT-AUDIT-ID-REG
           MOVE 'CORPORATIVA' TO WT-AUDIT-CAMPO
           MOVE 'N' TO WT-AUDIT-VALOR-ANT
           MOVE 'S' TO WT-AUDIT-VALOR-NUE
           PERFORM 235-REGISTRA-AUDITORIA.

       755-DATOS-CUENTA-EMPRESA.
      *    EXEC SQL
      *        SELECT C.TIPO_DOC, C.DOC_CLIENTE, C.ID_CLIENTE,
      *               T.LIMITE_TARJETA
      *          INTO :WS-CORP-TIPO-DOC, :WS-CORP-DOC,
      *               :WS-CORP-ID-CLIENTE, :WS-CORP-LIMITE
      *          FROM BANCO.TARJETAS T JOIN BANCO.CLIENTES C
      *            ON T.ID_CLIENTE = C.ID_CLIENTE
      *         WHERE T.NRO_TARJETA = TRIM(:WS-CORP-CUENTA-ING)
      *    END-EXEC
           MOVE SPACES TO WS-CORP-TIPO-DOC WS-CORP-DOC
           MOVE 0 TO SQL-VAR-0026 SQL-VAR-0027
           IF SQL-PREP OF SQL-STMT-26 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 WS-CORP-TIPO-DOC
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 3 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WS-CORP-DOC
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 13 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 SQL-VAR-0026
               MOVE '3' TO SQL-TYPE(3)
               MOVE 6 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 SQL-VAR-0027
               MOVE '3' TO SQL-TYPE(4)
               MOVE 7 TO SQL-LEN(4)
               MOVE X'02' TO SQL-PREC(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 WS-CORP-CUENTA-ING
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 16 TO SQL-LEN(5)
               MOVE 5 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-26
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-26
                               SQLCA
           MOVE SQL-VAR-0026 TO WS-CORP-ID-CLIENTE
           MOVE SQL-VAR-0027 TO WS-CORP-LIMITE.

       760-LISTAR-CORPORATIVAS.
           OPEN INPUT CORP-FILE
           IF WS-CORP-FSTATUS NOT = '00'
               DISPLAY "No hay cuentas corporativas."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CORP-FSTATUS NOT = '00'
               READ CORP-FILE
                   AT END MOVE '10' TO WS-CORP-FSTATUS
                   NOT AT END
                       MOVE CRP-NRO-CUENTA TO WS-MASK-INPUT
                       PERFORM 299-MASK-TARJETA
                       DISPLAY "CUENTA " WS-MASK-OUTPUT
                               " RUC " CRP-DOC
                               " ALTA " CRP-FECHA-ALTA
                               " ESTADO " CRP-ESTADO
               END-READ
           END-PERFORM
           CLOSE CORP-FILE.

       745-DEVUELVE-RENOVACION.
      *    Devuelve la comision anual de renovacion cobrada dentro del
      *    plazo de RENOV-DIAS-DEVOL (ver COMREN1): la cuenta entera
      *    si WS-CRN-PLASTICO viene en blanco, si no el plastico.
           MOVE 0 TO WS-CRN-DEVUELTO
           CALL 'COMREN1' USING WS-CRN-CUENTA WS-CRN-PLASTICO
                                LK-OPERADOR WS-CRN-DEVUELTO
           IF WS-CRN-DEVUELTO > 0
               MOVE WS-CRN-DEVUELTO TO WS-CRN-DEVUELTO-ED
               DISPLAY "Comision de renovacion devuelta: "
                       WS-CRN-DEVUELTO-ED
               MOVE 'TARJETAS' TO WT-AUDIT-TABLA
               IF WS-CRN-PLASTICO = SPACES
                   MOVE WS-CRN-CUENTA TO WT-AUDIT-ID-REG
               ELSE
                   MOVE WS-CRN-PLASTICO TO WT-AUDIT-ID-REG
               END-IF
               MOVE 'DEVOL-RENOVACION' TO WT-AUDIT-CAMPO
               MOVE SPACES TO WT-AUDIT-VALOR-ANT
               MOVE FUNCTION TRIM(WS-CRN-DEVUELTO-ED)
                   TO WT-AUDIT-VALOR-NUE
               PERFORM 235-REGISTRA-AUDITORIA
           END-IF.

       115-VERIFICA-KYC.
      *>   Cumplimiento documental KYC (ver KYCCHK1): sin los
      *>   documentos obligatorios vigentes no se emiten tarjetas;
           MOVE FUNCTION TRIM(WS-PRO-ED1) TO WT-AUDIT-VALOR-NUE
           PERFORM 235-REGISTRA-AUDITORIA.

       950-AUTORIZAR-CONSUMO.
      *    Autorizacion de un consumo sin postearlo: pasa los mismos
      *    controles que la captura y reserva el importe contra el
      *    disponible hasta que llegue la presentacion (TARPRE001 o
      *    la captura con el codigo) o venza (AUTVEN001).
           MOVE 'S' TO WS-MODO-AUTORIZ
           MOVE ZEROES TO WS-INTENTOS WS-INTENTOS-P WS-RESU-INT
           INITIALIZE WS-INTENTOS-LOG
           PERFORM 100-CONSULTA-CLIENTE
           PERFORM 110-MOSTRAR-TARJETA-ACTIVA.
           PERFORM 200-VERIFICA-NRO-TARJETA
           MOVE 'N' TO WS-MODO-AUTORIZ
           PERFORM 100-MENU.

       960-PEDIR-DATOS-AUTORIZ.
           PERFORM 207-VERIFICA-FALLECIDO
           IF WS-FALLECIDO-BLOQ = 'S'
               DISPLAY "Autorizacion denegada: titular fallecido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 208-VERIFICA-PLAN-PAGOS
           IF WS-PLAN-PAGO-BLOQ = 'S'
               DISPLAY "Autorizacion denegada: tarjeta con plan de "
                       "pagos activo."
               EXIT PARAGRAPH
           END-IF
           PERFORM 209-VERIFICA-ACTIVACION
           IF WS-PLASTICO-INACTIVO = 'S'
               DISPLAY "Autorizacion denegada: plastico no "
                       "activado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Comercio: "
           ACCEPT WS-AUT-COMERCIO
           MOVE 'C' TO WS-TIPO-MOVIMIENTO
           PERFORM 211-PEDIR-MONEDA
           DISPLAY "Importe a autorizar: "
           ACCEPT WS-MONTO-TARJ
           IF WS-MONTO-TARJ NOT > 0
               DISPLAY "Autorizacion denegada: importe invalido."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTO-TARJ TO WT-MONTO-TARJ
           MOVE SPACES TO WS-AUT-CODIGO
           PERFORM 240-VALIDAR-LIMITE-CONSUMO
           IF WT-MONTO-TARJ > WT-DISPONIBLE-TARJ
               DISPLAY "Autorizacion denegada: limite insuficiente."
               DISPLAY "Disponible neto de reservas: "
                       WT-DISPONIBLE-TARJ
               EXIT PARAGRAPH
           END-IF
           PERFORM 247-DISPONIBLE-ADICIONAL
           IF WS-ADIC-USADA = 'S'
              AND WS-ADIC-SUBLIMITE > 0
              AND WT-MONTO-TARJ > WS-ADIC-DISPONIBLE
               IF WS-CORP-EMPLEADO = 'S'
                   DISPLAY "Autorizacion denegada: supera el "
                           "sublimite del empleado en el ciclo."
               ELSE
                   DISPLAY "Autorizacion denegada: supera el "
                           "sublimite del adicional."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-AUT-FUNCION
           MOVE WT-MONTO-TARJ TO WS-AUT-IMPORTE
           CALL 'AUTRES1' USING WS-AUT-FUNCION WT-NRO-TARJETA
                                WS-AUT-CODIGO WS-AUT-IMPORTE
                                WS-AUT-COMERCIO WS-AUT-RESERVADO
                                WS-AUT-RESULTADO
           IF WS-AUT-RESULTADO = 'S'
               DISPLAY "Consumo autorizado. Codigo de autorizacion: "
                       WS-AUT-CODIGO
           ELSE
               DISPLAY "No se pudo registrar la autorizacion."
           END-IF
           MOVE 'LOC' TO WS-MOV-MONEDA
           MOVE SPACES TO WS-AUT-CODIGO.

       500-ANULAR-MOVIMIENTO.

           PERFORM 236-VERIFICA-ROL
           END-IF
           MOVE WT-MONTO-ANULAR TO WT-MONTO-TARJ
           MOVE WS-DOC-CLI TO WT-DOC-CLI
      *    La reversa de un movimiento en moneda extranjera lleva la
      *    misma moneda, importe de origen y cotizacion.
           MOVE 'B' TO WS-TMN-FUNCION
           MOVE WT-ID-MOV-ANULAR TO WS-TMN-ID-MOV
           PERFORM 227-LLAMA-TARMON
           IF WS-TMN-MONEDA = SPACES
               MOVE 'LOC' TO WS-MOV-MONEDA
           ELSE
               MOVE WS-TMN-MONEDA TO WS-MOV-MONEDA
               MOVE WS-TMN-ORIG TO WS-MOV-ORIG
               MOVE WS-TMN-TASA TO WS-MOV-TASA
               MOVE 'S' TO WS-MOV-REVERSA
           END-IF
      *    Si lo hizo una tarjeta de empleado, la reversa vuelve al
      *    sublimite de ese empleado.
           MOVE SPACES TO WS-CORP-PLASTICO
           MOVE 'B' TO WS-COR-FUNCION
           MOVE WT-ID-MOV-ANULAR TO WS-COR-ID-MOV
           PERFORM 248-LLAMA-CORPTAR
           IF WS-COR-RESULTADO = 'S'
               MOVE WS-COR-PLASTICO TO WS-CORP-PLASTICO
               MOVE 'S' TO WS-CORP-REVERSA
           END-IF

           *> Obtener el ID del Cliente
           IF SQL-PREP OF SQL-STMT-1 = 'N'
           MOVE 'S' TO WS-PTS-SUPRIMIR
           PERFORM 220-INSERTA-PAGO-CONSUMO
           MOVE 'N' TO WS-PTS-SUPRIMIR
           MOVE 'LOC' TO WS-MOV-MONEDA
           MOVE 'N' TO WS-MOV-REVERSA
           MOVE SPACES TO WS-CORP-PLASTICO
           MOVE 'N' TO WS-CORP-REVERSA
           PERFORM 230-ACTUALIZA-PAGO-CONSUMO
           IF WT-TIPO-MOV-ANULAR = 'C'
               PERFORM 229-CLAWBACK-PUNTOS
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

       110-VERIFICA-TARJETA.
                 PERFORM 299-MASK-TARJETA
                 DISPLAY "Tarjeta creada.! NRO_TARJ:"WS-MASK-OUTPUT
                 PERFORM 135-STAMPA-SUCURSAL
                 MOVE WT-NUMERO-TARJ TO WS-PLA-NRO
                 MOVE WT-NUMERO-TARJ TO WS-PLA-TITULAR
                 MOVE 'N' TO WS-PLA-TIPO
                 MOVE SPACES TO WS-PLA-NOMBRE
                 PERFORM 137-ALTA-PLASTICO
                 IF WS-OFE-TOMADA = 'S'
                    PERFORM 118-ACEPTA-OFERTA
                 END-IF
            ELSE
                DISPLAY "Error en creacion de tarjeta....!"
            END-IF.
           WRITE PRODSUC-RECORD
           CLOSE PRODSUC-FILE.

       137-ALTA-PLASTICO.
      *>   Todo numero nuevo queda con el plastico pendiente de
      *>   embozado (EMBOZ001) y sin consumos hasta su activacion.
           MOVE 'A' TO WS-PLA-FUNCION
           CALL 'PLASTI1' USING WS-PLA-FUNCION WS-PLA-NRO
                                WS-PLA-TITULAR WS-PLA-TIPO
                                WS-PLA-NOMBRE WT-AUDIT-USUARIO
                                WS-PLA-ESTADO
           DISPLAY "Plastico pendiente de embozado: la tarjeta "
                   "acepta consumos una vez activada."
           MOVE 'PLASTICOS' TO WT-AUDIT-TABLA
           MOVE WS-PLA-NRO TO WT-AUDIT-ID-REG
           MOVE 'ESTADO' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE WS-PLA-ESTADO TO WT-AUDIT-VALOR-NUE
           PERFORM 235-REGISTRA-AUDITORIA.

       117-OFERTA-PREAPROBADA.
      *>   Oferta preaprobada de tarjeta vigente (OFERTA001): si el
      *>   cliente la toma, el limite es el ofrecido.
           MOVE 'N' TO WS-OFE-TOMADA
           MOVE 'B' TO WS-OFE-FUNCION
           MOVE 'T' TO WS-OFE-PRODUCTO
           CALL 'OFERTA1' USING WS-OFE-FUNCION WS-DOC-CLI
                                WS-OFE-PRODUCTO WS-OFE-NRO
                                WS-OFE-MONTO WS-OFE-CAMPANIA
                                WS-OFE-REF WT-AUDIT-USUARIO
                                WS-OFE-RESULTADO
           IF WS-OFE-RESULTADO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFE-MONTO TO WS-OFE-MONTO-ED
           DISPLAY "El cliente tiene una oferta PREAPROBADA de tarjeta"
           DISPLAY "  Oferta " WS-OFE-NRO " (campania "
                   WS-OFE-CAMPANIA ") - limite " WS-OFE-MONTO-ED
           DISPLAY "Toma la oferta? (S/N): "
           ACCEPT WS-OFE-TOMA
           IF WS-OFE-TOMA = 'S' OR WS-OFE-TOMA = 's'
               MOVE 'S' TO WS-OFE-TOMADA
               MOVE WS-OFE-MONTO TO WS-LIMITE-TARJ
               DISPLAY "Limite de tarjeta preaprobado: "
                       WS-OFE-MONTO-ED
           END-IF.

       118-ACEPTA-OFERTA.
      *>   La oferta queda aceptada con el numero de la tarjeta.
           MOVE 'A' TO WS-OFE-FUNCION
           MOVE WT-NUMERO-TARJ TO WS-OFE-REF
           CALL 'OFERTA1' USING WS-OFE-FUNCION WS-DOC-CLI
                                WS-OFE-PRODUCTO WS-OFE-NRO
                                WS-OFE-MONTO WS-OFE-CAMPANIA
                                WS-OFE-REF WT-AUDIT-USUARIO
                                WS-OFE-RESULTADO
           MOVE 'N' TO WS-OFE-TOMADA
           IF WS-OFE-RESULTADO NOT = 'S'
               DISPLAY "La oferta " WS-OFE-NRO
                       " ya no estaba pendiente."
               EXIT PARAGRAPH
           END-IF
           MOVE 'TARJETAS' TO WT-AUDIT-TABLA
           MOVE WT-NUMERO-TARJ TO WT-AUDIT-ID-REG
           MOVE 'PREAPROBADA' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING "OFERTA=" WS-OFE-NRO " CAMP=" WS-OFE-CAMPANIA
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 235-REGISTRA-AUDITORIA.

       140-VALIDAR-LIMITE-TARJ.

           PERFORM UNTIL WS-LIMITE-TARJ > 5000
           PERFORM 110-VERIFICA-TARJETA

           IF WS-EXISTE-TARJ = 'N' THEN
              PERFORM 117-OFERTA-PREAPROBADA
              IF WS-OFE-TOMADA NOT = 'S'
                 PERFORM 140-VALIDAR-LIMITE-TARJ
              END-IF
              PERFORM 120-OBTENER-NRO-TARJETA
              PERFORM 130-INSERTA-TARJETA
           ELSE
      *         FECHA_MOV,
      *         CASE
      *             WHEN TIPO_MOV = 'P' THEN 'PAGO'
      *             WHEN TIPO_MOV = 'D' THEN 'CONTRACARGO'
      *             WHEN TIPO_MOV = 'R' THEN 'REV.CONTRACARGO'
      *             WHEN TIPO_MOV = 'F' THEN 'COM.RENOVACION'
      *             WHEN TIPO_MOV = 'B' THEN 'DEV.COMISION'
      *             WHEN TIPO_MOV = 'V' THEN 'CONV.SALDO USD'
      *             ELSE 'CONSUMO'
      *         END TIPO_MOV,
      *         CASE
      *             WHEN TIPO_MOV IN ('P','D','B') THEN MONTO * (- 1)
      *             ELSE MONTO
      *         END MONTO
      *     FROM
