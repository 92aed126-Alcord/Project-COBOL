      *          ciclo el acumulado del mes (ACUM_MES) se lleva al
      *          saldo del resumen y se pone en cero, en lugar de
      *          acumular indefinidamente.
      *          Plan de pagos de deuda vencida (opcion 4): el saldo
      *          del resumen vencido se congela en un plan de cuotas
      *          fijas a la tasa TASA-PLAN-TARJETA
      *          (PLANES_PAGO_TARJ.DAT, vinculado al caso de
      *          GESTION_COBRANZA.DAT); el cierre factura sus cuotas
      *          como las de CONSUMOS_CUOTAS.DAT y lo da por caido
      *          tras PLANTAR-CUOTAS-CAIDA cuotas impagas.
      *          Contracargos (CONTRC001): el credito provisorio de
      *          una disputa (tipo D) baja el acumulado y se informa
      *          aparte de los pagos; la disputa que la red
      *          represento (estado R en CONTRACARGOS_TARJ.DAT) se
      *          revierte en el cierre con un debito tipo R y queda
      *          en estado V.
      *          Comision anual de renovacion: el cierre que contiene
      *          el aniversario de la tarjeta (dia y mes de emision,
      *          diez anios antes de FECHA_VENCIMIENTO) debita la
      *          tarifa RENOVTITUL por el titular y RENOVADIC por cada
      *          adicional activa (TARIFAS.DAT), con el descuento del
      *          paquete del cliente (EXENCIONES_PAQ.DAT), como
      *          movimiento tipo F con linea propia en el resumen.
      *          Cada cargo queda en COMISIONES_RENOV.DAT, de donde
      *          COMREN1 lo devuelve (movimiento tipo B) si la tarjeta
      *          se da de baja dentro del plazo, y con canal COMISION
      *          en MOVS_CANAL.DAT para el reporte de ingresos por
      *          comisiones.
      *          Saldo en dolares: los movimientos en moneda
      *          extranjera dejan su moneda e importe de origen en
      *          MOVS_TARJ_MONEDA.DAT (TARMON1). Los consumos y pagos
      *          en dolares salen del saldo en pesos (su contravalor
      *          del dia esta en ACUM_MES) y forman un saldo en
      *          dolares propio, con su pago minimo, en el resumen
      *          impreso y en RESUMEN_TARJETAS.DAT; el detalle muestra
      *          el importe original de cada movimiento en moneda
      *          extranjera. Lo impago en dolares al vencimiento lo
      *          pasa a pesos TARCNV001 (movimiento tipo V, cotizacion
      *          de ese dia), y financia y genera mora como el saldo
      *          en pesos.
      *          Tarjetas corporativas: el resumen de una cuenta
      *          corporativa (TARJ_CORPORATIVAS.DAT, CORPTAR1) es el
      *          consolidado de la empresa y agrega el detalle por
      *          empleado: sublimite y consumos del ciclo de cada
      *          tarjeta de empleado (MOVS_CORPORATIVOS.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RESTMP-FILE ASSIGN TO "RESUMEN_TARJETAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTMP-FSTATUS.
           SELECT PLANTAR-FILE ASSIGN TO "PLANES_PAGO_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANTAR-FSTATUS.
           SELECT CASOS-FILE ASSIGN TO "GESTION_COBRANZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT CONTACTOS-FILE ASSIGN TO "GESTION_CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONT-FSTATUS.
           SELECT CONTRC-FILE ASSIGN TO "CONTRACARGOS_TARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBK-FSTATUS.
           SELECT CBKTMP-FILE ASSIGN TO "CONTRACARGOS_TARJ.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBKTMP-FSTATUS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-FSTATUS.
           SELECT EXENCPAQ-FILE ASSIGN TO "EXENCIONES_PAQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXENCPAQ-FSTATUS.
           SELECT ADIC-FILE ASSIGN TO "TARJ_ADICIONALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADIC-FSTATUS.
           SELECT DENUNCIAS-FILE ASSIGN TO "TARJ_DENUNCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEN-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.
           SELECT COMREN-FILE ASSIGN TO "COMISIONES_RENOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMREN-FSTATUS.
           SELECT MOVMON-FILE ASSIGN TO "MOVS_TARJ_MONEDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTM-FSTATUS.
           SELECT CORP-FILE ASSIGN TO "TARJ_CORPORATIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-FSTATUS.
           SELECT MOVCORP-FILE ASSIGN TO "MOVS_CORPORATIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCO-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MINIMO         PIC 9(9)V99.
           05  RES-ESTADO              PIC X(01).
           05  RES-SALDO-USD           PIC S9(9)V99
               SIGN LEADING SEPARATE.
           05  RES-PAGO-MIN-USD        PIC 9(9)V99.
       FD  PUNTOS-FILE.
       01  PUNTOS-RECORD.
           05  PTS-NRO-TARJETA         PIC X(16).
           05  CC-IMPORTE              PIC 9(09)V99.
           05  CC-ESTADO               PIC X(01).
       FD  RESTMP-FILE.
       01  RESTMP-RECORD               PIC X(200).
      *    Plan de pagos de deuda vencida. Estado: A activo,
      *    T terminado (ultima cuota facturada o cancelado), C caido.
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
       FD  CASOS-FILE.
       01  CASO-RECORD.
           05  CAS-NRO                 PIC 9(06).
           05  CAS-ORIGEN              PIC X(01).
           05  CAS-REF                 PIC X(16).
           05  CAS-ID-CLIENTE          PIC 9(10).
           05  CAS-IMPORTE             PIC 9(10)V99.
           05  CAS-GESTOR              PIC X(10).
           05  CAS-ESTADO              PIC X(01).
           05  CAS-PROM-FECHA          PIC X(08).
           05  CAS-PROM-IMPORTE        PIC 9(10)V99.
           05  CAS-RECUPERADO          PIC 9(10)V99.
           05  CAS-AGENCIA             PIC X(10).
           05  CAS-FECHA-AGENCIA       PIC X(08).
       FD  CONTACTOS-FILE.
       01  CONTACTO-RECORD.
           05  CON-CASO                PIC 9(06).
           05  CON-FECHA               PIC X(08).
           05  CON-CANAL               PIC X(10).
           05  CON-RESULTADO           PIC X(30).
           05  CON-TIPO                PIC X(01).
           05  CON-IMPORTE             PIC 9(10)V99.
           05  CON-GESTOR              PIC X(10).
      *    Disputas de consumos (CONTRC001). Estado: A abierta,
      *    E enviada a la red, F credito definitivo, R representada
      *    (a revertir en el cierre), V revertida, P fuera de plazo.
       FD  CONTRC-FILE.
       01  CONTRC-RECORD.
           05  CBK-NRO                 PIC 9(09).
           05  CBK-ID-MOV              PIC 9(09).
           05  CBK-NRO-TARJETA         PIC X(16).
           05  CBK-ID-CLIENTE          PIC 9(10).
           05  CBK-COMERCIO            PIC X(25).
           05  CBK-AUTORIZACION        PIC X(06).
           05  CBK-FECHA-CONSUMO       PIC X(08).
           05  CBK-IMPORTE             PIC 9(10)V99.
           05  CBK-MOTIVO              PIC X(02).
           05  CBK-ESTADO              PIC X(01).
           05  CBK-FECHA-ALTA          PIC X(08).
           05  CBK-FECHA-LIM-RED       PIC X(08).
           05  CBK-FECHA-ENVIO         PIC X(08).
           05  CBK-FECHA-LIM-RESP      PIC X(08).
           05  CBK-FECHA-ESTADO        PIC X(08).
           05  CBK-ID-MOV-CRED         PIC 9(09).
           05  CBK-ID-MOV-REV          PIC 9(09).
           05  CBK-OPERADOR            PIC X(30).
       FD  CBKTMP-FILE.
       01  CBKTMP-RECORD               PIC X(196).
       FD  TARIFAS-FILE.
       01  TARIFA-RECORD.
           05  TAR-CODIGO              PIC X(10).
           05  TAR-DESCRIPCION         PIC X(30).
           05  TAR-IMPORTE             PIC 9(08)V99.
           05  TAR-VIG-DESDE           PIC X(08).
       FD  EXENCPAQ-FILE.
       01  EXENCPAQ-RECORD.
           05  EXP-PERIODO             PIC X(06).
           05  EXP-DOC                 PIC X(13).
           05  EXP-PAQUETE             PIC X(10).
           05  EXP-TARIFA              PIC X(10).
           05  EXP-DESCUENTO           PIC 9(03).
       FD  ADIC-FILE.
       01  ADICIONAL-RECORD.
           05  AD-NRO-TITULAR          PIC X(16).
           05  AD-NRO-ADICIONAL        PIC X(16).
           05  AD-NOMBRE               PIC X(30).
           05  AD-SUBLIMITE            PIC 9(09)V99.
           05  AD-ESTADO               PIC X(01).
       FD  DENUNCIAS-FILE.
       01  DENUNCIA-RECORD.
           05  DEN-NRO-TARJETA         PIC X(16).
           05  DEN-FECHA-HORA          PIC X(15).
           05  DEN-QUIEN-LLAMO         PIC X(30).
           05  DEN-MOTIVO              PIC X(01).
           05  DEN-ESTADO              PIC X(01).
       FD  CANAL-FILE.
       01  CANAL-RECORD                PIC X(140).
      *    Comisiones de renovacion cobradas. Estado: C cobrada,
      *    D devuelta por baja dentro del plazo (COMREN1).
       FD  COMREN-FILE.
       01  COMREN-RECORD.
           05  CRN-NRO-CUENTA          PIC X(16).
           05  CRN-NRO-PLASTICO        PIC X(16).
           05  CRN-TIPO                PIC X(01).
           05  CRN-ID-CLIENTE          PIC 9(10).
           05  CRN-DOC                 PIC X(13).
           05  CRN-TARIFA              PIC X(10).
           05  CRN-FECHA-CARGO         PIC X(08).
           05  CRN-IMPORTE             PIC 9(08)V99.
           05  CRN-ID-MOV              PIC 9(09).
           05  CRN-ESTADO              PIC X(01).
           05  CRN-FECHA-DEV           PIC X(08).
           05  CRN-ID-MOV-DEV          PIC 9(09).
      *    Moneda de origen de los movimientos de tarjeta (TARMON1).
       FD  MOVMON-FILE.
       01  MOVMON-RECORD.
           05  MTM-ID-MOV              PIC 9(09).
           05  MTM-NRO-TARJETA         PIC X(16).
           05  MTM-FECHA               PIC X(10).
           05  MTM-TIPO                PIC X(01).
           05  MTM-MONEDA              PIC X(03).
           05  MTM-IMPORTE-ORIG        PIC 9(09)V99.
           05  MTM-TASA                PIC 9(06)V9(4).
           05  MTM-IMPORTE-LOC         PIC 9(11)V99.
           05  MTM-REVERSA             PIC X(01).
      *    Cuentas corporativas y movimientos por tarjeta de empleado
      *    (CORPTAR1).
       FD  CORP-FILE.
       01  CORP-RECORD.
           05  CRP-NRO-CUENTA          PIC X(16).
           05  CRP-ID-CLIENTE          PIC 9(10).
           05  CRP-DOC                 PIC X(13).
           05  CRP-FECHA-ALTA          PIC X(08).
           05  CRP-ESTADO              PIC X(01).
       FD  MOVCORP-FILE.
       01  MOVCORP-RECORD.
           05  MCO-ID-MOV              PIC 9(09).
           05  MCO-NRO-CUENTA          PIC X(16).
           05  MCO-NRO-PLASTICO        PIC X(16).
           05  MCO-FECHA               PIC X(10).
           05  MCO-TIPO                PIC X(01).
           05  MCO-MONTO               PIC 9(11)V99.
           05  MCO-REVERSA             PIC X(01).

       WORKING-STORAGE SECTION.
      **********************************************************************
           05 FILLER   PIC X(4).
           05 SQL-HCONN USAGE POINTER VALUE NULL.
       01 SQLV.
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 8.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 8 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 8 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 8 TIMES.
           05 SQL-PREC   PIC X OCCURS 8 TIMES.
      **********************************************************************
       01 SQL-STMT-0.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 192.
           05 SQL-STMT   PIC X(192) VALUE 'SELECT T.ID_CLIENTE,T.NRO_TAR
      -    'JETA,T.ACUM_MES,DATE_FORMAT(T.FECHA_VENCIMIENTO,''%Y%m%d''),
      -    'IFNULL(C.DOC_CLIENTE,'' '') FROM BANCO.TARJETAS T LEFT JOIN
      -    'BANCO.CLIENTES C ON C.ID_CLIENTE = T.ID_CLIENTE'.
           05 SQL-CNAME  PIC X(10) VALUE 'CUR_RESTAR'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 3.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 437.
           05 SQL-STMT   PIC X(437) VALUE 'SELECT IFNULL(SUM(CASE WHEN T
      -    'IPO_MOV = ''P'' THEN MONTO ELSE 0 END),0),IFNULL(SUM(CASE WH
      -    'EN TIPO_MOV NOT IN (''P'',''A'',''D'',''R'',''B'',''V'') THE
      -    'N MONTO ELSE 0 END),0),IFNULL(SUM(CASE WHEN TIPO_MOV = ''A''
      -    ' THEN MONTO ELSE 0 END),0),IFNULL(SUM(CASE WHEN TIPO_MOV =
      -    '''D'' THEN MONTO ELSE 0 END),0),IFNULL(SUM(CASE WHEN TIPO_MO
      -    'V = ''B'' THEN MONTO ELSE 0 END),0) FROM BANCO.MOVIMIENTOS_T
      -    'ARJETAS WHERE NRO_TARJETA = ? AND FECHA_MOV > ? AND FECHA_MO
      -    'V <=   ?'.
      **********************************************************************
       01 SQL-STMT-3.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-VAR-0005  PIC S9(9) COMP-3.
           05 SQL-VAR-0006  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0007  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0008  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0009  PIC S9(13)V9(2) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
           05  WT-PAGOS                PIC S9(11)V99.
           05  WT-CONSUMOS             PIC S9(11)V99.
           05  WT-ADELANTOS            PIC S9(11)V99.
           05  WT-CRED-DISPUTA         PIC S9(11)V99.
           05  WT-DEVOL-RENOV          PIC S9(11)V99.
           05  WT-FECHA-EMISION        PIC X(8).
           05  WT-DOC-CLIENTE          PIC X(13).
           05  WT-FECHA-DESDE          PIC X(10).
           05  WT-FECHA-HASTA          PIC X(10).

               10  WS-TC-ID-CLIENTE    PIC 9(10).
               10  WS-TC-NRO           PIC X(16).
               10  WS-TC-ACUM          PIC S9(11)V99.
               10  WS-TC-VTO           PIC X(8).
               10  WS-TC-DOC           PIC X(13).
       01  WS-TC-COUNT                 PIC 9(3) VALUE 0.
       01  WS-TC-IDX                   PIC 9(3).
       01  WS-TC-OMITIDAS              PIC 9(5) VALUE 0.
       01  WS-CARGO-MONTO              PIC S9(11)V99.
       01  WS-CARGO-TIPO               PIC X(1).
       01  DB-ID-MOV-TARJ              PIC 9(9).
       01  WS-CBK-FSTATUS              PIC XX.
       01  WS-CBKTMP-FSTATUS           PIC XX.
       01  WS-CBK-REVERTIR             PIC S9(11)V99.
       01  WS-CBK-CANT-REV             PIC 9(3).
       01  WS-TARIFAS-FSTATUS          PIC XX.
       01  WS-EXENCPAQ-FSTATUS         PIC XX.
       01  WS-ADIC-FSTATUS             PIC XX.
       01  WS-DEN-FSTATUS              PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-COMREN-FSTATUS           PIC XX.
       01  WS-TARIFA-COD               PIC X(10).
       01  WS-TARIFA-IMPORTE           PIC 9(08)V99.
       01  WS-TARIFA-VIG-MAX           PIC X(08).
       01  WS-EXE-PERIODO              PIC X(06).
       01  WS-EXE-DESCUENTO            PIC 9(03).
       01  WS-RNV-ANIV                 PIC X(08).
       01  WS-RNV-CORTE-ANT            PIC X(08).
       01  WS-RNV-BAJA                 PIC X(01).
       01  WS-RNV-ANIO                 PIC 9(04).
       01  WS-RNV-ANIO-EMI             PIC 9(04).
       01  WS-RNV-TABLA.
           05  WS-RNV OCCURS 10 TIMES.
               10  WS-RNV-PLASTICO     PIC X(16).
               10  WS-RNV-TIPO         PIC X(01).
               10  WS-RNV-TARIFA       PIC X(10).
               10  WS-RNV-IMPORTE      PIC 9(08)V99.
       01  WS-RNV-COUNT                PIC 9(2) VALUE 0.
       01  WS-RNV-IDX                  PIC 9(2).
       01  WS-RENOV-TOTAL              PIC S9(9)V99.
       01  WS-TOT-RENOV                PIC 9(12)V99 VALUE 0.
       01  WS-CONT-CON-RENOV           PIC 9(4) VALUE 0.
       01  WS-FECHAHORA-JRN            PIC X(21).
       01  WS-MONTO-JRN                PIC -(9)9.99.

       01  WS-CUOTAS-FSTATUS           PIC XX.
       01  WS-PC-TABLA.
       01  WS-FACT-I                   PIC 9(2).
       01  WS-FACT-AVISO               PIC X(1) VALUE 'N'.

       01  WS-PLANTAR-FSTATUS          PIC XX.
       01  WS-PP-TABLA.
           05  WS-PP-REG OCCURS 200 TIMES PIC X(148).
       01  WS-PP-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PP-IDX                   PIC 9(3).
       01  WS-PP-SEL                   PIC 9(3).
       01  WS-PP-NRO-MAX               PIC 9(6) VALUE 0.
       01  WS-PP-CAMBIOS               PIC X(1) VALUE 'N'.
       01  WS-PP-DESBORDE              PIC X(1) VALUE 'N'.
       01  WS-PP-ES-PLAN               PIC X(1).
       01  WS-PP-ID-BUSCA              PIC 9(9).
       01  WS-PP-CUOTAS-CAIDA          PIC 9(2).
       01  WS-PLAN-CAIDO-TOTAL         PIC S9(11)V99.
       01  WS-PLAN-CUOTA-CICLO         PIC 9(9)V99.
       01  WS-PAGO-MIN-ANT             PIC 9(9)V99.
       01  WS-MTM-FSTATUS              PIC XX.
       01  WS-SALDO-ANT-USD            PIC S9(9)V99.
       01  WS-USD-CONSUMOS             PIC S9(9)V99.
       01  WS-USD-PAGOS                PIC S9(9)V99.
       01  WS-USD-CONVERTIDO           PIC S9(9)V99.
       01  WS-USD-CONS-LOC             PIC S9(11)V99.
       01  WS-USD-PAGOS-LOC            PIC S9(11)V99.
       01  WS-CONV-LOC                 PIC S9(11)V99.
       01  WS-SALDO-USD                PIC S9(9)V99.
       01  WS-PAGO-MIN-USD             PIC 9(9)V99.
       01  WS-MTM-ORIG-ED              PIC ZZZZZZZZ9.99.
       01  WS-MTM-TASA-ED              PIC ZZZZZ9.9999.
       01  WS-MTM-ETIQUETA             PIC X(08).
       01  WS-CORP-FSTATUS             PIC XX.
       01  WS-MCO-FSTATUS              PIC XX.
       01  WS-CORP-ES                  PIC X(01).
       01  WS-CORP-DOC                 PIC X(13).
       01  WS-EMP-CONSUMOS             PIC S9(11)V99.
       01  WS-EMP-TOTAL                PIC S9(11)V99.
       01  WS-EMP-CANT                 PIC 9(05).
       01  WS-PC-ETIQUETA              PIC X(13).
       01  WS-FECHA-HOY8               PIC X(8).
       01  WS-CH-SISTEMA               PIC X(01).
       01  WS-CH-GRACIA                PIC 9(02).
       01  WS-CH-CAPITAL               PIC 9(12)V99.
       01  WS-CH-TASA                  PIC 9(03)V99.
       01  WS-CH-CUOTAS                PIC 9(03).
       01  WS-CH-NRO                   PIC 9(03).
       01  WS-CH-CUOTA                 PIC 9(12)V99.
       01  WS-CH-INTERES               PIC 9(12)V99.
       01  WS-CH-AMORT                 PIC 9(12)V99.
       01  WS-CH-SALDO                 PIC 9(12)V99.
       01  WS-PPA-TARJETA              PIC X(16).
       01  WS-PPA-RES-NRO              PIC 9(6).
       01  WS-PPA-ESTADO               PIC X(1).
       01  WS-PPA-SALDO                PIC S9(11)V99.
       01  WS-PPA-VTO                  PIC X(10).
       01  WS-PPA-CLIENTE              PIC 9(10).
       01  WS-PPA-CUOTAS               PIC 9(2).
       01  WS-PPA-TASA                 PIC 9(3)V99.
       01  WS-PPA-CONFIRMA             PIC X(1).
       01  WS-PPA-ID                   PIC 9(9).
       01  WS-PPA-CC.
           05  WS-PPA-CC-TARJETA       PIC X(16).
           05  WS-PPA-CC-ID            PIC 9(09).
           05  WS-PPA-CC-NRO           PIC 9(02).
           05  WS-PPA-CC-TOT           PIC 9(02).
           05  WS-PPA-CC-IMPORTE       PIC 9(09)V99.
           05  WS-PPA-CC-ESTADO        PIC X(01).
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-CONT-FSTATUS             PIC XX.
       01  WS-CASOS.
           05  WS-CAS OCCURS 300 TIMES.
               10  WS-CAS-NRO          PIC 9(06).
               10  WS-CAS-ORIGEN       PIC X(01).
               10  WS-CAS-REF          PIC X(16).
               10  WS-CAS-ID-CLIENTE   PIC 9(10).
               10  WS-CAS-IMPORTE      PIC 9(10)V99.
               10  WS-CAS-GESTOR       PIC X(10).
               10  WS-CAS-ESTADO       PIC X(01).
               10  WS-CAS-PROM-FECHA   PIC X(08).
               10  WS-CAS-PROM-IMP     PIC 9(10)V99.
               10  WS-CAS-RECUPERADO   PIC 9(10)V99.
               10  WS-CAS-AGENCIA      PIC X(10).
               10  WS-CAS-FECHA-AGENCIA PIC X(08).
       01  WS-CAS-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAS-IDX                  PIC 9(3).
       01  WS-CAS-SEL                  PIC 9(3).
       01  WS-CAS-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-SEQ-ENTIDAD-LK           PIC X(12).
       01  WS-SEQ-CANTIDAD             PIC 9(4).
       01  WS-SEQ-SEMILLA              PIC 9(9).
           STRING "20" WS-FECHA(1:2) "-" WS-FECHA(3:2) "-"
                  WS-FECHA(5:2)
               DELIMITED BY SIZE INTO WS-FECHA-HOY
           MOVE SPACES TO WS-FECHA-HOY8
           STRING "20" WS-FECHA(1:6)
               DELIMITED BY SIZE INTO WS-FECHA-HOY8
           PERFORM 0100-INICIO
           PERFORM 100-MENU.

           DISPLAY "1 - Cerrar ciclo y generar resumenes"
           DISPLAY "2 - Consultar resumenes de una tarjeta"
           DISPLAY "3 - Cancelar plan de cuotas (pago anticipado)"
           DISPLAY "4 - Plan de pagos de deuda vencida"
           DISPLAY "5 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                   PERFORM 400-PAYOFF-PLAN
                   PERFORM 100-MENU
               WHEN 4
                   PERFORM 600-ALTA-PLAN-PAGO
                   PERFORM 100-MENU
               WHEN 5
                   PERFORM 0300-FIN
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
           MOVE 0 TO WS-CONT-RESUMENES
           MOVE 0 TO WS-TOT-INTERES WS-TOT-MORA
                     WS-CONT-CON-INTERES WS-CONT-CON-MORA
           MOVE 0 TO WS-TOT-RENOV WS-CONT-CON-RENOV
           PERFORM 210-CARGA-TARJETAS
           IF WS-TC-COUNT = 0
               DISPLAY "No hay tarjetas en cartera."
                       "trabajo; cierre de ciclo abortado."
               EXIT PARAGRAPH
           END-IF
           PERFORM 530-CARGA-PLANES-PAGO
           IF WS-PP-DESBORDE = 'S'
               DISPLAY "PLANES_PAGO_TARJ.DAT supera la tabla de "
                       "trabajo; cierre de ciclo abortado."
               EXIT PARAGRAPH
           END-IF
           PERFORM 535-PARAMETRO-CAIDA
           OPEN OUTPUT IMPRESO-FILE
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
           IF WS-PC-CAMBIOS = 'S'
               PERFORM 520-GRABA-PLANES
           END-IF
           IF WS-PP-CAMBIOS = 'S'
               PERFORM 540-GRABA-PLANES-PAGO
           END-IF
           DISPLAY "Resumenes generados: " WS-CONT-RESUMENES
           IF WS-TC-OMITIDAS > 0
               DISPLAY "TARJETAS SIN RESUMEN (tabla superada): "
               DELIMITED BY SIZE INTO FINANC-RECORD
           WRITE FINANC-RECORD
           DISPLAY FINANC-RECORD
           MOVE WS-TOT-RENOV TO WS-IMP-1
           MOVE SPACES TO FINANC-RECORD
           STRING "TARJETAS RENOVADAS  : " WS-CONT-CON-RENOV
                  "  COMISION RENOV.  : " WS-IMP-1
               DELIMITED BY SIZE INTO FINANC-RECORD
           WRITE FINANC-RECORD
           DISPLAY FINANC-RECORD
           CLOSE FINANC-FILE.
       295-END.

               MOVE '3' TO SQL-TYPE(3)
               MOVE 8 TO SQL-LEN(3)
               MOVE X'02' TO SQL-PREC(3)
               SET SQL-ADDR(4) TO ADDRESS OF WT-FECHA-EMISION
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 8 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF WT-DOC-CLIENTE
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 13 TO SQL-LEN(5)
               MOVE 5 TO SQL-COUNT
               MOVE SPACES TO WT-FECHA-EMISION WT-DOC-CLIENTE
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-0
                                   SQLCA
                           WS-TC-ID-CLIENTE(WS-TC-COUNT)
                       MOVE WT-NRO-TARJETA TO WS-TC-NRO(WS-TC-COUNT)
                       MOVE SQL-VAR-0002 TO WS-TC-ACUM(WS-TC-COUNT)
                       MOVE WT-FECHA-EMISION TO
                           WS-TC-VTO(WS-TC-COUNT)
                       MOVE WT-DOC-CLIENTE TO WS-TC-DOC(WS-TC-COUNT)
                   ELSE
                       IF WS-TC-OMITIDAS = 0
                           DISPLAY "AVISO: la cartera supera las 100 "
      *    total del plan (que retiene el limite pero no se factura
      *    de una vez) y se factura solo la cuota del ciclo (245/246).
           PERFORM 250-INTERES-Y-MORA
           PERFORM 251-FINANCIA-DOLARES
           PERFORM 252-INTERES-ADELANTOS
           PERFORM 253-PLAN-PAGOS-CICLO
           PERFORM 246-PLANES-NUEVOS-CICLO
           PERFORM 245-FACTURA-CUOTAS-PLAN
           PERFORM 257-CONTRACARGOS-CICLO
           PERFORM 700-COMISION-RENOVACION
      *    Los adelantos en efectivo (tipo A) no integran el
      *    acumulado de consumos: entran como seccion propia y
      *    financian a su tasa desde el dia uno.
               - WS-PLAN-NUEVO-TOTAL + WS-CUOTAS-FACT-TOTAL
               + WT-ADELANTOS + WS-INTERES-ADEL
               + WS-INTERES-FIN + WS-CARGO-MORA-APLICADO
               + WS-PLAN-CAIDO-TOTAL + WS-CBK-REVERTIR
               + WS-RENOV-TOTAL
               - WS-USD-CONS-LOC + WS-USD-PAGOS-LOC
           COMPUTE WS-SALDO-USD =
               WS-SALDO-ANT-USD + WS-USD-CONSUMOS
               - WS-USD-PAGOS - WS-USD-CONVERTIDO
           IF WS-SALDO-USD > 0
               COMPUTE WS-PAGO-MIN-USD ROUNDED =
                   WS-SALDO-USD * PORC-PAGO-MINIMO / 100
           ELSE
               MOVE 0 TO WS-PAGO-MIN-USD
           END-IF
           COMPUTE WS-CONSUMOS-FACT =
               WT-CONSUMOS - WS-PLAN-NUEVO-TOTAL
               + WS-CUOTAS-FACT-TOTAL
           ELSE
               MOVE 0 TO WS-PAGO-MINIMO
           END-IF
      *    Con plan de pagos el minimo cubre al menos la cuota del
      *    plan facturada en el ciclo: pagar menos cuenta como cuota
      *    impaga en 253.
           IF WS-PLAN-CUOTA-CICLO > WS-PAGO-MINIMO
              AND WS-SALDO-NUEVO > 0
               MOVE WS-PLAN-CUOTA-CICLO TO WS-PAGO-MINIMO
               IF WS-PAGO-MINIMO > WS-SALDO-NUEVO
                   MOVE WS-SALDO-NUEVO TO WS-PAGO-MINIMO
               END-IF
           END-IF
           PERFORM 260-CALCULA-VENCIMIENTO
           ADD 1 TO WS-RES-NRO-MAX
           PERFORM 270-GRABA-RESUMEN
               PERFORM 256-INSERTA-CARGO
               ADD WS-CARGO-MORA-APLICADO TO WS-TOT-MORA
               ADD 1 TO WS-CONT-CON-MORA
           END-IF
      *    El credito provisorio de los contracargos que la red
      *    represento vuelve a debitarse como movimiento tipo R.
           IF WS-CBK-REVERTIR > 0
               MOVE WS-CBK-REVERTIR TO WS-CARGO-MONTO
               MOVE 'R' TO WS-CARGO-TIPO
               PERFORM 256-INSERTA-CARGO
               PERFORM 258-MARCA-REVERTIDOS
           END-IF
      *    Cada comision de renovacion (titular y adicionales) es un
      *    movimiento tipo F propio, para poder devolverla sola.
           PERFORM VARYING WS-RNV-IDX FROM 1 BY 1
                   UNTIL WS-RNV-IDX > WS-RNV-COUNT
               IF WS-RNV-IMPORTE(WS-RNV-IDX) > 0
                   MOVE WS-RNV-IMPORTE(WS-RNV-IDX) TO WS-CARGO-MONTO
                   MOVE 'F' TO WS-CARGO-TIPO
                   PERFORM 256-INSERTA-CARGO
                   PERFORM 730-REGISTRA-RENOVACION
                   PERFORM 735-CANAL-RENOVACION
               END-IF
           END-PERFORM
           IF WS-RENOV-TOTAL > 0
               ADD WS-RENOV-TOTAL TO WS-TOT-RENOV
               ADD 1 TO WS-CONT-CON-RENOV
           END-IF.
       255-END.

       257-CONTRACARGOS-CICLO.
      *    Suma las disputas de la tarjeta en estado R: la red
      *    represento el consumo y el credito provisorio se revierte
      *    en este cierre.
           MOVE 0 TO WS-CBK-REVERTIR WS-CBK-CANT-REV
           OPEN INPUT CONTRC-FILE
           IF WS-CBK-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CBK-FSTATUS NOT = '00'
               READ CONTRC-FILE
                   AT END MOVE '10' TO WS-CBK-FSTATUS
                   NOT AT END
                       IF CBK-NRO-TARJETA = WT-NRO-TARJETA
                          AND CBK-ESTADO = 'R'
                           ADD CBK-IMPORTE TO WS-CBK-REVERTIR
                           ADD 1 TO WS-CBK-CANT-REV
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRC-FILE.
       257-END.

       258-MARCA-REVERTIDOS.
      *    Reescribe CONTRACARGOS_TARJ.DAT via archivo temporal (el
      *    patron de 275), dejando en V las disputas revertidas con
      *    el movimiento de reversa recien posteado.
           OPEN INPUT CONTRC-FILE
           IF WS-CBK-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CBKTMP-FILE
           PERFORM UNTIL WS-CBK-FSTATUS NOT = '00'
               READ CONTRC-FILE
                   AT END MOVE '10' TO WS-CBK-FSTATUS
                   NOT AT END
                       IF CBK-NRO-TARJETA = WT-NRO-TARJETA
                          AND CBK-ESTADO = 'R'
                           MOVE 'V' TO CBK-ESTADO
                           MOVE WS-FECHA-HOY8 TO CBK-FECHA-ESTADO
                           MOVE DB-ID-MOV-TARJ TO CBK-ID-MOV-REV
                       END-IF
                       MOVE CONTRC-RECORD TO CBKTMP-RECORD
                       WRITE CBKTMP-RECORD
               END-READ
           END-PERFORM
           CLOSE CONTRC-FILE
           CLOSE CBKTMP-FILE
           OPEN INPUT CBKTMP-FILE
           OPEN OUTPUT CONTRC-FILE
           MOVE '00' TO WS-CBKTMP-FSTATUS
           PERFORM UNTIL WS-CBKTMP-FSTATUS NOT = '00'
               READ CBKTMP-FILE
                   AT END MOVE '10' TO WS-CBKTMP-FSTATUS
                   NOT AT END
                       MOVE CBKTMP-RECORD TO CONTRC-RECORD
                       WRITE CONTRC-RECORD
               END-READ
           END-PERFORM
           CLOSE CBKTMP-FILE
           CLOSE CONTRC-FILE.
       258-END.

       256-INSERTA-CARGO.
           IF SQL-PREP OF SQL-STMT-3 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0005
       256-END.

       230-ULTIMO-RESUMEN.
           MOVE 0 TO WS-SALDO-ANTERIOR WS-PAGO-MIN-ANT
           MOVE 0 TO WS-SALDO-ANT-USD
           MOVE '0000-00-00' TO WS-CORTE-ANTERIOR
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS = '00'
                       AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                       NOT AT END
                           IF RES-NRO-TARJETA = WT-NRO-TARJETA
      *                        Un resumen castigado (K, CASTIG001) ya
      *                        esta en cuentas de orden, y uno
      *                        refinanciado (R, 600) se cobra por las
      *                        cuotas del plan: no se arrastran.
                               IF RES-ESTADO = 'K' OR RES-ESTADO = 'R'
                                   MOVE 0 TO WS-SALDO-ANTERIOR
                                   MOVE 0 TO WS-PAGO-MIN-ANT
                                   MOVE 0 TO WS-SALDO-ANT-USD
                               ELSE
                                   MOVE RES-SALDO TO WS-SALDO-ANTERIOR
                                   MOVE RES-PAGO-MINIMO
                                       TO WS-PAGO-MIN-ANT
                                   MOVE RES-SALDO-USD
                                       TO WS-SALDO-ANT-USD
                               END-IF
                               MOVE RES-FECHA-CORTE
                                   TO WS-CORTE-ANTERIOR
                               IF RES-NRO > WS-RES-NRO-MAX
               SET SQL-ADDR(6) TO ADDRESS OF WT-FECHA-HASTA
               MOVE 'X' TO SQL-TYPE(6)
               MOVE 10 TO SQL-LEN(6)
               SET SQL-ADDR(7) TO ADDRESS OF SQL-VAR-0008
               MOVE '3' TO SQL-TYPE(7)
               MOVE 8 TO SQL-LEN(7)
               MOVE X'02' TO SQL-PREC(7)
               SET SQL-ADDR(8) TO ADDRESS OF SQL-VAR-0009
               MOVE '3' TO SQL-TYPE(8)
               MOVE 8 TO SQL-LEN(8)
               MOVE X'02' TO SQL-PREC(8)
               MOVE 8 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-2
                                   SQLCA
                               SQLCA
           MOVE SQL-VAR-0003 TO WT-PAGOS
           MOVE SQL-VAR-0004 TO WT-CONSUMOS
           MOVE SQL-VAR-0007 TO WT-ADELANTOS
           MOVE SQL-VAR-0008 TO WT-CRED-DISPUTA
           MOVE SQL-VAR-0009 TO WT-DEVOL-RENOV
           PERFORM 242-MOVIMIENTOS-MONEDA.
       240-END.

       242-MOVIMIENTOS-MONEDA.
      *    Consumos, pagos y conversiones en dolares del ciclo
      *    (MOVS_TARJ_MONEDA.DAT, mismas fechas que 240). Su
      *    contravalor en pesos sale de los pagos y consumos en pesos
      *    del resumen; las demas monedas se facturan en pesos.
           MOVE 0 TO WS-USD-CONSUMOS WS-USD-PAGOS WS-USD-CONVERTIDO
                     WS-USD-CONS-LOC WS-USD-PAGOS-LOC WS-CONV-LOC
           OPEN INPUT MOVMON-FILE
           IF WS-MTM-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MTM-FSTATUS NOT = '00'
               READ MOVMON-FILE
                   AT END MOVE '10' TO WS-MTM-FSTATUS
                   NOT AT END
                       IF MTM-NRO-TARJETA = WT-NRO-TARJETA
                          AND MTM-MONEDA = 'USD'
                          AND MTM-FECHA > WT-FECHA-DESDE
                          AND MTM-FECHA NOT > WT-FECHA-HASTA
                           EVALUATE MTM-TIPO
                               WHEN 'C'
                                   ADD MTM-IMPORTE-ORIG
                                       TO WS-USD-CONSUMOS
                                   ADD MTM-IMPORTE-LOC
                                       TO WS-USD-CONS-LOC
                               WHEN 'P'
                                   ADD MTM-IMPORTE-ORIG
                                       TO WS-USD-PAGOS
                                   ADD MTM-IMPORTE-LOC
                                       TO WS-USD-PAGOS-LOC
                               WHEN 'V'
                                   ADD MTM-IMPORTE-ORIG
                                       TO WS-USD-CONVERTIDO
                                   ADD MTM-IMPORTE-LOC
                                       TO WS-CONV-LOC
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVMON-FILE
           SUBTRACT WS-USD-PAGOS-LOC FROM WT-PAGOS
           SUBTRACT WS-USD-CONS-LOC FROM WT-CONSUMOS.
       242-END.

       251-FINANCIA-DOLARES.
      *    Lo impago en dolares al vencimiento ya paso a pesos (tipo
      *    V): financia a TASA-FIN-MENSUAL como el saldo en pesos
      *    impago. Si los pagos en dolares del ciclo no cubrieron el
      *    minimo en dolares del resumen anterior corresponde el
      *    cargo por mora (uno solo por resumen).
           IF WS-CONV-LOC > 0
               COMPUTE WS-INTERES-FIN ROUNDED =
                   WS-INTERES-FIN + WS-CONV-LOC * TASA-FIN-MENSUAL
           END-IF
           IF WS-SALDO-ANT-USD > 0 AND WS-CARGO-MORA-APLICADO = 0
               COMPUTE WS-PAGO-MIN-USD ROUNDED =
                   WS-SALDO-ANT-USD * PORC-PAGO-MINIMO / 100
               IF WS-USD-PAGOS < WS-PAGO-MIN-USD
                   MOVE CARGO-MORA TO WS-CARGO-MORA-APLICADO
               END-IF
           END-IF.
       251-END.

       252-INTERES-ADELANTOS.
      *    El adelanto en efectivo financia desde el dia uno a la
      *    tasa TASA-ADELANTO de la tabla de parametros (mas alta
           MOVE WS-SALDO-NUEVO TO RES-SALDO
           MOVE WS-PAGO-MINIMO TO RES-PAGO-MINIMO
           MOVE 'A' TO RES-ESTADO
           MOVE WS-SALDO-USD TO RES-SALDO-USD
           MOVE WS-PAGO-MIN-USD TO RES-PAGO-MIN-USD
           WRITE RESUMEN-RECORD
           CLOSE RESUMEN-FILE.
       270-END.
                  "  CONSUMOS " WS-IMP-3
               DELIMITED BY SIZE INTO IMPRESO-RECORD
           WRITE IMPRESO-RECORD
           PERFORM 287-LINEAS-DOLARES
           IF WT-ADELANTOS > 0
      *        Seccion propia de adelantos: la tasa difiere de la de
      *        los consumos y el cliente tiene que verlo separado.
                  "  CARGO MORA " WS-IMP-2
               DELIMITED BY SIZE INTO IMPRESO-RECORD
           WRITE IMPRESO-RECORD
           IF WT-CRED-DISPUTA > 0
               MOVE WT-CRED-DISPUTA TO WS-IMP-1
               MOVE SPACES TO IMPRESO-RECORD
               STRING "CREDITO PROVISORIO POR CONTRACARGO "
                      WS-IMP-1
                   DELIMITED BY SIZE INTO IMPRESO-RECORD
               WRITE IMPRESO-RECORD
           END-IF
           IF WS-CBK-REVERTIR > 0
               MOVE WS-CBK-REVERTIR TO WS-IMP-1
               MOVE SPACES TO IMPRESO-RECORD
               STRING "CONTRACARGO REPRESENTADO - CREDITO REVERTIDO "
                      WS-IMP-1
                   DELIMITED BY SIZE INTO IMPRESO-RECORD
               WRITE IMPRESO-RECORD
           END-IF
           IF WS-PLAN-CAIDO-TOTAL > 0
               MOVE WS-PLAN-CAIDO-TOTAL TO WS-IMP-1
               MOVE SPACES TO IMPRESO-RECORD
               STRING "PLAN DE PAGOS CAIDO - SALDO REINTEGRADO "
                      WS-IMP-1
                   DELIMITED BY SIZE INTO IMPRESO-RECORD
               WRITE IMPRESO-RECORD
           END-IF
           PERFORM 286-LINEAS-RENOVACION
           PERFORM 281-DETALLE-EMPLEADOS
           MOVE WS-SALDO-NUEVO TO WS-IMP-1
           MOVE WS-PAGO-MINIMO TO WS-IMP-2
           MOVE SPACES TO IMPRESO-RECORD
           STRING "SALDO A PAGAR $   " WS-IMP-1
                  "  PAGO MINIMO $   " WS-IMP-2
               DELIMITED BY SIZE INTO IMPRESO-RECORD
           WRITE IMPRESO-RECORD
           MOVE WS-SALDO-USD TO WS-IMP-1
           MOVE WS-PAGO-MIN-USD TO WS-IMP-2
           MOVE SPACES TO IMPRESO-RECORD
           STRING "SALDO A PAGAR U$S " WS-IMP-1
                  "  PAGO MINIMO U$S " WS-IMP-2
               DELIMITED BY SIZE INTO IMPRESO-RECORD
           WRITE IMPRESO-RECORD
           PERFORM 284-LINEA-PUNTOS
           WRITE IMPRESO-RECORD.
       280-END.

       281-DETALLE-EMPLEADOS.
      *    Cuenta corporativa: el resumen es el consolidado de la
      *    empresa; se detalla cada tarjeta de empleado (adicional de
      *    la cuenta) con su sublimite y lo consumido en el ciclo.
           MOVE 'N' TO WS-CORP-ES
           OPEN INPUT CORP-FILE
           IF WS-CORP-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CORP-FSTATUS NOT = '00'
               READ CORP-FILE
                   AT END MOVE '10' TO WS-CORP-FSTATUS
                   NOT AT END
                       IF CRP-NRO-CUENTA = WT-NRO-TARJETA
                          AND CRP-ESTADO = 'A'
                           MOVE 'S' TO WS-CORP-ES
                           MOVE CRP-DOC TO WS-CORP-DOC
                           MOVE '10' TO WS-CORP-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORP-FILE
           IF WS-CORP-ES NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IMPRESO-RECORD
           STRING "RESUMEN CONSOLIDADO EMPRESA RUC " WS-CORP-DOC
                  " - DETALLE POR EMPLEADO"
               DELIMITED BY SIZE INTO IMPRESO-RECORD
           WRITE IMPRESO-RECORD
           MOVE 0 TO WS-EMP-TOTAL WS-EMP-CANT
           OPEN INPUT ADIC-FILE
           IF WS-ADIC-FSTATUS = '00'
               PERFORM UNTIL WS-ADIC-FSTATUS NOT = '00'
                   READ ADIC-FILE
                       AT END MOVE '10' TO WS-ADIC-FSTATUS
                       NOT AT END
                           IF AD-NRO-TITULAR = WT-NRO-TARJETA
                               PERFORM 283-LINEA-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADIC-FILE
           END-IF
           MOVE WS-EMP-TOTAL TO WS-IMP-1
           MOVE SPACES TO IMPRESO-RECORD
           STRING "TOTAL CONSUMOS TARJETAS DE EMPLEADO (" WS-EMP-CANT
                  ") " WS-IMP-1
               DELIMITED BY SIZE INTO IMPRESO-RECORD
           WRITE IMPRESO-RECORD.
       281-END.

       283-LINEA-EMPLEADO.
      *    Consumos del ciclo del plastico, netos de las anulaciones.
           MOVE 0 TO WS-EMP-CONSUMOS
           OPEN INPUT MOVCORP-FILE
           IF WS-MCO-FSTATUS = '00'
               PERFORM UNTIL WS-MCO-FSTATUS NOT = '00'
                   READ MOVCORP-FILE
                       AT END MOVE '10' TO WS-MCO-FSTATUS
                       NOT AT END
                           IF MCO-NRO-PLASTICO = AD-NRO-ADICIONAL
                              AND MCO-FECHA > WT-FECHA-DESDE
                              AND MCO-FECHA NOT > WT-FECHA-HASTA
                               EVALUATE TRUE
                                   WHEN MCO-TIPO = 'C'
                                        AND MCO-REVERSA = 'N'
                                       ADD MCO-MONTO
                                           TO WS-EMP-CONSUMOS
                                   WHEN MCO-TIPO = 'P'
                                        AND MCO-REVERSA = 'S'
                                       SUBTRACT MCO-MONTO
                                           FROM WS-EMP-CONSUMOS
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVCORP-FILE
           END-IF
           ADD WS-EMP-CONSUMOS TO WS-EMP-TOTAL
           ADD 1 TO WS-EMP-CANT
           MOVE AD-NRO-ADICIONAL TO WS-MASK-INPUT
           PERFORM 299-MASK-TARJETA
           MOVE AD-SUBLIMITE TO WS-IMP-1
           MOVE WS-EMP-CONSUMOS TO WS-IMP-2
           MOVE SPACES TO IMPRESO-RECORD
           STRING "  " AD-NOMBRE " " WS-MASK-OUTPUT
                  " SUBLIM " WS-IMP-1
                  " CONSUMOS " WS-IMP-2
               DELIMITED BY SIZE INTO IMPRESO-RECORD
           IF AD-ESTADO NOT = 'A'
               MOVE "BAJA" TO IMPRESO-RECORD(97:4)
           END-IF
           WRITE IMPRESO-RECORD.
       283-END.

       286-LINEAS-RENOVACION.
      *    Una linea por plastico renovado en el ciclo (la bonificada
      *    por paquete sale en cero) y la devolucion de comisiones
      *    por baja dentro del plazo, si la hubo.
           PERFORM VARYING WS-RNV-IDX FROM 1 BY 1
                   UNTIL WS-RNV-IDX > WS-RNV-COUNT
               MOVE WS-RNV-PLASTICO(WS-RNV-IDX) TO WS-MASK-INPUT
               PERFORM 299-MASK-TARJETA
               MOVE WS-RNV-IMPORTE(WS-RNV-IDX) TO WS-IMP-1
               MOVE SPACES TO IMPRESO-RECORD
               IF WS-RNV-TIPO(WS-RNV-IDX) = 'T'
                   STRING "COMISION RENOVACION ANUAL TITULAR   "
                          WS-MASK-OUTPUT " " WS-IMP-1
                       DELIMITED BY SIZE INTO IMPRESO-RECORD
               ELSE
                   STRING "COMISION RENOVACION ANUAL ADICIONAL "
                          WS-MASK-OUTPUT " " WS-IMP-1
                       DELIMITED BY SIZE INTO IMPRESO-RECORD
               END-IF
               IF WS-RNV-IMPORTE(WS-RNV-IDX) = 0
                   MOVE "BONIF.PAQUETE" TO IMPRESO-RECORD(71:13)
               END-IF
               WRITE IMPRESO-RECORD
           END-PERFORM
           IF WT-DEVOL-RENOV > 0
               MOVE WT-DEVOL-RENOV TO WS-IMP-1
               MOVE SPACES TO IMPRESO-RECORD
               STRING "DEVOLUCION COMISION RENOVACION (BAJA) "
                      WS-IMP-1
                   DELIMITED BY SIZE INTO IMPRESO-RECORD
               WRITE IMPRESO-RECORD
           END-IF.
       286-END.

       287-LINEAS-DOLARES.
      *    Seccion en dolares: saldo anterior, pagos y consumos del
      *    ciclo en dolares, lo convertido a pesos al vencimiento y el
      *    detalle de cada movimiento en moneda extranjera con su
      *    importe de origen y la cotizacion aplicada.
           IF WS-SALDO-ANT-USD = 0 AND WS-USD-CONSUMOS = 0
              AND WS-USD-PAGOS = 0 AND WS-USD-CONVERTIDO = 0
               PERFORM 288-DETALLE-MONEDA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SALDO-ANT-USD TO WS-IMP-1
           MOVE WS-USD-PAGOS TO WS-IMP-2
           MOVE WS-USD-CONSUMOS TO WS-IMP-3
           MOVE SPACES TO IMPRESO-RECORD
           STRING "U$S: SALDO ANT. " WS-IMP-1
                  "  PAGOS " WS-IMP-2
                  "  CONSUMOS " WS-IMP-3
               DELIMITED BY SIZE INTO IMPRESO-RECORD
           WRITE IMPRESO-RECORD
           IF WS-USD-CONVERTIDO > 0
               MOVE WS-USD-CONVERTIDO TO WS-IMP-1
               MOVE WS-CONV-LOC TO WS-IMP-2
               MOVE SPACES TO IMPRESO-RECORD
               STRING "U$S IMPAGOS AL VTO. PASADOS A PESOS " WS-IMP-1
                      "  $ " WS-IMP-2
                   DELIMITED BY SIZE INTO IMPRESO-RECORD
               WRITE IMPRESO-RECORD
           END-IF
           PERFORM 288-DETALLE-MONEDA.
       287-END.

       288-DETALLE-MONEDA.
           OPEN INPUT MOVMON-FILE
           IF WS-MTM-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MTM-FSTATUS NOT = '00'
               READ MOVMON-FILE
                   AT END MOVE '10' TO WS-MTM-FSTATUS
                   NOT AT END
                       IF MTM-NRO-TARJETA = WT-NRO-TARJETA
                          AND MTM-FECHA > WT-FECHA-DESDE
                          AND MTM-FECHA NOT > WT-FECHA-HASTA
                           PERFORM 289-LINEA-MONEDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVMON-FILE.
       288-END.

       289-LINEA-MONEDA.
           EVALUATE MTM-TIPO
               WHEN 'C'
                   MOVE 'CONSUMO ' TO WS-MTM-ETIQUETA
               WHEN 'P'
                   MOVE 'PAGO    ' TO WS-MTM-ETIQUETA
               WHEN 'V'
                   MOVE 'CONV.VTO' TO WS-MTM-ETIQUETA
               WHEN OTHER
                   MOVE 'MOVIM.  ' TO WS-MTM-ETIQUETA
           END-EVALUATE
           MOVE MTM-IMPORTE-ORIG TO WS-MTM-ORIG-ED
           MOVE MTM-TASA TO WS-MTM-TASA-ED
           MOVE MTM-IMPORTE-LOC TO WS-IMP-1
           MOVE SPACES TO IMPRESO-RECORD
           STRING "  " MTM-FECHA " " WS-MTM-ETIQUETA " "
                  MTM-MONEDA " " WS-MTM-ORIG-ED
                  "  COTIZ " WS-MTM-TASA-ED
                  "  $ " WS-IMP-1
               DELIMITED BY SIZE INTO IMPRESO-RECORD
           WRITE IMPRESO-RECORD.
       289-END.

       284-LINEA-PUNTOS.
      *    Saldo del programa de puntos (PUNTOS.DAT, lo lleva
      *    PUNTOS1); incluye lo acumulado por las adicionales de la
      *    esta dentro de ACUM_MES y hay que restarlo del resumen,
      *    donde solo se factura la cuota del ciclo. Debe correr
      *    antes de 245, que marca la primera cuota Facturada.
      *    Los planes de pagos de deuda vencida (600) no pasaron por
      *    ACUM_MES y no se restan.
           MOVE 0 TO WS-PLAN-NUEVO-TOTAL
           MOVE SPACES TO WS-PN-CONSUMO
           MOVE 0 TO WS-PN-SUMA
           MOVE 'S' TO WS-PN-TODO-PEND
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE 'S' TO WS-PP-ES-PLAN
               IF WS-PC-REG(WS-PC-IDX)(1:16) = WT-NRO-TARJETA
                   MOVE WS-PC-REG(WS-PC-IDX)(17:9) TO WS-PP-ID-BUSCA
                   PERFORM 248-ES-PLAN-PAGO
               END-IF
               IF WS-PC-REG(WS-PC-IDX)(1:16) = WT-NRO-TARJETA
                  AND WS-PP-ES-PLAN = 'N'
                   IF WS-PC-REG(WS-PC-IDX)(17:9)
                       NOT = WS-PN-CONSUMO
                       PERFORM 247-CIERRA-GRUPO-PLAN
           END-IF.
       247-END.

       248-ES-PLAN-PAGO.
      *    WS-PP-ID-BUSCA es el id de un plan de pagos de deuda
      *    vencida? Deja el registro en WS-PP-SEL.
           MOVE 'N' TO WS-PP-ES-PLAN
           MOVE 0 TO WS-PP-SEL
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               MOVE WS-PP-REG(WS-PP-IDX) TO PLANTAR-RECORD
               IF PLT-ID-CONSUMO = WS-PP-ID-BUSCA
                   MOVE 'S' TO WS-PP-ES-PLAN
                   MOVE WS-PP-IDX TO WS-PP-SEL
                   MOVE WS-PP-COUNT TO WS-PP-IDX
               END-IF
           END-PERFORM.
       248-END.

       253-PLAN-PAGOS-CICLO.
      *    Plan de pagos activo de la tarjeta: la cuota facturada en
      *    el resumen anterior queda impaga si los pagos del ciclo no
      *    cubrieron aquel minimo (que la incluye, ver 220). Con
      *    PLANTAR-CUOTAS-CAIDA impagas seguidas el plan cae: las
      *    cuotas pendientes se anulan y el capital que faltaba
      *    amortizar vuelve al saldo del resumen. Si no, la cuota del
      *    ciclo la factura 245 como cualquier plan de cuotas. Debe
      *    correr antes de 245 y 246.
           MOVE 0 TO WS-PLAN-CAIDO-TOTAL WS-PLAN-CUOTA-CICLO
           MOVE 0 TO WS-PP-SEL
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               MOVE WS-PP-REG(WS-PP-IDX) TO PLANTAR-RECORD
               IF PLT-NRO-TARJETA = WT-NRO-TARJETA
                  AND PLT-ESTADO = 'A'
                   MOVE WS-PP-IDX TO WS-PP-SEL
               END-IF
           END-PERFORM
           IF WS-PP-SEL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PP-REG(WS-PP-SEL) TO PLANTAR-RECORD
           IF PLT-FACT > 0
               COMPUTE WS-PAGOS-CICLO-ABS = FUNCTION ABS(WT-PAGOS)
               IF WS-SALDO-ANTERIOR > 0
                  AND WS-PAGOS-CICLO-ABS < WS-PAGO-MIN-ANT
                   ADD 1 TO PLT-IMPAGAS
               ELSE
                   MOVE 0 TO PLT-IMPAGAS
               END-IF
           END-IF
           IF PLT-IMPAGAS >= WS-PP-CUOTAS-CAIDA
               PERFORM 254-CAIDA-PLAN-PAGO
           ELSE
               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                       UNTIL WS-PC-IDX > WS-PC-COUNT
                   MOVE WS-PC-REG(WS-PC-IDX)(17:9) TO WS-PP-ID-BUSCA
                   IF WS-PC-REG(WS-PC-IDX)(1:16) = WT-NRO-TARJETA
                      AND WS-PP-ID-BUSCA = PLT-ID-CONSUMO
                      AND WS-PC-REG(WS-PC-IDX)(41:1) = 'P'
                       MOVE WS-PC-REG(WS-PC-IDX)(30:11)
                           TO WS-PC-IMPORTE-TXT
                       MOVE WS-PC-IMPORTE TO WS-PLAN-CUOTA-CICLO
                       MOVE WS-PC-COUNT TO WS-PC-IDX
                   END-IF
               END-PERFORM
               ADD 1 TO PLT-FACT
               IF PLT-FACT >= PLT-CUOTAS
                   MOVE 'T' TO PLT-ESTADO
                   MOVE WS-FECHA-HOY8 TO PLT-FECHA-BAJA
               END-IF
           END-IF
           MOVE PLANTAR-RECORD TO WS-PP-REG(WS-PP-SEL)
           MOVE 'S' TO WS-PP-CAMBIOS.
       253-END.

       254-CAIDA-PLAN-PAGO.
      *    Capital pendiente antes de la primera cuota no facturada,
      *    sobre el mismo cronograma frances con que se armo el plan.
           MOVE 'F' TO WS-CH-SISTEMA
           MOVE 0 TO WS-CH-GRACIA
           MOVE PLT-CAPITAL TO WS-CH-CAPITAL
           MOVE PLT-TASA TO WS-CH-TASA
           MOVE PLT-CUOTAS TO WS-CH-CUOTAS
           COMPUTE WS-CH-NRO = PLT-FACT + 1
           CALL 'CUOHIP1' USING WS-CH-SISTEMA WS-CH-GRACIA
                                WS-CH-CAPITAL WS-CH-TASA
                                WS-CH-CUOTAS WS-CH-NRO
                                WS-CH-CUOTA WS-CH-INTERES
                                WS-CH-AMORT WS-CH-SALDO
           MOVE WS-CH-SALDO TO WS-PLAN-CAIDO-TOTAL
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE WS-PC-REG(WS-PC-IDX)(17:9) TO WS-PP-ID-BUSCA
               IF WS-PC-REG(WS-PC-IDX)(1:16) = WT-NRO-TARJETA
                  AND WS-PP-ID-BUSCA = PLT-ID-CONSUMO
                  AND WS-PC-REG(WS-PC-IDX)(41:1) = 'P'
                   MOVE 'C' TO WS-PC-REG(WS-PC-IDX)(41:1)
                   MOVE 'S' TO WS-PC-CAMBIOS
               END-IF
           END-PERFORM
           MOVE 'C' TO PLT-ESTADO
           MOVE WS-FECHA-HOY8 TO PLT-FECHA-BAJA
           MOVE WS-PLAN-CAIDO-TOTAL TO PLT-SALDO-CAIDA
           MOVE WS-PLAN-CAIDO-TOTAL TO WS-IMP-1
           DISPLAY "Plan de pagos " PLT-NRO " de la tarjeta "
                   WT-NRO-TARJETA " caido; saldo reintegrado "
                   WS-IMP-1.
       254-END.

       285-IMPRIME-CUOTAS-PLAN.
      *    Detalle de las cuotas facturadas por 245 en este resumen.
           PERFORM VARYING WS-FACT-I FROM 1 BY 1
               MOVE WS-PC-REG(WS-PC-IDX)(30:11)
                   TO WS-PC-IMPORTE-TXT
               MOVE WS-PC-IMPORTE TO WS-IMP-1
               MOVE WS-PC-REG(WS-PC-IDX)(17:9) TO WS-PP-ID-BUSCA
               PERFORM 248-ES-PLAN-PAGO
               IF WS-PP-ES-PLAN = 'S'
                   MOVE " PLAN PAGOS " TO WS-PC-ETIQUETA
               ELSE
                   MOVE " CONSUMO " TO WS-PC-ETIQUETA
               END-IF
               MOVE SPACES TO IMPRESO-RECORD
               STRING "  CUOTA " WS-PC-REG(WS-PC-IDX)(26:2)
                      "/" WS-PC-REG(WS-PC-IDX)(28:2)
                      WS-PC-ETIQUETA WS-PC-REG(WS-PC-IDX)(17:9)
                      " IMPORTE " WS-IMP-1
                   DELIMITED BY SIZE INTO IMPRESO-RECORD
               WRITE IMPRESO-RECORD
           END-PERFORM
           IF WS-PC-CAMBIOS = 'S'
               PERFORM 520-GRABA-PLANES
               PERFORM 410-TERMINA-PLAN-PAGO
               MOVE WS-PAYOFF-TOTAL TO WS-IMP-1
               DISPLAY "Cuotas pendientes canceladas por un total "
                       "de " WS-IMP-1
           END-IF.
       400-PAYOFF-END.

       410-TERMINA-PLAN-PAGO.
      *    Si lo cancelado es un plan de pagos de deuda vencida, el
      *    plan queda Terminado y la tarjeta vuelve a operar.
           PERFORM 530-CARGA-PLANES-PAGO
           IF WS-PP-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYOFF-CONSUMO TO WS-PP-ID-BUSCA
           PERFORM 248-ES-PLAN-PAGO
           IF WS-PP-ES-PLAN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PP-REG(WS-PP-SEL) TO PLANTAR-RECORD
           IF PLT-ESTADO = 'A'
               MOVE 'T' TO PLT-ESTADO
               MOVE WS-FECHA-HOY8 TO PLT-FECHA-BAJA
               MOVE PLANTAR-RECORD TO WS-PP-REG(WS-PP-SEL)
               PERFORM 540-GRABA-PLANES-PAGO
               DISPLAY "Plan de pagos " PLT-NRO " terminado."
           END-IF.
       410-END.

       530-CARGA-PLANES-PAGO.
           MOVE 0 TO WS-PP-COUNT WS-PP-NRO-MAX
           MOVE 'N' TO WS-PP-CAMBIOS
           MOVE 'N' TO WS-PP-DESBORDE
           OPEN INPUT PLANTAR-FILE
           IF WS-PLANTAR-FSTATUS = '00'
               PERFORM UNTIL WS-PLANTAR-FSTATUS NOT = '00'
                   READ PLANTAR-FILE
                       AT END MOVE '10' TO WS-PLANTAR-FSTATUS
                       NOT AT END
                           IF WS-PP-COUNT >= 200
                               DISPLAY "AVISO: PLANES_PAGO_TARJ.DAT "
                                   "supera los 200 registros."
                               MOVE 'S' TO WS-PP-DESBORDE
                               MOVE '10' TO WS-PLANTAR-FSTATUS
                           ELSE
                               ADD 1 TO WS-PP-COUNT
                               MOVE PLANTAR-RECORD TO
                                   WS-PP-REG(WS-PP-COUNT)
                               IF PLT-NRO > WS-PP-NRO-MAX
                                   MOVE PLT-NRO TO WS-PP-NRO-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANTAR-FILE
           END-IF.
       530-END.

       535-PARAMETRO-CAIDA.
      *    Cuotas impagas seguidas que hacen caer un plan de pagos
      *    (PLANTAR-CUOTAS-CAIDA, 3 por defecto).
           MOVE 'PLANTAR-CUOTAS-CAIDA' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY8 TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-PP-CUOTAS-CAIDA
           ELSE
               MOVE 3 TO WS-PP-CUOTAS-CAIDA
           END-IF.
       535-END.

       540-GRABA-PLANES-PAGO.
           IF WS-PP-DESBORDE = 'S'
               DISPLAY "PLANES_PAGO_TARJ.DAT supera la tabla de "
                       "trabajo; no se regraba. Ampliar la tabla."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PLANTAR-FILE
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               MOVE WS-PP-REG(WS-PP-IDX) TO PLANTAR-RECORD
               WRITE PLANTAR-RECORD
           END-PERFORM
           CLOSE PLANTAR-FILE.
       540-END.

       600-ALTA-PLAN-PAGO.
      *    Refinanciacion de la deuda vencida de la tarjeta: el saldo
      *    del ultimo resumen, Abierto y vencido, se congela (el
      *    resumen pasa a 'R' y ya no se arrastra ni financia en 250)
      *    y se documenta en cuotas fijas de sistema frances
      *    (CUOHIP1) a la tasa anual TASA-PLAN-TARJETA, grabadas en
      *    CONSUMOS_CUOTAS.DAT bajo un id propio para que el cierre
      *    las facture una por ciclo. Mientras el plan este activo
      *    la tarjeta no admite consumos (TARJCRE001) ni adelantos
      *    (ADELTAR1). Como la refinanciacion hipotecaria, requiere
      *    rol SUPERVISOR.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "El plan de pagos requiere rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de tarjeta: "
           ACCEPT WS-PPA-TARJETA
           PERFORM 530-CARGA-PLANES-PAGO
           IF WS-PP-DESBORDE = 'S' OR WS-PP-COUNT >= 200
               DISPLAY "PLANES_PAGO_TARJ.DAT supera la tabla de "
                       "trabajo; alta no disponible."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               MOVE WS-PP-REG(WS-PP-IDX) TO PLANTAR-RECORD
               IF PLT-NRO-TARJETA = WS-PPA-TARJETA
                  AND PLT-ESTADO = 'A'
                   DISPLAY "La tarjeta ya tiene el plan de pagos "
                           PLT-NRO " activo."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM 610-RESUMEN-VENCIDO
           IF WS-PPA-RES-NRO = 0 OR WS-PPA-ESTADO NOT = 'A'
              OR WS-PPA-SALDO <= 0 OR WS-PPA-VTO >= WS-FECHA-HOY
               DISPLAY "La tarjeta no tiene un resumen abierto "
                       "vencido con saldo impago."
               EXIT PARAGRAPH
           END-IF
           PERFORM 620-CASO-COBRANZA
           IF WS-CAS-SEL > 0
               IF WS-CAS-ESTADO(WS-CAS-SEL) = 'X'
                   DISPLAY "El caso de cobranza "
                           WS-CAS-NRO(WS-CAS-SEL)
                           " esta en agencia externa; retirarlo "
                           "antes de refinanciar."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 510-CARGA-PLANES
           IF WS-PC-DESBORDE = 'S'
               DISPLAY "CONSUMOS_CUOTAS.DAT supera la tabla de "
                       "trabajo; alta no disponible."
               EXIT PARAGRAPH
           END-IF
           MOVE 'TASA-PLAN-TARJETA   ' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY8 TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-PPA-TASA
           ELSE
               MOVE 48.00 TO WS-PPA-TASA
           END-IF
           MOVE WS-PPA-SALDO TO WS-IMP-1
           DISPLAY "Saldo vencido a refinanciar: " WS-IMP-1
           DISPLAY "Tasa anual del plan (%): " WS-PPA-TASA
           DISPLAY "Cantidad de cuotas (2 a 36): "
           ACCEPT WS-PPA-CUOTAS
           IF WS-PPA-CUOTAS < 2 OR WS-PPA-CUOTAS > 36
               DISPLAY "Cantidad de cuotas invalida."
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-COUNT + WS-PPA-CUOTAS > 400
               DISPLAY "CONSUMOS_CUOTAS.DAT no admite las cuotas "
                       "del plan; ampliar la tabla."
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO WS-CH-SISTEMA
           MOVE 0 TO WS-CH-GRACIA
           MOVE WS-PPA-SALDO TO WS-CH-CAPITAL
           MOVE WS-PPA-TASA TO WS-CH-TASA
           MOVE WS-PPA-CUOTAS TO WS-CH-CUOTAS
           MOVE 1 TO WS-CH-NRO
           CALL 'CUOHIP1' USING WS-CH-SISTEMA WS-CH-GRACIA
                                WS-CH-CAPITAL WS-CH-TASA
                                WS-CH-CUOTAS WS-CH-NRO
                                WS-CH-CUOTA WS-CH-INTERES
                                WS-CH-AMORT WS-CH-SALDO
           MOVE WS-CH-CUOTA TO WS-IMP-1
           DISPLAY "Cuota del plan: " WS-IMP-1
           DISPLAY "Confirma el plan de pagos (S/N): "
           ACCEPT WS-PPA-CONFIRMA
           IF WS-PPA-CONFIRMA NOT = 'S' AND WS-PPA-CONFIRMA NOT = 's'
               DISPLAY "Plan de pagos no registrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM 630-RESERVA-ID-PLAN
           PERFORM VARYING WS-CH-NRO FROM 1 BY 1
                   UNTIL WS-CH-NRO > WS-PPA-CUOTAS
               PERFORM 635-AGREGA-CUOTA-PLAN
           END-PERFORM
           PERFORM 520-GRABA-PLANES
           PERFORM 640-MARCA-RESUMEN-REFIN
           INITIALIZE PLANTAR-RECORD
           ADD 1 TO WS-PP-NRO-MAX
           MOVE WS-PP-NRO-MAX TO PLT-NRO
           MOVE WS-PPA-TARJETA TO PLT-NRO-TARJETA
           MOVE WS-PPA-CLIENTE TO PLT-ID-CLIENTE
           MOVE WS-PPA-ID TO PLT-ID-CONSUMO
           IF WS-CAS-SEL > 0
               MOVE WS-CAS-NRO(WS-CAS-SEL) TO PLT-CASO
           END-IF
           MOVE WS-PPA-RES-NRO TO PLT-RES-NRO
           MOVE WS-PPA-SALDO TO PLT-CAPITAL
           MOVE WS-PPA-TASA TO PLT-TASA
           MOVE WS-PPA-CUOTAS TO PLT-CUOTAS
           MOVE 1 TO WS-CH-NRO
           CALL 'CUOHIP1' USING WS-CH-SISTEMA WS-CH-GRACIA
                                WS-CH-CAPITAL WS-CH-TASA
                                WS-CH-CUOTAS WS-CH-NRO
                                WS-CH-CUOTA WS-CH-INTERES
                                WS-CH-AMORT WS-CH-SALDO
           MOVE WS-CH-CUOTA TO PLT-CUOTA-IMP
           MOVE 0 TO PLT-FACT PLT-IMPAGAS
           MOVE WS-FECHA-HOY8 TO PLT-FECHA-ALTA
           MOVE SPACES TO PLT-FECHA-BAJA
           MOVE 'A' TO PLT-ESTADO
           MOVE LK-OPERADOR TO PLT-OPERADOR
           ADD 1 TO WS-PP-COUNT
           MOVE PLANTAR-RECORD TO WS-PP-REG(WS-PP-COUNT)
           PERFORM 540-GRABA-PLANES-PAGO
           IF WS-CAS-SEL > 0
               PERFORM 645-CIERRA-CASO-COBRANZA
           END-IF
           DISPLAY "Plan de pagos " PLT-NRO " registrado: "
                   PLT-CUOTAS " cuotas, id " PLT-ID-CONSUMO.
       600-END.

       610-RESUMEN-VENCIDO.
      *    Ultimo resumen de la tarjeta.
           MOVE 0 TO WS-PPA-RES-NRO WS-PPA-SALDO WS-PPA-CLIENTE
           MOVE SPACES TO WS-PPA-ESTADO WS-PPA-VTO
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS = '00'
               PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
                   READ RESUMEN-FILE
                       AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                       NOT AT END
                           IF RES-NRO-TARJETA = WS-PPA-TARJETA
                               MOVE RES-NRO TO WS-PPA-RES-NRO
                               MOVE RES-ESTADO TO WS-PPA-ESTADO
                               MOVE RES-SALDO TO WS-PPA-SALDO
                               MOVE RES-FECHA-VTO TO WS-PPA-VTO
                               MOVE RES-ID-CLIENTE TO WS-PPA-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-FILE
           END-IF.
       610-END.

       620-CASO-COBRANZA.
      *    Caso de cobranza abierto de la tarjeta (COBRAN001), al que
      *    queda vinculado el plan.
           MOVE 0 TO WS-CAS-COUNT WS-CAS-SEL
           MOVE 'N' TO WS-CAS-DESBORDE
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS = '00'
               PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
                   READ CASOS-FILE
                       AT END MOVE '10' TO WS-CASOS-FSTATUS
                       NOT AT END
                           IF WS-CAS-COUNT >= 300
                               DISPLAY "AVISO: GESTION_COBRANZA.DAT "
                                   "supera los 300 casos."
                               MOVE 'S' TO WS-CAS-DESBORDE
                               MOVE '10' TO WS-CASOS-FSTATUS
                           ELSE
                               ADD 1 TO WS-CAS-COUNT
                               MOVE CASO-RECORD TO
                                   WS-CAS(WS-CAS-COUNT)
                               IF CAS-REF = WS-PPA-TARJETA
                                  AND CAS-ESTADO NOT = 'C'
                                   MOVE WS-CAS-COUNT TO WS-CAS-SEL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASOS-FILE
           END-IF.
       620-END.

       630-RESERVA-ID-PLAN.
      *    El plan toma un id de la misma serie que los consumos
      *    (entidad MOVTARJ de SECUENCIAS.DAT), de modo que no se
      *    confunda con ningun plan de cuotas en CONSUMOS_CUOTAS.DAT.
           IF SQL-PREP OF SQL-STMT-3 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0005
               MOVE '3' TO SQL-TYPE(1)
               MOVE 5 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-3
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-3
                               SQLCA
           MOVE SQL-VAR-0005 TO WS-PPA-ID
           MOVE 'MOVTARJ     ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE WS-PPA-ID TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           MOVE WS-SEQ-PRIMER-ID TO WS-PPA-ID.
       630-END.

       635-AGREGA-CUOTA-PLAN.
           CALL 'CUOHIP1' USING WS-CH-SISTEMA WS-CH-GRACIA
                                WS-CH-CAPITAL WS-CH-TASA
                                WS-CH-CUOTAS WS-CH-NRO
                                WS-CH-CUOTA WS-CH-INTERES
                                WS-CH-AMORT WS-CH-SALDO
           MOVE WS-PPA-TARJETA TO WS-PPA-CC-TARJETA
           MOVE WS-PPA-ID TO WS-PPA-CC-ID
           MOVE WS-CH-NRO TO WS-PPA-CC-NRO
           MOVE WS-PPA-CUOTAS TO WS-PPA-CC-TOT
           MOVE WS-CH-CUOTA TO WS-PPA-CC-IMPORTE
           MOVE 'P' TO WS-PPA-CC-ESTADO
           ADD 1 TO WS-PC-COUNT
           MOVE WS-PPA-CC TO WS-PC-REG(WS-PC-COUNT).
       635-END.

       640-MARCA-RESUMEN-REFIN.
      *    El resumen refinanciado pasa a 'R' (mismo copiado via
      *    temporal que 275).
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RESTMP-FILE
           PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
               READ RESUMEN-FILE
                   AT END MOVE '10' TO WS-RESUMEN-FSTATUS
                   NOT AT END
                       IF RES-NRO = WS-PPA-RES-NRO
                          AND RES-NRO-TARJETA = WS-PPA-TARJETA
                           MOVE 'R' TO RES-ESTADO
                       END-IF
                       MOVE RESUMEN-RECORD TO RESTMP-RECORD
                       WRITE RESTMP-RECORD
               END-READ
           END-PERFORM
           CLOSE RESUMEN-FILE
           CLOSE RESTMP-FILE
           OPEN INPUT RESTMP-FILE
           OPEN OUTPUT RESUMEN-FILE
           MOVE '00' TO WS-RESTMP-FSTATUS
           PERFORM UNTIL WS-RESTMP-FSTATUS NOT = '00'
               READ RESTMP-FILE
                   AT END MOVE '10' TO WS-RESTMP-FSTATUS
                   NOT AT END
                       MOVE RESTMP-RECORD TO RESUMEN-RECORD
                       WRITE RESUMEN-RECORD
               END-READ
           END-PERFORM
           CLOSE RESTMP-FILE
           CLOSE RESUMEN-FILE.
       640-END.

       645-CIERRA-CASO-COBRANZA.
      *    La mora quedo encauzada en el plan: el caso se cierra con
      *    un contacto que deja el numero de plan. Si el plan cae, el
      *    proximo barrido de COBRAN001 abre un caso nuevo.
           IF WS-CAS-DESBORDE = 'S'
               DISPLAY "GESTION_COBRANZA.DAT supera la tabla de "
                       "trabajo; cerrar el caso "
                       WS-CAS-NRO(WS-CAS-SEL) " desde cobranzas."
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-CAS-ESTADO(WS-CAS-SEL)
           OPEN OUTPUT CASOS-FILE
           PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                   UNTIL WS-CAS-IDX > WS-CAS-COUNT
               MOVE WS-CAS(WS-CAS-IDX) TO CASO-RECORD
               WRITE CASO-RECORD
           END-PERFORM
           CLOSE CASOS-FILE
           OPEN EXTEND CONTACTOS-FILE
           IF WS-CONT-FSTATUS NOT = '00'
               OPEN OUTPUT CONTACTOS-FILE
           END-IF
           MOVE WS-CAS-NRO(WS-CAS-SEL) TO CON-CASO
           MOVE WS-FECHA-HOY8 TO CON-FECHA
           MOVE "PLAN PAGOS" TO CON-CANAL
           MOVE SPACES TO CON-RESULTADO
           STRING "PLAN DE PAGOS NRO " PLT-NRO
               DELIMITED BY SIZE INTO CON-RESULTADO
           MOVE 'C' TO CON-TIPO
           MOVE 0 TO CON-IMPORTE
           MOVE WS-CAS-GESTOR(WS-CAS-SEL) TO CON-GESTOR
           WRITE CONTACTO-RECORD
           CLOSE CONTACTOS-FILE.
       645-END.

       700-COMISION-RENOVACION.
      *    Comision anual de renovacion: se cobra en el cierre cuyo
      *    ciclo (corte anterior, corte actual] contiene el
      *    aniversario de emision de la tarjeta, a partir del primer
      *    aniversario. Las adicionales activas de la cuenta renuevan
      *    con el titular. La tarjeta dada de baja (denuncia activa
      *    con motivo B) no renueva.
           MOVE 0 TO WS-RENOV-TOTAL WS-RNV-COUNT
           IF WS-TC-VTO(WS-TC-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-HOY8(1:4) TO WS-RNV-ANIO
           MOVE WS-RNV-ANIO TO WS-RNV-ANIV(1:4)
           MOVE WS-TC-VTO(WS-TC-IDX)(5:4) TO WS-RNV-ANIV(5:4)
           IF WS-RNV-ANIV > WS-FECHA-HOY8
               SUBTRACT 1 FROM WS-RNV-ANIO
               MOVE WS-RNV-ANIO TO WS-RNV-ANIV(1:4)
           END-IF
           MOVE WS-TC-VTO(WS-TC-IDX)(1:4) TO WS-RNV-ANIO-EMI
           SUBTRACT 10 FROM WS-RNV-ANIO-EMI
           IF WS-RNV-ANIO <= WS-RNV-ANIO-EMI
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RNV-CORTE-ANT
           STRING WS-CORTE-ANTERIOR(1:4) WS-CORTE-ANTERIOR(6:2)
                  WS-CORTE-ANTERIOR(9:2)
               DELIMITED BY SIZE INTO WS-RNV-CORTE-ANT
           IF WS-RNV-ANIV <= WS-RNV-CORTE-ANT
               EXIT PARAGRAPH
           END-IF
           PERFORM 705-VERIFICA-BAJA
           IF WS-RNV-BAJA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FECHA-HOY8(1:6) TO WS-EXE-PERIODO
           ADD 1 TO WS-RNV-COUNT
           MOVE WT-NRO-TARJETA TO WS-RNV-PLASTICO(WS-RNV-COUNT)
           MOVE 'T' TO WS-RNV-TIPO(WS-RNV-COUNT)
           MOVE 'RENOVTITUL' TO WS-RNV-TARIFA(WS-RNV-COUNT)
           PERFORM 715-IMPORTE-RENOVACION
           PERFORM 710-ADICIONALES-RENOVACION.
       700-END.

       705-VERIFICA-BAJA.
           MOVE 'N' TO WS-RNV-BAJA
           OPEN INPUT DENUNCIAS-FILE
           IF WS-DEN-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEN-FSTATUS NOT = '00'
               READ DENUNCIAS-FILE
                   AT END MOVE '10' TO WS-DEN-FSTATUS
                   NOT AT END
                       IF DEN-NRO-TARJETA = WT-NRO-TARJETA
                          AND DEN-MOTIVO = 'B'
                          AND DEN-ESTADO = 'A'
                           MOVE 'S' TO WS-RNV-BAJA
                           MOVE '10' TO WS-DEN-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DENUNCIAS-FILE.
       705-END.

       710-ADICIONALES-RENOVACION.
           OPEN INPUT ADIC-FILE
           IF WS-ADIC-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ADIC-FSTATUS NOT = '00'
               READ ADIC-FILE
                   AT END MOVE '10' TO WS-ADIC-FSTATUS
                   NOT AT END
                       IF AD-NRO-TITULAR = WT-NRO-TARJETA
                          AND AD-ESTADO = 'A'
                          AND WS-RNV-COUNT < 10
                           ADD 1 TO WS-RNV-COUNT
                           MOVE AD-NRO-ADICIONAL
                               TO WS-RNV-PLASTICO(WS-RNV-COUNT)
                           MOVE 'A' TO WS-RNV-TIPO(WS-RNV-COUNT)
                           MOVE 'RENOVADIC '
                               TO WS-RNV-TARIFA(WS-RNV-COUNT)
                           PERFORM 715-IMPORTE-RENOVACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADIC-FILE.
       710-END.

       715-IMPORTE-RENOVACION.
      *    Tarifa vigente del plastico con el descuento del paquete
      *    del cliente en el periodo (100 = bonificada entera). Sin
      *    tarifa cargada en TARIFAS.DAT no hay comision.
           MOVE WS-RNV-TARIFA(WS-RNV-COUNT) TO WS-TARIFA-COD
           PERFORM 720-LEE-TARIFA
           IF WS-TARIFA-IMPORTE = 0
               SUBTRACT 1 FROM WS-RNV-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 725-APLICA-PAQUETE
           IF WS-EXE-DESCUENTO >= 100
               MOVE 0 TO WS-TARIFA-IMPORTE
           ELSE
               IF WS-EXE-DESCUENTO > 0
                   COMPUTE WS-TARIFA-IMPORTE ROUNDED =
                       WS-TARIFA-IMPORTE
                       - WS-TARIFA-IMPORTE * WS-EXE-DESCUENTO / 100
               END-IF
           END-IF
           MOVE WS-TARIFA-IMPORTE TO WS-RNV-IMPORTE(WS-RNV-COUNT)
           ADD WS-TARIFA-IMPORTE TO WS-RENOV-TOTAL.
       715-END.

       720-LEE-TARIFA.
      *    Importe vigente de WS-TARIFA-COD a la fecha del corte: gana
      *    la mayor vigencia-desde no futura (ver TARIFA001).
           MOVE 0 TO WS-TARIFA-IMPORTE
           MOVE SPACES TO WS-TARIFA-VIG-MAX
           OPEN INPUT TARIFAS-FILE
           IF WS-TARIFAS-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TARIFAS-FSTATUS NOT = '00'
               READ TARIFAS-FILE
                   AT END MOVE '10' TO WS-TARIFAS-FSTATUS
                   NOT AT END
                       IF TAR-CODIGO = WS-TARIFA-COD
                          AND TAR-VIG-DESDE <= WS-FECHA-HOY8
                          AND TAR-VIG-DESDE > WS-TARIFA-VIG-MAX
                           MOVE TAR-IMPORTE TO WS-TARIFA-IMPORTE
                           MOVE TAR-VIG-DESDE TO WS-TARIFA-VIG-MAX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARIFAS-FILE.
       720-END.

       725-APLICA-PAQUETE.
      *    Descuento que la calificacion mensual de PAQUET001 dejo en
      *    EXENCIONES_PAQ.DAT para el cliente sobre esta tarifa.
           MOVE 0 TO WS-EXE-DESCUENTO
           OPEN INPUT EXENCPAQ-FILE
           IF WS-EXENCPAQ-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXENCPAQ-FSTATUS NOT = '00'
               READ EXENCPAQ-FILE
                   AT END MOVE '10' TO WS-EXENCPAQ-FSTATUS
                   NOT AT END
                       IF EXP-DOC = WS-TC-DOC(WS-TC-IDX)
                          AND EXP-TARIFA = WS-TARIFA-COD
                          AND EXP-PERIODO = WS-EXE-PERIODO
                           MOVE EXP-DESCUENTO TO WS-EXE-DESCUENTO
                           MOVE '10' TO WS-EXENCPAQ-FSTATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXENCPAQ-FILE.
       725-END.

       730-REGISTRA-RENOVACION.
      *    Deja el cargo en COMISIONES_RENOV.DAT: COMREN1 lo busca
      *    para devolverlo si el plastico se da de baja dentro del
      *    plazo.
           OPEN EXTEND COMREN-FILE
           IF WS-COMREN-FSTATUS NOT = '00'
               OPEN OUTPUT COMREN-FILE
           END-IF
           MOVE WT-NRO-TARJETA TO CRN-NRO-CUENTA
           MOVE WS-RNV-PLASTICO(WS-RNV-IDX) TO CRN-NRO-PLASTICO
           MOVE WS-RNV-TIPO(WS-RNV-IDX) TO CRN-TIPO
           MOVE WS-TC-ID-CLIENTE(WS-TC-IDX) TO CRN-ID-CLIENTE
           MOVE WS-TC-DOC(WS-TC-IDX) TO CRN-DOC
           MOVE WS-RNV-TARIFA(WS-RNV-IDX) TO CRN-TARIFA
           MOVE WS-FECHA-HOY8 TO CRN-FECHA-CARGO
           MOVE WS-RNV-IMPORTE(WS-RNV-IDX) TO CRN-IMPORTE
           MOVE DB-ID-MOV-TARJ TO CRN-ID-MOV
           MOVE 'C' TO CRN-ESTADO
           MOVE SPACES TO CRN-FECHA-DEV
           MOVE 0 TO CRN-ID-MOV-DEV
           WRITE COMREN-RECORD
           CLOSE COMREN-FILE.
       730-END.

       735-CANAL-RENOVACION.
      *    Constancia con canal COMISION y la tarifa como referencia,
      *    para el reporte de ingresos por comisiones (CIEMEN001).
           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA-JRN
           COMPUTE WS-MONTO-JRN = WS-RNV-IMPORTE(WS-RNV-IDX) * -1
           OPEN EXTEND CANAL-FILE
           IF WS-CANAL-FSTATUS NOT = '00'
               OPEN OUTPUT CANAL-FILE
           END-IF
           MOVE SPACES TO CANAL-RECORD
           STRING WS-FECHAHORA-JRN(1:8) "-" WS-FECHAHORA-JRN(9:6)
                  ";" "COMISION  "
                  ";" DB-ID-MOV-TARJ
                  ";" WS-TC-DOC(WS-TC-IDX)
                  ";" FUNCTION TRIM(WS-MONTO-JRN)
                  ";" WS-RNV-TARIFA(WS-RNV-IDX)
                  ";" "BATCH-RESUMEN"
                  ";" WS-FECHA-HOY8
               DELIMITED BY SIZE INTO CANAL-RECORD
           WRITE CANAL-RECORD
           CLOSE CANAL-FILE.
       735-END.

       299-MASK-TARJETA.
           MOVE "************" TO WS-MASK-OUTPUT(1:12)
           MOVE WS-MASK-INPUT(13:4) TO WS-MASK-OUTPUT(13:4).
       300-CONSULTAR-RESUMENES.
           DISPLAY "Ingrese el numero de tarjeta: "
           ACCEPT WS-NRO-CONSULTA
           DISPLAY "NRO    CORTE      VTO        SALDO $       MINIMO $"
                   "        SALDO U$S     MINIMO U$S"
           OPEN INPUT RESUMEN-FILE
           IF WS-RESUMEN-FSTATUS = '00'
               PERFORM UNTIL WS-RESUMEN-FSTATUS NOT = '00'
                           IF RES-NRO-TARJETA = WS-NRO-CONSULTA
                               MOVE RES-SALDO TO WS-IMP-1
                               MOVE RES-PAGO-MINIMO TO WS-IMP-2
                               MOVE RES-SALDO-USD TO WS-IMP-3
                               MOVE RES-PAGO-MIN-USD TO WS-MTM-ORIG-ED
                               DISPLAY RES-NRO " "
                                       RES-FECHA-CORTE " "
                                       RES-FECHA-VTO " "
                                       WS-IMP-1 " "
                                       WS-IMP-2 " "
                                       WS-IMP-3 " "
                                       WS-MTM-ORIG-ED
                           END-IF
                   END-READ
               END-PERFORM
