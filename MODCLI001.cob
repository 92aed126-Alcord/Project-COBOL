           SELECT FALLEC-FILE ASSIGN TO "FALLECIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALLEC-FSTATUS.
           SELECT SEGUROS-FILE ASSIGN TO "SEGUROS_HIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGUROS-FSTATUS.
           SELECT SINIES-FILE ASSIGN TO "SEGUROS_SINIESTROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SINIES-FSTATUS.
           SELECT PREF-FILE ASSIGN TO "PREF_ENTREGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FSTATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_SUSC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALE-FSTATUS.
           SELECT MARCAS-FILE ASSIGN TO "MARCAS_CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRC-FSTATUS.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREST-FSTATUS.
           SELECT JURID-FILE ASSIGN TO "PERSONAS_JURIDICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JURID-FSTATUS.
           SELECT VINC-FILE ASSIGN TO "VINCULOS_JURIDICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VINC-FSTATUS.
           SELECT ACF-FILE ASSIGN TO "AUTOCERT_FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACF-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FAL-OPERADOR            PIC X(30).
           05  FAL-FECHA-LIB           PIC X(08).

       FD  SEGUROS-FILE.
       01  SEGURO-RECORD.
           05  SEG-ID-HIPOTECA         PIC 9(06).
           05  SEG-ASEGURADORA         PIC X(20).
           05  SEG-POLIZA              PIC X(15).
           05  SEG-SUMA                PIC 9(10)V99.
           05  SEG-PRIMA               PIC 9(07)V99.
           05  SEG-DESDE               PIC X(08).
           05  SEG-HASTA               PIC X(08).
           05  SEG-ESTADO              PIC X(01).

       FD  SINIES-FILE.
       01  SINIES-RECORD.
           05  SIN-NRO                 PIC 9(06).
           05  SIN-ID-HIPOTECA         PIC 9(06).
           05  SIN-DOC                 PIC X(13).
           05  SIN-ASEGURADORA         PIC X(20).
           05  SIN-POLIZA              PIC X(15).
           05  SIN-SUMA                PIC 9(10)V99.
           05  SIN-SALDO-DEUDA         PIC 9(12)V99.
           05  SIN-FECHA-FALLEC        PIC X(08).
           05  SIN-FECHA-ALTA          PIC X(08).
           05  SIN-ESTADO              PIC X(01).
           05  SIN-INDEMNIZ            PIC 9(10)V99.
           05  SIN-APLICADO            PIC 9(12)V99.
           05  SIN-EXCEDENTE           PIC 9(10)V99.
           05  SIN-FECHA-PAGO          PIC X(08).
           05  SIN-OPERADOR            PIC X(30).

       FD  PREF-FILE.
       01  PREF-RECORD.
           05  PRE-DOC                 PIC X(13).
           05  PRE-MODO                PIC X(01).
           05  PRE-EMAIL               PIC X(40).

       FD  ALERTAS-FILE.
       01  ALERTA-RECORD.
           05  ALS-DOC                 PIC X(13).
           05  ALS-ID-CLIENTE          PIC 9(10).
           05  ALS-EMAIL               PIC X(40).
           05  ALS-DEBITO              PIC X(01).
           05  ALS-DEBITO-MIN          PIC 9(10)V99.
           05  ALS-TARJETA             PIC X(01).
           05  ALS-ENTRANTE            PIC X(01).
           05  ALS-RECHAZO             PIC X(01).
           05  ALS-SUELDO              PIC X(01).
           05  ALS-ESTADO              PIC X(01).
           05  ALS-FECHA               PIC X(08).
           05  ALS-OPERADOR            PIC X(30).

       FD  MARCAS-FILE.
       01  MARCA-RECORD.
           05  MRC-NRO                 PIC 9(09).
           05  MRC-DOC                 PIC X(13).
           05  MRC-TIPO                PIC X(10).
           05  MRC-SEVERIDAD           PIC X(01).
           05  MRC-TEXTO               PIC X(60).
           05  MRC-DESDE               PIC X(08).
           05  MRC-HASTA               PIC X(08).
           05  MRC-ESTADO              PIC X(01).
           05  MRC-ALTA-OPERADOR       PIC X(30).
           05  MRC-ALTA-FECHA          PIC X(08).
           05  MRC-BAJA-OPERADOR       PIC X(30).
           05  MRC-BAJA-FECHA          PIC X(08).

       FD  PRESTAMOS-FILE.
       01  PRESTAMO-RECORD.
           05  PP-NRO                  PIC 9(06).
           05  PP-DOC                  PIC X(13).
           05  PP-ID-CLIENTE           PIC 9(10).
           05  PP-CAPITAL              PIC 9(10)V99.
           05  PP-TASA                 PIC 9(03)V99.
           05  PP-CUOTAS               PIC 9(03).
           05  PP-CUOTA-IMP            PIC 9(10)V99.
           05  PP-SALDO                PIC 9(10)V99.
           05  PP-FECHA-ALTA           PIC X(08).
           05  PP-SCORE                PIC 9(04).
           05  PP-OPERADOR             PIC X(30).
           05  PP-APROBADOR            PIC X(30).
           05  PP-ESTADO               PIC X(01).

       FD  JURID-FILE.
       01  JURID-RECORD.
           05  JUR-DOC                 PIC X(13).
           05  JUR-RAZON-SOCIAL        PIC X(50).
           05  JUR-TIPO-SOCIEDAD       PIC X(10).
           05  JUR-FECHA-CONST         PIC X(08).
           05  JUR-ACTIVIDAD           PIC X(40).
           05  JUR-FECHA-ALTA          PIC X(08).
           05  JUR-OPERADOR            PIC X(30).
           05  JUR-ESTADO              PIC X(01).

       FD  VINC-FILE.
       01  VINC-RECORD.
           05  VIN-DOC-EMPRESA         PIC X(13).
           05  VIN-DOC-PERSONA         PIC X(13).
           05  VIN-TIPO                PIC X(01).
           05  VIN-CARGO               PIC X(20).
           05  VIN-PORCENTAJE          PIC 9(03)V99.
           05  VIN-NOMBRE              PIC X(50).
           05  VIN-WL                  PIC X(01).
           05  VIN-WL-TIPO             PIC X(03).
           05  VIN-KYC                 PIC X(01).
           05  VIN-FECHA-ALTA          PIC X(08).
           05  VIN-FECHA-BAJA          PIC X(08).
           05  VIN-ESTADO              PIC X(01).
           05  VIN-OPERADOR            PIC X(30).

       FD  ACF-FILE.
       01  ACF-RECORD.
           05  ACF-DOC                 PIC X(13).
           05  ACF-NOMBRE              PIC X(50).
           05  ACF-FECHA               PIC X(08).
           05  ACF-RESIDENCIA OCCURS 3 TIMES.
               10  ACF-PAIS            PIC X(02).
               10  ACF-NIF             PIC X(20).
           05  ACF-US-PERSONA          PIC X(01).
           05  ACF-TIN-US              PIC X(11).
           05  ACF-INDICIOS            PIC X(01).
           05  ACF-IND-DETALLE         PIC X(40).
           05  ACF-ESTADO              PIC X(01).
           05  ACF-OPERADOR            PIC X(30).

       FD  GARANTES-FILE.
       01  GARANTE-RECORD.
           05  GAR-ID-HIPOTECA         PIC 9(06).
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 6.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 494.
           05 SQL-STMT   PIC X(494) VALUE 'SELECT COALESCE(CT.SALDO_ACTU
      -    'AL,0),COALESCE(H.SALDO_ACTUAL,0),COALESCE(T.LIQUIDACION_MES,
      -    '0),COALESCE(T.LIMITE_TARJETA,0),COALESCE(H.ID_HIPOTECA,0) FR
      -    'OM banco.clientes C LEFT JOIN (SELECT MAX(ID_CTACTES) ID_CTA
      -    'CTES,MAX(ID_CLIENTE) ID_CLIENTE,MAX(SALDO_ACTUAL) SALDO_ACTU
      -    'AL FROM banco.ctactes GROUP BY ID_CLIENTE) CT ON C.ID_CLIENT
      -    'E = CT.ID_CLIENTE LEFT JOIN banco.hipotecas H ON C.ID_CLIENT
      -    'E = H.ID_CLIENTE LEFT JOIN banco.tarjetas T ON C.ID_CLIENTE 
      -    '= T.ID_CLIENTE WHERE C.ID_CLIENTE = ? LIMIT 1'.
      **********************************************************************
       01 SQL-STMT-14.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 84.
           05 SQL-STMT   PIC X(84) VALUE 'UPDATE CLIENTES SET CTA_ACTIVA
      -    ' = 0, FECHA_CIERRE = CURRENT_DATE WHERE ID_CLIENTE = ?'.
      **********************************************************************
       01 SQL-STMT-20.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 93.
           05 SQL-STMT   PIC X(93) VALUE 'SELECT NRO_TARJETA,LIMITE_TARJ
      -    'ETA - ACUM_MES FROM banco.tarjetas WHERE ID_CLIENTE = ? LIMI
      -    'T 1'.
      **********************************************************************
       01 SQL-STMT-21.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 96.
           05 SQL-STMT   PIC X(96) VALUE 'SELECT ID_HIPOTECA,SALDO_ACTUA
      -    'L FROM banco.hipotecas WHERE ID_CLIENTE = ? AND ESTADO <> ''
      -    'Pagada'''.
           05 SQL-CNAME  PIC X(14) VALUE 'CUR_HIP_FALLEC'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0018  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0019  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0020  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0021  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0022  PIC S9(6) COMP-3.
           05 SQL-VAR-0023  PIC S9(13)V9(2) COMP-3.
           05 SQL-VAR-0024  PIC S9(11) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************

       01  WS-WL-CONFIRMA              PIC X(01).
       01  WS-WL-HITS                  PIC 9(5).
       01  WS-WL-REVISADOS             PIC 9(5).
       01  WS-WL-BEN-REVISADOS         PIC 9(5).
       01  WS-WL-BEN-RETENIDOS         PIC 9(5).

       01  WS-FALLEC-FSTATUS           PIC XX.
       01  WS-FALLECIDOS.
       01  WS-FAL-SALDO-ED             PIC ZZZZZZZZZ9.99.
       01  WS-FAL-HOY                  PIC X(8).
       01  WS-FAL-FECHA-SYS            PIC X(10).
       01  WS-SEGUROS-FSTATUS          PIC XX.
       01  WS-SINIES-FSTATUS           PIC XX.
       01  WS-SIN-ULTIMO               PIC 9(6).
       01  WS-SIN-ABIERTOS             PIC 9(3).
       01  WS-SIN-HIP                  PIC 9(6).
       01  WS-SIN-SALDO                PIC 9(12)V99.
       01  WS-SIN-POL-HALLADA          PIC X(1).
       01  WS-SIN-ASEG                 PIC X(20).
       01  WS-SIN-POLIZA               PIC X(15).
       01  WS-SIN-SUMA                 PIC 9(10)V99.
       01  WS-SIN-EXISTE               PIC X(1).
       01  WS-SIN-PENDIENTE            PIC X(1).
       01  WS-SIN-EXCEDENTE            PIC 9(10)V99.

       01  WS-PREF-FSTATUS             PIC XX.
       01  WS-PREST-FSTATUS            PIC XX.
       01  WS-PREFERENCIAS.
           05  WS-PRE OCCURS 300 TIMES.
               10  WS-PRE-DOC          PIC X(13).
       01  WS-PRE-ID-ING               PIC 9(10).
       01  WS-PRE-MODO-ING             PIC X(1).

       01  WS-ALE-FSTATUS              PIC XX.
       01  WS-ALERTAS.
           05  WS-ALE OCCURS 300 TIMES.
               10  WS-ALE-DOC          PIC X(13).
               10  WS-ALE-ID           PIC 9(10).
               10  WS-ALE-EMAIL        PIC X(40).
               10  WS-ALE-DEBITO       PIC X(01).
               10  WS-ALE-DEBITO-MIN   PIC 9(10)V99.
               10  WS-ALE-TARJETA      PIC X(01).
               10  WS-ALE-ENTRANTE     PIC X(01).
               10  WS-ALE-RECHAZO      PIC X(01).
               10  WS-ALE-SUELDO       PIC X(01).
               10  WS-ALE-ESTADO       PIC X(01).
               10  WS-ALE-FECHA        PIC X(08).
               10  WS-ALE-OPERADOR     PIC X(30).
       01  WS-ALE-COUNT                PIC 9(3) VALUE 0.
       01  WS-ALE-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-ALE-IDX                  PIC 9(3).
       01  WS-ALE-SEL                  PIC 9(3).
       01  WS-ALE-RESP                 PIC X(1).
       01  WS-ALE-MIN-ED               PIC ZZZZZZZZZ9.99.
       01  WS-ALE-MIN-ING              PIC 9(10)V99.
       01  WS-ALE-FECHAHORA            PIC X(21).

       01  WS-MRC-FSTATUS              PIC XX.
       01  WS-MARCAS.
           05  WS-MRC OCCURS 500 TIMES.
               10  WS-MRC-NRO          PIC 9(09).
               10  WS-MRC-DOC          PIC X(13).
               10  WS-MRC-TIPO         PIC X(10).
               10  WS-MRC-SEVERIDAD    PIC X(01).
               10  WS-MRC-TEXTO        PIC X(60).
               10  WS-MRC-DESDE        PIC X(08).
               10  WS-MRC-HASTA        PIC X(08).
               10  WS-MRC-ESTADO       PIC X(01).
               10  WS-MRC-ALTA-OPER    PIC X(30).
               10  WS-MRC-ALTA-FECHA   PIC X(08).
               10  WS-MRC-BAJA-OPER    PIC X(30).
               10  WS-MRC-BAJA-FECHA   PIC X(08).
       01  WS-MRC-COUNT                PIC 9(3) VALUE 0.
       01  WS-MRC-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-MRC-IDX                  PIC 9(3).
       01  WS-MRC-SEL                  PIC 9(3).
       01  WS-MRC-OPCION               PIC X(1).
       01  WS-MRC-TIPO-ING             PIC X(10).
           88  MRC-TIPO-VALIDO             VALUE 'FIRMAS'
                                                 'EFECTIVO'
                                                 'LEGAL'
                                                 'ATENCION'
                                                 'OTRO'.
       01  WS-MRC-SEV-ING              PIC X(1).
           88  MRC-SEV-VALIDA              VALUE 'I' 'A' 'B'.
       01  WS-MRC-TEXTO-ING            PIC X(60).
       01  WS-MRC-DESDE-ING            PIC X(8).
       01  WS-MRC-HASTA-ING            PIC X(8).
       01  WS-MRC-NRO-ING              PIC 9(9).
       01  WS-MRC-CONT-DOC             PIC 9(3).
       01  WS-MRC-FECHAHORA            PIC X(21).
       01  WS-MRC-APROBADOR            PIC X(30).
       01  WS-MRC-AUT-RES              PIC X(1).

       01  WS-JURID-FSTATUS            PIC XX.
       01  WS-VINC-FSTATUS             PIC XX.
       01  WS-JUR-ES-JURIDICA          PIC X(1) VALUE 'N'.
       01  WS-JUR-ENCONTRADA           PIC X(1).
       01  WS-JUR-OPCION               PIC 9.
       01  WS-JUR-DATOS.
           05  WS-JUR-DOC              PIC X(13).
           05  WS-JUR-RAZON            PIC X(50).
           05  WS-JUR-TIPOSOC          PIC X(10).
           05  WS-JUR-FCONST           PIC X(08).
           05  WS-JUR-ACTIVIDAD        PIC X(40).
           05  WS-JUR-FALTA            PIC X(08).
           05  WS-JUR-OPERADOR         PIC X(30).
           05  WS-JUR-ESTADO           PIC X(01).
       01  WS-JUR-DOC-EMP              PIC X(13).
       01  WS-JUR-DOC-PER              PIC X(13).
       01  WS-JUR-DOC-SAVE             PIC X(13).
       01  WS-JUR-TIPO-ING             PIC X(1).
       01  WS-JUR-CARGO-ING            PIC X(20).
       01  WS-JUR-CONTROL-ING          PIC X(1).
       01  WS-JUR-PCT-TXT              PIC X(7).
       01  WS-JUR-PCT-ING              PIC 9(3)V99.
       01  WS-JUR-PCT-TOTAL            PIC 9(5)V99.
       01  WS-JUR-PCT-ED               PIC ZZ9.99.
       01  WS-JUR-NOMBRE-PER           PIC X(50).
       01  WS-JUR-PERSONA-OK           PIC X(1).
       01  WS-JUR-KYC                  PIC X(1).
       01  WS-JUR-WL-PREVIO            PIC X(3).
       01  WS-JUR-HOY                  PIC X(8).
       01  WS-JUR-FECHA-SYS            PIC X(10).
       01  WS-JUR-REPS                 PIC 9(3).
       01  WS-JUR-BFS                  PIC 9(3).
       01  WS-JUR-OBSERVADOS           PIC 9(3).
      *    Umbral de participacion a partir del cual un socio es
      *    beneficiario final; PARAMETROS.DAT (PCT-BENEF-FINAL)
      *    prevalece sobre este valor.
       01  WS-JUR-PCT-MIN              PIC 9(3)V99 VALUE 10.00.
       01  WS-JUR-PM-CLAVE             PIC X(20).
       01  WS-JUR-PM-FECHA             PIC X(08).
       01  WS-JUR-PM-VALOR             PIC 9(7)V9(4).
       01  WS-JUR-PM-ENC               PIC X(01).
       01  WS-JURIDICAS.
           05  WS-JRS OCCURS 300 TIMES.
               10  WS-JRS-DOC          PIC X(13).
               10  WS-JRS-RAZON        PIC X(50).
               10  WS-JRS-TIPOSOC      PIC X(10).
               10  WS-JRS-FCONST       PIC X(08).
               10  WS-JRS-ACTIVIDAD    PIC X(40).
               10  WS-JRS-FALTA        PIC X(08).
               10  WS-JRS-OPERADOR     PIC X(30).
               10  WS-JRS-ESTADO       PIC X(01).
       01  WS-JRS-COUNT                PIC 9(3) VALUE 0.
       01  WS-JRS-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-JRS-IDX                  PIC 9(3).
       01  WS-JRS-SEL                  PIC 9(3).
       01  WS-VINCULOS.
           05  WS-VIN OCCURS 300 TIMES.
               10  WS-VIN-DOC-EMP      PIC X(13).
               10  WS-VIN-DOC-PER      PIC X(13).
               10  WS-VIN-TIPO         PIC X(01).
               10  WS-VIN-CARGO        PIC X(20).
               10  WS-VIN-PCT          PIC 9(03)V99.
               10  WS-VIN-NOMBRE       PIC X(50).
               10  WS-VIN-WL           PIC X(01).
               10  WS-VIN-WL-TIPO      PIC X(03).
               10  WS-VIN-KYC          PIC X(01).
               10  WS-VIN-FALTA        PIC X(08).
               10  WS-VIN-FBAJA        PIC X(08).
               10  WS-VIN-ESTADO       PIC X(01).
               10  WS-VIN-OPERADOR     PIC X(30).
       01  WS-VIN-COUNT                PIC 9(3) VALUE 0.
       01  WS-VIN-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-VIN-IDX                  PIC 9(3).
       01  WS-VIN-SEL                  PIC 9(3).

      *    Autocertificacion de residencia fiscal (CRS/FATCA). Una
      *    sola vigente por documento (ACF-ESTADO V); las anteriores
      *    quedan como historia (H). ACF-INDICIOS: N sin indicios,
      *    S inconsistencia pendiente, R resuelta por un SUPERVISOR.
       01  WS-ACF-FSTATUS              PIC XX.
       01  WS-ACF-OPCION               PIC 9.
       01  WS-ACF-PAIS-LOCAL           PIC X(02) VALUE 'AR'.
       01  WS-ACF-PREFIJO-LOCAL        PIC X(02) VALUE '54'.
       01  WS-ACF-TABLA.
           05  WS-ACF OCCURS 500 TIMES.
               10  WS-ACF-DOC          PIC X(13).
               10  WS-ACF-NOMBRE       PIC X(50).
               10  WS-ACF-FECHA        PIC X(08).
               10  WS-ACF-RES OCCURS 3 TIMES.
                   15  WS-ACF-PAIS     PIC X(02).
                   15  WS-ACF-NIF      PIC X(20).
               10  WS-ACF-US           PIC X(01).
               10  WS-ACF-TIN          PIC X(11).
               10  WS-ACF-INDICIOS     PIC X(01).
               10  WS-ACF-IND-DET      PIC X(40).
               10  WS-ACF-ESTADO       PIC X(01).
               10  WS-ACF-OPERADOR     PIC X(30).
       01  WS-ACF-COUNT                PIC 9(3) VALUE 0.
       01  WS-ACF-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-ACF-IDX                  PIC 9(3).
       01  WS-ACF-SEL                  PIC 9(3).
       01  WS-ACF-DOC-ING              PIC X(13).
       01  WS-ACF-NOMBRE-ING           PIC X(50).
       01  WS-ACF-DIR-ING              PIC X(45).
       01  WS-ACF-TEL-ING              PIC X(12).
       01  WS-ACF-RES-ING.
           05  WS-ACF-RI OCCURS 3 TIMES.
               10  WS-ACF-PAIS-ING     PIC X(02).
               10  WS-ACF-NIF-ING      PIC X(20).
       01  WS-ACF-US-ING               PIC X(01).
       01  WS-ACF-TIN-ING              PIC X(11).
       01  WS-ACF-IND-FLAG             PIC X(01).
       01  WS-ACF-DET-ING              PIC X(40).
       01  WS-ACF-IND-TXT              PIC X(40).
       01  WS-ACF-R                    PIC 9(1).
       01  WS-ACF-FIN                  PIC X(1).
       01  WS-ACF-DIR-UP               PIC X(45).
       01  WS-ACF-TEL-TRIM             PIC X(12).
       01  WS-ACF-TEL-INTL             PIC X(12).
       01  WS-ACF-PAIS-IND             PIC X(02).
       01  WS-ACF-DECLARADO            PIC X(1).
       01  WS-ACF-EXTRANJERO           PIC X(1).
       01  WS-ACF-TALLY                PIC 9(3).
       01  WS-ACF-LEN                  PIC 9(2).
       01  WS-ACF-HOY                  PIC X(8).
       01  WS-ACF-FECHA-SYS            PIC X(10).
      *    Nombres de pais que, en el domicilio, son indicio de
      *    residencia en esa jurisdiccion.
       01  WS-ACF-PAISES-LISTA.
           05  FILLER PIC X(22) VALUE "USESTADOS UNIDOS".
           05  FILLER PIC X(22) VALUE "USEEUU".
           05  FILLER PIC X(22) VALUE "USEE.UU".
           05  FILLER PIC X(22) VALUE "ESESPANA".
           05  FILLER PIC X(22) VALUE "UYURUGUAY".
           05  FILLER PIC X(22) VALUE "BRBRASIL".
           05  FILLER PIC X(22) VALUE "CLCHILE".
           05  FILLER PIC X(22) VALUE "PYPARAGUAY".
           05  FILLER PIC X(22) VALUE "BOBOLIVIA".
           05  FILLER PIC X(22) VALUE "PEPERU".
           05  FILLER PIC X(22) VALUE "COCOLOMBIA".
           05  FILLER PIC X(22) VALUE "ECECUADOR".
           05  FILLER PIC X(22) VALUE "MXMEXICO".
           05  FILLER PIC X(22) VALUE "ITITALIA".
           05  FILLER PIC X(22) VALUE "DEALEMANIA".
           05  FILLER PIC X(22) VALUE "FRFRANCIA".
           05  FILLER PIC X(22) VALUE "GBREINO UNIDO".
           05  FILLER PIC X(22) VALUE "PAPANAMA".
           05  FILLER PIC X(22) VALUE "VEVENEZUELA".
           05  FILLER PIC X(22) VALUE "CACANADA".
       01  WS-ACF-PAISES REDEFINES WS-ACF-PAISES-LISTA.
           05  WS-PAI OCCURS 20 TIMES.
               10  WS-PAI-COD          PIC X(02).
               10  WS-PAI-NOMBRE       PIC X(20).
       01  WS-PAI-IDX                  PIC 9(2).

       01  WS-MV-FUNCION               PIC X(01).
       01  WS-MV-DOC                   PIC X(13).
       01  WS-MV-MONTO                 PIC S9(8)V99.
       01  WS-KYC-LIMITE               PIC X(8).
       01  WS-KYC-ENTERO               PIC 9(8).
       01  WS-KYC-FECHA8               PIC 9(8).
       01  WS-KYC-RIE-NIVEL            PIC X(1).
       01  WS-KYC-RIE-ANIOS            PIC 9(1).
       01  WS-KYC-ANIO-VTO             PIC 9(4).
       01  WS-KYC-VTO-EFECT            PIC X(8).
       01  WS-KYC-VTO-RIESGO           PIC X(8).
       01  WS-KYC-NOTA                 PIC X(20).
       01  WS-COTIT-FSTATUS            PIC XX.
       01  WS-TIENE-COTITULAR          PIC X(1).
       01  WS-CLIENT-SNAPSHOT          PIC X(206).
                   VALUE "13. Sucesiones".
               10 WS-TXTMN14 PIC X(30)
                   VALUE "14. Entrega de extractos".
               10 WS-TXTMN15 PIC X(30)
                   VALUE "15. Personas juridicas".
               10 WS-TXTMN16 PIC X(30)
                   VALUE "16. Residencia fiscal".
               10 WS-TXTMN17 PIC X(30)
                   VALUE "17. Alertas de movimientos".
               10 WS-TXTMN18 PIC X(30)
                   VALUE "18. Marcas operativas".

       01  WS-UPDATE-MENU.
           05 WS-UD-MENU.
           05  WS-360-SALDO-HIPOTECA     PIC S9(13)V99 COMP-3.
           05  WS-360-SALDO-TARJETA      PIC S9(13)V99 COMP-3.
           05  WS-360-LIMITE-TARJETA     PIC S9(13)V99 COMP-3.
           05  WS-360-SALDO-PRESTAMOS    PIC S9(13)V99 COMP-3.
           05  WS-360-DISPONIBLE-TARJ    PIC S9(13)V99 COMP-3.
           05  WS-360-RESERVAS-TARJ      PIC S9(13)V99 COMP-3.
       01  WS-360-FECHA                         PIC X(10).
       01  WS-360-FECHA-HOY                     PIC X(8).
       01  WS-UVA-ID                            PIC 9(6).
       01  WS-UVA-ES                            PIC X(1).
       01  WS-UVA-VALOR                         PIC 9(7)V9(4).
       01  WS-UVA-FECHA-ALTA                    PIC X(8).
       01  WS-UVA-VALOR-ALTA                    PIC 9(7)V9(4).
       01  WS-UVA-MONTO-ALTA                    PIC 9(12)V99.
       01  WS-360-CTACTE-PRNT                   PIC Z9(12).99.
       01  WS-360-HIPOTECA-PRNT                 PIC Z9(12).99.
       01  WS-360-TARJETA-PRNT                  PIC Z9(12).99.
       01  WS-360-LIMITE-PRNT                   PIC Z9(12).99.
       01  WS-360-PRESTAMOS-PRNT                PIC Z9(12).99.
       01  WS-360-RESERVAS-PRNT                 PIC Z9(12).99.
       01  WS-360-DISPONIBLE-PRNT               PIC -Z(11)9.99.
       01  WS-360-NRO-TARJETA                   PIC X(16).
       01  WS-AUT-FUNCION                       PIC X(01).
       01  WS-AUT-CODIGO                        PIC X(06).
       01  WS-AUT-IMPORTE                       PIC 9(09)V99.
       01  WS-AUT-COMERCIO                      PIC X(25).
       01  WS-AUT-RESERVADO                     PIC 9(11)V99.
       01  WS-AUT-RESULTADO                     PIC X(01).

       01  WS-CEDULA-VALIDA                     PIC 9(1) VALUE 0.
       01  WS-DOC-BUFFER                        PIC X(15) VALUE SPACES.
                   PERFORM 0380-PREF-ENTREGA
                   PERFORM 0210-CLIENTES

               WHEN 15
                   PERFORM 0390-MENU-JURIDICAS
                   PERFORM 0210-CLIENTES

               WHEN 16
                   PERFORM 0410-MENU-FISCAL
                   PERFORM 0210-CLIENTES

               WHEN 17
                   PERFORM 0385-ALERTAS-CLIENTE
                   PERFORM 0210-CLIENTES

               WHEN 18
                   PERFORM 0420-MARCAS-CLIENTE
                   PERFORM 0210-CLIENTES

               WHEN OTHER
                   DISPLAY "(" WS-OPTION ") - " "Opcion invalida."
                   PERFORM 0210-CLIENTES
           DISPLAY WS-LEFT-WALL WS-TXTMN12 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN13 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN14 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN15 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN16 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN17 WS-RGTH-WALL.
           DISPLAY WS-LEFT-WALL WS-TXTMN18 WS-RGTH-WALL.
           DISPLAY "+" WS-LINE "+".
       0221-END.

               END-IF
           END-PERFORM

      *    Un RUC de sociedad (tercer digito 9 privada, 6 publica)
      *    es una persona juridica: en lugar de nombre y apellido se
      *    piden los datos societarios.
           INITIALIZE WS-JUR-DATOS
           PERFORM 0392-DETERMINA-JURIDICA
           IF WS-JUR-ES-JURIDICA = 'S'
               PERFORM 0391-CAPTURA-JURIDICA
           ELSE
               MOVE 0 TO WS-CAMPO-VALIDO
               PERFORM UNTIL WS-CAMPO-VALIDO = 1
                   DISPLAY "Inserte el Nombre:"
                   ACCEPT WS-NOMBRE
                   IF FUNCTION TRIM(WS-NOMBRE) = SPACES
                       OR FUNCTION LENGTH(FUNCTION TRIM(WS-NOMBRE)) < 2
                       DISPLAY "Nombre invalido, debe tener al menos 2"
                           " caracteres."
                   ELSE
                       MOVE 1 TO WS-CAMPO-VALIDO
                   END-IF
               END-PERFORM

               MOVE 0 TO WS-CAMPO-VALIDO
               PERFORM UNTIL WS-CAMPO-VALIDO = 1
                   DISPLAY "Inserte el Apellido:"
                   ACCEPT WS-APELLIDO
                   IF FUNCTION TRIM(WS-APELLIDO) = SPACES
                       OR FUNCTION LENGTH(
                           FUNCTION TRIM(WS-APELLIDO)) < 2
                       DISPLAY "Apellido invalido, debe tener al "
                           "menos 2 caracteres."
                   ELSE
                       MOVE 1 TO WS-CAMPO-VALIDO
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = 1
           IF WS-CONFIRMA-ALTA = 'S' OR WS-CONFIRMA-ALTA = 's'
               PERFORM 0231-INSERT-CLIENT
               PERFORM 0239-STAMPA-SUCURSAL
               IF WS-JUR-ES-JURIDICA = 'S'
                   PERFORM 0393-GRABA-JURIDICA
                   DISPLAY "Persona juridica registrada. Cargue "
                       "representantes legales y beneficiarios "
                       "finales en la opcion 15."
               END-IF
               MOVE WS-DOCUMENT TO WS-ACF-DOC-ING
               MOVE SPACES TO WS-ACF-NOMBRE-ING
               IF WS-JUR-ES-JURIDICA = 'S'
                   MOVE WS-JUR-RAZON TO WS-ACF-NOMBRE-ING
               ELSE
                   STRING FUNCTION TRIM(WS-NOMBRE) " "
                          FUNCTION TRIM(WS-APELLIDO)
                       DELIMITED BY SIZE INTO WS-ACF-NOMBRE-ING
               END-IF
               MOVE WS-DIRECCION TO WS-ACF-DIR-ING
               MOVE WS-TELEFONO TO WS-ACF-TEL-ING
               PERFORM 0411-CAPTURA-AUTOCERT
           ELSE
               DISPLAY "Registro cancelado."
           END-IF.
           MOVE SPACES TO WS-WL-DOC WS-WL-NOMBRE
           MOVE WS-DOCUMENT TO WS-WL-DOC
           MOVE SPACES TO WS-WL-NOMBRE
           IF WS-JUR-ES-JURIDICA = 'S'
               MOVE WS-JUR-RAZON TO WS-WL-NOMBRE
           ELSE
               STRING FUNCTION TRIM(WS-NOMBRE) " "
                      FUNCTION TRIM(WS-APELLIDO)
                   DELIMITED BY SIZE INTO WS-WL-NOMBRE
           END-IF
           MOVE 'L' TO WS-WL-RESULTADO
           CALL 'WATCHLST1' USING WS-WL-DOC WS-WL-NOMBRE
                                  WS-WL-RESULTADO WS-WL-TIPO
           DISPLAY "+" WS-LINE "+"
           DISPLAY "  1-Tipo Documento : " WS-TIPO-DOC
           DISPLAY "  2-Documento      : " WS-DOCUMENT
           IF WS-JUR-ES-JURIDICA = 'S'
               DISPLAY "  3-Razon social   : " WS-JUR-RAZON
               DISPLAY "  4-Tipo societario: " WS-JUR-TIPOSOC
               DISPLAY "    Constitucion   : " WS-JUR-FCONST
               DISPLAY "    Actividad      : " WS-JUR-ACTIVIDAD
           ELSE
               DISPLAY "  3-Nombre         : " WS-NOMBRE
               DISPLAY "  4-Apellido       : " WS-APELLIDO
           END-IF
           DISPLAY "  5-Direccion      : " WS-DIRECCION
           DISPLAY "  6-Telefono       : " WS-TELEFONO
           DISPLAY "  7-Correo         : " WS-MAIL
           DISPLAY "Que campo desea corregir? (1-7):"
           ACCEPT WS-CAMPO-CORREGIR

           IF WS-JUR-ES-JURIDICA = 'S'
              AND (WS-CAMPO-CORREGIR = 3 OR WS-CAMPO-CORREGIR = 4)
               PERFORM 0391-CAPTURA-JURIDICA
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CAMPO-CORREGIR
               WHEN 1
                   MOVE 0 TO WS-CEDULA-VALIDA
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE

      *    Si el documento corregido paso a ser un RUC de sociedad
      *    faltan los datos societarios.
           IF WS-CAMPO-CORREGIR = 1 OR WS-CAMPO-CORREGIR = 2
               PERFORM 0392-DETERMINA-JURIDICA
               IF WS-JUR-ES-JURIDICA = 'S' AND WS-JUR-RAZON = SPACES
                   PERFORM 0391-CAPTURA-JURIDICA
               END-IF
           END-IF.
       0238-CORREGIR-CAMPO-END.

       0237-IMPORTAR-CLIENTES.
           MOVE 0 TO WS-IMPORT-OK WS-IMPORT-ERR WS-IMPORT-LINEA
      *    La importacion no trae datos societarios: los RUC de
      *    sociedad se completan despues en la opcion 15.
           MOVE 'N' TO WS-JUR-ES-JURIDICA

           DISPLAY "+" WS-LINE "+"
           DISPLAY "  IMPORTACION MASIVA DE CLIENTES"
      *    SELECT  COALESCE(CT.SALDO_ACTUAL,0),
      *            COALESCE(H.SALDO_ACTUAL,0),
      *            COALESCE(T.LIQUIDACION_MES,0),
      *            COALESCE(T.LIMITE_TARJETA,0),
      *            COALESCE(H.ID_HIPOTECA,0)
      *    FROM banco.clientes C
      *    LEFT JOIN (SELECT MAX(ID_CTACTES) ID_CTACTES,
      *                      MAX(ID_CLIENTE) ID_CLIENTE,
      *    INTO    :WS-360-SALDO-CTACTE,
      *            :WS-360-SALDO-HIPOTECA,
      *            :WS-360-SALDO-TARJETA,
      *            :WS-360-LIMITE-TARJETA,
      *            :WS-UVA-ID
      *    WHERE C.ID_CLIENTE = :ID-CLIENTE
      *    LIMIT 1
      *    END-EXEC.
               MOVE 15 TO SQL-LEN(4)
               MOVE X'02' TO SQL-PREC(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 SQL-VAR-0024
               MOVE '3' TO SQL-TYPE(5)
               MOVE 6 TO SQL-LEN(5)
               MOVE X'00' TO SQL-PREC(5)
               SET SQL-ADDR(6) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(6)
               MOVE 3 TO SQL-LEN(6)
               MOVE X'00' TO SQL-PREC(6)
               MOVE 6 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-13
                                   SQLCA
           END-IF
           MOVE ID-CLIENTE
             TO SQL-VAR-0003
           MOVE 0 TO SQL-VAR-0024
           CALL 'OCSQLEXE' USING SQL-STMT-13
                               SQLCA
           MOVE SQL-VAR-0017 TO WS-360-SALDO-CTACTE
      *    El saldo de una hipoteca UVA esta en unidades: la vista
      *    lo muestra en pesos al valor UVA del dia.
           ACCEPT WS-360-FECHA FROM DATE
           MOVE SPACES TO WS-360-FECHA-HOY
           STRING "20" WS-360-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-360-FECHA-HOY
           MOVE SQL-VAR-0024 TO WS-UVA-ID
           CALL 'UVAHIP1' USING WS-UVA-ID
                                WS-360-FECHA-HOY
                                WS-UVA-ES
                                WS-UVA-VALOR
                                WS-UVA-FECHA-ALTA
                                WS-UVA-VALOR-ALTA
                                WS-UVA-MONTO-ALTA
           END-CALL
           COMPUTE WS-360-SALDO-HIPOTECA ROUNDED =
               SQL-VAR-0018 * WS-UVA-VALOR
           MOVE SQL-VAR-0019 TO WS-360-SALDO-TARJETA
           MOVE SQL-VAR-0020 TO WS-360-LIMITE-TARJETA

           PERFORM 0291-SQLSTATE-CHECK
           PERFORM 0235-SALDO-PRESTAMOS
           PERFORM 0235-DISPONIBLE-TARJETA.
       0235-END.

       0235-DISPONIBLE-TARJETA.
      *    Disponible de la tarjeta neto de las reservas de
      *    autorizacion abiertas (AUTORIZ_TARJ.DAT, ver AUTRES1).
      *    EXEC SQL
      *    SELECT  NRO_TARJETA,
      *            LIMITE_TARJETA - ACUM_MES
      *    INTO    :WS-360-NRO-TARJETA,
      *            :WS-360-DISPONIBLE-TARJ
      *    FROM banco.tarjetas
      *    WHERE ID_CLIENTE = :ID-CLIENTE
      *    LIMIT 1
      *    END-EXEC.
           MOVE SPACES TO WS-360-NRO-TARJETA
           MOVE 0 TO WS-360-DISPONIBLE-TARJ WS-360-RESERVAS-TARJ
           IF SQL-PREP OF SQL-STMT-20 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 WS-360-NRO-TARJETA
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 16 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 SQL-VAR-0021
               MOVE '3' TO SQL-TYPE(2)
               MOVE 8 TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(3)
               MOVE 3 TO SQL-LEN(3)
               MOVE X'00' TO SQL-PREC(3)
               MOVE 3 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-20
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE ID-CLIENTE
             TO SQL-VAR-0003
           MOVE 0 TO SQL-VAR-0021
           CALL 'OCSQLEXE' USING SQL-STMT-20
                               SQLCA
           PERFORM 0291-SQLSTATE-CHECK
           IF SQLCODE NOT = 0 OR WS-360-NRO-TARJETA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SQL-VAR-0021 TO WS-360-DISPONIBLE-TARJ
           MOVE 'C' TO WS-AUT-FUNCION
           MOVE SPACES TO WS-AUT-CODIGO
           CALL 'AUTRES1' USING WS-AUT-FUNCION WS-360-NRO-TARJETA
                                WS-AUT-CODIGO WS-AUT-IMPORTE
                                WS-AUT-COMERCIO WS-AUT-RESERVADO
                                WS-AUT-RESULTADO
           MOVE WS-AUT-RESERVADO TO WS-360-RESERVAS-TARJ
           SUBTRACT WS-AUT-RESERVADO FROM WS-360-DISPONIBLE-TARJ.
       0235-DIS-END.

       0235-SALDO-PRESTAMOS.
      *    Los prestamos personales viven en PRESTAMOS.DAT (PREPER001):
      *    saldo de capital de los vigentes del documento.
           MOVE 0 TO WS-360-SALDO-PRESTAMOS
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PREST-FSTATUS = '00'
               PERFORM UNTIL WS-PREST-FSTATUS NOT = '00'
                   READ PRESTAMOS-FILE
                       AT END MOVE '10' TO WS-PREST-FSTATUS
                       NOT AT END
                           IF PP-DOC = DOCUMENT
                              AND PP-ESTADO = 'V'
                               ADD PP-SALDO TO WS-360-SALDO-PRESTAMOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF.
       0235-PRE-END.

       0233-UPDATE-DATA-CLIENT.
           INITIALIZE WS-CLIENT


                   IF SQLCODE = 0
                   DISPLAY "Se ha actualizado la direccion del cliente"
                   PERFORM 0412-REVISA-INDICIOS
                   END-IF

                WHEN 4

                   IF SQLCODE = 0
                   DISPLAY "Se ha actualizado el telefono del cliente"
                   PERFORM 0412-REVISA-INDICIOS
                   END-IF

                WHEN 5

           IF SQLCODE = 0
               DISPLAY "Se han actualizado los datos del cliente"
               PERFORM 0412-REVISA-INDICIOS
           END-IF.
       0234-END.


           PERFORM 0264-CUENTAS-COTITULADAS

           MOVE WS-DOCUMENT TO WS-JUR-DOC-EMP
           PERFORM 0399-ESTRUCTURA-JURIDICA
           IF WS-JUR-ENCONTRADA NOT = 'S'
               MOVE WS-DOCUMENT TO WS-JUR-DOC-PER
               PERFORM 0407-VINCULOS-PERSONA
           END-IF

           PERFORM 0260-DETALLE-CLIENTE.

       0260-END.

           INITIALIZE WS-360-CTACTE-PRNT WS-360-HIPOTECA-PRNT
                      WS-360-TARJETA-PRNT WS-360-LIMITE-PRNT
                      WS-360-PRESTAMOS-PRNT
           MOVE WS-360-SALDO-CTACTE TO WS-360-CTACTE-PRNT
           MOVE WS-360-SALDO-HIPOTECA TO WS-360-HIPOTECA-PRNT
           MOVE WS-360-SALDO-TARJETA TO WS-360-TARJETA-PRNT
           MOVE WS-360-LIMITE-TARJETA TO WS-360-LIMITE-PRNT
           MOVE WS-360-SALDO-PRESTAMOS TO WS-360-PRESTAMOS-PRNT
           MOVE WS-360-RESERVAS-TARJ TO WS-360-RESERVAS-PRNT
           MOVE WS-360-DISPONIBLE-TARJ TO WS-360-DISPONIBLE-PRNT

           DISPLAY "**********************************************"
           DISPLAY "          DETALLE DE CUENTA                  "
           DISPLAY "**********************************************"
           DISPLAY " Cliente ID        : " FUNCTION TRIM(ID-CLIENTE)
           DISPLAY " Documento         : " FUNCTION TRIM(DOCUMENT)
           MOVE WS-DOCUMENT TO WS-JUR-DOC-EMP
           PERFORM 0394-BUSCA-JURIDICA
           IF WS-JUR-ENCONTRADA = 'S'
               DISPLAY " Razon social      : "
                   FUNCTION TRIM(WS-JUR-RAZON)
               DISPLAY " Tipo societario   : "
                   FUNCTION TRIM(WS-JUR-TIPOSOC)
           ELSE
               DISPLAY " Nombre            : " FUNCTION TRIM(NOMBRE)
               DISPLAY " Apellidos         : " FUNCTION TRIM(APELLIDO)
           END-IF
           DISPLAY " Dirección         : " FUNCTION TRIM(DIRECCION)
           DISPLAY " Teléfono          : " FUNCTION TRIM(TELEFONO)
           DISPLAY " Correo            : " FUNCTION TRIM(MAIL)
           DISPLAY " Saldo Hipoteca       : $" WS-360-HIPOTECA-PRNT
           DISPLAY " Deuda Tarjeta        : $" WS-360-TARJETA-PRNT
           DISPLAY " Limite Tarjeta       : $" WS-360-LIMITE-PRNT
           DISPLAY " Reservas Autorizac.  : $" WS-360-RESERVAS-PRNT
           DISPLAY " Disponible Tarjeta   : $" WS-360-DISPONIBLE-PRNT
           DISPLAY " Saldo Prestamos Pers.: $" WS-360-PRESTAMOS-PRNT
           DISPLAY "**********************************************".
       0261-END.

      *    carga una lista nueva). Las coincidencias no bloquean al
      *    cliente ya dado de alta: quedan en WATCHLIST_HITS.TXT
      *    para que cumplimiento las trabaje caso por caso.
      *    Despues repasa la agenda de beneficiarios (BENSCR1): ahi
      *    la coincidencia si retiene al beneficiario hasta que
      *    cumplimiento lo resuelva en RETCTP001.
           MOVE ZEROES TO WS-WL-HITS WS-WL-REVISADOS
           OPEN OUTPUT WLHITS-FILE
           MOVE SPACES TO WLHITS-RECORD
               DELIMITED BY SIZE INTO WLHITS-RECORD
           WRITE WLHITS-RECORD
           DISPLAY WLHITS-RECORD
           CALL 'BENSCR1' USING LK-OPERADOR WS-WL-BEN-REVISADOS
                                WS-WL-BEN-RETENIDOS
           MOVE SPACES TO WLHITS-RECORD
           STRING "BENEFICIARIOS REVISADOS=" WS-WL-BEN-REVISADOS
                  " RETENIDOS=" WS-WL-BEN-RETENIDOS
               DELIMITED BY SIZE INTO WLHITS-RECORD
           WRITE WLHITS-RECORD
           DISPLAY WLHITS-RECORD
           CLOSE WLHITS-FILE
           DISPLAY "Reporte emitido en WATCHLIST_HITS.TXT.".
       0350-WL-END.
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE 'BLOQUEO ACTIVO' TO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           PERFORM 0366-ABRE-SINIESTROS
           DISPLAY "Fallecimiento registrado: los debitos quedan "
                   "congelados (los creditos siguen entrando).".
       0361-FAL-END.
                       "documento."
               EXIT PARAGRAPH
           END-IF
      *    Con un siniestro de seguro de vida abierto la liberacion
      *    espera la indemnizacion: su excedente sobre la deuda de la
      *    hipoteca entra a la cuenta del fallecido y se libera con
      *    el resto del saldo.
           MOVE 0 TO WS-SIN-HIP
           PERFORM 0368-LEE-SINIESTROS
           IF WS-SIN-PENDIENTE = 'S'
               DISPLAY "Hay un siniestro de seguro de vida abierto "
                       "para el fallecido; libere una vez cobrada o "
                       "rechazada la indemnizacion."
               EXIT PARAGRAPH
           END-IF
           IF WS-SIN-EXCEDENTE > 0
               MOVE WS-SIN-EXCEDENTE TO WS-FAL-SALDO-ED
               DISPLAY "Incluye excedente de indemnizacion de "
                       "seguro: " WS-FAL-SALDO-ED
           END-IF
           MOVE 'S' TO WS-MV-FUNCION
           MOVE WS-FAL-DOC-ING TO WS-MV-DOC
           MOVE 0 TO WS-MV-MONTO
           END-PERFORM.
       0365-FAL-END.

       0366-ABRE-SINIESTROS.
      *    Denuncia al seguro de vida de las hipotecas del fallecido:
      *    por cada hipoteca no cancelada con poliza activa y vigente
      *    a la fecha del deceso (SEGUROS_HIP.DAT) se abre un
      *    siniestro en SEGUROS_SINIESTROS.DAT. La indemnizacion se
      *    cobra en MODHIP001 contra la deuda de la hipoteca y el
      *    excedente queda en la cuenta del fallecido para 0363.
           MOVE 0 TO WS-SIN-ABIERTOS
           MOVE WS-FAL-DOC-ING TO WS-DOCUMENT
           PERFORM 0232-SEARCH-CLIENT
           IF SQLCODE NOT = 0 OR HIPOTECA = 0
               EXIT PARAGRAPH
           END-IF
      *    EXEC SQL
      *        DECLARE CUR_HIP_FALLEC CURSOR FOR
      *        SELECT ID_HIPOTECA,
      *               SALDO_ACTUAL
      *        FROM banco.hipotecas
      *        WHERE ID_CLIENTE = :ID-CLIENTE
      *        AND ESTADO <> 'Pagada'
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-21 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(1)
               MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               MOVE 1 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-21
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE ID-CLIENTE
             TO SQL-VAR-0003
           CALL 'OCSQLOCU' USING SQL-STMT-21
                               SQLCA
           END-CALL
           PERFORM 0291-SQLSTATE-CHECK
           PERFORM UNTIL SQLCODE NOT = 0
      *        EXEC SQL
      *          FETCH CUR_HIP_FALLEC
      *          INTO :SQL-VAR-0022, :SQL-VAR-0023
      *        END-EXEC
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0022
               MOVE '3'  TO SQL-TYPE(1)
               MOVE 4    TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF SQL-VAR-0023
               MOVE '3'  TO SQL-TYPE(2)
               MOVE 8    TO SQL-LEN(2)
               MOVE X'02' TO SQL-PREC(2)
               MOVE 2 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-21
                                   SQLCA
               IF SQLCODE = 0
                   MOVE SQL-VAR-0022 TO WS-SIN-HIP
                   MOVE SQL-VAR-0023 TO WS-SIN-SALDO
                   PERFORM 0367-POLIZA-SINIESTRO
               END-IF
           END-PERFORM
      *    EXEC SQL CLOSE CUR_HIP_FALLEC END-EXEC.
           CALL 'OCSQLCCU' USING SQL-STMT-21
                               SQLCA
           END-CALL
           IF WS-SIN-ABIERTOS > 0
               DISPLAY "Siniestros de seguro de vida abiertos: "
                       WS-SIN-ABIERTOS
           END-IF.
       0366-FAL-END.

       0367-POLIZA-SINIESTRO.
           MOVE 'N' TO WS-SIN-POL-HALLADA
           OPEN INPUT SEGUROS-FILE
           IF WS-SEGUROS-FSTATUS = '00'
               PERFORM UNTIL WS-SEGUROS-FSTATUS NOT = '00'
                   READ SEGUROS-FILE
                       AT END MOVE '10' TO WS-SEGUROS-FSTATUS
                       NOT AT END
                           IF SEG-ID-HIPOTECA = WS-SIN-HIP
                              AND SEG-ESTADO = 'A'
                              AND SEG-DESDE <= WS-FAL-FECHA-ING
                              AND SEG-HASTA >= WS-FAL-FECHA-ING
                               MOVE 'S' TO WS-SIN-POL-HALLADA
                               MOVE SEG-ASEGURADORA TO WS-SIN-ASEG
                               MOVE SEG-POLIZA TO WS-SIN-POLIZA
                               MOVE SEG-SUMA TO WS-SIN-SUMA
                               MOVE '10' TO WS-SEGUROS-FSTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGUROS-FILE
           END-IF
           IF WS-SIN-POL-HALLADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0368-LEE-SINIESTROS
           IF WS-SIN-EXISTE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SINIES-FILE
           IF WS-SINIES-FSTATUS NOT = '00'
               OPEN OUTPUT SINIES-FILE
           END-IF
           ADD 1 TO WS-SIN-ULTIMO
           MOVE WS-SIN-ULTIMO TO SIN-NRO
           MOVE WS-SIN-HIP TO SIN-ID-HIPOTECA
           MOVE WS-FAL-DOC-ING TO SIN-DOC
           MOVE WS-SIN-ASEG TO SIN-ASEGURADORA
           MOVE WS-SIN-POLIZA TO SIN-POLIZA
           MOVE WS-SIN-SUMA TO SIN-SUMA
           MOVE WS-SIN-SALDO TO SIN-SALDO-DEUDA
           MOVE WS-FAL-FECHA-ING TO SIN-FECHA-FALLEC
           MOVE WS-FAL-HOY TO SIN-FECHA-ALTA
           MOVE 'A' TO SIN-ESTADO
           MOVE 0 TO SIN-INDEMNIZ SIN-APLICADO SIN-EXCEDENTE
           MOVE SPACES TO SIN-FECHA-PAGO
           MOVE LK-OPERADOR TO SIN-OPERADOR
           WRITE SINIES-RECORD
           CLOSE SINIES-FILE
           ADD 1 TO WS-SIN-ABIERTOS
           MOVE 'SINIESTROS' TO WT-AUDIT-TABLA
           MOVE WS-SIN-ULTIMO TO WT-AUDIT-ID-REG
           MOVE 'ESTADO' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING "ABIERTO HIP " WS-SIN-HIP
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           DISPLAY "Siniestro " WS-SIN-ULTIMO " abierto: hipoteca "
                   WS-SIN-HIP " poliza " WS-SIN-POLIZA " de "
                   WS-SIN-ASEG.
       0367-FAL-END.

       0368-LEE-SINIESTROS.
      *    Un recorrido de SEGUROS_SINIESTROS.DAT deja el ultimo
      *    numero usado, si la hipoteca WS-SIN-HIP ya tiene un
      *    siniestro no rechazado, si el documento WS-FAL-DOC-ING
      *    tiene uno abierto y el excedente de los ya cobrados.
           MOVE 0 TO WS-SIN-ULTIMO WS-SIN-EXCEDENTE
           MOVE 'N' TO WS-SIN-EXISTE WS-SIN-PENDIENTE
           OPEN INPUT SINIES-FILE
           IF WS-SINIES-FSTATUS = '00'
               PERFORM UNTIL WS-SINIES-FSTATUS NOT = '00'
                   READ SINIES-FILE
                       AT END MOVE '10' TO WS-SINIES-FSTATUS
                       NOT AT END
                           IF SIN-NRO > WS-SIN-ULTIMO
                               MOVE SIN-NRO TO WS-SIN-ULTIMO
                           END-IF
                           IF SIN-ID-HIPOTECA = WS-SIN-HIP
                              AND SIN-ESTADO NOT = 'R'
                               MOVE 'S' TO WS-SIN-EXISTE
                           END-IF
                           IF SIN-DOC = WS-FAL-DOC-ING
                               IF SIN-ESTADO = 'A'
                                   MOVE 'S' TO WS-SIN-PENDIENTE
                               END-IF
                               IF SIN-ESTADO = 'P'
                                   ADD SIN-EXCEDENTE
                                       TO WS-SIN-EXCEDENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINIES-FILE
           END-IF.
       0368-FAL-END.

       0369-LLAMA-MOVPOST.
           MOVE 'SUCESION  ' TO WS-MV-CANAL
           MOVE 0 TO WS-MV-NEWID
           CLOSE PREF-FILE.
       0382-PRE-END.

       0385-ALERTAS-CLIENTE.
      *    Suscripcion del cliente a alertas de movimientos, que
      *    emite ALERTA001 al spool de correo. El correo propuesto
      *    es el de la preferencia de entrega, si la tiene.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-PRE-DOC-ING
           IF WS-PRE-DOC-ING = SPACES
               DISPLAY "Documento invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0386-CARGA-ALERTAS
           IF WS-ALE-DESBORDE = 'S'
               DISPLAY "ALERTAS_SUSC.DAT supera la tabla de "
                       "trabajo; no se actualiza."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ALE-SEL
           PERFORM VARYING WS-ALE-IDX FROM 1 BY 1
                   UNTIL WS-ALE-IDX > WS-ALE-COUNT
               IF WS-ALE-DOC(WS-ALE-IDX) = WS-PRE-DOC-ING
                   MOVE WS-ALE-IDX TO WS-ALE-SEL
                   MOVE WS-ALE-COUNT TO WS-ALE-IDX
               END-IF
           END-PERFORM
           IF WS-ALE-SEL > 0
               MOVE WS-ALE-DEBITO-MIN(WS-ALE-SEL) TO WS-ALE-MIN-ED
               DISPLAY "Suscripcion actual (" WS-ALE-ESTADO(WS-ALE-SEL)
                       "): debitos " WS-ALE-DEBITO(WS-ALE-SEL)
                       " desde " WS-ALE-MIN-ED
                       " tarjeta " WS-ALE-TARJETA(WS-ALE-SEL)
                       " entrantes " WS-ALE-ENTRANTE(WS-ALE-SEL)
                       " cheques rech. " WS-ALE-RECHAZO(WS-ALE-SEL)
                       " haberes " WS-ALE-SUELDO(WS-ALE-SEL)
               DISPLAY "Correo: " WS-ALE-EMAIL(WS-ALE-SEL)
               DISPLAY "Dar de baja la suscripcion (S/N): "
               ACCEPT WS-ALE-RESP
               MOVE FUNCTION UPPER-CASE(WS-ALE-RESP) TO WS-ALE-RESP
               IF WS-ALE-RESP = 'S'
                   MOVE 'B' TO WS-ALE-ESTADO(WS-ALE-SEL)
                   MOVE FUNCTION CURRENT-DATE TO WS-ALE-FECHAHORA
                   MOVE WS-ALE-FECHAHORA(1:8)
                       TO WS-ALE-FECHA(WS-ALE-SEL)
                   MOVE LK-OPERADOR TO WS-ALE-OPERADOR(WS-ALE-SEL)
                   PERFORM 0387-GRABA-ALERTAS
                   DISPLAY "Suscripcion dada de baja."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-ALE-COUNT >= 300
                   DISPLAY "Tabla de alertas llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ALE-COUNT
               MOVE WS-ALE-COUNT TO WS-ALE-SEL
               MOVE SPACES TO WS-ALE(WS-ALE-SEL)
               MOVE 0 TO WS-ALE-ID(WS-ALE-SEL)
                         WS-ALE-DEBITO-MIN(WS-ALE-SEL)
               MOVE WS-PRE-DOC-ING TO WS-ALE-DOC(WS-ALE-SEL)
           END-IF
           DISPLAY "Id de cliente (0 si no lo conoce): "
           ACCEPT WS-PRE-ID-ING
           IF WS-PRE-ID-ING > 0
               MOVE WS-PRE-ID-ING TO WS-ALE-ID(WS-ALE-SEL)
           END-IF
           DISPLAY "Alertar debitos (S/N): "
           ACCEPT WS-ALE-RESP
           PERFORM 0388-NORMALIZA-SN
           MOVE WS-ALE-RESP TO WS-ALE-DEBITO(WS-ALE-SEL)
           MOVE 0 TO WS-ALE-MIN-ING
           IF WS-ALE-RESP = 'S'
               DISPLAY "Importe minimo del debito (0 = todos): "
               ACCEPT WS-ALE-MIN-ING
           END-IF
           MOVE WS-ALE-MIN-ING TO WS-ALE-DEBITO-MIN(WS-ALE-SEL)
           DISPLAY "Alertar consumos con tarjeta (S/N): "
           ACCEPT WS-ALE-RESP
           PERFORM 0388-NORMALIZA-SN
           MOVE WS-ALE-RESP TO WS-ALE-TARJETA(WS-ALE-SEL)
           DISPLAY "Alertar transferencias recibidas (S/N): "
           ACCEPT WS-ALE-RESP
           PERFORM 0388-NORMALIZA-SN
           MOVE WS-ALE-RESP TO WS-ALE-ENTRANTE(WS-ALE-SEL)
           DISPLAY "Alertar cheques rechazados (S/N): "
           ACCEPT WS-ALE-RESP
           PERFORM 0388-NORMALIZA-SN
           MOVE WS-ALE-RESP TO WS-ALE-RECHAZO(WS-ALE-SEL)
           DISPLAY "Alertar acreditacion de haberes (S/N): "
           ACCEPT WS-ALE-RESP
           PERFORM 0388-NORMALIZA-SN
           MOVE WS-ALE-RESP TO WS-ALE-SUELDO(WS-ALE-SEL)
      *    Correo propuesto: el vigente de la suscripcion o, si no
      *    hay, el de la preferencia de entrega.
           MOVE WS-ALE-EMAIL(WS-ALE-SEL) TO WS-MAIL
           IF WS-MAIL = SPACES
               PERFORM 0381-CARGA-PREFERENCIAS
               PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                       UNTIL WS-PRE-IDX > WS-PRE-COUNT
                   IF WS-PRE-DOC(WS-PRE-IDX) = WS-PRE-DOC-ING
                       MOVE WS-PRE-EMAIL(WS-PRE-IDX) TO WS-MAIL
                       MOVE WS-PRE-COUNT TO WS-PRE-IDX
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-ALE-RESP
           IF WS-MAIL NOT = SPACES
               DISPLAY "Correo para las alertas: " WS-MAIL
               DISPLAY "Usar este correo (S/N): "
               ACCEPT WS-ALE-RESP
               PERFORM 0388-NORMALIZA-SN
           END-IF
           IF WS-ALE-RESP NOT = 'S'
               MOVE 0 TO WS-VAL-EMAIL
               PERFORM UNTIL WS-VAL-EMAIL = 1
                   DISPLAY "Correo para las alertas: "
                   ACCEPT WS-MAIL
                   MOVE 0 TO WS-VAL-EMAIL
                   CALL 'VALEMAIL' USING WS-MAIL WS-VAL-EMAIL
                   END-CALL
                   IF WS-VAL-EMAIL NOT = 1
                       DISPLAY "Correo invalido, intente de nuevo."
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-MAIL TO WS-ALE-EMAIL(WS-ALE-SEL)
           MOVE 'A' TO WS-ALE-ESTADO(WS-ALE-SEL)
           MOVE FUNCTION CURRENT-DATE TO WS-ALE-FECHAHORA
           MOVE WS-ALE-FECHAHORA(1:8) TO WS-ALE-FECHA(WS-ALE-SEL)
           MOVE LK-OPERADOR TO WS-ALE-OPERADOR(WS-ALE-SEL)
           PERFORM 0387-GRABA-ALERTAS
           DISPLAY "Suscripcion a alertas registrada.".
       0385-ALE-END.

       0386-CARGA-ALERTAS.
           MOVE 0 TO WS-ALE-COUNT
           MOVE 'N' TO WS-ALE-DESBORDE
           OPEN INPUT ALERTAS-FILE
           IF WS-ALE-FSTATUS = '00'
               PERFORM UNTIL WS-ALE-FSTATUS NOT = '00'
                   READ ALERTAS-FILE
                       AT END MOVE '10' TO WS-ALE-FSTATUS
                       NOT AT END
                           IF WS-ALE-COUNT >= 300
                               MOVE 'S' TO WS-ALE-DESBORDE
                               MOVE '10' TO WS-ALE-FSTATUS
                           ELSE
                               ADD 1 TO WS-ALE-COUNT
                               MOVE ALERTA-RECORD TO
                                   WS-ALE(WS-ALE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-FILE
           END-IF.
       0386-ALE-END.

       0387-GRABA-ALERTAS.
           OPEN OUTPUT ALERTAS-FILE
           PERFORM VARYING WS-ALE-IDX FROM 1 BY 1
                   UNTIL WS-ALE-IDX > WS-ALE-COUNT
               MOVE WS-ALE(WS-ALE-IDX) TO ALERTA-RECORD
               WRITE ALERTA-RECORD
           END-PERFORM
           CLOSE ALERTAS-FILE.
       0387-ALE-END.

       0388-NORMALIZA-SN.
           MOVE FUNCTION UPPER-CASE(WS-ALE-RESP) TO WS-ALE-RESP
           IF WS-ALE-RESP NOT = 'S'
               MOVE 'N' TO WS-ALE-RESP
           END-IF.
       0388-ALE-END.

       0420-MARCAS-CLIENTE.
      *    Marcas operativas del cliente: las muestra MARCAS1 en
      *    cada modulo que identifica al cliente; las bloqueantes
      *    piden autorizacion de SUPERVISOR para seguir operando.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-PRE-DOC-ING
           IF WS-PRE-DOC-ING = SPACES
               DISPLAY "Documento invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0423-CARGA-MARCAS
           IF WS-MRC-DESBORDE = 'S'
               DISPLAY "MARCAS_CLIENTE.DAT supera la tabla de "
                       "trabajo; no se actualiza."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0421-LISTA-MARCAS
           DISPLAY "A=Agregar marca  B=Dar de baja  V=Volver: "
           ACCEPT WS-MRC-OPCION
           MOVE FUNCTION UPPER-CASE(WS-MRC-OPCION) TO WS-MRC-OPCION
           EVALUATE WS-MRC-OPCION
               WHEN 'A'
                   PERFORM 0422-ALTA-MARCA
               WHEN 'B'
                   PERFORM 0425-BAJA-MARCA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0420-MRC-END.

       0421-LISTA-MARCAS.
           MOVE 0 TO WS-MRC-CONT-DOC
           PERFORM VARYING WS-MRC-IDX FROM 1 BY 1
                   UNTIL WS-MRC-IDX > WS-MRC-COUNT
               IF WS-MRC-DOC(WS-MRC-IDX) = WS-PRE-DOC-ING
                   ADD 1 TO WS-MRC-CONT-DOC
                   DISPLAY WS-MRC-NRO(WS-MRC-IDX) " "
                           WS-MRC-ESTADO(WS-MRC-IDX) " "
                           WS-MRC-SEVERIDAD(WS-MRC-IDX) " "
                           WS-MRC-TIPO(WS-MRC-IDX) " "
                           WS-MRC-DESDE(WS-MRC-IDX) "-"
                           WS-MRC-HASTA(WS-MRC-IDX) " "
                           FUNCTION TRIM(WS-MRC-TEXTO(WS-MRC-IDX))
               END-IF
           END-PERFORM
           IF WS-MRC-CONT-DOC = 0
               DISPLAY "El cliente no tiene marcas registradas."
           END-IF.
       0421-MRC-END.

       0422-ALTA-MARCA.
           IF WS-MRC-COUNT >= 500
               DISPLAY "Tabla de marcas llena."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tipo (FIRMAS/EFECTIVO/LEGAL/ATENCION/OTRO): "
           ACCEPT WS-MRC-TIPO-ING
           MOVE FUNCTION UPPER-CASE(WS-MRC-TIPO-ING)
               TO WS-MRC-TIPO-ING
           IF NOT MRC-TIPO-VALIDO
               DISPLAY "Tipo de marca invalido."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Severidad (I=informativa A=advertencia "
                   "B=bloqueante): "
           ACCEPT WS-MRC-SEV-ING
           MOVE FUNCTION UPPER-CASE(WS-MRC-SEV-ING) TO WS-MRC-SEV-ING
           IF NOT MRC-SEV-VALIDA
               DISPLAY "Severidad invalida."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Texto de la marca: "
           ACCEPT WS-MRC-TEXTO-ING
           IF WS-MRC-TEXTO-ING = SPACES
               DISPLAY "El texto es obligatorio."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-MRC-FECHAHORA
           DISPLAY "Vigente desde (AAAAMMDD, en blanco = hoy): "
           ACCEPT WS-MRC-DESDE-ING
           IF WS-MRC-DESDE-ING = SPACES
               MOVE WS-MRC-FECHAHORA(1:8) TO WS-MRC-DESDE-ING
           END-IF
           DISPLAY "Vigente hasta (AAAAMMDD, en blanco = sin "
                   "vencimiento): "
           ACCEPT WS-MRC-HASTA-ING
           IF WS-MRC-HASTA-ING NOT = SPACES
              AND WS-MRC-HASTA-ING < WS-MRC-DESDE-ING
               DISPLAY "La vigencia hasta es anterior a la desde."
               EXIT PARAGRAPH
           END-IF
           MOVE 'MARCACLI    ' TO WS-SEQ-ENTIDAD-LK
           MOVE 1 TO WS-SEQ-CANTIDAD
           MOVE 1 TO WS-SEQ-SEMILLA
           MOVE 0 TO WS-SEQ-PRIMER-ID
           CALL 'SEQALLOC1' USING WS-SEQ-ENTIDAD-LK WS-SEQ-CANTIDAD
                                  WS-SEQ-SEMILLA WS-SEQ-PRIMER-ID
           ADD 1 TO WS-MRC-COUNT
           MOVE WS-MRC-COUNT TO WS-MRC-SEL
           MOVE SPACES TO WS-MRC(WS-MRC-SEL)
           MOVE WS-SEQ-PRIMER-ID TO WS-MRC-NRO(WS-MRC-SEL)
           MOVE WS-PRE-DOC-ING TO WS-MRC-DOC(WS-MRC-SEL)
           MOVE WS-MRC-TIPO-ING TO WS-MRC-TIPO(WS-MRC-SEL)
           MOVE WS-MRC-SEV-ING TO WS-MRC-SEVERIDAD(WS-MRC-SEL)
           MOVE WS-MRC-TEXTO-ING TO WS-MRC-TEXTO(WS-MRC-SEL)
           MOVE WS-MRC-DESDE-ING TO WS-MRC-DESDE(WS-MRC-SEL)
           MOVE WS-MRC-HASTA-ING TO WS-MRC-HASTA(WS-MRC-SEL)
           MOVE 'A' TO WS-MRC-ESTADO(WS-MRC-SEL)
           MOVE LK-OPERADOR TO WS-MRC-ALTA-OPER(WS-MRC-SEL)
           MOVE WS-MRC-FECHAHORA(1:8)
               TO WS-MRC-ALTA-FECHA(WS-MRC-SEL)
           PERFORM 0424-GRABA-MARCAS
           MOVE 'MARCAS_CLIENTE' TO WT-AUDIT-TABLA
           MOVE WS-PRE-DOC-ING TO WT-AUDIT-ID-REG
           MOVE 'ALTA MARCA' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT WT-AUDIT-VALOR-NUE
           STRING WS-SEQ-PRIMER-ID " " WS-MRC-TIPO-ING " "
                  WS-MRC-SEV-ING
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           DISPLAY "Marca " WS-SEQ-PRIMER-ID " registrada.".
       0422-MRC-END.

       0423-CARGA-MARCAS.
           MOVE 0 TO WS-MRC-COUNT
           MOVE 'N' TO WS-MRC-DESBORDE
           OPEN INPUT MARCAS-FILE
           IF WS-MRC-FSTATUS = '00'
               PERFORM UNTIL WS-MRC-FSTATUS NOT = '00'
                   READ MARCAS-FILE
                       AT END MOVE '10' TO WS-MRC-FSTATUS
                       NOT AT END
                           IF WS-MRC-COUNT >= 500
                               MOVE 'S' TO WS-MRC-DESBORDE
                               MOVE '10' TO WS-MRC-FSTATUS
                           ELSE
                               ADD 1 TO WS-MRC-COUNT
                               MOVE MARCA-RECORD TO
                                   WS-MRC(WS-MRC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MARCAS-FILE
           END-IF.
       0423-MRC-END.

       0424-GRABA-MARCAS.
           OPEN OUTPUT MARCAS-FILE
           PERFORM VARYING WS-MRC-IDX FROM 1 BY 1
                   UNTIL WS-MRC-IDX > WS-MRC-COUNT
               MOVE WS-MRC(WS-MRC-IDX) TO MARCA-RECORD
               WRITE MARCA-RECORD
           END-PERFORM
           CLOSE MARCAS-FILE.
       0424-MRC-END.

       0425-BAJA-MARCA.
      *    La marca dada de baja se conserva para la historia; la
      *    baja de una bloqueante la autoriza un SUPERVISOR.
           DISPLAY "Numero de marca: "
           ACCEPT WS-MRC-NRO-ING
           MOVE 0 TO WS-MRC-SEL
           PERFORM VARYING WS-MRC-IDX FROM 1 BY 1
                   UNTIL WS-MRC-IDX > WS-MRC-COUNT
               IF WS-MRC-NRO(WS-MRC-IDX) = WS-MRC-NRO-ING
                  AND WS-MRC-DOC(WS-MRC-IDX) = WS-PRE-DOC-ING
                  AND WS-MRC-ESTADO(WS-MRC-IDX) = 'A'
                   MOVE WS-MRC-IDX TO WS-MRC-SEL
                   MOVE WS-MRC-COUNT TO WS-MRC-IDX
               END-IF
           END-PERFORM
           IF WS-MRC-SEL = 0
               DISPLAY "No existe esa marca activa para el cliente."
               EXIT PARAGRAPH
           END-IF
           IF WS-MRC-SEVERIDAD(WS-MRC-SEL) = 'B'
               MOVE SPACES TO WS-MRC-APROBADOR
               MOVE 'N' TO WS-MRC-AUT-RES
               CALL 'SUPAUT1' USING LK-OPERADOR WS-MRC-APROBADOR
                                    WS-MRC-AUT-RES
               IF WS-MRC-AUT-RES NOT = 'S'
                   DISPLAY "Baja no autorizada."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-MRC-FECHAHORA
           MOVE 'B' TO WS-MRC-ESTADO(WS-MRC-SEL)
           MOVE LK-OPERADOR TO WS-MRC-BAJA-OPER(WS-MRC-SEL)
           MOVE WS-MRC-FECHAHORA(1:8) TO WS-MRC-BAJA-FECHA(WS-MRC-SEL)
           PERFORM 0424-GRABA-MARCAS
           MOVE 'MARCAS_CLIENTE' TO WT-AUDIT-TABLA
           MOVE WS-PRE-DOC-ING TO WT-AUDIT-ID-REG
           MOVE 'BAJA MARCA' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT WT-AUDIT-VALOR-NUE
           STRING WS-MRC-NRO-ING " " WS-MRC-TIPO(WS-MRC-SEL) " "
                  WS-MRC-SEVERIDAD(WS-MRC-SEL)
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-ANT
           MOVE 'BAJA' TO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           DISPLAY "Marca " WS-MRC-NRO-ING " dada de baja.".
       0425-MRC-END.

       0310-MENU-CALIDAD.
           DISPLAY "===================================="
           DISPLAY "       CALIDAD DE DATOS             "
           DISPLAY "===================================="
           DISPLAY "1 - Ejecutar barrido de validaciones"
           DISPLAY "2 - Cola de correccion (excepciones)"
           DISPLAY "3 - Historia del score de calidad"
           DISPLAY "4 - Volver"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-CAL-OPCION
           EVALUATE WS-CAL-OPCION
               WHEN 1
                   PERFORM 0311-BARRIDO-CALIDAD
                   PERFORM 0310-MENU-CALIDAD
               WHEN 2
                   PERFORM 0315-COLA-CORRECCION
                   PERFORM 0310-MENU-CALIDAD
               WHEN 3
                   PERFORM 0317-SCORE-HISTORIA
                   PERFORM 0310-MENU-CALIDAD
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 0310-MENU-CALIDAD
           END-EVALUATE.
       0310-CAL-END.

       0311-BARRIDO-CALIDAD.
      *    Pasa las reglas vigentes de alta (VALCED, VALEMAIL, campos
      *    obligatorios) por toda la tabla de clientes: lo registrado
      *    antes de esos controles y lo traido por la importacion
      *    masiva nunca se re-verifico. Excepciones a
      *    CALIDAD_EXCEPCIONES.DAT (cola de correccion), resumen por
      *    regla en CALIDAD_REPORTE.TXT y score historico en
      *    CALIDAD_SCORE.DAT para mostrarle a la auditoria que el
      *    atraso baja.
           MOVE ZEROES TO WS-CAL-TOTAL WS-CAL-CON-EXCEP
                          WS-CAL-ERR-CEDULA WS-CAL-ERR-EMAIL
                          WS-CAL-ERR-BLANCOS
           OPEN OUTPUT CALEXC-FILE
           IF SQL-PREP OF SQL-STMT-14 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-14
                                   SQLCA
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-14
                               SQLCA
           END-CALL
           PERFORM UNTIL SQLCODE = 100
               SET SQL-ADDR(1) TO ADDRESS OF WS-CAL-DOC
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 13 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF WS-CAL-TIPO
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 3 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF WS-CAL-NOMBRE
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 15 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF WS-CAL-APELLIDO
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 15 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF WS-CAL-DIRECCION
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 30 TO SQL-LEN(5)
               SET SQL-ADDR(6) TO ADDRESS OF WS-CAL-EMAIL
               MOVE 'X' TO SQL-TYPE(6)
               MOVE 30 TO SQL-LEN(6)
               MOVE 6 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-14
                                   SQLCA
               IF SQLCODE NOT = 100
                   ADD 1 TO WS-CAL-TOTAL
                   PERFORM 0312-VALIDA-CLIENTE
               END-IF
           END-PERFORM
           CALL 'OCSQLCCU' USING SQL-STMT-14
                               SQLCA
           END-CALL
           CLOSE CALEXC-FILE
           PERFORM 0313-REPORTE-CALIDAD
           PERFORM 0314-REGISTRA-SCORE.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-KYC-DOC-ING
           DISPLAY "Tipo de documento KYC (IDENTIDAD/DOMICILIO/"
                   "INGRESOS; sociedades: ESTATUTOS/ACTA-DIREC): "
           ACCEPT WS-KYC-TIPO-ING
           MOVE FUNCTION UPPER-CASE(WS-KYC-TIPO-ING)
               TO WS-KYC-TIPO-ING
           IF WS-KYC-TIPO-ING NOT = 'IDENTIDAD'
              AND WS-KYC-TIPO-ING NOT = 'DOMICILIO'
              AND WS-KYC-TIPO-ING NOT = 'INGRESOS'
              AND WS-KYC-TIPO-ING NOT = 'ESTATUTOS'
              AND WS-KYC-TIPO-ING NOT = 'ACTA-DIREC'
               DISPLAY "Tipo invalido."
               EXIT PARAGRAPH
           END-IF
                       AT END MOVE '10' TO WS-KYC-FSTATUS
                       NOT AT END
                           IF KYC-ESTADO = 'A'
                               PERFORM 0334-KYC-VTO-EFECTIVO
                           END-IF
                           IF KYC-ESTADO = 'A'
                              AND WS-KYC-VTO-EFECT >= WS-KYC-HOY
                              AND WS-KYC-VTO-EFECT <= WS-KYC-LIMITE
                               MOVE SPACES TO WS-KYC-NOTA
                               IF WS-KYC-VTO-EFECT < KYC-VENCIMIENTO
                                   STRING " RENOVACION RIESGO "
                                          WS-KYC-RIE-NIVEL
                                       DELIMITED BY SIZE
                                       INTO WS-KYC-NOTA
                               END-IF
                               MOVE SPACES TO KYCVTO-RECORD
                               STRING "CLIENTE " KYC-DOC-CLIENTE
                                      " " KYC-TIPO
                                      " " KYC-REFERENCIA
                                      " VENCE " WS-KYC-VTO-EFECT
                                      WS-KYC-NOTA
                                   DELIMITED BY SIZE
                                   INTO KYCVTO-RECORD
                               WRITE KYCVTO-RECORD
           CLOSE KYCVTO-FILE.
       0333-KYC-END.

       0334-KYC-VTO-EFECTIVO.
      *    Mismo criterio que KYCCHK1: el documento vence lo antes
      *    entre su propio vencimiento y la emision mas el periodo
      *    de renovacion del nivel de riesgo AML del cliente.
           MOVE KYC-VENCIMIENTO TO WS-KYC-VTO-EFECT
           CALL 'RIESGO1' USING KYC-DOC-CLIENTE WS-KYC-RIE-NIVEL
                                WS-KYC-RIE-ANIOS
           IF WS-KYC-RIE-ANIOS = 0 OR KYC-EMISION NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE KYC-EMISION(1:4) TO WS-KYC-ANIO-VTO
           ADD WS-KYC-RIE-ANIOS TO WS-KYC-ANIO-VTO
           MOVE SPACES TO WS-KYC-VTO-RIESGO
           STRING WS-KYC-ANIO-VTO KYC-EMISION(5:4) DELIMITED BY SIZE
               INTO WS-KYC-VTO-RIESGO
           IF WS-KYC-VTO-RIESGO < WS-KYC-VTO-EFECT
               MOVE WS-KYC-VTO-RIESGO TO WS-KYC-VTO-EFECT
           END-IF.
       0334-KYC-END.

       0390-MENU-JURIDICAS.
      *    Personas juridicas: datos societarios, representantes
      *    legales y beneficiarios finales. Todo vinculo se registra
      *    contra un cliente persona natural ya existente, pasa por
      *    el filtro de listas de vigilancia y toma su estado KYC;
      *    KYCCHK1 exige a la sociedad el juego documental
      *    societario y que todos sus vinculos esten en regla.
           DISPLAY "===================================="
           DISPLAY "       PERSONAS JURIDICAS           "
           DISPLAY "===================================="
           DISPLAY "1 - Datos societarios (alta/actualizacion)"
           DISPLAY "2 - Registrar representante legal"
           DISPLAY "3 - Registrar beneficiario final"
           DISPLAY "4 - Baja de representante/beneficiario"
           DISPLAY "5 - Estructura de propiedad"
           DISPLAY "6 - Revisar vinculos (watchlist y KYC)"
           DISPLAY "7 - Volver"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-JUR-OPCION
           EVALUATE WS-JUR-OPCION
               WHEN 1
                   PERFORM 0395-DATOS-SOCIETARIOS
                   PERFORM 0390-MENU-JURIDICAS
               WHEN 2
                   MOVE 'R' TO WS-JUR-TIPO-ING
                   PERFORM 0396-ALTA-VINCULO
                   PERFORM 0390-MENU-JURIDICAS
               WHEN 3
                   MOVE 'B' TO WS-JUR-TIPO-ING
                   PERFORM 0396-ALTA-VINCULO
                   PERFORM 0390-MENU-JURIDICAS
               WHEN 4
                   PERFORM 0398-BAJA-VINCULO
                   PERFORM 0390-MENU-JURIDICAS
               WHEN 5
                   DISPLAY "RUC de la persona juridica: "
                   ACCEPT WS-JUR-DOC-EMP
                   PERFORM 0399-ESTRUCTURA-JURIDICA
                   IF WS-JUR-ENCONTRADA NOT = 'S'
                       DISPLAY "No hay datos societarios para ese "
                               "RUC."
                   END-IF
                   PERFORM 0390-MENU-JURIDICAS
               WHEN 6
                   PERFORM 0400-REVISA-VINCULOS
                   PERFORM 0390-MENU-JURIDICAS
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 0390-MENU-JURIDICAS
           END-EVALUATE.
       0390-JUR-END.

       0391-CAPTURA-JURIDICA.
      *    La tabla de clientes solo tiene nombre y apellido: la razon
      *    social se reparte en ambas columnas (asi el rescreening y
      *    la busqueda por apellido la encuentran) y el dato completo
      *    queda en PERSONAS_JURIDICAS.DAT.
           MOVE 0 TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = 1
               DISPLAY "Inserte la razon social:"
               ACCEPT WS-JUR-RAZON
               IF FUNCTION TRIM(WS-JUR-RAZON) = SPACES
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-JUR-RAZON)) < 3
                   DISPLAY "Razon social invalida, debe tener al "
                       "menos 3 caracteres."
               ELSE
                   MOVE 1 TO WS-CAMPO-VALIDO
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = 1
               DISPLAY "Tipo societario (SA/CIA LTDA/SAS/PUBLICA/"
                       "OTRA):"
               ACCEPT WS-JUR-TIPOSOC
               MOVE FUNCTION UPPER-CASE(WS-JUR-TIPOSOC)
                   TO WS-JUR-TIPOSOC
               IF WS-JUR-TIPOSOC = SPACES
                   DISPLAY "Tipo societario obligatorio."
               ELSE
                   MOVE 1 TO WS-CAMPO-VALIDO
               END-IF
           END-PERFORM

           ACCEPT WS-JUR-FECHA-SYS FROM DATE
           MOVE SPACES TO WS-JUR-HOY
           STRING "20" WS-JUR-FECHA-SYS(1:6) DELIMITED BY SIZE
               INTO WS-JUR-HOY
           MOVE 0 TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = 1
               DISPLAY "Fecha de constitucion (AAAAMMDD):"
               ACCEPT WS-JUR-FCONST
               IF WS-JUR-FCONST NOT NUMERIC
                   OR WS-JUR-FCONST > WS-JUR-HOY
                   DISPLAY "Fecha invalida."
               ELSE
                   MOVE 1 TO WS-CAMPO-VALIDO
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CAMPO-VALIDO
           PERFORM UNTIL WS-CAMPO-VALIDO = 1
               DISPLAY "Actividad economica:"
               ACCEPT WS-JUR-ACTIVIDAD
               IF FUNCTION TRIM(WS-JUR-ACTIVIDAD) = SPACES
                   DISPLAY "Actividad obligatoria."
               ELSE
                   MOVE 1 TO WS-CAMPO-VALIDO
               END-IF
           END-PERFORM

           MOVE WS-JUR-RAZON(1:25) TO WS-NOMBRE
           MOVE WS-JUR-RAZON(26:25) TO WS-APELLIDO.
       0391-JUR-END.

       0392-DETERMINA-JURIDICA.
           MOVE 'N' TO WS-JUR-ES-JURIDICA
           IF WS-DOCUMENT IS NUMERIC
              AND (WS-DOCUMENT(3:1) = '9' OR WS-DOCUMENT(3:1) = '6')
               MOVE 'S' TO WS-JUR-ES-JURIDICA
           END-IF.
       0392-JUR-END.

       0393-GRABA-JURIDICA.
      *    Alta o actualizacion de la ficha societaria de WS-DOCUMENT.
           PERFORM 0403-CARGA-JURIDICAS
           IF WS-JRS-DESBORDE = 'S'
               DISPLAY "No se graban los datos societarios: el "
                       "archivo supera la capacidad de la tabla."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-JUR-FECHA-SYS FROM DATE
           MOVE SPACES TO WS-JUR-HOY
           STRING "20" WS-JUR-FECHA-SYS(1:6) DELIMITED BY SIZE
               INTO WS-JUR-HOY
           MOVE WS-DOCUMENT TO WS-JUR-DOC
           MOVE WS-JUR-HOY TO WS-JUR-FALTA
           MOVE LK-OPERADOR TO WS-JUR-OPERADOR
           MOVE 'A' TO WS-JUR-ESTADO
           MOVE 0 TO WS-JRS-SEL
           PERFORM VARYING WS-JRS-IDX FROM 1 BY 1
                   UNTIL WS-JRS-IDX > WS-JRS-COUNT
               IF WS-JRS-DOC(WS-JRS-IDX) = WS-JUR-DOC
                   MOVE WS-JRS-IDX TO WS-JRS-SEL
               END-IF
           END-PERFORM
           IF WS-JRS-SEL = 0
               IF WS-JRS-COUNT >= 300
                   DISPLAY "Tabla de personas juridicas completa."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JRS-COUNT
               MOVE WS-JRS-COUNT TO WS-JRS-SEL
           ELSE
               MOVE WS-JRS-FALTA(WS-JRS-SEL) TO WS-JUR-FALTA
           END-IF
           MOVE WS-JUR-DATOS TO WS-JRS(WS-JRS-SEL)
           PERFORM 0404-GRABA-JURIDICAS.
       0393-JUR-END.

       0394-BUSCA-JURIDICA.
      *    Devuelve en WS-JUR-DATOS la ficha vigente de WS-JUR-DOC-EMP.
           MOVE 'N' TO WS-JUR-ENCONTRADA
           INITIALIZE WS-JUR-DATOS
           OPEN INPUT JURID-FILE
           IF WS-JURID-FSTATUS = '00'
               PERFORM UNTIL WS-JURID-FSTATUS NOT = '00'
                   READ JURID-FILE
                       AT END MOVE '10' TO WS-JURID-FSTATUS
                       NOT AT END
                           IF JUR-DOC = WS-JUR-DOC-EMP
                              AND JUR-ESTADO = 'A'
                               MOVE JURID-RECORD TO WS-JUR-DATOS
                               MOVE 'S' TO WS-JUR-ENCONTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JURID-FILE
           END-IF.
       0394-JUR-END.

       0395-DATOS-SOCIETARIOS.
      *    Para los RUC de sociedad dados de alta antes de existir la
      *    ficha societaria, o para actualizarla.
           DISPLAY "RUC de la persona juridica: "
           ACCEPT WS-JUR-DOC-EMP
           MOVE WS-JUR-DOC-EMP TO WS-DOCUMENT
           PERFORM 0392-DETERMINA-JURIDICA
           IF WS-JUR-ES-JURIDICA NOT = 'S'
               DISPLAY "El documento no es un RUC de sociedad."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0232-SEARCH-CLIENT
           IF SQLCODE NOT = 0
               DISPLAY "No existe un cliente con ese RUC."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0394-BUSCA-JURIDICA
           IF WS-JUR-ENCONTRADA = 'S'
               DISPLAY "Razon social   : " WS-JUR-RAZON
               DISPLAY "Tipo societario: " WS-JUR-TIPOSOC
               DISPLAY "Constitucion   : " WS-JUR-FCONST
               DISPLAY "Actividad      : " WS-JUR-ACTIVIDAD
               DISPLAY "Actualiza los datos societarios? (S/N): "
               ACCEPT WS-WL-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-WL-CONFIRMA)
                   TO WS-WL-CONFIRMA
               IF WS-WL-CONFIRMA NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'PERS_JURIDICAS' TO WT-AUDIT-TABLA
               MOVE WS-JUR-RAZON(1:30) TO WT-AUDIT-VALOR-ANT
           ELSE
               MOVE 'PERS_JURIDICAS' TO WT-AUDIT-TABLA
               MOVE SPACES TO WT-AUDIT-VALOR-ANT
           END-IF
           PERFORM 0391-CAPTURA-JURIDICA
           PERFORM 0393-GRABA-JURIDICA
           MOVE WS-JUR-DOC-EMP TO WT-AUDIT-ID-REG
           MOVE 'DATOS SOCIETARIOS' TO WT-AUDIT-CAMPO
           MOVE WS-JUR-RAZON(1:30) TO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           DISPLAY "Datos societarios grabados.".
       0395-JUR-END.

       0396-ALTA-VINCULO.
      *    WS-JUR-TIPO-ING: R = representante legal, B = beneficiario
      *    final. El beneficiario final es quien posee al menos el
      *    umbral parametrizado (directa o indirectamente) o ejerce
      *    el control por otros medios.
           ACCEPT WS-JUR-FECHA-SYS FROM DATE
           MOVE SPACES TO WS-JUR-HOY
           STRING "20" WS-JUR-FECHA-SYS(1:6) DELIMITED BY SIZE
               INTO WS-JUR-HOY
           DISPLAY "RUC de la persona juridica: "
           ACCEPT WS-JUR-DOC-EMP
           PERFORM 0394-BUSCA-JURIDICA
           IF WS-JUR-ENCONTRADA NOT = 'S'
               DISPLAY "Sin datos societarios para ese RUC (opcion "
                       "1)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento de la persona (debe ser cliente): "
           ACCEPT WS-JUR-DOC-PER
           IF WS-JUR-DOC-PER = SPACES
              OR WS-JUR-DOC-PER = WS-JUR-DOC-EMP
               DISPLAY "Documento invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0401-CARGA-VINCULOS
           IF WS-VIN-DESBORDE = 'S'
               DISPLAY "No se registra: VINCULOS_JURIDICOS.DAT supera "
                       "la capacidad de la tabla."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                   UNTIL WS-VIN-IDX > WS-VIN-COUNT
               IF WS-VIN-DOC-EMP(WS-VIN-IDX) = WS-JUR-DOC-EMP
                  AND WS-VIN-DOC-PER(WS-VIN-IDX) = WS-JUR-DOC-PER
                  AND WS-VIN-TIPO(WS-VIN-IDX) = WS-JUR-TIPO-ING
                  AND WS-VIN-ESTADO(WS-VIN-IDX) = 'A'
                   DISPLAY "La persona ya tiene ese vinculo vigente."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM 0397-VALIDA-PERSONA
           IF WS-JUR-PERSONA-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-JUR-PCT-ING
           IF WS-JUR-TIPO-ING = 'R'
               DISPLAY "Cargo (GERENTE GENERAL/PRESIDENTE/"
                       "APODERADO...): "
               ACCEPT WS-JUR-CARGO-ING
               MOVE FUNCTION UPPER-CASE(WS-JUR-CARGO-ING)
                   TO WS-JUR-CARGO-ING
               IF WS-JUR-CARGO-ING = SPACES
                   DISPLAY "Cargo obligatorio."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 0406-LEE-UMBRAL
               DISPLAY "Forma de control (D=propiedad directa, "
                       "I=propiedad indirecta, C=control por otros "
                       "medios): "
               ACCEPT WS-JUR-CONTROL-ING
               MOVE FUNCTION UPPER-CASE(WS-JUR-CONTROL-ING)
                   TO WS-JUR-CONTROL-ING
               EVALUATE WS-JUR-CONTROL-ING
                   WHEN 'D'
                       MOVE 'PROPIEDAD DIRECTA' TO WS-JUR-CARGO-ING
                   WHEN 'I'
                       MOVE 'PROPIEDAD INDIRECTA' TO WS-JUR-CARGO-ING
                   WHEN 'C'
                       MOVE 'CONTROL' TO WS-JUR-CARGO-ING
                   WHEN OTHER
                       DISPLAY "Forma de control invalida."
                       EXIT PARAGRAPH
               END-EVALUATE
               IF WS-JUR-CONTROL-ING NOT = 'C'
                   DISPLAY "Porcentaje de participacion (ej. 25.50): "
                   ACCEPT WS-JUR-PCT-TXT
                   IF FUNCTION TEST-NUMVAL(WS-JUR-PCT-TXT) NOT = 0
                       DISPLAY "Porcentaje invalido."
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION NUMVAL(WS-JUR-PCT-TXT) <= 0
                      OR FUNCTION NUMVAL(WS-JUR-PCT-TXT) > 100
                       DISPLAY "Porcentaje invalido."
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-JUR-PCT-ING =
                       FUNCTION NUMVAL(WS-JUR-PCT-TXT)
                   IF WS-JUR-PCT-ING < WS-JUR-PCT-MIN
                       MOVE WS-JUR-PCT-MIN TO WS-JUR-PCT-ED
                       DISPLAY "La participacion no alcanza el umbral "
                               "de beneficiario final (" WS-JUR-PCT-ED
                               "%); no se registra."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-JUR-PCT-ING TO WS-JUR-PCT-TOTAL
                   PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                           UNTIL WS-VIN-IDX > WS-VIN-COUNT
                       IF WS-VIN-DOC-EMP(WS-VIN-IDX) = WS-JUR-DOC-EMP
                          AND WS-VIN-TIPO(WS-VIN-IDX) = 'B'
                          AND WS-VIN-ESTADO(WS-VIN-IDX) = 'A'
                           ADD WS-VIN-PCT(WS-VIN-IDX)
                               TO WS-JUR-PCT-TOTAL
                       END-IF
                   END-PERFORM
                   IF WS-JUR-PCT-TOTAL > 100
                       DISPLAY "La suma de participaciones superaria "
                               "el 100%."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF WS-VIN-COUNT >= 300
               DISPLAY "Tabla de vinculos completa."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JUR-WL-PREVIO
           PERFORM 0405-SCREEN-PERSONA
           MOVE 'N' TO WS-JUR-KYC
           CALL 'KYCCHK1' USING WS-JUR-DOC-PER WS-JUR-KYC
           ADD 1 TO WS-VIN-COUNT
           MOVE WS-VIN-COUNT TO WS-VIN-IDX
           MOVE WS-JUR-DOC-EMP TO WS-VIN-DOC-EMP(WS-VIN-IDX)
           MOVE WS-JUR-DOC-PER TO WS-VIN-DOC-PER(WS-VIN-IDX)
           MOVE WS-JUR-TIPO-ING TO WS-VIN-TIPO(WS-VIN-IDX)
           MOVE WS-JUR-CARGO-ING TO WS-VIN-CARGO(WS-VIN-IDX)
           MOVE WS-JUR-PCT-ING TO WS-VIN-PCT(WS-VIN-IDX)
           MOVE WS-JUR-NOMBRE-PER TO WS-VIN-NOMBRE(WS-VIN-IDX)
           MOVE WS-WL-RESULTADO TO WS-VIN-WL(WS-VIN-IDX)
           MOVE WS-WL-TIPO TO WS-VIN-WL-TIPO(WS-VIN-IDX)
           MOVE WS-JUR-KYC TO WS-VIN-KYC(WS-VIN-IDX)
           MOVE WS-JUR-HOY TO WS-VIN-FALTA(WS-VIN-IDX)
           MOVE SPACES TO WS-VIN-FBAJA(WS-VIN-IDX)
           MOVE 'A' TO WS-VIN-ESTADO(WS-VIN-IDX)
           MOVE LK-OPERADOR TO WS-VIN-OPERADOR(WS-VIN-IDX)
           PERFORM 0402-GRABA-VINCULOS
           MOVE 'VINC_JURIDICOS' TO WT-AUDIT-TABLA
           MOVE WS-JUR-DOC-EMP TO WT-AUDIT-ID-REG
           IF WS-JUR-TIPO-ING = 'R'
               MOVE 'ALTA REPRESENTANTE' TO WT-AUDIT-CAMPO
           ELSE
               MOVE 'ALTA BENEFICIARIO FINAL' TO WT-AUDIT-CAMPO
           END-IF
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE WS-JUR-DOC-PER TO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           DISPLAY "Vinculo registrado."
           IF WS-WL-RESULTADO = 'M'
               DISPLAY "ATENCION: queda OBSERVADO por lista de "
                       "vigilancia; la sociedad no cumple KYC hasta "
                       "que un SUPERVISOR lo libere (opcion 6)."
           END-IF
           IF WS-JUR-KYC NOT = 'S'
               DISPLAY "ATENCION: la persona no tiene vigentes los "
                       "documentos KYC (IDENTIDAD y DOMICILIO)."
           END-IF.
       0396-JUR-END.

       0397-VALIDA-PERSONA.
      *    El vinculado debe ser un cliente activo y persona natural:
      *    en una cadena societaria se registra la persona natural
      *    del final de la cadena como propiedad indirecta.
           MOVE 'N' TO WS-JUR-PERSONA-OK
           MOVE WS-DOCUMENT TO WS-JUR-DOC-SAVE
           MOVE WS-JUR-DOC-PER TO WS-DOCUMENT
           PERFORM 0232-SEARCH-CLIENT
           PERFORM 0392-DETERMINA-JURIDICA
           MOVE WS-JUR-DOC-SAVE TO WS-DOCUMENT
           IF SQLCODE NOT = 0
               DISPLAY "La persona no es cliente del banco; "
                       "registrela primero (opcion 1)."
               EXIT PARAGRAPH
           END-IF
           IF ACTIVA NOT = 1
               DISPLAY "El cliente esta dado de baja."
               EXIT PARAGRAPH
           END-IF
           IF WS-JUR-ES-JURIDICA = 'S'
               DISPLAY "Debe ser una persona natural; registre la "
                       "persona natural al final de la cadena como "
                       "propiedad indirecta."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JUR-NOMBRE-PER
           STRING FUNCTION TRIM(NOMBRE) " "
                  FUNCTION TRIM(APELLIDO)
               DELIMITED BY SIZE INTO WS-JUR-NOMBRE-PER
           MOVE 'S' TO WS-JUR-PERSONA-OK.
       0397-JUR-END.

       0398-BAJA-VINCULO.
           ACCEPT WS-JUR-FECHA-SYS FROM DATE
           MOVE SPACES TO WS-JUR-HOY
           STRING "20" WS-JUR-FECHA-SYS(1:6) DELIMITED BY SIZE
               INTO WS-JUR-HOY
           DISPLAY "RUC de la persona juridica: "
           ACCEPT WS-JUR-DOC-EMP
           PERFORM 0401-CARGA-VINCULOS
           DISPLAY "NRO T DOCUMENTO     NOMBRE"
           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                   UNTIL WS-VIN-IDX > WS-VIN-COUNT
               IF WS-VIN-DOC-EMP(WS-VIN-IDX) = WS-JUR-DOC-EMP
                  AND WS-VIN-ESTADO(WS-VIN-IDX) = 'A'
                   DISPLAY WS-VIN-IDX " " WS-VIN-TIPO(WS-VIN-IDX) " "
                           WS-VIN-DOC-PER(WS-VIN-IDX) " "
                           WS-VIN-NOMBRE(WS-VIN-IDX)(1:30)
               END-IF
           END-PERFORM
           DISPLAY "Numero de vinculo a dar de baja (0 = cancelar): "
           ACCEPT WS-VIN-SEL
           IF WS-VIN-SEL = 0 OR WS-VIN-SEL > WS-VIN-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-VIN-DOC-EMP(WS-VIN-SEL) NOT = WS-JUR-DOC-EMP
              OR WS-VIN-ESTADO(WS-VIN-SEL) NOT = 'A'
               DISPLAY "Numero invalido."
               EXIT PARAGRAPH
           END-IF
           IF WS-VIN-DESBORDE = 'S'
               DISPLAY "No se graba: VINCULOS_JURIDICOS.DAT supera la "
                       "capacidad de la tabla."
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-VIN-ESTADO(WS-VIN-SEL)
           MOVE WS-JUR-HOY TO WS-VIN-FBAJA(WS-VIN-SEL)
           PERFORM 0402-GRABA-VINCULOS
           MOVE 'VINC_JURIDICOS' TO WT-AUDIT-TABLA
           MOVE WS-JUR-DOC-EMP TO WT-AUDIT-ID-REG
           MOVE 'BAJA VINCULO' TO WT-AUDIT-CAMPO
           MOVE WS-VIN-DOC-PER(WS-VIN-SEL) TO WT-AUDIT-VALOR-ANT
           MOVE 'BAJA' TO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           DISPLAY "Vinculo dado de baja.".
       0398-JUR-END.

       0399-ESTRUCTURA-JURIDICA.
      *    Estructura de propiedad de WS-JUR-DOC-EMP para la vista
      *    360: ficha societaria, representantes y beneficiarios
      *    finales con su estado de lista de vigilancia y KYC al dia.
           PERFORM 0394-BUSCA-JURIDICA
           IF WS-JUR-ENCONTRADA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0406-LEE-UMBRAL
           PERFORM 0401-CARGA-VINCULOS
           MOVE 0 TO WS-JUR-REPS WS-JUR-BFS WS-JUR-OBSERVADOS
           MOVE 0 TO WS-JUR-PCT-TOTAL
           DISPLAY "**********************************************"
           DISPLAY "        ESTRUCTURA DE PROPIEDAD               "
           DISPLAY "**********************************************"
           DISPLAY " Razon social      : " FUNCTION TRIM(WS-JUR-RAZON)
           DISPLAY " Tipo societario   : " WS-JUR-TIPOSOC
           DISPLAY " Constitucion      : " WS-JUR-FCONST
           DISPLAY " Actividad         : " WS-JUR-ACTIVIDAD
           DISPLAY "----------------------------------------------"
           DISPLAY " Representantes legales:"
           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                   UNTIL WS-VIN-IDX > WS-VIN-COUNT
               IF WS-VIN-DOC-EMP(WS-VIN-IDX) = WS-JUR-DOC-EMP
                  AND WS-VIN-TIPO(WS-VIN-IDX) = 'R'
                  AND WS-VIN-ESTADO(WS-VIN-IDX) = 'A'
                   ADD 1 TO WS-JUR-REPS
                   PERFORM 0408-MUESTRA-VINCULO
               END-IF
           END-PERFORM
           MOVE WS-JUR-PCT-MIN TO WS-JUR-PCT-ED
           DISPLAY " Beneficiarios finales (umbral " WS-JUR-PCT-ED
                   "%):"
           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                   UNTIL WS-VIN-IDX > WS-VIN-COUNT
               IF WS-VIN-DOC-EMP(WS-VIN-IDX) = WS-JUR-DOC-EMP
                  AND WS-VIN-TIPO(WS-VIN-IDX) = 'B'
                  AND WS-VIN-ESTADO(WS-VIN-IDX) = 'A'
                   ADD 1 TO WS-JUR-BFS
                   ADD WS-VIN-PCT(WS-VIN-IDX) TO WS-JUR-PCT-TOTAL
                   PERFORM 0408-MUESTRA-VINCULO
               END-IF
           END-PERFORM
           MOVE WS-JUR-PCT-TOTAL TO WS-JUR-PCT-ED
           DISPLAY "----------------------------------------------"
           DISPLAY " Participacion identificada: " WS-JUR-PCT-ED "%"
           IF WS-JUR-REPS = 0
               DISPLAY " ATENCION: sin representante legal vigente."
           END-IF
           IF WS-JUR-BFS = 0
               DISPLAY " ATENCION: sin beneficiarios finales "
                       "identificados."
           END-IF
           IF WS-JUR-OBSERVADOS > 0
               DISPLAY " ATENCION: " WS-JUR-OBSERVADOS
                       " vinculo(s) observados por lista de "
                       "vigilancia."
           END-IF
           MOVE 'N' TO WS-JUR-KYC
           CALL 'KYCCHK1' USING WS-JUR-DOC-EMP WS-JUR-KYC
           IF WS-JUR-KYC = 'S'
               DISPLAY " Cumplimiento KYC societario: SI"
           ELSE
               DISPLAY " Cumplimiento KYC societario: NO"
           END-IF
           DISPLAY "**********************************************".
       0399-JUR-END.

       0400-REVISA-VINCULOS.
      *    Vuelve a pasar por lista de vigilancia y KYC a todos los
      *    vinculos vigentes de una sociedad. Una coincidencia ya
      *    liberada para la misma lista no se vuelve a preguntar.
           DISPLAY "RUC de la persona juridica: "
           ACCEPT WS-JUR-DOC-EMP
           PERFORM 0394-BUSCA-JURIDICA
           IF WS-JUR-ENCONTRADA NOT = 'S'
               DISPLAY "No hay datos societarios para ese RUC."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0401-CARGA-VINCULOS
           IF WS-VIN-DESBORDE = 'S'
               DISPLAY "No se revisa: VINCULOS_JURIDICOS.DAT supera "
                       "la capacidad de la tabla."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-JUR-OBSERVADOS
           PERFORM VARYING WS-VIN-SEL FROM 1 BY 1
                   UNTIL WS-VIN-SEL > WS-VIN-COUNT
               IF WS-VIN-DOC-EMP(WS-VIN-SEL) = WS-JUR-DOC-EMP
                  AND WS-VIN-ESTADO(WS-VIN-SEL) = 'A'
                   MOVE WS-VIN-DOC-PER(WS-VIN-SEL) TO WS-JUR-DOC-PER
                   MOVE WS-VIN-NOMBRE(WS-VIN-SEL)
                       TO WS-JUR-NOMBRE-PER
                   MOVE SPACES TO WS-JUR-WL-PREVIO
                   IF WS-VIN-WL(WS-VIN-SEL) = 'L'
                       MOVE WS-VIN-WL-TIPO(WS-VIN-SEL)
                           TO WS-JUR-WL-PREVIO
                   END-IF
                   PERFORM 0405-SCREEN-PERSONA
                   MOVE WS-WL-RESULTADO TO WS-VIN-WL(WS-VIN-SEL)
                   MOVE WS-WL-TIPO TO WS-VIN-WL-TIPO(WS-VIN-SEL)
                   MOVE 'N' TO WS-JUR-KYC
                   CALL 'KYCCHK1' USING WS-JUR-DOC-PER WS-JUR-KYC
                   MOVE WS-JUR-KYC TO WS-VIN-KYC(WS-VIN-SEL)
                   MOVE WS-VIN-SEL TO WS-VIN-IDX
                   PERFORM 0408-MUESTRA-VINCULO
               END-IF
           END-PERFORM
           PERFORM 0402-GRABA-VINCULOS
           DISPLAY "Revision terminada; observados: "
                   WS-JUR-OBSERVADOS.
       0400-JUR-END.

       0401-CARGA-VINCULOS.
           MOVE 0 TO WS-VIN-COUNT
           MOVE 'N' TO WS-VIN-DESBORDE
           OPEN INPUT VINC-FILE
           IF WS-VINC-FSTATUS = '00'
               PERFORM UNTIL WS-VINC-FSTATUS NOT = '00'
                   READ VINC-FILE
                       AT END MOVE '10' TO WS-VINC-FSTATUS
                       NOT AT END
                           IF WS-VIN-COUNT >= 300
                               DISPLAY "AVISO: VINCULOS_JURIDICOS.DAT"
                                   " supera los 300 vinculos."
                               MOVE 'S' TO WS-VIN-DESBORDE
                               MOVE '10' TO WS-VINC-FSTATUS
                           ELSE
                               ADD 1 TO WS-VIN-COUNT
                               MOVE VINC-RECORD TO
                                   WS-VIN(WS-VIN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VINC-FILE
           END-IF.
       0401-JUR-END.

       0402-GRABA-VINCULOS.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-VIN-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VINC-FILE
           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                   UNTIL WS-VIN-IDX > WS-VIN-COUNT
               MOVE WS-VIN(WS-VIN-IDX) TO VINC-RECORD
               WRITE VINC-RECORD
           END-PERFORM
           CLOSE VINC-FILE.
       0402-JUR-END.

       0403-CARGA-JURIDICAS.
           MOVE 0 TO WS-JRS-COUNT
           MOVE 'N' TO WS-JRS-DESBORDE
           OPEN INPUT JURID-FILE
           IF WS-JURID-FSTATUS = '00'
               PERFORM UNTIL WS-JURID-FSTATUS NOT = '00'
                   READ JURID-FILE
                       AT END MOVE '10' TO WS-JURID-FSTATUS
                       NOT AT END
                           IF WS-JRS-COUNT >= 300
                               DISPLAY "AVISO: PERSONAS_JURIDICAS.DAT"
                                   " supera las 300 fichas."
                               MOVE 'S' TO WS-JRS-DESBORDE
                               MOVE '10' TO WS-JURID-FSTATUS
                           ELSE
                               ADD 1 TO WS-JRS-COUNT
                               MOVE JURID-RECORD TO
                                   WS-JRS(WS-JRS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JURID-FILE
           END-IF.
       0403-JUR-END.

       0404-GRABA-JURIDICAS.
           IF WS-JRS-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JURID-FILE
           PERFORM VARYING WS-JRS-IDX FROM 1 BY 1
                   UNTIL WS-JRS-IDX > WS-JRS-COUNT
               MOVE WS-JRS(WS-JRS-IDX) TO JURID-RECORD
               WRITE JURID-RECORD
           END-PERFORM
           CLOSE JURID-FILE.
       0404-JUR-END.

       0405-SCREEN-PERSONA.
      *    Como 0229 pero sin bloquear: el vinculo es un hecho y se
      *    registra igual. Deja WS-WL-RESULTADO 'M' (observado) salvo
      *    que un SUPERVISOR libere la coincidencia, con constancia en
      *    la pista de auditoria. WS-JUR-WL-PREVIO trae la lista de
      *    una coincidencia ya liberada antes.
           MOVE SPACES TO WS-WL-DOC WS-WL-NOMBRE WS-WL-TIPO
           MOVE WS-JUR-DOC-PER TO WS-WL-DOC
           MOVE WS-JUR-NOMBRE-PER TO WS-WL-NOMBRE
           MOVE 'L' TO WS-WL-RESULTADO
           CALL 'WATCHLST1' USING WS-WL-DOC WS-WL-NOMBRE
                                  WS-WL-RESULTADO WS-WL-TIPO
           IF WS-WL-RESULTADO = 'L'
               MOVE SPACES TO WS-WL-TIPO
               EXIT PARAGRAPH
           END-IF
           IF WS-JUR-WL-PREVIO NOT = SPACES
              AND WS-JUR-WL-PREVIO = WS-WL-TIPO
               MOVE 'L' TO WS-WL-RESULTADO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ATENCION: coincidencia en lista de vigilancia "
                   "tipo " WS-WL-TIPO " para " WS-WL-NOMBRE
           PERFORM 0297-VERIFICA-ROL
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "La liberacion requiere rol SUPERVISOR; el "
                       "vinculo queda observado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Libera la coincidencia? (S/N): "
           ACCEPT WS-WL-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-WL-CONFIRMA)
               TO WS-WL-CONFIRMA
           IF WS-WL-CONFIRMA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'WATCHLIST' TO WT-AUDIT-TABLA
           MOVE WS-JUR-DOC-PER TO WT-AUDIT-ID-REG
           MOVE 'OVERRIDE' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           STRING "MATCH " WS-WL-TIPO
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-ANT
           MOVE 'VINCULO LIBERADO' TO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           MOVE 'L' TO WS-WL-RESULTADO.
       0405-JUR-END.

       0406-LEE-UMBRAL.
           ACCEPT WS-JUR-FECHA-SYS FROM DATE
           MOVE SPACES TO WS-JUR-PM-FECHA
           STRING "20" WS-JUR-FECHA-SYS(1:6) DELIMITED BY SIZE
               INTO WS-JUR-PM-FECHA
           MOVE 'PCT-BENEF-FINAL     ' TO WS-JUR-PM-CLAVE
           MOVE 0 TO WS-JUR-PM-VALOR
           CALL 'PARAM1' USING WS-JUR-PM-CLAVE WS-JUR-PM-FECHA
                               WS-JUR-PM-VALOR WS-JUR-PM-ENC
           IF WS-JUR-PM-ENC = 'S' AND WS-JUR-PM-VALOR > 0
              AND WS-JUR-PM-VALOR <= 100
               MOVE WS-JUR-PM-VALOR TO WS-JUR-PCT-MIN
           END-IF.
       0406-JUR-END.

       0407-VINCULOS-PERSONA.
      *    En la vista 360 de una persona natural, las sociedades en
      *    las que figura como representante o beneficiario final.
           PERFORM 0401-CARGA-VINCULOS
           MOVE 0 TO WS-JUR-REPS
           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
                   UNTIL WS-VIN-IDX > WS-VIN-COUNT
               IF WS-VIN-DOC-PER(WS-VIN-IDX) = WS-JUR-DOC-PER
                  AND WS-VIN-ESTADO(WS-VIN-IDX) = 'A'
                   IF WS-JUR-REPS = 0
                       DISPLAY " Vinculos con personas juridicas:"
                   END-IF
                   ADD 1 TO WS-JUR-REPS
                   MOVE WS-VIN-PCT(WS-VIN-IDX) TO WS-JUR-PCT-ED
                   IF WS-VIN-TIPO(WS-VIN-IDX) = 'R'
                       DISPLAY "  RUC " WS-VIN-DOC-EMP(WS-VIN-IDX)
                               " REPRESENTANTE "
                               WS-VIN-CARGO(WS-VIN-IDX)
                   ELSE
                       DISPLAY "  RUC " WS-VIN-DOC-EMP(WS-VIN-IDX)
                               " BENEFICIARIO FINAL "
                               WS-VIN-CARGO(WS-VIN-IDX) " "
                               WS-JUR-PCT-ED "%"
                   END-IF
               END-IF
           END-PERFORM.
       0407-JUR-END.

       0408-MUESTRA-VINCULO.
           MOVE 'N' TO WS-JUR-KYC
           CALL 'KYCCHK1' USING WS-VIN-DOC-PER(WS-VIN-IDX) WS-JUR-KYC
           MOVE WS-VIN-PCT(WS-VIN-IDX) TO WS-JUR-PCT-ED
           IF WS-VIN-WL(WS-VIN-IDX) = 'M'
               ADD 1 TO WS-JUR-OBSERVADOS
           END-IF
           IF WS-VIN-TIPO(WS-VIN-IDX) = 'R'
               DISPLAY "  " WS-VIN-DOC-PER(WS-VIN-IDX) " "
                       WS-VIN-NOMBRE(WS-VIN-IDX)(1:30) " "
                       WS-VIN-CARGO(WS-VIN-IDX)
                       " WL=" WS-VIN-WL(WS-VIN-IDX)
                       " KYC=" WS-JUR-KYC
           ELSE
               DISPLAY "  " WS-VIN-DOC-PER(WS-VIN-IDX) " "
                       WS-VIN-NOMBRE(WS-VIN-IDX)(1:30) " "
                       WS-JUR-PCT-ED "% "
                       WS-VIN-CARGO(WS-VIN-IDX)
                       " WL=" WS-VIN-WL(WS-VIN-IDX)
                       " KYC=" WS-JUR-KYC
           END-IF.
       0408-JUR-END.

       0410-MENU-FISCAL.
      *    Residencia fiscal autocertificada por el cliente (CRS y
      *    FATCA): paises de residencia con su NIF, condicion de US
      *    person y control de indicios contra domicilio y telefono.
      *    CRSFAT001 arma con esto el reporte anual por jurisdiccion.
           DISPLAY "===================================="
           DISPLAY "       RESIDENCIA FISCAL            "
           DISPLAY "===================================="
           DISPLAY "1 - Registrar/actualizar autocertificacion"
           DISPLAY "2 - Consultar autocertificaciones"
           DISPLAY "3 - Resolver indicios (SUPERVISOR)"
           DISPLAY "4 - Volver"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-ACF-OPCION
           EVALUATE WS-ACF-OPCION
               WHEN 1
                   DISPLAY "Documento del cliente: "
                   ACCEPT WS-DOCUMENT
                   PERFORM 0232-SEARCH-CLIENT
                   IF SQLCODE NOT = 0
                       DISPLAY "Cliente no encontrado."
                   ELSE
                       MOVE WS-DOCUMENT TO WS-ACF-DOC-ING
                       MOVE WS-DOCUMENT TO WS-JUR-DOC-EMP
                       PERFORM 0394-BUSCA-JURIDICA
                       MOVE SPACES TO WS-ACF-NOMBRE-ING
                       IF WS-JUR-ENCONTRADA = 'S'
                           MOVE WS-JUR-RAZON TO WS-ACF-NOMBRE-ING
                       ELSE
                           STRING FUNCTION TRIM(NOMBRE) " "
                                  FUNCTION TRIM(APELLIDO)
                               DELIMITED BY SIZE
                               INTO WS-ACF-NOMBRE-ING
                       END-IF
                       MOVE DIRECCION TO WS-ACF-DIR-ING
                       MOVE TELEFONO TO WS-ACF-TEL-ING
                       PERFORM 0411-CAPTURA-AUTOCERT
                   END-IF
                   PERFORM 0410-MENU-FISCAL
               WHEN 2
                   PERFORM 0414-CONSULTA-AUTOCERT
                   PERFORM 0410-MENU-FISCAL
               WHEN 3
                   PERFORM 0417-RESUELVE-INDICIOS
                   PERFORM 0410-MENU-FISCAL
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 0410-MENU-FISCAL
           END-EVALUATE.
       0410-ACF-END.

       0411-CAPTURA-AUTOCERT.
      *    Entrada: WS-ACF-DOC-ING, WS-ACF-NOMBRE-ING, WS-ACF-DIR-ING
      *    y WS-ACF-TEL-ING. La nueva autocertificacion reemplaza a
      *    la vigente, que queda como historia.
           DISPLAY "--- Autocertificacion de residencia fiscal ---"
           INITIALIZE WS-ACF-RES-ING
           MOVE 'N' TO WS-ACF-FIN
           PERFORM VARYING WS-ACF-R FROM 1 BY 1
                   UNTIL WS-ACF-R > 3 OR WS-ACF-FIN = 'S'
               DISPLAY "Pais de residencia fiscal " WS-ACF-R
                       " (ISO, ej. AR/US/ES; ENTER = no hay mas): "
               ACCEPT WS-ACF-PAIS-ING(WS-ACF-R)
               MOVE FUNCTION UPPER-CASE(WS-ACF-PAIS-ING(WS-ACF-R))
                   TO WS-ACF-PAIS-ING(WS-ACF-R)
               IF WS-ACF-PAIS-ING(WS-ACF-R) = SPACES
                   MOVE 'S' TO WS-ACF-FIN
               ELSE
                   IF WS-ACF-PAIS-ING(WS-ACF-R) NOT ALPHABETIC
                       DISPLAY "Codigo de pais invalido."
                       MOVE SPACES TO WS-ACF-PAIS-ING(WS-ACF-R)
                       SUBTRACT 1 FROM WS-ACF-R
                   ELSE
                       DISPLAY "NIF/TIN en ese pais: "
                       ACCEPT WS-ACF-NIF-ING(WS-ACF-R)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACF-PAIS-ING(1) = SPACES
               DISPLAY "Sin pais de residencia no hay "
                       "autocertificacion; el cliente queda en la "
                       "cola de seguimiento."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Es US person (ciudadano o residente de EEUU)? "
                   "(S/N): "
           ACCEPT WS-ACF-US-ING
           MOVE FUNCTION UPPER-CASE(WS-ACF-US-ING) TO WS-ACF-US-ING
           IF WS-ACF-US-ING NOT = 'S'
               MOVE 'N' TO WS-ACF-US-ING
           END-IF
           MOVE SPACES TO WS-ACF-TIN-ING
           IF WS-ACF-US-ING = 'S'
               DISPLAY "TIN de EEUU (SSN/ITIN/EIN): "
               ACCEPT WS-ACF-TIN-ING
           END-IF
           PERFORM 0413-EVALUA-INDICIOS
           IF WS-ACF-IND-FLAG = 'S'
               DISPLAY "ATENCION: indicio inconsistente con la "
                       "autocertificacion: " WS-ACF-DET-ING
           END-IF
           DISPLAY "Confirma la autocertificacion firmada? (S/N): "
           ACCEPT WS-WL-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-WL-CONFIRMA) TO WS-WL-CONFIRMA
           IF WS-WL-CONFIRMA NOT = 'S'
               DISPLAY "Autocertificacion no registrada."
               EXIT PARAGRAPH
           END-IF
           PERFORM 0415-CARGA-AUTOCERT
           IF WS-ACF-DESBORDE = 'S'
               DISPLAY "No se graba: AUTOCERT_FISCAL.DAT supera la "
                       "capacidad de la tabla."
               EXIT PARAGRAPH
           END-IF
           IF WS-ACF-COUNT >= 500
               DISPLAY "Tabla de autocertificaciones completa."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-ACF-FECHA-SYS FROM DATE
           MOVE SPACES TO WS-ACF-HOY
           STRING "20" WS-ACF-FECHA-SYS(1:6) DELIMITED BY SIZE
               INTO WS-ACF-HOY
           PERFORM VARYING WS-ACF-IDX FROM 1 BY 1
                   UNTIL WS-ACF-IDX > WS-ACF-COUNT
               IF WS-ACF-DOC(WS-ACF-IDX) = WS-ACF-DOC-ING
                  AND WS-ACF-ESTADO(WS-ACF-IDX) = 'V'
                   MOVE 'H' TO WS-ACF-ESTADO(WS-ACF-IDX)
               END-IF
           END-PERFORM
           ADD 1 TO WS-ACF-COUNT
           MOVE WS-ACF-COUNT TO WS-ACF-IDX
           MOVE WS-ACF-DOC-ING TO WS-ACF-DOC(WS-ACF-IDX)
           MOVE WS-ACF-NOMBRE-ING TO WS-ACF-NOMBRE(WS-ACF-IDX)
           MOVE WS-ACF-HOY TO WS-ACF-FECHA(WS-ACF-IDX)
           PERFORM VARYING WS-ACF-R FROM 1 BY 1 UNTIL WS-ACF-R > 3
               MOVE WS-ACF-PAIS-ING(WS-ACF-R)
                   TO WS-ACF-PAIS(WS-ACF-IDX WS-ACF-R)
               MOVE WS-ACF-NIF-ING(WS-ACF-R)
                   TO WS-ACF-NIF(WS-ACF-IDX WS-ACF-R)
           END-PERFORM
           MOVE WS-ACF-US-ING TO WS-ACF-US(WS-ACF-IDX)
           MOVE WS-ACF-TIN-ING TO WS-ACF-TIN(WS-ACF-IDX)
           MOVE WS-ACF-IND-FLAG TO WS-ACF-INDICIOS(WS-ACF-IDX)
           MOVE WS-ACF-DET-ING TO WS-ACF-IND-DET(WS-ACF-IDX)
           MOVE 'V' TO WS-ACF-ESTADO(WS-ACF-IDX)
           MOVE LK-OPERADOR TO WS-ACF-OPERADOR(WS-ACF-IDX)
           PERFORM 0416-GRABA-AUTOCERT
           MOVE 'AUTOCERT_FISCAL' TO WT-AUDIT-TABLA
           MOVE WS-ACF-DOC-ING TO WT-AUDIT-ID-REG
           MOVE 'RESIDENCIA FISCAL' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING WS-ACF-PAIS-ING(1) " " WS-ACF-PAIS-ING(2) " "
                  WS-ACF-PAIS-ING(3) " US=" WS-ACF-US-ING
                  " IND=" WS-ACF-IND-FLAG
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           DISPLAY "Autocertificacion registrada.".
       0411-ACF-END.

       0412-REVISA-INDICIOS.
      *    Cambio de domicilio o telefono: se recontrolan los
      *    indicios contra la autocertificacion vigente. Una
      *    inconsistencia nueva la deja pendiente de revision.
           PERFORM 0415-CARGA-AUTOCERT
           MOVE 0 TO WS-ACF-SEL
           PERFORM VARYING WS-ACF-IDX FROM 1 BY 1
                   UNTIL WS-ACF-IDX > WS-ACF-COUNT
               IF WS-ACF-DOC(WS-ACF-IDX) = DOCUMENT
                  AND WS-ACF-ESTADO(WS-ACF-IDX) = 'V'
                   MOVE WS-ACF-IDX TO WS-ACF-SEL
               END-IF
           END-PERFORM
           IF WS-ACF-SEL = 0
               DISPLAY "AVISO: el cliente no tiene autocertificacion "
                       "fiscal vigente (opcion 16)."
               EXIT PARAGRAPH
           END-IF
           MOVE DIRECCION TO WS-ACF-DIR-ING
           MOVE TELEFONO TO WS-ACF-TEL-ING
           PERFORM VARYING WS-ACF-R FROM 1 BY 1 UNTIL WS-ACF-R > 3
               MOVE WS-ACF-PAIS(WS-ACF-SEL WS-ACF-R)
                   TO WS-ACF-PAIS-ING(WS-ACF-R)
               MOVE WS-ACF-NIF(WS-ACF-SEL WS-ACF-R)
                   TO WS-ACF-NIF-ING(WS-ACF-R)
           END-PERFORM
           MOVE WS-ACF-US(WS-ACF-SEL) TO WS-ACF-US-ING
           MOVE WS-ACF-TIN(WS-ACF-SEL) TO WS-ACF-TIN-ING
           PERFORM 0413-EVALUA-INDICIOS
           IF WS-ACF-IND-FLAG NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-ACF-INDICIOS(WS-ACF-SEL) = 'S'
              AND WS-ACF-IND-DET(WS-ACF-SEL) = WS-ACF-DET-ING
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ATENCION: el cambio genera un indicio "
                   "inconsistente con la autocertificacion: "
                   WS-ACF-DET-ING
           DISPLAY "Solicite al cliente una nueva autocertificacion."
           IF WS-ACF-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-ACF-INDICIOS(WS-ACF-SEL)
           MOVE WS-ACF-DET-ING TO WS-ACF-IND-DET(WS-ACF-SEL)
           PERFORM 0416-GRABA-AUTOCERT.
       0412-ACF-END.

       0413-EVALUA-INDICIOS.
      *    Devuelve WS-ACF-IND-FLAG 'S' y el primer indicio en
      *    WS-ACF-DET-ING cuando domicilio, telefono o los datos
      *    declarados no cierran con la autocertificacion.
           MOVE 'N' TO WS-ACF-IND-FLAG
           MOVE SPACES TO WS-ACF-DET-ING
           MOVE 'N' TO WS-ACF-EXTRANJERO
           PERFORM VARYING WS-ACF-R FROM 1 BY 1 UNTIL WS-ACF-R > 3
               IF WS-ACF-PAIS-ING(WS-ACF-R) NOT = SPACES
                  AND WS-ACF-PAIS-ING(WS-ACF-R) NOT = WS-ACF-PAIS-LOCAL
                   MOVE 'S' TO WS-ACF-EXTRANJERO
                   IF WS-ACF-NIF-ING(WS-ACF-R) = SPACES
                       MOVE SPACES TO WS-ACF-IND-TXT
                       STRING "SIN NIF PARA RESIDENCIA "
                              WS-ACF-PAIS-ING(WS-ACF-R)
                           DELIMITED BY SIZE INTO WS-ACF-IND-TXT
                       PERFORM 0419-MARCA-INDICIO
                   END-IF
                   IF WS-ACF-PAIS-ING(WS-ACF-R) = 'US'
                      AND WS-ACF-US-ING NOT = 'S'
                       MOVE "RESIDENTE EEUU SIN US PERSON"
                           TO WS-ACF-IND-TXT
                       PERFORM 0419-MARCA-INDICIO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACF-US-ING = 'S' AND WS-ACF-TIN-ING = SPACES
               MOVE "US PERSON SIN TIN" TO WS-ACF-IND-TXT
               PERFORM 0419-MARCA-INDICIO
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-ACF-DIR-ING) TO WS-ACF-DIR-UP
           PERFORM VARYING WS-PAI-IDX FROM 1 BY 1
                   UNTIL WS-PAI-IDX > 20
               MOVE 0 TO WS-ACF-TALLY
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PAI-NOMBRE(WS-PAI-IDX)))
                   TO WS-ACF-LEN
               INSPECT WS-ACF-DIR-UP TALLYING WS-ACF-TALLY
                   FOR ALL WS-PAI-NOMBRE(WS-PAI-IDX)(1:WS-ACF-LEN)
               IF WS-ACF-TALLY > 0
                   MOVE WS-PAI-COD(WS-PAI-IDX) TO WS-ACF-PAIS-IND
                   PERFORM 0418-CONTROLA-PAIS-INDICIO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ACF-TEL-INTL
           MOVE FUNCTION TRIM(WS-ACF-TEL-ING) TO WS-ACF-TEL-TRIM
           IF WS-ACF-TEL-TRIM(1:1) = '+'
               MOVE WS-ACF-TEL-TRIM(2:11) TO WS-ACF-TEL-INTL
           ELSE
               IF WS-ACF-TEL-TRIM(1:2) = '00'
                   MOVE WS-ACF-TEL-TRIM(3:10) TO WS-ACF-TEL-INTL
               END-IF
           END-IF
           IF WS-ACF-TEL-INTL = SPACES
              OR WS-ACF-TEL-INTL(1:2) = WS-ACF-PREFIJO-LOCAL
               EXIT PARAGRAPH
           END-IF
           IF WS-ACF-TEL-INTL(1:1) = '1'
               MOVE 'US' TO WS-ACF-PAIS-IND
               PERFORM 0418-CONTROLA-PAIS-INDICIO
           ELSE
               IF WS-ACF-EXTRANJERO = 'N'
                   MOVE "TELEFONO EXTRANJERO SIN RESIDENCIA EXT."
                       TO WS-ACF-IND-TXT
                   PERFORM 0419-MARCA-INDICIO
               END-IF
           END-IF.
       0413-ACF-END.

       0414-CONSULTA-AUTOCERT.
           DISPLAY "Documento del cliente: "
           ACCEPT WS-ACF-DOC-ING
           PERFORM 0415-CARGA-AUTOCERT
           DISPLAY "E FECHA    PAISES   US TIN         I DETALLE"
           PERFORM VARYING WS-ACF-IDX FROM 1 BY 1
                   UNTIL WS-ACF-IDX > WS-ACF-COUNT
               IF WS-ACF-DOC(WS-ACF-IDX) = WS-ACF-DOC-ING
                   DISPLAY WS-ACF-ESTADO(WS-ACF-IDX) " "
                           WS-ACF-FECHA(WS-ACF-IDX) " "
                           WS-ACF-PAIS(WS-ACF-IDX 1) " "
                           WS-ACF-PAIS(WS-ACF-IDX 2) " "
                           WS-ACF-PAIS(WS-ACF-IDX 3) " "
                           WS-ACF-US(WS-ACF-IDX) "  "
                           WS-ACF-TIN(WS-ACF-IDX) " "
                           WS-ACF-INDICIOS(WS-ACF-IDX) " "
                           WS-ACF-IND-DET(WS-ACF-IDX)
                   PERFORM VARYING WS-ACF-R FROM 1 BY 1
                           UNTIL WS-ACF-R > 3
                       IF WS-ACF-PAIS(WS-ACF-IDX WS-ACF-R) NOT = SPACES
                           DISPLAY "    NIF "
                               WS-ACF-PAIS(WS-ACF-IDX WS-ACF-R) ": "
                               WS-ACF-NIF(WS-ACF-IDX WS-ACF-R)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       0414-ACF-END.

       0415-CARGA-AUTOCERT.
           MOVE 0 TO WS-ACF-COUNT
           MOVE 'N' TO WS-ACF-DESBORDE
           OPEN INPUT ACF-FILE
           IF WS-ACF-FSTATUS = '00'
               PERFORM UNTIL WS-ACF-FSTATUS NOT = '00'
                   READ ACF-FILE
                       AT END MOVE '10' TO WS-ACF-FSTATUS
                       NOT AT END
                           IF WS-ACF-COUNT >= 500
                               DISPLAY "AVISO: AUTOCERT_FISCAL.DAT "
                                   "supera los 500 registros."
                               MOVE 'S' TO WS-ACF-DESBORDE
                               MOVE '10' TO WS-ACF-FSTATUS
                           ELSE
                               ADD 1 TO WS-ACF-COUNT
                               MOVE ACF-RECORD TO
                                   WS-ACF(WS-ACF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACF-FILE
           END-IF.
       0415-ACF-END.

       0416-GRABA-AUTOCERT.
      *    Nunca reescribe a partir de una carga truncada.
           IF WS-ACF-DESBORDE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACF-FILE
           PERFORM VARYING WS-ACF-IDX FROM 1 BY 1
                   UNTIL WS-ACF-IDX > WS-ACF-COUNT
               MOVE WS-ACF(WS-ACF-IDX) TO ACF-RECORD
               WRITE ACF-RECORD
           END-PERFORM
           CLOSE ACF-FILE.
       0416-ACF-END.

       0417-RESUELVE-INDICIOS.
      *    El SUPERVISOR da por explicado el indicio (documentacion
      *    respaldatoria en el legajo); queda en la pista de
      *    auditoria.
           PERFORM 0297-VERIFICA-ROL
           IF NOT OPER-ES-SUPERVISOR
               DISPLAY "Operacion reservada a rol SUPERVISOR."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Documento del cliente: "
           ACCEPT WS-ACF-DOC-ING
           PERFORM 0415-CARGA-AUTOCERT
           MOVE 0 TO WS-ACF-SEL
           PERFORM VARYING WS-ACF-IDX FROM 1 BY 1
                   UNTIL WS-ACF-IDX > WS-ACF-COUNT
               IF WS-ACF-DOC(WS-ACF-IDX) = WS-ACF-DOC-ING
                  AND WS-ACF-ESTADO(WS-ACF-IDX) = 'V'
                  AND WS-ACF-INDICIOS(WS-ACF-IDX) = 'S'
                   MOVE WS-ACF-IDX TO WS-ACF-SEL
               END-IF
           END-PERFORM
           IF WS-ACF-SEL = 0
               DISPLAY "No hay indicios pendientes para ese cliente."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Indicio: " WS-ACF-IND-DET(WS-ACF-SEL)
           DISPLAY "Da por resuelto el indicio? (S/N): "
           ACCEPT WS-WL-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-WL-CONFIRMA) TO WS-WL-CONFIRMA
           IF WS-WL-CONFIRMA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-ACF-DESBORDE = 'S'
               DISPLAY "No se graba: AUTOCERT_FISCAL.DAT supera la "
                       "capacidad de la tabla."
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-ACF-INDICIOS(WS-ACF-SEL)
           PERFORM 0416-GRABA-AUTOCERT
           MOVE 'AUTOCERT_FISCAL' TO WT-AUDIT-TABLA
           MOVE WS-ACF-DOC-ING TO WT-AUDIT-ID-REG
           MOVE 'INDICIO RESUELTO' TO WT-AUDIT-CAMPO
           MOVE WS-ACF-IND-DET(WS-ACF-SEL) TO WT-AUDIT-VALOR-ANT
           MOVE 'RESUELTO' TO WT-AUDIT-VALOR-NUE
           PERFORM 0296-REGISTRA-AUDITORIA
           DISPLAY "Indicio resuelto.".
       0417-ACF-END.

       0418-CONTROLA-PAIS-INDICIO.
      *    Indicio de residencia en WS-ACF-PAIS-IND: debe estar
      *    declarado (o, para EEUU, la condicion de US person).
           IF WS-ACF-PAIS-IND = 'US'
               IF WS-ACF-US-ING NOT = 'S'
                   MOVE "INDICIO EEUU SIN US PERSON"
                       TO WS-ACF-IND-TXT
                   PERFORM 0419-MARCA-INDICIO
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACF-DECLARADO
           PERFORM VARYING WS-ACF-R FROM 1 BY 1 UNTIL WS-ACF-R > 3
               IF WS-ACF-PAIS-ING(WS-ACF-R) = WS-ACF-PAIS-IND
                   MOVE 'S' TO WS-ACF-DECLARADO
               END-IF
           END-PERFORM
           IF WS-ACF-DECLARADO = 'N'
               MOVE SPACES TO WS-ACF-IND-TXT
               STRING "DOMICILIO EN " WS-ACF-PAIS-IND
                      " NO DECLARADO"
                   DELIMITED BY SIZE INTO WS-ACF-IND-TXT
               PERFORM 0419-MARCA-INDICIO
           END-IF.
       0418-ACF-END.

       0419-MARCA-INDICIO.
           MOVE 'S' TO WS-ACF-IND-FLAG
           IF WS-ACF-DET-ING = SPACES
               MOVE WS-ACF-IND-TXT TO WS-ACF-DET-ING
           END-IF.
       0419-ACF-END.

       0291-SQLSTATE-CHECK.
           IF SQLCODE < 0
               DISPLAY 'SQLSTATE='  SQLSTATE,
