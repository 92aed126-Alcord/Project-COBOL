      ******************************************************************
      * Author: Kevin Cabrera
      * Date: 15/10/2026
      * Purpose: Datos personales (habeas data).
      *          1) Reporte del titular: ante un pedido de acceso
      *             reune en HABEAS_DATA.TXT todo lo que el banco
      *             guarda de un numero de documento: ficha de
      *             CLIENTES, sucursal, cuentas y su estado,
      *             cotitularidades, documentos KYC, preferencia de
      *             entrega, autocertificacion fiscal, datos
      *             societarios y vinculos, agenda de beneficiarios,
      *             prestamos, plazos fijos, embargos, gestiones de
      *             cobranza y sus contactos, reclamos, fallecimiento,
      *             partidas pendientes y movimientos por canal. Cada
      *             reporte queda registrado en la pista de auditoria
      *             como acceso a datos personales, con el numero de
      *             solicitud. No incluye casos AML, reportes a la UIF
      *             ni retenciones por listas: la normativa de
      *             prevencion de lavado prohibe revelarlos al titular.
      *          2) Anonimizacion de ex clientes (SUPERVISOR/ADMIN):
      *             a los clientes dados de baja cuya fecha de cierre
      *             supera el plazo legal de conservacion
      *             (RETENCION-DATOS-ANIOS via PARAM1, 10 anios por
      *             defecto) les reemplaza nombre, apellido,
      *             direccion, telefono y email en CLIENTES, el email
      *             de PREF_ENTREGA.DAT y de ALERTAS_SUSC.DAT y el
      *             nombre en COTITULARES.DAT. Se excluye a quien tenga
      *             productos abiertos (tarjeta, credito, hipoteca,
      *             prestamo o plazo fijo vigente), casos abiertos
      *             (reclamos, cobranza, AML, sucesion) o retenciones
      *             (embargo, partida pendiente, retencion por
      *             listas). Saldos, documento y movimientos no se
      *             tocan, asi la historia contable sigue completa.
      *             Cada anonimizacion queda en la pista de auditoria
      *             y el resultado en ANONIMIZACION.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABDAT001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE ASSIGN TO "DBPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBPARM-STATUS.
           SELECT HABEAS-FILE ASSIGN TO "HABEAS_DATA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANONIM-FILE ASSIGN TO "ANONIMIZACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TMP-FILE ASSIGN TO "HABDAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMP-FSTATUS.
           SELECT CLISUC-FILE ASSIGN TO "CLIENTES_SUCURSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLISUC-FSTATUS.
           SELECT TIPOCTA-FILE ASSIGN TO "CUENTAS_TIPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIPOCTA-FSTATUS.
           SELECT CTAEST-FILE ASSIGN TO "CUENTAS_ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAEST-FSTATUS.
           SELECT COTIT-FILE ASSIGN TO "COTITULARES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COTIT-FSTATUS.
           SELECT KYC-FILE ASSIGN TO "DOCUMENTOS_KYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KYC-FSTATUS.
           SELECT PREF-FILE ASSIGN TO "PREF_ENTREGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-FSTATUS.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS_SUSC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALE-FSTATUS.
           SELECT ACF-FILE ASSIGN TO "AUTOCERT_FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACF-FSTATUS.
           SELECT JURID-FILE ASSIGN TO "PERSONAS_JURIDICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JURID-FSTATUS.
           SELECT VINC-FILE ASSIGN TO "VINCULOS_JURIDICOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VINC-FSTATUS.
           SELECT BENEF-FILE ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-FSTATUS.
           SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREST-FSTATUS.
           SELECT PLAZO-FILE ASSIGN TO "PLAZOFIJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAZO-FSTATUS.
           SELECT EMBARGOS-FILE ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMB-FSTATUS.
           SELECT CASOS-FILE ASSIGN TO "GESTION_COBRANZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-FSTATUS.
           SELECT CONTACTOS-FILE ASSIGN TO "GESTION_CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONT-FSTATUS.
           SELECT RECLAMOS-FILE ASSIGN TO "RECLAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-FSTATUS.
           SELECT FALLEC-FILE ASSIGN TO "FALLECIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FALLEC-FSTATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "PARTIDAS_SUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-FSTATUS.
           SELECT CANAL-FILE ASSIGN TO "MOVS_CANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANAL-FSTATUS.
           SELECT AMLCAS-FILE ASSIGN TO "AML_CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AML-FSTATUS.
           SELECT RETEN-FILE ASSIGN TO "RETENCIONES_CTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FSTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DBPARM-FILE.
       01  DBPARM-RECORD               PIC X(80).
       FD  HABEAS-FILE.
       01  HABEAS-RECORD               PIC X(132).
       FD  ANONIM-FILE.
       01  ANONIM-RECORD               PIC X(132).
       FD  TMP-FILE.
       01  TMP-RECORD                  PIC X(200).
       FD  CLISUC-FILE.
       01  CLISUC-RECORD.
           05  CLS-DOC                 PIC X(13).
           05  CLS-SUCURSAL            PIC X(03).
       FD  TIPOCTA-FILE.
       01  TIPOCTA-RECORD.
           05  TIPCTA-DOC              PIC X(13).
           05  TIPCTA-TIPO             PIC X(02).
           05  TIPCTA-MONEDA           PIC X(03).
           05  TIPCTA-SUCURSAL         PIC X(03).
           05  TIPCTA-RET-PERIODO      PIC X(06).
           05  TIPCTA-RETIROS          PIC 9(03).
       FD  CTAEST-FILE.
       01  CTAEST-RECORD.
           05  CTAEST-DOC              PIC X(13).
           05  CTAEST-ESTADO           PIC X(01).
           05  CTAEST-FECHA            PIC X(08).
       FD  COTIT-FILE.
       01  COTIT-RECORD.
           05  COT-DOC-CUENTA          PIC X(13).
           05  COT-DOC-PERSONA         PIC X(13).
           05  COT-NOMBRE              PIC X(30).
           05  COT-TIPO                PIC X(01).
           05  COT-ESTADO              PIC X(01).
       FD  KYC-FILE.
       01  KYC-RECORD.
           05  KYC-DOC-CLIENTE         PIC X(13).
           05  KYC-TIPO                PIC X(10).
           05  KYC-REFERENCIA          PIC X(20).
           05  KYC-EMISION             PIC X(08).
           05  KYC-VENCIMIENTO         PIC X(08).
           05  KYC-ESTADO              PIC X(01).
       FD  PREF-FILE.
       01  PREF-RECORD.
           05  PRE-DOC                 PIC X(13).
           05  PRE-ID-CLIENTE          PIC 9(10).
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
       FD  BENEF-FILE.
       01  BENEF-RECORD.
           05  BEN-DOC-CLI             PIC X(13).
           05  BEN-ALIAS               PIC X(15).
           05  BEN-CBU                 PIC X(22).
           05  BEN-TITULAR             PIC X(30).
           05  BEN-ESTADO              PIC X(01).
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
       FD  PLAZO-FILE.
       01  PLAZO-RECORD.
           05  PF-NRO                  PIC 9(05).
           05  PF-DOC                  PIC X(13).
           05  PF-CAPITAL              PIC 9(10)V99.
           05  PF-TASA                 PIC 9(03)V99.
           05  PF-PLAZO-DIAS           PIC 9(03).
           05  PF-FECHA-ALTA           PIC X(08).
           05  PF-FECHA-VTO            PIC X(08).
           05  PF-INSTRUCCION          PIC X(01).
           05  PF-ESTADO               PIC X(01).
       FD  EMBARGOS-FILE.
       01  EMBARGO-RECORD.
           05  EMB-DOC                 PIC X(13).
           05  EMB-IMPORTE             PIC 9(10)V99.
           05  EMB-REFERENCIA          PIC X(20).
           05  EMB-ESTADO              PIC X(01).
           05  EMB-FECHA-ALTA          PIC X(08).
           05  EMB-FECHA-LEV           PIC X(08).
           05  EMB-OPERADOR            PIC X(30).
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
       FD  RECLAMOS-FILE.
       01  RECLAMO-RECORD.
           05  REC-NRO                 PIC 9(09).
           05  REC-DOC                 PIC X(13).
           05  REC-PRODUCTO            PIC X(10).
           05  REC-ID-MOV              PIC 9(09).
           05  REC-CLASE               PIC X(10).
           05  REC-ASIGNADO            PIC X(10).
           05  REC-ESTADO              PIC X(01).
           05  REC-FECHA-ALTA          PIC X(08).
           05  REC-FECHA-LIMITE        PIC X(08).
           05  REC-FECHA-ESTADO        PIC X(08).
           05  REC-DETALLE             PIC X(40).
       FD  FALLEC-FILE.
       01  FALLEC-RECORD.
           05  FAL-DOC                 PIC X(13).
           05  FAL-FECHA-FALLEC        PIC X(08).
           05  FAL-EXPEDIENTE          PIC X(20).
           05  FAL-ESTADO              PIC X(01).
           05  FAL-OPERADOR            PIC X(30).
           05  FAL-FECHA-LIB           PIC X(08).
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD.
           05  SUS-NRO                 PIC 9(09).
           05  SUS-ORIGEN              PIC X(10).
           05  SUS-DOC                 PIC X(13).
           05  SUS-REF                 PIC X(22).
           05  SUS-IMPORTE             PIC 9(10)V99.
           05  SUS-FECHA-ALTA          PIC X(08).
           05  SUS-ESTADO              PIC X(01).
           05  SUS-FECHA-RES           PIC X(08).
           05  SUS-MOTIVO-RES          PIC X(20).
           05  SUS-OPERADOR            PIC X(30).
       FD  CANAL-FILE.
       01  CANAL-RECORD                PIC X(140).
       FD  AMLCAS-FILE.
       01  AMLCAS-RECORD.
           05  AML-NRO                 PIC 9(09).
           05  AML-TIPO                PIC X(10).
           05  AML-DOC                 PIC X(13).
           05  AML-FECHA               PIC X(08).
           05  AML-IMPORTE             PIC 9(12)V99.
           05  AML-ESTADO              PIC X(01).
       FD  RETEN-FILE.
       01  RETENCION-RECORD.
           05  RET-NRO                 PIC 9(09).
           05  RET-FECHA               PIC X(08).
           05  RET-ORIGEN              PIC X(10).
           05  RET-DOC-CLI             PIC X(13).
           05  RET-CTP-DOC             PIC X(15).
           05  RET-CTP-NOMBRE          PIC X(50).
           05  RET-LISTA               PIC X(03).
           05  RET-CUENTA              PIC X(22).
           05  RET-IMPORTE             PIC 9(10)V99.
           05  RET-MEDIO               PIC X(01).
           05  RET-REF                 PIC X(20).
           05  RET-SOLICITA            PIC X(30).
           05  RET-ESTADO              PIC X(01).
           05  RET-RESUELVE            PIC X(30).
           05  RET-FECHA-RES           PIC X(08).
           05  RET-DETALLE             PIC X(30).

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
           05 SQL-ARRSZ  PIC S9(9) COMP-5 VALUE 13.
           05 SQL-COUNT  PIC S9(9) COMP-5 VALUE ZERO.
           05 SQL-ADDR   POINTER OCCURS 13 TIMES VALUE NULL.
           05 SQL-LEN    PIC S9(9) COMP-5 OCCURS 13 TIMES VALUE ZERO.
           05 SQL-TYPE   PIC X OCCURS 13 TIMES.
           05 SQL-PREC   PIC X OCCURS 13 TIMES.
      **********************************************************************
       01 SQL-STMT-1.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 1.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 243.
           05 SQL-STMT   PIC X(243) VALUE 'SELECT C.ID_CLIENTE,C.NOMBRE_
      -    'CLIENTE,C.APELLIDOS_CLIENTE,C.DIRECCION_CLIENTE,C.TELEF_CLIE
      -    'NTE,C.EMAIL_CLIENTE,C.TARJETA,C.CREDITO,C.HIPOTECA,C.CTA_ACT
      -    'IVA,C.SALDO_CLIENTE,C.FECHA_CIERRE FROM banco.clientes C WHE
      -    'RE C.DOC_CLIENTE = TRIM(?) LIMIT 1'.
      **********************************************************************
       01 SQL-STMT-2.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE 'C'.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 0.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 123.
           05 SQL-STMT   PIC X(123) VALUE 'SELECT ID_CLIENTE,DOC_CLIENTE
      -    ',NOMBRE_CLIENTE,TARJETA,CREDITO,HIPOTECA,FECHA_CIERRE FROM b
      -    'anco.clientes WHERE CTA_ACTIVA = 0'.
           05 SQL-CNAME  PIC X(9) VALUE 'CUR_BAJAS'.
           05 FILLER     PIC X VALUE LOW-VALUE.
      **********************************************************************
       01 SQL-STMT-3.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 6.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 157.
           05 SQL-STMT   PIC X(157) VALUE 'UPDATE CLIENTES SET NOMBRE_CL
      -    'IENTE = ?,APELLIDOS_CLIENTE = ?,DIRECCION_CLIENTE = TRIM(?),
      -    'TELEF_CLIENTE = TRIM(?),EMAIL_CLIENTE = TRIM(?) WHERE ID_CLI
      -    'ENTE = ?'.
      **********************************************************************
       01 SQL-STMT-5.
           05 SQL-IPTR   POINTER VALUE NULL.
           05 SQL-PREP   PIC X VALUE 'N'.
           05 SQL-OPT    PIC X VALUE SPACE.
           05 SQL-PARMS  PIC S9(4) COMP-5 VALUE 6.
           05 SQL-STMLEN PIC S9(4) COMP-5 VALUE 48.
           05 SQL-STMT   PIC X(48) VALUE 'SELECT RegistrarAuditoria(?,?,?,?,
      -    '?,?) FROM DUAL'.
      **********************************************************************
      *******          PRECOMPILER-GENERATED VARIABLES               *******
       01 SQLV-GEN-VARS.
           05 SQL-VAR-0001  PIC S9(5) COMP-3.
           05 SQL-VAR-0002  PIC S9(1) COMP-3.
           05 SQL-VAR-0003  PIC S9(1) COMP-3.
           05 SQL-VAR-0004  PIC S9(1) COMP-3.
           05 SQL-VAR-0005  PIC S9(1) COMP-3.
           05 SQL-VAR-0006  PIC S9(13)V9(2) COMP-3.
      *******       END OF PRECOMPILER-GENERATED VARIABLES           *******
      **********************************************************************
           COPY "BD001".
           COPY "AUDIT0001".

       01  WS-DBPARM-STATUS            PIC XX.
       01  WS-DBPARM-KEY               PIC X(20).
       01  WS-DBPARM-VAL               PIC X(20).
       01  WS-TMP-FSTATUS              PIC XX.
       01  WS-CLISUC-FSTATUS           PIC XX.
       01  WS-TIPOCTA-FSTATUS          PIC XX.
       01  WS-CTAEST-FSTATUS           PIC XX.
       01  WS-COTIT-FSTATUS            PIC XX.
       01  WS-KYC-FSTATUS              PIC XX.
       01  WS-PREF-FSTATUS             PIC XX.
       01  WS-ALE-FSTATUS              PIC XX.
       01  WS-ACF-FSTATUS              PIC XX.
       01  WS-JURID-FSTATUS            PIC XX.
       01  WS-VINC-FSTATUS             PIC XX.
       01  WS-BENEF-FSTATUS            PIC XX.
       01  WS-PREST-FSTATUS            PIC XX.
       01  WS-PLAZO-FSTATUS            PIC XX.
       01  WS-EMB-FSTATUS              PIC XX.
       01  WS-CASOS-FSTATUS            PIC XX.
       01  WS-CONT-FSTATUS             PIC XX.
       01  WS-REC-FSTATUS              PIC XX.
       01  WS-FALLEC-FSTATUS           PIC XX.
       01  WS-SUS-FSTATUS              PIC XX.
       01  WS-CANAL-FSTATUS            PIC XX.
       01  WS-AML-FSTATUS              PIC XX.
       01  WS-RET-FSTATUS              PIC XX.

       01  DB-VARS.
           05  BUFFER                  PIC X(1024).

       01  WS-OPCION                   PIC 9.
       01  WS-CONFIRMA                 PIC X(1).
       01  WS-FECHA                    PIC X(10).
       01  WS-FECHA-HOY                PIC 9(8).
       01  WS-OPER-ROL                 PIC X(10) VALUE SPACES.
           88  OPER-ES-SUPERVISOR          VALUE 'SUPERVISOR'
                                                 'ADMIN'.
       01  WS-OPER-ESTADO              PIC X(01) VALUE 'A'.

       01  WS-PM-CLAVE                 PIC X(20).
       01  WS-PM-FECHA                 PIC X(08).
       01  WS-PM-VALOR                 PIC 9(7)V9(4).
       01  WS-PM-ENC                   PIC X(01).
       01  WS-RETENCION-ANIOS          PIC 9(2) VALUE 10.
       01  WS-FECHA-LIMITE             PIC 9(8).

      *    Ficha del titular del reporte.
       01  WS-DOC-ING                  PIC X(13).
       01  WS-SOLICITUD-ING            PIC X(20).
       01  WS-CLI-ID                   PIC 9(5).
       01  WS-CLI-NOMBRE               PIC X(25).
       01  WS-CLI-APELLIDO             PIC X(25).
       01  WS-CLI-DIRECCION            PIC X(45).
       01  WS-CLI-TELEFONO             PIC X(12).
       01  WS-CLI-EMAIL                PIC X(40).
       01  WS-CLI-FECHA-CIERRE         PIC X(10).
       01  WS-CLI-TARJETA              PIC 9(1).
       01  WS-CLI-CREDITO              PIC 9(1).
       01  WS-CLI-HIPOTECA             PIC 9(1).
       01  WS-CLI-ACTIVA               PIC 9(1).
       01  WS-CLI-SALDO-ED             PIC -ZZZZZZZZZZZZ9.99.
       01  WS-CASOS-CLI.
           05  WS-CASO-CLI OCCURS 50 TIMES PIC 9(06).
       01  WS-CASO-CLI-COUNT           PIC 9(2) VALUE 0.
       01  WS-CASO-IDX                 PIC 9(2).
       01  WS-CASO-ES-CLI              PIC X(1).

       01  WS-LINEA                    PIC X(132).
       01  WS-TITULO                   PIC X(60).
       01  WS-CANT-SECCION             PIC 9(5).
       01  WS-CANT-TOTAL               PIC 9(5).
       01  WS-MONTO-ED                 PIC ZZZZZZZZZ9.99.
       01  WS-MONTO-S-ED               PIC -ZZZZZZZZZZ9.99.
       01  WS-NRO-ED                   PIC Z(8)9.

       01  WS-JRN-FHA                  PIC X(15).
       01  WS-JRN-CANAL                PIC X(10).
       01  WS-JRN-ID                   PIC X(5).
       01  WS-JRN-DOC                  PIC X(13).
       01  WS-JRN-MONTO                PIC X(15).
       01  WS-JRN-REF                  PIC X(20).
       01  WS-JRN-USR                  PIC X(30).

      *    Candidatos a anonimizar (clientes de baja).
       01  WS-CANDIDATOS.
           05  WS-CAN OCCURS 500 TIMES.
               10  WS-CAN-ID           PIC 9(05).
               10  WS-CAN-DOC          PIC X(13).
               10  WS-CAN-CIERRE       PIC 9(08).
               10  WS-CAN-MOTIVO       PIC X(30).
       01  WS-CAN-COUNT                PIC 9(3) VALUE 0.
       01  WS-CAN-DESBORDE             PIC X(1) VALUE 'N'.
       01  WS-CAN-IDX                  PIC 9(3).
       01  WS-CAN-SEL                  PIC 9(3).
       01  WS-CAN-DOC-BUSCA            PIC X(13).
       01  WS-CAN-ID-BUSCA             PIC 9(10).
       01  WS-CAN-MOTIVO-MARCA         PIC X(30).
       01  WS-FECHA-CIERRE-TXT         PIC X(10).
       01  WS-FECHA-CIERRE-NUM         PIC X(08).
       01  WS-CUR-DOC                  PIC X(13).
       01  WS-CUR-NOMBRE               PIC X(25).
       01  WS-CONT-BAJAS               PIC 9(5) VALUE 0.
       01  WS-CONT-YA-ANONIMOS         PIC 9(5) VALUE 0.
       01  WS-CONT-EN-PLAZO            PIC 9(5) VALUE 0.
       01  WS-CONT-EXCLUIDOS           PIC 9(5) VALUE 0.
       01  WS-CONT-ANONIMIZADOS        PIC 9(5) VALUE 0.
       01  WS-CONT-ELEGIBLES           PIC 9(5) VALUE 0.
       01  WS-CONT-ARCHIVO             PIC 9(5) VALUE 0.
       01  WS-ANON-NOMBRE              PIC X(25) VALUE 'ANONIMIZADO'.
       01  WS-ANON-APELLIDO            PIC X(25) VALUE 'ANONIMIZADO'.
       01  WS-ANON-BLANCO              PIC X(45) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-USER-ID                  PIC 9(1).
       01  LK-OPERADOR                 PIC X(30).

       PROCEDURE DIVISION USING LK-USER-ID LK-OPERADOR.
       MAIN-PROGRAM.
           CALL 'OPERROL1' USING LK-OPERADOR WS-OPER-ROL
                                 WS-OPER-ESTADO
           ACCEPT WS-FECHA FROM DATE
           STRING "20" WS-FECHA(1:6) DELIMITED BY SIZE
               INTO WS-FECHA-HOY
           MOVE LK-OPERADOR TO WT-AUDIT-USUARIO
           PERFORM 0100-INICIO
           PERFORM 100-MENU
           GOBACK.

       100-MENU.
           DISPLAY "===================================="
           DISPLAY "   DATOS PERSONALES (HABEAS DATA)   "
           DISPLAY "===================================="
           DISPLAY "1 - Reporte de datos de un titular"
           DISPLAY "2 - Anonimizacion de ex clientes"
           DISPLAY "3 - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM 200-REPORTE-TITULAR
                   PERFORM 100-MENU
               WHEN 2
                   IF OPER-ES-SUPERVISOR
                       PERFORM 500-ANONIMIZACION
                   ELSE
                       DISPLAY "Opcion reservada a SUPERVISOR/ADMIN."
                   END-IF
                   PERFORM 100-MENU
               WHEN 3
                   DISPLAY "Regresando..."
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente nuevamente."
                   PERFORM 100-MENU
           END-EVALUATE.

      ******************************************************************
      *    REPORTE DEL TITULAR
      ******************************************************************
       200-REPORTE-TITULAR.
           DISPLAY "Documento del titular: "
           ACCEPT WS-DOC-ING
           IF WS-DOC-ING = SPACES
               DISPLAY "Documento obligatorio."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Numero de solicitud / expediente: "
           ACCEPT WS-SOLICITUD-ING
           IF WS-SOLICITUD-ING = SPACES
               DISPLAY "El numero de solicitud es obligatorio."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CANT-TOTAL
           OPEN OUTPUT HABEAS-FILE
           MOVE SPACES TO WS-LINEA
           STRING "REPORTE DE DATOS PERSONALES DEL TITULAR "
                  WS-DOC-ING
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 290-LINEA
           MOVE SPACES TO WS-LINEA
           STRING "SOLICITUD " WS-SOLICITUD-ING
                  "  FECHA " WS-FECHA-HOY
                  "  EMITIDO POR " LK-OPERADOR
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 290-LINEA
           PERFORM 210-DATOS-CLIENTE
           PERFORM 220-SUCURSAL
           PERFORM 221-CUENTAS
           PERFORM 222-COTITULARIDADES
           PERFORM 223-DOCUMENTOS-KYC
           PERFORM 224-PREFERENCIA-ENTREGA
           PERFORM 237-ALERTAS-MOVIMIENTOS
           PERFORM 225-AUTOCERTIFICACION
           PERFORM 226-DATOS-SOCIETARIOS
           PERFORM 227-BENEFICIARIOS
           PERFORM 228-PRESTAMOS
           PERFORM 229-PLAZOS-FIJOS
           PERFORM 230-EMBARGOS
           PERFORM 231-COBRANZA
           PERFORM 232-RECLAMOS
           PERFORM 233-FALLECIMIENTO
           PERFORM 234-PARTIDAS-PENDIENTES
           PERFORM 235-MOVIMIENTOS
           MOVE SPACES TO WS-LINEA
           PERFORM 290-LINEA
           STRING "FIN DEL REPORTE - REGISTROS INFORMADOS: "
                  WS-CANT-TOTAL
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 290-LINEA
           CLOSE HABEAS-FILE
      *    El acceso a datos personales queda en la pista de
      *    auditoria con el numero de solicitud que lo origino.
           MOVE 'CLIENTES' TO WT-AUDIT-TABLA
           MOVE WS-DOC-ING TO WT-AUDIT-ID-REG
           MOVE 'ACCESO DATOS PERSONALES' TO WT-AUDIT-CAMPO
           MOVE SPACES TO WT-AUDIT-VALOR-ANT WT-AUDIT-VALOR-NUE
           STRING "SOLICITUD " WS-SOLICITUD-ING
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 900-REGISTRA-AUDITORIA
           DISPLAY "Reporte emitido en HABEAS_DATA.TXT ("
                   WS-CANT-TOTAL " registros).".
       200-END.

       210-DATOS-CLIENTE.
           MOVE "FICHA DE CLIENTE" TO WS-LINEA
           PERFORM 291-SECCION
           MOVE 0 TO WS-CLI-ID
           MOVE SPACES TO WS-CLI-NOMBRE WS-CLI-APELLIDO
                          WS-CLI-DIRECCION WS-CLI-TELEFONO
                          WS-CLI-EMAIL WS-CLI-FECHA-CIERRE
           MOVE 0 TO SQL-VAR-0001 SQL-VAR-0002 SQL-VAR-0003
                     SQL-VAR-0004 SQL-VAR-0005 SQL-VAR-0006
      *    EXEC SQL
      *    SELECT  C.ID_CLIENTE, C.NOMBRE_CLIENTE,
      *            C.APELLIDOS_CLIENTE, C.DIRECCION_CLIENTE,
      *            C.TELEF_CLIENTE, C.EMAIL_CLIENTE, C.TARJETA,
      *            C.CREDITO, C.HIPOTECA, C.CTA_ACTIVA,
      *            C.SALDO_CLIENTE, C.FECHA_CIERRE
      *    INTO    :SQL-VAR-0001, :WS-CLI-NOMBRE, :WS-CLI-APELLIDO,
      *            :WS-CLI-DIRECCION, :WS-CLI-TELEFONO,
      *            :WS-CLI-EMAIL, :SQL-VAR-0002, :SQL-VAR-0003,
      *            :SQL-VAR-0004, :SQL-VAR-0005, :SQL-VAR-0006,
      *            :WS-CLI-FECHA-CIERRE
      *    FROM banco.clientes C
      *    WHERE C.DOC_CLIENTE = TRIM(:WS-DOC-ING)
      *    LIMIT 1
      *    END-EXEC.
           IF SQL-PREP OF SQL-STMT-1 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(1)
               MOVE 3 TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WS-CLI-NOMBRE
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 25 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 WS-CLI-APELLIDO
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 25 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 WS-CLI-DIRECCION
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 45 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 WS-CLI-TELEFONO
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 12 TO SQL-LEN(5)
               SET SQL-ADDR(6) TO ADDRESS OF
                 WS-CLI-EMAIL
               MOVE 'X' TO SQL-TYPE(6)
               MOVE 40 TO SQL-LEN(6)
               SET SQL-ADDR(7) TO ADDRESS OF
                 SQL-VAR-0002
               MOVE '3' TO SQL-TYPE(7)
               MOVE 1 TO SQL-LEN(7)
               MOVE X'00' TO SQL-PREC(7)
               SET SQL-ADDR(8) TO ADDRESS OF
                 SQL-VAR-0003
               MOVE '3' TO SQL-TYPE(8)
               MOVE 1 TO SQL-LEN(8)
               MOVE X'00' TO SQL-PREC(8)
               SET SQL-ADDR(9) TO ADDRESS OF
                 SQL-VAR-0004
               MOVE '3' TO SQL-TYPE(9)
               MOVE 1 TO SQL-LEN(9)
               MOVE X'00' TO SQL-PREC(9)
               SET SQL-ADDR(10) TO ADDRESS OF
                 SQL-VAR-0005
               MOVE '3' TO SQL-TYPE(10)
               MOVE 1 TO SQL-LEN(10)
               MOVE X'00' TO SQL-PREC(10)
               SET SQL-ADDR(11) TO ADDRESS OF
                 SQL-VAR-0006
               MOVE '3' TO SQL-TYPE(11)
               MOVE 8 TO SQL-LEN(11)
               MOVE X'02' TO SQL-PREC(11)
               SET SQL-ADDR(12) TO ADDRESS OF
                 WS-CLI-FECHA-CIERRE
               MOVE 'X' TO SQL-TYPE(12)
               MOVE 10 TO SQL-LEN(12)
               SET SQL-ADDR(13) TO ADDRESS OF
                 WS-DOC-ING
               MOVE 'X' TO SQL-TYPE(13)
               MOVE 13 TO SQL-LEN(13)
               MOVE 13 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-1
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-1
                               SQLCA
           MOVE SQL-VAR-0001 TO WS-CLI-ID
           IF SQLCODE NOT = 0 OR WS-CLI-ID = 0
               PERFORM 292-FIN-SECCION
               EXIT PARAGRAPH
           END-IF
           MOVE SQL-VAR-0006 TO WS-CLI-SALDO-ED
           MOVE SPACES TO WS-LINEA
           STRING "  ID CLIENTE " WS-CLI-ID
                  "  NOMBRE " WS-CLI-NOMBRE " " WS-CLI-APELLIDO
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 290-LINEA
           STRING "  DIRECCION " WS-CLI-DIRECCION
                  "  TELEFONO " WS-CLI-TELEFONO
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 290-LINEA
           STRING "  EMAIL " WS-CLI-EMAIL
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 290-LINEA
           MOVE SQL-VAR-0002 TO WS-CLI-TARJETA
           MOVE SQL-VAR-0003 TO WS-CLI-CREDITO
           MOVE SQL-VAR-0004 TO WS-CLI-HIPOTECA
           MOVE SQL-VAR-0005 TO WS-CLI-ACTIVA
           STRING "  TARJETA " WS-CLI-TARJETA
                  "  CREDITO " WS-CLI-CREDITO
                  "  HIPOTECA " WS-CLI-HIPOTECA
                  "  CUENTA ACTIVA " WS-CLI-ACTIVA
                  "  SALDO " WS-CLI-SALDO-ED
                  "  FECHA CIERRE " WS-CLI-FECHA-CIERRE
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 290-LINEA
           ADD 1 TO WS-CANT-SECCION
           PERFORM 292-FIN-SECCION.
       210-END.

       220-SUCURSAL.
           MOVE "SUCURSAL DE RADICACION" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT CLISUC-FILE
           IF WS-CLISUC-FSTATUS = '00'
               PERFORM UNTIL WS-CLISUC-FSTATUS NOT = '00'
                   READ CLISUC-FILE
                       AT END MOVE '10' TO WS-CLISUC-FSTATUS
                       NOT AT END
                           IF CLS-DOC = WS-DOC-ING
                               STRING "  SUCURSAL " CLS-SUCURSAL
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLISUC-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       220-END.

       221-CUENTAS.
           MOVE "CUENTAS" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT TIPOCTA-FILE
           IF WS-TIPOCTA-FSTATUS = '00'
               PERFORM UNTIL WS-TIPOCTA-FSTATUS NOT = '00'
                   READ TIPOCTA-FILE
                       AT END MOVE '10' TO WS-TIPOCTA-FSTATUS
                       NOT AT END
                           IF TIPCTA-DOC = WS-DOC-ING
                               STRING "  TIPO " TIPCTA-TIPO
                                      "  MONEDA " TIPCTA-MONEDA
                                      "  SUCURSAL " TIPCTA-SUCURSAL
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIPOCTA-FILE
           END-IF
           OPEN INPUT CTAEST-FILE
           IF WS-CTAEST-FSTATUS = '00'
               PERFORM UNTIL WS-CTAEST-FSTATUS NOT = '00'
                   READ CTAEST-FILE
                       AT END MOVE '10' TO WS-CTAEST-FSTATUS
                       NOT AT END
                           IF CTAEST-DOC = WS-DOC-ING
                               STRING "  ESTADO DE CUENTA "
                                      CTAEST-ESTADO
                                      " DESDE " CTAEST-FECHA
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTAEST-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       221-END.

       222-COTITULARIDADES.
           MOVE "COTITULARES Y FIRMANTES" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT COTIT-FILE
           IF WS-COTIT-FSTATUS = '00'
               PERFORM UNTIL WS-COTIT-FSTATUS NOT = '00'
                   READ COTIT-FILE
                       AT END MOVE '10' TO WS-COTIT-FSTATUS
                       NOT AT END
                           IF COT-DOC-CUENTA = WS-DOC-ING
                              OR COT-DOC-PERSONA = WS-DOC-ING
                               STRING "  CUENTA " COT-DOC-CUENTA
                                      "  PERSONA " COT-DOC-PERSONA
                                      " " COT-NOMBRE
                                      "  TIPO " COT-TIPO
                                      "  ESTADO " COT-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTIT-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       222-END.

       223-DOCUMENTOS-KYC.
           MOVE "DOCUMENTACION KYC" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT KYC-FILE
           IF WS-KYC-FSTATUS = '00'
               PERFORM UNTIL WS-KYC-FSTATUS NOT = '00'
                   READ KYC-FILE
                       AT END MOVE '10' TO WS-KYC-FSTATUS
                       NOT AT END
                           IF KYC-DOC-CLIENTE = WS-DOC-ING
                               STRING "  " KYC-TIPO
                                      " REF " KYC-REFERENCIA
                                      " EMISION " KYC-EMISION
                                      " VENCE " KYC-VENCIMIENTO
                                      " ESTADO " KYC-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KYC-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       223-END.

       224-PREFERENCIA-ENTREGA.
           MOVE "PREFERENCIA DE ENTREGA DE RESUMENES" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT PREF-FILE
           IF WS-PREF-FSTATUS = '00'
               PERFORM UNTIL WS-PREF-FSTATUS NOT = '00'
                   READ PREF-FILE
                       AT END MOVE '10' TO WS-PREF-FSTATUS
                       NOT AT END
                           IF PRE-DOC = WS-DOC-ING
                               STRING "  MODO " PRE-MODO
                                      "  EMAIL " PRE-EMAIL
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREF-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       224-END.

       225-AUTOCERTIFICACION.
           MOVE "AUTOCERTIFICACION DE RESIDENCIA FISCAL" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT ACF-FILE
           IF WS-ACF-FSTATUS = '00'
               PERFORM UNTIL WS-ACF-FSTATUS NOT = '00'
                   READ ACF-FILE
                       AT END MOVE '10' TO WS-ACF-FSTATUS
                       NOT AT END
                           IF ACF-DOC = WS-DOC-ING
                               STRING "  FECHA " ACF-FECHA
                                      " " ACF-NOMBRE
                                      " ESTADO " ACF-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                               STRING "    RESIDENCIAS "
                                      ACF-PAIS(1) " " ACF-NIF(1) " "
                                      ACF-PAIS(2) " " ACF-NIF(2) " "
                                      ACF-PAIS(3) " " ACF-NIF(3)
                                      "  US PERSON " ACF-US-PERSONA
                                      " " ACF-TIN-US
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 290-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACF-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       225-END.

       226-DATOS-SOCIETARIOS.
           MOVE "DATOS SOCIETARIOS Y VINCULOS" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT JURID-FILE
           IF WS-JURID-FSTATUS = '00'
               PERFORM UNTIL WS-JURID-FSTATUS NOT = '00'
                   READ JURID-FILE
                       AT END MOVE '10' TO WS-JURID-FSTATUS
                       NOT AT END
                           IF JUR-DOC = WS-DOC-ING
                               STRING "  " JUR-RAZON-SOCIAL
                                      " " JUR-TIPO-SOCIEDAD
                                      " CONST " JUR-FECHA-CONST
                                      " " JUR-ACTIVIDAD
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JURID-FILE
           END-IF
           OPEN INPUT VINC-FILE
           IF WS-VINC-FSTATUS = '00'
               PERFORM UNTIL WS-VINC-FSTATUS NOT = '00'
                   READ VINC-FILE
                       AT END MOVE '10' TO WS-VINC-FSTATUS
                       NOT AT END
                           IF VIN-DOC-EMPRESA = WS-DOC-ING
                              OR VIN-DOC-PERSONA = WS-DOC-ING
                               MOVE VIN-PORCENTAJE TO WS-MONTO-ED
                               STRING "  EMPRESA " VIN-DOC-EMPRESA
                                      " PERSONA " VIN-DOC-PERSONA
                                      " " VIN-NOMBRE(1:30)
                                      " " VIN-TIPO " " VIN-CARGO
                                      " % " WS-MONTO-ED
                                      " ESTADO " VIN-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VINC-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       226-END.

       227-BENEFICIARIOS.
           MOVE "AGENDA DE BENEFICIARIOS" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT BENEF-FILE
           IF WS-BENEF-FSTATUS = '00'
               PERFORM UNTIL WS-BENEF-FSTATUS NOT = '00'
                   READ BENEF-FILE
                       AT END MOVE '10' TO WS-BENEF-FSTATUS
                       NOT AT END
      *                    Un beneficiario retenido por listas (S) se
      *                    informa como activo: la retencion no se
      *                    revela al titular.
                           IF BEN-DOC-CLI = WS-DOC-ING
                               IF BEN-ESTADO = 'S'
                                   MOVE 'A' TO BEN-ESTADO
                               END-IF
                               STRING "  " BEN-ALIAS " CBU " BEN-CBU
                                      " " BEN-TITULAR
                                      " ESTADO " BEN-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEF-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       227-END.

       228-PRESTAMOS.
           MOVE "PRESTAMOS" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PREST-FSTATUS = '00'
               PERFORM UNTIL WS-PREST-FSTATUS NOT = '00'
                   READ PRESTAMOS-FILE
                       AT END MOVE '10' TO WS-PREST-FSTATUS
                       NOT AT END
                           IF PP-DOC = WS-DOC-ING
                               MOVE PP-CAPITAL TO WS-MONTO-ED
                               STRING "  NRO " PP-NRO
                                      " ALTA " PP-FECHA-ALTA
                                      " CAPITAL " WS-MONTO-ED
                                      " CUOTAS " PP-CUOTAS
                                      " ESTADO " PP-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       228-END.

       229-PLAZOS-FIJOS.
           MOVE "PLAZOS FIJOS" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT PLAZO-FILE
           IF WS-PLAZO-FSTATUS = '00'
               PERFORM UNTIL WS-PLAZO-FSTATUS NOT = '00'
                   READ PLAZO-FILE
                       AT END MOVE '10' TO WS-PLAZO-FSTATUS
                       NOT AT END
                           IF PF-DOC = WS-DOC-ING
                               MOVE PF-CAPITAL TO WS-MONTO-ED
                               STRING "  NRO " PF-NRO
                                      " ALTA " PF-FECHA-ALTA
                                      " VTO " PF-FECHA-VTO
                                      " CAPITAL " WS-MONTO-ED
                                      " ESTADO " PF-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAZO-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       229-END.

       230-EMBARGOS.
           MOVE "EMBARGOS JUDICIALES" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT EMBARGOS-FILE
           IF WS-EMB-FSTATUS = '00'
               PERFORM UNTIL WS-EMB-FSTATUS NOT = '00'
                   READ EMBARGOS-FILE
                       AT END MOVE '10' TO WS-EMB-FSTATUS
                       NOT AT END
                           IF EMB-DOC = WS-DOC-ING
                               MOVE EMB-IMPORTE TO WS-MONTO-ED
                               STRING "  REF " EMB-REFERENCIA
                                      " IMPORTE " WS-MONTO-ED
                                      " ALTA " EMB-FECHA-ALTA
                                      " LEVANTADO " EMB-FECHA-LEV
                                      " ESTADO " EMB-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMBARGOS-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       230-END.

       231-COBRANZA.
      *    Los casos se ligan por id de cliente; sin ficha en
      *    CLIENTES no hay casos que buscar.
           MOVE "GESTIONES DE COBRANZA" TO WS-LINEA
           PERFORM 291-SECCION
           MOVE 0 TO WS-CASO-CLI-COUNT
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS = '00' AND WS-CLI-ID > 0
               PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
                   READ CASOS-FILE
                       AT END MOVE '10' TO WS-CASOS-FSTATUS
                       NOT AT END
                           IF CAS-ID-CLIENTE = WS-CLI-ID
                               MOVE CAS-IMPORTE TO WS-MONTO-ED
                               STRING "  CASO " CAS-NRO
                                      " REF " CAS-REF
                                      " IMPORTE " WS-MONTO-ED
                                      " GESTOR " CAS-GESTOR
                                      " ESTADO " CAS-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                               IF WS-CASO-CLI-COUNT < 50
                                   ADD 1 TO WS-CASO-CLI-COUNT
                                   MOVE CAS-NRO TO
                                       WS-CASO-CLI(WS-CASO-CLI-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-CASOS-FSTATUS NOT = '35'
               CLOSE CASOS-FILE
           END-IF
           IF WS-CASO-CLI-COUNT > 0
               OPEN INPUT CONTACTOS-FILE
               IF WS-CONT-FSTATUS = '00'
                   PERFORM UNTIL WS-CONT-FSTATUS NOT = '00'
                       READ CONTACTOS-FILE
                           AT END MOVE '10' TO WS-CONT-FSTATUS
                           NOT AT END
                               PERFORM 236-CONTACTO-DEL-CLIENTE
                       END-READ
                   END-PERFORM
                   CLOSE CONTACTOS-FILE
               END-IF
           END-IF
           PERFORM 292-FIN-SECCION.
       231-END.

       232-RECLAMOS.
           MOVE "RECLAMOS" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT RECLAMOS-FILE
           IF WS-REC-FSTATUS = '00'
               PERFORM UNTIL WS-REC-FSTATUS NOT = '00'
                   READ RECLAMOS-FILE
                       AT END MOVE '10' TO WS-REC-FSTATUS
                       NOT AT END
                           IF REC-DOC = WS-DOC-ING
                               STRING "  NRO " REC-NRO
                                      " " REC-PRODUCTO
                                      " " REC-CLASE
                                      " ALTA " REC-FECHA-ALTA
                                      " ESTADO " REC-ESTADO
                                      " " REC-DETALLE
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       232-END.

       233-FALLECIMIENTO.
           MOVE "REGISTRO DE FALLECIMIENTO" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT FALLEC-FILE
           IF WS-FALLEC-FSTATUS = '00'
               PERFORM UNTIL WS-FALLEC-FSTATUS NOT = '00'
                   READ FALLEC-FILE
                       AT END MOVE '10' TO WS-FALLEC-FSTATUS
                       NOT AT END
                           IF FAL-DOC = WS-DOC-ING
                               STRING "  FECHA " FAL-FECHA-FALLEC
                                      " EXPEDIENTE " FAL-EXPEDIENTE
                                      " ESTADO " FAL-ESTADO
                                      " LIBERADO " FAL-FECHA-LIB
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALLEC-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       233-END.

       234-PARTIDAS-PENDIENTES.
      *    Las partidas inmovilizadas por sanciones no se informan.
           MOVE "PARTIDAS PENDIENTES DE APLICACION" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT SUSPENSO-FILE
           IF WS-SUS-FSTATUS = '00'
               PERFORM UNTIL WS-SUS-FSTATUS NOT = '00'
                   READ SUSPENSO-FILE
                       AT END MOVE '10' TO WS-SUS-FSTATUS
                       NOT AT END
                           IF SUS-DOC = WS-DOC-ING
                              AND SUS-ORIGEN NOT = 'SANCIONES '
                               MOVE SUS-IMPORTE TO WS-MONTO-ED
                               STRING "  NRO " SUS-NRO
                                      " " SUS-ORIGEN
                                      " IMPORTE " WS-MONTO-ED
                                      " ALTA " SUS-FECHA-ALTA
                                      " ESTADO " SUS-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       234-END.

       235-MOVIMIENTOS.
           MOVE "MOVIMIENTOS REGISTRADOS POR CANAL" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT CANAL-FILE
           IF WS-CANAL-FSTATUS = '00'
               PERFORM UNTIL WS-CANAL-FSTATUS NOT = '00'
                   READ CANAL-FILE
                       AT END MOVE '10' TO WS-CANAL-FSTATUS
                       NOT AT END
                           MOVE SPACES TO WS-JRN-DOC
                           UNSTRING CANAL-RECORD DELIMITED BY ';'
                               INTO WS-JRN-FHA WS-JRN-CANAL
                                    WS-JRN-ID WS-JRN-DOC
                                    WS-JRN-MONTO WS-JRN-REF
                                    WS-JRN-USR
                           END-UNSTRING
                           IF WS-JRN-DOC = WS-DOC-ING
                               STRING "  " WS-JRN-FHA
                                      " " WS-JRN-CANAL
                                      " " WS-JRN-MONTO
                                      " " WS-JRN-REF
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANAL-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       235-END.

       236-CONTACTO-DEL-CLIENTE.
           MOVE 'N' TO WS-CASO-ES-CLI
           PERFORM VARYING WS-CASO-IDX FROM 1 BY 1
                   UNTIL WS-CASO-IDX > WS-CASO-CLI-COUNT
               IF WS-CASO-CLI(WS-CASO-IDX) = CON-CASO
                   MOVE 'S' TO WS-CASO-ES-CLI
                   MOVE WS-CASO-CLI-COUNT TO WS-CASO-IDX
               END-IF
           END-PERFORM
           IF WS-CASO-ES-CLI = 'S'
               STRING "    CONTACTO CASO " CON-CASO
                      " " CON-FECHA " " CON-CANAL
                      " " CON-RESULTADO
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM 293-DETALLE
           END-IF.
       236-END.

       237-ALERTAS-MOVIMIENTOS.
           MOVE "ALERTAS DE MOVIMIENTOS" TO WS-LINEA
           PERFORM 291-SECCION
           OPEN INPUT ALERTAS-FILE
           IF WS-ALE-FSTATUS = '00'
               PERFORM UNTIL WS-ALE-FSTATUS NOT = '00'
                   READ ALERTAS-FILE
                       AT END MOVE '10' TO WS-ALE-FSTATUS
                       NOT AT END
                           IF ALS-DOC = WS-DOC-ING
                               MOVE ALS-DEBITO-MIN TO WS-MONTO-ED
                               STRING "  CORREO " ALS-EMAIL
                                      " DEBITOS " ALS-DEBITO
                                      " DESDE " WS-MONTO-ED
                                      " TARJETA " ALS-TARJETA
                                      " ENTRANTES " ALS-ENTRANTE
                                      " CHQ.RECH " ALS-RECHAZO
                                      " HABERES " ALS-SUELDO
                                      " ESTADO " ALS-ESTADO
                                   DELIMITED BY SIZE INTO WS-LINEA
                               PERFORM 293-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-FILE
           END-IF
           PERFORM 292-FIN-SECCION.
       237-END.

       290-LINEA.
           MOVE WS-LINEA TO HABEAS-RECORD
           WRITE HABEAS-RECORD
           MOVE SPACES TO WS-LINEA.
       290-END.

       291-SECCION.
      *    Entrada: WS-LINEA con el titulo de la seccion.
           MOVE 0 TO WS-CANT-SECCION
           MOVE WS-LINEA TO WS-TITULO
           MOVE SPACES TO WS-LINEA
           PERFORM 290-LINEA
           MOVE WS-TITULO TO WS-LINEA
           PERFORM 290-LINEA.
       291-END.

       292-FIN-SECCION.
           IF WS-CANT-SECCION = 0
               MOVE "  (sin datos)" TO WS-LINEA
               PERFORM 290-LINEA
           END-IF
           ADD WS-CANT-SECCION TO WS-CANT-TOTAL.
       292-END.

       293-DETALLE.
           ADD 1 TO WS-CANT-SECCION
           PERFORM 290-LINEA.
       293-END.

      ******************************************************************
      *    ANONIMIZACION DE EX CLIENTES
      ******************************************************************
       500-ANONIMIZACION.
           PERFORM 510-LEE-PARAMETROS
           MOVE 0 TO WS-CONT-BAJAS WS-CONT-YA-ANONIMOS
                     WS-CONT-EN-PLAZO WS-CONT-EXCLUIDOS
                     WS-CONT-ANONIMIZADOS WS-CONT-ELEGIBLES
           PERFORM 520-CARGA-CANDIDATOS
           IF WS-CAN-DESBORDE = 'S'
               DISPLAY "Hay mas de 500 clientes a anonimizar; se "
                       "procesan los primeros y el resto queda "
                       "para la proxima corrida."
           END-IF
           IF WS-CAN-COUNT = 0
               DISPLAY "Clientes de baja: " WS-CONT-BAJAS
                       ". Ninguno supera el plazo de conservacion."
               EXIT PARAGRAPH
           END-IF
           PERFORM 530-EXCLUSIONES
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-MOTIVO(WS-CAN-IDX) = SPACES
                   ADD 1 TO WS-CONT-ELEGIBLES
               ELSE
                   ADD 1 TO WS-CONT-EXCLUIDOS
               END-IF
           END-PERFORM
           DISPLAY "Clientes de baja       : " WS-CONT-BAJAS
           DISPLAY "Ya anonimizados        : " WS-CONT-YA-ANONIMOS
           DISPLAY "Dentro del plazo legal : " WS-CONT-EN-PLAZO
           DISPLAY "Excluidos (abiertos)   : " WS-CONT-EXCLUIDOS
           DISPLAY "A anonimizar           : " WS-CONT-ELEGIBLES
           IF WS-CONT-ELEGIBLES > 0
               DISPLAY "La anonimizacion no se puede deshacer. "
                       "Confirma (S/N): "
               ACCEPT WS-CONFIRMA
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S'
                   DISPLAY "Anonimizacion cancelada."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                       UNTIL WS-CAN-IDX > WS-CAN-COUNT
                   IF WS-CAN-MOTIVO(WS-CAN-IDX) = SPACES
                       PERFORM 560-ANONIMIZA-CLIENTE
                   END-IF
               END-PERFORM
               PERFORM 570-ANONIMIZA-PREFERENCIAS
               PERFORM 575-ANONIMIZA-ALERTAS
               PERFORM 580-ANONIMIZA-COTITULARES
           END-IF
           PERFORM 590-REPORTE
           DISPLAY "Anonimizados: " WS-CONT-ANONIMIZADOS
                   ". Detalle en ANONIMIZACION.TXT.".
       500-END.

       510-LEE-PARAMETROS.
           MOVE 'RETENCION-DATOS-ANIOS' TO WS-PM-CLAVE
           MOVE WS-FECHA-HOY TO WS-PM-FECHA
           MOVE 0 TO WS-PM-VALOR
           CALL 'PARAM1' USING WS-PM-CLAVE WS-PM-FECHA
                               WS-PM-VALOR WS-PM-ENC
           IF WS-PM-ENC = 'S' AND WS-PM-VALOR > 0
               MOVE WS-PM-VALOR TO WS-RETENCION-ANIOS
           END-IF
           COMPUTE WS-FECHA-LIMITE =
               WS-FECHA-HOY - (WS-RETENCION-ANIOS * 10000).
       510-END.

       520-CARGA-CANDIDATOS.
      *    Se cargan primero en tabla y se cierra el cursor antes de
      *    actualizar CLIENTES.
           MOVE 0 TO WS-CAN-COUNT
           MOVE 'N' TO WS-CAN-DESBORDE
      *    EXEC SQL
      *        DECLARE CUR_BAJAS CURSOR FOR
      *        SELECT ID_CLIENTE, DOC_CLIENTE, NOMBRE_CLIENTE,
      *               TARJETA, CREDITO, HIPOTECA, FECHA_CIERRE
      *        FROM banco.clientes
      *        WHERE CTA_ACTIVA = 0
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-2 = 'N'
               MOVE 0 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-2
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLOCU' USING SQL-STMT-2
                               SQLCA
           END-CALL
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE SPACES TO WS-CUR-DOC WS-CUR-NOMBRE
                              WS-FECHA-CIERRE-TXT
               SET SQL-ADDR(1) TO ADDRESS OF SQL-VAR-0001
               MOVE '3'  TO SQL-TYPE(1)
               MOVE 3    TO SQL-LEN(1)
               MOVE X'00' TO SQL-PREC(1)
               SET SQL-ADDR(2) TO ADDRESS OF WS-CUR-DOC
               MOVE 'X'  TO SQL-TYPE(2)
               MOVE 13   TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF WS-CUR-NOMBRE
               MOVE 'X'  TO SQL-TYPE(3)
               MOVE 25   TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF SQL-VAR-0002
               MOVE '3'  TO SQL-TYPE(4)
               MOVE 1    TO SQL-LEN(4)
               MOVE X'00' TO SQL-PREC(4)
               SET SQL-ADDR(5) TO ADDRESS OF SQL-VAR-0003
               MOVE '3'  TO SQL-TYPE(5)
               MOVE 1    TO SQL-LEN(5)
               MOVE X'00' TO SQL-PREC(5)
               SET SQL-ADDR(6) TO ADDRESS OF SQL-VAR-0004
               MOVE '3'  TO SQL-TYPE(6)
               MOVE 1    TO SQL-LEN(6)
               MOVE X'00' TO SQL-PREC(6)
               SET SQL-ADDR(7) TO ADDRESS OF WS-FECHA-CIERRE-TXT
               MOVE 'X'  TO SQL-TYPE(7)
               MOVE 10   TO SQL-LEN(7)
               MOVE 7 TO SQL-COUNT
               CALL 'OCSQLFTC' USING SQLV
                                   SQL-STMT-2
                                   SQLCA
               IF SQLCODE = 0
                   ADD 1 TO WS-CONT-BAJAS
                   PERFORM 525-EVALUA-BAJA
               END-IF
           END-PERFORM
      *    EXEC SQL CLOSE CUR_BAJAS END-EXEC.
           CALL 'OCSQLCCU' USING SQL-STMT-2
                               SQLCA.
       520-END.

       525-EVALUA-BAJA.
           IF WS-CUR-NOMBRE = WS-ANON-NOMBRE
               ADD 1 TO WS-CONT-YA-ANONIMOS
               EXIT PARAGRAPH
           END-IF
      *    Sin fecha de cierre no se puede probar el plazo vencido.
           IF WS-FECHA-CIERRE-TXT = SPACES
               ADD 1 TO WS-CONT-EN-PLAZO
               EXIT PARAGRAPH
           END-IF
           STRING WS-FECHA-CIERRE-TXT(1:4) WS-FECHA-CIERRE-TXT(6:2)
                  WS-FECHA-CIERRE-TXT(9:2)
               DELIMITED BY SIZE INTO WS-FECHA-CIERRE-NUM
           IF WS-FECHA-CIERRE-NUM NOT NUMERIC
              OR WS-FECHA-CIERRE-NUM >= WS-FECHA-LIMITE
               ADD 1 TO WS-CONT-EN-PLAZO
               EXIT PARAGRAPH
           END-IF
           IF WS-CAN-COUNT >= 500
               MOVE 'S' TO WS-CAN-DESBORDE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAN-COUNT
           MOVE SQL-VAR-0001 TO WS-CAN-ID(WS-CAN-COUNT)
           MOVE WS-CUR-DOC TO WS-CAN-DOC(WS-CAN-COUNT)
           MOVE WS-FECHA-CIERRE-NUM TO WS-CAN-CIERRE(WS-CAN-COUNT)
           MOVE SPACES TO WS-CAN-MOTIVO(WS-CAN-COUNT)
           EVALUATE TRUE
               WHEN SQL-VAR-0002 NOT = 0
                   MOVE "TARJETA DE CREDITO ACTIVA"
                       TO WS-CAN-MOTIVO(WS-CAN-COUNT)
               WHEN SQL-VAR-0003 NOT = 0
                   MOVE "CREDITO ACTIVO"
                       TO WS-CAN-MOTIVO(WS-CAN-COUNT)
               WHEN SQL-VAR-0004 NOT = 0
                   MOVE "HIPOTECA ACTIVA"
                       TO WS-CAN-MOTIVO(WS-CAN-COUNT)
           END-EVALUATE.
       525-END.

       530-EXCLUSIONES.
      *    Un candidato con cualquier producto, caso o retencion
      *    abierta queda excluido con el primer motivo encontrado.
           OPEN INPUT PRESTAMOS-FILE
           IF WS-PREST-FSTATUS = '00'
               PERFORM UNTIL WS-PREST-FSTATUS NOT = '00'
                   READ PRESTAMOS-FILE
                       AT END MOVE '10' TO WS-PREST-FSTATUS
                       NOT AT END
                           IF PP-ESTADO = 'V'
                               MOVE PP-DOC TO WS-CAN-DOC-BUSCA
                               MOVE "PRESTAMO VIGENTE"
                                   TO WS-CAN-MOTIVO-MARCA
                               PERFORM 540-MARCA-POR-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESTAMOS-FILE
           END-IF
           OPEN INPUT PLAZO-FILE
           IF WS-PLAZO-FSTATUS = '00'
               PERFORM UNTIL WS-PLAZO-FSTATUS NOT = '00'
                   READ PLAZO-FILE
                       AT END MOVE '10' TO WS-PLAZO-FSTATUS
                       NOT AT END
                           IF PF-ESTADO = 'V'
                               MOVE PF-DOC TO WS-CAN-DOC-BUSCA
                               MOVE "PLAZO FIJO VIGENTE"
                                   TO WS-CAN-MOTIVO-MARCA
                               PERFORM 540-MARCA-POR-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAZO-FILE
           END-IF
           OPEN INPUT EMBARGOS-FILE
           IF WS-EMB-FSTATUS = '00'
               PERFORM UNTIL WS-EMB-FSTATUS NOT = '00'
                   READ EMBARGOS-FILE
                       AT END MOVE '10' TO WS-EMB-FSTATUS
                       NOT AT END
                           IF EMB-ESTADO = 'A'
                               MOVE EMB-DOC TO WS-CAN-DOC-BUSCA
                               MOVE "EMBARGO ACTIVO"
                                   TO WS-CAN-MOTIVO-MARCA
                               PERFORM 540-MARCA-POR-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMBARGOS-FILE
           END-IF
           OPEN INPUT SUSPENSO-FILE
           IF WS-SUS-FSTATUS = '00'
               PERFORM UNTIL WS-SUS-FSTATUS NOT = '00'
                   READ SUSPENSO-FILE
                       AT END MOVE '10' TO WS-SUS-FSTATUS
                       NOT AT END
                           IF SUS-ESTADO = 'P'
                               MOVE SUS-DOC TO WS-CAN-DOC-BUSCA
                               MOVE "PARTIDA PENDIENTE"
                                   TO WS-CAN-MOTIVO-MARCA
                               PERFORM 540-MARCA-POR-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO-FILE
           END-IF
           OPEN INPUT RETEN-FILE
           IF WS-RET-FSTATUS = '00'
               PERFORM UNTIL WS-RET-FSTATUS NOT = '00'
                   READ RETEN-FILE
                       AT END MOVE '10' TO WS-RET-FSTATUS
                       NOT AT END
                           IF RET-ESTADO = 'R'
                               MOVE RET-DOC-CLI TO WS-CAN-DOC-BUSCA
                               MOVE "RETENCION POR LISTAS"
                                   TO WS-CAN-MOTIVO-MARCA
                               PERFORM 540-MARCA-POR-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETEN-FILE
           END-IF
           OPEN INPUT RECLAMOS-FILE
           IF WS-REC-FSTATUS = '00'
               PERFORM UNTIL WS-REC-FSTATUS NOT = '00'
                   READ RECLAMOS-FILE
                       AT END MOVE '10' TO WS-REC-FSTATUS
                       NOT AT END
                           IF REC-ESTADO NOT = 'C'
                              AND REC-ESTADO NOT = 'R'
                               MOVE REC-DOC TO WS-CAN-DOC-BUSCA
                               MOVE "RECLAMO ABIERTO"
                                   TO WS-CAN-MOTIVO-MARCA
                               PERFORM 540-MARCA-POR-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMOS-FILE
           END-IF
           OPEN INPUT AMLCAS-FILE
           IF WS-AML-FSTATUS = '00'
               PERFORM UNTIL WS-AML-FSTATUS NOT = '00'
                   READ AMLCAS-FILE
                       AT END MOVE '10' TO WS-AML-FSTATUS
                       NOT AT END
                           IF AML-ESTADO = 'P' OR AML-ESTADO = 'I'
                               MOVE AML-DOC TO WS-CAN-DOC-BUSCA
                               MOVE "CASO AML ABIERTO"
                                   TO WS-CAN-MOTIVO-MARCA
                               PERFORM 540-MARCA-POR-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMLCAS-FILE
           END-IF
           OPEN INPUT FALLEC-FILE
           IF WS-FALLEC-FSTATUS = '00'
               PERFORM UNTIL WS-FALLEC-FSTATUS NOT = '00'
                   READ FALLEC-FILE
                       AT END MOVE '10' TO WS-FALLEC-FSTATUS
                       NOT AT END
                           IF FAL-ESTADO = 'A'
                               MOVE FAL-DOC TO WS-CAN-DOC-BUSCA
                               MOVE "SUCESION EN TRAMITE"
                                   TO WS-CAN-MOTIVO-MARCA
                               PERFORM 540-MARCA-POR-DOC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALLEC-FILE
           END-IF
           OPEN INPUT CASOS-FILE
           IF WS-CASOS-FSTATUS = '00'
               PERFORM UNTIL WS-CASOS-FSTATUS NOT = '00'
                   READ CASOS-FILE
                       AT END MOVE '10' TO WS-CASOS-FSTATUS
                       NOT AT END
                           IF CAS-ESTADO NOT = 'C'
                               MOVE CAS-ID-CLIENTE TO WS-CAN-ID-BUSCA
                               PERFORM 545-MARCA-POR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASOS-FILE
           END-IF.
       530-END.

       540-MARCA-POR-DOC.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-DOC(WS-CAN-IDX) = WS-CAN-DOC-BUSCA
                  AND WS-CAN-MOTIVO(WS-CAN-IDX) = SPACES
                   MOVE WS-CAN-MOTIVO-MARCA TO
                       WS-CAN-MOTIVO(WS-CAN-IDX)
               END-IF
           END-PERFORM.
       540-END.

       545-MARCA-POR-ID.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-ID(WS-CAN-IDX) = WS-CAN-ID-BUSCA
                  AND WS-CAN-MOTIVO(WS-CAN-IDX) = SPACES
                   MOVE "GESTION DE COBRANZA ABIERTA" TO
                       WS-CAN-MOTIVO(WS-CAN-IDX)
               END-IF
           END-PERFORM.
       545-END.

       560-ANONIMIZA-CLIENTE.
      *    EXEC SQL
      *        UPDATE CLIENTES
      *        SET NOMBRE_CLIENTE = :WS-ANON-NOMBRE,
      *            APELLIDOS_CLIENTE = :WS-ANON-APELLIDO,
      *            DIRECCION_CLIENTE = TRIM(:WS-ANON-BLANCO),
      *            TELEF_CLIENTE = TRIM(:WS-ANON-BLANCO),
      *            EMAIL_CLIENTE = TRIM(:WS-ANON-BLANCO)
      *        WHERE ID_CLIENTE = :SQL-VAR-0001
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-3 = 'N'
               SET SQL-ADDR(1) TO ADDRESS OF
                 WS-ANON-NOMBRE
               MOVE 'X' TO SQL-TYPE(1)
               MOVE 25 TO SQL-LEN(1)
               SET SQL-ADDR(2) TO ADDRESS OF
                 WS-ANON-APELLIDO
               MOVE 'X' TO SQL-TYPE(2)
               MOVE 25 TO SQL-LEN(2)
               SET SQL-ADDR(3) TO ADDRESS OF
                 WS-ANON-BLANCO
               MOVE 'X' TO SQL-TYPE(3)
               MOVE 45 TO SQL-LEN(3)
               SET SQL-ADDR(4) TO ADDRESS OF
                 WS-ANON-BLANCO
               MOVE 'X' TO SQL-TYPE(4)
               MOVE 12 TO SQL-LEN(4)
               SET SQL-ADDR(5) TO ADDRESS OF
                 WS-ANON-BLANCO
               MOVE 'X' TO SQL-TYPE(5)
               MOVE 40 TO SQL-LEN(5)
               SET SQL-ADDR(6) TO ADDRESS OF
                 SQL-VAR-0001
               MOVE '3' TO SQL-TYPE(6)
               MOVE 3 TO SQL-LEN(6)
               MOVE X'00' TO SQL-PREC(6)
               MOVE 6 TO SQL-COUNT
               CALL 'OCSQLPRE' USING SQLV
                                   SQL-STMT-3
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           MOVE WS-CAN-ID(WS-CAN-IDX) TO SQL-VAR-0001
           CALL 'OCSQLEXE' USING SQL-STMT-3
                               SQLCA
           IF SQLCODE NOT = 0
               MOVE "ERROR AL ACTUALIZAR CLIENTES"
                   TO WS-CAN-MOTIVO(WS-CAN-IDX)
               EXIT PARAGRAPH
           END-IF
      *    La auditoria no guarda los valores anteriores: conservarlos
      *    ahi anularia la anonimizacion.
           MOVE 'CLIENTES' TO WT-AUDIT-TABLA
           MOVE WS-CAN-ID(WS-CAN-IDX) TO WT-AUDIT-ID-REG
           MOVE 'ANONIMIZACION' TO WT-AUDIT-CAMPO
           MOVE 'NOMBRE/DIRECCION/TEL/EMAIL' TO WT-AUDIT-VALOR-ANT
           MOVE SPACES TO WT-AUDIT-VALOR-NUE
           STRING "ANONIMIZADO CIERRE "
                  WS-CAN-CIERRE(WS-CAN-IDX)
               DELIMITED BY SIZE INTO WT-AUDIT-VALOR-NUE
           PERFORM 900-REGISTRA-AUDITORIA
           MOVE "ANONIMIZADO" TO WS-CAN-MOTIVO(WS-CAN-IDX)
           ADD 1 TO WS-CONT-ANONIMIZADOS.
       560-END.

       570-ANONIMIZA-PREFERENCIAS.
      *    Copia PREF_ENTREGA.DAT por HABDAT.TMP blanqueando el email
      *    de los anonimizados y la devuelve si hubo cambios.
           MOVE 0 TO WS-CONT-ARCHIVO
           OPEN INPUT PREF-FILE
           IF WS-PREF-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-PREF-FSTATUS NOT = '00'
               READ PREF-FILE
                   AT END MOVE '10' TO WS-PREF-FSTATUS
                   NOT AT END
                       MOVE PRE-DOC TO WS-CAN-DOC-BUSCA
                       PERFORM 585-BUSCA-ANONIMIZADO
                       IF WS-CAN-SEL > 0
                           MOVE SPACES TO PRE-EMAIL
                           ADD 1 TO WS-CONT-ARCHIVO
                       END-IF
                       MOVE PREF-RECORD TO TMP-RECORD
                       WRITE TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE PREF-FILE TMP-FILE
           IF WS-CONT-ARCHIVO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT PREF-FILE
           PERFORM UNTIL WS-TMP-FSTATUS NOT = '00'
               READ TMP-FILE
                   AT END MOVE '10' TO WS-TMP-FSTATUS
                   NOT AT END
                       MOVE TMP-RECORD TO PREF-RECORD
                       WRITE PREF-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-FILE PREF-FILE.
       570-END.

       575-ANONIMIZA-ALERTAS.
      *    La suscripcion a alertas de un anonimizado queda de baja
      *    y sin correo.
           MOVE 0 TO WS-CONT-ARCHIVO
           OPEN INPUT ALERTAS-FILE
           IF WS-ALE-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-ALE-FSTATUS NOT = '00'
               READ ALERTAS-FILE
                   AT END MOVE '10' TO WS-ALE-FSTATUS
                   NOT AT END
                       MOVE ALS-DOC TO WS-CAN-DOC-BUSCA
                       PERFORM 585-BUSCA-ANONIMIZADO
                       IF WS-CAN-SEL > 0
                           MOVE SPACES TO ALS-EMAIL
                           MOVE 'B' TO ALS-ESTADO
                           ADD 1 TO WS-CONT-ARCHIVO
                       END-IF
                       MOVE ALERTA-RECORD TO TMP-RECORD
                       WRITE TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE ALERTAS-FILE TMP-FILE
           IF WS-CONT-ARCHIVO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT ALERTAS-FILE
           PERFORM UNTIL WS-TMP-FSTATUS NOT = '00'
               READ TMP-FILE
                   AT END MOVE '10' TO WS-TMP-FSTATUS
                   NOT AT END
                       MOVE TMP-RECORD TO ALERTA-RECORD
                       WRITE ALERTA-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-FILE ALERTAS-FILE.
       575-END.

       580-ANONIMIZA-COTITULARES.
           MOVE 0 TO WS-CONT-ARCHIVO
           OPEN INPUT COTIT-FILE
           IF WS-COTIT-FSTATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-COTIT-FSTATUS NOT = '00'
               READ COTIT-FILE
                   AT END MOVE '10' TO WS-COTIT-FSTATUS
                   NOT AT END
                       MOVE COT-DOC-PERSONA TO WS-CAN-DOC-BUSCA
                       PERFORM 585-BUSCA-ANONIMIZADO
                       IF WS-CAN-SEL > 0
                           MOVE WS-ANON-NOMBRE TO COT-NOMBRE
                           ADD 1 TO WS-CONT-ARCHIVO
                       END-IF
                       MOVE COTIT-RECORD TO TMP-RECORD
                       WRITE TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE COTIT-FILE TMP-FILE
           IF WS-CONT-ARCHIVO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TMP-FILE
           OPEN OUTPUT COTIT-FILE
           PERFORM UNTIL WS-TMP-FSTATUS NOT = '00'
               READ TMP-FILE
                   AT END MOVE '10' TO WS-TMP-FSTATUS
                   NOT AT END
                       MOVE TMP-RECORD TO COTIT-RECORD
                       WRITE COTIT-RECORD
               END-READ
           END-PERFORM
           CLOSE TMP-FILE COTIT-FILE.
       580-END.

       585-BUSCA-ANONIMIZADO.
           MOVE 0 TO WS-CAN-SEL
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               IF WS-CAN-DOC(WS-CAN-IDX) = WS-CAN-DOC-BUSCA
                  AND WS-CAN-MOTIVO(WS-CAN-IDX) = "ANONIMIZADO"
                   MOVE WS-CAN-IDX TO WS-CAN-SEL
                   MOVE WS-CAN-COUNT TO WS-CAN-IDX
               END-IF
           END-PERFORM.
       585-END.

       590-REPORTE.
           OPEN OUTPUT ANONIM-FILE
           MOVE SPACES TO ANONIM-RECORD
           STRING "ANONIMIZACION DE EX CLIENTES - FECHA " WS-FECHA-HOY
                  " - CIERRE ANTERIOR A " WS-FECHA-LIMITE
                  " (" WS-RETENCION-ANIOS " ANIOS)"
               DELIMITED BY SIZE INTO ANONIM-RECORD
           WRITE ANONIM-RECORD
           MOVE SPACES TO ANONIM-RECORD
           STRING "OPERADOR " LK-OPERADOR
               DELIMITED BY SIZE INTO ANONIM-RECORD
           WRITE ANONIM-RECORD
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               MOVE SPACES TO ANONIM-RECORD
               IF WS-CAN-MOTIVO(WS-CAN-IDX) = SPACES
                   MOVE "NO PROCESADO" TO WS-CAN-MOTIVO(WS-CAN-IDX)
               END-IF
               STRING WS-CAN-ID(WS-CAN-IDX) " "
                      WS-CAN-DOC(WS-CAN-IDX)
                      " CIERRE " WS-CAN-CIERRE(WS-CAN-IDX) " "
                      WS-CAN-MOTIVO(WS-CAN-IDX)
                   DELIMITED BY SIZE INTO ANONIM-RECORD
               WRITE ANONIM-RECORD
           END-PERFORM
           MOVE SPACES TO ANONIM-RECORD
           STRING "BAJAS=" WS-CONT-BAJAS
                  " YA-ANONIMOS=" WS-CONT-YA-ANONIMOS
                  " EN-PLAZO=" WS-CONT-EN-PLAZO
                  " EXCLUIDOS=" WS-CONT-EXCLUIDOS
                  " ANONIMIZADOS=" WS-CONT-ANONIMIZADOS
               DELIMITED BY SIZE INTO ANONIM-RECORD
           WRITE ANONIM-RECORD
           CLOSE ANONIM-FILE.
       590-END.

       900-REGISTRA-AUDITORIA.
      *    EXEC SQL
      *        SELECT RegistrarAuditoria(:WT-AUDIT-TABLA,
      *               :WT-AUDIT-ID-REG, :WT-AUDIT-CAMPO,
      *               :WT-AUDIT-VALOR-ANT, :WT-AUDIT-VALOR-NUE,
      *               :WT-AUDIT-USUARIO) INTO :WT-AUDIT-RESULT
      *          FROM DUAL;
      *    END-EXEC
           IF SQL-PREP OF SQL-STMT-5 = 'N'
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
                                   SQL-STMT-5
                                   SQLCA
               SET SQL-HCONN OF SQLCA TO NULL
           END-IF
           CALL 'OCSQLEXE' USING SQL-STMT-5
                               SQLCA
           CALL 'OCSQLCMT' USING SQLCA END-CALL
                   .
       900-END.

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
       END PROGRAM HABDAT001.
